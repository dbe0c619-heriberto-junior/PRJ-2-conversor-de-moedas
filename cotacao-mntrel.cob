000160*  VIGENCIA DO REGISTRO ALTERADO. RESPONDE A PERGUNTA DA
000170*  AUDITORIA "QUANDO A TAXA DE VENDA DO USD MUDOU E QUAL ERA
000180*  ANTES" DIRETO DO LOG, SEM RECONSTITUICAO MANUAL.
000181*  AS ALTERACOES DA TABELA DE MARGENS FEITAS PELO COTACAO-MARGEM
000182*  SAEM NO MESMO RELATORIO, AO LADO DAS DE COTACAO: AS DA MOEDA
000183*  PEDIDA E AS DA MARGEM PADRAO ("***") DE CADA FAIXA, QUE
000184*  TAMBEM VALE PARA ELA, COM A FAIXA NA COLUNA PROPRIA E OS
000185*  PONTOS-BASE NO LUGAR DAS TAXAS.
000186*  AS DUAS ULTIMAS COLUNAS TRAZEM O OPERADOR QUE DIGITOU OU
000187*  CARREGOU A COTACAO E O SEGUNDO OPERADOR QUE A APROVOU, QUANDO
000188*  ELA PASSOU PELA APROVACAO DO COTACAO-MAINT.
000189*  AS ALTERACOES DA TABELA DE PONTOS FORWARD FEITAS PELO
000190*  COTACAO-PONTOS DA MOEDA PEDIDA TAMBEM SAEM, COM O PRAZO NA
000191*  COLUNA DA FAIXA E OS PONTOS NO LUGAR DAS TAXAS.
000192*
000200*  ARGUMENTOS (ARGUMENT-VALUE):
000210*     1 - CODIGO DA MOEDA (3 POSICOES; OBRIGATORIO)
000220*     2 - DATA INICIAL DA FAIXA, AAAAMMDD (EM BRANCO ASSUME O
000310*  2026-09-02  RVJ     PROGRAMA CRIADO JUNTO COM A TRILHA DE
000320*                      AUDITORIA DE ALTERACOES DE COTACAO
000330*                      (COTMNT.CPY).
000331*  2026-10-15  RVJ     LISTA TAMBEM AS ALTERACOES DE MARGEM DO
000332*                      COTACAO-MARGEM (COLUNA FAIXA/MOEDA, COM OS
000333*                      PONTOS-BASE NAS COLUNAS ANTES/DEPOIS).
000334*  2026-10-15  RVJ     INCLUIDA A HORA DE VIGENCIA DA VERSAO
000335*                      ALTERADA (VERSOES INTRADIA), AO LADO DA
000336*                      DATA DE VIGENCIA.
000337*  2026-10-15  RVJ     INCLUIDAS AS COLUNAS OPERADOR E APROVADOR
000338*                      (APROVACAO POR DOIS OPERADORES DAS
000339*                      COTACOES ACIMA DA TOLERANCIA).
000340*  2026-10-15  RVJ     LISTA TAMBEM AS ALTERACOES DE PONTOS
000341*                      FORWARD DO COTACAO-PONTOS (PRAZO NA COLUNA
000342*                      FAIXA/MOEDA, PONTOS NAS COLUNAS
000343*                      ANTES/DEPOIS).
000344*
000350*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000360*     0 - RELATORIO GERADO COM SUCESSO
000370*     1 - MOEDA NAO INFORMADA OU DATA INVALIDA
000540 COPY "cotmnt.cpy".
000550
000560 FD  RELATORIO.
000570 01  REL-REG                     PIC X(143).
000580
000590 WORKING-STORAGE SECTION.
000600
000860     05  IMG-DATA-EFETIVA    PIC 9(08).
000870     05  IMG-STATUS          PIC X(01).
000880     05  IMG-DECIMAIS        PIC X(01).
000881
000882*    VISAO DECODIFICADA DE UMA IMAGEM DE LINHA DA TABELA DE
000883*    MARGENS, GRAVADA PELO COTACAO-MARGEM (A LINHA DE MARGEM.CPY
000884*    SEM OS SEPARADORES)
000885 01  WS-IMAGEM-MRG-R REDEFINES WS-IMAGEM.
000886     05  IMG-MRG-TIER        PIC X(03).
000887     05  IMG-MRG-MOEDA       PIC X(03).
000888     05  IMG-MRG-BPS-COMPRA  PIC X(05).
000889     05  IMG-MRG-BPS-VENDA   PIC X(05).
000890     05  IMG-MRG-DATA        PIC X(08).
000891     05  IMG-MRG-STATUS      PIC X(01).
000892     05  FILLER              PIC X(04).
000893
000894*    VISAO DECODIFICADA DE UMA IMAGEM DE LINHA DA TABELA DE
000895*    PONTOS FORWARD, GRAVADA PELO COTACAO-PONTOS (A LINHA DE
000896*    PONTOS.CPY SEM OS SEPARADORES)
000897 01  WS-IMAGEM-PTS-R REDEFINES WS-IMAGEM.
000898     05  IMG-PTS-MOEDA       PIC X(03).
000899     05  IMG-PTS-PRAZO       PIC X(03).
000900     05  IMG-PTS-COMPRA      PIC X(07).
000901     05  IMG-PTS-COMPRA-N REDEFINES IMG-PTS-COMPRA
000902                             PIC S9(06) SIGN IS LEADING SEPARATE.
000903     05  IMG-PTS-VENDA       PIC X(07).
000904     05  IMG-PTS-VENDA-N REDEFINES IMG-PTS-VENDA
000905                             PIC S9(06) SIGN IS LEADING SEPARATE.
000906     05  IMG-PTS-DATA        PIC X(08).
000907     05  IMG-PTS-STATUS      PIC X(01).
000908
000909 01  WS-COD-REGISTRO         PIC X(03).
000910 01  WS-TAXA-C               PIC 9(03)V9(05).
000920 01  WS-TAXA-V               PIC 9(03)V9(05).
000930
001100     05  FILLER              PIC X(16) VALUE "PROGRAMA".
001110     05  FILLER              PIC X(11) VALUE "OPERACAO".
001120     05  FILLER              PIC X(04) VALUE "OVR".
001121     05  FILLER              PIC X(08) VALUE "FAIXA".
001130     05  FILLER              PIC X(09) VALUE "VIGENCIA".
001131     05  FILLER              PIC X(07) VALUE "HORA".
001140     05  FILLER              PIC X(21) VALUE
001150         "   ANTES C    ANTES V".
001160     05  FILLER              PIC X(22) VALUE
001170         "   DEPOIS C   DEPOIS V".
001180     05  FILLER              PIC X(04) VALUE " ST".
001181     05  FILLER              PIC X(12) VALUE " OPERADOR".
001182     05  FILLER              PIC X(10) VALUE "APROVADOR".
001190
001200 01  WS-LINHA-DET.
001210     05  DET-DATA            PIC 9(08).
001280     05  FILLER              PIC X(01) VALUE SPACE.
001290     05  DET-OVERRIDE        PIC X(03).
001300     05  FILLER              PIC X(01) VALUE SPACE.
001301     05  DET-TIER            PIC X(07).
001302     05  FILLER              PIC X(01) VALUE SPACE.
001310     05  DET-VIGENCIA        PIC X(08).
001311     05  FILLER              PIC X(01) VALUE SPACE.
001312     05  DET-HORA-VIG        PIC X(06).
001320     05  FILLER              PIC X(01) VALUE SPACE.
001330     05  DET-ANTES-C         PIC X(10).
001340     05  FILLER              PIC X(01) VALUE SPACE.
001390     05  DET-DEPOIS-V        PIC X(10).
001400     05  FILLER              PIC X(01) VALUE SPACE.
001410     05  DET-STATUS          PIC X(03).
001411     05  FILLER              PIC X(01) VALUE SPACE.
001412     05  DET-OPERADOR        PIC X(10).
001413     05  FILLER              PIC X(01) VALUE SPACE.
001414     05  DET-APROVADOR       PIC X(10).
001420
001430 01  WS-TAXA-ED              PIC ZZ9.99999.
001431 01  WS-BPS                  PIC 9(05).
001432 01  WS-BPS-ED.
001433     05  FILLER              PIC X(01) VALUE SPACE.
001434     05  BPS-ED-VALOR        PIC ZZZZ9.
001435     05  FILLER              PIC X(03) VALUE " BP".
001436 01  WS-PTS-ED.
001437     05  FILLER              PIC X(01) VALUE SPACE.
001438     05  PTS-ED-VALOR        PIC -(06)9.
001439     05  FILLER              PIC X(02) VALUE " P".
001440
001450 PROCEDURE DIVISION.
001460
002500        GO TO 5200-EXIT
002510     END-IF
002520
002521     IF MNT-PROGRAMA = "COTACAO-MARGEM"
002522        PERFORM 5400-AVALIAR-MARGEM THRU 5400-EXIT
002523        GO TO 5200-EXIT
002524     END-IF
002525     IF MNT-PROGRAMA = "COTACAO-PONTOS"
002526        PERFORM 5500-AVALIAR-PONTOS THRU 5500-EXIT
002527        GO TO 5200-EXIT
002528     END-IF
002529
002530     IF MNT-DEPOIS NOT = SPACES
002540        MOVE MNT-DEPOIS(1:3) TO WS-COD-REGISTRO
002550     ELSE
002670     IF MNT-COM-OVERRIDE
002680        MOVE "SIM" TO DET-OVERRIDE
002690     END-IF
002691     MOVE MNT-OPERADOR  TO DET-OPERADOR
002692     MOVE MNT-APROVADOR TO DET-APROVADOR
002700
002710     IF MNT-ANTES NOT = SPACES
002720        MOVE MNT-ANTES TO WS-IMAGEM
002730        MOVE IMG-DATA-EFETIVA TO DET-VIGENCIA
002731        MOVE MNT-HORA-ANTES   TO DET-HORA-VIG
002740        PERFORM 5300-DECODIFICAR-TAXAS THRU 5300-EXIT
002750        MOVE WS-TAXA-C  TO WS-TAXA-ED
002760        MOVE WS-TAXA-ED TO DET-ANTES-C
002810     IF MNT-DEPOIS NOT = SPACES
002820        MOVE MNT-DEPOIS TO WS-IMAGEM
002830        MOVE IMG-DATA-EFETIVA TO DET-VIGENCIA
002831        MOVE MNT-HORA-DEPOIS  TO DET-HORA-VIG
002840        PERFORM 5300-DECODIFICAR-TAXAS THRU 5300-EXIT
002850        MOVE WS-TAXA-C  TO WS-TAXA-ED
002860        MOVE WS-TAXA-ED TO DET-DEPOIS-C
003060             IMG-INT-VENDA + (IMG-FRAC-VENDA / 100000).
003070 5300-EXIT.
003080     EXIT.
003081
003082*****************************************************************
003083* 5400-AVALIAR-MARGEM - REGISTRO DE LOG DO COTACAO-MARGEM: LISTA
003084* A ALTERACAO SE A LINHA DE MARGEM E DA MOEDA PEDIDA OU DA
003085* MARGEM PADRAO ("***") DE UMA FAIXA, COM OS PONTOS-BASE DE
003086* COMPRA E VENDA ANTES E DEPOIS
003087*****************************************************************
003088 5400-AVALIAR-MARGEM.
003089     IF MNT-DEPOIS NOT = SPACES
003090        MOVE MNT-DEPOIS TO WS-IMAGEM
003091     ELSE
003092        MOVE MNT-ANTES  TO WS-IMAGEM
003093     END-IF
003094     IF IMG-MRG-MOEDA NOT = WS-COD-PEDIDO
003095           AND IMG-MRG-MOEDA NOT = "***"
003096        GO TO 5400-EXIT
003097     END-IF
003098
003099     MOVE SPACES        TO WS-LINHA-DET
003100     MOVE MNT-DATA      TO DET-DATA
003101     MOVE MNT-HORA      TO DET-HORA
003102     MOVE MNT-PROGRAMA  TO DET-PROGRAMA
003103     MOVE MNT-OPERACAO  TO DET-OPERACAO
003104     MOVE MNT-OPERADOR  TO DET-OPERADOR
003105     MOVE MNT-APROVADOR TO DET-APROVADOR
003106     STRING IMG-MRG-TIER  DELIMITED BY SIZE
003107            "/"           DELIMITED BY SIZE
003108            IMG-MRG-MOEDA DELIMITED BY SIZE
003109            INTO DET-TIER
003110
003111     IF MNT-ANTES NOT = SPACES
003112        MOVE MNT-ANTES TO WS-IMAGEM
003113        MOVE IMG-MRG-DATA TO DET-VIGENCIA
003114        MOVE IMG-MRG-BPS-COMPRA TO DET-ANTES-C
003115        IF IMG-MRG-BPS-COMPRA NUMERIC
003116           MOVE IMG-MRG-BPS-COMPRA TO WS-BPS
003117           MOVE WS-BPS    TO BPS-ED-VALOR
003118           MOVE WS-BPS-ED TO DET-ANTES-C
003119        END-IF
003120        MOVE IMG-MRG-BPS-VENDA TO DET-ANTES-V
003121        IF IMG-MRG-BPS-VENDA NUMERIC
003122           MOVE IMG-MRG-BPS-VENDA TO WS-BPS
003123           MOVE WS-BPS    TO BPS-ED-VALOR
003124           MOVE WS-BPS-ED TO DET-ANTES-V
003125        END-IF
003126     END-IF
003127
003128     IF MNT-DEPOIS NOT = SPACES
003129        MOVE MNT-DEPOIS TO WS-IMAGEM
003130        MOVE IMG-MRG-DATA TO DET-VIGENCIA
003131        MOVE IMG-MRG-BPS-COMPRA TO DET-DEPOIS-C
003132        IF IMG-MRG-BPS-COMPRA NUMERIC
003133           MOVE IMG-MRG-BPS-COMPRA TO WS-BPS
003134           MOVE WS-BPS    TO BPS-ED-VALOR
003135           MOVE WS-BPS-ED TO DET-DEPOIS-C
003136        END-IF
003137        MOVE IMG-MRG-BPS-VENDA TO DET-DEPOIS-V
003138        IF IMG-MRG-BPS-VENDA NUMERIC
003139           MOVE IMG-MRG-BPS-VENDA TO WS-BPS
003140           MOVE WS-BPS    TO BPS-ED-VALOR
003141           MOVE WS-BPS-ED TO DET-DEPOIS-V
003142        END-IF
003143        MOVE IMG-MRG-STATUS TO DET-STATUS
003144     END-IF
003145
003146     ADD 1 TO WS-QTD-LISTADAS
003147     MOVE WS-LINHA-DET TO REL-REG
003148     WRITE REL-REG.
003149 5400-EXIT.
003150     EXIT.
003151
003152*****************************************************************
003153* 8000-ENCERRAR - GRAVA O TOTAL NO RELATORIO E FECHA OS ARQUIVOS
003154*****************************************************************
003155 8000-ENCERRAR.
003156     MOVE SPACES TO REL-REG
003157     WRITE REL-REG
003160     MOVE WS-QTD-LISTADAS TO WS-QTD-ED
003170     STRING "ALTERACOES LISTADAS: " DELIMITED BY SIZE
003180            WS-QTD-ED               DELIMITED BY SIZE
003240             " - alteracoes: " WS-QTD-LISTADAS.
003250 8000-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290* 5500-AVALIAR-PONTOS - REGISTRO DE LOG DO COTACAO-PONTOS: LISTA
003300* A ALTERACAO SE A LINHA DE PONTOS E DA MOEDA PEDIDA, COM O
003310* PRAZO E OS PONTOS DE COMPRA E VENDA ANTES E DEPOIS
003320*****************************************************************
003330 5500-AVALIAR-PONTOS.
003340     IF MNT-DEPOIS NOT = SPACES
003350        MOVE MNT-DEPOIS TO WS-IMAGEM
003360     ELSE
003370        MOVE MNT-ANTES  TO WS-IMAGEM
003380     END-IF
003390     IF IMG-PTS-MOEDA NOT = WS-COD-PEDIDO
003400        GO TO 5500-EXIT
003410     END-IF
003420
003430     MOVE SPACES        TO WS-LINHA-DET
003440     MOVE MNT-DATA      TO DET-DATA
003450     MOVE MNT-HORA      TO DET-HORA
003460     MOVE MNT-PROGRAMA  TO DET-PROGRAMA
003470     MOVE MNT-OPERACAO  TO DET-OPERACAO
003480     MOVE MNT-OPERADOR  TO DET-OPERADOR
003490     MOVE MNT-APROVADOR TO DET-APROVADOR
003500     STRING "PRZ "        DELIMITED BY SIZE
003510            IMG-PTS-PRAZO DELIMITED BY SIZE
003520            INTO DET-TIER
003530
003540     IF MNT-ANTES NOT = SPACES
003550        MOVE MNT-ANTES TO WS-IMAGEM
003560        MOVE IMG-PTS-DATA TO DET-VIGENCIA
003570        MOVE IMG-PTS-COMPRA TO DET-ANTES-C
003580        IF IMG-PTS-COMPRA-N NUMERIC
003590           MOVE IMG-PTS-COMPRA-N TO PTS-ED-VALOR
003600           MOVE WS-PTS-ED TO DET-ANTES-C
003610        END-IF
003620        MOVE IMG-PTS-VENDA TO DET-ANTES-V
003630        IF IMG-PTS-VENDA-N NUMERIC
003640           MOVE IMG-PTS-VENDA-N TO PTS-ED-VALOR
003650           MOVE WS-PTS-ED TO DET-ANTES-V
003660        END-IF
003670     END-IF
003680
003690     IF MNT-DEPOIS NOT = SPACES
003700        MOVE MNT-DEPOIS TO WS-IMAGEM
003710        MOVE IMG-PTS-DATA TO DET-VIGENCIA
003720        MOVE IMG-PTS-COMPRA TO DET-DEPOIS-C
003730        IF IMG-PTS-COMPRA-N NUMERIC
003740           MOVE IMG-PTS-COMPRA-N TO PTS-ED-VALOR
003750           MOVE WS-PTS-ED TO DET-DEPOIS-C
003760        END-IF
003770        MOVE IMG-PTS-VENDA TO DET-DEPOIS-V
003780        IF IMG-PTS-VENDA-N NUMERIC
003790           MOVE IMG-PTS-VENDA-N TO PTS-ED-VALOR
003800           MOVE WS-PTS-ED TO DET-DEPOIS-V
003810        END-IF
003820        MOVE IMG-PTS-STATUS TO DET-STATUS
003830     END-IF
003840
003850     ADD 1 TO WS-QTD-LISTADAS
003860     MOVE WS-LINHA-DET TO REL-REG
003870     WRITE REL-REG.
003880 5500-EXIT.
003890     EXIT.
