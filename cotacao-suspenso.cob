000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-SUSPENSO.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-SUSPENSO
000090*
000100*  TRATAMENTO DAS TRANSACOES QUE O CONVERTER REPROVOU EM LOTE E
000110*  GRAVOU NO ARQUIVO DE SUSPENSAO (SUSPENSO.TXT, SUSPENSO.CPY).
000120*  SUBSTITUI A REDIGITACAO DAS LINHAS "ERRO" DE RESULTADOS.TXT
000130*  NUM ARQUIVO NOVO, QUE DEIXAVA ITEM PARA TRAS E CONVERTIA
000140*  OUTROS DUAS VEZES. CADA ITEM PASSA POR ABERTO, CORRIGIDO,
000150*  REENVIADO E CONVERTIDO (OU CANCELADO), POR CINCO OPERACOES:
000160*
000170*     LIST     - RELATORIO DOS ITENS PENDENTES (ABERTOS,
000180*                CORRIGIDOS E REENVIADOS), DO MAIS ANTIGO PARA
000190*                O MAIS NOVO, COM A IDADE EM DIAS UTEIS DESDE O
000200*                LOTE QUE OS REPROVOU
000210*     CORRECT  - AJUSTA AS COLUNAS DA TRANSACAO DE UM ITEM
000220*                ABERTO OU CORRIGIDO E O MARCA CORRIGIDO. SEM
000230*                NENHUMA COLUNA INFORMADA O ITEM E LIBERADO COMO
000240*                ESTA (P.EX. REPROVADO POR FALTA DE COTACAO)
000250*     CANCEL   - CANCELA UM ITEM ABERTO OU CORRIGIDO
000260*     RESUBMIT - GRAVA UM ARQUIVO DE TRANSACOES PARA O PROXIMO
000270*                LOTE COM TODOS OS ITENS CORRIGIDOS, CADA LINHA
000280*                LEVANDO O NUMERO DO ITEM (TRANS-SUSPENSAO), E
000290*                OS MARCA REENVIADOS. UM ITEM SO ENTRA EM UM
000300*                ARQUIVO DE REENVIO
000310*     CLOSE    - LE O LOG DE AUDITORIA (COTACAO.LOG) E ENCERRA
000320*                COMO CONVERTIDO TODO ITEM CUJO NUMERO APARECE
000330*                EM LOG-SUSPENSAO, GUARDANDO A DATA/HORA DA
000340*                CONVERSAO. UM REENVIO REPROVADO DE NOVO VIRA UM
000350*                ITEM NOVO NO CONVERTER; O ITEM ANTIGO E
000360*                ENCERRADO COMO SUBSTITUIDO, APONTANDO PARA O
000370*                NOVO. UMA SEGUNDA CONVERSAO DO MESMO ITEM SAI
000380*                AVISADA
000390*
000400*  A CORRECAO NAO CRITICA O VALOR NEM AS MOEDAS: O ARQUIVO DE
000410*  REENVIO E UM ARQUIVO DE TRANSACOES COMUM E DEVE PASSAR PELO
000420*  COTACAO-EDIT ANTES DO LOTE, COMO QUALQUER OUTRO.
000430*
000440*  O ARQUIVO DE SUSPENSAO E SEQUENCIAL: E CARREGADO INTEIRO NUMA
000450*  TABELA, ALTERADO NELA E REGRAVADO. OS ITENS ENCERRADOS
000460*  CONTINUAM NO ARQUIVO COMO HISTORICO.
000470*
000480*  ARGUMENTOS (ARGUMENT-VALUE):
000490*     1 - OPERACAO: LIST, CORRECT, CANCEL, RESUBMIT OU CLOSE
000500*     LIST:
000510*     2 - DATA DE REFERENCIA PARA A IDADE, NO FORMATO AAAAMMDD
000520*         (EM BRANCO ASSUME A DATA CORRENTE)
000530*     3 - NOME DO RELATORIO (EM BRANCO ASSUME "suspenso.rel")
000540*     CORRECT E CANCEL:
000550*     2 - NUMERO DO ITEM
000560*     3 A 9 (SO CORRECT) - NOVOS VALOR, MOEDA DE ORIGEM, MOEDA
000570*         DE DESTINO, DIRECAO, MODO, TIER E CLIENTE DA
000580*         TRANSACAO. EM BRANCO MANTEM A COLUNA COMO ESTA; "*"
000590*         DEIXA A COLUNA EM BRANCO
000591*    10 (SO CORRECT) - NOVA DATA-VALOR DA TRANSACAO
000592*         (AAAAMMDD). EM BRANCO MANTEM A DATA-VALOR COMO ESTA;
000593*         "*" A DEIXA EM BRANCO (CONVERSAO SPOT)
000600*     RESUBMIT:
000610*     2 - NOME DO ARQUIVO DE REENVIO (EM BRANCO ASSUME
000620*         "reenvio.txt"). UM ARQUIVO JA EXISTENTE NAO E
000630*         SOBREPOSTO: PODE SER UM REENVIO AINDA NAO PROCESSADO
000640*
000650*  HISTORICO DE ALTERACOES
000660*  DATA        AUTOR   DESCRICAO
000670*  2026-10-15  RVJ     PROGRAMA CRIADO PARA A MESA TRATAR AS
000680*                      TRANSACOES REPROVADAS NO LOTE DO
000690*                      CONVERTER ATE A CONVERSAO OU O
000700*                      CANCELAMENTO.
000701*  2026-10-15  RVJ     INCLUIDA A DATA-VALOR DA TRANSACAO
000702*                      (SUSPENSO.CPY): CORRECT ACEITA A NOVA
000703*                      DATA-VALOR NO ARG10, RESUBMIT A GRAVA NA
000704*                      COLUNA TRANS-DATA-VALOR DO ARQUIVO DE
000705*                      REENVIO E O RELATORIO DO LIST GANHOU A
000706*                      COLUNA DT-VALOR.
000710*
000720*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000730*     0 - OPERACAO CONCLUIDA COM SUCESSO (LIST: NENHUM ITEM
000740*         PENDENTE)
000750*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
000760*     2 - OPERACAO INFORMADA NAO E LIST, CORRECT, CANCEL,
000770*         RESUBMIT NEM CLOSE
000780*     3 - ITEM NAO ENCONTRADO NO ARQUIVO DE SUSPENSAO
000790*     4 - A SITUACAO DO ITEM NAO PERMITE A OPERACAO
000800*     5 - FALHA DE E/S NO ARQUIVO DE SUSPENSAO (SUSPENSO.TXT) OU
000810*         LIMITE DE ITENS DA TABELA EXCEDIDO
000820*     6 - ARQUIVO DE REENVIO JA EXISTE OU NAO PODE SER GRAVADO
000830*     7 - FALHA DE E/S AO ABRIR O LOG DE AUDITORIA (COTACAO.LOG)
000840*     8 - LIST: HA ITENS PENDENTES NO RELATORIO
000850*     9 - CLOSE: HA ITEM CONVERTIDO MAIS DE UMA VEZ (VIDE AVISOS
000860*         NO DISPLAY)
000870*****************************************************************
000880
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT SUSPENSO ASSIGN TO "suspenso.txt"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-FS-SUSPENSO.
000950
000960     SELECT REENVIO ASSIGN TO WS-ARQ-REENVIO
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-REENVIO.
000990
001000     SELECT LOG-COTACOES ASSIGN TO "cotacao.log"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-LOG.
001030
001040     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  SUSPENSO.
001100 COPY "suspenso.cpy".
001110
001120 FD  REENVIO.
001130 01  REENVIO-REG                 PIC X(51).
001140
001150 FD  LOG-COTACOES.
001160 COPY "cotlog.cpy".
001170
001180 FD  RELATORIO.
001190 01  REL-REG                     PIC X(150).
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  WS-ARG-OPERACAO         PIC X(10).
001240 01  WS-ARG2                 PIC X(50).
001250 01  WS-ARG3                 PIC X(50).
001260 01  WS-ARG-ORIGEM           PIC X(10).
001270 01  WS-ARG-DESTINO          PIC X(10).
001280 01  WS-ARG-DIRECAO          PIC X(10).
001290 01  WS-ARG-MODO             PIC X(10).
001300 01  WS-ARG-TIER             PIC X(10).
001310 01  WS-ARG-CLIENTE          PIC X(10).
001311 01  WS-ARG-DATA-VALOR       PIC X(10).
001320 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "suspenso.rel".
001330 01  WS-ARQ-REENVIO          PIC X(50) VALUE "reenvio.txt".
001340 01  WS-DATA-REF             PIC 9(08).
001350 01  WS-DATA-CORRENTE        PIC 9(08).
001360 01  WS-DATA-X               PIC X(08).
001370 01  WS-NUMERO               PIC 9(07) VALUE ZERO.
001371 01  WS-NUMERO-NOVO          PIC 9(07) VALUE ZERO.
001380
001390 01  WS-FS-SUSPENSO          PIC X(02).
001400     88  FS-SUSPENSO-OK               VALUE "00".
001410     88  FS-SUSPENSO-NAO-EXISTE       VALUE "35".
001420 01  WS-EOF-SUSPENSO         PIC X(01) VALUE "N".
001430     88  FIM-SUSPENSO                 VALUE "Y".
001440 01  WS-FS-REENVIO           PIC X(02).
001450     88  FS-REENVIO-OK                VALUE "00".
001460 01  WS-FS-LOG               PIC X(02).
001470     88  FS-LOG-OK                    VALUE "00".
001480     88  FS-LOG-NAO-EXISTE            VALUE "35".
001490 01  WS-EOF-LOG              PIC X(01) VALUE "N".
001500     88  FIM-LOG                      VALUE "Y".
001510
001520*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
001530 COPY "diautil.cpy".
001540
001550 01  WS-CAMPO-NUM            PIC X(10).
001560 01  WS-FLAG-CAMPO-OK        PIC X(01).
001570     88  CAMPO-OK                     VALUE "Y".
001580 01  J                       PIC 9(03) COMP.
001590
001600*    ARQUIVO DE SUSPENSAO CARREGADO EM MEMORIA, NA ORDEM DO
001610*    ARQUIVO (ORDEM DE NUMERO, QUE E A ORDEM DE REPROVACAO)
001620 01  WS-QTD-SUS              PIC 9(05) VALUE ZERO.
001630 01  WS-MAX-SUS              PIC 9(05) VALUE 5000.
001640 01  WS-TAB-SUS.
001650     05  WS-SUS OCCURS 5000 TIMES.
001660         10  TAB-LINHA       PIC X(325).
001670 01  I                       PIC 9(05).
001680 01  WS-IND-ITEM             PIC 9(05).
001690 01  WS-IND-ANT              PIC 9(05).
001700 01  WS-FLAG-ITEM-ACHADO     PIC X(01).
001710     88  ITEM-ACHADO                  VALUE "Y".
001720 01  WS-QTD-ALTERADAS        PIC 9(05) VALUE ZERO.
001730
001740*    VISAO DECODIFICADA DE UM ITEM DA TABELA (MESMAS POSICOES DE
001750*    SUSPENSO.CPY)
001760 01  WS-ITEM                 PIC X(325).
001770 01  WS-ITEM-R REDEFINES WS-ITEM.
001780     05  ITM-NUMERO          PIC 9(07).
001790     05  FILLER              PIC X(01).
001800     05  ITM-SITUACAO        PIC X(01).
001810         88  ITM-ABERTO               VALUE "A".
001820         88  ITM-CORRIGIDO            VALUE "C".
001830         88  ITM-REENVIADO            VALUE "R".
001840         88  ITM-CONVERTIDO           VALUE "F".
001850         88  ITM-SUBSTITUIDO          VALUE "S".
001860         88  ITM-CANCELADO            VALUE "X".
001870         88  ITM-PENDENTE             VALUES "A" "C" "R".
001880     05  FILLER              PIC X(01).
001890     05  ITM-DATA-LOTE       PIC 9(08).
001900     05  FILLER              PIC X(01).
001910     05  ITM-HORA-LOTE       PIC 9(08).
001920     05  FILLER              PIC X(01).
001930     05  ITM-MOTIVO-COD      PIC X(02).
001940     05  FILLER              PIC X(01).
001950     05  ITM-MOTIVO          PIC X(35).
001960     05  FILLER              PIC X(01).
001970     05  ITM-ARQ-LOTE        PIC X(50).
001980     05  FILLER              PIC X(01).
001990     05  ITM-LINHA-LOTE      PIC 9(07).
002000     05  FILLER              PIC X(01).
002010     05  ITM-TRANS-ORIGINAL  PIC X(43).
002020     05  FILLER              PIC X(01).
002030     05  ITM-TRANS-CORRIGIDA PIC X(43).
002040     05  FILLER              PIC X(01).
002050     05  ITM-ITEM-ANTERIOR   PIC 9(07).
002060     05  FILLER              PIC X(01).
002070     05  ITM-DATA-SITUACAO   PIC 9(08).
002080     05  FILLER              PIC X(01).
002090     05  ITM-ARQ-REENVIO     PIC X(50).
002100     05  FILLER              PIC X(01).
002110     05  ITM-DATA-CONVERSAO  PIC 9(08).
002120     05  FILLER              PIC X(01).
002130     05  ITM-HORA-CONVERSAO  PIC 9(08).
002140     05  FILLER              PIC X(01).
002150     05  ITM-ITEM-NOVO       PIC 9(07).
002151     05  FILLER              PIC X(01).
002152     05  ITM-DATA-VALOR-ORIGINAL  PIC X(08).
002153     05  FILLER              PIC X(01).
002154     05  ITM-DATA-VALOR-CORRIGIDA PIC X(08).
002160
002170*    VISAO DA TRANSACAO (MESMO LAYOUT DE TRANS-REG DO CONVERTER)
002171*    AS IMAGENS DO ITEM TEM AS 43 PRIMEIRAS POSICOES; A DATA-VALOR
002172*    FICA EM CAMPO PROPRIO DO ITEM
002180 01  WS-TRANS                PIC X(51).
002190 01  WS-TRANS-R REDEFINES WS-TRANS.
002200     05  TRN-VALOR           PIC X(15).
002210     05  TRN-ORIGEM          PIC X(03).
002220     05  TRN-DESTINO         PIC X(03).
002230     05  TRN-DIRECAO         PIC X(01).
002240         88  TRN-DIRECAO-VALIDA       VALUES "C" "V" " ".
002250     05  TRN-MODO            PIC X(01).
002260         88  TRN-MODO-VALIDO          VALUES "R" " ".
002270     05  TRN-TIER            PIC X(03).
002280     05  TRN-CLIENTE         PIC X(10).
002290     05  TRN-SUSPENSAO       PIC X(07).
002291     05  TRN-DATA-VALOR      PIC X(08).
002300
002310 01  WS-IDADE                PIC S9(09) COMP.
002320 01  WS-LIMITE-IDADE         PIC 9(05) VALUE 5.
002330 01  WS-TXT-SITUACAO         PIC X(10).
002340
002350 77  WS-QTD-PENDENTES        PIC 9(05) VALUE ZERO.
002360 77  WS-QTD-ABERTOS          PIC 9(05) VALUE ZERO.
002370 77  WS-QTD-CORRIGIDOS       PIC 9(05) VALUE ZERO.
002380 77  WS-QTD-REENVIADOS       PIC 9(05) VALUE ZERO.
002390 77  WS-QTD-FAIXA-1          PIC 9(05) VALUE ZERO.
002400 77  WS-QTD-FAIXA-2          PIC 9(05) VALUE ZERO.
002410 77  WS-QTD-FAIXA-3          PIC 9(05) VALUE ZERO.
002420 77  WS-QTD-CONVERTIDOS      PIC 9(05) VALUE ZERO.
002430 77  WS-QTD-SUBSTITUIDOS     PIC 9(05) VALUE ZERO.
002440 77  WS-QTD-DUPLICADOS       PIC 9(05) VALUE ZERO.
002450
002460 01  WS-QTD-ED               PIC ZZZZ9.
002470
002480 01  WS-CAB-RELATORIO.
002490     05  FILLER              PIC X(44) VALUE
002500         "ITENS PENDENTES NA SUSPENSAO - REFERENCIA A ".
002510     05  CAB-DATA-REF        PIC 9(08).
002520     05  FILLER              PIC X(23) VALUE
002530         " - IDADE EM DIAS UTEIS".
002540
002550 01  WS-CAB-COLUNAS.
002560     05  FILLER              PIC X(08) VALUE "ITEM".
002570     05  FILLER              PIC X(11) VALUE "SITUACAO".
002580     05  FILLER              PIC X(09) VALUE "LOTE".
002590     05  FILLER              PIC X(08) VALUE "  IDADE".
002600     05  FILLER              PIC X(03) VALUE "MT".
002610     05  FILLER              PIC X(36) VALUE "MOTIVO".
002620     05  FILLER              PIC X(08) VALUE "  LINHA".
002630     05  FILLER              PIC X(21) VALUE "ARQUIVO DO LOTE".
002640     05  FILLER              PIC X(16) VALUE "VALOR".
002650     05  FILLER              PIC X(04) VALUE "ORI".
002660     05  FILLER              PIC X(04) VALUE "DES".
002670     05  FILLER              PIC X(02) VALUE "D".
002680     05  FILLER              PIC X(11) VALUE "CLIENTE".
002681     05  FILLER              PIC X(08) VALUE "DT-VALOR".
002690
002700 01  WS-LINHA-DET.
002710     05  DET-NUMERO          PIC 9(07).
002720     05  FILLER              PIC X(01) VALUE SPACE.
002730     05  DET-SITUACAO        PIC X(10).
002740     05  FILLER              PIC X(01) VALUE SPACE.
002750     05  DET-DATA-LOTE       PIC 9(08).
002760     05  FILLER              PIC X(01) VALUE SPACE.
002770     05  DET-IDADE           PIC ZZZZZZ9.
002780     05  FILLER              PIC X(01) VALUE SPACE.
002790     05  DET-MOTIVO-COD      PIC X(02).
002800     05  FILLER              PIC X(01) VALUE SPACE.
002810     05  DET-MOTIVO          PIC X(35).
002820     05  FILLER              PIC X(01) VALUE SPACE.
002830     05  DET-LINHA           PIC ZZZZZZ9.
002840     05  FILLER              PIC X(01) VALUE SPACE.
002850     05  DET-ARQ-LOTE        PIC X(20).
002860     05  FILLER              PIC X(01) VALUE SPACE.
002870     05  DET-VALOR           PIC X(15).
002880     05  FILLER              PIC X(01) VALUE SPACE.
002890     05  DET-ORIGEM          PIC X(03).
002900     05  FILLER              PIC X(01) VALUE SPACE.
002910     05  DET-DESTINO         PIC X(03).
002920     05  FILLER              PIC X(01) VALUE SPACE.
002930     05  DET-DIRECAO         PIC X(01).
002940     05  FILLER              PIC X(01) VALUE SPACE.
002950     05  DET-CLIENTE         PIC X(10).
002951     05  FILLER              PIC X(01) VALUE SPACE.
002952     05  DET-DATA-VALOR      PIC X(08).
002960
002970 PROCEDURE DIVISION.
002980
002990*****************************************************************
003000* 0000-MAINLINE
003010*****************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003040
003050     EVALUATE WS-ARG-OPERACAO
003060        WHEN "LIST"
003070           PERFORM 2200-VALIDAR-LISTAGEM THRU 2200-EXIT
003080           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
003090           PERFORM 4000-LISTAR THRU 4000-EXIT
003100        WHEN "CORRECT"
003110           PERFORM 2000-VALIDAR-NUMERO THRU 2000-EXIT
003120           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
003130           PERFORM 3300-LOCALIZAR-ITEM THRU 3300-EXIT
003140           PERFORM 5000-CORRIGIR THRU 5000-EXIT
003150        WHEN "CANCEL"
003160           PERFORM 2000-VALIDAR-NUMERO THRU 2000-EXIT
003170           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
003180           PERFORM 3300-LOCALIZAR-ITEM THRU 3300-EXIT
003190           PERFORM 5500-CANCELAR THRU 5500-EXIT
003200        WHEN "RESUBMIT"
003210           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
003220           PERFORM 6000-REENVIAR THRU 6000-EXIT
003230        WHEN "CLOSE"
003240           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
003250           PERFORM 7000-BAIXAR-CONVERTIDOS THRU 7000-EXIT
003260        WHEN OTHER
003270           DISPLAY "ERRO: Operacao invalida. Use LIST, CORRECT, "
003280                   "CANCEL, RESUBMIT OU CLOSE."
003290           MOVE 2 TO RETURN-CODE
003300           STOP RUN
003310     END-EVALUATE
003320
003330     IF WS-QTD-ALTERADAS > ZERO
003340        PERFORM 8000-REGRAVAR-ARQUIVO THRU 8000-EXIT
003350     END-IF
003360
003370     EVALUATE TRUE
003380        WHEN WS-ARG-OPERACAO = "LIST" AND WS-QTD-PENDENTES > ZERO
003390           MOVE 8 TO RETURN-CODE
003400        WHEN WS-ARG-OPERACAO = "CLOSE"
003410              AND WS-QTD-DUPLICADOS > ZERO
003420           MOVE 9 TO RETURN-CODE
003430        WHEN OTHER
003440           MOVE 0 TO RETURN-CODE
003450     END-EVALUATE
003460
003470     STOP RUN.
003480
003490*****************************************************************
003500* 1000-INICIALIZAR - LE OS ARGUMENTOS INFORMADOS NA CHAMADA
003510*****************************************************************
003520 1000-INICIALIZAR.
003530     ACCEPT WS-ARG-OPERACAO FROM ARGUMENT-VALUE.
003540     ACCEPT WS-ARG2         FROM ARGUMENT-VALUE.
003550     ACCEPT WS-ARG3         FROM ARGUMENT-VALUE.
003560     ACCEPT WS-ARG-ORIGEM   FROM ARGUMENT-VALUE.
003570     ACCEPT WS-ARG-DESTINO  FROM ARGUMENT-VALUE.
003580     ACCEPT WS-ARG-DIRECAO  FROM ARGUMENT-VALUE.
003590     ACCEPT WS-ARG-MODO     FROM ARGUMENT-VALUE.
003600     ACCEPT WS-ARG-TIER     FROM ARGUMENT-VALUE.
003610     ACCEPT WS-ARG-CLIENTE  FROM ARGUMENT-VALUE.
003611     ACCEPT WS-ARG-DATA-VALOR FROM ARGUMENT-VALUE.
003620     INSPECT WS-ARG-OPERACAO CONVERTING
003630        "abcdefghijklmnopqrstuvwxyz" TO
003640        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003650     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
003660 1000-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700* 2000-VALIDAR-NUMERO - CONFERE O NUMERO DO ITEM (ARG2) DE
003710* CORRECT E CANCEL
003720*****************************************************************
003730 2000-VALIDAR-NUMERO.
003740     MOVE WS-ARG2 TO WS-CAMPO-NUM
003750     PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003760     IF NOT CAMPO-OK OR WS-ARG2(8:43) NOT = SPACES
003770        DISPLAY "ERRO: Numero do item invalido: " WS-ARG2
003780        MOVE 1 TO RETURN-CODE
003790        STOP RUN
003800     END-IF
003810     MOVE WS-ARG2(1:7) TO WS-NUMERO
003820     IF WS-NUMERO = ZERO
003830        DISPLAY "ERRO: Numero do item invalido: " WS-ARG2
003840        MOVE 1 TO RETURN-CODE
003850        STOP RUN
003860     END-IF.
003870 2000-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910* 2100-CONFERIR-NUMERICO - CONFERE SE WS-CAMPO-NUM CONTEM SOMENTE
003920* DIGITOS (E BRANCOS DE PREENCHIMENTO A DIREITA)
003930*****************************************************************
003940 2100-CONFERIR-NUMERICO.
003950     MOVE "Y" TO WS-FLAG-CAMPO-OK
003960     MOVE ZERO TO J
003970     PERFORM VARYING J FROM 1 BY 1
003980             UNTIL J > LENGTH OF WS-CAMPO-NUM
003990        EVALUATE WS-CAMPO-NUM(J:1)
004000           WHEN "0" THRU "9"
004010              CONTINUE
004020           WHEN SPACE
004030              CONTINUE
004040           WHEN OTHER
004050              MOVE "N" TO WS-FLAG-CAMPO-OK
004060        END-EVALUATE
004070     END-PERFORM
004080     IF WS-CAMPO-NUM = SPACES
004090        MOVE "N" TO WS-FLAG-CAMPO-OK
004100     END-IF.
004110 2100-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* 2200-VALIDAR-LISTAGEM - DATA DE REFERENCIA E NOME DO
004160* RELATORIO DA OPERACAO LIST
004170*****************************************************************
004180 2200-VALIDAR-LISTAGEM.
004190     IF WS-ARG2 = SPACES OR WS-ARG2 = LOW-VALUES
004200        MOVE WS-DATA-CORRENTE TO WS-DATA-REF
004210     ELSE
004220        MOVE WS-ARG2 TO WS-DATA-X
004230        IF WS-DATA-X NOT NUMERIC OR WS-ARG2(9:42) NOT = SPACES
004240           DISPLAY "ERRO: Data de referencia invalida: " WS-ARG2
004250           MOVE 1 TO RETURN-CODE
004260           STOP RUN
004270        END-IF
004280        MOVE WS-DATA-X TO WS-DATA-REF
004290        MOVE "V"         TO DIA-FUNCAO
004300        MOVE WS-DATA-REF TO DIA-DATA
004310        CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
004320        IF NOT DIA-OK
004330           DISPLAY "ERRO: Data de referencia invalida: " WS-ARG2
004340           MOVE 1 TO RETURN-CODE
004350           STOP RUN
004360        END-IF
004370     END-IF
004380
004390     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
004400        MOVE WS-ARG3 TO WS-ARQ-RELATORIO
004410     END-IF.
004420 2200-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460* 3000-CARREGAR-TABELA - CARREGA O ARQUIVO DE SUSPENSAO INTEIRO
004470* EM MEMORIA. ARQUIVO INEXISTENTE (STATUS 35) E UMA SUSPENSAO
004480* VAZIA; QUALQUER OUTRA FALHA, OU UM ARQUIVO MAIOR QUE A
004490* TABELA, ENCERRA O PROGRAMA SEM TOCAR NO ARQUIVO
004500*****************************************************************
004510 3000-CARREGAR-TABELA.
004520     MOVE ZERO TO WS-QTD-SUS
004530     OPEN INPUT SUSPENSO
004540     IF NOT FS-SUSPENSO-OK
004550        IF FS-SUSPENSO-NAO-EXISTE
004560           GO TO 3000-EXIT
004570        END-IF
004580        DISPLAY "ERRO: Falha ao abrir o arquivo de suspensao "
004590                "(status " WS-FS-SUSPENSO ")."
004600        MOVE 5 TO RETURN-CODE
004610        STOP RUN
004620     END-IF
004630
004640     MOVE "N" TO WS-EOF-SUSPENSO
004650     PERFORM 3100-LER-SUSPENSO THRU 3100-EXIT
004660     PERFORM UNTIL FIM-SUSPENSO
004670        IF WS-QTD-SUS >= WS-MAX-SUS
004680           DISPLAY "ERRO: Limite de " WS-MAX-SUS
004690                   " itens do arquivo de suspensao excedido; "
004700                   "nada foi alterado."
004710           CLOSE SUSPENSO
004720           MOVE 5 TO RETURN-CODE
004730           STOP RUN
004740        END-IF
004750        ADD 1 TO WS-QTD-SUS
004760        MOVE SUS-REG TO TAB-LINHA(WS-QTD-SUS)
004770        PERFORM 3100-LER-SUSPENSO THRU 3100-EXIT
004780     END-PERFORM
004790     CLOSE SUSPENSO.
004800 3000-EXIT.
004810     EXIT.
004820
004830 3100-LER-SUSPENSO.
004840     MOVE SPACES TO SUS-REG
004850     READ SUSPENSO
004860        AT END MOVE "Y" TO WS-EOF-SUSPENSO
004870     END-READ.
004880 3100-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920* 3200-LOCALIZAR-NUMERO - PROCURA NA TABELA O ITEM WS-NUMERO E
004930* DEIXA A POSICAO EM WS-IND-ITEM
004940*****************************************************************
004950 3200-LOCALIZAR-NUMERO.
004960     MOVE "N"  TO WS-FLAG-ITEM-ACHADO
004970     MOVE ZERO TO WS-IND-ITEM
004980     PERFORM VARYING I FROM 1 BY 1
004990             UNTIL I > WS-QTD-SUS OR ITEM-ACHADO
005000        MOVE TAB-LINHA(I) TO WS-ITEM
005010        IF ITM-NUMERO NUMERIC AND ITM-NUMERO = WS-NUMERO
005020           MOVE "Y" TO WS-FLAG-ITEM-ACHADO
005030           MOVE I   TO WS-IND-ITEM
005040        END-IF
005050     END-PERFORM.
005060 3200-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100* 3300-LOCALIZAR-ITEM - LOCALIZA O ITEM PEDIDO EM CORRECT E
005110* CANCEL E O TRAZ PARA A VISAO DECODIFICADA; ITEM INEXISTENTE
005120* ENCERRA COM RETURN-CODE 3
005130*****************************************************************
005140 3300-LOCALIZAR-ITEM.
005150     PERFORM 3200-LOCALIZAR-NUMERO THRU 3200-EXIT
005160     IF NOT ITEM-ACHADO
005170        DISPLAY "ERRO: Item " WS-NUMERO " nao encontrado no "
005180                "arquivo de suspensao."
005190        MOVE 3 TO RETURN-CODE
005200        STOP RUN
005210     END-IF
005220     MOVE TAB-LINHA(WS-IND-ITEM) TO WS-ITEM
005230     PERFORM 3400-DESCREVER-SITUACAO THRU 3400-EXIT.
005240 3300-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280* 3400-DESCREVER-SITUACAO - TRADUZ A SITUACAO DO ITEM EM
005290* WS-ITEM PARA O TEXTO DO RELATORIO E DAS MENSAGENS
005300*****************************************************************
005310 3400-DESCREVER-SITUACAO.
005320     EVALUATE TRUE
005330        WHEN ITM-ABERTO
005340           MOVE "ABERTO"     TO WS-TXT-SITUACAO
005350        WHEN ITM-CORRIGIDO
005360           MOVE "CORRIGIDO"  TO WS-TXT-SITUACAO
005370        WHEN ITM-REENVIADO
005380           MOVE "REENVIADO"  TO WS-TXT-SITUACAO
005390        WHEN ITM-CONVERTIDO
005400           MOVE "CONVERTIDO" TO WS-TXT-SITUACAO
005410        WHEN ITM-SUBSTITUIDO
005420           MOVE "SUBSTITUI." TO WS-TXT-SITUACAO
005430        WHEN ITM-CANCELADO
005440           MOVE "CANCELADO"  TO WS-TXT-SITUACAO
005450        WHEN OTHER
005460           MOVE "INVALIDA"   TO WS-TXT-SITUACAO
005470     END-EVALUATE.
005480 3400-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520* 4000-LISTAR - GRAVA O RELATORIO DOS ITENS PENDENTES, NA ORDEM
005530* DO ARQUIVO (DO MAIS ANTIGO PARA O MAIS NOVO), COM A IDADE EM
005540* DIAS UTEIS DESDE A DATA DO LOTE E OS TOTAIS POR SITUACAO E
005550* POR FAIXA DE IDADE. A TRANSACAO MOSTRADA E A QUE VAI (OU JA
005560* FOI) REENVIADA: A CORRIGIDA, QUANDO HOUVER, SENAO A ORIGINAL
005570*****************************************************************
005580 4000-LISTAR.
005590     OPEN OUTPUT RELATORIO
005600     MOVE WS-DATA-REF TO CAB-DATA-REF
005610     MOVE WS-CAB-RELATORIO TO REL-REG
005620     WRITE REL-REG
005630     MOVE SPACES TO REL-REG
005640     WRITE REL-REG
005650     MOVE WS-CAB-COLUNAS TO REL-REG
005660     WRITE REL-REG
005670
005680     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-SUS
005690        MOVE TAB-LINHA(I) TO WS-ITEM
005700        IF ITM-PENDENTE
005710           PERFORM 4100-LISTAR-ITEM THRU 4100-EXIT
005720        END-IF
005730     END-PERFORM
005740
005750     PERFORM 4200-GRAVAR-TOTAIS THRU 4200-EXIT
005760     CLOSE RELATORIO
005770     DISPLAY "Suspensao listada em " WS-ARQ-RELATORIO
005780             " - pendentes: " WS-QTD-PENDENTES.
005790 4000-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830* 4100-LISTAR-ITEM - CALCULA A IDADE DO ITEM EM WS-ITEM, SOMA
005840* NOS TOTAIS E GRAVA A LINHA DE DETALHE. UMA DATA DE LOTE
005850* INVALIDA SAI COM IDADE 9999999, COMO NO COTACAO-AGING
005860*****************************************************************
005870 4100-LISTAR-ITEM.
005880     ADD 1 TO WS-QTD-PENDENTES
005890     EVALUATE TRUE
005900        WHEN ITM-ABERTO
005910           ADD 1 TO WS-QTD-ABERTOS
005920        WHEN ITM-CORRIGIDO
005930           ADD 1 TO WS-QTD-CORRIGIDOS
005940        WHEN OTHER
005950           ADD 1 TO WS-QTD-REENVIADOS
005960     END-EVALUATE
005970
005980     MOVE "C"           TO DIA-FUNCAO
005990     MOVE ITM-DATA-LOTE TO DIA-DATA
006000     MOVE WS-DATA-REF   TO DIA-DATA-FIM
006010     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
006020     IF DIA-OK
006030        MOVE DIA-QTD-UTEIS TO WS-IDADE
006040     ELSE
006050        MOVE 9999999 TO WS-IDADE
006060     END-IF
006070     IF WS-IDADE < ZERO
006080        MOVE ZERO TO WS-IDADE
006090     END-IF
006100     EVALUATE TRUE
006110        WHEN WS-IDADE <= 1
006120           ADD 1 TO WS-QTD-FAIXA-1
006130        WHEN WS-IDADE <= WS-LIMITE-IDADE
006140           ADD 1 TO WS-QTD-FAIXA-2
006150        WHEN OTHER
006160           ADD 1 TO WS-QTD-FAIXA-3
006170     END-EVALUATE
006180
006190     IF ITM-TRANS-CORRIGIDA = SPACES
006200        MOVE ITM-TRANS-ORIGINAL  TO WS-TRANS
006201        MOVE ITM-DATA-VALOR-ORIGINAL  TO TRN-DATA-VALOR
006210     ELSE
006220        MOVE ITM-TRANS-CORRIGIDA TO WS-TRANS
006221        MOVE ITM-DATA-VALOR-CORRIGIDA TO TRN-DATA-VALOR
006230     END-IF
006240     PERFORM 3400-DESCREVER-SITUACAO THRU 3400-EXIT
006250     MOVE ITM-NUMERO      TO DET-NUMERO
006260     MOVE WS-TXT-SITUACAO TO DET-SITUACAO
006270     MOVE ITM-DATA-LOTE   TO DET-DATA-LOTE
006280     MOVE WS-IDADE        TO DET-IDADE
006290     MOVE ITM-MOTIVO-COD  TO DET-MOTIVO-COD
006300     MOVE ITM-MOTIVO      TO DET-MOTIVO
006310     MOVE ITM-LINHA-LOTE  TO DET-LINHA
006320     MOVE ITM-ARQ-LOTE    TO DET-ARQ-LOTE
006330     MOVE TRN-VALOR       TO DET-VALOR
006340     MOVE TRN-ORIGEM      TO DET-ORIGEM
006350     MOVE TRN-DESTINO     TO DET-DESTINO
006360     MOVE TRN-DIRECAO     TO DET-DIRECAO
006370     MOVE TRN-CLIENTE     TO DET-CLIENTE
006371     MOVE TRN-DATA-VALOR  TO DET-DATA-VALOR
006380     MOVE WS-LINHA-DET    TO REL-REG
006390     WRITE REL-REG.
006400 4100-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440* 4200-GRAVAR-TOTAIS - TOTAIS POR SITUACAO E POR FAIXA DE IDADE
006450* NO FIM DO RELATORIO
006460*****************************************************************
006470 4200-GRAVAR-TOTAIS.
006480     MOVE SPACES TO REL-REG
006490     WRITE REL-REG
006500     MOVE WS-QTD-PENDENTES TO WS-QTD-ED
006510     STRING "ITENS PENDENTES:  " DELIMITED BY SIZE
006520            WS-QTD-ED            DELIMITED BY SIZE
006530            INTO REL-REG
006540     WRITE REL-REG
006550     MOVE WS-QTD-ABERTOS TO WS-QTD-ED
006560     STRING "  ABERTOS:        " DELIMITED BY SIZE
006570            WS-QTD-ED            DELIMITED BY SIZE
006580            INTO REL-REG
006590     WRITE REL-REG
006600     MOVE WS-QTD-CORRIGIDOS TO WS-QTD-ED
006610     STRING "  CORRIGIDOS:     " DELIMITED BY SIZE
006620            WS-QTD-ED            DELIMITED BY SIZE
006630            INTO REL-REG
006640     WRITE REL-REG
006650     MOVE WS-QTD-REENVIADOS TO WS-QTD-ED
006660     STRING "  REENVIADOS:     " DELIMITED BY SIZE
006670            WS-QTD-ED            DELIMITED BY SIZE
006680            INTO REL-REG
006690     WRITE REL-REG
006700     MOVE WS-QTD-FAIXA-1 TO WS-QTD-ED
006710     STRING "ATE 1 D.U.:       " DELIMITED BY SIZE
006720            WS-QTD-ED            DELIMITED BY SIZE
006730            INTO REL-REG
006740     WRITE REL-REG
006750     MOVE WS-QTD-FAIXA-2 TO WS-QTD-ED
006760     STRING "DE 2 A 5 D.U.:    " DELIMITED BY SIZE
006770            WS-QTD-ED            DELIMITED BY SIZE
006780            INTO REL-REG
006790     WRITE REL-REG
006800     MOVE WS-QTD-FAIXA-3 TO WS-QTD-ED
006810     STRING "MAIS DE 5 D.U.:   " DELIMITED BY SIZE
006820            WS-QTD-ED            DELIMITED BY SIZE
006830            INTO REL-REG
006840     WRITE REL-REG.
006850 4200-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890* 5000-CORRIGIR - APLICA AS COLUNAS INFORMADAS SOBRE A TRANSACAO
006900* DO ITEM (A JA CORRIGIDA, SE HOUVER, SENAO A ORIGINAL) E MARCA O
006910* ITEM CORRIGIDO. SO ITEM ABERTO OU CORRIGIDO PODE SER AJUSTADO:
006920* UM ITEM REENVIADO JA ESTA NUM ARQUIVO DE REENVIO
006930*****************************************************************
006940 5000-CORRIGIR.
006950     IF NOT ITM-ABERTO AND NOT ITM-CORRIGIDO
006960        DISPLAY "ERRO: So item aberto ou corrigido pode ser "
006970                "corrigido; item " WS-NUMERO " esta "
006980                WS-TXT-SITUACAO
006990        MOVE 4 TO RETURN-CODE
007000        STOP RUN
007010     END-IF
007020
007030     IF ITM-TRANS-CORRIGIDA = SPACES
007040        MOVE ITM-TRANS-ORIGINAL  TO WS-TRANS
007041        MOVE ITM-DATA-VALOR-ORIGINAL  TO TRN-DATA-VALOR
007050     ELSE
007060        MOVE ITM-TRANS-CORRIGIDA TO WS-TRANS
007061        MOVE ITM-DATA-VALOR-CORRIGIDA TO TRN-DATA-VALOR
007070     END-IF
007080
007090     IF WS-ARG3 = "*"
007100        MOVE SPACES TO TRN-VALOR
007110     ELSE
007120        IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
007130           IF WS-ARG3(16:35) NOT = SPACES
007140              DISPLAY "ERRO: Valor com mais de 15 posicoes: "
007150                      WS-ARG3
007160              MOVE 1 TO RETURN-CODE
007170              STOP RUN
007180           END-IF
007190           MOVE WS-ARG3 TO TRN-VALOR
007200        END-IF
007210     END-IF
007220
007230     INSPECT WS-ARG-ORIGEM CONVERTING
007240        "abcdefghijklmnopqrstuvwxyz" TO
007250        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007260     IF WS-ARG-ORIGEM = "*"
007270        MOVE SPACES TO TRN-ORIGEM
007280     ELSE
007290        IF WS-ARG-ORIGEM NOT = SPACES
007300              AND WS-ARG-ORIGEM NOT = LOW-VALUES
007310           IF WS-ARG-ORIGEM(4:7) NOT = SPACES
007320              DISPLAY "ERRO: Moeda de origem invalida: "
007330                      WS-ARG-ORIGEM
007340              MOVE 1 TO RETURN-CODE
007350              STOP RUN
007360           END-IF
007370           MOVE WS-ARG-ORIGEM TO TRN-ORIGEM
007380        END-IF
007390     END-IF
007400
007410     INSPECT WS-ARG-DESTINO CONVERTING
007420        "abcdefghijklmnopqrstuvwxyz" TO
007430        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007440     IF WS-ARG-DESTINO = "*"
007450        MOVE SPACES TO TRN-DESTINO
007460     ELSE
007470        IF WS-ARG-DESTINO NOT = SPACES
007480              AND WS-ARG-DESTINO NOT = LOW-VALUES
007490           IF WS-ARG-DESTINO(4:7) NOT = SPACES
007500              DISPLAY "ERRO: Moeda de destino invalida: "
007510                      WS-ARG-DESTINO
007520              MOVE 1 TO RETURN-CODE
007530              STOP RUN
007540           END-IF
007550           MOVE WS-ARG-DESTINO TO TRN-DESTINO
007560        END-IF
007570     END-IF
007580
007590     INSPECT WS-ARG-DIRECAO CONVERTING "cv" TO "CV"
007600     IF WS-ARG-DIRECAO = "*"
007610        MOVE SPACE TO TRN-DIRECAO
007620     ELSE
007630        IF WS-ARG-DIRECAO NOT = SPACES
007640              AND WS-ARG-DIRECAO NOT = LOW-VALUES
007650           MOVE WS-ARG-DIRECAO(1:1) TO TRN-DIRECAO
007660           IF NOT TRN-DIRECAO-VALIDA
007670                 OR WS-ARG-DIRECAO(2:9) NOT = SPACES
007680              DISPLAY "ERRO: Direcao invalida. Use C (compra) "
007690                      "ou V (venda)."
007700              MOVE 1 TO RETURN-CODE
007710              STOP RUN
007720           END-IF
007730        END-IF
007740     END-IF
007750
007760     INSPECT WS-ARG-MODO CONVERTING "r" TO "R"
007770     IF WS-ARG-MODO = "*"
007780        MOVE SPACE TO TRN-MODO
007790     ELSE
007800        IF WS-ARG-MODO NOT = SPACES
007810              AND WS-ARG-MODO NOT = LOW-VALUES
007820           MOVE WS-ARG-MODO(1:1) TO TRN-MODO
007830           IF NOT TRN-MODO-VALIDO
007840                 OR WS-ARG-MODO(2:9) NOT = SPACES
007850              DISPLAY "ERRO: Modo invalido. Use R (reverso) "
007860                      "ou * para a conversao direta."
007870              MOVE 1 TO RETURN-CODE
007880              STOP RUN
007890           END-IF
007900        END-IF
007910     END-IF
007920
007930     INSPECT WS-ARG-TIER CONVERTING
007940        "abcdefghijklmnopqrstuvwxyz" TO
007950        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007960     IF WS-ARG-TIER = "*"
007970        MOVE SPACES TO TRN-TIER
007980     ELSE
007990        IF WS-ARG-TIER NOT = SPACES
008000              AND WS-ARG-TIER NOT = LOW-VALUES
008010           IF WS-ARG-TIER(4:7) NOT = SPACES
008020              DISPLAY "ERRO: Tier invalido (ate 3 posicoes): "
008030                      WS-ARG-TIER
008040              MOVE 1 TO RETURN-CODE
008050              STOP RUN
008060           END-IF
008070           MOVE WS-ARG-TIER TO TRN-TIER
008080        END-IF
008090     END-IF
008100
008110     INSPECT WS-ARG-CLIENTE CONVERTING
008120        "abcdefghijklmnopqrstuvwxyz" TO
008130        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008140     IF WS-ARG-CLIENTE = "*"
008150        MOVE SPACES TO TRN-CLIENTE
008160     ELSE
008170        IF WS-ARG-CLIENTE NOT = SPACES
008180              AND WS-ARG-CLIENTE NOT = LOW-VALUES
008190           MOVE WS-ARG-CLIENTE TO TRN-CLIENTE
008200        END-IF
008210     END-IF
008220
008221*    A DATA-VALOR SO E CONFERIDA NO FORMATO; DIA UTIL E PRAZO
008222*    SAO CRITICADOS PELO COTACAO-EDIT E PELO LOTE
008223     IF WS-ARG-DATA-VALOR = "*"
008224        MOVE SPACES TO TRN-DATA-VALOR
008225     ELSE
008226        IF WS-ARG-DATA-VALOR NOT = SPACES
008227              AND WS-ARG-DATA-VALOR NOT = LOW-VALUES
008228           IF WS-ARG-DATA-VALOR(1:8) NOT NUMERIC
008229                 OR WS-ARG-DATA-VALOR(9:2) NOT = SPACES
008230              DISPLAY "ERRO: Data-valor invalida (AAAAMMDD): "
008231                      WS-ARG-DATA-VALOR
008232              MOVE 1 TO RETURN-CODE
008233              STOP RUN
008234           END-IF
008235           MOVE WS-ARG-DATA-VALOR TO TRN-DATA-VALOR
008236        END-IF
008237     END-IF
008238
008239*    O NUMERO DO ITEM SO E POSTO NA LINHA NO REENVIO
008240     MOVE SPACES TO TRN-SUSPENSAO
008250     IF WS-TRANS = SPACES
008260        DISPLAY "ERRO: A correcao deixaria a transacao em "
008270                "branco; use CANCEL."
008280        MOVE 1 TO RETURN-CODE
008290        STOP RUN
008300     END-IF
008310
008320     MOVE WS-TRANS         TO ITM-TRANS-CORRIGIDA
008321     MOVE TRN-DATA-VALOR   TO ITM-DATA-VALOR-CORRIGIDA
008330     MOVE "C"              TO ITM-SITUACAO
008340     MOVE WS-DATA-CORRENTE TO ITM-DATA-SITUACAO
008350     MOVE WS-ITEM          TO TAB-LINHA(WS-IND-ITEM)
008360     ADD 1 TO WS-QTD-ALTERADAS
008370     DISPLAY "Item " WS-NUMERO " corrigido: " WS-TRANS.
008380 5000-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420* 5500-CANCELAR - CANCELA UM ITEM ABERTO OU CORRIGIDO. UM ITEM
008430* REENVIADO JA ESTA NUM ARQUIVO DE REENVIO E SO SE ENCERRA PELA
008440* CONVERSAO OU POR UMA NOVA REPROVACAO
008450*****************************************************************
008460 5500-CANCELAR.
008470     IF NOT ITM-ABERTO AND NOT ITM-CORRIGIDO
008480        DISPLAY "ERRO: So item aberto ou corrigido pode ser "
008490                "cancelado; item " WS-NUMERO " esta "
008500                WS-TXT-SITUACAO
008510        MOVE 4 TO RETURN-CODE
008520        STOP RUN
008530     END-IF
008540     MOVE "X"              TO ITM-SITUACAO
008550     MOVE WS-DATA-CORRENTE TO ITM-DATA-SITUACAO
008560     MOVE WS-ITEM          TO TAB-LINHA(WS-IND-ITEM)
008570     ADD 1 TO WS-QTD-ALTERADAS
008580     DISPLAY "Item " WS-NUMERO " cancelado.".
008590 5500-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630* 6000-REENVIAR - GRAVA O ARQUIVO DE REENVIO COM A TRANSACAO
008640* CORRIGIDA DE CADA ITEM CORRIGIDO, NO LAYOUT DE TRANS-REG DO
008650* CONVERTER E COM O NUMERO DO ITEM EM TRANS-SUSPENSAO, E MARCA
008660* OS ITENS REENVIADOS. UM ARQUIVO DE REENVIO QUE JA EXISTE NAO
008670* E SOBREPOSTO, PARA NAO PERDER UM REENVIO AINDA NAO
008680* PROCESSADO. SEM ITEM CORRIGIDO O ARQUIVO SAI VAZIO, PARA O
008690* LOTE SEGUINTE RODAR DO MESMO JEITO
008700*****************************************************************
008710 6000-REENVIAR.
008720     IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = LOW-VALUES
008730        MOVE WS-ARG2 TO WS-ARQ-REENVIO
008740     END-IF
008750     OPEN INPUT REENVIO
008760     IF FS-REENVIO-OK
008770        CLOSE REENVIO
008780        DISPLAY "ERRO: O arquivo de reenvio " WS-ARQ-REENVIO
008790                " ja existe; informe outro nome ou remova o "
008800                "arquivo ja processado."
008810        MOVE 6 TO RETURN-CODE
008820        STOP RUN
008830     END-IF
008840     OPEN OUTPUT REENVIO
008850     IF NOT FS-REENVIO-OK
008860        DISPLAY "ERRO: Falha ao criar o arquivo de reenvio "
008870                "(status " WS-FS-REENVIO ")."
008880        MOVE 6 TO RETURN-CODE
008890        STOP RUN
008900     END-IF
008910
008920     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-SUS
008930        MOVE TAB-LINHA(I) TO WS-ITEM
008940        IF ITM-CORRIGIDO
008950           PERFORM 6100-REENVIAR-ITEM THRU 6100-EXIT
008960        END-IF
008970     END-PERFORM
008980     CLOSE REENVIO
008990
009000     IF WS-QTD-ALTERADAS = ZERO
009010        DISPLAY "AVISO: Nenhum item corrigido para reenviar; "
009020                WS-ARQ-REENVIO " gerado vazio."
009030     ELSE
009040        DISPLAY "Reenvio gerado em " WS-ARQ-REENVIO
009050                " - itens: " WS-QTD-ALTERADAS
009060     END-IF.
009070 6000-EXIT.
009080     EXIT.
009090
009100*****************************************************************
009110* 6100-REENVIAR-ITEM - GRAVA A LINHA DE REENVIO DO ITEM I E O
009120* MARCA REENVIADO
009130*****************************************************************
009140 6100-REENVIAR-ITEM.
009150     MOVE ITM-TRANS-CORRIGIDA TO WS-TRANS
009160     MOVE ITM-NUMERO          TO TRN-SUSPENSAO
009161     MOVE ITM-DATA-VALOR-CORRIGIDA TO TRN-DATA-VALOR
009170     MOVE WS-TRANS            TO REENVIO-REG
009180     WRITE REENVIO-REG
009190     IF NOT FS-REENVIO-OK
009200        DISPLAY "ERRO: Falha ao gravar o arquivo de reenvio "
009210                "(status " WS-FS-REENVIO "); nada foi marcado "
009220                "como reenviado."
009230        CLOSE REENVIO
009240        DELETE FILE REENVIO
009250        MOVE 6 TO RETURN-CODE
009260        STOP RUN
009270     END-IF
009280     MOVE "R"              TO ITM-SITUACAO
009290     MOVE WS-DATA-CORRENTE TO ITM-DATA-SITUACAO
009300     MOVE WS-ARQ-REENVIO   TO ITM-ARQ-REENVIO
009310     MOVE WS-ITEM          TO TAB-LINHA(I)
009320     ADD 1 TO WS-QTD-ALTERADAS.
009330 6100-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370* 7000-BAIXAR-CONVERTIDOS - LE O LOG DE AUDITORIA INTEIRO E
009380* ENCERRA OS ITENS CUJO NUMERO APARECE EM LOG-SUSPENSAO; DEPOIS
009390* ENCERRA COMO SUBSTITUIDO TODO ITEM CUJO REENVIO FOI REPROVADO
009400* DE NOVO (UM ITEM MAIS NOVO APONTA PARA ELE EM
009410* SUS-ITEM-ANTERIOR). RODAR DE NOVO NAO MUDA NADA
009420*****************************************************************
009430 7000-BAIXAR-CONVERTIDOS.
009440     OPEN INPUT LOG-COTACOES
009450     IF NOT FS-LOG-OK
009460        IF NOT FS-LOG-NAO-EXISTE
009470           DISPLAY "ERRO: Falha ao abrir o log de auditoria "
009480                   "(status " WS-FS-LOG ")."
009490           MOVE 7 TO RETURN-CODE
009500           STOP RUN
009510        END-IF
009520        DISPLAY "AVISO: Log de auditoria (cotacao.log) "
009530                "inexistente; nenhuma conversao a baixar."
009540     ELSE
009550        MOVE "N" TO WS-EOF-LOG
009560        PERFORM UNTIL FIM-LOG
009570           MOVE SPACES TO LOG-REG
009580           READ LOG-COTACOES
009590              AT END
009600                 MOVE "Y" TO WS-EOF-LOG
009610              NOT AT END
009620                 IF LOG-SUSPENSAO NUMERIC
009630                       AND LOG-SUSPENSAO NOT = ZEROS
009640                    PERFORM 7100-BAIXAR-ITEM THRU 7100-EXIT
009650                 END-IF
009660           END-READ
009670        END-PERFORM
009680        CLOSE LOG-COTACOES
009690     END-IF
009700
009710     PERFORM VARYING WS-IND-ANT FROM 1 BY 1
009720             UNTIL WS-IND-ANT > WS-QTD-SUS
009730        MOVE TAB-LINHA(WS-IND-ANT) TO WS-ITEM
009740        IF ITM-ITEM-ANTERIOR NUMERIC
009750              AND ITM-ITEM-ANTERIOR NOT = ZERO
009760           PERFORM 7200-SUBSTITUIR-ITEM THRU 7200-EXIT
009770        END-IF
009780     END-PERFORM
009790
009800     DISPLAY "Suspensao baixada - convertidos: "
009810             WS-QTD-CONVERTIDOS " substituidos: "
009820             WS-QTD-SUBSTITUIDOS " conversoes em duplicidade: "
009830             WS-QTD-DUPLICADOS.
009840 7000-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880* 7100-BAIXAR-ITEM - ENCERRA COMO CONVERTIDO O ITEM DO REGISTRO
009890* DE LOG CORRENTE. O MESMO REGISTRO LIDO DE NOVO (CLOSE RODADO
009900* OUTRA VEZ) E IGNORADO; UMA OUTRA CONVERSAO DE UM ITEM JA
009910* ENCERRADO E AVISADA, PORQUE O VALOR FOI CONVERTIDO DUAS VEZES
009920*****************************************************************
009930 7100-BAIXAR-ITEM.
009940     MOVE LOG-SUSPENSAO TO WS-NUMERO
009950     PERFORM 3200-LOCALIZAR-NUMERO THRU 3200-EXIT
009960     IF NOT ITEM-ACHADO
009970        DISPLAY "AVISO: Conversao de " LOG-DATA " " LOG-HORA
009980                " aponta para o item " WS-NUMERO
009990                ", inexistente na suspensao."
010000        GO TO 7100-EXIT
010010     END-IF
010020     MOVE TAB-LINHA(WS-IND-ITEM) TO WS-ITEM
010030
010040     IF ITM-CONVERTIDO AND ITM-DATA-CONVERSAO = LOG-DATA
010050           AND ITM-HORA-CONVERSAO = LOG-HORA
010060        GO TO 7100-EXIT
010070     END-IF
010080     IF NOT ITM-PENDENTE
010090        PERFORM 3400-DESCREVER-SITUACAO THRU 3400-EXIT
010100        DISPLAY "AVISO: Item " WS-NUMERO " convertido em "
010110                LOG-DATA " " LOG-HORA " ja encerrado como "
010120                WS-TXT-SITUACAO
010130        ADD 1 TO WS-QTD-DUPLICADOS
010140        GO TO 7100-EXIT
010150     END-IF
010160
010170     MOVE "F"              TO ITM-SITUACAO
010180     MOVE WS-DATA-CORRENTE TO ITM-DATA-SITUACAO
010190     MOVE LOG-DATA         TO ITM-DATA-CONVERSAO
010200     MOVE LOG-HORA         TO ITM-HORA-CONVERSAO
010210     MOVE WS-ITEM          TO TAB-LINHA(WS-IND-ITEM)
010220     ADD 1 TO WS-QTD-CONVERTIDOS
010230     ADD 1 TO WS-QTD-ALTERADAS.
010240 7100-EXIT.
010250     EXIT.
010260
010270*****************************************************************
010280* 7200-SUBSTITUIR-ITEM - O ITEM EM WS-ITEM (POSICAO WS-IND-ANT)
010290* NASCEU DA NOVA REPROVACAO DE UM REENVIO: O ITEM ANTERIOR, SE
010300* AINDA PENDENTE, E ENCERRADO COMO SUBSTITUIDO E PASSA A APONTAR
010310* PARA O NOVO
010320*****************************************************************
010330 7200-SUBSTITUIR-ITEM.
010340     MOVE ITM-ITEM-ANTERIOR TO WS-NUMERO
010350     MOVE ITM-NUMERO        TO WS-NUMERO-NOVO
010360     PERFORM 3200-LOCALIZAR-NUMERO THRU 3200-EXIT
010370     IF NOT ITEM-ACHADO
010380        GO TO 7200-EXIT
010390     END-IF
010400     MOVE TAB-LINHA(WS-IND-ITEM) TO WS-ITEM
010410     IF NOT ITM-PENDENTE
010420        GO TO 7200-EXIT
010430     END-IF
010440     MOVE "S"              TO ITM-SITUACAO
010450     MOVE WS-DATA-CORRENTE TO ITM-DATA-SITUACAO
010460     MOVE WS-NUMERO-NOVO   TO ITM-ITEM-NOVO
010470     MOVE WS-ITEM          TO TAB-LINHA(WS-IND-ITEM)
010480     ADD 1 TO WS-QTD-SUBSTITUIDOS
010490     ADD 1 TO WS-QTD-ALTERADAS.
010500 7200-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540* 8000-REGRAVAR-ARQUIVO - REGRAVA O ARQUIVO DE SUSPENSAO INTEIRO,
010550* NA MESMA ORDEM EM QUE FOI LIDO. NO RESUBMIT UMA FALHA AQUI
010560* REMOVE O ARQUIVO DE REENVIO JA GRAVADO, PARA QUE OS ITENS NAO
010570* SEJAM CONVERTIDOS SEM ESTAREM MARCADOS COMO REENVIADOS
010580*****************************************************************
010590 8000-REGRAVAR-ARQUIVO.
010600     OPEN OUTPUT SUSPENSO
010610     IF NOT FS-SUSPENSO-OK
010620        DISPLAY "ERRO: Falha ao regravar o arquivo de suspensao "
010630                "(status " WS-FS-SUSPENSO ")."
010640        PERFORM 8100-DESFAZER-REENVIO THRU 8100-EXIT
010650        MOVE 5 TO RETURN-CODE
010660        STOP RUN
010670     END-IF
010680     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-SUS
010690        MOVE TAB-LINHA(I) TO SUS-REG
010700        WRITE SUS-REG
010710        IF NOT FS-SUSPENSO-OK
010720           DISPLAY "ERRO: Falha ao gravar o arquivo de suspensao "
010730                   "(status " WS-FS-SUSPENSO ")."
010740           CLOSE SUSPENSO
010750           PERFORM 8100-DESFAZER-REENVIO THRU 8100-EXIT
010760           MOVE 5 TO RETURN-CODE
010770           STOP RUN
010780        END-IF
010790     END-PERFORM
010800     CLOSE SUSPENSO.
010810 8000-EXIT.
010820     EXIT.
010830
010840 8100-DESFAZER-REENVIO.
010850     IF WS-ARG-OPERACAO = "RESUBMIT"
010860        DELETE FILE REENVIO
010870        DISPLAY "ERRO: Arquivo de reenvio " WS-ARQ-REENVIO
010880                " removido; rode o RESUBMIT de novo."
010890     END-IF.
010900 8100-EXIT.
010910     EXIT.
