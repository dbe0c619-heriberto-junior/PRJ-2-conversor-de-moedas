000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-EXTRATO.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-EXTRATO
000090*
000100*  EXTRATO DE CONVERSOES POR CLIENTE, A PARTIR DO LOG DE
000110*  AUDITORIA (COTACAO.LOG) GRAVADO PELO CONVERTER. PARA UM
000120*  PERIODO INFORMADO, IMPRIME UM EXTRATO POR CLIENTE (EM ORDEM
000130*  DE CODIGO), COM O NOME E A FAIXA DO CADASTRO DE CLIENTES
000140*  (CLIENTES.TXT) NO CABECALHO E, EM ORDEM CRONOLOGICA, CADA
000150*  CONVERSAO DO CLIENTE: VALOR DE ENTRADA, MOEDAS, DIRECAO, MODO,
000160*  A TAXA APLICADA (JA COM A MARGEM DA FAIXA), O RESULTADO E A
000170*  MARGEM COBRADA (LOG-MARGEM-VALOR). AO FIM DE CADA EXTRATO VEM
000180*  O TOTAL POR PAR DE MOEDAS, DIRECAO E MODO, COMO NO RESUMO.
000190*
000200*  A TAXA APLICADA E EXPRESSA EM UNIDADES DA MOEDA DE DESTINO POR
000210*  UNIDADE DA MOEDA DE ORIGEM: RESULTADO SOBRE VALOR DE ENTRADA NA
000220*  CONVERSAO DIRETA E VALOR DE ENTRADA SOBRE RESULTADO NA
000230*  REVERSA. SE A CONTA NAO PUDER SER FEITA (VALOR ZERADO), SAI A
000240*  TAXA CRUZADA DO LOG (TAXA DESTINO SOBRE TAXA ORIGEM).
000250*
000260*  REGISTROS DO LOG SEM CLIENTE (ANTERIORES AO CODIGO DE CLIENTE
000270*  OU OPERACOES DA PROPRIA TESOURARIA) NAO ENTRAM EM NENHUM
000280*  EXTRATO; A QUANTIDADE SAI NO RODAPE DO RELATORIO.
000290*
000300*  ARGUMENTOS (ARGUMENT-VALUE):
000310*     1 - DATA INICIAL DO PERIODO, AAAAMMDD (EM BRANCO ASSUME A
000320*         DATA CORRENTE)
000330*     2 - DATA FINAL DO PERIODO, AAAAMMDD (EM BRANCO ASSUME A
000340*         DATA INICIAL)
000350*     3 - CODIGO DO CLIENTE (EM BRANCO GERA O EXTRATO DE TODOS
000360*         OS CLIENTES COM CONVERSAO NO PERIODO)
000370*     4 - NOME DO ARQUIVO DO RELATORIO (EM BRANCO ASSUME
000380*         "extrato.rel")
000390*
000400*  HISTORICO DE ALTERACOES
000410*  DATA        AUTOR   DESCRICAO
000420*  2026-10-15  RVJ     PROGRAMA CRIADO JUNTO COM O CODIGO DE
000430*                      CLIENTE NO LOG DE AUDITORIA (LOG-CLIENTE),
000440*                      PARA A MESA ENVIAR A CADA CLIENTE O
000450*                      EXTRATO DAS SUAS CONVERSOES.
000460*
000470*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000480*     0 - RELATORIO GERADO COM SUCESSO
000490*     1 - DATA INICIAL OU FINAL INVALIDA
000500*     2 - ARQUIVO DE LOG (COTACAO.LOG) NAO ENCONTRADO
000510*****************************************************************
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT LOG-COTACOES ASSIGN TO "cotacao.log"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-LOG.
000590
000600     SELECT CLIENTES ASSIGN TO "clientes.txt"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CLI-COD
000640         FILE STATUS IS WS-FS-CLIENTES.
000650
000660     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  LOG-COTACOES.
000720 COPY "cotlog.cpy".
000730
000740 FD  CLIENTES.
000750 COPY "cliente.cpy".
000760
000770 FD  RELATORIO.
000780 01  REL-REG                     PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810
000820 01  WS-ARG1                 PIC X(10).
000830 01  WS-ARG2                 PIC X(10).
000840 01  WS-ARG3                 PIC X(20).
000850 01  WS-ARG4                 PIC X(50).
000860 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "extrato.rel".
000870
000880 01  WS-DATA-INI             PIC 9(08).
000890 01  WS-DATA-FIM             PIC 9(08).
000900 01  WS-DATA-X               PIC X(08).
000910 01  WS-CLIENTE-FILTRO       PIC X(10) VALUE SPACES.
000920
000930 01  WS-FS-LOG               PIC X(02).
000940     88  FS-LOG-OK                    VALUE "00".
000950 01  WS-EOF-LOG              PIC X(01) VALUE "N".
000960     88  FIM-LOG                      VALUE "Y".
000970 01  WS-FS-CLIENTES          PIC X(02).
000980     88  FS-CLIENTES-OK               VALUE "00".
000990 01  WS-FLAG-CLIENTES-ABERTO PIC X(01) VALUE "N".
001000     88  CLIENTES-ABERTO              VALUE "Y".
001010
001020*    CONVERSOES DE CLIENTE DO PERIODO, NA ORDEM DO LOG (QUE E A
001030*    ORDEM CRONOLOGICA); CADA EXTRATO VARRE A TABELA ATRAS DAS
001040*    CONVERSOES DO SEU CLIENTE
001050 01  WS-QTD-EXT              PIC 9(05) VALUE ZERO.
001060 01  WS-MAX-EXT              PIC 9(05) VALUE 10000.
001070 01  WS-TAB-EXT.
001080     05  WS-EXT OCCURS 10000 TIMES.
001090         10  EXT-CLIENTE     PIC X(10).
001100         10  EXT-DATA        PIC 9(08).
001110         10  EXT-HORA        PIC 9(08).
001120         10  EXT-VALOR-ORIG  PIC X(15).
001130         10  EXT-VALOR       PIC 9(10)V9(10).
001140         10  EXT-ORIGEM      PIC X(03).
001150         10  EXT-DESTINO     PIC X(03).
001160         10  EXT-DIRECAO     PIC X(01).
001170         10  EXT-MODO        PIC X(01).
001180         10  EXT-TIER        PIC X(03).
001190         10  EXT-TAXA        PIC 9(10)V9(10).
001200         10  EXT-RESULTADO   PIC 9(10)V9(10).
001210         10  EXT-MARGEM      PIC 9(10)V9(10).
001220 01  WS-IND-EXT              PIC 9(05).
001230
001240*    CLIENTES COM CONVERSAO NO PERIODO, MANTIDOS EM ORDEM DE
001250*    CODIGO PARA OS EXTRATOS SAIREM ORDENADOS
001260 01  WS-QTD-CLI              PIC 9(05) VALUE ZERO.
001270 01  WS-MAX-CLI              PIC 9(05) VALUE 1000.
001280 01  WS-TAB-CLI.
001290     05  WS-CLI OCCURS 1000 TIMES.
001300         10  LST-CLIENTE     PIC X(10).
001310         10  LST-QTD         PIC 9(07).
001320 01  WS-IND-CLI              PIC 9(05).
001330 01  J                       PIC 9(05).
001340 01  WS-FLAG-CLI-ACHADO      PIC X(01).
001350     88  CLI-ACHADO                   VALUE "Y".
001360
001370*    TOTAIS DO EXTRATO CORRENTE POR PAR ORIGEM/DESTINO/DIRECAO/
001380*    MODO, ZERADOS A CADA CLIENTE
001390 01  WS-QTD-PARES            PIC 9(03) VALUE ZERO.
001400 01  WS-MAX-PARES            PIC 9(03) VALUE 200.
001410 01  WS-TAB-PARES.
001420     05  WS-PAR OCCURS 200 TIMES.
001430         10  PAR-ORIGEM      PIC X(03).
001440         10  PAR-DESTINO     PIC X(03).
001450         10  PAR-DIRECAO     PIC X(01).
001460         10  PAR-MODO        PIC X(01).
001470         10  PAR-QTD         PIC 9(07).
001480         10  PAR-ENTRADA     PIC 9(13)V99.
001490         10  PAR-TOTAL       PIC 9(13)V99.
001500         10  PAR-MARGEM      PIC 9(13)V99.
001510 01  WS-IND-PAR              PIC 9(03).
001520 01  WS-FLAG-PAR-ACHADO      PIC X(01).
001530     88  PAR-ACHADO                   VALUE "Y".
001540
001550 01  WS-VALOR-NORM           PIC X(30).
001560 01  WS-FLAG-CALCULO-OK      PIC X(01).
001570     88  CALCULO-OK                   VALUE "Y".
001580
001590 77  WS-QTD-LIDAS            PIC 9(07) VALUE ZERO.
001600 77  WS-QTD-SEM-CLIENTE      PIC 9(07) VALUE ZERO.
001610 77  WS-QTD-DESCARTADAS      PIC 9(07) VALUE ZERO.
001620 77  WS-QTD-EXTRATOS         PIC 9(07) VALUE ZERO.
001630
001640 01  WS-QTD-ED               PIC ZZZZZZ9.
001650
001660 01  WS-CAB-PERIODO.
001670     05  FILLER              PIC X(36) VALUE
001680         "EXTRATO DE CONVERSOES - PERIODO DE ".
001690     05  CAB-DATA-INI        PIC 9(08).
001700     05  FILLER              PIC X(03) VALUE " A ".
001710     05  CAB-DATA-FIM        PIC 9(08).
001720
001730 01  WS-CAB-CLIENTE.
001740     05  FILLER              PIC X(09) VALUE "CLIENTE: ".
001750     05  CAB-CLIENTE         PIC X(10).
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  CAB-NOME            PIC X(40).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  FILLER              PIC X(07) VALUE "FAIXA: ".
001800     05  CAB-TIER            PIC X(10).
001810
001820 01  WS-CAB-COLUNAS.
001830     05  FILLER              PIC X(09) VALUE "DATA".
001840     05  FILLER              PIC X(09) VALUE "HORA".
001850     05  FILLER              PIC X(16) VALUE " VALOR ENTRADA".
001860     05  FILLER              PIC X(04) VALUE "ORG".
001870     05  FILLER              PIC X(04) VALUE "DST".
001880     05  FILLER              PIC X(04) VALUE "DIR".
001890     05  FILLER              PIC X(04) VALUE "MOD".
001900     05  FILLER              PIC X(05) VALUE "TIER".
001910     05  FILLER              PIC X(20) VALUE
001920         "       TAXA APLICADA".
001930     05  FILLER              PIC X(22) VALUE
001940         "             RESULTADO".
001950     05  FILLER              PIC X(18) VALUE
001960         "            MARGEM".
001970
001980 01  WS-LINHA-DET.
001990     05  DET-DATA            PIC 9(08).
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  DET-HORA            PIC X(08).
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  DET-VALOR           PIC X(15).
002040     05  FILLER              PIC X(01) VALUE SPACE.
002050     05  DET-ORIGEM          PIC X(03).
002060     05  FILLER              PIC X(01) VALUE SPACE.
002070     05  DET-DESTINO         PIC X(03).
002080     05  FILLER              PIC X(01) VALUE SPACE.
002090     05  DET-DIRECAO         PIC X(01).
002100     05  FILLER              PIC X(03) VALUE SPACES.
002110     05  DET-MODO            PIC X(01).
002120     05  FILLER              PIC X(03) VALUE SPACES.
002130     05  DET-TIER            PIC X(03).
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  DET-TAXA            PIC Z,ZZZ,ZZZ,ZZ9.999999.
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  DET-RESULTADO       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002180     05  FILLER              PIC X(02) VALUE SPACES.
002190     05  DET-MARGEM          PIC Z,ZZZ,ZZZ,ZZ9.99.
002200
002210 01  WS-CAB-PARES.
002220     05  FILLER              PIC X(04) VALUE "ORG".
002230     05  FILLER              PIC X(04) VALUE "DST".
002240     05  FILLER              PIC X(04) VALUE "DIR".
002250     05  FILLER              PIC X(04) VALUE "MOD".
002260     05  FILLER              PIC X(07) VALUE "   QTDE".
002270     05  FILLER              PIC X(22) VALUE
002280         "         TOTAL ENTRADA".
002290     05  FILLER              PIC X(22) VALUE
002300         "       TOTAL RESULTADO".
002310     05  FILLER              PIC X(18) VALUE
002320         "      TOTAL MARGEM".
002330
002340 01  WS-LINHA-PAR.
002350     05  LIN-ORIGEM          PIC X(03).
002360     05  FILLER              PIC X(01) VALUE SPACE.
002370     05  LIN-DESTINO         PIC X(03).
002380     05  FILLER              PIC X(01) VALUE SPACE.
002390     05  LIN-DIRECAO         PIC X(01).
002400     05  FILLER              PIC X(03) VALUE SPACES.
002410     05  LIN-MODO            PIC X(01).
002420     05  FILLER              PIC X(03) VALUE SPACES.
002430     05  LIN-QTD             PIC Z(06)9.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  LIN-ENTRADA         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  LIN-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  LIN-MARGEM          PIC Z,ZZZ,ZZZ,ZZ9.99.
002500
002510 01  WS-LINHA-SEPARADOR      PIC X(132) VALUE ALL "=".
002520
002530 PROCEDURE DIVISION.
002540
002550*****************************************************************
002560* 0000-MAINLINE
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002600     PERFORM 5000-CARREGAR-LOG THRU 5000-EXIT
002610     PERFORM 8000-IMPRIMIR-RELATORIO THRU 8000-EXIT
002620
002630     MOVE 0 TO RETURN-CODE
002640     STOP RUN.
002650
002660*****************************************************************
002670* 1000-INICIALIZAR - LE E VALIDA OS ARGUMENTOS E ABRE O LOG
002680*****************************************************************
002690 1000-INICIALIZAR.
002700     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
002710     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE.
002720     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE.
002730     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE.
002740
002750     IF WS-ARG1 = SPACES OR WS-ARG1 = LOW-VALUES
002760        ACCEPT WS-DATA-INI FROM DATE YYYYMMDD
002770     ELSE
002780        MOVE WS-ARG1 TO WS-DATA-X
002790        IF WS-DATA-X NOT NUMERIC
002800           DISPLAY "ERRO: Data inicial invalida: " WS-ARG1
002810           MOVE 1 TO RETURN-CODE
002820           STOP RUN
002830        END-IF
002840        MOVE WS-DATA-X TO WS-DATA-INI
002850     END-IF
002860
002870     IF WS-ARG2 = SPACES OR WS-ARG2 = LOW-VALUES
002880        MOVE WS-DATA-INI TO WS-DATA-FIM
002890     ELSE
002900        MOVE WS-ARG2 TO WS-DATA-X
002910        IF WS-DATA-X NOT NUMERIC
002920           DISPLAY "ERRO: Data final invalida: " WS-ARG2
002930           MOVE 1 TO RETURN-CODE
002940           STOP RUN
002950        END-IF
002960        MOVE WS-DATA-X TO WS-DATA-FIM
002970     END-IF
002980
002990     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
003000        INSPECT WS-ARG3 CONVERTING
003010           "abcdefghijklmnopqrstuvwxyz" TO
003020           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003030        MOVE WS-ARG3 TO WS-CLIENTE-FILTRO
003040     END-IF
003050
003060     IF WS-ARG4 NOT = SPACES AND WS-ARG4 NOT = LOW-VALUES
003070        MOVE WS-ARG4 TO WS-ARQ-RELATORIO
003080     END-IF
003090
003100     OPEN INPUT LOG-COTACOES
003110     IF NOT FS-LOG-OK
003120        DISPLAY "ERRO: Arquivo de log nao encontrado "
003130                "(status " WS-FS-LOG ")."
003140        MOVE 2 TO RETURN-CODE
003150        STOP RUN
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 5000-CARREGAR-LOG - LE O LOG DE AUDITORIA E GUARDA NA TABELA AS
003220* CONVERSOES DE CLIENTE DENTRO DO PERIODO (E DO CLIENTE PEDIDO)
003230*****************************************************************
003240 5000-CARREGAR-LOG.
003250     MOVE "N" TO WS-EOF-LOG
003260     PERFORM 5100-LER-LOG THRU 5100-EXIT
003270     PERFORM UNTIL FIM-LOG
003280        IF LOG-DATA >= WS-DATA-INI AND LOG-DATA <= WS-DATA-FIM
003290           ADD 1 TO WS-QTD-LIDAS
003300           IF LOG-CLIENTE = SPACES OR LOG-CLIENTE = LOW-VALUES
003310              ADD 1 TO WS-QTD-SEM-CLIENTE
003320           ELSE
003330              IF WS-CLIENTE-FILTRO = SPACES
003340                    OR LOG-CLIENTE = WS-CLIENTE-FILTRO
003350                 PERFORM 5200-GUARDAR-REGISTRO THRU 5200-EXIT
003360              END-IF
003370           END-IF
003380        END-IF
003390        PERFORM 5100-LER-LOG THRU 5100-EXIT
003400     END-PERFORM
003410     CLOSE LOG-COTACOES.
003420 5000-EXIT.
003430     EXIT.
003440
003450 5100-LER-LOG.
003460     MOVE SPACES TO LOG-REG
003470     READ LOG-COTACOES
003480        AT END MOVE "Y" TO WS-EOF-LOG
003490     END-READ.
003500 5100-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540* 5200-GUARDAR-REGISTRO - GUARDA UMA CONVERSAO NA TABELA DO
003550* EXTRATO, JA COM O VALOR DE ENTRADA EM NUMERO E A TAXA APLICADA
003560* CALCULADA, E REGISTRA O CLIENTE NA LISTA DE EXTRATOS
003570*****************************************************************
003580 5200-GUARDAR-REGISTRO.
003590     IF WS-QTD-EXT >= WS-MAX-EXT
003600        DISPLAY "ERRO: Limite de " WS-MAX-EXT
003610                " conversoes no extrato excedido; "
003620                "conversao ignorada do cliente " LOG-CLIENTE
003630        ADD 1 TO WS-QTD-DESCARTADAS
003640        GO TO 5200-EXIT
003650     END-IF
003660
003670     PERFORM 5300-REGISTRAR-CLIENTE THRU 5300-EXIT
003680     IF NOT CLI-ACHADO
003690        ADD 1 TO WS-QTD-DESCARTADAS
003700        GO TO 5200-EXIT
003710     END-IF
003720
003730     ADD 1 TO WS-QTD-EXT
003740     MOVE WS-QTD-EXT       TO WS-IND-EXT
003750     MOVE LOG-CLIENTE      TO EXT-CLIENTE(WS-IND-EXT)
003760     MOVE LOG-DATA         TO EXT-DATA(WS-IND-EXT)
003770     MOVE LOG-HORA         TO EXT-HORA(WS-IND-EXT)
003780     MOVE LOG-VALOR-ORIG   TO EXT-VALOR-ORIG(WS-IND-EXT)
003790     MOVE LOG-ORIGEM       TO EXT-ORIGEM(WS-IND-EXT)
003800     MOVE LOG-DESTINO      TO EXT-DESTINO(WS-IND-EXT)
003810     MOVE LOG-DIRECAO      TO EXT-DIRECAO(WS-IND-EXT)
003820     MOVE LOG-MODO         TO EXT-MODO(WS-IND-EXT)
003830     MOVE LOG-TIER         TO EXT-TIER(WS-IND-EXT)
003840     MOVE LOG-VALOR-RESULT TO EXT-RESULTADO(WS-IND-EXT)
003850*    REGISTROS ANTERIORES A TABELA DE MARGENS TRAZEM O CAMPO EM
003860*    BRANCO E SAEM COM MARGEM ZERO
003870     IF LOG-MARGEM-VALOR NUMERIC
003880        MOVE LOG-MARGEM-VALOR TO EXT-MARGEM(WS-IND-EXT)
003890     ELSE
003900        MOVE ZERO             TO EXT-MARGEM(WS-IND-EXT)
003910     END-IF
003920
003930*    O VALOR DE ENTRADA E O TEXTO INFORMADO NA TRANSACAO, JA
003940*    VALIDADO PELO CONVERTER; A VIRGULA DECIMAL VIRA PONTO
003950     MOVE "Y" TO WS-FLAG-CALCULO-OK
003960     MOVE LOG-VALOR-ORIG TO WS-VALOR-NORM
003970     INSPECT WS-VALOR-NORM REPLACING ALL "," BY "."
003980     COMPUTE EXT-VALOR(WS-IND-EXT) =
003990             FUNCTION NUMVAL(WS-VALOR-NORM)
004000        ON SIZE ERROR
004010           MOVE ZERO TO EXT-VALOR(WS-IND-EXT)
004020           MOVE "N"  TO WS-FLAG-CALCULO-OK
004030     END-COMPUTE
004040
004050     IF LOG-MODO-REVERSO
004060        COMPUTE EXT-TAXA(WS-IND-EXT) ROUNDED =
004070                EXT-VALOR(WS-IND-EXT) / LOG-VALOR-RESULT
004080           ON SIZE ERROR
004090              MOVE "N" TO WS-FLAG-CALCULO-OK
004100        END-COMPUTE
004110     ELSE
004120        COMPUTE EXT-TAXA(WS-IND-EXT) ROUNDED =
004130                LOG-VALOR-RESULT / EXT-VALOR(WS-IND-EXT)
004140           ON SIZE ERROR
004150              MOVE "N" TO WS-FLAG-CALCULO-OK
004160        END-COMPUTE
004170     END-IF
004180     IF NOT CALCULO-OK OR EXT-TAXA(WS-IND-EXT) = ZERO
004190        COMPUTE EXT-TAXA(WS-IND-EXT) ROUNDED =
004200                LOG-TAXA-DESTINO / LOG-TAXA-ORIGEM
004210           ON SIZE ERROR
004220              MOVE ZERO TO EXT-TAXA(WS-IND-EXT)
004230        END-COMPUTE
004240     END-IF.
004250 5200-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 5300-REGISTRAR-CLIENTE - CONTA A CONVERSAO NO CLIENTE DA LISTA
004300* DE EXTRATOS, INCLUINDO-O NA POSICAO DA ORDEM DE CODIGO QUANDO
004310* FOR A PRIMEIRA CONVERSAO DELE NO PERIODO. SAI COM CLI-ACHADO
004320* DESLIGADO SE A LISTA ESTIVER CHEIA
004330*****************************************************************
004340 5300-REGISTRAR-CLIENTE.
004350     MOVE "N" TO WS-FLAG-CLI-ACHADO
004360     PERFORM VARYING WS-IND-CLI FROM 1 BY 1
004370             UNTIL WS-IND-CLI > WS-QTD-CLI
004380                OR LST-CLIENTE(WS-IND-CLI) >= LOG-CLIENTE
004390        CONTINUE
004400     END-PERFORM
004410
004420     IF WS-IND-CLI <= WS-QTD-CLI
004430        IF LST-CLIENTE(WS-IND-CLI) = LOG-CLIENTE
004440           MOVE "Y" TO WS-FLAG-CLI-ACHADO
004450           ADD 1 TO LST-QTD(WS-IND-CLI)
004460           GO TO 5300-EXIT
004470        END-IF
004480     END-IF
004490
004500     IF WS-QTD-CLI >= WS-MAX-CLI
004510        DISPLAY "ERRO: Limite de " WS-MAX-CLI
004520                " clientes no extrato excedido; "
004530                "conversao ignorada do cliente " LOG-CLIENTE
004540        GO TO 5300-EXIT
004550     END-IF
004560
004570*    ABRE ESPACO NA POSICAO DO CLIENTE NOVO, EMPURRANDO OS DE
004580*    CODIGO MAIOR UMA POSICAO PARA BAIXO
004590     PERFORM VARYING J FROM WS-QTD-CLI BY -1
004600             UNTIL J < WS-IND-CLI
004610        MOVE WS-CLI(J) TO WS-CLI(J + 1)
004620     END-PERFORM
004630     ADD 1 TO WS-QTD-CLI
004640     MOVE LOG-CLIENTE TO LST-CLIENTE(WS-IND-CLI)
004650     MOVE 1           TO LST-QTD(WS-IND-CLI)
004660     MOVE "Y"         TO WS-FLAG-CLI-ACHADO.
004670 5300-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710* 8000-IMPRIMIR-RELATORIO - GRAVA UM EXTRATO POR CLIENTE DA LISTA
004720* E, NO FIM, OS TOTAIS DO RELATORIO
004730*****************************************************************
004740 8000-IMPRIMIR-RELATORIO.
004750     OPEN OUTPUT RELATORIO
004760
004770*    SEM O CADASTRO DE CLIENTES O EXTRATO SAI SO COM O CODIGO
004780     OPEN INPUT CLIENTES
004790     IF FS-CLIENTES-OK
004800        MOVE "Y" TO WS-FLAG-CLIENTES-ABERTO
004810     ELSE
004820        DISPLAY "AVISO: Cadastro de clientes nao disponivel "
004830                "(status " WS-FS-CLIENTES "); extratos sem "
004840                "nome e faixa."
004850     END-IF
004860
004870     IF WS-QTD-CLI = ZERO
004880        MOVE WS-DATA-INI TO CAB-DATA-INI
004890        MOVE WS-DATA-FIM TO CAB-DATA-FIM
004900        MOVE WS-CAB-PERIODO TO REL-REG
004910        WRITE REL-REG
004920        MOVE SPACES TO REL-REG
004930        WRITE REL-REG
004940        MOVE "NENHUMA CONVERSAO DE CLIENTE NO PERIODO" TO REL-REG
004950        WRITE REL-REG
004960     ELSE
004970        PERFORM VARYING WS-IND-CLI FROM 1 BY 1
004980                UNTIL WS-IND-CLI > WS-QTD-CLI
004990           PERFORM 8100-IMPRIMIR-EXTRATO THRU 8100-EXIT
005000        END-PERFORM
005010     END-IF
005020
005030     MOVE WS-LINHA-SEPARADOR TO REL-REG
005040     WRITE REL-REG
005050     MOVE WS-QTD-EXTRATOS TO WS-QTD-ED
005060     MOVE SPACES TO REL-REG
005070     STRING "EXTRATOS EMITIDOS:                 "
005080                                          DELIMITED BY SIZE
005090            WS-QTD-ED                     DELIMITED BY SIZE
005100            INTO REL-REG
005110     WRITE REL-REG
005120     MOVE WS-QTD-EXT TO WS-QTD-ED
005130     MOVE SPACES TO REL-REG
005140     STRING "CONVERSOES LISTADAS:               "
005150                                          DELIMITED BY SIZE
005160            WS-QTD-ED                     DELIMITED BY SIZE
005170            INTO REL-REG
005180     WRITE REL-REG
005190     MOVE WS-QTD-SEM-CLIENTE TO WS-QTD-ED
005200     MOVE SPACES TO REL-REG
005210     STRING "CONVERSOES SEM CLIENTE NO PERIODO: "
005220                                          DELIMITED BY SIZE
005230            WS-QTD-ED                     DELIMITED BY SIZE
005240            INTO REL-REG
005250     WRITE REL-REG
005260     IF WS-QTD-DESCARTADAS > ZERO
005270        MOVE WS-QTD-DESCARTADAS TO WS-QTD-ED
005280        MOVE SPACES TO REL-REG
005290        STRING "CONVERSOES DESCARTADAS (LIMITE DA TABELA): "
005300                                          DELIMITED BY SIZE
005310               WS-QTD-ED                  DELIMITED BY SIZE
005320               INTO REL-REG
005330        WRITE REL-REG
005340     END-IF
005350
005360     IF CLIENTES-ABERTO
005370        CLOSE CLIENTES
005380     END-IF
005390     CLOSE RELATORIO
005400     DISPLAY "Extrato gerado em " WS-ARQ-RELATORIO
005410             " - clientes: " WS-QTD-EXTRATOS
005420             " conversoes: " WS-QTD-EXT.
005430 8000-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470* 8100-IMPRIMIR-EXTRATO - GRAVA O EXTRATO DO CLIENTE CORRENTE DA
005480* LISTA: CABECALHO COM NOME E FAIXA DO CADASTRO, UMA LINHA POR
005490* CONVERSAO E OS TOTAIS POR PAR DE MOEDAS
005500*****************************************************************
005510 8100-IMPRIMIR-EXTRATO.
005520     ADD 1 TO WS-QTD-EXTRATOS
005530     MOVE LST-CLIENTE(WS-IND-CLI) TO CAB-CLIENTE
005540     MOVE "CLIENTE SEM CADASTRO"  TO CAB-NOME
005550     MOVE SPACES                  TO CAB-TIER
005560     IF CLIENTES-ABERTO
005570        MOVE LST-CLIENTE(WS-IND-CLI) TO CLI-COD
005580        READ CLIENTES
005590           INVALID KEY
005600              CONTINUE
005610           NOT INVALID KEY
005620              MOVE CLI-NOME TO CAB-NOME
005630              IF CLI-TIER = SPACES
005640                 MOVE "TAXA CHEIA" TO CAB-TIER
005650              ELSE
005660                 MOVE CLI-TIER TO CAB-TIER
005670              END-IF
005680        END-READ
005690     END-IF
005700
005710     IF WS-QTD-EXTRATOS > 1
005720        MOVE WS-LINHA-SEPARADOR TO REL-REG
005730        WRITE REL-REG
005740     END-IF
005750     MOVE WS-DATA-INI TO CAB-DATA-INI
005760     MOVE WS-DATA-FIM TO CAB-DATA-FIM
005770     MOVE WS-CAB-PERIODO TO REL-REG
005780     WRITE REL-REG
005790     MOVE WS-CAB-CLIENTE TO REL-REG
005800     WRITE REL-REG
005810     MOVE SPACES TO REL-REG
005820     WRITE REL-REG
005830     MOVE WS-CAB-COLUNAS TO REL-REG
005840     WRITE REL-REG
005850
005860     MOVE ZERO TO WS-QTD-PARES
005870     PERFORM VARYING WS-IND-EXT FROM 1 BY 1
005880             UNTIL WS-IND-EXT > WS-QTD-EXT
005890        IF EXT-CLIENTE(WS-IND-EXT) = LST-CLIENTE(WS-IND-CLI)
005900           PERFORM 8200-IMPRIMIR-CONVERSAO THRU 8200-EXIT
005910        END-IF
005920     END-PERFORM
005930
005940     MOVE SPACES TO REL-REG
005950     WRITE REL-REG
005960     MOVE WS-CAB-PARES TO REL-REG
005970     WRITE REL-REG
005980     PERFORM VARYING WS-IND-PAR FROM 1 BY 1
005990             UNTIL WS-IND-PAR > WS-QTD-PARES
006000        PERFORM 8400-IMPRIMIR-PAR THRU 8400-EXIT
006010     END-PERFORM
006020     MOVE SPACES TO REL-REG
006030     WRITE REL-REG
006040     MOVE LST-QTD(WS-IND-CLI) TO WS-QTD-ED
006050     MOVE SPACES TO REL-REG
006060     STRING "CONVERSOES DO CLIENTE NO PERIODO: " DELIMITED BY SIZE
006070            WS-QTD-ED                     DELIMITED BY SIZE
006080            INTO REL-REG
006090     WRITE REL-REG
006100     MOVE SPACES TO REL-REG
006110     WRITE REL-REG.
006120 8100-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 8200-IMPRIMIR-CONVERSAO - GRAVA A LINHA DE UMA CONVERSAO DO
006170* EXTRATO E ACUMULA NOS TOTAIS DO PAR
006180*****************************************************************
006190 8200-IMPRIMIR-CONVERSAO.
006200     MOVE SPACES TO WS-LINHA-DET
006210     MOVE EXT-DATA(WS-IND-EXT)       TO DET-DATA
006220     MOVE EXT-HORA(WS-IND-EXT)       TO WS-DATA-X
006230     STRING WS-DATA-X(1:2) ":" WS-DATA-X(3:2) ":" WS-DATA-X(5:2)
006240            DELIMITED BY SIZE INTO DET-HORA
006250     MOVE EXT-VALOR-ORIG(WS-IND-EXT) TO DET-VALOR
006260     MOVE EXT-ORIGEM(WS-IND-EXT)     TO DET-ORIGEM
006270     MOVE EXT-DESTINO(WS-IND-EXT)    TO DET-DESTINO
006280     MOVE EXT-DIRECAO(WS-IND-EXT)    TO DET-DIRECAO
006290     MOVE EXT-MODO(WS-IND-EXT)       TO DET-MODO
006300     MOVE EXT-TIER(WS-IND-EXT)       TO DET-TIER
006310     MOVE EXT-TAXA(WS-IND-EXT)       TO DET-TAXA
006320     MOVE EXT-RESULTADO(WS-IND-EXT)  TO DET-RESULTADO
006330     MOVE EXT-MARGEM(WS-IND-EXT)     TO DET-MARGEM
006340     MOVE WS-LINHA-DET TO REL-REG
006350     WRITE REL-REG
006360
006370     PERFORM 8300-ACUMULAR-PAR THRU 8300-EXIT.
006380 8200-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420* 8300-ACUMULAR-PAR - LOCALIZA (OU CRIA) O PAR ORIGEM/DESTINO/
006430* DIRECAO/MODO DA CONVERSAO E ACUMULA NELE, COMO NO RESUMO
006440*****************************************************************
006450 8300-ACUMULAR-PAR.
006460     MOVE "N" TO WS-FLAG-PAR-ACHADO
006470     PERFORM VARYING WS-IND-PAR FROM 1 BY 1
006480             UNTIL WS-IND-PAR > WS-QTD-PARES OR PAR-ACHADO
006490        IF PAR-ORIGEM(WS-IND-PAR) = EXT-ORIGEM(WS-IND-EXT) AND
006500           PAR-DESTINO(WS-IND-PAR) = EXT-DESTINO(WS-IND-EXT) AND
006510           PAR-DIRECAO(WS-IND-PAR) = EXT-DIRECAO(WS-IND-EXT) AND
006520           PAR-MODO(WS-IND-PAR) = EXT-MODO(WS-IND-EXT)
006530           MOVE "Y" TO WS-FLAG-PAR-ACHADO
006540        END-IF
006550     END-PERFORM
006560
006570     IF PAR-ACHADO
006580        SUBTRACT 1 FROM WS-IND-PAR
006590     ELSE
006600        IF WS-QTD-PARES >= WS-MAX-PARES
006610           DISPLAY "AVISO: Limite de " WS-MAX-PARES
006620                   " pares no extrato excedido; conversao fora "
006630                   "dos totais: " EXT-ORIGEM(WS-IND-EXT) "/"
006640                   EXT-DESTINO(WS-IND-EXT)
006650           GO TO 8300-EXIT
006660        END-IF
006670        ADD 1 TO WS-QTD-PARES
006680        MOVE WS-QTD-PARES TO WS-IND-PAR
006690        MOVE EXT-ORIGEM(WS-IND-EXT)  TO PAR-ORIGEM(WS-IND-PAR)
006700        MOVE EXT-DESTINO(WS-IND-EXT) TO PAR-DESTINO(WS-IND-PAR)
006710        MOVE EXT-DIRECAO(WS-IND-EXT) TO PAR-DIRECAO(WS-IND-PAR)
006720        MOVE EXT-MODO(WS-IND-EXT)    TO PAR-MODO(WS-IND-PAR)
006730        MOVE ZERO TO PAR-QTD(WS-IND-PAR)
006740        MOVE ZERO TO PAR-ENTRADA(WS-IND-PAR)
006750        MOVE ZERO TO PAR-TOTAL(WS-IND-PAR)
006760        MOVE ZERO TO PAR-MARGEM(WS-IND-PAR)
006770     END-IF
006780
006790     ADD 1                         TO PAR-QTD(WS-IND-PAR)
006800     ADD EXT-VALOR(WS-IND-EXT)     TO PAR-ENTRADA(WS-IND-PAR)
006810     ADD EXT-RESULTADO(WS-IND-EXT) TO PAR-TOTAL(WS-IND-PAR)
006820     ADD EXT-MARGEM(WS-IND-EXT)    TO PAR-MARGEM(WS-IND-PAR).
006830 8300-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870* 8400-IMPRIMIR-PAR - MONTA E GRAVA A LINHA DE TOTAL DE UM PAR
006880*****************************************************************
006890 8400-IMPRIMIR-PAR.
006900     MOVE PAR-ORIGEM(WS-IND-PAR)  TO LIN-ORIGEM
006910     MOVE PAR-DESTINO(WS-IND-PAR) TO LIN-DESTINO
006920     MOVE PAR-DIRECAO(WS-IND-PAR) TO LIN-DIRECAO
006930     MOVE PAR-MODO(WS-IND-PAR)    TO LIN-MODO
006940     MOVE PAR-QTD(WS-IND-PAR)     TO LIN-QTD
006950     MOVE PAR-ENTRADA(WS-IND-PAR) TO LIN-ENTRADA
006960     MOVE PAR-TOTAL(WS-IND-PAR)   TO LIN-TOTAL
006970     MOVE PAR-MARGEM(WS-IND-PAR)  TO LIN-MARGEM
006980     MOVE WS-LINHA-PAR TO REL-REG
006990     WRITE REL-REG.
007000 8400-EXIT.
007010     EXIT.
