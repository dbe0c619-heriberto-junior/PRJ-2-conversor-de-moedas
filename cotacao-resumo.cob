000160*  VALOR TOTAL CONVERTIDO (NA MOEDA DE DESTINO), VALOR TOTAL NA
000170*  MOEDA BASE E AS TAXAS CRUZADAS MINIMA E MAXIMA UTILIZADAS.
000180*  AO FINAL IMPRIME OS TOTAIS GERAIS NA MOEDA BASE.
000181*  AS CONVERSOES FORWARD (DATA-VALOR ALEM DO SPOT) FICAM EM
000182*  LINHAS PROPRIAS (PRZ = F) E TEM TOTAIS SEPARADOS DAS SPOT.
000190*
000200*  ARGUMENTOS (ARGUMENT-VALUE):
000210*     1 - DATA INICIAL DO PERIODO, AAAAMMDD (EM BRANCO ASSUME A
000403*                      PAR, NA MOEDA DO RESULTADO. REGISTROS
000404*                      ANTIGOS, COM O CAMPO EM BRANCO, SOMAM
000405*                      MARGEM ZERO.
000406*  2026-10-15  RVJ     O LOG PASSOU A REGISTRAR A DATA-VALOR E
000407*                      SE A CONVERSAO FOI FORWARD (LOG-FORWARD);
000408*                      O RESUMO PASSOU A ACUMULAR E LISTAR TAMBEM
000409*                      POR PRAZO (S = SPOT, F = FORWARD) E GANHOU
000410*                      OS TOTAIS DE SPOT E DE FORWARD NO FIM.
000411*                      REGISTROS ANTIGOS CONTAM COMO SPOT.
000412*
000413*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000420*     0 - RELATORIO GERADO COM SUCESSO
000430*     1 - DATA INICIAL OU FINAL INVALIDA
000440*     2 - ARQUIVO DE LOG (COTACAO.LOG) NAO ENCONTRADO
000600 COPY "cotlog.cpy".
000610
000620 FD  RELATORIO.
000630 01  REL-REG                     PIC X(136).
000640
000650 WORKING-STORAGE SECTION.
000660
000860         10  PAR-DESTINO     PIC X(03).
000870         10  PAR-DIRECAO     PIC X(01).
000871         10  PAR-MODO        PIC X(01).
000872         10  PAR-PRAZO       PIC X(01).
000880         10  PAR-QTD         PIC 9(07).
000890         10  PAR-TOTAL       PIC 9(13)V99.
000900         10  PAR-TOTAL-BASE  PIC 9(13)V99.
001030 01  WS-TOT-CONVERSOES       PIC 9(07) VALUE ZERO.
001040 01  WS-TOT-BASE             PIC 9(13)V99 VALUE ZERO.
001050 01  WS-QTD-DESCARTADAS      PIC 9(07) VALUE ZERO.
001051 01  WS-TOT-QTD-SPOT         PIC 9(07) VALUE ZERO.
001052 01  WS-TOT-BASE-SPOT        PIC 9(13)V99 VALUE ZERO.
001053 01  WS-TOT-QTD-FORWARD      PIC 9(07) VALUE ZERO.
001054 01  WS-TOT-BASE-FORWARD     PIC 9(13)V99 VALUE ZERO.
001055 01  WS-PRAZO                PIC X(01).
001056     88  PRAZO-FORWARD                VALUE "F".
001060
001070 01  WS-CAB-PERIODO.
001080     05  FILLER              PIC X(34) VALUE
001160     05  FILLER              PIC X(04) VALUE "DST".
001170     05  FILLER              PIC X(04) VALUE "DIR".
001171     05  FILLER              PIC X(04) VALUE "MOD".
001172     05  FILLER              PIC X(04) VALUE "PRZ".
001180     05  FILLER              PIC X(11) VALUE " CONVERSOES".
001190     05  FILLER              PIC X(22) VALUE
001200         "      TOTAL CONVERTIDO".
001331     05  FILLER              PIC X(03) VALUE SPACES.
001332     05  LIN-MODO            PIC X(01).
001340     05  FILLER              PIC X(03) VALUE SPACES.
001341     05  LIN-PRAZO           PIC X(01).
001342     05  FILLER              PIC X(03) VALUE SPACES.
001350     05  LIN-QTD             PIC Z(06)9.
001360     05  FILLER              PIC X(02) VALUE SPACES.
001370     05  LIN-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001490     05  FILLER              PIC X(25) VALUE
001500         "   TOTAL EM MOEDA BASE: ".
001510     05  TOT-BASE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001511
001512 01  WS-LINHA-TOTAL-PRAZO.
001513     05  PRZ-ROTULO          PIC X(21).
001514     05  PRZ-QTD             PIC Z(06)9.
001515     05  FILLER              PIC X(25) VALUE
001516         "   TOTAL EM MOEDA BASE: ".
001517     05  PRZ-BASE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001520
001530 PROCEDURE DIVISION.
001540
002580        GO TO 5200-EXIT
002590     END-IF
002600
002601*    REGISTROS SEM LOG-FORWARD (ANTERIORES A DATA-VALOR) SAO SPOT
002602     IF LOG-E-FORWARD
002603        MOVE "F" TO WS-PRAZO
002604     ELSE
002605        MOVE "S" TO WS-PRAZO
002606     END-IF
002607
002610     MOVE "N" TO WS-FLAG-PAR-ACHADO
002620     PERFORM VARYING WS-IND-PAR FROM 1 BY 1
002630             UNTIL WS-IND-PAR > WS-QTD-PARES OR PAR-ACHADO
002640        IF PAR-ORIGEM(WS-IND-PAR) = LOG-ORIGEM AND
002650           PAR-DESTINO(WS-IND-PAR) = LOG-DESTINO AND
002660           PAR-DIRECAO(WS-IND-PAR) = LOG-DIRECAO AND
002661           PAR-MODO(WS-IND-PAR) = LOG-MODO AND
002662           PAR-PRAZO(WS-IND-PAR) = WS-PRAZO
002670           MOVE "Y" TO WS-FLAG-PAR-ACHADO
002680        END-IF
002690     END-PERFORM
002850        MOVE LOG-DESTINO      TO PAR-DESTINO(WS-IND-PAR)
002860        MOVE LOG-DIRECAO      TO PAR-DIRECAO(WS-IND-PAR)
002861        MOVE LOG-MODO         TO PAR-MODO(WS-IND-PAR)
002862        MOVE WS-PRAZO         TO PAR-PRAZO(WS-IND-PAR)
002870        MOVE ZERO             TO PAR-QTD(WS-IND-PAR)
002880        MOVE ZERO             TO PAR-TOTAL(WS-IND-PAR)
002890        MOVE ZERO             TO PAR-TOTAL-BASE(WS-IND-PAR)
003010        MOVE WS-TAXA-CRUZADA TO PAR-TAXA-MAX(WS-IND-PAR)
003020     END-IF
003030     ADD 1             TO WS-TOT-CONVERSOES
003040     ADD WS-VALOR-BASE TO WS-TOT-BASE
003041     IF PRAZO-FORWARD
003042        ADD 1             TO WS-TOT-QTD-FORWARD
003043        ADD WS-VALOR-BASE TO WS-TOT-BASE-FORWARD
003044     ELSE
003045        ADD 1             TO WS-TOT-QTD-SPOT
003046        ADD WS-VALOR-BASE TO WS-TOT-BASE-SPOT
003047     END-IF.
003050 5200-EXIT.
003060     EXIT.
003070
003340        MOVE WS-TOT-BASE       TO TOT-BASE
003350        MOVE WS-LINHA-TOTAL    TO REL-REG
003360        WRITE REL-REG
003361        MOVE "  SPOT:             " TO PRZ-ROTULO
003362        MOVE WS-TOT-QTD-SPOT        TO PRZ-QTD
003363        MOVE WS-TOT-BASE-SPOT       TO PRZ-BASE
003364        MOVE WS-LINHA-TOTAL-PRAZO   TO REL-REG
003365        WRITE REL-REG
003366        MOVE "  FORWARD:          " TO PRZ-ROTULO
003367        MOVE WS-TOT-QTD-FORWARD     TO PRZ-QTD
003368        MOVE WS-TOT-BASE-FORWARD    TO PRZ-BASE
003369        MOVE WS-LINHA-TOTAL-PRAZO   TO REL-REG
003370        WRITE REL-REG
003371     END-IF
003380
003390     IF WS-QTD-DESCARTADAS > ZERO
003400        MOVE SPACES TO REL-REG
003620     MOVE PAR-DESTINO(WS-IND-PAR)    TO LIN-DESTINO
003630     MOVE PAR-DIRECAO(WS-IND-PAR)    TO LIN-DIRECAO
003631     MOVE PAR-MODO(WS-IND-PAR)       TO LIN-MODO
003632     MOVE PAR-PRAZO(WS-IND-PAR)      TO LIN-PRAZO
003640     MOVE PAR-QTD(WS-IND-PAR)        TO LIN-QTD
003650     MOVE PAR-TOTAL(WS-IND-PAR)      TO LIN-TOTAL
003660     MOVE PAR-TOTAL-BASE(WS-IND-PAR) TO LIN-TOTAL-BASE
