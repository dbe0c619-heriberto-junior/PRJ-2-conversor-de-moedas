000140*  PERCEBE ATE O FECHAMENTO DO MES. ESTE PROGRAMA CASA AS LINHAS
000150*  "OK" DO ARQUIVO DE RESULTADOS COM OS REGISTROS DO LOG DA DATA
000160*  DO LOTE, PAREANDO POR VALOR DE ENTRADA, MOEDA DE ORIGEM,
000170*  MOEDA DE DESTINO, DIRECAO E CLIENTE, E APONTA:
000180*     - CONVERSOES NO RESULTADO SEM REGISTRO NO LOG
000190*     - REGISTROS NO LOG SEM LINHA NO RESULTADO
000200*     - PARES CASADOS CUJO VALOR CONVERTIDO DIVERGE ENTRE OS
000360*  2026-09-02  RVJ     PROGRAMA CRIADO COMO CONTROLE DIARIO DA
000370*                      TESOURARIA ANTES DA SAIDA DO RESUMO,
000380*                      CASANDO RESULTADOS.TXT COM COTACAO.LOG.
000381*  2026-10-15  RVJ     ACOMPANHANDO O CODIGO DE CLIENTE DO
000382*                      CONVERTER, O CLIENTE ENTROU NO LAYOUT DE
000383*                      RESULT-REG, NA CHAVE DO CASAMENTO COM O LOG
000384*                      (LOG-CLIENTE) E NA LINHA DO RELATORIO, QUE
000385*                      PASSOU A 132 POSICOES.
000390*
000400*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000410*     0 - RESULTADOS E LOG CONCILIADOS SEM DIVERGENCIA
000740     05  RESULT-VALOR-CONV       PIC X(35).
000750     05  FILLER                  PIC X(01).
000760     05  RESULT-STATUS           PIC X(05).
000761     05  FILLER                  PIC X(01).
000762     05  RESULT-CLIENTE          PIC X(10).
000770
000780 FD  LOG-COTACOES.
000790 COPY "cotlog.cpy".
000800
000810 FD  RELATORIO.
000820 01  REL-REG                     PIC X(132).
000830
000840 WORKING-STORAGE SECTION.
000850
001130         10  RES-DESTINO     PIC X(03).
001140         10  RES-DIRECAO     PIC X(01).
001150         10  RES-VALOR-CONV  PIC X(35).
001151         10  RES-CLIENTE     PIC X(10).
001160         10  RES-CASADO      PIC X(01).
001170             88  RES-JA-CASADO        VALUE "Y".
001180 01  WS-IND-RES              PIC 9(05).
001690     05  FILLER              PIC X(01) VALUE SPACE.
001700     05  DET-DIRECAO         PIC X(01).
001710     05  FILLER              PIC X(01) VALUE SPACE.
001711     05  DET-CLIENTE         PIC X(10).
001712     05  FILLER              PIC X(01) VALUE SPACE.
001720     05  DET-DETALHE         PIC X(70).
001730
001740 PROCEDURE DIVISION.
002890     MOVE RESULT-DESTINO    TO RES-DESTINO(WS-QTD-RES)
002900     MOVE RESULT-DIRECAO    TO RES-DIRECAO(WS-QTD-RES)
002910     MOVE RESULT-VALOR-CONV TO RES-VALOR-CONV(WS-QTD-RES)
002911     MOVE RESULT-CLIENTE    TO RES-CLIENTE(WS-QTD-RES)
002920     MOVE "N"               TO RES-CASADO(WS-QTD-RES).
002930 3200-EXIT.
002940     EXIT.
003330           AND RES-ORIGEM(WS-IND-RES)  = LOG-ORIGEM
003340           AND RES-DESTINO(WS-IND-RES) = LOG-DESTINO
003350           AND RES-DIRECAO(WS-IND-RES) = LOG-DIRECAO
003351           AND RES-CLIENTE(WS-IND-RES) = LOG-CLIENTE
003360           MOVE "Y" TO WS-FLAG-RES-ACHADO
003370        END-IF
003380     END-PERFORM
003450        MOVE LOG-ORIGEM        TO DET-ORIGEM
003460        MOVE LOG-DESTINO       TO DET-DESTINO
003470        MOVE LOG-DIRECAO       TO DET-DIRECAO
003471        MOVE LOG-CLIENTE       TO DET-CLIENTE
003480        MOVE LOG-VALOR-RESULT  TO WS-LOG-VALOR-ED
003490        STRING "VALOR NO LOG: "  DELIMITED BY SIZE
003500               WS-LOG-VALOR-ED   DELIMITED BY SIZE
003660        MOVE LOG-ORIGEM        TO DET-ORIGEM
003670        MOVE LOG-DESTINO       TO DET-DESTINO
003680        MOVE LOG-DIRECAO       TO DET-DIRECAO
003681        MOVE LOG-CLIENTE       TO DET-CLIENTE
003690        MOVE LOG-VALOR-RESULT  TO WS-LOG-VALOR-ED
003700        STRING "RESULTADO: "           DELIMITED BY SIZE
003710               RES-VALOR-CONV(WS-IND-RES) DELIMITED BY SIZE
004990                                       TO DET-DESTINO
005000           MOVE RES-DIRECAO(WS-IND-RES)
005010                                       TO DET-DIRECAO
005011           MOVE RES-CLIENTE(WS-IND-RES)
005012                                       TO DET-CLIENTE
005020           MOVE RES-VALOR-CONV(WS-IND-RES)
005030                                       TO DET-DETALHE
005040           MOVE WS-LINHA-DET           TO REL-REG
