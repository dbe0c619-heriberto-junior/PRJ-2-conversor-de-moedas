000180*  POSTERIORES AO CORTE. A OPERACAO RESTORE DEVOLVE AO ARQUIVO
000190*  ONLINE AS COTACOES ARQUIVADAS DE UMA MOEDA, PARA ATENDER SOB
000200*  DEMANDA UMA CONVERSAO HISTORICA ANTERIOR AO CORTE.
000201*  COM AS VERSOES INTRADIA, A COTACAO MANTIDA E A ULTIMA VERSAO
000202*  ATIVA ATE O CORTE (DATA E HORA); AS VERSOES ANTERIORES A ELA
000203*  NO MESMO DIA VAO PARA O HISTORICO COMO AS DE DIAS ANTERIORES,
000204*  E TODAS AS VERSOES DO PROPRIO DIA DE CORTE FICAM NO ONLINE.
000210*
000220*  ARGUMENTOS (ARGUMENT-VALUE):
000230*     1 - OPERACAO: ARCHIVE OU RESTORE
000384*                      COM A IMAGEM ANTES (EXPURGO) OU DEPOIS
000385*                      (RESTAURACAO), PARA A TRILHA DE AUDITORIA
000386*                      DE ALTERACOES DE COTACAO.
000387*  2026-10-15  RVJ     VERSOES INTRADIA: A TABELA DE MANTIDAS
000388*                      GUARDA DATA E HORA DA VERSAO MANTIDA E O
000389*                      HISTORICO PASSOU A 35 POSICOES COM A HORA
000390*                      DE VIGENCIA; LINHAS ANTIGAS, SEM HORA, SAO
000391*                      RESTAURADAS COM HORA 000000.
000392*
000400*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000410*     0 - OPERACAO CONCLUIDA COM SUCESSO
000420*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000560                                             DATA-EFETIVA
000561                                             HORA-EFETIVA
000570         FILE STATUS IS WS-FS-MOEDAS.
000580
000590     SELECT HISTORICO ASSIGN TO WS-ARQ-HISTORICO
000660 COPY "moedareg.cpy".
000670
000680 FD  HISTORICO.
000690 01  HIST-REG                    PIC X(35).
000691
000692 FD  LOG-MANUTENCAO.
000693 COPY "cotmnt.cpy".
000892     88  FS-MNT-OK                    VALUE "00".
000893     88  FS-MNT-NAO-EXISTE            VALUE "35".
000894 01  WS-OPERACAO-MNT         PIC X(10).
000895 01  WS-IMAGEM-ANTES         PIC X(35).
000896 01  WS-IMAGEM-DEPOIS        PIC X(35).
000900 01  WS-EOF-MOEDAS           PIC X(01) VALUE "N".
000910     88  FIM-MOEDAS                   VALUE "Y".
000920 01  WS-EOF-HISTORICO        PIC X(01) VALUE "N".
000930     88  FIM-HISTORICO                VALUE "Y".
000940
000950*    COTACAO A MANTER POR MOEDA: A ATIVA MAIS RECENTE ATE A DATA
000960*    DE CORTE (DATA E HORA DA VERSAO), LEVANTADA NA PRIMEIRA
000961*    PASSAGEM PELO ARQUIVO
000970 01  WS-QTD-MANTER           PIC 9(03) VALUE ZERO.
000980 01  WS-MAX-MANTER           PIC 9(03) VALUE 200.
000990 01  WS-TAB-MANTER.
001000     05  WS-MANTER OCCURS 200 TIMES.
001010         10  MANTER-COD      PIC X(03).
001020         10  MANTER-DATA     PIC 9(08).
001021         10  MANTER-HORA     PIC 9(06).
001030 01  WS-IND-MANTER           PIC 9(03).
001040 01  WS-FLAG-MANTER-ACHADO   PIC X(01).
001050     88  MANTER-ACHADO                VALUE "Y".
001060 01  WS-DATA-MANTER          PIC 9(08).
001061 01  WS-HORA-MANTER          PIC 9(06).
001070
001080 01  WS-FLAG-ARQUIVAR        PIC X(01).
001090     88  REGISTRO-ARQUIVAVEL          VALUE "Y".
002610
002620*****************************************************************
002630* 3150-REGISTRAR-MANTIDA - GUARDA (OU ATUALIZA) NA TABELA A DATA
002640* E A HORA DA COTACAO ATIVA MAIS RECENTE ATE O CORTE PARA A
002641* MOEDA CORRENTE
002650*****************************************************************
002660 3150-REGISTRAR-MANTIDA.
002670     MOVE "N" TO WS-FLAG-MANTER-ACHADO
002750     IF MANTER-ACHADO
002760        SUBTRACT 1 FROM WS-IND-MANTER
002770        MOVE DATA-EFETIVA TO MANTER-DATA(WS-IND-MANTER)
002771        MOVE HORA-EFETIVA TO MANTER-HORA(WS-IND-MANTER)
002780     ELSE
002790        IF WS-QTD-MANTER < WS-MAX-MANTER
002800           ADD 1 TO WS-QTD-MANTER
002810           MOVE COD-MOEDA    TO MANTER-COD(WS-QTD-MANTER)
002820           MOVE DATA-EFETIVA TO MANTER-DATA(WS-QTD-MANTER)
002821           MOVE HORA-EFETIVA TO MANTER-HORA(WS-QTD-MANTER)
002830        ELSE
002840           DISPLAY "ERRO: Limite de " WS-MAX-MANTER
002850                   " moedas excedido; moeda nao expurgada: "
003000* 3300-CLASSIFICAR-REGISTRO - DECIDE SE A COTACAO CORRENTE VAI
003010* PARA O HISTORICO: TODA COTACAO INATIVA VAI; UMA ATIVA VAI
003020* QUANDO E ANTERIOR A DATA DE CORTE E ANTERIOR A COTACAO MANTIDA
003030* DA MESMA MOEDA (OU SEJA, JA SUPERADA DENTRO DO CORTE) - NO
003031* MESMO DIA DA MANTIDA, QUANDO A HORA E ANTERIOR A DELA. UMA
003040* MOEDA FORA DA TABELA DE MANTIDAS (LIMITE EXCEDIDO) NAO E
003050* EXPURGADA, POR SEGURANCA
003060*****************************************************************
003270     IF MANTER-ACHADO
003280        SUBTRACT 1 FROM WS-IND-MANTER
003290        MOVE MANTER-DATA(WS-IND-MANTER) TO WS-DATA-MANTER
003291        MOVE MANTER-HORA(WS-IND-MANTER) TO WS-HORA-MANTER
003300        IF DATA-EFETIVA < WS-DATA-MANTER
003301           OR (DATA-EFETIVA = WS-DATA-MANTER
003302               AND HORA-EFETIVA < WS-HORA-MANTER)
003310           MOVE "Y" TO WS-FLAG-ARQUIVAR
003320        END-IF
003330     END-IF.
004120
004130*****************************************************************
004140* 6200-RESTAURAR-REGISTRO - DEVOLVE UMA COTACAO DO HISTORICO AO
004150* ARQUIVO ONLINE, QUANDO ELA FOR DA MOEDA PEDIDA. UMA LINHA
004151* GRAVADA ANTES DAS VERSOES INTRADIA NAO TRAZ A HORA E VOLTA COMO
004152* A VERSAO DE ABERTURA DO DIA (HORA 000000)
004160*****************************************************************
004170 6200-RESTAURAR-REGISTRO.
004180     MOVE HIST-REG TO MOEDA-REG
004190     IF NOT RESTAURAR-TODAS AND COD-MOEDA NOT = WS-COD-PEDIDO
004200        GO TO 6200-EXIT
004210     END-IF
004211     IF HORA-EFETIVA NOT NUMERIC
004212        MOVE ZEROS TO HORA-EFETIVA
004213     END-IF
004220     MOVE "N" TO WS-FLAG-DUPLICADA
004230     WRITE MOEDA-REG
004240        INVALID KEY
004660     MOVE WS-OPERACAO-MNT   TO MNT-OPERACAO
004670     MOVE WS-IMAGEM-ANTES   TO MNT-ANTES
004680     MOVE WS-IMAGEM-DEPOIS  TO MNT-DEPOIS
004681     MOVE WS-IMAGEM-ANTES(30:6)  TO MNT-HORA-ANTES
004682     MOVE WS-IMAGEM-DEPOIS(30:6) TO MNT-HORA-DEPOIS
004690     WRITE MNT-REG
004700     IF NOT FS-MNT-OK
004710        DISPLAY "ERRO: Falha ao gravar o log de manutencao "
