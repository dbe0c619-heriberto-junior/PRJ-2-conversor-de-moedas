000230*         O NOME DO ARQUIVO DE RESULTADOS QUANDO ARG1 = "BATCH"
000240*         OU "RESTART"
000250*     4 - DATA DE REFERENCIA PARA AS COTACOES, NO FORMATO
000251*         AAAAMMDD, OPCIONALMENTE SEGUIDA DA HORA (AAAAMMDDHHMM
000252*         OU AAAAMMDDHHMMSS). SO A DATA USA A COTACAO DE
000253*         FECHAMENTO DO DIA; EM BRANCO ASSUME A DATA CORRENTE E,
000254*         A CADA CONVERSAO, A VERSAO DA COTACAO VIGENTE NA HORA
000255*         EM QUE ELA E FEITA
000270*     5 - EM CONVERSAO UNICA, A DIRECAO DO NEGOCIO: C (COMPRA)
000280*         OU V (VENDA), DECIDINDO QUAL PONTA DA COTACAO E
000290*         APLICADA NAS DUAS PERNAS DA TAXA CRUZADA (EM BRANCO
000369*         TABELA DE MARGENS (MARGENS.TXT); EM BRANCO CONVERTE
000371*         NA TAXA CHEIA. EM BATCH E RESTART O TIER VEM COLUNA A
000372*         COLUNA NO ARQUIVO DE TRANSACOES, DEPOIS DO MODO
000373*     9 - EM CONVERSAO UNICA, O CODIGO DO CLIENTE (CADASTRO
000374*         CLIENTES.TXT), GRAVADO NO LOG PARA O EXTRATO POR
000375*         CLIENTE (EM BRANCO NAO IDENTIFICA O CLIENTE). EM BATCH
000376*         E RESTART O CLIENTE VEM COLUNA A COLUNA NO ARQUIVO DE
000377*         TRANSACOES, DEPOIS DO TIER
000378*    10 - EM CONVERSAO UNICA, A DATA-VALOR (LIQUIDACAO) NO
000379*         FORMATO AAAAMMDD, DIA UTIL A PARTIR DA DATA DE
000381*         REFERENCIA. ATE D+2 UTEIS A CONVERSAO E SPOT; DEPOIS
000382*         DISSO AS TAXAS RECEBEM OS PONTOS FORWARD DO PRAZO
000383*         (PONTOS.TXT) E SAEM A TAXA SPOT E A FORWARD (EM
000384*         BRANCO ASSUME SPOT). EM BATCH E RESTART A DATA-VALOR
000385*         VEM COLUNA A COLUNA NO ARQUIVO DE TRANSACOES, DEPOIS
000386*         DO NUMERO DO ITEM DE SUSPENSAO
000387*
000388*  TODA CONVERSAO EFETUADA COM SUCESSO E REGISTRADA NO ARQUIVO
000390*  DE LOG (COTACAO.LOG), COM DATA, HORA, VALOR DE ENTRADA, MOEDAS
000400*  DE ORIGEM/DESTINO, TAXAS UTILIZADAS E O RESULTADO, PARA QUE
000410*  UMA CONVERSAO POSSA SER RECONCILIADA DEPOIS DO FATO.
000411*
000412*  EM LOTE, TODA TRANSACAO REPROVADA VAI TAMBEM PARA O ARQUIVO
000413*  DE SUSPENSAO (SUSPENSO.TXT, SUSPENSO.CPY), COM A LINHA
000414*  ORIGINAL, O CODIGO DO MOTIVO, O ARQUIVO E A LINHA DO LOTE,
000415*  ONDE A MESA A TRATA PELO COTACAO-SUSPENSO. UMA LINHA VINDA DE
000416*  UM ARQUIVO DE REENVIO TRAZ O NUMERO DO ITEM NA COLUNA
000417*  SEGUINTE AO CLIENTE (TRANS-SUSPENSAO); O NUMERO VAI PARA O LOG
000418*  QUANDO ELA E CONVERTIDA, OU PARA O NOVO ITEM QUANDO ELA E
000419*  REPROVADA DE NOVO.
000420*
000430*  HISTORICO DE ALTERACOES
000440*  DATA        AUTOR   DESCRICAO
001436*                      LOG-TIER E LOG-MARGEM-VALOR (MARGEM GANHA
001437*                      NA MOEDA DO RESULTADO), PARA O RESUMO
001438*                      TOTALIZAR A MARGEM POR PAR E POR DIA.
001439*  2026-10-15  RVJ     INCLUIDO O CODIGO DO CLIENTE (ARG9 NA
001441*                      CONVERSAO UNICA, COLUNA DE CLIENTE NO
001442*                      ARQUIVO DE TRANSACOES, DEPOIS DO TIER). O
001443*                      CLIENTE VOLTA NO ARQUIVO DE RESULTADOS E
001444*                      VAI PARA O LOG DE AUDITORIA (LOG-CLIENTE),
001445*                      DE ONDE O COTACAO-EXTRATO TIRA O EXTRATO
001446*                      DE CONVERSOES DE CADA CLIENTE.
001447*  2026-10-15  RVJ     COM AS VERSOES INTRADIA DA COTACAO, O ARG4
001448*                      ACEITA A HORA DEPOIS DA DATA E CADA
001449*                      CONVERSAO PASSA A HORA DE REFERENCIA AO
001451*                      MODULO (CONV-HORA-REF): A HORA INFORMADA,
001452*                      O FECHAMENTO DO DIA QUANDO SO A DATA VEM
001453*                      NO ARG4, OU A HORA CORRENTE QUANDO O ARG4
001454*                      VEM EM BRANCO.
001455*  2026-10-15  RVJ     INCLUIDO O ARQUIVO DE SUSPENSAO: CADA
001456*                      TRANSACAO REPROVADA NO LOTE E GRAVADA EM
001457*                      SUSPENSO.TXT COM A IMAGEM DE TRANS-REG,
001458*                      O CODIGO DO MOTIVO, O ARQUIVO, A LINHA E
001459*                      A DATA/HORA DE INICIO DO LOTE (GUARDADAS
001461*                      TAMBEM NO CHECKPOINT, PARA UM RESTART NAO
001462*                      SUSPENDER DE NOVO AS LINHAS JA SUSPENSAS
001463*                      ANTES DA INTERRUPCAO). TRANS-REG GANHOU
001464*                      A COLUNA TRANS-SUSPENSAO, PREENCHIDA NOS
001465*                      ARQUIVOS DE REENVIO DO COTACAO-SUSPENSO,
001466*                      E O LOG DE AUDITORIA GANHOU
001467*                      LOG-SUSPENSAO.
001468*  2026-10-15  RVJ     INCLUIDA A DATA-VALOR (ARG10 NA CONVERSAO
001469*                      UNICA, COLUNA TRANS-DATA-VALOR NO ARQUIVO
001471*                      DE TRANSACOES). ALEM DO SPOT O MODULO
001472*                      SOMA AS TAXAS OS PONTOS FORWARD DO PRAZO;
001473*                      A CONVERSAO UNICA MOSTRA A TAXA SPOT, A
001474*                      FORWARD E OS PONTOS, O ARQUIVO DE
001475*                      RESULTADOS TRAZ A DATA-VALOR E AS DUAS
001476*                      TAXAS, E O LOG DE AUDITORIA GANHOU
001477*                      LOG-DATA-VALOR, LOG-FORWARD E OS PONTOS
001478*                      APLICADOS. NOVOS RETURN-CODES 16 E 17.
001479*  2026-10-15  RVJ     A HORA DO ARG4 PASSOU A SER CONFERIDA
001481*                      (NUMERICA, HH ATE 23, MM E SS ATE 59);
001482*                      HORA INVALIDA ENCERRA COM RETURN-CODE 1.
001483*
001484*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
001485*     0 - CONVERSAO (OU LOTE) CONCLUIDA COM SUCESSO
001486*     1 - VALOR INFORMADO INVALIDO, OU HORA INVALIDA NO ARG4
001487*     2 - VALOR FORA DA FAIXA PERMITIDA (NEGATIVO OU ESTOURO)
001488*     3 - MOEDA DE DESTINO NAO CADASTRADA
001489*     4 - MOEDA DE ORIGEM NAO CADASTRADA
001491*     5 - ARQUIVO DE TRANSACOES (MODO BATCH) NAO ENCONTRADO
001492*     6 - TAXA DE CONVERSAO INVALIDA (DIVISAO POR TAXA ZERADA)
001493*     7 - FALHA DE E/S AO ABRIR O ARQUIVO DE LOG (COTACAO.LOG)
001494*     8 - FALHA DE E/S AO ABRIR O ARQUIVO DE COTACOES
001495*     9 - CHECKPOINT (CONVERTER.CHK) INEXISTENTE OU INCOMPATIVEL
001496*         COM O ARQUIVO DE TRANSACOES INFORMADO (MODO RESTART)
001497*    10 - DIRECAO INFORMADA NAO E C NEM V
001498*    11 - MOEDA DE DESTINO SEM CADASTRO OU DESATIVADA NO
001499*         CADASTRO DE MOEDAS
001501*    12 - MOEDA DE ORIGEM SEM CADASTRO OU DESATIVADA NO
001502*         CADASTRO DE MOEDAS
001503*    13 - MODO INFORMADO NAO E R NEM BRANCO
001504*    14 - TIER INFORMADO SEM MARGEM CADASTRADA NA TABELA DE
001505*         MARGENS (MARGENS.TXT)
001506*    15 - FALHA DE E/S NO ARQUIVO DE SUSPENSAO (SUSPENSO.TXT);
001507*         O CHECKPOINT DO LOTE FICA PARA UM RESTART
001508*    16 - DATA-VALOR INVALIDA, ANTERIOR A DATA DE REFERENCIA
001509*         OU QUE NAO E DIA UTIL
001511*    17 - SEM PONTOS FORWARD (PONTOS.TXT) PARA O PRAZO DA
001512*         DATA-VALOR
001513*  EM MODO BATCH, ERROS DE LINHAS INDIVIDUAIS FICAM REGISTRADOS
001514*  EM RESULT-STATUS, NO ARQUIVO DE RESULTADOS; O RETURN-CODE
001515*  REFLETE SOMENTE O SUCESSO OU FALHA DO LOTE COMO UM TODO.
001516*****************************************************************
001590
001600 ENVIRONMENT DIVISION.
001610 INPUT-OUTPUT SECTION.
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
001670                                              DATA-EFETIVA
001671                                              HORA-EFETIVA
001680         FILE STATUS IS WS-FS-MOEDAS.
001690
001700     SELECT TRANSACOES ASSIGN TO WS-ARQ-TRANSACOES
001835         RECORD KEY IS CAD-COD
001836         FILE STATUS IS WS-FS-CADASTRO.
001840
001841     SELECT SUSPENSO ASSIGN TO "suspenso.txt"
001842         ORGANIZATION IS LINE SEQUENTIAL
001843         FILE STATUS IS WS-FS-SUSPENSO.
001844
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  MOEDAS.
001950     05  TRANS-DIRECAO           PIC X(01).
001951     05  TRANS-MODO              PIC X(01).
001952     05  TRANS-TIER              PIC X(03).
001953     05  TRANS-CLIENTE           PIC X(10).
001954     05  TRANS-SUSPENSAO         PIC X(07).
001955     05  TRANS-DATA-VALOR        PIC X(08).
001960
001970 FD  RESULTADOS.
001980 01  RESULT-REG.
002070     05  RESULT-VALOR-CONV       PIC X(35).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  RESULT-STATUS           PIC X(05).
002091     05  FILLER                  PIC X(01) VALUE SPACE.
002092     05  RESULT-CLIENTE          PIC X(10).
002093     05  FILLER                  PIC X(01) VALUE SPACE.
002094     05  RESULT-DATA-VALOR       PIC X(08).
002095     05  FILLER                  PIC X(01) VALUE SPACE.
002096*    TAXAS CRUZADAS SPOT E FORWARD (SO NAS CONVERSOES FORWARD)
002097     05  RESULT-TAXA-SPOT        PIC Z(09)9.9(10).
002098     05  FILLER                  PIC X(01) VALUE SPACE.
002099     05  RESULT-TAXA-FORWARD     PIC Z(09)9.9(10).
002100
002110 FD  LOG-COTACOES.
002120 COPY "cotlog.cpy".
002150 01  CHK-REG.
002160     05  CHK-QTD-PROCESSADAS     PIC 9(07).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002171     05  CHK-ARQ-TRANSACOES      PIC X(50).
002172     05  FILLER                  PIC X(01) VALUE SPACE.
002173     05  CHK-DATA-LOTE           PIC X(08).
002174     05  FILLER                  PIC X(01) VALUE SPACE.
002175     05  CHK-HORA-LOTE           PIC X(08).
002181
002182 FD  CADASTRO.
002183 COPY "moedacad.cpy".
002184
002185 FD  SUSPENSO.
002186 COPY "suspenso.cpy".
002190
002200 WORKING-STORAGE SECTION.
002210
002220 01  WS-ARG1                 PIC X(30).
002230 01  WS-ARG2                 PIC X(30).
002240 01  WS-ARG3                 PIC X(50).
002241 01  WS-ARG4                 PIC X(14).
002260 01  WS-DATA-REF             PIC 9(08).
002261 01  WS-HORA-REF             PIC X(06) VALUE SPACES.
002262 01  WS-HORA-SISTEMA         PIC 9(08).
002263 01  WS-FLAG-HORA-CORRENTE   PIC X(01) VALUE "N".
002264     88  USA-HORA-CORRENTE            VALUE "Y".
002270
002280 01  WS-MODO-BATCH           PIC X(01) VALUE "N".
002290     88  MODO-BATCH-ATIVO             VALUE "Y".
002434     88  MODO-VALIDO                  VALUES "R" " ".
002435 01  WS-MOEDA-RESULT         PIC X(03).
002436 01  WS-TIER                 PIC X(03) VALUE SPACES.
002437 01  WS-CLIENTE              PIC X(10) VALUE SPACES.
002438 01  WS-TAXA-CRUZADA         PIC 9(10)V9(10).
002439 01  WS-TAXA-EFETIVA         PIC 9(10)V9(10).
002440 01  WS-MARGEM-VALOR         PIC 9(10)V9(10).
002441 01  WS-MARGEM-AUX           PIC 9(10)V9(10).
002442 01  WS-DATA-VALOR           PIC X(08) VALUE SPACES.
002443 01  WS-DATA-VALOR-AUX       PIC X(08).
002444 01  WS-TAXA-ED              PIC Z(09)9.9(10).
002445 01  WS-PONTOS-ED            PIC -(06)9.9999.
002446 01  WS-PRAZO-ED             PIC Z(03)9.
002447
002450 01  WS-VALOR-TXT            PIC X(30).
002460 01  WS-VALOR-NORM           PIC X(30).
002470 01  WS-VALOR                PIC 9(10)V9(10).
003040 01  WS-ARG6                 PIC X(10).
003041 01  WS-ARG7                 PIC X(10).
003042 01  WS-ARG8                 PIC X(10).
003043 01  WS-ARG9                 PIC X(10).
003044 01  WS-ARG10                PIC X(10).
003050 01  WS-TENTATIVAS           PIC 9(02) VALUE 3.
003060 01  WS-TENTATIVA            PIC 9(02).
003070 01  WS-ESPERA-SEGUNDOS      PIC 9(08) VALUE 1.
003084     88  CADASTRO-ABERTO              VALUE "Y".
003085 01  WS-NOME-MOEDA           PIC X(30).
003086
003087 01  WS-FS-SUSPENSO          PIC X(02).
003088     88  FS-SUSPENSO-OK               VALUE "00".
003089     88  FS-SUSPENSO-NAO-EXISTE       VALUE "35".
003091 01  WS-EOF-SUSPENSO         PIC X(01) VALUE "N".
003092     88  FIM-SUSPENSO                 VALUE "Y".
003093 01  WS-DATA-LOTE            PIC 9(08) VALUE ZERO.
003094 01  WS-HORA-LOTE            PIC 9(08) VALUE ZERO.
003095 01  WS-MOTIVO-COD           PIC X(02) VALUE SPACES.
003096 01  WS-ITEM-REENVIO         PIC X(07) VALUE SPACES.
003097 01  WS-LINHA-LOTE           PIC 9(07) VALUE ZERO.
003098 01  WS-ULT-SUSPENSO         PIC 9(07) VALUE ZERO.
003099 01  WS-SUS-ULT-LINHA        PIC 9(07) VALUE ZERO.
003101 77  WS-QTD-SUSPENSAS        PIC 9(07) VALUE ZERO.
003102
003103 01  WS-FS-LOG               PIC X(02).
003104     88  FS-LOG-OK                    VALUE "00".
003110     88  FS-LOG-NAO-EXISTE            VALUE "35".
003120 01  WS-FLAG-LOG-ABERTO      PIC X(01) VALUE "N".
003130     88  LOG-ABERTO                   VALUE "Y".
003492              DISPLAY "AVISO: Cotacao obtida do arquivo de "
003493                      "historico (cotacao.his)."
003494           END-IF
003495           IF CONV-E-FORWARD
003496              PERFORM 3800-EXIBIR-FORWARD THRU 3800-EXIT
003497           END-IF
003500           PERFORM 6000-GRAVAR-LOG THRU 6000-EXIT
003510        END-IF
003520     END-IF
003660     ACCEPT WS-ARG6 FROM ARGUMENT-VALUE.
003661     ACCEPT WS-ARG7 FROM ARGUMENT-VALUE.
003662     ACCEPT WS-ARG8 FROM ARGUMENT-VALUE.
003663     ACCEPT WS-ARG9 FROM ARGUMENT-VALUE.
003664     ACCEPT WS-ARG10 FROM ARGUMENT-VALUE.
003670
003680     IF WS-ARG6 NOT = SPACES AND WS-ARG6 NOT = LOW-VALUES
003690        MOVE WS-ARG6 TO WS-TENTATIVAS
004128              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004129           MOVE WS-ARG8(1:3) TO WS-TIER
004131        END-IF
004132        IF WS-ARG9 NOT = SPACES AND WS-ARG9 NOT = LOW-VALUES
004133           INSPECT WS-ARG9 CONVERTING
004134              "abcdefghijklmnopqrstuvwxyz" TO
004135              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004136           MOVE WS-ARG9 TO WS-CLIENTE
004137        END-IF
004138        IF WS-ARG10 NOT = SPACES AND WS-ARG10 NOT = LOW-VALUES
004139           MOVE WS-ARG10(1:8) TO WS-DATA-VALOR
004141        END-IF
004142     END-IF
004143
004144*    SEM ARG4 VALE A COTACAO EM VIGOR NA HORA DE CADA
004145*    CONVERSAO; COM A DATA E SEM A HORA, A DE FECHAMENTO DO DIA
004146*    (HORA EM BRANCO PARA O MODULO)
004147     IF WS-ARG4 = SPACES OR WS-ARG4 = LOW-VALUES
004150        ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
004151        MOVE "Y" TO WS-FLAG-HORA-CORRENTE
004152     ELSE
004153        MOVE WS-ARG4(1:8) TO WS-DATA-REF
004154        EVALUATE TRUE
004155           WHEN WS-ARG4(9:6) = SPACES
004156              CONTINUE
004157           WHEN WS-ARG4(9:6) NUMERIC
004158              MOVE WS-ARG4(9:6) TO WS-HORA-REF
004159           WHEN WS-ARG4(9:4) NUMERIC AND WS-ARG4(13:2) = SPACES
004161              STRING WS-ARG4(9:4) DELIMITED BY SIZE
004162                     "00"         DELIMITED BY SIZE
004163                     INTO WS-HORA-REF
004164           WHEN OTHER
004165              MOVE "XX" TO WS-HORA-REF
004166        END-EVALUATE
004167        IF WS-HORA-REF NOT = SPACES
004168              AND (WS-HORA-REF NOT NUMERIC
004169                OR WS-HORA-REF(1:2) > "23"
004171                OR WS-HORA-REF(3:2) > "59"
004172                OR WS-HORA-REF(5:2) > "59")
004173           DISPLAY "ERRO: Hora invalida na data de referencia. "
004174                   "Use AAAAMMDDHHMM ou AAAAMMDDHHMMSS."
004175           MOVE 1 TO RETURN-CODE
004176           STOP RUN
004177        END-IF
004180     END-IF.
004190 1000-EXIT.
004200     EXIT.
004790     MOVE WS-TENTATIVAS    TO CONV-TENTATIVAS
004791     MOVE WS-MODO          TO CONV-MODO
004792     MOVE WS-TIER          TO CONV-TIER
004793     IF USA-HORA-CORRENTE
004794        ACCEPT WS-HORA-SISTEMA FROM TIME
004795        MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-REF
004796     END-IF
004797     MOVE WS-HORA-REF      TO CONV-HORA-REF
004798     MOVE WS-DATA-VALOR    TO CONV-DATA-VALOR
004800     CALL "COTACAO-CONV" USING CONV-PARAMETROS
004810     IF CONV-OK
004820        MOVE CONV-RESULTADO    TO WS-VALOR
004855        ELSE
004856           MOVE WS-DESTINO TO WS-MOEDA-RESULT
004857        END-IF
004858     END-IF.
004859 3000-EXIT.
004860     EXIT.
004861
004862*****************************************************************
004863* 3800-EXIBIR-FORWARD - NA CONVERSAO UNICA COM DATA-VALOR ALEM
004864* DO SPOT, MOSTRA O PRAZO, A TAXA CRUZADA SPOT, A FORWARD E OS
004865* PONTOS SOMADOS A TAXA DE CADA MOEDA
004866*****************************************************************
004867 3800-EXIBIR-FORWARD.
004868     MOVE CONV-DIAS-PRAZO TO WS-PRAZO-ED
004869     DISPLAY "DATA-VALOR: " WS-DATA-VALOR " (FORWARD, "
004870             WS-PRAZO-ED " DIAS CORRIDOS)"
004871     MOVE CONV-TAXA-CRUZ-SPOT TO WS-TAXA-ED
004872     DISPLAY "TAXA SPOT...: " WS-TAXA-ED
004873     MOVE WS-TAXA-CRUZADA TO WS-TAXA-ED
004874     DISPLAY "TAXA FORWARD: " WS-TAXA-ED
004875     MOVE CONV-PONTOS-ORIGEM TO WS-PONTOS-ED
004876     DISPLAY "PONTOS " WS-ORIGEM "..: " WS-PONTOS-ED
004877     MOVE CONV-PONTOS-DESTINO TO WS-PONTOS-ED
004878     DISPLAY "PONTOS " WS-DESTINO "..: " WS-PONTOS-ED.
004879 3800-EXIT.
004880     EXIT.
004890
004900*****************************************************************
005096           DISPLAY "ERRO: Tier sem margem cadastrada na "
005097                   "tabela de margens."
005098           MOVE 14 TO RETURN-CODE
005099        WHEN CONV-DATA-VALOR-INVALIDA
005101           DISPLAY "ERRO: Data-valor invalida. Use um dia util "
005102                   "AAAAMMDD a partir da data de referencia."
005103           MOVE 16 TO RETURN-CODE
005104        WHEN CONV-SEM-PONTOS
005105           DISPLAY "ERRO: Sem pontos forward para o prazo da "
005106                   "data-valor (pontos.txt)."
005107           MOVE 17 TO RETURN-CODE
005108        WHEN OTHER
005109           DISPLAY "ERRO: Direcao invalida. Use C (compra) "
005110                   "ou V (venda)."
005120           MOVE 10 TO RETURN-CODE
005130     END-EVALUATE.
005510*    ANTES DE MONTAR A TABELA, CONFERE A MOEDA DE ORIGEM
005520*    CONVERTENDO O VALOR PARA ELA MESMA; O MODULO DEVOLVE O
005530*    STATUS DE MOEDA NAO CADASTRADA OU DE TAXA ZERADA SEM
005531*    REGISTRAR NADA NO LOG. A CONFERENCIA E FEITA NO SPOT; A
005532*    DATA-VALOR VOLTA PARA A TABELA
005550     MOVE WS-ORIGEM TO WS-DESTINO
005551     MOVE WS-DATA-VALOR TO WS-DATA-VALOR-AUX
005552     MOVE SPACES        TO WS-DATA-VALOR
005560     PERFORM 3000-CONVERTER-VALOR THRU 3000-EXIT
005561     MOVE WS-DATA-VALOR-AUX TO WS-DATA-VALOR
005570     IF NOT CONV-OK
005580        IF CONV-DESTINO-NAO-ACHADO
005590           DISPLAY "ERRO: Moeda de origem nao encontrada."
006260        IF CONV-TAXA-INVALIDA
006270           DISPLAY "ERRO: Estouro na conversao para " WS-DESTINO
006280                   "; linha ignorada."
006281        END-IF
006282*       A DATA-VALOR E A MESMA PARA A TABELA TODA
006283        IF CONV-DATA-VALOR-INVALIDA
006284           PERFORM 3900-EXIBIR-ERRO-CONV THRU 3900-EXIT
006285           IF CADASTRO-ABERTO
006286              CLOSE CADASTRO
006287           END-IF
006288           STOP RUN
006289        END-IF
006291        IF CONV-SEM-PONTOS
006292           DISPLAY "ERRO: Sem pontos forward para " WS-DESTINO
006293                   " no prazo; linha ignorada."
006294        END-IF
006300     END-IF.
006310 3520-EXIT.
006320     EXIT.
006490        STOP RUN
006500     END-IF
006510
006511     ACCEPT WS-DATA-LOTE FROM DATE YYYYMMDD
006512     ACCEPT WS-HORA-LOTE FROM TIME
006520     IF MODO-RESTART-ATIVO
006530        PERFORM 5050-LER-CHECKPOINT THRU 5050-EXIT
006540        OPEN EXTEND RESULTADOS
006550     ELSE
006560        OPEN OUTPUT RESULTADOS
006570     END-IF
006571     PERFORM 5060-PREPARAR-SUSPENSO THRU 5060-EXIT
006580
006590     MOVE "N" TO WS-EOF-TRANSACOES
006600     PERFORM UNTIL WS-QTD-PULAR = ZERO OR FIM-TRANSACOES
006770
006780     CLOSE TRANSACOES
006790     CLOSE RESULTADOS
006791     PERFORM 5400-REMOVER-CHECKPOINT THRU 5400-EXIT
006792     IF WS-QTD-SUSPENSAS > ZERO
006793        DISPLAY "AVISO: " WS-QTD-SUSPENSAS " transacoes "
006794                "reprovadas gravadas no arquivo de suspensao "
006795                "(suspenso.txt)."
006796     END-IF.
006810 5000-EXIT.
006820     EXIT.
006830
007120        MOVE 9 TO RETURN-CODE
007130        STOP RUN
007140     END-IF
007141*    O RESTART CONTINUA COM A DATA/HORA DO LOTE INTERROMPIDO;
007142*    UM CHECKPOINT GRAVADO ANTES DESSES CAMPOS FICA COM A HORA
007143*    DESTA EXECUCAO
007144     IF CHK-DATA-LOTE NUMERIC AND CHK-HORA-LOTE NUMERIC
007145        MOVE CHK-DATA-LOTE TO WS-DATA-LOTE
007146        MOVE CHK-HORA-LOTE TO WS-HORA-LOTE
007147     END-IF
007150     MOVE CHK-QTD-PROCESSADAS TO WS-QTD-PULAR
007151     MOVE CHK-QTD-PROCESSADAS TO WS-QTD-PROCESSADAS
007152     DISPLAY "Retomando o lote apos " CHK-QTD-PROCESSADAS
007153             " transacoes ja processadas.".
007154 5050-EXIT.
007155     EXIT.
007156
007157*****************************************************************
007158* 5060-PREPARAR-SUSPENSO - LE O ARQUIVO DE SUSPENSAO PARA SABER O
007159* ULTIMO NUMERO DE ITEM JA USADO. EM RESTART GUARDA TAMBEM A
007160* MAIOR LINHA DESTE MESMO LOTE (MESMO ARQUIVO, DATA E HORA DE
007161* INICIO) QUE JA FOI SUSPENSA: AS LINHAS DEPOIS DO CHECKPOINT
007162* SAO REPROCESSADAS, MAS NAO VIRAM ITEM EM DUPLICIDADE. ARQUIVO
007163* INEXISTENTE E UMA SUSPENSAO VAZIA
007164*****************************************************************
007165 5060-PREPARAR-SUSPENSO.
007166     MOVE ZERO TO WS-ULT-SUSPENSO
007167     MOVE ZERO TO WS-SUS-ULT-LINHA
007168     OPEN INPUT SUSPENSO
007169     IF NOT FS-SUSPENSO-OK
007170        IF FS-SUSPENSO-NAO-EXISTE
007171           GO TO 5060-EXIT
007172        END-IF
007173        DISPLAY "ERRO: Falha ao abrir o arquivo de suspensao "
007174                "(status " WS-FS-SUSPENSO ")."
007175        MOVE 15 TO RETURN-CODE
007176        STOP RUN
007177     END-IF
007178     MOVE "N" TO WS-EOF-SUSPENSO
007179     PERFORM UNTIL FIM-SUSPENSO
007180        READ SUSPENSO
007181           AT END
007182              MOVE "Y" TO WS-EOF-SUSPENSO
007183           NOT AT END
007184              IF SUS-NUMERO NUMERIC
007185                    AND SUS-NUMERO > WS-ULT-SUSPENSO
007186                 MOVE SUS-NUMERO TO WS-ULT-SUSPENSO
007187              END-IF
007188              IF MODO-RESTART-ATIVO
007189                    AND SUS-ARQ-LOTE  = WS-ARQ-TRANSACOES
007190                    AND SUS-DATA-LOTE = WS-DATA-LOTE
007191                    AND SUS-HORA-LOTE = WS-HORA-LOTE
007192                    AND SUS-LINHA-LOTE > WS-SUS-ULT-LINHA
007193                 MOVE SUS-LINHA-LOTE TO WS-SUS-ULT-LINHA
007194              END-IF
007195        END-READ
007196     END-PERFORM
007197     CLOSE SUSPENSO.
007198 5060-EXIT.
007200     EXIT.
007210
007220*****************************************************************
007320        MOVE SPACES              TO CHK-REG
007330        MOVE WS-QTD-PROCESSADAS  TO CHK-QTD-PROCESSADAS
007340        MOVE WS-ARQ-TRANSACOES   TO CHK-ARQ-TRANSACOES
007341        MOVE WS-DATA-LOTE        TO CHK-DATA-LOTE
007342        MOVE WS-HORA-LOTE        TO CHK-HORA-LOTE
007350        WRITE CHK-REG
007360        CLOSE CHECKPOINT
007370     END-IF.
007610* O JOB QUANDO UMA LINHA FALHA
007620*****************************************************************
007630 5200-PROCESSAR-TRANSACAO.
007631     MOVE SPACES         TO RESULT-REG
007632     MOVE SPACES         TO WS-MOTIVO-COD
007633     MOVE SPACES         TO WS-ITEM-REENVIO
007634     IF TRANS-SUSPENSAO NUMERIC AND TRANS-SUSPENSAO NOT = ZEROS
007635        MOVE TRANS-SUSPENSAO TO WS-ITEM-REENVIO
007636     END-IF
007637     MOVE TRANS-DATA-VALOR TO WS-DATA-VALOR
007638     IF WS-DATA-VALOR = LOW-VALUES
007639        MOVE SPACES TO WS-DATA-VALOR
007641     END-IF
007642     MOVE WS-DATA-VALOR TO RESULT-DATA-VALOR
007650     MOVE TRANS-VALOR    TO RESULT-VALOR-ORIG
007660     MOVE TRANS-VALOR    TO WS-VALOR-TXT
007670     MOVE TRANS-ORIGEM   TO WS-ORIGEM
007800     IF NOT DIRECAO-VALIDA
007810        MOVE "ERRO"             TO RESULT-STATUS
007820        MOVE "DIRECAO INVALIDA" TO RESULT-VALOR-CONV
007821        MOVE "10"               TO WS-MOTIVO-COD
007830        GO TO 5200-GRAVAR
007840     END-IF
007841     MOVE TRANS-MODO     TO WS-MODO
007846     IF NOT MODO-VALIDO
007847        MOVE "ERRO"          TO RESULT-STATUS
007848        MOVE "MODO INVALIDO" TO RESULT-VALOR-CONV
007849        MOVE "13"            TO WS-MOTIVO-COD
007850        GO TO 5200-GRAVAR
007851     END-IF
007852     MOVE TRANS-TIER     TO WS-TIER
007853     INSPECT WS-TIER CONVERTING
007856     IF WS-TIER = LOW-VALUES
007857        MOVE SPACES TO WS-TIER
007858     END-IF
007859     MOVE TRANS-CLIENTE  TO WS-CLIENTE
007861     INSPECT WS-CLIENTE CONVERTING
007862        "abcdefghijklmnopqrstuvwxyz" TO
007863        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007864     IF WS-CLIENTE = LOW-VALUES
007865        MOVE SPACES TO WS-CLIENTE
007866     END-IF
007867     MOVE WS-CLIENTE     TO RESULT-CLIENTE
007868
007869     PERFORM 2000-VALIDAR-VALOR THRU 2000-EXIT
007870     IF NOT VALOR-OK
007880        MOVE "ERRO"          TO RESULT-STATUS
007890        MOVE "VALOR INVALIDO" TO RESULT-VALOR-CONV
007891        MOVE "01"            TO WS-MOTIVO-COD
007900     ELSE
007910        IF NOT FAIXA-OK
007920           MOVE "ERRO"              TO RESULT-STATUS
007930           MOVE "VALOR FORA DA FAIXA" TO RESULT-VALOR-CONV
007931           MOVE "02"                TO WS-MOTIVO-COD
007940        ELSE
007950           PERFORM 3000-CONVERTER-VALOR THRU 3000-EXIT
007951           MOVE CONV-STATUS TO WS-MOTIVO-COD
007960           EVALUATE TRUE
007970              WHEN CONV-OK
007980                 MOVE "OK"       TO RESULT-STATUS
007990                 PERFORM 7000-FORMATAR-VALOR THRU 7000-EXIT
008000                 MOVE WS-VALOR-FORMATADO TO RESULT-VALOR-CONV
008001                 IF CONV-E-FORWARD
008002                    MOVE CONV-TAXA-CRUZ-SPOT TO RESULT-TAXA-SPOT
008003                    MOVE WS-TAXA-CRUZADA  TO RESULT-TAXA-FORWARD
008004                 END-IF
008010                 PERFORM 6000-GRAVAR-LOG THRU 6000-EXIT
008020              WHEN CONV-DESTINO-NAO-ACHADO
008030                 MOVE "ERRO" TO RESULT-STATUS
008136                 MOVE "ERRO" TO RESULT-STATUS
008137                 MOVE "TIER SEM MARGEM CADASTRADA"
008138                      TO RESULT-VALOR-CONV
008139              WHEN CONV-DATA-VALOR-INVALIDA
008141                 MOVE "ERRO" TO RESULT-STATUS
008142                 MOVE "DATA-VALOR INVALIDA"
008143                      TO RESULT-VALOR-CONV
008144              WHEN CONV-SEM-PONTOS
008145                 MOVE "ERRO" TO RESULT-STATUS
008146                 MOVE "SEM PONTOS FORWARD PARA O PRAZO"
008147                      TO RESULT-VALOR-CONV
008148              WHEN OTHER
008150                 MOVE "ERRO" TO RESULT-STATUS
008160                 MOVE "FALHA AO LER O ARQUIVO DE COTACOES"
008170                      TO RESULT-VALOR-CONV
008171           END-EVALUATE
008172        END-IF
008173     END-IF.
008174
008175 5200-GRAVAR.
008176     WRITE RESULT-REG
008177     IF RESULT-STATUS = "ERRO"
008178        PERFORM 5500-GRAVAR-SUSPENSO THRU 5500-EXIT
008179     END-IF.
008181 5200-EXIT.
008182     EXIT.
008183
008184*****************************************************************
008185* 5500-GRAVAR-SUSPENSO - ACRESCENTA NO ARQUIVO DE SUSPENSAO UM
008186* ITEM ABERTO PARA A TRANSACAO QUE ACABOU DE SER REPROVADA, COM
008187* A IMAGEM ORIGINAL DE TRANS-REG E O MOTIVO. UMA LINHA QUE UM
008188* LOTE INTERROMPIDO JA TINHA SUSPENSO NAO E SUSPENSA DE NOVO NO
008189* RESTART. SEM O ITEM A REPROVACAO SE PERDERIA, POR ISSO UMA
008191* FALHA DE E/S ENCERRA O LOTE (O CHECKPOINT FICA PARA O RESTART)
008192*****************************************************************
008193 5500-GRAVAR-SUSPENSO.
008194     COMPUTE WS-LINHA-LOTE = WS-QTD-PROCESSADAS + 1
008195     IF WS-LINHA-LOTE <= WS-SUS-ULT-LINHA
008196        GO TO 5500-EXIT
008197     END-IF
008198
008199     OPEN EXTEND SUSPENSO
008201     IF NOT FS-SUSPENSO-OK
008202        IF FS-SUSPENSO-NAO-EXISTE
008203           OPEN OUTPUT SUSPENSO
008204        END-IF
008205        IF NOT FS-SUSPENSO-OK
008206           DISPLAY "ERRO: Falha ao abrir o arquivo de suspensao "
008207                   "(status " WS-FS-SUSPENSO ")."
008208           MOVE 15 TO RETURN-CODE
008209           STOP RUN
008211        END-IF
008212     END-IF
008213
008214     ADD 1 TO WS-ULT-SUSPENSO
008215     MOVE SPACES            TO SUS-REG
008216     MOVE WS-ULT-SUSPENSO   TO SUS-NUMERO
008217     MOVE "A"               TO SUS-SITUACAO
008218     MOVE WS-DATA-LOTE      TO SUS-DATA-LOTE
008219     MOVE WS-HORA-LOTE      TO SUS-HORA-LOTE
008221     MOVE WS-MOTIVO-COD     TO SUS-MOTIVO-COD
008222     MOVE RESULT-VALOR-CONV TO SUS-MOTIVO
008223     MOVE WS-ARQ-TRANSACOES TO SUS-ARQ-LOTE
008224     MOVE WS-LINHA-LOTE     TO SUS-LINHA-LOTE
008225     MOVE TRANS-REG         TO SUS-TRANS-ORIGINAL
008226     MOVE WS-DATA-VALOR     TO SUS-DATA-VALOR-ORIGINAL
008227     IF WS-ITEM-REENVIO = SPACES
008228        MOVE ZEROS           TO SUS-ITEM-ANTERIOR
008229     ELSE
008231        MOVE WS-ITEM-REENVIO TO SUS-ITEM-ANTERIOR
008232     END-IF
008233     ACCEPT SUS-DATA-SITUACAO FROM DATE YYYYMMDD
008234     MOVE ZEROS             TO SUS-DATA-CONVERSAO
008235     MOVE ZEROS             TO SUS-HORA-CONVERSAO
008236     MOVE ZEROS             TO SUS-ITEM-NOVO
008237     WRITE SUS-REG
008238     IF NOT FS-SUSPENSO-OK
008239        DISPLAY "ERRO: Falha ao gravar o arquivo de suspensao "
008241                "(status " WS-FS-SUSPENSO ")."
008242        CLOSE SUSPENSO
008243        MOVE 15 TO RETURN-CODE
008244        STOP RUN
008245     END-IF
008246     CLOSE SUSPENSO
008247     ADD 1 TO WS-QTD-SUSPENSAS.
008248 5500-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008552     MOVE WS-TIER         TO LOG-TIER
008553     PERFORM 6100-CALCULAR-MARGEM THRU 6100-EXIT
008554     MOVE WS-MARGEM-VALOR TO LOG-MARGEM-VALOR
008555     MOVE WS-CLIENTE      TO LOG-CLIENTE
008556     MOVE WS-ITEM-REENVIO TO LOG-SUSPENSAO
008557     MOVE WS-DATA-VALOR   TO LOG-DATA-VALOR
008558     MOVE CONV-FORWARD    TO LOG-FORWARD
008559     MOVE CONV-PONTOS-ORIGEM  TO LOG-PONTOS-ORIGEM
008561     MOVE CONV-PONTOS-DESTINO TO LOG-PONTOS-DESTINO
008562     WRITE LOG-REG
008570
008580     IF LOG-ABERTO
008590        CLOSE LOG-COTACOES
