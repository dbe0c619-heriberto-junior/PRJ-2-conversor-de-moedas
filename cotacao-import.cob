000150*  CADA LINHA DO ARQUIVO DE ENTRADA E VALIDADA COM AS MESMAS
000160*  REGRAS DE 2000-VALIDAR-ARGUMENTOS DO COTACAO-MAINT; AS LINHAS
000170*  ACEITAS SAO GRAVADAS COMO NOVAS COTACOES (COD-MOEDA +
000171*  DATA-EFETIVA + HORA-EFETIVA) E TODAS AS LINHAS, ACEITAS OU
000172*  REJEITADAS, SAEM NO RELATORIO DE IMPORTACAO COM O MOTIVO DA
000173*  REJEICAO.
000174*
000175*  UMA LINHA VALIDA CUJA COTACAO VARIA ACIMA DA TOLERANCIA FRENTE
000176*  A COTACAO ANTERIOR MAIS RECENTE DA MOEDA (A MESMA CONFERENCIA
000177*  DE 2500-CONFERIR-VARIACAO DO COTACAO-MAINT) NAO E GRAVADA: FICA
000178*  RETIDA NO ARQUIVO DE PENDENCIAS (PENDENTE.TXT, PENDENTE.CPY)
000179*  ATE QUE UM SEGUNDO OPERADOR A APROVE OU REJEITE PELO
000181*  COTACAO-MAINT (APPROVE / REJECT). NO RELATORIO ELA SAI COMO
000182*  PENDENTE, COM A VARIACAO E O NUMERO DO ITEM.
000183*
000184*  CONFERENCIA COM O FORNECEDOR DE DADOS DE MERCADO: INFORMADO
000185*  O ARQUIVO DIARIO DO FORNECEDOR (ARG5, MESMO LAYOUT DO ARQUIVO
000186*  DO BANCO), CADA LINHA VALIDA DO BANCO E COMPARADA, PONTA A
000187*  PONTA, COM A LINHA DO FORNECEDOR DA MESMA MOEDA E DATA DE
000188*  VIGENCIA. A DIVERGENCIA E MEDIDA EM PONTOS-BASE SOBRE A
000189*  COTACAO DO FORNECEDOR; ACIMA DO LIMITE DA MOEDA NO CADASTRO
000191*  (CAD-DIVERGENCIA, OU O PADRAO DO ARG6 QUANDO ZERADO) A LINHA
000192*  FICA RETIDA NO ARQUIVO DE PENDENCIAS (ARG7 HOLD) OU E
000193*  REJEITADA (ARG7 REJECT). MOEDA PRESENTE EM SO UMA DAS FONTES
000194*  E SINALIZADA NO RELATORIO, QUE MOSTRA AS DUAS COTACOES E A
000195*  DIFERENCA LADO A LADO.
000200*
000210*  LAYOUT DO ARQUIVO DE ENTRADA (UMA LINHA POR MOEDA):
000220*     COL 01-03  CODIGO DA MOEDA
000301*                DESDE A CRIACAO DO CADASTRO DE MOEDAS
000302*                (MOEDACAD.TXT) AS CASAS DECIMAIS VEM DO
000303*                CADASTRO E A COLUNA E IGNORADA
000304*     COL 36-41  HORA DE VIGENCIA (HHMMSS) DA VERSAO DA COTACAO;
000305*                EM BRANCO ASSUME 000000, A COTACAO DE ABERTURA
000306*                DO DIA. UMA REVISAO INTRADIA DO BANCO VEM COM A
000307*                HORA E ENTRA COMO NOVA VERSAO, SEM APAGAR A
000308*                COTACAO DA MANHA
000310*
000320*  ARGUMENTOS (ARGUMENT-VALUE):
000330*     1 - NOME DO ARQUIVO DE ENTRADA (EM BRANCO ASSUME
000340*         "taxas.txt")
000350*     2 - NOME DO RELATORIO DE IMPORTACAO (EM BRANCO ASSUME
000351*         "importacao.rel")
000352*     3 - TOLERANCIA DE VARIACAO DA COTACAO, EM PERCENTUAL
000353*         INTEIRO (EM BRANCO ASSUME 20, COMO NO COTACAO-MAINT)
000354*     4 - IDENTIFICACAO DO OPERADOR QUE RODA A CARGA, GRAVADA NOS
000355*         ITENS PENDENTES E NO LOG DE MANUTENCAO (EM BRANCO
000356*         ASSUME "LOTE")
000357*     5 - NOME DO ARQUIVO DIARIO DO FORNECEDOR DE DADOS DE
000358*         MERCADO (EM BRANCO NAO HA CONFERENCIA ENTRE FONTES)
000359*     6 - LIMITE PADRAO DE DIVERGENCIA ENTRE AS FONTES, EM
000361*         PONTOS-BASE, PARA AS MOEDAS SEM LIMITE PROPRIO NO
000362*         CADASTRO (EM BRANCO ASSUME 50)
000363*     7 - ACAO PARA A LINHA DIVERGENTE: "HOLD" RETEM PARA
000364*         APROVACAO, "REJECT" REJEITA (EM BRANCO ASSUME "HOLD")
000370*
000380*  HISTORICO DE ALTERACOES
000390*  DATA        AUTOR   DESCRICAO
000495*                      NAO UTIL (COTACAO-DIAUTIL / FERIADOS.TXT)
000496*                      PASSOU A SAIR COM AVISO NA COLUNA DE
000497*                      MOTIVO DO RELATORIO, SEM SER REJEITADA.
000498*  2026-10-15  RVJ     INCLUIDA A HORA DE VIGENCIA (COLUNAS
000499*                      36-41) PARA AS VERSOES INTRADIA DA
000501*                      COTACAO; A HORA SAI NO RELATORIO E NO LOG
000502*                      DE MANUTENCAO.
000503*  2026-10-15  RVJ     LINHA ACIMA DA TOLERANCIA DE VARIACAO
000504*                      (ARG3) PASSOU A FICAR RETIDA NO ARQUIVO DE
000505*                      PENDENCIAS PARA APROVACAO DE UM SEGUNDO
000506*                      OPERADOR (RETURN-CODE 4). NOVO ARG4 COM O
000507*                      OPERADOR DA CARGA, GRAVADO TAMBEM NO LOG
000508*                      DE MANUTENCAO.
000509*  2026-10-15  RVJ     CONFERENCIA OPCIONAL COM O ARQUIVO DO
000511*                      FORNECEDOR DE DADOS DE MERCADO (ARG5 A
000512*                      ARG7): DIVERGENCIA ACIMA DO LIMITE DA MOEDA
000513*                      RETIDA OU REJEITADA, MOEDA EM SO UMA FONTE
000514*                      SINALIZADA (RETURN-CODE 10) E AS DUAS
000515*                      COTACOES LADO A LADO NO RELATORIO.
000516*
000517*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000518*     0 - TODAS AS LINHAS FORAM ACEITAS
000520*     1 - ARQUIVO DE ENTRADA NAO ENCONTRADO
000530*     2 - UMA OU MAIS LINHAS FORAM REJEITADAS (VIDE RELATORIO)
000531*     3 - UMA OU MAIS LINHAS REJEITADAS POR MOEDA SEM CADASTRO
000532*         OU DESATIVADA NO CADASTRO DE MOEDAS (VIDE RELATORIO)
000533*     4 - NENHUMA LINHA REJEITADA, MAS UMA OU MAIS FICARAM
000534*         RETIDAS PARA APROVACAO (VIDE RELATORIO E O PENDING DO
000535*         COTACAO-MAINT)
000540*     5 - FALHA DE E/S AO ABRIR O ARQUIVO DE COTACOES
000541*     6 - FALHA DE E/S AO ABRIR O CADASTRO DE MOEDAS
000542*     7 - FALHA DE E/S AO GRAVAR O LOG DE MANUTENCAO
000543*         (COTACAO-MNT.LOG)
000544*     8 - FALHA DE E/S NO ARQUIVO DE PENDENCIAS (PENDENTE.TXT)
000545*     9 - TOLERANCIA DE VARIACAO (ARG3), LIMITE PADRAO DE
000546*         DIVERGENCIA (ARG6) OU ACAO (ARG7) INVALIDA
000547*    10 - NENHUMA LINHA REJEITADA NEM RETIDA, MAS HA MOEDA EM SO
000548*         UMA DAS FONTES OU LINHA INVALIDA NO ARQUIVO DO
000549*         FORNECEDOR (VIDE RELATORIO)
000551*    11 - ARQUIVO DO FORNECEDOR NAO ENCONTRADO OU COM MAIS LINHAS
000552*         QUE A TABELA COMPORTA
000553*****************************************************************
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000640                                             DATA-EFETIVA
000641                                             HORA-EFETIVA
000650         FILE STATUS IS WS-FS-MOEDAS.
000660
000661     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000722     SELECT LOG-MANUTENCAO ASSIGN TO "cotacao-mnt.log"
000723         ORGANIZATION IS LINE SEQUENTIAL
000724         FILE STATUS IS WS-FS-MNT.
000725
000726     SELECT PENDENCIAS ASSIGN TO "pendente.txt"
000727         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS WS-FS-PENDENTE.
000729     SELECT FORNECEDOR ASSIGN TO WS-ARQ-FORNECEDOR
000731         ORGANIZATION IS LINE SEQUENTIAL
000732         FILE STATUS IS WS-FS-FORNECEDOR.
000733
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MOEDAS.
000910     05  ENT-DATA                PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  ENT-DECIMAIS            PIC X(01).
000931     05  FILLER                  PIC X(01).
000932     05  ENT-HORA                PIC X(06).
000933     05  ENT-HORA-R REDEFINES ENT-HORA.
000934         10  ENT-HORA-HH         PIC 9(02).
000935         10  ENT-HORA-MM         PIC 9(02).
000936         10  ENT-HORA-SS         PIC 9(02).
000940
000950 FD  RELATORIO.
000951 01  REL-REG                     PIC X(160).
000961
000962 FD  LOG-MANUTENCAO.
000963 COPY "cotmnt.cpy".
000964
000965 FD  PENDENCIAS.
000966 COPY "pendente.cpy".
000967*    ARQUIVO DO FORNECEDOR: MESMAS COLUNAS DO ARQUIVO DO BANCO; AS
000968*    COLUNAS ALEM DA DATA DE VIGENCIA SAO IGNORADAS
000969 FD  FORNECEDOR.
000971 01  FORNECEDOR-REG.
000972     05  FOR-COD                 PIC X(03).
000973     05  FILLER                  PIC X(01).
000974     05  FOR-INT-C               PIC X(03).
000975     05  FILLER                  PIC X(01).
000976     05  FOR-FRAC-C              PIC X(05).
000977     05  FILLER                  PIC X(01).
000978     05  FOR-INT-V               PIC X(03).
000979     05  FILLER                  PIC X(01).
000981     05  FOR-FRAC-V              PIC X(05).
000982     05  FILLER                  PIC X(01).
000983     05  FOR-DATA                PIC X(08).
000984     05  FILLER                  PIC X(09).
000985
000986 WORKING-STORAGE SECTION.
000990
001000 01  WS-ARQ-ENTRADA          PIC X(50) VALUE "taxas.txt".
001010 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "importacao.rel".
001020 01  WS-ARG1                 PIC X(50).
001021 01  WS-ARG2                 PIC X(50).
001022 01  WS-ARG3                 PIC X(50).
001023 01  WS-ARG4                 PIC X(50).
001024 01  WS-TOLERANCIA           PIC 9(03) VALUE 20.
001025 01  WS-OPERADOR             PIC X(10) VALUE "LOTE".
001026 01  WS-ARG5                 PIC X(50).
001027 01  WS-ARG6                 PIC X(50).
001028 01  WS-ARG7                 PIC X(50).
001029 01  WS-ARQ-FORNECEDOR       PIC X(50) VALUE SPACES.
001031 01  WS-FLAG-DUAS-FONTES     PIC X(01) VALUE "N".
001032     88  DUAS-FONTES                  VALUE "Y".
001033 01  WS-DIVERGENCIA-PADRAO   PIC 9(03) VALUE 50.
001034 01  WS-ACAO-DIVERGENCIA     PIC X(10) VALUE "HOLD".
001035     88  DIVERGENCIA-RETEM            VALUE "HOLD".
001036     88  DIVERGENCIA-REJEITA          VALUE "REJECT".
001040
001050 01  WS-FS-MOEDAS            PIC X(02).
001060     88  FS-MOEDAS-OK                 VALUE "00".
001075 01  WS-FS-MNT               PIC X(02).
001076     88  FS-MNT-OK                    VALUE "00".
001077     88  FS-MNT-NAO-EXISTE            VALUE "35".
001078 01  WS-FS-PENDENTE          PIC X(02).
001079     88  FS-PENDENTE-OK               VALUE "00".
001080     88  FS-PENDENTE-NAO-EXISTE       VALUE "35".
001081 01  WS-EOF-PENDENTE         PIC X(01) VALUE "N".
001082     88  FIM-PENDENTE                 VALUE "Y".
001083 01  WS-FLAG-NUMERACAO       PIC X(01) VALUE "N".
001084     88  NUMERACAO-LIDA               VALUE "Y".
001085 01  WS-ULT-PENDENTE         PIC 9(07) VALUE ZERO.
001086 01  WS-NUMERO-PENDENTE      PIC 9(07) VALUE ZERO.
001087 01  WS-FLAG-RETIDA          PIC X(01) VALUE "N".
001088     88  LINHA-RETIDA                 VALUE "Y".
001089 01  WS-MOTIVO-RETENCAO      PIC X(01) VALUE "V".
001090
001091*    COTACOES DO FORNECEDOR, CARREGADAS NO INICIO DA CARGA; A
001092*    MARCA DE USO SEPARA NO FIM AS MOEDAS SO DO FORNECEDOR
001093 01  WS-FS-FORNECEDOR        PIC X(02).
001094     88  FS-FORNECEDOR-OK             VALUE "00".
001095 01  WS-EOF-FORNECEDOR       PIC X(01) VALUE "N".
001096     88  FIM-FORNECEDOR               VALUE "Y".
001097 01  WS-LINHA-FORN           PIC 9(05) VALUE ZERO.
001098 01  WS-QTD-FORN             PIC 9(05) VALUE ZERO.
001099 01  WS-MAX-FORN             PIC 9(05) VALUE 500.
001100 01  WS-TAB-FORN.
001101     05  WS-FORN OCCURS 500 TIMES.
001102         10  FORN-COD            PIC X(03).
001103         10  FORN-DATA           PIC X(08).
001104         10  FORN-TAXA-C         PIC 9(03)V9(05).
001105         10  FORN-TAXA-V         PIC 9(03)V9(05).
001106         10  FORN-LINHA          PIC 9(05).
001107         10  FORN-USADA          PIC X(01).
001108 01  WS-IND-FORN             PIC 9(05) VALUE ZERO.
001109 01  K                       PIC 9(05).
001110 01  WS-FLAG-NO-FORNECEDOR   PIC X(01) VALUE "N".
001111     88  ACHADA-NO-FORNECEDOR         VALUE "Y".
001112 01  WS-LIMITE-BPS           PIC 9(03) VALUE ZERO.
001113 01  WS-LIMITE-PCT           PIC 9(01)V99.
001114 01  WS-LIMITE-ED            PIC 9.99.
001115 01  WS-TAXA-BCO-C           PIC 9(03)V9(05).
001116 01  WS-TAXA-BCO-V           PIC 9(03)V9(05).
001117 01  WS-DIF-C                PIC S9(03)V9(05).
001118 01  WS-DIF-V                PIC S9(03)V9(05).
001119 01  WS-DIF-ABS              PIC 9(03)V9(05).
001120 01  WS-DIV-PONTA-BPS        PIC 9(05)V99.
001121 01  WS-DIV-BPS              PIC 9(05)V99.
001122 01  WS-DIV-PCT              PIC 9(05)V99.
001123 01  WS-TAXA-ED              PIC ZZ9.99999.
001124 01  WS-DIF-ED               PIC -ZZ9.99999.
001125
001126*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
001127 COPY "diautil.cpy".
001128
001129 01  WS-FS-ENTRADA           PIC X(02).
001130     88  FS-ENTRADA-OK                VALUE "00".
001131 01  WS-EOF-ENTRADA          PIC X(01) VALUE "N".
001132     88  FIM-ENTRADA                  VALUE "Y".
001133
001134 01  WS-FLAG-LINHA-OK        PIC X(01).
001140     88  LINHA-OK                     VALUE "Y".
001150 01  WS-MSG-ERRO             PIC X(50) VALUE SPACES.
001160 01  WS-FLAG-DUPLICADA       PIC X(01).
001270 01  WS-FRAC-V               PIC X(05).
001280 01  WS-QTD-DECIMAIS         PIC 9(01).
001290 01  J                       PIC 9(03) COMP.
001291
001292 01  WS-EOF-MOEDAS           PIC X(01) VALUE "N".
001293     88  FIM-MOEDAS                   VALUE "Y".
001294 01  WS-TAXA-NOVA            PIC 9(03)V9(05).
001295 01  WS-TAXA-ANTERIOR        PIC 9(03)V9(05).
001296 01  WS-TAXA-DIFERENCA       PIC 9(03)V9(05).
001297 01  WS-ANT-INT-C            PIC 9(03).
001298 01  WS-ANT-FRAC-C           PIC 9(05).
001299 01  WS-ANT-INT-V            PIC 9(03).
001301 01  WS-ANT-FRAC-V           PIC 9(05).
001302 01  WS-VARIACAO-PCT         PIC 9(05)V99.
001303 01  WS-VARIACAO-ED          PIC ZZZZ9.99.
001304 01  WS-FLAG-ANTERIOR        PIC X(01) VALUE "N".
001305     88  ANTERIOR-ACHADA              VALUE "Y".
001306 01  WS-FLAG-VARIACAO-OK     PIC X(01) VALUE "Y".
001307     88  VARIACAO-OK                  VALUE "Y".
001308
001310 77  WS-QTD-LIDAS            PIC 9(05) VALUE ZERO.
001320 77  WS-QTD-ACEITAS          PIC 9(05) VALUE ZERO.
001330 77  WS-QTD-REJEITADAS       PIC 9(05) VALUE ZERO.
001331 77  WS-QTD-SEM-CADASTRO     PIC 9(05) VALUE ZERO.
001332 77  WS-QTD-PENDENTES        PIC 9(05) VALUE ZERO.
001333 77  WS-QTD-DIVERGENTES      PIC 9(05) VALUE ZERO.
001334 77  WS-QTD-SO-BANCO         PIC 9(05) VALUE ZERO.
001335 77  WS-QTD-SO-FORNECEDOR    PIC 9(05) VALUE ZERO.
001336 77  WS-QTD-FORN-INVALIDAS   PIC 9(05) VALUE ZERO.
001340
001350 01  WS-QTD-ED               PIC ZZZZ9.
001351
001352*    CABECALHO DAS COLUNAS DO RELATORIO (COLUNAS DO BANCO E DO
001353*    FORNECEDOR SO PREENCHIDAS NA CONFERENCIA ENTRE FONTES)
001354 01  WS-CAB-COLUNAS.
001355     05  FILLER              PIC X(06) VALUE "SEQ".
001356     05  FILLER              PIC X(04) VALUE "MOE".
001357     05  FILLER              PIC X(09) VALUE "VIGENCIA".
001358     05  FILLER              PIC X(07) VALUE "HORA".
001359     05  FILLER              PIC X(10) VALUE "  BANCO C".
001361     05  FILLER              PIC X(10) VALUE "  BANCO V".
001362     05  FILLER              PIC X(10) VALUE "   FORN C".
001363     05  FILLER              PIC X(10) VALUE "   FORN V".
001364     05  FILLER              PIC X(11) VALUE "     DIF C".
001365     05  FILLER              PIC X(11) VALUE "     DIF V".
001366     05  FILLER              PIC X(09) VALUE "    DIV%".
001367     05  FILLER              PIC X(10) VALUE "SITUACAO".
001368     05  FILLER              PIC X(06) VALUE "MOTIVO".
001370 01  WS-LINHA-DET.
001380     05  DET-SEQ             PIC 9(05).
001390     05  FILLER              PIC X(01) VALUE SPACE.
001400     05  DET-COD             PIC X(03).
001410     05  FILLER              PIC X(01) VALUE SPACE.
001411     05  DET-DATA            PIC X(08).
001412     05  FILLER              PIC X(01) VALUE SPACE.
001413     05  DET-HORA            PIC X(06).
001414     05  FILLER              PIC X(01) VALUE SPACE.
001415     05  DET-BCO-C           PIC X(09).
001416     05  FILLER              PIC X(01) VALUE SPACE.
001417     05  DET-BCO-V           PIC X(09).
001418     05  FILLER              PIC X(01) VALUE SPACE.
001419     05  DET-FOR-C           PIC X(09).
001421     05  FILLER              PIC X(01) VALUE SPACE.
001422     05  DET-FOR-V           PIC X(09).
001423     05  FILLER              PIC X(01) VALUE SPACE.
001424     05  DET-DIF-C           PIC X(10).
001425     05  FILLER              PIC X(01) VALUE SPACE.
001426     05  DET-DIF-V           PIC X(10).
001427     05  FILLER              PIC X(01) VALUE SPACE.
001428     05  DET-DIVERGENCIA     PIC X(08).
001430     05  FILLER              PIC X(01) VALUE SPACE.
001440     05  DET-SITUACAO        PIC X(09).
001450     05  FILLER              PIC X(01) VALUE SPACE.
001600           MOVE 3 TO RETURN-CODE
001601        WHEN WS-QTD-REJEITADAS > ZERO
001602           MOVE 2 TO RETURN-CODE
001603        WHEN WS-QTD-PENDENTES > ZERO
001604           MOVE 4 TO RETURN-CODE
001605        WHEN WS-QTD-SO-BANCO + WS-QTD-SO-FORNECEDOR
001606                + WS-QTD-FORN-INVALIDAS > ZERO
001607           MOVE 10 TO RETURN-CODE
001608        WHEN OTHER
001610           MOVE 0 TO RETURN-CODE
001620     END-EVALUATE
001630
001690 1000-INICIALIZAR.
001700     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
001710     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE.
001711     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE.
001712     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE.
001713     ACCEPT WS-ARG5 FROM ARGUMENT-VALUE.
001714     ACCEPT WS-ARG6 FROM ARGUMENT-VALUE.
001715     ACCEPT WS-ARG7 FROM ARGUMENT-VALUE.
001720
001730     IF WS-ARG1 NOT = SPACES AND WS-ARG1 NOT = LOW-VALUES
001731        MOVE WS-ARG1 TO WS-ARQ-ENTRADA
001732     END-IF
001733     IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = LOW-VALUES
001734        MOVE WS-ARG2 TO WS-ARQ-RELATORIO
001735     END-IF
001736     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
001737        MOVE WS-ARG3 TO WS-CAMPO-NUM
001738        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
001739        IF NOT CAMPO-OK OR WS-ARG3(4:47) NOT = SPACES
001740           DISPLAY "ERRO: Tolerancia de variacao invalida: "
001741                   WS-ARG3
001742           MOVE 9 TO RETURN-CODE
001743           STOP RUN
001744        END-IF
001745        MOVE WS-ARG3(1:3) TO WS-TOLERANCIA
001746     END-IF
001747     IF WS-ARG4 NOT = SPACES AND WS-ARG4 NOT = LOW-VALUES
001748        INSPECT WS-ARG4 CONVERTING
001749           "abcdefghijklmnopqrstuvwxyz" TO
001750           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001751        MOVE WS-ARG4 TO WS-OPERADOR
001752     END-IF
001753     IF WS-ARG5 NOT = SPACES AND WS-ARG5 NOT = LOW-VALUES
001754        MOVE WS-ARG5 TO WS-ARQ-FORNECEDOR
001755        MOVE "Y"     TO WS-FLAG-DUAS-FONTES
001756     END-IF
001757     IF WS-ARG6 NOT = SPACES AND WS-ARG6 NOT = LOW-VALUES
001758        MOVE WS-ARG6 TO WS-CAMPO-NUM
001759        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
001760        IF NOT CAMPO-OK OR WS-ARG6(4:47) NOT = SPACES
001761           DISPLAY "ERRO: Limite de divergencia invalido: "
001762                   WS-ARG6
001763           MOVE 9 TO RETURN-CODE
001764           STOP RUN
001765        END-IF
001766        MOVE WS-ARG6(1:3) TO WS-DIVERGENCIA-PADRAO
001767     END-IF
001768     IF WS-ARG7 NOT = SPACES AND WS-ARG7 NOT = LOW-VALUES
001769        INSPECT WS-ARG7 CONVERTING
001770           "abcdefghijklmnopqrstuvwxyz" TO
001771           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001772        MOVE WS-ARG7 TO WS-ACAO-DIVERGENCIA
001773        IF NOT DIVERGENCIA-RETEM AND NOT DIVERGENCIA-REJEITA
001774           DISPLAY "ERRO: Acao para divergencia invalida: "
001775                   WS-ARG7
001776           MOVE 9 TO RETURN-CODE
001777           STOP RUN
001778        END-IF
001780     END-IF
001790
001800     OPEN INPUT ENTRADA
001830                WS-ARQ-ENTRADA
001840        MOVE 1 TO RETURN-CODE
001850        STOP RUN
001851     END-IF
001852     IF DUAS-FONTES
001853        PERFORM 1100-CARREGAR-FORNECEDOR THRU 1100-EXIT
001860     END-IF
001870
001880     OPEN I-O MOEDAS
002028     OPEN OUTPUT RELATORIO
002030     MOVE "RELATORIO DE IMPORTACAO DE COTACOES" TO REL-REG
002040     WRITE REL-REG
002041     IF DUAS-FONTES
002042        MOVE SPACES TO REL-REG
002043        STRING "CONFERENCIA COM O FORNECEDOR: " DELIMITED BY SIZE
002044               WS-ARQ-FORNECEDOR               DELIMITED BY SPACE
002045               INTO REL-REG
002046        WRITE REL-REG
002047     END-IF
002050     MOVE SPACES TO REL-REG
002051     WRITE REL-REG
002052     MOVE WS-CAB-COLUNAS TO REL-REG
002053     WRITE REL-REG.
002054 1000-EXIT.
002055     EXIT.
002056
002057*****************************************************************
002058* 1100-CARREGAR-FORNECEDOR - CARREGA NA TABELA AS COTACOES DO
002059* ARQUIVO DIARIO DO FORNECEDOR DE DADOS DE MERCADO. LINHA INVALIDA
002060* E IGNORADA COM AVISO E CONTADA; ARQUIVO AUSENTE OU MAIOR QUE A
002061* TABELA ENCERRA A CARGA ANTES DE GRAVAR QUALQUER COTACAO
002062*****************************************************************
002063 1100-CARREGAR-FORNECEDOR.
002064     OPEN INPUT FORNECEDOR
002065     IF NOT FS-FORNECEDOR-OK
002066        DISPLAY "ERRO: Arquivo do fornecedor nao encontrado: "
002067                WS-ARQ-FORNECEDOR
002068        MOVE 11 TO RETURN-CODE
002069        STOP RUN
002070     END-IF
002071
002072     MOVE "N" TO WS-EOF-FORNECEDOR
002073     PERFORM UNTIL FIM-FORNECEDOR
002074        MOVE SPACES TO FORNECEDOR-REG
002075        READ FORNECEDOR
002076           AT END
002077              MOVE "Y" TO WS-EOF-FORNECEDOR
002078           NOT AT END
002079              ADD 1 TO WS-LINHA-FORN
002080              PERFORM 1110-GUARDAR-FORNECEDOR THRU 1110-EXIT
002081        END-READ
002082     END-PERFORM
002083     CLOSE FORNECEDOR.
002084 1100-EXIT.
002085     EXIT.
002086
002087*****************************************************************
002088* 1110-GUARDAR-FORNECEDOR - VALIDA UMA LINHA DO FORNECEDOR
002089* (CODIGO, PARTES NUMERICAS, COTACAO NAO ZERADA E DATA) E A
002090* GUARDA NA TABELA; VENDA EM BRANCO ASSUME A COMPRA, COMO NO
002091* ARQUIVO DO BANCO
002092*****************************************************************
002093 1110-GUARDAR-FORNECEDOR.
002094     IF FORNECEDOR-REG = SPACES
002095        GO TO 1110-EXIT
002096     END-IF
002097
002098     MOVE FOR-INT-V  TO WS-INT-V
002099     MOVE FOR-FRAC-V TO WS-FRAC-V
002100     IF WS-INT-V = SPACES AND WS-FRAC-V = SPACES
002101        MOVE FOR-INT-C  TO WS-INT-V
002102        MOVE FOR-FRAC-C TO WS-FRAC-V
002103     END-IF
002104     MOVE "N" TO WS-FLAG-CAMPO-OK
002105     IF FOR-COD NOT = SPACES AND FOR-DATA NUMERIC
002106        MOVE FOR-INT-C TO WS-CAMPO-NUM
002107        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
002108     END-IF
002109     IF CAMPO-OK
002110        MOVE FOR-FRAC-C TO WS-CAMPO-NUM
002111        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
002112     END-IF
002113     IF CAMPO-OK
002114        MOVE WS-INT-V TO WS-CAMPO-NUM
002115        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
002116     END-IF
002117     IF CAMPO-OK
002118        MOVE WS-FRAC-V TO WS-CAMPO-NUM
002119        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
002120     END-IF
002121     IF CAMPO-OK
002122        MOVE FOR-INT-C  TO WS-INT-CHECK-C
002123        MOVE FOR-FRAC-C TO WS-FRAC-CHECK-C
002124        MOVE WS-INT-V   TO WS-INT-CHECK-V
002125        MOVE WS-FRAC-V  TO WS-FRAC-CHECK-V
002126        IF (WS-INT-CHECK-C = ZERO AND WS-FRAC-CHECK-C = ZERO)
002127           OR (WS-INT-CHECK-V = ZERO AND
002128               WS-FRAC-CHECK-V = ZERO)
002129           MOVE "N" TO WS-FLAG-CAMPO-OK
002130        END-IF
002131     END-IF
002132     IF NOT CAMPO-OK
002133        ADD 1 TO WS-QTD-FORN-INVALIDAS
002134        DISPLAY "AVISO: Linha " WS-LINHA-FORN " do arquivo do "
002135                "fornecedor invalida; ignorada."
002136        GO TO 1110-EXIT
002137     END-IF
002138
002139     IF WS-QTD-FORN >= WS-MAX-FORN
002140        DISPLAY "ERRO: Arquivo do fornecedor com mais de "
002141                WS-MAX-FORN " linhas."
002142        MOVE 11 TO RETURN-CODE
002143        STOP RUN
002144     END-IF
002145     ADD 1 TO WS-QTD-FORN
002146     MOVE FOR-COD       TO FORN-COD(WS-QTD-FORN)
002147     MOVE FOR-DATA      TO FORN-DATA(WS-QTD-FORN)
002148     COMPUTE FORN-TAXA-C(WS-QTD-FORN) =
002149             WS-INT-CHECK-C + (WS-FRAC-CHECK-C / 100000)
002150     COMPUTE FORN-TAXA-V(WS-QTD-FORN) =
002151             WS-INT-CHECK-V + (WS-FRAC-CHECK-V / 100000)
002152     MOVE WS-LINHA-FORN TO FORN-LINHA(WS-QTD-FORN)
002153     MOVE "N"           TO FORN-USADA(WS-QTD-FORN).
002154 1110-EXIT.
002155     EXIT.
002156
002157*****************************************************************
002158* 5000-PROCESSAR-ENTRADA - LE O ARQUIVO DO BANCO LINHA A LINHA,
002159* VALIDA E GRAVA AS COTACOES ACEITAS
002160*****************************************************************
002161 5000-PROCESSAR-ENTRADA.
002162     MOVE "N" TO WS-EOF-ENTRADA
002163     PERFORM 5100-LER-ENTRADA THRU 5100-EXIT
002170     PERFORM UNTIL FIM-ENTRADA
002180        PERFORM 5200-PROCESSAR-LINHA THRU 5200-EXIT
002190        PERFORM 5100-LER-ENTRADA THRU 5100-EXIT
002350*****************************************************************
002360 5200-PROCESSAR-LINHA.
002370     ADD 1 TO WS-QTD-LIDAS
002371     MOVE "Y" TO WS-FLAG-VARIACAO-OK
002372     MOVE "N" TO WS-FLAG-RETIDA
002373     MOVE SPACES TO WS-LINHA-DET
002380     PERFORM 2000-VALIDAR-LINHA THRU 2000-EXIT
002381     IF DUAS-FONTES
002382        PERFORM 2600-LOCALIZAR-FORNECEDOR THRU 2600-EXIT
002420     END-IF
002430
002431*    NA CONFERENCIA ENTRE FONTES A LINHA DIVERGENTE E RETIDA OU
002432*    REJEITADA ANTES DA CONFERENCIA DE VARIACAO
002433     IF LINHA-OK AND ACHADA-NO-FORNECEDOR
002434        PERFORM 2650-CONFERIR-DIVERGENCIA THRU 2650-EXIT
002435     END-IF
002436
002437*    LINHA VALIDA ACIMA DA TOLERANCIA FICA RETIDA PARA APROVACAO
002438     IF LINHA-OK AND NOT LINHA-RETIDA
002439        PERFORM 2500-CONFERIR-VARIACAO THRU 2500-EXIT
002441        IF VARIACAO-OK
002442           PERFORM 3000-INCLUIR-COTACAO THRU 3000-EXIT
002443        ELSE
002444           MOVE "V" TO WS-MOTIVO-RETENCAO
002445           PERFORM 2550-RETER-PENDENTE THRU 2550-EXIT
002446        END-IF
002447     END-IF
002448
002450     MOVE WS-QTD-LIDAS TO DET-SEQ
002460     MOVE ENT-COD      TO DET-COD
002470     MOVE ENT-DATA     TO DET-DATA
002471     MOVE ENT-HORA     TO DET-HORA
002472     EVALUATE TRUE
002473        WHEN NOT LINHA-OK
002474           ADD 1 TO WS-QTD-REJEITADAS
002475           MOVE "REJEITADA" TO DET-SITUACAO
002476           MOVE WS-MSG-ERRO TO DET-MOTIVO
002477        WHEN LINHA-RETIDA
002478           ADD 1 TO WS-QTD-PENDENTES
002479           MOVE "PENDENTE"  TO DET-SITUACAO
002481           MOVE WS-MSG-ERRO TO DET-MOTIVO
002482        WHEN OTHER
002483           ADD 1 TO WS-QTD-ACEITAS
002484           MOVE "ACEITA"    TO DET-SITUACAO
002485           MOVE SPACES      TO DET-MOTIVO
002486           PERFORM 2060-AVISAR-DIA-NAO-UTIL THRU 2060-EXIT
002487     END-EVALUATE
002570     MOVE WS-LINHA-DET TO REL-REG
002580     WRITE REL-REG.
002590 5200-EXIT.
003230           MOVE "Data de vigencia invalida" TO WS-MSG-ERRO
003240        END-IF
003250     END-IF
003251
003252*    HORA EM BRANCO E A COTACAO DE ABERTURA DO DIA (000000)
003253     IF LINHA-OK
003254        IF ENT-HORA = SPACES
003255           MOVE "000000" TO ENT-HORA
003256        END-IF
003257        IF ENT-HORA NOT NUMERIC
003258           MOVE "N" TO WS-FLAG-LINHA-OK
003259           MOVE "Hora de vigencia invalida" TO WS-MSG-ERRO
003261        ELSE
003262           IF ENT-HORA-HH > 23 OR ENT-HORA-MM > 59
003263                 OR ENT-HORA-SS > 59
003264              MOVE "N" TO WS-FLAG-LINHA-OK
003265              MOVE "Hora de vigencia invalida" TO WS-MSG-ERRO
003266           END-IF
003267        END-IF
003268     END-IF
003269
003270*    MOEDA SEM CADASTRO OU DESATIVADA NO CADASTRO DE MOEDAS E
003280*    REJEITADA, BARRANDO A LINHA RUIM DO BANCO QUE ANTES CRIAVA
003290*    UMA MOEDA NOVA EM SILENCIO; AS CASAS DECIMAIS VEM DO
003380        END-IF
003390     END-IF.
003400 2000-EXIT.
003401     EXIT.
003402
003403*****************************************************************
003404* 2050-CONFERIR-CADASTRO - LE A MOEDA DA LINHA NO CADASTRO DE
003405* MOEDAS; EXISTINDO E ATIVA, TRAZ AS CASAS DECIMAIS OFICIAIS
003406* E O LIMITE DE DIVERGENCIA ENTRE FONTES DA MOEDA
003407*****************************************************************
003408 2050-CONFERIR-CADASTRO.
003409     MOVE "N"     TO WS-FLAG-CADASTRADA
003411     MOVE ENT-COD TO CAD-COD
003412     READ CADASTRO
003413        INVALID KEY
003414           CONTINUE
003415        NOT INVALID KEY
003416           IF CAD-ATIVA
003417              MOVE "Y"          TO WS-FLAG-CADASTRADA
003418              MOVE CAD-DECIMAIS TO WS-QTD-DECIMAIS
003419              IF CAD-DIVERGENCIA NUMERIC
003421                    AND CAD-DIVERGENCIA > ZERO
003422                 MOVE CAD-DIVERGENCIA       TO WS-LIMITE-BPS
003423              ELSE
003424                 MOVE WS-DIVERGENCIA-PADRAO TO WS-LIMITE-BPS
003425              END-IF
003426           END-IF
003427     END-READ.
003428 2050-EXIT.
003447     EXIT.
003448
003449*****************************************************************
003450* 2500-CONFERIR-VARIACAO - COMPARA A COTACAO DA LINHA COM A
003451* COTACAO ANTERIOR MAIS RECENTE DA MESMA MOEDA (A VERSAO
003452* IMEDIATAMENTE ANTERIOR A DATA E HORA DA LINHA, INCLUSIVE UMA
003453* GRAVADA POR ESTA MESMA CARGA), PONTA A PONTA, COMO
003454* 2500-CONFERIR-VARIACAO DO COTACAO-MAINT. UMA MOEDA SEM COTACAO
003455* ANTERIOR PASSA NORMALMENTE
003456*****************************************************************
003457 2500-CONFERIR-VARIACAO.
003458     MOVE "Y" TO WS-FLAG-VARIACAO-OK
003459     MOVE "N" TO WS-FLAG-ANTERIOR
003460     MOVE "N" TO WS-EOF-MOEDAS
003461
003462     MOVE ENT-COD  TO COD-MOEDA
003463     MOVE ENT-DATA TO DATA-EFETIVA
003464     MOVE ENT-HORA TO HORA-EFETIVA
003465     START MOEDAS KEY IS < MOEDAS-CHAVE
003466        INVALID KEY
003467           MOVE "Y" TO WS-EOF-MOEDAS
003468     END-START
003469     IF NOT FIM-MOEDAS
003470        READ MOEDAS NEXT RECORD
003471           AT END
003472              MOVE "Y" TO WS-EOF-MOEDAS
003473        END-READ
003474     END-IF
003475     IF NOT FIM-MOEDAS AND COD-MOEDA = ENT-COD
003476        MOVE "Y" TO WS-FLAG-ANTERIOR
003477        MOVE INT-COMPRA  TO WS-ANT-INT-C
003478        MOVE FRAC-COMPRA TO WS-ANT-FRAC-C
003479        MOVE INT-VENDA   TO WS-ANT-INT-V
003480        MOVE FRAC-VENDA  TO WS-ANT-FRAC-V
003481     END-IF
003482
003483     IF ANTERIOR-ACHADA
003484        COMPUTE WS-TAXA-NOVA =
003485                WS-INT-CHECK-C + (WS-FRAC-CHECK-C / 100000)
003486        COMPUTE WS-TAXA-ANTERIOR =
003487                WS-ANT-INT-C + (WS-ANT-FRAC-C / 100000)
003488        PERFORM 2520-CONFERIR-PONTA THRU 2520-EXIT
003489     END-IF
003490     IF ANTERIOR-ACHADA AND VARIACAO-OK
003491        COMPUTE WS-TAXA-NOVA =
003492                WS-INT-CHECK-V + (WS-FRAC-CHECK-V / 100000)
003493        COMPUTE WS-TAXA-ANTERIOR =
003494                WS-ANT-INT-V + (WS-ANT-FRAC-V / 100000)
003495        PERFORM 2520-CONFERIR-PONTA THRU 2520-EXIT
003496     END-IF.
003497 2500-EXIT.
003498     EXIT.
003499
003500*****************************************************************
003501* 2520-CONFERIR-PONTA - CONFERE UMA PONTA DA COTACAO (WS-TAXA-
003502* NOVA) CONTRA A MESMA PONTA DA COTACAO ANTERIOR (WS-TAXA-
003503* ANTERIOR), REPROVANDO A VARIACAO PERCENTUAL ACIMA DA TOLERANCIA
003504*****************************************************************
003505 2520-CONFERIR-PONTA.
003506     IF WS-TAXA-ANTERIOR = ZERO
003507        GO TO 2520-EXIT
003508     END-IF
003509     IF WS-TAXA-NOVA > WS-TAXA-ANTERIOR
003510        COMPUTE WS-TAXA-DIFERENCA =
003511                WS-TAXA-NOVA - WS-TAXA-ANTERIOR
003512     ELSE
003513        COMPUTE WS-TAXA-DIFERENCA =
003514                WS-TAXA-ANTERIOR - WS-TAXA-NOVA
003515     END-IF
003516     COMPUTE WS-VARIACAO-PCT ROUNDED =
003517             (WS-TAXA-DIFERENCA * 100) / WS-TAXA-ANTERIOR
003518        ON SIZE ERROR
003519           MOVE 99999.99 TO WS-VARIACAO-PCT
003520     END-COMPUTE
003521     IF WS-VARIACAO-PCT > WS-TOLERANCIA
003522        MOVE "N" TO WS-FLAG-VARIACAO-OK
003523     END-IF.
003524 2520-EXIT.
003525     EXIT.
003526
003527*****************************************************************
003528* 2600-LOCALIZAR-FORNECEDOR - PROCURA NA TABELA DO FORNECEDOR A
003529* MESMA MOEDA E DATA DE VIGENCIA DA LINHA DO BANCO E A MARCA COMO
003530* USADA. NAO ACHADA, A MOEDA ESTA SO NO ARQUIVO DO BANCO
003531*****************************************************************
003532 2600-LOCALIZAR-FORNECEDOR.
003533     MOVE "N"  TO WS-FLAG-NO-FORNECEDOR
003534     MOVE ZERO TO WS-IND-FORN
003535     IF LINHA-OK
003536        COMPUTE WS-TAXA-BCO-C =
003537                WS-INT-CHECK-C + (WS-FRAC-CHECK-C / 100000)
003538        COMPUTE WS-TAXA-BCO-V =
003539                WS-INT-CHECK-V + (WS-FRAC-CHECK-V / 100000)
003540        MOVE WS-TAXA-BCO-C TO WS-TAXA-ED
003541        MOVE WS-TAXA-ED    TO DET-BCO-C
003542        MOVE WS-TAXA-BCO-V TO WS-TAXA-ED
003543        MOVE WS-TAXA-ED    TO DET-BCO-V
003544     END-IF
003545     IF ENT-COD = SPACES
003546        GO TO 2600-EXIT
003547     END-IF
003548     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-FORN
003549        IF FORN-COD(K) = ENT-COD AND FORN-DATA(K) = ENT-DATA
003550           MOVE "S" TO FORN-USADA(K)
003551           IF NOT ACHADA-NO-FORNECEDOR
003552              MOVE "Y" TO WS-FLAG-NO-FORNECEDOR
003553              MOVE K   TO WS-IND-FORN
003554           END-IF
003555        END-IF
003556     END-PERFORM
003557
003558     IF ACHADA-NO-FORNECEDOR
003559        MOVE FORN-TAXA-C(WS-IND-FORN) TO WS-TAXA-ED
003560        MOVE WS-TAXA-ED               TO DET-FOR-C
003561        MOVE FORN-TAXA-V(WS-IND-FORN) TO WS-TAXA-ED
003562        MOVE WS-TAXA-ED               TO DET-FOR-V
003563     ELSE
003564        ADD 1 TO WS-QTD-SO-BANCO
003565        MOVE "  AUSENTE" TO DET-FOR-C
003566     END-IF.
003567 2600-EXIT.
003568     EXIT.
003569
003570*****************************************************************
003571* 2650-CONFERIR-DIVERGENCIA - COMPARA AS DUAS PONTAS DA LINHA DO
003572* BANCO COM AS DO FORNECEDOR. A DIVERGENCIA DE CADA PONTA E A
003573* DIFERENCA SOBRE A COTACAO DO FORNECEDOR, EM PONTOS-BASE, E VALE
003574* A MAIOR DAS DUAS. ACIMA DO LIMITE DA MOEDA A LINHA E RETIDA
003575* (HOLD) OU REJEITADA (REJECT)
003576*****************************************************************
003577 2650-CONFERIR-DIVERGENCIA.
003578     COMPUTE WS-DIF-C = WS-TAXA-BCO-C - FORN-TAXA-C(WS-IND-FORN)
003579     COMPUTE WS-DIF-V = WS-TAXA-BCO-V - FORN-TAXA-V(WS-IND-FORN)
003580     MOVE WS-DIF-C  TO WS-DIF-ED
003581     MOVE WS-DIF-ED TO DET-DIF-C
003582     MOVE WS-DIF-V  TO WS-DIF-ED
003583     MOVE WS-DIF-ED TO DET-DIF-V
003584
003585*    MOVER PARA O CAMPO SEM SINAL DA A DIFERENCA EM MODULO
003586     MOVE ZERO     TO WS-DIV-BPS
003587     MOVE WS-DIF-C TO WS-DIF-ABS
003588     COMPUTE WS-DIV-PONTA-BPS ROUNDED =
003589             (WS-DIF-ABS * 10000) / FORN-TAXA-C(WS-IND-FORN)
003590        ON SIZE ERROR
003591           MOVE 99999.99 TO WS-DIV-PONTA-BPS
003592     END-COMPUTE
003593     IF WS-DIV-PONTA-BPS > WS-DIV-BPS
003594        MOVE WS-DIV-PONTA-BPS TO WS-DIV-BPS
003595     END-IF
003596     MOVE WS-DIF-V TO WS-DIF-ABS
003597     COMPUTE WS-DIV-PONTA-BPS ROUNDED =
003598             (WS-DIF-ABS * 10000) / FORN-TAXA-V(WS-IND-FORN)
003599        ON SIZE ERROR
003600           MOVE 99999.99 TO WS-DIV-PONTA-BPS
003601     END-COMPUTE
003602     IF WS-DIV-PONTA-BPS > WS-DIV-BPS
003603        MOVE WS-DIV-PONTA-BPS TO WS-DIV-BPS
003604     END-IF
003605     COMPUTE WS-DIV-PCT ROUNDED = WS-DIV-BPS / 100
003606     MOVE WS-DIV-PCT     TO WS-VARIACAO-ED
003607     MOVE WS-VARIACAO-ED TO DET-DIVERGENCIA
003608
003609     IF WS-DIV-BPS NOT > WS-LIMITE-BPS
003610        GO TO 2650-EXIT
003611     END-IF
003612
003613     ADD 1 TO WS-QTD-DIVERGENTES
003614     IF DIVERGENCIA-REJEITA
003615        COMPUTE WS-LIMITE-PCT = WS-LIMITE-BPS / 100
003616        MOVE WS-LIMITE-PCT TO WS-LIMITE-ED
003617        MOVE "N" TO WS-FLAG-LINHA-OK
003618        MOVE SPACES TO WS-MSG-ERRO
003619        STRING "Divergencia com o fornecedor acima de "
003620               WS-LIMITE-ED "%"
003621               DELIMITED BY SIZE INTO WS-MSG-ERRO
003622     ELSE
003623        MOVE "D" TO WS-MOTIVO-RETENCAO
003624        PERFORM 2550-RETER-PENDENTE THRU 2550-EXIT
003625     END-IF.
003626 2650-EXIT.
003627     EXIT.
003628
003629*****************************************************************
003630* 2550-RETER-PENDENTE - ACRESCENTA A LINHA ACIMA DA TOLERANCIA
003631* AO ARQUIVO DE PENDENCIAS, COM O ARQUIVO E A LINHA DE ORIGEM E O
003632* OPERADOR DA CARGA, E MONTA O MOTIVO DO RELATORIO COM A
003633* VARIACAO E O NUMERO DO ITEM. NA PRIMEIRA RETENCAO DA CARGA O
003634* ARQUIVO E LIDO UMA VEZ PARA CONTINUAR A NUMERACAO DOS ITENS
003635*****************************************************************
003636 2550-RETER-PENDENTE.
003637     IF NOT NUMERACAO-LIDA
003638        PERFORM 2560-LER-NUMERACAO THRU 2560-EXIT
003639     END-IF
003640     ADD 1 TO WS-ULT-PENDENTE
003641     MOVE WS-ULT-PENDENTE TO WS-NUMERO-PENDENTE
003642
003643     OPEN EXTEND PENDENCIAS
003644     IF NOT FS-PENDENTE-OK
003645        IF FS-PENDENTE-NAO-EXISTE
003646           OPEN OUTPUT PENDENCIAS
003647        END-IF
003648        IF NOT FS-PENDENTE-OK
003649           DISPLAY "ERRO: Falha ao abrir o arquivo de pendencias "
003650                   "(status " WS-FS-PENDENTE ")."
003651           MOVE 8 TO RETURN-CODE
003652           STOP RUN
003653        END-IF
003654     END-IF
003655
003656     MOVE SPACES             TO PEN-REG
003657     MOVE WS-NUMERO-PENDENTE TO PEN-NUMERO
003658     MOVE "P"                TO PEN-SITUACAO
003659     MOVE "COTACAO-IMPORT"   TO PEN-PROGRAMA
003660     MOVE "IMPORT"           TO PEN-OPERACAO
003661     MOVE ENT-COD            TO PEN-COD
003662     MOVE WS-INT-CHECK-C     TO PEN-INT-C
003663     MOVE WS-FRAC-CHECK-C    TO PEN-FRAC-C
003664     MOVE WS-INT-CHECK-V     TO PEN-INT-V
003665     MOVE WS-FRAC-CHECK-V    TO PEN-FRAC-V
003666     MOVE ENT-DATA           TO PEN-DATA-EFETIVA
003667     MOVE ENT-HORA           TO PEN-HORA-EFETIVA
003668     MOVE WS-MOTIVO-RETENCAO TO PEN-MOTIVO
003669     IF PEN-POR-DIVERGENCIA
003670        MOVE WS-DIV-PCT         TO PEN-VARIACAO
003671        MOVE WS-LIMITE-BPS      TO PEN-TOLERANCIA
003672     ELSE
003673        MOVE WS-VARIACAO-PCT    TO PEN-VARIACAO
003674        MOVE WS-TOLERANCIA      TO PEN-TOLERANCIA
003675     END-IF
003676     MOVE WS-OPERADOR        TO PEN-OPERADOR
003677     ACCEPT PEN-DATA-INCLUSAO FROM DATE YYYYMMDD
003678     ACCEPT PEN-HORA-INCLUSAO FROM TIME
003679     MOVE ZEROS              TO PEN-DATA-DECISAO
003680     MOVE ZEROS              TO PEN-HORA-DECISAO
003681     MOVE WS-ARQ-ENTRADA     TO PEN-ARQ-ORIGEM
003682     MOVE WS-QTD-LIDAS       TO PEN-LINHA-ORIGEM
003683     WRITE PEN-REG
003684     IF NOT FS-PENDENTE-OK
003685        DISPLAY "ERRO: Falha ao gravar o arquivo de pendencias "
003686                "(status " WS-FS-PENDENTE ")."
003687        MOVE 8 TO RETURN-CODE
003688        STOP RUN
003689     END-IF
003690     CLOSE PENDENCIAS
003691
003692     MOVE "Y" TO WS-FLAG-RETIDA
003693     MOVE SPACES TO WS-MSG-ERRO
003694     IF WS-MOTIVO-RETENCAO = "D"
003695        MOVE WS-DIV-PCT TO WS-VARIACAO-ED
003696        STRING "Pendente item " WS-NUMERO-PENDENTE
003697               ": divergencia " WS-VARIACAO-ED "%"
003698               DELIMITED BY SIZE INTO WS-MSG-ERRO
003699     ELSE
003700        MOVE WS-VARIACAO-PCT TO WS-VARIACAO-ED
003701        STRING "Pendente item " WS-NUMERO-PENDENTE
003702               ": variacao " WS-VARIACAO-ED "%"
003703               DELIMITED BY SIZE INTO WS-MSG-ERRO
003704     END-IF.
003705 2550-EXIT.
003706     EXIT.
003707
003708*****************************************************************
003709* 2560-LER-NUMERACAO - PROCURA O MAIOR NUMERO DE ITEM JA USADO NO
003710* ARQUIVO DE PENDENCIAS (INEXISTENTE, STATUS 35, COMECA DO 1)
003711*****************************************************************
003712 2560-LER-NUMERACAO.
003713     MOVE "Y"  TO WS-FLAG-NUMERACAO
003714     MOVE ZERO TO WS-ULT-PENDENTE
003715     MOVE "N"  TO WS-EOF-PENDENTE
003716     OPEN INPUT PENDENCIAS
003717     IF FS-PENDENTE-NAO-EXISTE
003718        GO TO 2560-EXIT
003719     END-IF
003720     IF NOT FS-PENDENTE-OK
003721        DISPLAY "ERRO: Falha ao abrir o arquivo de pendencias "
003722                "(status " WS-FS-PENDENTE ")."
003723        MOVE 8 TO RETURN-CODE
003724        STOP RUN
003725     END-IF
003726     PERFORM UNTIL FIM-PENDENTE
003727        READ PENDENCIAS
003728           AT END
003729              MOVE "Y" TO WS-EOF-PENDENTE
003730           NOT AT END
003731              IF PEN-NUMERO > WS-ULT-PENDENTE
003732                 MOVE PEN-NUMERO TO WS-ULT-PENDENTE
003733              END-IF
003734        END-READ
003735     END-PERFORM
003736     CLOSE PENDENCIAS.
003737 2560-EXIT.
003738     EXIT.
003739
003740*****************************************************************
003741* 2100-CONFERIR-NUMERICO - CONFERE SE WS-CAMPO-NUM CONTEM SOMENTE
003742* DIGITOS (E BRANCOS DE PREENCHIMENTO A DIREITA)
003743*****************************************************************
003744 2100-CONFERIR-NUMERICO.
003745     MOVE "Y" TO WS-FLAG-CAMPO-OK
003746     MOVE ZERO TO J
003747     PERFORM VARYING J FROM 1 BY 1
003748             UNTIL J > LENGTH OF WS-CAMPO-NUM
003749        EVALUATE WS-CAMPO-NUM(J:1)
003750           WHEN "0" THRU "9"
003751              CONTINUE
003752           WHEN SPACE
003753              CONTINUE
003754           WHEN OTHER
003755              MOVE "N" TO WS-FLAG-CAMPO-OK
003756        END-EVALUATE
003757     END-PERFORM
003758     IF WS-CAMPO-NUM = SPACES
003759        MOVE "N" TO WS-FLAG-CAMPO-OK
003760     END-IF.
003761 2100-EXIT.
003762     EXIT.
003763
003764*****************************************************************
003765* 3000-INCLUIR-COTACAO - GRAVA A COTACAO ACEITA DIRETO PELA
003766* CHAVE, COMO FAZ 3000-INCLUIR DO COTACAO-MAINT; O PROPRIO WRITE
003767* ACUSA, VIA INVALID KEY, SE A MOEDA JA EXISTE NESTA DATA E HORA
003768*****************************************************************
003769 3000-INCLUIR-COTACAO.
003770     MOVE "N" TO WS-FLAG-DUPLICADA
003771     MOVE ENT-COD         TO COD-MOEDA
003772     MOVE ENT-INT-C       TO INT-COMPRA
003773     MOVE ENT-FRAC-C      TO FRAC-COMPRA
003774     MOVE WS-INT-V        TO INT-VENDA
003780     MOVE WS-FRAC-V       TO FRAC-VENDA
003790     MOVE ENT-DATA        TO DATA-EFETIVA
003791     MOVE ENT-HORA        TO HORA-EFETIVA
003800     MOVE "A"             TO STATUS-MOEDA
003810     MOVE WS-QTD-DECIMAIS TO QTD-DECIMAIS
003820     WRITE MOEDA-REG
003850     END-WRITE
003860     IF MOEDA-DUPLICADA
003870        MOVE "N" TO WS-FLAG-LINHA-OK
003871        MOVE "Moeda ja cadastrada nesta data e hora"
003872             TO WS-MSG-ERRO
003881     ELSE
003882        PERFORM 8100-GRAVAR-LOG-MANUTENCAO THRU 8100-EXIT
003890     END-IF.
003950* ARQUIVOS
003960*****************************************************************
003970 8000-ENCERRAR.
003971     IF DUAS-FONTES
003972        PERFORM 8050-LISTAR-SO-FORNECEDOR THRU 8050-EXIT
003973     END-IF
003980     MOVE SPACES TO REL-REG
003990     WRITE REL-REG
004000     MOVE WS-QTD-LIDAS TO WS-QTD-ED
004100     MOVE WS-QTD-REJEITADAS TO WS-QTD-ED
004110     STRING "LINHAS REJEITADAS: " DELIMITED BY SIZE
004120            WS-QTD-ED             DELIMITED BY SIZE
004121            INTO REL-REG
004122     WRITE REL-REG
004123     MOVE WS-QTD-PENDENTES TO WS-QTD-ED
004124     STRING "LINHAS PENDENTES:  " DELIMITED BY SIZE
004125            WS-QTD-ED             DELIMITED BY SIZE
004126            INTO REL-REG
004127     WRITE REL-REG
004128     IF DUAS-FONTES
004129        MOVE WS-QTD-DIVERGENTES TO WS-QTD-ED
004130        STRING "LINHAS DIVERGENTES:" DELIMITED BY SIZE
004131               WS-QTD-ED             DELIMITED BY SIZE
004132               INTO REL-REG
004133        WRITE REL-REG
004134        MOVE WS-QTD-SO-BANCO TO WS-QTD-ED
004135        STRING "SO NO BANCO:       " DELIMITED BY SIZE
004136               WS-QTD-ED             DELIMITED BY SIZE
004137               INTO REL-REG
004138        WRITE REL-REG
004139        MOVE WS-QTD-SO-FORNECEDOR TO WS-QTD-ED
004140        STRING "SO NO FORNECEDOR:  " DELIMITED BY SIZE
004141               WS-QTD-ED             DELIMITED BY SIZE
004142               INTO REL-REG
004143        WRITE REL-REG
004144        MOVE WS-QTD-FORN-INVALIDAS TO WS-QTD-ED
004145        STRING "FORN. INVALIDAS:   " DELIMITED BY SIZE
004146               WS-QTD-ED             DELIMITED BY SIZE
004147               INTO REL-REG
004148        WRITE REL-REG
004149     END-IF
004150
004160     CLOSE ENTRADA
004170     CLOSE MOEDAS
004180     CLOSE RELATORIO
004190
004200     DISPLAY "Importacao concluida. Lidas: " WS-QTD-LIDAS
004201             " Aceitas: " WS-QTD-ACEITAS
004202             " Rejeitadas: " WS-QTD-REJEITADAS
004203             " Pendentes: " WS-QTD-PENDENTES
004204     IF DUAS-FONTES
004205        DISPLAY "Conferencia com o fornecedor. Divergentes: "
004206                WS-QTD-DIVERGENTES
004207                " So no banco: " WS-QTD-SO-BANCO
004208                " So no fornecedor: " WS-QTD-SO-FORNECEDOR
004209     END-IF.
004210 8000-EXIT.
004211     EXIT.
004212
004213*****************************************************************
004214* 8050-LISTAR-SO-FORNECEDOR - LISTA NO RELATORIO AS LINHAS DO
004215* FORNECEDOR SEM MOEDA E DATA CORRESPONDENTES NO ARQUIVO DO BANCO
004216* (NA COLUNA SEQ SAI A LINHA DO ARQUIVO DO FORNECEDOR)
004217*****************************************************************
004218 8050-LISTAR-SO-FORNECEDOR.
004219     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-FORN
004220        IF FORN-USADA(K) NOT = "S"
004221           ADD 1 TO WS-QTD-SO-FORNECEDOR
004222           MOVE SPACES        TO WS-LINHA-DET
004223           MOVE FORN-LINHA(K) TO DET-SEQ
004224           MOVE FORN-COD(K)   TO DET-COD
004225           MOVE FORN-DATA(K)  TO DET-DATA
004226           MOVE "  AUSENTE"   TO DET-BCO-C
004227           MOVE FORN-TAXA-C(K) TO WS-TAXA-ED
004228           MOVE WS-TAXA-ED     TO DET-FOR-C
004229           MOVE FORN-TAXA-V(K) TO WS-TAXA-ED
004230           MOVE WS-TAXA-ED     TO DET-FOR-V
004231           MOVE "AUSENTE"     TO DET-SITUACAO
004232           MOVE "Moeda ausente no arquivo do banco" TO DET-MOTIVO
004233           MOVE WS-LINHA-DET  TO REL-REG
004234           WRITE REL-REG
004235        END-IF
004236     END-PERFORM.
004237 8050-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004350     ACCEPT MNT-HORA FROM TIME
004360     MOVE "COTACAO-IMPORT" TO MNT-PROGRAMA
004370     MOVE "IMPORT"         TO MNT-OPERACAO
004371     MOVE WS-OPERADOR      TO MNT-OPERADOR
004380     MOVE MOEDA-REG        TO MNT-DEPOIS
004381     MOVE HORA-EFETIVA     TO MNT-HORA-DEPOIS
004390     WRITE MNT-REG
004400     IF NOT FS-MNT-OK
004410        DISPLAY "ERRO: Falha ao gravar o log de manutencao "
