000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-MARGEM.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-MARGEM
000090*
000100*  MANUTENCAO DA TABELA DE MARGENS POR FAIXA DE CLIENTE
000110*  (MARGENS.TXT, MARGEM.CPY) USADA PELO COTACAO-CONV. SUBSTITUI
000120*  A EDICAO MANUAL DO ARQUIVO NUM EDITOR DE TEXTO, QUE NAO
000130*  VALIDAVA NADA E NAO DEIXAVA RASTRO DE QUEM MUDOU UM SPREAD,
000140*  POR TRES OPERACOES CONTROLADAS, COMO NO COTACAO-MAINT:
000150*
000160*     ADD        - INCLUI A MARGEM DE UMA FAIXA/MOEDA A PARTIR
000170*                  DE UMA DATA DE VIGENCIA
000180*     UPDATE     - CORRIGE OS PONTOS-BASE DE UMA LINHA ATIVA
000190*                  (MESMA FAIXA, MOEDA E VIGENCIA)
000200*     DEACTIVATE - DESATIVA A LINHA DE UMA VIGENCIA OU, COM A
000210*                  DATA EM BRANCO, TODAS AS VIGENCIAS DA
000220*                  FAIXA/MOEDA, SEM REMOVE-LAS DO ARQUIVO
000230*
000240*  UMA MUDANCA DE SPREAD E UM ADD COM NOVA VIGENCIA, NUNCA UM
000250*  UPDATE: A LINHA ANTERIOR CONTINUA NO ARQUIVO E O COTACAO-CONV
000260*  APLICA, PARA CADA DATA DE REFERENCIA, A LINHA ATIVA DE
000270*  VIGENCIA MAIS RECENTE ATE ELA. AS LINHAS ANTIGAS, DIGITADAS
000280*  SEM DATA, VALEM DESDE SEMPRE E SAO ENDERECADAS AQUI PELA
000290*  VIGENCIA 00000000.
000300*
000310*  O ARQUIVO E SEQUENCIAL E PEQUENO: E CARREGADO INTEIRO NUMA
000320*  TABELA, ALTERADO NELA E REGRAVADO. TODA LINHA INCLUIDA OU
000330*  ALTERADA DEIXA UM REGISTRO NO LOG DE MANUTENCAO
000340*  (COTACAO-MNT.LOG, COTMNT.CPY) COM AS IMAGENS ANTES/DEPOIS DA
000350*  LINHA, PARA O COTACAO-MNTREL MOSTRAR AS MUDANCAS DE MARGEM AO
000360*  LADO DAS MUDANCAS DE COTACAO.
000370*
000380*  ARGUMENTOS (ARGUMENT-VALUE):
000390*     1 - OPERACAO: ADD, UPDATE OU DEACTIVATE
000400*     2 - FAIXA DE CLIENTE (TIER, ATE 3 POSICOES)
000410*     3 - MOEDA DE DESTINO (3 POSICOES), OU "***" PARA A MARGEM
000420*         PADRAO DA FAIXA
000430*     4 - MARGEM DE COMPRA, EM PONTOS-BASE (NAO USADO EM
000440*         DEACTIVATE)
000450*     5 - MARGEM DE VENDA, EM PONTOS-BASE (EM BRANCO ASSUME A DE
000460*         COMPRA; NAO USADO EM DEACTIVATE)
000470*     6 - DATA DE VIGENCIA, NO FORMATO AAAAMMDD (EM BRANCO ASSUME
000480*         A DATA CORRENTE; EM DEACTIVATE, EM BRANCO DESATIVA
000490*         TODAS AS VIGENCIAS DA FAIXA/MOEDA)
000491*     7 - IDENTIFICACAO DO OPERADOR (ATE 10 POSICOES), GRAVADA NO
000492*         LOG DE MANUTENCAO. OBRIGATORIO
000500*
000510*  HISTORICO DE ALTERACOES
000520*  DATA        AUTOR   DESCRICAO
000530*  2026-10-15  RVJ     PROGRAMA CRIADO PARA SUBSTITUIR A EDICAO
000540*                      MANUAL DE MARGENS.TXT, COM VIGENCIA POR
000550*                      LINHA E TRILHA DE AUDITORIA.
000551*  2026-10-15  RVJ     NOVO ARG7 OBRIGATORIO COM O OPERADOR,
000552*                      GRAVADO EM MNT-OPERADOR. UPDATE SO
000553*                      CORRIGE LINHA ATIVA, COMO O DEACTIVATE.
000560*
000570*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000580*     0 - OPERACAO CONCLUIDA COM SUCESSO
000590*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
000600*     2 - OPERACAO INFORMADA NAO E ADD, UPDATE NEM DEACTIVATE
000610*     3 - MARGEM JA CADASTRADA PARA A FAIXA/MOEDA NESTA VIGENCIA
000620*         (ADD)
000630*     4 - MARGEM NAO ENCONTRADA, OU JA INATIVA (UPDATE OU
000640*         DEACTIVATE)
000650*     5 - FALHA DE E/S NA TABELA DE MARGENS (MARGENS.TXT) OU
000660*         LIMITE DE LINHAS DA TABELA EXCEDIDO
000670*     7 - MOEDA SEM CADASTRO OU DESATIVADA NO CADASTRO DE
000680*         MOEDAS (ADD OU UPDATE)
000690*     8 - FALHA DE E/S AO GRAVAR O LOG DE MANUTENCAO
000700*         (COTACAO-MNT.LOG); A ALTERACAO NA TABELA DE MARGENS JA
000710*         FOI EFETIVADA QUANDO ESTE ERRO ACONTECE
000720*****************************************************************
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT MARGENS ASSIGN TO "margens.txt"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-MARGENS.
000800
000810     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CAD-COD
000850         FILE STATUS IS WS-FS-CADASTRO.
000860
000870     SELECT LOG-MANUTENCAO ASSIGN TO "cotacao-mnt.log"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-MNT.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  MARGENS.
000940 COPY "margem.cpy".
000950
000960 FD  CADASTRO.
000970 COPY "moedacad.cpy".
000980
000990 FD  LOG-MANUTENCAO.
001000 COPY "cotmnt.cpy".
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  WS-ARG-OPERACAO         PIC X(10).
001050 01  WS-ARG-TIER             PIC X(10).
001060 01  WS-ARG-MOEDA            PIC X(10).
001070 01  WS-ARG-BPS-C            PIC X(10).
001080 01  WS-ARG-BPS-V            PIC X(10).
001090 01  WS-ARG-DATA             PIC X(10).
001091 01  WS-ARG-OPERADOR         PIC X(10).
001100 01  WS-TIER                 PIC X(03).
001110 01  WS-MOEDA                PIC X(03).
001120 01  WS-BPS-C                PIC 9(05).
001130 01  WS-BPS-V                PIC 9(05).
001140 01  WS-DATA-VIGENCIA        PIC 9(08).
001150 01  WS-DATA-CORRENTE        PIC 9(08).
001160 01  WS-DATA-X               PIC X(08).
001170 01  WS-FLAG-TODAS-DATAS     PIC X(01) VALUE "N".
001180     88  TODAS-AS-DATAS               VALUE "Y".
001190 01  WS-LIMITE-BPS           PIC 9(05) VALUE 9999.
001200
001210 01  WS-TENTATIVAS           PIC 9(02) VALUE 3.
001220 01  WS-TENTATIVA            PIC 9(02).
001230 01  WS-ESPERA-SEGUNDOS      PIC 9(08) VALUE 1.
001240
001250 01  WS-FS-MARGENS           PIC X(02).
001260     88  FS-MARGENS-OK                VALUE "00".
001270     88  FS-MARGENS-NAO-EXISTE        VALUE "35".
001280 01  WS-EOF-MARGENS          PIC X(01) VALUE "N".
001290     88  FIM-MARGENS                  VALUE "Y".
001300 01  WS-FS-CADASTRO          PIC X(02).
001310     88  FS-CADASTRO-OK               VALUE "00".
001320     88  FS-CADASTRO-TRAVADO          VALUES "93" "61".
001330 01  WS-FLAG-CADASTRADA      PIC X(01).
001340     88  MOEDA-CADASTRADA             VALUE "Y".
001350 01  WS-FS-MNT               PIC X(02).
001360     88  FS-MNT-OK                    VALUE "00".
001370     88  FS-MNT-NAO-EXISTE            VALUE "35".
001380
001390*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS,
001400*    USADO AQUI SO PARA VALIDAR A DATA DE VIGENCIA
001410 COPY "diautil.cpy".
001420
001430 01  WS-FLAG-ARGS-OK         PIC X(01) VALUE "Y".
001440     88  ARGS-OK                      VALUE "Y".
001450 01  WS-MSG-ERRO             PIC X(50) VALUE SPACES.
001460
001470 01  WS-CAMPO-NUM            PIC X(10).
001480 01  WS-FLAG-CAMPO-OK        PIC X(01).
001490     88  CAMPO-OK                     VALUE "Y".
001500 01  WS-MAGNITUDE-CHECK      PIC 9(10).
001510 01  J                       PIC 9(03) COMP.
001520
001530*    TABELA DE MARGENS CARREGADA EM MEMORIA. TAB-ANTES GUARDA A
001540*    IMAGEM DA LINHA ANTES DA ALTERACAO (EM BRANCO NA LINHA
001550*    INCLUIDA) E TAB-ALTERADA MARCA AS LINHAS QUE VAO AO LOG
001560 01  WS-QTD-MRG              PIC 9(03) VALUE ZERO.
001570 01  WS-MAX-MRG              PIC 9(03) VALUE 500.
001580 01  WS-TAB-MRG.
001590     05  WS-MRG OCCURS 500 TIMES.
001600         10  TAB-LINHA       PIC X(30).
001610         10  TAB-ANTES       PIC X(30).
001620         10  TAB-ALTERADA    PIC X(01).
001630             88  TAB-FOI-ALTERADA     VALUE "S".
001640 01  I                       PIC 9(03).
001650 01  WS-QTD-ALTERADAS        PIC 9(03) VALUE ZERO.
001660 01  WS-FLAG-DUPLICADA       PIC X(01) VALUE "N".
001670     88  MARGEM-DUPLICADA             VALUE "Y".
001680
001690*    VISAO DECODIFICADA DE UMA LINHA DA TABELA (MESMAS POSICOES
001700*    DE MARGEM.CPY)
001710 01  WS-LINHA                PIC X(30).
001720 01  WS-LINHA-R REDEFINES WS-LINHA.
001730     05  LIN-TIER            PIC X(03).
001740     05  FILLER              PIC X(01).
001750     05  LIN-MOEDA           PIC X(03).
001760     05  FILLER              PIC X(01).
001770     05  LIN-BPS-COMPRA      PIC X(05).
001780     05  FILLER              PIC X(01).
001790     05  LIN-BPS-VENDA       PIC X(05).
001800     05  FILLER              PIC X(01).
001810     05  LIN-DATA-EFETIVA    PIC X(08).
001820     05  FILLER              PIC X(01).
001830     05  LIN-STATUS          PIC X(01).
001840         88  LIN-INATIVA              VALUE "I".
001850 01  WS-LIN-DATA             PIC 9(08).
001860
001870*    IMAGEM COMPACTA DA LINHA PARA O LOG DE MANUTENCAO (A LINHA
001880*    SEM OS SEPARADORES, PARA CABER EM MNT-ANTES/MNT-DEPOIS):
001890*    FAIXA, MOEDA, BPS COMPRA, BPS VENDA, VIGENCIA E SITUACAO.
001900*    O COTACAO-MNTREL A RECONHECE PELO MNT-PROGRAMA
001910 01  WS-IMAGEM-MRG           PIC X(29).
001920 01  WS-IMAGEM-MRG-R REDEFINES WS-IMAGEM-MRG.
001930     05  IMG-TIER            PIC X(03).
001940     05  IMG-MOEDA           PIC X(03).
001950     05  IMG-BPS-COMPRA      PIC X(05).
001960     05  IMG-BPS-VENDA       PIC X(05).
001970     05  IMG-DATA-EFETIVA    PIC X(08).
001980     05  IMG-STATUS          PIC X(01).
001990     05  FILLER              PIC X(04).
002000 01  WS-IMAGEM-ANTES         PIC X(29).
002010 01  WS-IMAGEM-DEPOIS        PIC X(29).
002020
002030 PROCEDURE DIVISION.
002040
002050*****************************************************************
002060* 0000-MAINLINE
002070*****************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002100     PERFORM 2000-VALIDAR-ARGUMENTOS THRU 2000-EXIT
002110
002120     IF NOT ARGS-OK
002130        DISPLAY "ERRO: " WS-MSG-ERRO
002140        MOVE 1 TO RETURN-CODE
002150        STOP RUN
002160     END-IF
002170
002180*    A MARGEM DE UMA MOEDA ESPECIFICA SO E ACEITA PARA MOEDA
002190*    REGISTRADA E ATIVA NO CADASTRO DE MOEDAS; A LINHA PADRAO
002200*    "***" VALE PARA QUALQUER MOEDA
002210     IF (WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE")
002220           AND WS-MOEDA NOT = "***"
002230        PERFORM 2700-CONFERIR-CADASTRO THRU 2700-EXIT
002240     END-IF
002250
002260     EVALUATE WS-ARG-OPERACAO
002270        WHEN "ADD"
002280           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002290           PERFORM 4000-INCLUIR THRU 4000-EXIT
002300        WHEN "UPDATE"
002310           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002320           PERFORM 5000-ALTERAR THRU 5000-EXIT
002330        WHEN "DEACTIVATE"
002340           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002350           PERFORM 6000-DESATIVAR THRU 6000-EXIT
002360        WHEN OTHER
002370           DISPLAY "ERRO: Operacao invalida. Use ADD, UPDATE "
002380                   "OU DEACTIVATE."
002390           MOVE 2 TO RETURN-CODE
002400           STOP RUN
002410     END-EVALUATE
002420
002430     IF WS-QTD-ALTERADAS > ZERO
002440        PERFORM 7000-REGRAVAR-TABELA THRU 7000-EXIT
002450        PERFORM 7100-GRAVAR-LOG-MANUTENCAO THRU 7100-EXIT
002460        DISPLAY "Margem atualizada com sucesso: " WS-TIER "/"
002470                WS-MOEDA " - linhas alteradas: "
002480                WS-QTD-ALTERADAS
002490        MOVE 0 TO RETURN-CODE
002500     END-IF
002510
002520     STOP RUN.
002530
002540*****************************************************************
002550* 1000-INICIALIZAR - LE OS ARGUMENTOS INFORMADOS NA CHAMADA
002560*****************************************************************
002570 1000-INICIALIZAR.
002580     ACCEPT WS-ARG-OPERACAO FROM ARGUMENT-VALUE.
002590     ACCEPT WS-ARG-TIER     FROM ARGUMENT-VALUE.
002600     ACCEPT WS-ARG-MOEDA    FROM ARGUMENT-VALUE.
002610     ACCEPT WS-ARG-BPS-C    FROM ARGUMENT-VALUE.
002620     ACCEPT WS-ARG-BPS-V    FROM ARGUMENT-VALUE.
002630     ACCEPT WS-ARG-DATA     FROM ARGUMENT-VALUE.
002631     ACCEPT WS-ARG-OPERADOR FROM ARGUMENT-VALUE.
002640     INSPECT WS-ARG-OPERACAO CONVERTING
002650        "abcdefghijklmnopqrstuvwxyz" TO
002660        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002670     INSPECT WS-ARG-TIER CONVERTING
002680        "abcdefghijklmnopqrstuvwxyz" TO
002690        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002700     INSPECT WS-ARG-MOEDA CONVERTING
002710        "abcdefghijklmnopqrstuvwxyz" TO
002720        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002721     INSPECT WS-ARG-OPERADOR CONVERTING
002722        "abcdefghijklmnopqrstuvwxyz" TO
002723        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002724     IF WS-ARG-OPERADOR = LOW-VALUES
002725        MOVE SPACES TO WS-ARG-OPERADOR
002726     END-IF
002730     MOVE WS-ARG-TIER  TO WS-TIER
002740     MOVE WS-ARG-MOEDA TO WS-MOEDA
002750     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
002760
002770*    COMO NO COTACAO-MAINT, VENDA EM BRANCO ASSUME A COMPRA
002780     IF WS-ARG-BPS-V = SPACES OR WS-ARG-BPS-V = LOW-VALUES
002790        MOVE WS-ARG-BPS-C TO WS-ARG-BPS-V
002800     END-IF
002810
002820     IF WS-ARG-DATA = SPACES OR WS-ARG-DATA = LOW-VALUES
002830        IF WS-ARG-OPERACAO = "DEACTIVATE"
002840           MOVE "Y" TO WS-FLAG-TODAS-DATAS
002850        END-IF
002860        MOVE WS-DATA-CORRENTE TO WS-DATA-VIGENCIA
002870        MOVE WS-DATA-CORRENTE TO WS-ARG-DATA
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930* 2000-VALIDAR-ARGUMENTOS - CONFERE A FAIXA, A MOEDA, A DATA DE
002940* VIGENCIA E, QUANDO A OPERACAO EXIGIR, OS PONTOS-BASE
002950*****************************************************************
002960 2000-VALIDAR-ARGUMENTOS.
002970     MOVE "Y"    TO WS-FLAG-ARGS-OK
002980     MOVE SPACES TO WS-MSG-ERRO
002990
003000     IF WS-ARG-TIER = SPACES OR WS-ARG-TIER = LOW-VALUES
003010           OR WS-ARG-TIER(4:7) NOT = SPACES
003020           OR WS-TIER = "***"
003030        MOVE "N" TO WS-FLAG-ARGS-OK
003040        MOVE "Faixa de cliente invalida (ate 3 posicoes)"
003050             TO WS-MSG-ERRO
003060        GO TO 2000-EXIT
003070     END-IF
003080
003090     IF WS-ARG-MOEDA = SPACES OR WS-ARG-MOEDA = LOW-VALUES
003100           OR WS-ARG-MOEDA(4:7) NOT = SPACES
003110        MOVE "N" TO WS-FLAG-ARGS-OK
003120        MOVE "Codigo da moeda invalido (3 posicoes ou ***)"
003130             TO WS-MSG-ERRO
003140        GO TO 2000-EXIT
003150     END-IF
003160
003161*    SEM O OPERADOR A TRILHA DE AUDITORIA NAO MOSTRA QUEM MUDOU O
003162*    SPREAD
003163     IF WS-ARG-OPERADOR = SPACES
003164        MOVE "N" TO WS-FLAG-ARGS-OK
003165        MOVE "Operador nao informado (argumento 7)" TO WS-MSG-ERRO
003166        GO TO 2000-EXIT
003167     END-IF
003168
003170*    A VIGENCIA 00000000 ENDERECA AS LINHAS ANTIGAS, SEM DATA;
003180*    QUALQUER OUTRA PRECISA SER UMA DATA DE CALENDARIO VALIDA
003190     MOVE WS-ARG-DATA TO WS-DATA-X
003200     IF WS-DATA-X NOT NUMERIC OR WS-ARG-DATA(9:2) NOT = SPACES
003210        MOVE "N" TO WS-FLAG-ARGS-OK
003220        MOVE "Data de vigencia invalida" TO WS-MSG-ERRO
003230        GO TO 2000-EXIT
003240     END-IF
003250     MOVE WS-DATA-X TO WS-DATA-VIGENCIA
003260     IF WS-DATA-VIGENCIA NOT = ZERO
003270        MOVE "V"              TO DIA-FUNCAO
003280        MOVE WS-DATA-VIGENCIA TO DIA-DATA
003290        CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
003300        IF NOT DIA-OK
003310           MOVE "N" TO WS-FLAG-ARGS-OK
003320           MOVE "Data de vigencia invalida" TO WS-MSG-ERRO
003330           GO TO 2000-EXIT
003340        END-IF
003350     END-IF
003360
003370     IF WS-ARG-OPERACAO NOT = "ADD"
003380           AND WS-ARG-OPERACAO NOT = "UPDATE"
003390        GO TO 2000-EXIT
003400     END-IF
003410
003420     MOVE WS-ARG-BPS-C TO WS-CAMPO-NUM
003430     PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003440     IF CAMPO-OK
003450        MOVE WS-ARG-BPS-V TO WS-CAMPO-NUM
003460        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003470     END-IF
003480     IF NOT CAMPO-OK
003490        MOVE "N" TO WS-FLAG-ARGS-OK
003500        MOVE "Margem em pontos-base invalida" TO WS-MSG-ERRO
003510        GO TO 2000-EXIT
003520     END-IF
003530
003540*    10000 PONTOS-BASE ZERARIAM A CONVERSAO DE COMPRA NO
003550*    COTACAO-CONV; O LIMITE FICA ABAIXO DISSO
003560     MOVE WS-ARG-BPS-C TO WS-MAGNITUDE-CHECK
003570     IF WS-MAGNITUDE-CHECK <= WS-LIMITE-BPS
003580        MOVE WS-ARG-BPS-V TO WS-MAGNITUDE-CHECK
003590     END-IF
003600     IF WS-MAGNITUDE-CHECK > WS-LIMITE-BPS
003610        MOVE "N" TO WS-FLAG-ARGS-OK
003620        MOVE "Margem excede o limite de 9999 pontos-base"
003630             TO WS-MSG-ERRO
003640        GO TO 2000-EXIT
003650     END-IF
003660     MOVE WS-ARG-BPS-C TO WS-BPS-C
003670     MOVE WS-ARG-BPS-V TO WS-BPS-V.
003680 2000-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720* 2100-CONFERIR-NUMERICO - CONFERE SE WS-CAMPO-NUM CONTEM SOMENTE
003730* DIGITOS (E BRANCOS DE PREENCHIMENTO A DIREITA)
003740*****************************************************************
003750 2100-CONFERIR-NUMERICO.
003760     MOVE "Y" TO WS-FLAG-CAMPO-OK
003770     MOVE ZERO TO J
003780     PERFORM VARYING J FROM 1 BY 1
003790             UNTIL J > LENGTH OF WS-CAMPO-NUM
003800        EVALUATE WS-CAMPO-NUM(J:1)
003810           WHEN "0" THRU "9"
003820              CONTINUE
003830           WHEN SPACE
003840              CONTINUE
003850           WHEN OTHER
003860              MOVE "N" TO WS-FLAG-CAMPO-OK
003870        END-EVALUATE
003880     END-PERFORM
003890     IF WS-CAMPO-NUM = SPACES
003900        MOVE "N" TO WS-FLAG-CAMPO-OK
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960* 2700-CONFERIR-CADASTRO - CONFERE A MOEDA CONTRA O CADASTRO DE
003970* MOEDAS (MOEDACAD.TXT). UMA MOEDA SEM CADASTRO OU DESATIVADA
003980* NELE ENCERRA A OPERACAO COM RETURN-CODE 7, COMO NO
003990* COTACAO-MAINT: UMA MARGEM PARA "UDS" NUNCA SERIA APLICADA E SO
004000* ESCONDERIA QUE O USD CONTINUA NA MARGEM PADRAO
004010*****************************************************************
004020 2700-CONFERIR-CADASTRO.
004030     MOVE "N"  TO WS-FLAG-CADASTRADA
004040     MOVE ZERO TO WS-TENTATIVA
004050     OPEN INPUT CADASTRO
004060     PERFORM UNTIL NOT FS-CADASTRO-TRAVADO
004070             OR WS-TENTATIVA >= WS-TENTATIVAS
004080        ADD 1 TO WS-TENTATIVA
004090        CALL "C$SLEEP" USING WS-ESPERA-SEGUNDOS
004100        OPEN INPUT CADASTRO
004110     END-PERFORM
004120     IF NOT FS-CADASTRO-OK
004130        DISPLAY "ERRO: Falha ao abrir o cadastro de moedas "
004140                "(status " WS-FS-CADASTRO ")."
004150        MOVE 7 TO RETURN-CODE
004160        STOP RUN
004170     END-IF
004180
004190     MOVE WS-MOEDA TO CAD-COD
004200     READ CADASTRO
004210        INVALID KEY
004220           CONTINUE
004230        NOT INVALID KEY
004240           IF CAD-ATIVA
004250              MOVE "Y" TO WS-FLAG-CADASTRADA
004260           END-IF
004270     END-READ
004280     CLOSE CADASTRO
004290
004300     IF NOT MOEDA-CADASTRADA
004310        DISPLAY "ERRO: Moeda sem cadastro ou desativada no "
004320                "cadastro de moedas: " WS-MOEDA
004330        MOVE 7 TO RETURN-CODE
004340        STOP RUN
004350     END-IF.
004360 2700-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400* 3000-CARREGAR-TABELA - CARREGA A TABELA DE MARGENS INTEIRA EM
004410* MEMORIA. ARQUIVO INEXISTENTE (STATUS 35) E UMA TABELA VAZIA;
004420* QUALQUER OUTRA FALHA, OU UM ARQUIVO MAIOR QUE A TABELA,
004430* ENCERRA O PROGRAMA SEM TOCAR NO ARQUIVO
004440*****************************************************************
004450 3000-CARREGAR-TABELA.
004460     MOVE ZERO TO WS-QTD-MRG
004470     OPEN INPUT MARGENS
004480     IF NOT FS-MARGENS-OK
004490        IF FS-MARGENS-NAO-EXISTE
004500           GO TO 3000-EXIT
004510        END-IF
004520        DISPLAY "ERRO: Falha ao abrir a tabela de margens "
004530                "(status " WS-FS-MARGENS ")."
004540        MOVE 5 TO RETURN-CODE
004550        STOP RUN
004560     END-IF
004570
004580     MOVE "N" TO WS-EOF-MARGENS
004590     PERFORM 3100-LER-MARGEM THRU 3100-EXIT
004600     PERFORM UNTIL FIM-MARGENS
004610        IF WS-QTD-MRG >= WS-MAX-MRG
004620           DISPLAY "ERRO: Limite de " WS-MAX-MRG
004630                   " linhas da tabela de margens excedido; "
004640                   "nada foi alterado."
004650           CLOSE MARGENS
004660           MOVE 5 TO RETURN-CODE
004670           STOP RUN
004680        END-IF
004690        ADD 1 TO WS-QTD-MRG
004700        MOVE MARGEM-REG TO TAB-LINHA(WS-QTD-MRG)
004710        MOVE SPACES     TO TAB-ANTES(WS-QTD-MRG)
004720        MOVE "N"        TO TAB-ALTERADA(WS-QTD-MRG)
004730        PERFORM 3100-LER-MARGEM THRU 3100-EXIT
004740     END-PERFORM
004750     CLOSE MARGENS.
004760 3000-EXIT.
004770     EXIT.
004780
004790 3100-LER-MARGEM.
004800     MOVE SPACES TO MARGEM-REG
004810     READ MARGENS
004820        AT END MOVE "Y" TO WS-EOF-MARGENS
004830     END-READ.
004840 3100-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880* 3200-DECODIFICAR-LINHA - TRAZ A LINHA I DA TABELA PARA A VISAO
004890* DECODIFICADA E CALCULA A VIGENCIA NUMERICA (LINHA ANTIGA SEM
004900* DATA = 00000000; DATA NAO NUMERICA = 99999999, PARA NUNCA
004910* CASAR COM A VIGENCIA PEDIDA)
004920*****************************************************************
004930 3200-DECODIFICAR-LINHA.
004940     MOVE TAB-LINHA(I) TO WS-LINHA
004950     IF LIN-DATA-EFETIVA = SPACES
004960        MOVE ZEROS TO WS-LIN-DATA
004970     ELSE
004980        IF LIN-DATA-EFETIVA NUMERIC
004990           MOVE LIN-DATA-EFETIVA TO WS-LIN-DATA
005000        ELSE
005010           MOVE 99999999 TO WS-LIN-DATA
005020        END-IF
005030     END-IF.
005040 3200-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 4000-INCLUIR - ACRESCENTA NO FIM DA TABELA A LINHA DA FAIXA/
005090* MOEDA NA VIGENCIA INFORMADA. JA HAVENDO LINHA PARA A MESMA
005100* FAIXA, MOEDA E VIGENCIA (ATIVA OU NAO), A INCLUSAO E RECUSADA:
005110* CORRIGIR UMA LINHA E UPDATE, MUDAR O SPREAD E NOVA VIGENCIA
005120*****************************************************************
005130 4000-INCLUIR.
005140     MOVE "N" TO WS-FLAG-DUPLICADA
005150     PERFORM VARYING I FROM 1 BY 1
005160             UNTIL I > WS-QTD-MRG OR MARGEM-DUPLICADA
005170        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
005180        IF LIN-TIER = WS-TIER AND LIN-MOEDA = WS-MOEDA
005190              AND WS-LIN-DATA = WS-DATA-VIGENCIA
005200           MOVE "Y" TO WS-FLAG-DUPLICADA
005210        END-IF
005220     END-PERFORM
005230     IF MARGEM-DUPLICADA
005240        DISPLAY "ERRO: Margem ja cadastrada para " WS-TIER "/"
005250                WS-MOEDA " na vigencia " WS-DATA-VIGENCIA
005260        MOVE 3 TO RETURN-CODE
005270        STOP RUN
005280     END-IF
005290     IF WS-QTD-MRG >= WS-MAX-MRG
005300        DISPLAY "ERRO: Limite de " WS-MAX-MRG
005310                " linhas da tabela de margens excedido."
005320        MOVE 5 TO RETURN-CODE
005330        STOP RUN
005340     END-IF
005350
005360*    VIGENCIA RETROATIVA E LEGITIMA (CORRECAO ACERTADA COM A
005370*    AREA COMERCIAL), MAS MUDA O PRECO DE CONVERSOES JA FEITAS
005380*    QUANDO REPROCESSADAS; FICA O AVISO
005390     IF WS-DATA-VIGENCIA < WS-DATA-CORRENTE
005400        DISPLAY "AVISO: Vigencia " WS-DATA-VIGENCIA
005410                " anterior a data corrente; reprocessamentos do "
005420                "periodo passam a usar esta margem."
005430     END-IF
005440
005450     MOVE SPACES           TO WS-LINHA
005460     MOVE WS-TIER          TO LIN-TIER
005470     MOVE WS-MOEDA         TO LIN-MOEDA
005480     MOVE WS-BPS-C         TO LIN-BPS-COMPRA
005490     MOVE WS-BPS-V         TO LIN-BPS-VENDA
005500     MOVE WS-DATA-VIGENCIA TO LIN-DATA-EFETIVA
005510     MOVE "A"              TO LIN-STATUS
005520     ADD 1 TO WS-QTD-MRG
005530     MOVE WS-LINHA TO TAB-LINHA(WS-QTD-MRG)
005540     MOVE SPACES   TO TAB-ANTES(WS-QTD-MRG)
005550     MOVE "S"      TO TAB-ALTERADA(WS-QTD-MRG)
005560     ADD 1 TO WS-QTD-ALTERADAS.
005570 4000-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 5000-ALTERAR - CORRIGE OS PONTOS-BASE DA LINHA DA FAIXA/MOEDA
005620* NA VIGENCIA INFORMADA. SO UMA LINHA ATIVA E CORRIGIDA: A INATIVA
005630* NAO VALE MAIS NAS CONVERSOES. A DATA DA LINHA FICA COMO ESTA
005631* (UMA LINHA ANTIGA SEM DATA CONTINUA SEM DATA)
005640*****************************************************************
005650 5000-ALTERAR.
005660     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MRG
005670        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
005680        IF LIN-TIER = WS-TIER AND LIN-MOEDA = WS-MOEDA
005690              AND WS-LIN-DATA = WS-DATA-VIGENCIA
005691              AND NOT LIN-INATIVA
005700           MOVE TAB-LINHA(I) TO TAB-ANTES(I)
005710           MOVE WS-BPS-C     TO LIN-BPS-COMPRA
005720           MOVE WS-BPS-V     TO LIN-BPS-VENDA
005730           MOVE WS-LINHA     TO TAB-LINHA(I)
005740           MOVE "S"          TO TAB-ALTERADA(I)
005750           ADD 1 TO WS-QTD-ALTERADAS
005760        END-IF
005770     END-PERFORM
005780
005790     IF WS-QTD-ALTERADAS = ZERO
005800        DISPLAY "ERRO: Margem ativa nao encontrada: " WS-TIER
005810                "/" WS-MOEDA " vigencia " WS-DATA-VIGENCIA
005820        MOVE 4 TO RETURN-CODE
005830     END-IF.
005840 5000-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 6000-DESATIVAR - MARCA COMO INATIVA A LINHA DA FAIXA/MOEDA NA
005890* VIGENCIA INFORMADA OU, COM A DATA EM BRANCO, TODAS AS LINHAS
005900* ATIVAS DA FAIXA/MOEDA. SEM LINHA ATIVA DA MOEDA, O
005910* COTACAO-CONV VOLTA A APLICAR A LINHA PADRAO "***" DA FAIXA
005920*****************************************************************
005930 6000-DESATIVAR.
005940     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MRG
005950        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
005960        IF LIN-TIER = WS-TIER AND LIN-MOEDA = WS-MOEDA
005970              AND NOT LIN-INATIVA
005980              AND (TODAS-AS-DATAS OR
005990                   WS-LIN-DATA = WS-DATA-VIGENCIA)
006000           MOVE TAB-LINHA(I) TO TAB-ANTES(I)
006010           MOVE "I"          TO LIN-STATUS
006020           MOVE WS-LINHA     TO TAB-LINHA(I)
006030           MOVE "S"          TO TAB-ALTERADA(I)
006040           ADD 1 TO WS-QTD-ALTERADAS
006050        END-IF
006060     END-PERFORM
006070
006080     IF WS-QTD-ALTERADAS = ZERO
006090        DISPLAY "ERRO: Margem ativa nao encontrada: " WS-TIER
006100                "/" WS-MOEDA
006110        MOVE 4 TO RETURN-CODE
006120     END-IF.
006130 6000-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 7000-REGRAVAR-TABELA - REGRAVA A TABELA DE MARGENS INTEIRA, NA
006180* MESMA ORDEM EM QUE FOI LIDA (LINHAS INCLUIDAS NO FIM)
006190*****************************************************************
006200 7000-REGRAVAR-TABELA.
006210     OPEN OUTPUT MARGENS
006220     IF NOT FS-MARGENS-OK
006230        DISPLAY "ERRO: Falha ao regravar a tabela de margens "
006240                "(status " WS-FS-MARGENS ")."
006250        MOVE 5 TO RETURN-CODE
006260        STOP RUN
006270     END-IF
006280     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MRG
006290        MOVE TAB-LINHA(I) TO MARGEM-REG
006300        WRITE MARGEM-REG
006310        IF NOT FS-MARGENS-OK
006320           DISPLAY "ERRO: Falha ao gravar a tabela de margens "
006330                   "(status " WS-FS-MARGENS ")."
006340           CLOSE MARGENS
006350           MOVE 5 TO RETURN-CODE
006360           STOP RUN
006370        END-IF
006380     END-PERFORM
006390     CLOSE MARGENS.
006400 7000-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440* 7100-GRAVAR-LOG-MANUTENCAO - REGISTRA NO LOG DE MANUTENCAO
006450* (COTACAO-MNT.LOG) UMA LINHA POR MARGEM INCLUIDA OU ALTERADA,
006460* COM AS IMAGENS COMPACTAS ANTES/DEPOIS DA LINHA. COMO A TABELA
006470* JA FOI REGRAVADA, UMA FALHA DE E/S AQUI ENCERRA O JOB COM
006480* RETURN-CODE PROPRIO PARA O SCHEDULER ACUSAR O BURACO NA
006490* TRILHA DE AUDITORIA
006500*****************************************************************
006510 7100-GRAVAR-LOG-MANUTENCAO.
006520     OPEN EXTEND LOG-MANUTENCAO
006530     IF NOT FS-MNT-OK
006540        IF FS-MNT-NAO-EXISTE
006550           OPEN OUTPUT LOG-MANUTENCAO
006560        END-IF
006570        IF NOT FS-MNT-OK
006580           DISPLAY "ERRO: Falha ao abrir o log de manutencao "
006590                   "(status " WS-FS-MNT ")."
006600           MOVE 8 TO RETURN-CODE
006610           STOP RUN
006620        END-IF
006630     END-IF
006640
006650     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-MRG
006660        IF TAB-FOI-ALTERADA(I)
006670           PERFORM 7200-GRAVAR-REGISTRO-LOG THRU 7200-EXIT
006680        END-IF
006690     END-PERFORM
006700     CLOSE LOG-MANUTENCAO.
006710 7100-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 7200-GRAVAR-REGISTRO-LOG - MONTA AS IMAGENS COMPACTAS ANTES E
006760* DEPOIS DA LINHA I E GRAVA O REGISTRO DE LOG
006770*****************************************************************
006780 7200-GRAVAR-REGISTRO-LOG.
006790     MOVE SPACES TO WS-IMAGEM-ANTES
006800     IF TAB-ANTES(I) NOT = SPACES
006810        MOVE TAB-ANTES(I) TO WS-LINHA
006820        PERFORM 7300-MONTAR-IMAGEM THRU 7300-EXIT
006830        MOVE WS-IMAGEM-MRG TO WS-IMAGEM-ANTES
006840     END-IF
006850     MOVE TAB-LINHA(I) TO WS-LINHA
006860     PERFORM 7300-MONTAR-IMAGEM THRU 7300-EXIT
006870     MOVE WS-IMAGEM-MRG TO WS-IMAGEM-DEPOIS
006880
006890     MOVE SPACES TO MNT-REG
006900     ACCEPT MNT-DATA FROM DATE YYYYMMDD
006910     ACCEPT MNT-HORA FROM TIME
006920     MOVE "COTACAO-MARGEM"  TO MNT-PROGRAMA
006930     MOVE WS-ARG-OPERACAO   TO MNT-OPERACAO
006931     MOVE WS-ARG-OPERADOR   TO MNT-OPERADOR
006940     MOVE WS-IMAGEM-ANTES   TO MNT-ANTES
006950     MOVE WS-IMAGEM-DEPOIS  TO MNT-DEPOIS
006960     WRITE MNT-REG
006970     IF NOT FS-MNT-OK
006980        DISPLAY "ERRO: Falha ao gravar o log de manutencao "
006990                "(status " WS-FS-MNT ")."
007000        MOVE 8 TO RETURN-CODE
007010        STOP RUN
007020     END-IF.
007030 7200-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070* 7300-MONTAR-IMAGEM - MONTA EM WS-IMAGEM-MRG A IMAGEM COMPACTA
007080* DA LINHA EM WS-LINHA
007090*****************************************************************
007100 7300-MONTAR-IMAGEM.
007110     MOVE SPACES           TO WS-IMAGEM-MRG
007120     MOVE LIN-TIER         TO IMG-TIER
007130     MOVE LIN-MOEDA        TO IMG-MOEDA
007140     MOVE LIN-BPS-COMPRA   TO IMG-BPS-COMPRA
007150     MOVE LIN-BPS-VENDA    TO IMG-BPS-VENDA
007160     MOVE LIN-DATA-EFETIVA TO IMG-DATA-EFETIVA
007170     MOVE LIN-STATUS       TO IMG-STATUS.
007180 7300-EXIT.
007190     EXIT.
