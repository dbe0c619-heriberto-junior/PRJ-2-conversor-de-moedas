000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-PONTOS.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-PONTOS
000090*
000100*  MANUTENCAO DA TABELA DE PONTOS FORWARD POR MOEDA E PRAZO
000110*  (PONTOS.TXT, PONTOS.CPY) USADA PELO COTACAO-CONV NAS
000120*  CONVERSOES COM DATA-VALOR POSTERIOR AO SPOT. ATE AQUI A TAXA
000130*  DE UMA OPERACAO PARA 30, 60 OU 90 DIAS ERA CALCULADA PELA
000140*  MESA NUMA CALCULADORA; AGORA OS PONTOS DE CADA PRAZO FICAM
000150*  NUMA TABELA COM VIGENCIA, MANTIDA POR TRES OPERACOES
000160*  CONTROLADAS, COMO NO COTACAO-MARGEM:
000170*
000180*     ADD        - INCLUI OS PONTOS DE UMA MOEDA/PRAZO A PARTIR
000190*                  DE UMA DATA DE VIGENCIA
000200*     UPDATE     - CORRIGE OS PONTOS DE UMA LINHA ATIVA
000210*                  (MESMA MOEDA, PRAZO E VIGENCIA)
000220*     DEACTIVATE - DESATIVA A LINHA DE UMA VIGENCIA OU, COM A
000230*                  DATA EM BRANCO, TODAS AS VIGENCIAS DA
000240*                  MOEDA/PRAZO, SEM REMOVE-LAS DO ARQUIVO
000250*
000260*  A CURVA DO DIA E UM ADD POR PRAZO COM A NOVA VIGENCIA: AS
000270*  LINHAS ANTERIORES CONTINUAM NO ARQUIVO E O COTACAO-CONV
000280*  APLICA, PARA CADA DATA DE REFERENCIA E PRAZO, A LINHA ATIVA
000290*  DE VIGENCIA MAIS RECENTE ATE ELA.
000300*
000310*  O ARQUIVO E SEQUENCIAL E PEQUENO: E CARREGADO INTEIRO NUMA
000320*  TABELA, ALTERADO NELA E REGRAVADO. TODA LINHA INCLUIDA OU
000330*  ALTERADA DEIXA UM REGISTRO NO LOG DE MANUTENCAO
000340*  (COTACAO-MNT.LOG, COTMNT.CPY) COM AS IMAGENS ANTES/DEPOIS DA
000350*  LINHA, LISTADAS PELO COTACAO-MNTREL AO LADO DAS MUDANCAS DE
000360*  COTACAO DA MOEDA.
000370*
000380*  ARGUMENTOS (ARGUMENT-VALUE):
000390*     1 - OPERACAO: ADD, UPDATE OU DEACTIVATE
000400*     2 - MOEDA (3 POSICOES)
000410*     3 - PRAZO EM DIAS CORRIDOS (1 A 999)
000420*     4 - PONTOS DE COMPRA, COM SINAL OPCIONAL E ATE 6 DIGITOS
000430*         (UM PONTO = 0,00001 NA TAXA; NAO USADO EM DEACTIVATE)
000440*     5 - PONTOS DE VENDA (EM BRANCO ASSUME OS DE COMPRA; NAO
000450*         USADO EM DEACTIVATE)
000460*     6 - DATA DE VIGENCIA, NO FORMATO AAAAMMDD (EM BRANCO ASSUME
000470*         A DATA CORRENTE; EM DEACTIVATE, EM BRANCO DESATIVA
000480*         TODAS AS VIGENCIAS DA MOEDA/PRAZO)
000481*     7 - IDENTIFICACAO DO OPERADOR (ATE 10 POSICOES), GRAVADA NO
000482*         LOG DE MANUTENCAO. OBRIGATORIO
000490*
000500*  HISTORICO DE ALTERACOES
000510*  DATA        AUTOR   DESCRICAO
000520*  2026-10-15  RVJ     PROGRAMA CRIADO PARA MANTER OS PONTOS
000530*                      FORWARD POR MOEDA, PRAZO E VIGENCIA, COM
000540*                      TRILHA DE AUDITORIA.
000541*  2026-10-15  RVJ     NOVO ARG7 OBRIGATORIO COM O OPERADOR,
000542*                      GRAVADO EM MNT-OPERADOR. UPDATE SO
000543*                      CORRIGE LINHA ATIVA, COMO O DEACTIVATE.
000550*
000560*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000570*     0 - OPERACAO CONCLUIDA COM SUCESSO
000580*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
000590*     2 - OPERACAO INFORMADA NAO E ADD, UPDATE NEM DEACTIVATE
000600*     3 - PONTOS JA CADASTRADOS PARA A MOEDA/PRAZO NESTA
000610*         VIGENCIA (ADD)
000620*     4 - PONTOS NAO ENCONTRADOS, OU JA INATIVOS (UPDATE OU
000630*         DEACTIVATE)
000640*     5 - FALHA DE E/S NA TABELA DE PONTOS (PONTOS.TXT) OU
000650*         LIMITE DE LINHAS DA TABELA EXCEDIDO
000660*     7 - MOEDA SEM CADASTRO OU DESATIVADA NO CADASTRO DE
000670*         MOEDAS (ADD OU UPDATE)
000680*     8 - FALHA DE E/S AO GRAVAR O LOG DE MANUTENCAO
000690*         (COTACAO-MNT.LOG); A ALTERACAO NA TABELA DE PONTOS JA
000700*         FOI EFETIVADA QUANDO ESTE ERRO ACONTECE
000710*****************************************************************
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT PONTOS ASSIGN TO "pontos.txt"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-PONTOS.
000790
000800     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CAD-COD
000840         FILE STATUS IS WS-FS-CADASTRO.
000850
000860     SELECT LOG-MANUTENCAO ASSIGN TO "cotacao-mnt.log"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FS-MNT.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  PONTOS.
000930 COPY "pontos.cpy".
000940
000950 FD  CADASTRO.
000960 COPY "moedacad.cpy".
000970
000980 FD  LOG-MANUTENCAO.
000990 COPY "cotmnt.cpy".
001000
001010 WORKING-STORAGE SECTION.
001020
001030 01  WS-ARG-OPERACAO         PIC X(10).
001040 01  WS-ARG-MOEDA            PIC X(10).
001050 01  WS-ARG-PRAZO            PIC X(10).
001060 01  WS-ARG-PONTOS-C         PIC X(10).
001070 01  WS-ARG-PONTOS-V         PIC X(10).
001080 01  WS-ARG-DATA             PIC X(10).
001081 01  WS-ARG-OPERADOR         PIC X(10).
001090 01  WS-MOEDA                PIC X(03).
001100 01  WS-PRAZO                PIC 9(03).
001110 01  WS-PONTOS-C             PIC X(07).
001120 01  WS-PONTOS-V             PIC X(07).
001130 01  WS-DATA-VIGENCIA        PIC 9(08).
001140 01  WS-DATA-CORRENTE        PIC 9(08).
001150 01  WS-DATA-X               PIC X(08).
001160 01  WS-FLAG-TODAS-DATAS     PIC X(01) VALUE "N".
001170     88  TODAS-AS-DATAS               VALUE "Y".
001180 01  WS-LIMITE-PRAZO         PIC 9(03) VALUE 999.
001190 01  WS-LIMITE-PONTOS        PIC 9(06) VALUE 999999.
001200
001210 01  WS-TENTATIVAS           PIC 9(02) VALUE 3.
001220 01  WS-TENTATIVA            PIC 9(02).
001230 01  WS-ESPERA-SEGUNDOS      PIC 9(08) VALUE 1.
001240
001250 01  WS-FS-PONTOS            PIC X(02).
001260     88  FS-PONTOS-OK                 VALUE "00".
001270     88  FS-PONTOS-NAO-EXISTE         VALUE "35".
001280 01  WS-EOF-PONTOS           PIC X(01) VALUE "N".
001290     88  FIM-PONTOS                   VALUE "Y".
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
001530*    PONTOS INFORMADOS NA CHAMADA: SINAL OPCIONAL E ATE 6
001540*    DIGITOS. SAEM EM WS-PONTOS-X COM O SINAL SEMPRE EXPLICITO,
001550*    COMO FICAM GRAVADOS NA TABELA
001560 01  WS-CAMPO-PONTOS         PIC X(10).
001570 01  WS-SINAL                PIC X(01).
001580 01  WS-PONTOS-X             PIC X(07).
001590 01  WS-PONTOS-N REDEFINES WS-PONTOS-X
001600                             PIC S9(06) SIGN IS LEADING SEPARATE.
001610
001620*    TABELA DE PONTOS CARREGADA EM MEMORIA. TAB-ANTES GUARDA A
001630*    IMAGEM DA LINHA ANTES DA ALTERACAO (EM BRANCO NA LINHA
001640*    INCLUIDA) E TAB-ALTERADA MARCA AS LINHAS QUE VAO AO LOG
001650 01  WS-QTD-PTS              PIC 9(03) VALUE ZERO.
001660 01  WS-MAX-PTS              PIC 9(03) VALUE 500.
001670 01  WS-TAB-PTS.
001680     05  WS-PTS OCCURS 500 TIMES.
001690         10  TAB-LINHA       PIC X(34).
001700         10  TAB-ANTES       PIC X(34).
001710         10  TAB-ALTERADA    PIC X(01).
001720             88  TAB-FOI-ALTERADA     VALUE "S".
001730 01  I                       PIC 9(03).
001740 01  WS-QTD-ALTERADAS        PIC 9(03) VALUE ZERO.
001750 01  WS-FLAG-DUPLICADA       PIC X(01) VALUE "N".
001760     88  PONTOS-DUPLICADOS            VALUE "Y".
001770
001780*    VISAO DECODIFICADA DE UMA LINHA DA TABELA (MESMAS POSICOES
001790*    DE PONTOS.CPY)
001800 01  WS-LINHA                PIC X(34).
001810 01  WS-LINHA-R REDEFINES WS-LINHA.
001820     05  LIN-MOEDA           PIC X(03).
001830     05  FILLER              PIC X(01).
001840     05  LIN-PRAZO           PIC X(03).
001850     05  FILLER              PIC X(01).
001860     05  LIN-PONTOS-COMPRA   PIC X(07).
001870     05  FILLER              PIC X(01).
001880     05  LIN-PONTOS-VENDA    PIC X(07).
001890     05  FILLER              PIC X(01).
001900     05  LIN-DATA-EFETIVA    PIC X(08).
001910     05  FILLER              PIC X(01).
001920     05  LIN-STATUS          PIC X(01).
001930         88  LIN-INATIVA              VALUE "I".
001940 01  WS-LIN-DATA             PIC 9(08).
001950
001960*    IMAGEM COMPACTA DA LINHA PARA O LOG DE MANUTENCAO (A LINHA
001970*    SEM OS SEPARADORES, PARA CABER EM MNT-ANTES/MNT-DEPOIS):
001980*    MOEDA, PRAZO, PONTOS COMPRA, PONTOS VENDA, VIGENCIA E
001990*    SITUACAO. O COTACAO-MNTREL A RECONHECE PELO MNT-PROGRAMA
002000 01  WS-IMAGEM-PTS           PIC X(29).
002010 01  WS-IMAGEM-PTS-R REDEFINES WS-IMAGEM-PTS.
002020     05  IMG-MOEDA           PIC X(03).
002030     05  IMG-PRAZO           PIC X(03).
002040     05  IMG-PONTOS-COMPRA   PIC X(07).
002050     05  IMG-PONTOS-VENDA    PIC X(07).
002060     05  IMG-DATA-EFETIVA    PIC X(08).
002070     05  IMG-STATUS          PIC X(01).
002080 01  WS-IMAGEM-ANTES         PIC X(29).
002090 01  WS-IMAGEM-DEPOIS        PIC X(29).
002100
002110 PROCEDURE DIVISION.
002120
002130*****************************************************************
002140* 0000-MAINLINE
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002180     PERFORM 2000-VALIDAR-ARGUMENTOS THRU 2000-EXIT
002190
002200     IF NOT ARGS-OK
002210        DISPLAY "ERRO: " WS-MSG-ERRO
002220        MOVE 1 TO RETURN-CODE
002230        STOP RUN
002240     END-IF
002250
002260*    PONTOS SO SAO ACEITOS PARA MOEDA REGISTRADA E ATIVA NO
002270*    CADASTRO DE MOEDAS
002280     IF WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE"
002290        PERFORM 2700-CONFERIR-CADASTRO THRU 2700-EXIT
002300     END-IF
002310
002320     EVALUATE WS-ARG-OPERACAO
002330        WHEN "ADD"
002340           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002350           PERFORM 4000-INCLUIR THRU 4000-EXIT
002360        WHEN "UPDATE"
002370           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002380           PERFORM 5000-ALTERAR THRU 5000-EXIT
002390        WHEN "DEACTIVATE"
002400           PERFORM 3000-CARREGAR-TABELA THRU 3000-EXIT
002410           PERFORM 6000-DESATIVAR THRU 6000-EXIT
002420        WHEN OTHER
002430           DISPLAY "ERRO: Operacao invalida. Use ADD, UPDATE "
002440                   "OU DEACTIVATE."
002450           MOVE 2 TO RETURN-CODE
002460           STOP RUN
002470     END-EVALUATE
002480
002490     IF WS-QTD-ALTERADAS > ZERO
002500        PERFORM 7000-REGRAVAR-TABELA THRU 7000-EXIT
002510        PERFORM 7100-GRAVAR-LOG-MANUTENCAO THRU 7100-EXIT
002520        DISPLAY "Pontos forward atualizados com sucesso: "
002530                WS-MOEDA " " WS-PRAZO " dias - linhas "
002540                "alteradas: " WS-QTD-ALTERADAS
002550        MOVE 0 TO RETURN-CODE
002560     END-IF
002570
002580     STOP RUN.
002590
002600*****************************************************************
002610* 1000-INICIALIZAR - LE OS ARGUMENTOS INFORMADOS NA CHAMADA
002620*****************************************************************
002630 1000-INICIALIZAR.
002640     ACCEPT WS-ARG-OPERACAO FROM ARGUMENT-VALUE.
002650     ACCEPT WS-ARG-MOEDA    FROM ARGUMENT-VALUE.
002660     ACCEPT WS-ARG-PRAZO    FROM ARGUMENT-VALUE.
002670     ACCEPT WS-ARG-PONTOS-C FROM ARGUMENT-VALUE.
002680     ACCEPT WS-ARG-PONTOS-V FROM ARGUMENT-VALUE.
002690     ACCEPT WS-ARG-DATA     FROM ARGUMENT-VALUE.
002691     ACCEPT WS-ARG-OPERADOR FROM ARGUMENT-VALUE.
002700     INSPECT WS-ARG-OPERACAO CONVERTING
002710        "abcdefghijklmnopqrstuvwxyz" TO
002720        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002730     INSPECT WS-ARG-MOEDA CONVERTING
002740        "abcdefghijklmnopqrstuvwxyz" TO
002750        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002751     INSPECT WS-ARG-OPERADOR CONVERTING
002752        "abcdefghijklmnopqrstuvwxyz" TO
002753        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002754     IF WS-ARG-OPERADOR = LOW-VALUES
002755        MOVE SPACES TO WS-ARG-OPERADOR
002756     END-IF
002760     MOVE WS-ARG-MOEDA TO WS-MOEDA
002770     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
002780
002790*    COMO NO COTACAO-MARGEM, VENDA EM BRANCO ASSUME A COMPRA
002800     IF WS-ARG-PONTOS-V = SPACES OR WS-ARG-PONTOS-V = LOW-VALUES
002810        MOVE WS-ARG-PONTOS-C TO WS-ARG-PONTOS-V
002820     END-IF
002830
002840     IF WS-ARG-DATA = SPACES OR WS-ARG-DATA = LOW-VALUES
002850        IF WS-ARG-OPERACAO = "DEACTIVATE"
002860           MOVE "Y" TO WS-FLAG-TODAS-DATAS
002870        END-IF
002880        MOVE WS-DATA-CORRENTE TO WS-DATA-VIGENCIA
002890        MOVE WS-DATA-CORRENTE TO WS-ARG-DATA
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950* 2000-VALIDAR-ARGUMENTOS - CONFERE A MOEDA, O PRAZO, A DATA DE
002960* VIGENCIA E, QUANDO A OPERACAO EXIGIR, OS PONTOS
002970*****************************************************************
002980 2000-VALIDAR-ARGUMENTOS.
002990     MOVE "Y"    TO WS-FLAG-ARGS-OK
003000     MOVE SPACES TO WS-MSG-ERRO
003010
003020     IF WS-ARG-MOEDA = SPACES OR WS-ARG-MOEDA = LOW-VALUES
003030           OR WS-ARG-MOEDA(4:7) NOT = SPACES
003040        MOVE "N" TO WS-FLAG-ARGS-OK
003050        MOVE "Codigo da moeda invalido (3 posicoes)"
003060             TO WS-MSG-ERRO
003070        GO TO 2000-EXIT
003080     END-IF
003090
003091*    SEM O OPERADOR A TRILHA DE AUDITORIA NAO MOSTRA QUEM MUDOU OS
003092*    PONTOS
003093     IF WS-ARG-OPERADOR = SPACES
003094        MOVE "N" TO WS-FLAG-ARGS-OK
003095        MOVE "Operador nao informado (argumento 7)" TO WS-MSG-ERRO
003096        GO TO 2000-EXIT
003097     END-IF
003098
003100     MOVE WS-ARG-PRAZO TO WS-CAMPO-NUM
003110     PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003120     IF CAMPO-OK
003130        MOVE WS-ARG-PRAZO TO WS-MAGNITUDE-CHECK
003140        IF WS-MAGNITUDE-CHECK = ZERO
003150              OR WS-MAGNITUDE-CHECK > WS-LIMITE-PRAZO
003160           MOVE "N" TO WS-FLAG-CAMPO-OK
003170        END-IF
003180     END-IF
003190     IF NOT CAMPO-OK
003200        MOVE "N" TO WS-FLAG-ARGS-OK
003210        MOVE "Prazo invalido (1 a 999 dias corridos)"
003220             TO WS-MSG-ERRO
003230        GO TO 2000-EXIT
003240     END-IF
003250     MOVE WS-MAGNITUDE-CHECK TO WS-PRAZO
003260
003270     MOVE WS-ARG-DATA TO WS-DATA-X
003280     IF WS-DATA-X NOT NUMERIC OR WS-ARG-DATA(9:2) NOT = SPACES
003290        MOVE "N" TO WS-FLAG-ARGS-OK
003300        MOVE "Data de vigencia invalida" TO WS-MSG-ERRO
003310        GO TO 2000-EXIT
003320     END-IF
003330     MOVE WS-DATA-X TO WS-DATA-VIGENCIA
003340     MOVE "V"              TO DIA-FUNCAO
003350     MOVE WS-DATA-VIGENCIA TO DIA-DATA
003360     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
003370     IF NOT DIA-OK
003380        MOVE "N" TO WS-FLAG-ARGS-OK
003390        MOVE "Data de vigencia invalida" TO WS-MSG-ERRO
003400        GO TO 2000-EXIT
003410     END-IF
003420
003430     IF WS-ARG-OPERACAO NOT = "ADD"
003440           AND WS-ARG-OPERACAO NOT = "UPDATE"
003450        GO TO 2000-EXIT
003460     END-IF
003470
003480     MOVE WS-ARG-PONTOS-C TO WS-CAMPO-PONTOS
003490     PERFORM 2200-CONFERIR-PONTOS THRU 2200-EXIT
003500     MOVE WS-PONTOS-X TO WS-PONTOS-C
003510     IF CAMPO-OK
003520        MOVE WS-ARG-PONTOS-V TO WS-CAMPO-PONTOS
003530        PERFORM 2200-CONFERIR-PONTOS THRU 2200-EXIT
003540        MOVE WS-PONTOS-X TO WS-PONTOS-V
003550     END-IF
003560     IF NOT CAMPO-OK
003570        MOVE "N" TO WS-FLAG-ARGS-OK
003580        MOVE "Pontos invalidos (sinal opcional e ate 6 digitos)"
003590             TO WS-MSG-ERRO
003600        GO TO 2000-EXIT
003610     END-IF.
003620 2000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660* 2100-CONFERIR-NUMERICO - CONFERE SE WS-CAMPO-NUM CONTEM SOMENTE
003670* DIGITOS (E BRANCOS DE PREENCHIMENTO A DIREITA)
003680*****************************************************************
003690 2100-CONFERIR-NUMERICO.
003700     MOVE "Y" TO WS-FLAG-CAMPO-OK
003710     MOVE ZERO TO J
003720     PERFORM VARYING J FROM 1 BY 1
003730             UNTIL J > LENGTH OF WS-CAMPO-NUM
003740        EVALUATE WS-CAMPO-NUM(J:1)
003750           WHEN "0" THRU "9"
003760              CONTINUE
003770           WHEN SPACE
003780              CONTINUE
003790           WHEN OTHER
003800              MOVE "N" TO WS-FLAG-CAMPO-OK
003810        END-EVALUATE
003820     END-PERFORM
003830     IF WS-CAMPO-NUM = SPACES
003840        MOVE "N" TO WS-FLAG-CAMPO-OK
003850     END-IF.
003860 2100-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* 2200-CONFERIR-PONTOS - CONFERE OS PONTOS EM WS-CAMPO-PONTOS
003910* (SINAL "+" OU "-" OPCIONAL NA PRIMEIRA POSICAO, SEGUIDO DE ATE
003920* 6 DIGITOS) E OS DEVOLVE EM WS-PONTOS-X COM O SINAL EXPLICITO
003930*****************************************************************
003940 2200-CONFERIR-PONTOS.
003950     MOVE "+000000" TO WS-PONTOS-X
003960     IF WS-CAMPO-PONTOS(1:1) = "+" OR WS-CAMPO-PONTOS(1:1) = "-"
003970        MOVE WS-CAMPO-PONTOS(1:1) TO WS-SINAL
003980        MOVE WS-CAMPO-PONTOS(2:9) TO WS-CAMPO-NUM
003990     ELSE
004000        MOVE "+"                  TO WS-SINAL
004010        MOVE WS-CAMPO-PONTOS      TO WS-CAMPO-NUM
004020     END-IF
004030     PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
004040     IF NOT CAMPO-OK
004050        GO TO 2200-EXIT
004060     END-IF
004070     MOVE WS-CAMPO-NUM TO WS-MAGNITUDE-CHECK
004080     IF WS-MAGNITUDE-CHECK > WS-LIMITE-PONTOS
004090        MOVE "N" TO WS-FLAG-CAMPO-OK
004100        GO TO 2200-EXIT
004110     END-IF
004120     MOVE WS-MAGNITUDE-CHECK TO WS-PONTOS-N
004130     IF WS-SINAL = "-"
004140        COMPUTE WS-PONTOS-N = ZERO - WS-PONTOS-N
004150     END-IF.
004160 2200-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* 2700-CONFERIR-CADASTRO - CONFERE A MOEDA CONTRA O CADASTRO DE
004210* MOEDAS (MOEDACAD.TXT). UMA MOEDA SEM CADASTRO OU DESATIVADA
004220* NELE ENCERRA A OPERACAO COM RETURN-CODE 7, COMO NO
004230* COTACAO-MARGEM
004240*****************************************************************
004250 2700-CONFERIR-CADASTRO.
004260     MOVE "N"  TO WS-FLAG-CADASTRADA
004270     MOVE ZERO TO WS-TENTATIVA
004280     OPEN INPUT CADASTRO
004290     PERFORM UNTIL NOT FS-CADASTRO-TRAVADO
004300             OR WS-TENTATIVA >= WS-TENTATIVAS
004310        ADD 1 TO WS-TENTATIVA
004320        CALL "C$SLEEP" USING WS-ESPERA-SEGUNDOS
004330        OPEN INPUT CADASTRO
004340     END-PERFORM
004350     IF NOT FS-CADASTRO-OK
004360        DISPLAY "ERRO: Falha ao abrir o cadastro de moedas "
004370                "(status " WS-FS-CADASTRO ")."
004380        MOVE 7 TO RETURN-CODE
004390        STOP RUN
004400     END-IF
004410
004420     MOVE WS-MOEDA TO CAD-COD
004430     READ CADASTRO
004440        INVALID KEY
004450           CONTINUE
004460        NOT INVALID KEY
004470           IF CAD-ATIVA
004480              MOVE "Y" TO WS-FLAG-CADASTRADA
004490           END-IF
004500     END-READ
004510     CLOSE CADASTRO
004520
004530     IF NOT MOEDA-CADASTRADA
004540        DISPLAY "ERRO: Moeda sem cadastro ou desativada no "
004550                "cadastro de moedas: " WS-MOEDA
004560        MOVE 7 TO RETURN-CODE
004570        STOP RUN
004580     END-IF.
004590 2700-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630* 3000-CARREGAR-TABELA - CARREGA A TABELA DE PONTOS INTEIRA EM
004640* MEMORIA. ARQUIVO INEXISTENTE (STATUS 35) E UMA TABELA VAZIA;
004650* QUALQUER OUTRA FALHA, OU UM ARQUIVO MAIOR QUE A TABELA,
004660* ENCERRA O PROGRAMA SEM TOCAR NO ARQUIVO
004670*****************************************************************
004680 3000-CARREGAR-TABELA.
004690     MOVE ZERO TO WS-QTD-PTS
004700     OPEN INPUT PONTOS
004710     IF NOT FS-PONTOS-OK
004720        IF FS-PONTOS-NAO-EXISTE
004730           GO TO 3000-EXIT
004740        END-IF
004750        DISPLAY "ERRO: Falha ao abrir a tabela de pontos "
004760                "(status " WS-FS-PONTOS ")."
004770        MOVE 5 TO RETURN-CODE
004780        STOP RUN
004790     END-IF
004800
004810     MOVE "N" TO WS-EOF-PONTOS
004820     PERFORM 3100-LER-PONTOS THRU 3100-EXIT
004830     PERFORM UNTIL FIM-PONTOS
004840        IF WS-QTD-PTS >= WS-MAX-PTS
004850           DISPLAY "ERRO: Limite de " WS-MAX-PTS
004860                   " linhas da tabela de pontos excedido; "
004870                   "nada foi alterado."
004880           CLOSE PONTOS
004890           MOVE 5 TO RETURN-CODE
004900           STOP RUN
004910        END-IF
004920        ADD 1 TO WS-QTD-PTS
004930        MOVE PONTOS-REG TO TAB-LINHA(WS-QTD-PTS)
004940        MOVE SPACES     TO TAB-ANTES(WS-QTD-PTS)
004950        MOVE "N"        TO TAB-ALTERADA(WS-QTD-PTS)
004960        PERFORM 3100-LER-PONTOS THRU 3100-EXIT
004970     END-PERFORM
004980     CLOSE PONTOS.
004990 3000-EXIT.
005000     EXIT.
005010
005020 3100-LER-PONTOS.
005030     MOVE SPACES TO PONTOS-REG
005040     READ PONTOS
005050        AT END MOVE "Y" TO WS-EOF-PONTOS
005060     END-READ.
005070 3100-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110* 3200-DECODIFICAR-LINHA - TRAZ A LINHA I DA TABELA PARA A VISAO
005120* DECODIFICADA E CALCULA A VIGENCIA NUMERICA (DATA NAO NUMERICA
005130* = 99999999, PARA NUNCA CASAR COM A VIGENCIA PEDIDA)
005140*****************************************************************
005150 3200-DECODIFICAR-LINHA.
005160     MOVE TAB-LINHA(I) TO WS-LINHA
005170     IF LIN-DATA-EFETIVA NUMERIC
005180        MOVE LIN-DATA-EFETIVA TO WS-LIN-DATA
005190     ELSE
005200        MOVE 99999999 TO WS-LIN-DATA
005210     END-IF.
005220 3200-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260* 4000-INCLUIR - ACRESCENTA NO FIM DA TABELA A LINHA DA MOEDA/
005270* PRAZO NA VIGENCIA INFORMADA. JA HAVENDO LINHA PARA A MESMA
005280* MOEDA, PRAZO E VIGENCIA (ATIVA OU NAO), A INCLUSAO E RECUSADA:
005290* CORRIGIR UMA LINHA E UPDATE, A CURVA NOVA E NOVA VIGENCIA
005300*****************************************************************
005310 4000-INCLUIR.
005320     MOVE "N" TO WS-FLAG-DUPLICADA
005330     PERFORM VARYING I FROM 1 BY 1
005340             UNTIL I > WS-QTD-PTS OR PONTOS-DUPLICADOS
005350        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
005360        IF LIN-MOEDA = WS-MOEDA AND LIN-PRAZO = WS-PRAZO
005370              AND WS-LIN-DATA = WS-DATA-VIGENCIA
005380           MOVE "Y" TO WS-FLAG-DUPLICADA
005390        END-IF
005400     END-PERFORM
005410     IF PONTOS-DUPLICADOS
005420        DISPLAY "ERRO: Pontos ja cadastrados para " WS-MOEDA
005430                " " WS-PRAZO " dias na vigencia "
005440                WS-DATA-VIGENCIA
005450        MOVE 3 TO RETURN-CODE
005460        STOP RUN
005470     END-IF
005480     IF WS-QTD-PTS >= WS-MAX-PTS
005490        DISPLAY "ERRO: Limite de " WS-MAX-PTS
005500                " linhas da tabela de pontos excedido."
005510        MOVE 5 TO RETURN-CODE
005520        STOP RUN
005530     END-IF
005540
005550*    VIGENCIA RETROATIVA MUDA A TAXA FORWARD DE CONVERSOES JA
005560*    FEITAS QUANDO REPROCESSADAS; FICA O AVISO
005570     IF WS-DATA-VIGENCIA < WS-DATA-CORRENTE
005580        DISPLAY "AVISO: Vigencia " WS-DATA-VIGENCIA
005590                " anterior a data corrente; reprocessamentos do "
005600                "periodo passam a usar estes pontos."
005610     END-IF
005620
005630     MOVE SPACES           TO WS-LINHA
005640     MOVE WS-MOEDA         TO LIN-MOEDA
005650     MOVE WS-PRAZO         TO LIN-PRAZO
005660     MOVE WS-PONTOS-C      TO LIN-PONTOS-COMPRA
005670     MOVE WS-PONTOS-V      TO LIN-PONTOS-VENDA
005680     MOVE WS-DATA-VIGENCIA TO LIN-DATA-EFETIVA
005690     MOVE "A"              TO LIN-STATUS
005700     ADD 1 TO WS-QTD-PTS
005710     MOVE WS-LINHA TO TAB-LINHA(WS-QTD-PTS)
005720     MOVE SPACES   TO TAB-ANTES(WS-QTD-PTS)
005730     MOVE "S"      TO TAB-ALTERADA(WS-QTD-PTS)
005740     ADD 1 TO WS-QTD-ALTERADAS.
005750 4000-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790* 5000-ALTERAR - CORRIGE OS PONTOS DA LINHA DA MOEDA/PRAZO NA
005800* VIGENCIA INFORMADA. SO UMA LINHA ATIVA E CORRIGIDA: A INATIVA
005810* NAO VALE MAIS NAS CONVERSOES. A DATA DA LINHA FICA COMO ESTA
005820*****************************************************************
005830 5000-ALTERAR.
005840     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PTS
005850        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
005860        IF LIN-MOEDA = WS-MOEDA AND LIN-PRAZO = WS-PRAZO
005870              AND WS-LIN-DATA = WS-DATA-VIGENCIA
005871              AND NOT LIN-INATIVA
005880           MOVE TAB-LINHA(I) TO TAB-ANTES(I)
005890           MOVE WS-PONTOS-C  TO LIN-PONTOS-COMPRA
005900           MOVE WS-PONTOS-V  TO LIN-PONTOS-VENDA
005910           MOVE WS-LINHA     TO TAB-LINHA(I)
005920           MOVE "S"          TO TAB-ALTERADA(I)
005930           ADD 1 TO WS-QTD-ALTERADAS
005940        END-IF
005950     END-PERFORM
005960
005970     IF WS-QTD-ALTERADAS = ZERO
005980        DISPLAY "ERRO: Pontos ativos nao encontrados: " WS-MOEDA
005990                " " WS-PRAZO " dias vigencia " WS-DATA-VIGENCIA
006000        MOVE 4 TO RETURN-CODE
006010     END-IF.
006020 5000-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060* 6000-DESATIVAR - MARCA COMO INATIVA A LINHA DA MOEDA/PRAZO NA
006070* VIGENCIA INFORMADA OU, COM A DATA EM BRANCO, TODAS AS LINHAS
006080* ATIVAS DA MOEDA/PRAZO. SEM LINHA ATIVA DO PRAZO, O
006090* COTACAO-CONV INTERPOLA ENTRE OS PRAZOS VIZINHOS
006100*****************************************************************
006110 6000-DESATIVAR.
006120     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PTS
006130        PERFORM 3200-DECODIFICAR-LINHA THRU 3200-EXIT
006140        IF LIN-MOEDA = WS-MOEDA AND LIN-PRAZO = WS-PRAZO
006150              AND NOT LIN-INATIVA
006160              AND (TODAS-AS-DATAS OR
006170                   WS-LIN-DATA = WS-DATA-VIGENCIA)
006180           MOVE TAB-LINHA(I) TO TAB-ANTES(I)
006190           MOVE "I"          TO LIN-STATUS
006200           MOVE WS-LINHA     TO TAB-LINHA(I)
006210           MOVE "S"          TO TAB-ALTERADA(I)
006220           ADD 1 TO WS-QTD-ALTERADAS
006230        END-IF
006240     END-PERFORM
006250
006260     IF WS-QTD-ALTERADAS = ZERO
006270        DISPLAY "ERRO: Pontos ativos nao encontrados: "
006280                WS-MOEDA " " WS-PRAZO " dias"
006290        MOVE 4 TO RETURN-CODE
006300     END-IF.
006310 6000-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350* 7000-REGRAVAR-TABELA - REGRAVA A TABELA DE PONTOS INTEIRA, NA
006360* MESMA ORDEM EM QUE FOI LIDA (LINHAS INCLUIDAS NO FIM)
006370*****************************************************************
006380 7000-REGRAVAR-TABELA.
006390     OPEN OUTPUT PONTOS
006400     IF NOT FS-PONTOS-OK
006410        DISPLAY "ERRO: Falha ao regravar a tabela de pontos "
006420                "(status " WS-FS-PONTOS ")."
006430        MOVE 5 TO RETURN-CODE
006440        STOP RUN
006450     END-IF
006460     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PTS
006470        MOVE TAB-LINHA(I) TO PONTOS-REG
006480        WRITE PONTOS-REG
006490        IF NOT FS-PONTOS-OK
006500           DISPLAY "ERRO: Falha ao gravar a tabela de pontos "
006510                   "(status " WS-FS-PONTOS ")."
006520           CLOSE PONTOS
006530           MOVE 5 TO RETURN-CODE
006540           STOP RUN
006550        END-IF
006560     END-PERFORM
006570     CLOSE PONTOS.
006580 7000-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620* 7100-GRAVAR-LOG-MANUTENCAO - REGISTRA NO LOG DE MANUTENCAO
006630* (COTACAO-MNT.LOG) UMA LINHA POR PONTOS INCLUIDOS OU ALTERADOS,
006640* COM AS IMAGENS COMPACTAS ANTES/DEPOIS DA LINHA. COMO A TABELA
006650* JA FOI REGRAVADA, UMA FALHA DE E/S AQUI ENCERRA O JOB COM
006660* RETURN-CODE PROPRIO PARA O SCHEDULER ACUSAR O BURACO NA
006670* TRILHA DE AUDITORIA
006680*****************************************************************
006690 7100-GRAVAR-LOG-MANUTENCAO.
006700     OPEN EXTEND LOG-MANUTENCAO
006710     IF NOT FS-MNT-OK
006720        IF FS-MNT-NAO-EXISTE
006730           OPEN OUTPUT LOG-MANUTENCAO
006740        END-IF
006750        IF NOT FS-MNT-OK
006760           DISPLAY "ERRO: Falha ao abrir o log de manutencao "
006770                   "(status " WS-FS-MNT ")."
006780           MOVE 8 TO RETURN-CODE
006790           STOP RUN
006800        END-IF
006810     END-IF
006820
006830     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PTS
006840        IF TAB-FOI-ALTERADA(I)
006850           PERFORM 7200-GRAVAR-REGISTRO-LOG THRU 7200-EXIT
006860        END-IF
006870     END-PERFORM
006880     CLOSE LOG-MANUTENCAO.
006890 7100-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930* 7200-GRAVAR-REGISTRO-LOG - MONTA AS IMAGENS COMPACTAS ANTES E
006940* DEPOIS DA LINHA I E GRAVA O REGISTRO DE LOG
006950*****************************************************************
006960 7200-GRAVAR-REGISTRO-LOG.
006970     MOVE SPACES TO WS-IMAGEM-ANTES
006980     IF TAB-ANTES(I) NOT = SPACES
006990        MOVE TAB-ANTES(I) TO WS-LINHA
007000        PERFORM 7300-MONTAR-IMAGEM THRU 7300-EXIT
007010        MOVE WS-IMAGEM-PTS TO WS-IMAGEM-ANTES
007020     END-IF
007030     MOVE TAB-LINHA(I) TO WS-LINHA
007040     PERFORM 7300-MONTAR-IMAGEM THRU 7300-EXIT
007050     MOVE WS-IMAGEM-PTS TO WS-IMAGEM-DEPOIS
007060
007070     MOVE SPACES TO MNT-REG
007080     ACCEPT MNT-DATA FROM DATE YYYYMMDD
007090     ACCEPT MNT-HORA FROM TIME
007100     MOVE "COTACAO-PONTOS"  TO MNT-PROGRAMA
007110     MOVE WS-ARG-OPERACAO   TO MNT-OPERACAO
007111     MOVE WS-ARG-OPERADOR   TO MNT-OPERADOR
007120     MOVE WS-IMAGEM-ANTES   TO MNT-ANTES
007130     MOVE WS-IMAGEM-DEPOIS  TO MNT-DEPOIS
007140     WRITE MNT-REG
007150     IF NOT FS-MNT-OK
007160        DISPLAY "ERRO: Falha ao gravar o log de manutencao "
007170                "(status " WS-FS-MNT ")."
007180        MOVE 8 TO RETURN-CODE
007190        STOP RUN
007200     END-IF.
007210 7200-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250* 7300-MONTAR-IMAGEM - MONTA EM WS-IMAGEM-PTS A IMAGEM COMPACTA
007260* DA LINHA EM WS-LINHA
007270*****************************************************************
007280 7300-MONTAR-IMAGEM.
007290     MOVE SPACES            TO WS-IMAGEM-PTS
007300     MOVE LIN-MOEDA         TO IMG-MOEDA
007310     MOVE LIN-PRAZO         TO IMG-PRAZO
007320     MOVE LIN-PONTOS-COMPRA TO IMG-PONTOS-COMPRA
007330     MOVE LIN-PONTOS-VENDA  TO IMG-PONTOS-VENDA
007340     MOVE LIN-DATA-EFETIVA  TO IMG-DATA-EFETIVA
007350     MOVE LIN-STATUS        TO IMG-STATUS.
007360 7300-EXIT.
007370     EXIT.
