000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-NOTURNO.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-NOTURNO
000090*
000100*  CONTROLE DA JANELA NOTURNA DO BATCH DE COTACOES. ATE AQUI O
000110*  OPERADOR RODAVA A MAO, UM A UM, O COTACAO-IMPORT, O
000120*  COTACAO-MOVIMENTO, O COTACAO-AGING, O COTACAO-EDIT, O
000130*  CONVERTER BATCH, O COTACAO-CONCIL E O COTACAO-RESUMO, LENDO O
000140*  RETURN-CODE DE CADA UM NO CONSOLE PARA DECIDIR SE SEGUIA.
000150*  ESTE PROGRAMA LE UM ARQUIVO DE CONTROLE COM OS PASSOS DA
000160*  NOITE, EXECUTA CADA UM NA ORDEM E CLASSIFICA O RETURN-CODE
000170*  PELAS LISTAS DO PROPRIO PASSO: CONTINUA, CONTINUA COM AVISO
000180*  OU PARA A NOITE. CADA PASSO DEIXA NO LOG DA JANELA
000190*  (NOTURNO.LOG) UM REGISTRO AO INICIAR E OUTRO AO TERMINAR, COM
000200*  DATA/HORA DE INICIO E FIM E O RETURN-CODE.
000210*
000220*  RODADO DE NOVO PARA A MESMA DATA DE NEGOCIO, O PROGRAMA NAO
000230*  RECOMECA DO PRIMEIRO PASSO: PELO LOG, RETOMA NO PRIMEIRO PASSO
000240*  QUE NAO TERMINOU BEM (PARADO OU INTERROMPIDO NO MEIO). SE ESSE
000250*  PASSO ESTA MARCADO PARA RETOMADA E HA CHECKPOINT DO LOTE
000260*  (CONVERTER.CHK), A PALAVRA BATCH DA LINHA DE COMANDO E TROCADA
000270*  POR RESTART, PARA O CONVERTER CONTINUAR O LOTE DE ONDE PAROU
000280*  EM VEZ DE RECONVERTER O QUE JA FOI FEITO.
000290*
000300*  AO FIM GRAVA A PAGINA DE SITUACAO DA NOITE: PARA CADA PASSO
000310*  DO ARQUIVO DE CONTROLE, A ULTIMA SITUACAO REGISTRADA PARA A
000320*  DATA DE NEGOCIO (DESTA EXECUCAO OU DE UMA ANTERIOR), COM
000330*  INICIO, FIM E RETURN-CODE, E O RESULTADO DA NOITE - A PAGINA
000340*  QUE O TURNO DA MANHA CONFERE.
000350*
000360*  LAYOUT DO ARQUIVO DE CONTROLE (UMA LINHA POR PASSO, NA ORDEM
000370*  DE EXECUCAO; LINHAS EM BRANCO OU COM "*" NA COLUNA 1 SAO
000380*  COMENTARIO):
000390*     COL 01-02  NUMERO DO PASSO (01 A 99, CRESCENTE). E O
000400*                NUMERO QUE LIGA O PASSO AO LOG NA RETOMADA
000410*     COL 04-18  NOME DO PASSO
000420*     COL 20-34  RETURN-CODES QUE CONTINUAM A NOITE: ATE 5
000430*                CODIGOS DE 2 DIGITOS NAS COLUNAS 20, 23, 26,
000440*                29 E 32 (EX.: "00,02"). EM BRANCO ASSUME 00
000450*     COL 36-50  RETURN-CODES QUE CONTINUAM COM AVISO, NO MESMO
000460*                FORMATO (COLUNAS 36, 39, 42, 45 E 48)
000470*                QUALQUER RETURN-CODE FORA DAS DUAS LISTAS PARA
000480*                A NOITE NAQUELE PASSO
000490*     COL 52     RETOMADA: "R" = NA RETOMADA DESTE PASSO, TROCA
000500*                BATCH POR RESTART NA LINHA DE COMANDO QUANDO
000510*                HOUVER CHECKPOINT (PASSO DO CONVERTER BATCH);
000520*                EM BRANCO, O PASSO E REEXECUTADO COMO ESTA
000530*     COL 54-200 LINHA DE COMANDO DO PASSO (PROGRAMA E
000540*                ARGUMENTOS). O TEXTO &DATAREF E TROCADO PELA
000550*                DATA DE NEGOCIO (AAAAMMDD)
000560*  EXEMPLO:
000561*     01 PENDENCIAS      00              13                ...
000562*        ... cotacao-maint PENDING
000563*     02 IMPORT          00              02 03 04 10       ...
000580*        ... cotacao-import taxas.txt importacao.rel 20 LOTE
000581*            mercado.txt
000590*     05 CONVERTER       00                              R ...
000600*        ... converter BATCH lote.txt resultados.txt &DATAREF
000610*
000620*  ARGUMENTOS (ARGUMENT-VALUE):
000630*     1 - DATA DE NEGOCIO, AAAAMMDD (EM BRANCO ASSUME A DATA
000640*         CORRENTE)
000650*     2 - NOME DO ARQUIVO DE CONTROLE (EM BRANCO ASSUME
000660*         "noturno.ctl")
000670*     3 - NOME DA PAGINA DE SITUACAO (EM BRANCO ASSUME
000680*         "noturno.rel")
000690*
000700*  HISTORICO DE ALTERACOES
000710*  DATA        AUTOR   DESCRICAO
000720*  2026-10-15  RVJ     PROGRAMA CRIADO PARA SEQUENCIAR A JANELA
000730*                      NOTURNA, COM LOG POR PASSO, RETOMADA NO
000740*                      PASSO QUE FALHOU E PAGINA DE SITUACAO.
000741*  2026-10-15  RVJ     EXEMPLO DO ARQUIVO DE CONTROLE COM O PASSO
000742*                      DE COTACOES PENDENTES DE APROVACAO
000743*                      (COTACAO-MAINT PENDING) NA ABERTURA DA
000744*                      JANELA E O NOVO AVISO 04 DO IMPORT.
000745*  2026-10-15  RVJ     EXEMPLO DO PASSO DO IMPORT COM A
000746*                      CONFERENCIA COM O ARQUIVO DO FORNECEDOR
000747*                      E O NOVO AVISO 10 (MOEDA EM SO UMA FONTE).
000750*
000760*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000770*     0 - TODOS OS PASSOS CONCLUIDOS NORMALMENTE
000780*     1 - DATA DE NEGOCIO INVALIDA
000790*     2 - NOITE CONCLUIDA, COM UM OU MAIS PASSOS EM AVISO
000800*     3 - NOITE INTERROMPIDA: UM PASSO DEVOLVEU RETURN-CODE DE
000810*         PARADA (VIDE PAGINA DE SITUACAO)
000820*     4 - ARQUIVO DE CONTROLE VAZIO OU COM LINHA INVALIDA
000830*     5 - ARQUIVO DE CONTROLE NAO ENCONTRADO
000840*     7 - FALHA DE E/S NO LOG DA JANELA (NOTURNO.LOG)
000850*****************************************************************
000860
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT CONTROLE ASSIGN TO WS-ARQ-CONTROLE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-CONTROLE.
000930
000940     SELECT LOG-NOTURNO ASSIGN TO "noturno.log"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-FS-LOG.
000970
000980     SELECT CHECKPOINT ASSIGN TO "converter.chk"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-FS-CHECKPOINT.
001010
001020     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CONTROLE.
001080 01  CTL-REG.
001090     05  CTL-NUMERO              PIC X(02).
001100     05  FILLER                  PIC X(01).
001110     05  CTL-NOME                PIC X(15).
001120     05  FILLER                  PIC X(01).
001130     05  CTL-RC-CONTINUA         PIC X(15).
001140     05  FILLER                  PIC X(01).
001150     05  CTL-RC-AVISO            PIC X(15).
001160     05  FILLER                  PIC X(01).
001170     05  CTL-RETOMADA            PIC X(01).
001180     05  FILLER                  PIC X(01).
001190     05  CTL-COMANDO             PIC X(147).
001200
001210*    LOG DA JANELA: UM REGISTRO NO INICIO DE CADA PASSO
001220*    (SITUACAO INICIADO) E OUTRO NO FIM (OK, AVISO OU PARADA).
001230*    UM PASSO CUJO ULTIMO REGISTRO E INICIADO FOI INTERROMPIDO
001240*    NO MEIO (QUEDA DA MAQUINA, CANCELAMENTO)
001250 FD  LOG-NOTURNO.
001260 01  NOT-REG.
001270     05  NOT-DATA-NEGOCIO        PIC 9(08).
001280     05  FILLER                  PIC X(01).
001290     05  NOT-EXECUCAO            PIC 9(03).
001300     05  FILLER                  PIC X(01).
001310     05  NOT-PASSO               PIC 9(02).
001320     05  FILLER                  PIC X(01).
001330     05  NOT-NOME                PIC X(15).
001340     05  FILLER                  PIC X(01).
001350     05  NOT-SITUACAO            PIC X(08).
001360     05  FILLER                  PIC X(01).
001370     05  NOT-INI-DATA            PIC 9(08).
001380     05  FILLER                  PIC X(01).
001390     05  NOT-INI-HORA            PIC 9(08).
001400     05  FILLER                  PIC X(01).
001410     05  NOT-FIM-DATA            PIC 9(08).
001420     05  FILLER                  PIC X(01).
001430     05  NOT-FIM-HORA            PIC 9(08).
001440     05  FILLER                  PIC X(01).
001450     05  NOT-RC                  PIC 9(03).
001460     05  FILLER                  PIC X(01).
001470     05  NOT-RETOMADA            PIC X(01).
001480     05  FILLER                  PIC X(01).
001490     05  NOT-COMANDO             PIC X(160).
001500
001510 FD  CHECKPOINT.
001520 01  CHK-REG                     PIC X(76).
001530
001540 FD  RELATORIO.
001550 01  REL-REG                     PIC X(132).
001560
001570 WORKING-STORAGE SECTION.
001580
001590 01  WS-ARG1                 PIC X(10).
001600 01  WS-ARG2                 PIC X(50).
001610 01  WS-ARG3                 PIC X(50).
001620 01  WS-ARQ-CONTROLE         PIC X(50) VALUE "noturno.ctl".
001630 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "noturno.rel".
001640 01  WS-DATA-NEGOCIO         PIC 9(08).
001650 01  WS-DATA-X               PIC X(08).
001660
001670 01  WS-FS-CONTROLE          PIC X(02).
001680     88  FS-CONTROLE-OK               VALUE "00".
001690 01  WS-FS-LOG               PIC X(02).
001700     88  FS-LOG-OK                    VALUE "00".
001710     88  FS-LOG-NAO-EXISTE            VALUE "35".
001720 01  WS-FS-CHECKPOINT        PIC X(02).
001730     88  FS-CHECKPOINT-OK             VALUE "00".
001740 01  WS-EOF-CONTROLE         PIC X(01) VALUE "N".
001750     88  FIM-CONTROLE                 VALUE "Y".
001760 01  WS-EOF-LOG              PIC X(01) VALUE "N".
001770     88  FIM-LOG                      VALUE "Y".
001780
001790*    PASSOS DO ARQUIVO DE CONTROLE, COM A ULTIMA SITUACAO DE
001800*    CADA UM PARA A DATA DE NEGOCIO (DO LOG E DESTA EXECUCAO)
001810 01  WS-QTD-PASSOS           PIC 9(03) VALUE ZERO.
001820 01  WS-MAX-PASSOS           PIC 9(03) VALUE 30.
001830 01  WS-TAB-PASSOS.
001840     05  WS-PASSO OCCURS 30 TIMES.
001850         10  PAS-NUMERO      PIC 9(02).
001860         10  PAS-NOME        PIC X(15).
001870         10  PAS-RC-CONTINUA.
001880             15  PAS-CONTINUA OCCURS 5 TIMES.
001890                 20  PAS-CONTINUA-COD  PIC X(02).
001900                 20  FILLER            PIC X(01).
001910         10  PAS-RC-AVISO.
001920             15  PAS-AVISO OCCURS 5 TIMES.
001930                 20  PAS-AVISO-COD     PIC X(02).
001940                 20  FILLER            PIC X(01).
001950         10  PAS-RETOMADA    PIC X(01).
001960             88  PAS-RETOMA-COM-RESTART   VALUE "R".
001970         10  PAS-COMANDO     PIC X(147).
001980         10  PAS-SITUACAO    PIC X(08).
001990             88  PAS-CONCLUIDO            VALUES "OK" "AVISO".
002000             88  PAS-COM-AVISO            VALUE "AVISO".
002010             88  PAS-PARADO               VALUE "PARADA".
002020             88  PAS-INTERROMPIDO         VALUE "INICIADO".
002030             88  PAS-PENDENTE             VALUE SPACES.
002040         10  PAS-EXECUCAO    PIC 9(03).
002050         10  PAS-INI-DATA    PIC 9(08).
002060         10  PAS-INI-HORA    PIC 9(08).
002070         10  PAS-FIM-DATA    PIC 9(08).
002080         10  PAS-FIM-HORA    PIC 9(08).
002090         10  PAS-RC          PIC 9(03).
002100         10  PAS-FOI-RESTART PIC X(01).
002110 01  I                       PIC 9(03).
002120 01  K                       PIC 9(03).
002130 01  WS-IND-INICIO           PIC 9(03).
002140 01  WS-NUMERO-ANTERIOR      PIC 9(02).
002150 01  WS-QTD-LINHAS           PIC 9(05) VALUE ZERO.
002160
002170 01  WS-FLAG-CONTROLE-OK     PIC X(01) VALUE "Y".
002180     88  CONTROLE-OK                  VALUE "Y".
002190 01  WS-FLAG-INTERROMPIDA    PIC X(01) VALUE "N".
002200     88  NOITE-INTERROMPIDA           VALUE "Y".
002210 01  WS-FLAG-ACHADO          PIC X(01).
002220     88  PASSO-ACHADO                 VALUE "Y".
002230 01  WS-FLAG-RETOMADA        PIC X(01) VALUE "N".
002240     88  HOUVE-RETOMADA               VALUE "Y".
002250
002260 01  WS-EXECUCAO             PIC 9(03) VALUE ZERO.
002270 01  WS-COMANDO              PIC X(160).
002280 01  WS-COMANDO-AUX          PIC X(160).
002290 01  WS-POS                  PIC 9(03).
002300 01  WS-RETOMADA-PASSO       PIC X(01).
002310 01  WS-STATUS-SISTEMA       PIC S9(09) COMP.
002320 01  WS-RESTO                PIC S9(09) COMP.
002330 01  WS-RC-PASSO             PIC 9(03).
002340 01  WS-RC-X                 PIC X(02).
002350 01  WS-DATA-AGORA           PIC 9(08).
002360 01  WS-HORA-AGORA           PIC 9(08).
002370
002380 77  WS-QTD-OK               PIC 9(03) VALUE ZERO.
002390 77  WS-QTD-AVISO            PIC 9(03) VALUE ZERO.
002400 77  WS-QTD-PARADA           PIC 9(03) VALUE ZERO.
002410 77  WS-QTD-PENDENTE         PIC 9(03) VALUE ZERO.
002420
002430 01  WS-QTD-ED               PIC ZZ9.
002440
002450 01  WS-CAB-RELATORIO.
002460     05  FILLER              PIC X(45) VALUE
002470         "SITUACAO DA JANELA NOTURNA - DATA DE NEGOCIO ".
002480     05  CAB-DATA-NEGOCIO    PIC 9(08).
002490     05  FILLER              PIC X(11) VALUE "  EXECUCAO ".
002500     05  CAB-EXECUCAO        PIC 9(03).
002510     05  FILLER              PIC X(12) VALUE "  GERADA EM ".
002520     05  CAB-DATA-GERACAO    PIC 9(08).
002530     05  FILLER              PIC X(01) VALUE SPACE.
002540     05  CAB-HORA-GERACAO    PIC 9(06).
002550
002560 01  WS-CAB-COLUNAS.
002570     05  FILLER              PIC X(04) VALUE "PS".
002580     05  FILLER              PIC X(16) VALUE "PASSO".
002590     05  FILLER              PIC X(10) VALUE "SITUACAO".
002600     05  FILLER              PIC X(05) VALUE "EXEC".
002610     05  FILLER              PIC X(17) VALUE "INICIO".
002620     05  FILLER              PIC X(17) VALUE "FIM".
002630     05  FILLER              PIC X(05) VALUE " RC".
002640     05  FILLER              PIC X(08) VALUE "RESTART".
002650
002660 01  WS-LINHA-DET.
002670     05  DET-NUMERO          PIC 9(02).
002680     05  FILLER              PIC X(02) VALUE SPACES.
002690     05  DET-NOME            PIC X(15).
002700     05  FILLER              PIC X(01) VALUE SPACE.
002710     05  DET-SITUACAO        PIC X(08).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  DET-EXECUCAO        PIC X(03).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  DET-INI-DATA        PIC X(08).
002760     05  FILLER              PIC X(01) VALUE SPACE.
002770     05  DET-INI-HORA        PIC X(06).
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  DET-FIM-DATA        PIC X(08).
002800     05  FILLER              PIC X(01) VALUE SPACE.
002810     05  DET-FIM-HORA        PIC X(06).
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  DET-RC              PIC X(03).
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  DET-RESTART         PIC X(03).
002860
002870 PROCEDURE DIVISION.
002880
002890*****************************************************************
002900* 0000-MAINLINE
002910*****************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002940     PERFORM 2000-CARREGAR-CONTROLE THRU 2000-EXIT
002950     PERFORM 3000-LER-LOG-DA-DATA THRU 3000-EXIT
002960     PERFORM 3500-LOCALIZAR-RETOMADA THRU 3500-EXIT
002970
002980     IF WS-IND-INICIO > WS-QTD-PASSOS
002990        DISPLAY "Todos os passos de " WS-DATA-NEGOCIO
003000                " ja foram concluidos; nada a executar."
003010     ELSE
003020        PERFORM 4000-EXECUTAR-PASSOS THRU 4000-EXIT
003030     END-IF
003040
003050     PERFORM 8000-IMPRIMIR-SITUACAO THRU 8000-EXIT
003060
003070     EVALUATE TRUE
003080        WHEN WS-QTD-PARADA > ZERO OR WS-QTD-PENDENTE > ZERO
003090           MOVE 3 TO RETURN-CODE
003100        WHEN WS-QTD-AVISO > ZERO
003110           MOVE 2 TO RETURN-CODE
003120        WHEN OTHER
003130           MOVE 0 TO RETURN-CODE
003140     END-EVALUATE
003150
003160     STOP RUN.
003170
003180*****************************************************************
003190* 1000-INICIALIZAR - LE E VALIDA OS ARGUMENTOS
003200*****************************************************************
003210 1000-INICIALIZAR.
003220     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
003230     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE.
003240     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE.
003250
003260     IF WS-ARG1 = SPACES OR WS-ARG1 = LOW-VALUES
003270        ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
003280     ELSE
003290        MOVE WS-ARG1 TO WS-DATA-X
003300        IF WS-DATA-X NOT NUMERIC
003310           DISPLAY "ERRO: Data de negocio invalida: " WS-ARG1
003320           MOVE 1 TO RETURN-CODE
003330           STOP RUN
003340        END-IF
003350        MOVE WS-DATA-X TO WS-DATA-NEGOCIO
003360     END-IF
003370
003380     IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = LOW-VALUES
003390        MOVE WS-ARG2 TO WS-ARQ-CONTROLE
003400     END-IF
003410     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
003420        MOVE WS-ARG3 TO WS-ARQ-RELATORIO
003430     END-IF.
003440 1000-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480* 2000-CARREGAR-CONTROLE - LE O ARQUIVO DE CONTROLE PARA A
003490* TABELA DE PASSOS, CONFERINDO CADA LINHA. UMA LINHA INVALIDA
003500* NAO DEIXA A NOITE COMECAR: MELHOR PARAR NA PRIMEIRA LINHA DO
003510* QUE NO MEIO DA JANELA
003520*****************************************************************
003530 2000-CARREGAR-CONTROLE.
003540     OPEN INPUT CONTROLE
003550     IF NOT FS-CONTROLE-OK
003560        DISPLAY "ERRO: Arquivo de controle nao encontrado: "
003570                WS-ARQ-CONTROLE
003580        MOVE 5 TO RETURN-CODE
003590        STOP RUN
003600     END-IF
003610
003620     MOVE ZERO TO WS-QTD-PASSOS
003630     MOVE ZERO TO WS-NUMERO-ANTERIOR
003640     MOVE "N"  TO WS-EOF-CONTROLE
003650     PERFORM 2100-LER-CONTROLE THRU 2100-EXIT
003660     PERFORM UNTIL FIM-CONTROLE
003670        ADD 1 TO WS-QTD-LINHAS
003680        IF CTL-REG NOT = SPACES AND CTL-NUMERO(1:1) NOT = "*"
003690           PERFORM 2200-GUARDAR-PASSO THRU 2200-EXIT
003700        END-IF
003710        PERFORM 2100-LER-CONTROLE THRU 2100-EXIT
003720     END-PERFORM
003730     CLOSE CONTROLE
003740
003750     IF NOT CONTROLE-OK
003760        MOVE 4 TO RETURN-CODE
003770        STOP RUN
003780     END-IF
003790     IF WS-QTD-PASSOS = ZERO
003800        DISPLAY "ERRO: Arquivo de controle sem nenhum passo: "
003810                WS-ARQ-CONTROLE
003820        MOVE 4 TO RETURN-CODE
003830        STOP RUN
003840     END-IF.
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-LER-CONTROLE.
003890     READ CONTROLE
003900        AT END MOVE "Y" TO WS-EOF-CONTROLE
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960* 2200-GUARDAR-PASSO - CONFERE A LINHA CORRENTE DO CONTROLE E A
003970* GUARDA NA TABELA: NUMERO CRESCENTE, NOME E COMANDO
003980* PREENCHIDOS, CODIGOS DAS LISTAS NUMERICOS (OU EM BRANCO) E
003990* RETOMADA "R" OU BRANCO
004000*****************************************************************
004010 2200-GUARDAR-PASSO.
004020     IF CTL-NUMERO NOT NUMERIC
004030        DISPLAY "ERRO: Linha " WS-QTD-LINHAS " do controle: "
004040                "numero do passo invalido (" CTL-NUMERO ")."
004050        MOVE "N" TO WS-FLAG-CONTROLE-OK
004060        GO TO 2200-EXIT
004070     END-IF
004080     IF CTL-NUMERO NOT > WS-NUMERO-ANTERIOR
004090        DISPLAY "ERRO: Linha " WS-QTD-LINHAS " do controle: "
004100                "passo " CTL-NUMERO " fora de ordem."
004110        MOVE "N" TO WS-FLAG-CONTROLE-OK
004120        GO TO 2200-EXIT
004130     END-IF
004140     IF CTL-NOME = SPACES OR CTL-COMANDO = SPACES
004150        DISPLAY "ERRO: Linha " WS-QTD-LINHAS " do controle: "
004160                "passo " CTL-NUMERO " sem nome ou sem comando."
004170        MOVE "N" TO WS-FLAG-CONTROLE-OK
004180        GO TO 2200-EXIT
004190     END-IF
004200     IF CTL-RETOMADA NOT = "R" AND CTL-RETOMADA NOT = SPACE
004210        DISPLAY "ERRO: Linha " WS-QTD-LINHAS " do controle: "
004220                "retomada deve ser R ou branco."
004230        MOVE "N" TO WS-FLAG-CONTROLE-OK
004240        GO TO 2200-EXIT
004250     END-IF
004260     IF WS-QTD-PASSOS >= WS-MAX-PASSOS
004270        DISPLAY "ERRO: Limite de " WS-MAX-PASSOS
004280                " passos no controle excedido."
004290        MOVE "N" TO WS-FLAG-CONTROLE-OK
004300        GO TO 2200-EXIT
004310     END-IF
004320
004330     ADD 1 TO WS-QTD-PASSOS
004340     MOVE WS-QTD-PASSOS   TO I
004350     MOVE CTL-NUMERO      TO PAS-NUMERO(I)
004360     MOVE CTL-NUMERO      TO WS-NUMERO-ANTERIOR
004370     MOVE CTL-NOME        TO PAS-NOME(I)
004380     MOVE CTL-RC-CONTINUA TO PAS-RC-CONTINUA(I)
004390     MOVE CTL-RC-AVISO    TO PAS-RC-AVISO(I)
004400     MOVE CTL-RETOMADA    TO PAS-RETOMADA(I)
004410     MOVE CTL-COMANDO     TO PAS-COMANDO(I)
004420     MOVE SPACES          TO PAS-SITUACAO(I)
004430     MOVE ZEROS           TO PAS-EXECUCAO(I)
004440     MOVE ZEROS           TO PAS-INI-DATA(I)
004450     MOVE ZEROS           TO PAS-INI-HORA(I)
004460     MOVE ZEROS           TO PAS-FIM-DATA(I)
004470     MOVE ZEROS           TO PAS-FIM-HORA(I)
004480     MOVE ZEROS           TO PAS-RC(I)
004490     MOVE SPACE           TO PAS-FOI-RESTART(I)
004500
004510*    LISTA DE CONTINUA EM BRANCO ASSUME SO O RETURN-CODE ZERO
004520     IF PAS-RC-CONTINUA(I) = SPACES
004530        MOVE "00" TO PAS-CONTINUA-COD(I, 1)
004540     END-IF
004550     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
004560        IF (PAS-CONTINUA-COD(I, K) NOT = SPACES
004570            AND PAS-CONTINUA-COD(I, K) NOT NUMERIC)
004580        OR (PAS-AVISO-COD(I, K) NOT = SPACES
004590            AND PAS-AVISO-COD(I, K) NOT NUMERIC)
004600           DISPLAY "ERRO: Linha " WS-QTD-LINHAS " do controle: "
004610                   "return-code invalido nas listas do passo "
004620                   CTL-NUMERO "."
004630           MOVE "N" TO WS-FLAG-CONTROLE-OK
004640        END-IF
004650     END-PERFORM.
004660 2200-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 3000-LER-LOG-DA-DATA - VARRE O LOG DA JANELA E GUARDA, PARA
004710* CADA PASSO DO CONTROLE, O ULTIMO REGISTRO DA DATA DE NEGOCIO
004720* (O LOG E GRAVADO EM ORDEM CRONOLOGICA, ENTAO O ULTIMO LIDO E
004730* O MAIS RECENTE). APURA TAMBEM O NUMERO DESTA EXECUCAO. LOG
004740* INEXISTENTE E A PRIMEIRA NOITE
004750*****************************************************************
004760 3000-LER-LOG-DA-DATA.
004770     MOVE ZERO TO WS-EXECUCAO
004780     OPEN INPUT LOG-NOTURNO
004790     IF FS-LOG-NAO-EXISTE
004800        MOVE 1 TO WS-EXECUCAO
004810        GO TO 3000-EXIT
004820     END-IF
004830     IF NOT FS-LOG-OK
004840        DISPLAY "ERRO: Falha ao abrir o log da janela "
004850                "(status " WS-FS-LOG ")."
004860        MOVE 7 TO RETURN-CODE
004870        STOP RUN
004880     END-IF
004890
004900     MOVE "N" TO WS-EOF-LOG
004910     PERFORM 3100-LER-LOG THRU 3100-EXIT
004920     PERFORM UNTIL FIM-LOG
004930        IF NOT-DATA-NEGOCIO = WS-DATA-NEGOCIO
004940           PERFORM 3200-APLICAR-REGISTRO THRU 3200-EXIT
004950        END-IF
004960        PERFORM 3100-LER-LOG THRU 3100-EXIT
004970     END-PERFORM
004980     CLOSE LOG-NOTURNO
004990     ADD 1 TO WS-EXECUCAO.
005000 3000-EXIT.
005010     EXIT.
005020
005030 3100-LER-LOG.
005040     READ LOG-NOTURNO
005050        AT END MOVE "Y" TO WS-EOF-LOG
005060     END-READ.
005070 3100-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110* 3200-APLICAR-REGISTRO - LEVA UM REGISTRO DO LOG DA DATA PARA O
005120* PASSO DE MESMO NUMERO NA TABELA. UM PASSO QUE SAIU DO
005130* CONTROLE DESDE ENTAO E IGNORADO
005140*****************************************************************
005150 3200-APLICAR-REGISTRO.
005160     IF NOT-EXECUCAO NUMERIC AND NOT-EXECUCAO > WS-EXECUCAO
005170        MOVE NOT-EXECUCAO TO WS-EXECUCAO
005180     END-IF
005190     MOVE "N" TO WS-FLAG-ACHADO
005200     PERFORM VARYING I FROM 1 BY 1
005210             UNTIL I > WS-QTD-PASSOS OR PASSO-ACHADO
005220        IF PAS-NUMERO(I) = NOT-PASSO
005230           MOVE "Y" TO WS-FLAG-ACHADO
005240        END-IF
005250     END-PERFORM
005260     IF NOT PASSO-ACHADO
005270        GO TO 3200-EXIT
005280     END-IF
005290     SUBTRACT 1 FROM I
005300     MOVE NOT-SITUACAO TO PAS-SITUACAO(I)
005310     MOVE NOT-EXECUCAO TO PAS-EXECUCAO(I)
005320     MOVE NOT-INI-DATA TO PAS-INI-DATA(I)
005330     MOVE NOT-INI-HORA TO PAS-INI-HORA(I)
005340     MOVE NOT-FIM-DATA TO PAS-FIM-DATA(I)
005350     MOVE NOT-FIM-HORA TO PAS-FIM-HORA(I)
005360     MOVE NOT-RC       TO PAS-RC(I)
005370     MOVE NOT-RETOMADA TO PAS-FOI-RESTART(I).
005380 3200-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420* 3500-LOCALIZAR-RETOMADA - A NOITE COMECA NO PRIMEIRO PASSO QUE
005430* AINDA NAO FOI CONCLUIDO (OK OU AVISO) NA DATA DE NEGOCIO. OS
005440* PASSOS SEGUINTES VOLTAM A PENDENTE, POIS SERAO EXECUTADOS DE
005450* NOVO DEPOIS DELE
005460*****************************************************************
005470 3500-LOCALIZAR-RETOMADA.
005480     MOVE 1 TO WS-IND-INICIO
005490     PERFORM UNTIL WS-IND-INICIO > WS-QTD-PASSOS
005500             OR NOT PAS-CONCLUIDO(WS-IND-INICIO)
005510        ADD 1 TO WS-IND-INICIO
005520     END-PERFORM
005530     IF WS-IND-INICIO > WS-QTD-PASSOS
005540        GO TO 3500-EXIT
005550     END-IF
005560
005570     IF WS-IND-INICIO > 1 OR NOT PAS-PENDENTE(WS-IND-INICIO)
005580        MOVE "Y" TO WS-FLAG-RETOMADA
005590        DISPLAY "Retomando " WS-DATA-NEGOCIO " no passo "
005600                PAS-NUMERO(WS-IND-INICIO) " "
005610                PAS-NOME(WS-IND-INICIO)
005620     END-IF
005630     COMPUTE K = WS-IND-INICIO + 1
005640     PERFORM VARYING I FROM K BY 1 UNTIL I > WS-QTD-PASSOS
005650        MOVE SPACES TO PAS-SITUACAO(I)
005660     END-PERFORM.
005670 3500-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710* 4000-EXECUTAR-PASSOS - EXECUTA OS PASSOS A PARTIR DO PONTO DE
005720* RETOMADA ATE O FIM DO CONTROLE OU ATE UM PASSO PARAR A NOITE
005730*****************************************************************
005740 4000-EXECUTAR-PASSOS.
005750     PERFORM VARYING I FROM WS-IND-INICIO BY 1
005760             UNTIL I > WS-QTD-PASSOS OR NOITE-INTERROMPIDA
005770        PERFORM 4100-EXECUTAR-PASSO THRU 4100-EXIT
005780     END-PERFORM.
005790 4000-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830* 4100-EXECUTAR-PASSO - MONTA A LINHA DE COMANDO DO PASSO I,
005840* REGISTRA O INICIO NO LOG, EXECUTA O COMANDO E REGISTRA O FIM
005850* COM O RETURN-CODE E A SITUACAO
005860*****************************************************************
005870 4100-EXECUTAR-PASSO.
005880     MOVE PAS-COMANDO(I) TO WS-COMANDO
005890     MOVE WS-DATA-NEGOCIO TO WS-DATA-X
005900     INSPECT WS-COMANDO REPLACING ALL "&DATAREF" BY WS-DATA-X
005910     MOVE SPACE TO WS-RETOMADA-PASSO
005920     IF I = WS-IND-INICIO AND PAS-RETOMA-COM-RESTART(I)
005930        AND (PAS-PARADO(I) OR PAS-INTERROMPIDO(I))
005940        PERFORM 4150-PREPARAR-RESTART THRU 4150-EXIT
005950     END-IF
005960
005970     ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
005980     ACCEPT WS-HORA-AGORA FROM TIME
005990     MOVE "INICIADO"        TO PAS-SITUACAO(I)
006000     MOVE WS-EXECUCAO       TO PAS-EXECUCAO(I)
006010     MOVE WS-DATA-AGORA     TO PAS-INI-DATA(I)
006020     MOVE WS-HORA-AGORA     TO PAS-INI-HORA(I)
006030     MOVE ZEROS             TO PAS-FIM-DATA(I)
006040     MOVE ZEROS             TO PAS-FIM-HORA(I)
006050     MOVE ZEROS             TO PAS-RC(I)
006060     MOVE WS-RETOMADA-PASSO TO PAS-FOI-RESTART(I)
006070     PERFORM 7100-GRAVAR-LOG THRU 7100-EXIT
006080     DISPLAY "Passo " PAS-NUMERO(I) " " PAS-NOME(I)
006090             " iniciado: " WS-COMANDO
006100
006110     CALL "SYSTEM" USING WS-COMANDO
006120     MOVE RETURN-CODE TO WS-STATUS-SISTEMA
006130     MOVE 0 TO RETURN-CODE
006140     PERFORM 4200-APURAR-RC THRU 4200-EXIT
006150     PERFORM 4300-CLASSIFICAR-RC THRU 4300-EXIT
006160
006170     ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
006180     ACCEPT WS-HORA-AGORA FROM TIME
006190     MOVE WS-DATA-AGORA     TO PAS-FIM-DATA(I)
006200     MOVE WS-HORA-AGORA     TO PAS-FIM-HORA(I)
006210     MOVE WS-RC-PASSO       TO PAS-RC(I)
006220     PERFORM 7100-GRAVAR-LOG THRU 7100-EXIT
006230     DISPLAY "Passo " PAS-NUMERO(I) " " PAS-NOME(I)
006240             " terminado: RC " WS-RC-PASSO " - "
006250             PAS-SITUACAO(I)
006260
006270     IF PAS-PARADO(I)
006280        MOVE "Y" TO WS-FLAG-INTERROMPIDA
006290     END-IF.
006300 4100-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340* 4150-PREPARAR-RESTART - NA RETOMADA DE UM PASSO MARCADO "R"
006350* QUE PAROU OU FOI INTERROMPIDO, TROCA BATCH POR RESTART NA
006360* LINHA DE COMANDO. SEM CHECKPOINT (O LOTE FALHOU ANTES DE
006370* GRAVAR O PRIMEIRO, OU JA TERMINOU) O RESTART SERIA RECUSADO
006380* PELO CONVERTER, ENTAO O PASSO E REEXECUTADO COMO ESTA
006390*****************************************************************
006400 4150-PREPARAR-RESTART.
006410     OPEN INPUT CHECKPOINT
006420     IF NOT FS-CHECKPOINT-OK
006430        DISPLAY "AVISO: Sem checkpoint do lote (status "
006440                WS-FS-CHECKPOINT "); passo " PAS-NUMERO(I)
006450                " reexecutado do inicio."
006460        GO TO 4150-EXIT
006470     END-IF
006480     CLOSE CHECKPOINT
006490
006500     MOVE ZERO TO WS-POS
006510     INSPECT WS-COMANDO TALLYING WS-POS
006520             FOR CHARACTERS BEFORE INITIAL " BATCH "
006530     IF WS-POS = ZERO OR WS-POS >= LENGTH OF WS-COMANDO
006540        DISPLAY "AVISO: Passo " PAS-NUMERO(I) " marcado para "
006550                "retomada sem BATCH na linha de comando; "
006560                "reexecutado como esta."
006570        GO TO 4150-EXIT
006580     END-IF
006590     MOVE SPACES TO WS-COMANDO-AUX
006600     STRING WS-COMANDO(1:WS-POS)     DELIMITED BY SIZE
006610            " RESTART "              DELIMITED BY SIZE
006620            WS-COMANDO(WS-POS + 8:)  DELIMITED BY SIZE
006630            INTO WS-COMANDO-AUX
006640     MOVE WS-COMANDO-AUX TO WS-COMANDO
006650     MOVE "R" TO WS-RETOMADA-PASSO.
006660 4150-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700* 4200-APURAR-RC - O STATUS DEVOLVIDO PELO SISTEMA TRAZ O
006710* RETURN-CODE DO PASSO MULTIPLICADO POR 256. STATUS NEGATIVO
006720* (COMANDO NAO PODE SER DISPARADO) OU COM RESTO (PROCESSO
006730* DERRUBADO POR SINAL) VIRA RETURN-CODE 999, QUE NUNCA ESTA NAS
006740* LISTAS E SEMPRE PARA A NOITE
006750*****************************************************************
006760 4200-APURAR-RC.
006770     IF WS-STATUS-SISTEMA < ZERO
006780        MOVE 999 TO WS-RC-PASSO
006790        GO TO 4200-EXIT
006800     END-IF
006810     DIVIDE WS-STATUS-SISTEMA BY 256 GIVING WS-RC-PASSO
006820            REMAINDER WS-RESTO
006830        ON SIZE ERROR
006840           MOVE 999 TO WS-RC-PASSO
006850     END-DIVIDE
006860     IF WS-RESTO NOT = ZERO
006870        MOVE 999 TO WS-RC-PASSO
006880     END-IF.
006890 4200-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930* 4300-CLASSIFICAR-RC - PROCURA O RETURN-CODE DO PASSO NAS
006940* LISTAS DO CONTROLE: NA DE CONTINUA E OK, NA DE AVISO E AVISO,
006950* FORA DAS DUAS E PARADA
006960*****************************************************************
006970 4300-CLASSIFICAR-RC.
006980     MOVE "PARADA" TO PAS-SITUACAO(I)
006990     IF WS-RC-PASSO > 99
007000        GO TO 4300-EXIT
007010     END-IF
007020     MOVE WS-RC-PASSO(2:2) TO WS-RC-X
007030     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
007040        IF PAS-AVISO-COD(I, K) = WS-RC-X
007050           MOVE "AVISO" TO PAS-SITUACAO(I)
007060        END-IF
007070     END-PERFORM
007080     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
007090        IF PAS-CONTINUA-COD(I, K) = WS-RC-X
007100           MOVE "OK" TO PAS-SITUACAO(I)
007110        END-IF
007120     END-PERFORM.
007130 4300-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170* 7100-GRAVAR-LOG - ACRESCENTA AO LOG DA JANELA O REGISTRO DO
007180* PASSO I. O LOG E ABERTO E FECHADO A CADA REGISTRO PARA QUE O
007190* INICIO DE UM PASSO JA ESTEJA GRAVADO SE A NOITE CAIR NO MEIO
007200* DELE
007210*****************************************************************
007220 7100-GRAVAR-LOG.
007230     OPEN EXTEND LOG-NOTURNO
007240     IF NOT FS-LOG-OK
007250        IF FS-LOG-NAO-EXISTE
007260           OPEN OUTPUT LOG-NOTURNO
007270        END-IF
007280     END-IF
007290     IF NOT FS-LOG-OK
007300        DISPLAY "ERRO: Falha ao abrir o log da janela "
007310                "(status " WS-FS-LOG ")."
007320        MOVE 7 TO RETURN-CODE
007330        STOP RUN
007340     END-IF
007350
007360     MOVE SPACES              TO NOT-REG
007370     MOVE WS-DATA-NEGOCIO     TO NOT-DATA-NEGOCIO
007380     MOVE PAS-EXECUCAO(I)     TO NOT-EXECUCAO
007390     MOVE PAS-NUMERO(I)       TO NOT-PASSO
007400     MOVE PAS-NOME(I)         TO NOT-NOME
007410     MOVE PAS-SITUACAO(I)     TO NOT-SITUACAO
007420     MOVE PAS-INI-DATA(I)     TO NOT-INI-DATA
007430     MOVE PAS-INI-HORA(I)     TO NOT-INI-HORA
007440     MOVE PAS-FIM-DATA(I)     TO NOT-FIM-DATA
007450     MOVE PAS-FIM-HORA(I)     TO NOT-FIM-HORA
007460     MOVE PAS-RC(I)           TO NOT-RC
007470     MOVE PAS-FOI-RESTART(I)  TO NOT-RETOMADA
007480     MOVE WS-COMANDO          TO NOT-COMANDO
007490     WRITE NOT-REG
007500     IF NOT FS-LOG-OK
007510        DISPLAY "ERRO: Falha ao gravar o log da janela "
007520                "(status " WS-FS-LOG ")."
007530        MOVE 7 TO RETURN-CODE
007540        STOP RUN
007550     END-IF
007560     CLOSE LOG-NOTURNO.
007570 7100-EXIT.
007580     EXIT.
007590
007600*****************************************************************
007610* 8000-IMPRIMIR-SITUACAO - GRAVA A PAGINA DE SITUACAO DA NOITE:
007620* UMA LINHA POR PASSO DO CONTROLE COM A ULTIMA SITUACAO NA DATA
007630* DE NEGOCIO E, NO RODAPE, OS TOTAIS E O RESULTADO DA NOITE
007640*****************************************************************
007650 8000-IMPRIMIR-SITUACAO.
007660     OPEN OUTPUT RELATORIO
007670     ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
007680     ACCEPT WS-HORA-AGORA FROM TIME
007690     MOVE WS-DATA-NEGOCIO     TO CAB-DATA-NEGOCIO
007700     MOVE WS-EXECUCAO         TO CAB-EXECUCAO
007710     MOVE WS-DATA-AGORA       TO CAB-DATA-GERACAO
007720     MOVE WS-HORA-AGORA(1:6)  TO CAB-HORA-GERACAO
007730     MOVE WS-CAB-RELATORIO TO REL-REG
007740     WRITE REL-REG
007750     MOVE SPACES TO REL-REG
007760     WRITE REL-REG
007770     MOVE WS-CAB-COLUNAS TO REL-REG
007780     WRITE REL-REG
007790
007800     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PASSOS
007810        PERFORM 8100-IMPRIMIR-PASSO THRU 8100-EXIT
007820     END-PERFORM
007830
007840     MOVE SPACES TO REL-REG
007850     WRITE REL-REG
007860     IF HOUVE-RETOMADA
007870        STRING "EXECUCAO RETOMADA NO PASSO " DELIMITED BY SIZE
007880               PAS-NUMERO(WS-IND-INICIO)     DELIMITED BY SIZE
007890               " "                           DELIMITED BY SIZE
007900               PAS-NOME(WS-IND-INICIO)       DELIMITED BY SIZE
007910               INTO REL-REG
007920        WRITE REL-REG
007921        MOVE SPACES TO REL-REG
007930     END-IF
007940     MOVE WS-QTD-OK TO WS-QTD-ED
007950     STRING "PASSOS OK:        " DELIMITED BY SIZE
007960            WS-QTD-ED            DELIMITED BY SIZE
007970            INTO REL-REG
007980     WRITE REL-REG
007990     MOVE WS-QTD-AVISO TO WS-QTD-ED
008000     STRING "PASSOS EM AVISO:  " DELIMITED BY SIZE
008010            WS-QTD-ED            DELIMITED BY SIZE
008020            INTO REL-REG
008030     WRITE REL-REG
008040     MOVE WS-QTD-PARADA TO WS-QTD-ED
008050     STRING "PASSOS PARADOS:   " DELIMITED BY SIZE
008060            WS-QTD-ED            DELIMITED BY SIZE
008070            INTO REL-REG
008080     WRITE REL-REG
008090     MOVE WS-QTD-PENDENTE TO WS-QTD-ED
008100     STRING "PASSOS PENDENTES: " DELIMITED BY SIZE
008110            WS-QTD-ED            DELIMITED BY SIZE
008120            INTO REL-REG
008130     WRITE REL-REG
008140
008150     MOVE SPACES TO REL-REG
008160     WRITE REL-REG
008170     EVALUATE TRUE
008180        WHEN WS-QTD-PARADA > ZERO OR WS-QTD-PENDENTE > ZERO
008190           MOVE "RESULTADO DA NOITE: INTERROMPIDA - RETOMAR"
008200                TO REL-REG
008210        WHEN WS-QTD-AVISO > ZERO
008220           MOVE "RESULTADO DA NOITE: CONCLUIDA COM AVISOS"
008230                TO REL-REG
008240        WHEN OTHER
008250           MOVE "RESULTADO DA NOITE: CONCLUIDA" TO REL-REG
008260     END-EVALUATE
008270     WRITE REL-REG
008280
008290     CLOSE RELATORIO
008300     DISPLAY "Situacao da noite gravada em " WS-ARQ-RELATORIO
008310             " - ok: " WS-QTD-OK " aviso: " WS-QTD-AVISO
008320             " parada: " WS-QTD-PARADA
008330             " pendente: " WS-QTD-PENDENTE.
008340 8000-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380* 8100-IMPRIMIR-PASSO - MONTA E GRAVA A LINHA DO PASSO I E O
008390* CONTA NO TOTAL DA SUA SITUACAO. UM PASSO QUE FICOU EM
008400* INICIADO (NOITE CAIU NO MEIO DELE) CONTA COMO PARADO
008410*****************************************************************
008420 8100-IMPRIMIR-PASSO.
008430     MOVE SPACES           TO WS-LINHA-DET
008440     MOVE PAS-NUMERO(I)    TO DET-NUMERO
008450     MOVE PAS-NOME(I)      TO DET-NOME
008460     EVALUATE TRUE
008470        WHEN PAS-PENDENTE(I)
008480           ADD 1 TO WS-QTD-PENDENTE
008490           MOVE "PENDENTE" TO DET-SITUACAO
008500           MOVE WS-LINHA-DET TO REL-REG
008510           WRITE REL-REG
008520           GO TO 8100-EXIT
008530        WHEN PAS-COM-AVISO(I)
008540           ADD 1 TO WS-QTD-AVISO
008550        WHEN PAS-CONCLUIDO(I)
008560           ADD 1 TO WS-QTD-OK
008570        WHEN OTHER
008580           ADD 1 TO WS-QTD-PARADA
008590     END-EVALUATE
008600     MOVE PAS-SITUACAO(I)     TO DET-SITUACAO
008610     MOVE PAS-EXECUCAO(I)     TO DET-EXECUCAO
008620     MOVE PAS-INI-DATA(I)     TO DET-INI-DATA
008630     MOVE PAS-INI-HORA(I)(1:6) TO DET-INI-HORA
008640     IF NOT PAS-INTERROMPIDO(I)
008650        MOVE PAS-FIM-DATA(I)     TO DET-FIM-DATA
008660        MOVE PAS-FIM-HORA(I)(1:6) TO DET-FIM-HORA
008670        MOVE PAS-RC(I)           TO DET-RC
008680     END-IF
008690     IF PAS-FOI-RESTART(I) = "R"
008700        MOVE "SIM" TO DET-RESTART
008710     END-IF
008720     MOVE WS-LINHA-DET TO REL-REG
008730     WRITE REL-REG.
008740 8100-EXIT.
008750     EXIT.
