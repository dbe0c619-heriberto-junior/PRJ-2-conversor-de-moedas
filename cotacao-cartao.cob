000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-CARTAO.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-CARTAO
000090*
000100*  TABELA DIARIA DE COTACOES AO CLIENTE POR FAIXA (TIER). PARA A
000110*  DATA DE REFERENCIA, CRUZA TODA MOEDA ATIVA NO CADASTRO DE
000120*  MOEDAS (MOEDACAD.TXT) COM TODA FAIXA DA TABELA DE MARGENS
000130*  (MARGENS.TXT) E COTA, PELO MODULO COTACAO-CONV, AS TAXAS DE
000140*  COMPRA E DE VENDA CONTRA O BRL COM A MESMA BUSCA DE COTACOES E
000150*  A MESMA MARGEM DAS CONVERSOES. SUBSTITUI AS EXECUCOES DO
000160*  CONVERTER, UMA POR MOEDA, COPIADAS DO DISPLAY PARA ATENDER AS
000170*  AGENCIAS E O FATURAMENTO A CADA MANHA.
000180*
000190*  CADA TAXA E A DE UMA CONVERSAO DE BRL PARA A MOEDA, NA FAIXA E
000200*  NA DIRECAO (C OU V), COMO O CONVERTER A FARIA NO FECHAMENTO DA
000210*  DATA DE REFERENCIA, PUBLICADA COMO BRL POR UMA UNIDADE DA
000220*  MOEDA (O INVERSO DA TAXA EFETIVA DEVOLVIDA PELO MODULO). A
000230*  MARGEM E A DA LINHA DA MOEDA NA FAIXA, OU A PADRAO "***".
000240*
000250*  SAIDAS:
000260*     - A TABELA IMPRESSA (UMA SECAO POR FAIXA), COM A TAXA MEDIA
000270*       SEM MARGEM (MEDIA DAS PONTAS CHEIAS), AS TAXAS DE COMPRA E
000280*       DE VENDA DA FAIXA, AS MARGENS APLICADAS, A DATA E A
000290*       HORA DE VIGENCIA DA COTACAO USADA, MARCANDO A COTACAO
000300*       QUE VEIO DO ARQUIVO DE HISTORICO (COTACAO.HIS) E A
000310*       VENCIDA PELA REGRA DO COTACAO-AGING (IDADE EM DIAS
000320*       UTEIS, PELO COTACAO-DIAUTIL, ACIMA DO LIMITE). A VIGENCIA
000330*       E A IDADE SAO AS DA PERNA MAIS ANTIGA (MOEDA OU BRL). PAR
000340*       SEM COTACAO OU SEM MARGEM SAI COM O MOTIVO, SEM TAXAS
000350*     - O ARQUIVO DE INTERFACE PARA O FATURAMENTO E O SITE, EM
000360*       LAYOUT FIXO (CARTAO.CPY), SO COM OS PARES COTADOS
000370*  MOEDA DESATIVADA NO CADASTRO NAO ENTRA NA TABELA; O BRL,
000380*  MOEDA DA TABELA, TAMBEM NAO. FAIXA E A QUE TEM AO MENOS UMA
000390*  LINHA ATIVA NA TABELA DE MARGENS VIGENTE ATE A DATA.
000400*
000410*  ARGUMENTOS (ARGUMENT-VALUE):
000420*     1 - DATA DE REFERENCIA, AAAAMMDD (EM BRANCO ASSUME A DATA
000430*         CORRENTE)
000440*     2 - LIMITE DE IDADE DA COTACAO, EM DIAS UTEIS, COMO NO
000450*         COTACAO-AGING (EM BRANCO ASSUME 5)
000460*     3 - NOME DO ARQUIVO DA TABELA IMPRESSA (EM BRANCO ASSUME
000470*         "cartao.rel")
000480*     4 - NOME DO ARQUIVO DE INTERFACE (EM BRANCO ASSUME
000490*         "cartao.txt")
000500*
000510*  HISTORICO DE ALTERACOES
000520*  DATA        AUTOR   DESCRICAO
000530*  2026-10-15  RVJ     PROGRAMA CRIADO PARA PUBLICAR A TABELA
000540*                      DIARIA DE COTACOES POR FAIXA DE CLIENTE,
000550*                      IMPRESSA E EM ARQUIVO DE INTERFACE.
000551*  2026-10-15  RVJ     A TABELA CONTINUA SPOT: O MODULO
000552*                      COTACAO-CONV E CHAMADO SEM DATA-VALOR.
000560*
000570*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000580*     0 - TABELA GERADA, TODAS AS COTACOES EM DIA
000590*     1 - DATA DE REFERENCIA OU LIMITE DE DIAS INVALIDO
000600*     2 - TABELA GERADA, COM UMA OU MAIS COTACOES VENCIDAS OU
000610*         VINDAS DO ARQUIVO DE HISTORICO (VIDE TABELA)
000620*     3 - UM OU MAIS PARES FAIXA/MOEDA SEM COTACAO OU SEM MARGEM
000630*         (VIDE TABELA)
000640*     4 - NENHUMA MOEDA ATIVA NO CADASTRO OU NENHUMA FAIXA NA
000650*         TABELA DE MARGENS
000660*     5 - FALHA DE E/S AO ABRIR O CADASTRO DE MOEDAS
000670*     6 - TABELA DE MARGENS (MARGENS.TXT) NAO ENCONTRADA
000680*     7 - FALHA DE E/S AO GRAVAR O ARQUIVO DE INTERFACE
000690*     8 - MAIS MOEDAS OU FAIXAS QUE AS TABELAS COMPORTAM
000700*****************************************************************
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CAD-COD
000790         FILE STATUS IS WS-FS-CADASTRO.
000800
000810     SELECT MARGENS ASSIGN TO "margens.txt"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-MARGENS.
000840
000850     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT ARQ-CARTAO ASSIGN TO WS-ARQ-INTERFACE
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-INTERFACE.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CADASTRO.
000950 COPY "moedacad.cpy".
000960
000970 FD  MARGENS.
000980 COPY "margem.cpy".
000990
001000 FD  RELATORIO.
001010 01  REL-REG                     PIC X(145).
001020
001030 FD  ARQ-CARTAO.
001040 COPY "cartao.cpy".
001050
001060 WORKING-STORAGE SECTION.
001070
001080 01  WS-ARG1                 PIC X(10).
001090 01  WS-ARG2                 PIC X(10).
001100 01  WS-ARG3                 PIC X(50).
001110 01  WS-ARG4                 PIC X(50).
001120 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "cartao.rel".
001130 01  WS-ARQ-INTERFACE        PIC X(50) VALUE "cartao.txt".
001140
001150 01  WS-DATA-REF             PIC 9(08).
001160 01  WS-DATA-X               PIC X(08).
001170 01  WS-LIMITE-DIAS          PIC 9(05) VALUE 5.
001180
001190 01  WS-CAMPO-NUM            PIC X(10).
001200 01  WS-FLAG-CAMPO-OK        PIC X(01).
001210     88  CAMPO-OK                     VALUE "Y".
001220 01  J                       PIC 9(03) COMP.
001230
001240 01  WS-FS-CADASTRO          PIC X(02).
001250     88  FS-CADASTRO-OK               VALUE "00".
001260 01  WS-EOF-CADASTRO         PIC X(01) VALUE "N".
001270     88  FIM-CADASTRO                 VALUE "Y".
001280 01  WS-FS-MARGENS           PIC X(02).
001290     88  FS-MARGENS-OK                VALUE "00".
001300 01  WS-EOF-MARGENS          PIC X(01) VALUE "N".
001310     88  FIM-MARGENS                  VALUE "Y".
001320 01  WS-FS-INTERFACE         PIC X(02).
001330     88  FS-INTERFACE-OK              VALUE "00".
001340
001350*    MOEDAS ATIVAS DO CADASTRO, NA ORDEM DO CODIGO
001360 01  WS-QTD-MOEDAS           PIC 9(03) VALUE ZERO.
001370 01  WS-MAX-MOEDAS           PIC 9(03) VALUE 200.
001380 01  WS-TAB-MOEDAS.
001390     05  WS-MOEDA OCCURS 200 TIMES.
001400         10  TAB-COD             PIC X(03).
001410         10  TAB-NOME            PIC X(20).
001420
001430*    FAIXAS DA TABELA DE MARGENS, NA ORDEM EM QUE APARECEM
001440 01  WS-QTD-FAIXAS           PIC 9(03) VALUE ZERO.
001450 01  WS-MAX-FAIXAS           PIC 9(03) VALUE 50.
001460 01  WS-TAB-FAIXAS.
001470     05  WS-FAIXA OCCURS 50 TIMES.
001480         10  TAB-TIER            PIC X(03).
001490 01  WS-MRG-DATA             PIC 9(08).
001500 01  WS-FLAG-FAIXA-ACHADA    PIC X(01).
001510     88  FAIXA-ACHADA                 VALUE "Y".
001520
001530 01  WS-IND-FAIXA            PIC 9(03).
001540 01  WS-IND-MOEDA            PIC 9(03).
001550
001560*    AREA DE PARAMETROS DO MODULO DE CONVERSAO
001570 COPY "cotconv.cpy".
001580
001590*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
001600 COPY "diautil.cpy".
001610
001620*    RESULTADO DA COTACAO DE UM PAR FAIXA/MOEDA
001630 01  WS-FLAG-PAR-OK          PIC X(01).
001640     88  PAR-OK                       VALUE "Y".
001650 01  WS-MSG-PAR              PIC X(40).
001660 01  WS-TAXA-MEDIA           PIC 9(05)V9(06).
001670 01  WS-TAXA-COMPRA          PIC 9(05)V9(06).
001680 01  WS-TAXA-VENDA           PIC 9(05)V9(06).
001690 01  WS-TAXA-EFETIVA         PIC 9(10)V9(10).
001700 01  WS-TAXA-BRL             PIC 9(05)V9(06).
001710 01  WS-MARGEM-COMPRA        PIC 9(05).
001720 01  WS-MARGEM-VENDA         PIC 9(05).
001730 01  WS-VIG-PAR.
001740     05  WS-VIG-DATA         PIC 9(08).
001750     05  WS-VIG-HORA         PIC 9(06).
001760 01  WS-IDADE                PIC S9(09) COMP.
001770 01  WS-FLAG-HISTORICO       PIC X(01).
001780     88  PAR-DO-HISTORICO             VALUE "S".
001790 01  WS-FLAG-VENCIDA         PIC X(01).
001800     88  PAR-VENCIDO                  VALUE "S".
001810
001820 77  WS-QTD-PARES            PIC 9(05) VALUE ZERO.
001830 77  WS-QTD-COTADOS          PIC 9(05) VALUE ZERO.
001840 77  WS-QTD-SEM-COTACAO      PIC 9(05) VALUE ZERO.
001850 77  WS-QTD-HISTORICO        PIC 9(05) VALUE ZERO.
001860 77  WS-QTD-VENCIDOS         PIC 9(05) VALUE ZERO.
001870
001880 01  WS-QTD-ED               PIC ZZZZ9.
001890
001900 01  WS-CAB-FAIXA.
001910     05  FILLER              PIC X(37) VALUE
001920         "TABELA DE COTACOES AO CLIENTE - FAIXA".
001930     05  FILLER              PIC X(01) VALUE SPACE.
001940     05  CAB-TIER            PIC X(03).
001950     05  FILLER              PIC X(15) VALUE
001960         " - REFERENCIA A".
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  CAB-DATA-REF        PIC 9(08).
001990     05  FILLER              PIC X(17) VALUE
002000         " - LIMITE (D.U.) ".
002010     05  CAB-LIMITE          PIC ZZZZ9.
002020
002030 01  WS-CAB-UNIDADE.
002040     05  FILLER              PIC X(46) VALUE
002050         "TAXAS EM BRL POR UMA UNIDADE DA MOEDA; MARGENS".
002060     05  FILLER              PIC X(17) VALUE
002070         " EM PONTOS-BASE".
002080
002090 01  WS-CAB-COLUNAS.
002100     05  FILLER              PIC X(04) VALUE "MOE".
002110     05  FILLER              PIC X(20) VALUE "NOME".
002120     05  FILLER              PIC X(14) VALUE "    TAXA MEDIA".
002130     05  FILLER              PIC X(14) VALUE "        COMPRA".
002140     05  FILLER              PIC X(14) VALUE "         VENDA".
002150     05  FILLER              PIC X(07) VALUE "  MRG C".
002160     05  FILLER              PIC X(07) VALUE "  MRG V".
002170     05  FILLER              PIC X(10) VALUE "  VIGENCIA".
002180     05  FILLER              PIC X(07) VALUE "   HORA".
002190     05  FILLER              PIC X(07) VALUE "  IDADE".
002200     05  FILLER              PIC X(11) VALUE " OBSERVACAO".
002210
002220 01  WS-LINHA-DET.
002230     05  DET-COD             PIC X(03).
002240     05  FILLER              PIC X(01) VALUE SPACE.
002250     05  DET-NOME            PIC X(20).
002260     05  FILLER              PIC X(01) VALUE SPACE.
002270     05  DET-VALORES.
002280         10  DET-TAXA-MEDIA  PIC ZZ,ZZ9.999999.
002290         10  FILLER          PIC X(01) VALUE SPACE.
002300         10  DET-TAXA-COMPRA PIC ZZ,ZZ9.999999.
002310         10  FILLER          PIC X(01) VALUE SPACE.
002320         10  DET-TAXA-VENDA  PIC ZZ,ZZ9.999999.
002330         10  FILLER          PIC X(01) VALUE SPACE.
002340         10  DET-MARGEM-C    PIC ZZZZZ9.
002350         10  FILLER          PIC X(01) VALUE SPACE.
002360         10  DET-MARGEM-V    PIC ZZZZZ9.
002370         10  FILLER          PIC X(02) VALUE SPACES.
002380         10  DET-VIG-DATA    PIC 9(08).
002390         10  FILLER          PIC X(01) VALUE SPACE.
002400         10  DET-VIG-HORA    PIC 9(06).
002410         10  FILLER          PIC X(01) VALUE SPACE.
002420         10  DET-IDADE       PIC ZZZZZ9.
002430     05  FILLER              PIC X(01) VALUE SPACE.
002440     05  DET-OBS             PIC X(40).
002450
002460 PROCEDURE DIVISION.
002470
002480*****************************************************************
002490* 0000-MAINLINE
002500*****************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002530     PERFORM 2000-CARREGAR-MOEDAS THRU 2000-EXIT
002540     PERFORM 2500-CARREGAR-FAIXAS THRU 2500-EXIT
002550     PERFORM 5000-EMITIR-TABELA THRU 5000-EXIT
002560     PERFORM 8000-ENCERRAR THRU 8000-EXIT
002570
002580     EVALUATE TRUE
002590        WHEN WS-QTD-SEM-COTACAO > ZERO
002600           MOVE 3 TO RETURN-CODE
002610        WHEN WS-QTD-HISTORICO + WS-QTD-VENCIDOS > ZERO
002620           MOVE 2 TO RETURN-CODE
002630        WHEN OTHER
002640           MOVE 0 TO RETURN-CODE
002650     END-EVALUATE
002660
002670     STOP RUN.
002680
002690*****************************************************************
002700* 1000-INICIALIZAR - LE E VALIDA OS ARGUMENTOS
002710*****************************************************************
002720 1000-INICIALIZAR.
002730     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
002740     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE.
002750     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE.
002760     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE.
002770
002780     IF WS-ARG1 = SPACES OR WS-ARG1 = LOW-VALUES
002790        ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
002800     ELSE
002810        MOVE WS-ARG1 TO WS-DATA-X
002820        IF WS-DATA-X NOT NUMERIC OR WS-ARG1(9:2) NOT = SPACES
002830           DISPLAY "ERRO: Data de referencia invalida: " WS-ARG1
002840           MOVE 1 TO RETURN-CODE
002850           STOP RUN
002860        END-IF
002870        MOVE WS-DATA-X TO WS-DATA-REF
002880     END-IF
002890
002900*    A DATA E CONFERIDA PELO PROPRIO CALENDARIO DE DIAS UTEIS,
002910*    QUE DEPOIS MEDE A IDADE DAS COTACOES
002920     MOVE "V"         TO DIA-FUNCAO
002930     MOVE WS-DATA-REF TO DIA-DATA
002940     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
002950     IF NOT DIA-OK
002960        DISPLAY "ERRO: Data de referencia invalida: " WS-DATA-REF
002970        MOVE 1 TO RETURN-CODE
002980        STOP RUN
002990     END-IF
003000
003010     IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = LOW-VALUES
003020        MOVE WS-ARG2 TO WS-CAMPO-NUM
003030        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003040        IF NOT CAMPO-OK OR WS-ARG2(6:5) NOT = SPACES
003050           DISPLAY "ERRO: Limite de dias invalido: " WS-ARG2
003060           MOVE 1 TO RETURN-CODE
003070           STOP RUN
003080        END-IF
003090        MOVE WS-ARG2 TO WS-LIMITE-DIAS
003100     END-IF
003110
003120     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
003130        MOVE WS-ARG3 TO WS-ARQ-RELATORIO
003140     END-IF
003150     IF WS-ARG4 NOT = SPACES AND WS-ARG4 NOT = LOW-VALUES
003160        MOVE WS-ARG4 TO WS-ARQ-INTERFACE
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220* 2000-CARREGAR-MOEDAS - LE O CADASTRO DE MOEDAS EM SEQUENCIA DE
003230* CODIGO E GUARDA AS MOEDAS ATIVAS, EXCETO O BRL
003240*****************************************************************
003250 2000-CARREGAR-MOEDAS.
003260     OPEN INPUT CADASTRO
003270     IF NOT FS-CADASTRO-OK
003280        DISPLAY "ERRO: Falha ao abrir o cadastro de moedas "
003290                "(status " WS-FS-CADASTRO ")."
003300        MOVE 5 TO RETURN-CODE
003310        STOP RUN
003320     END-IF
003330
003340     MOVE "N" TO WS-EOF-CADASTRO
003350     PERFORM UNTIL FIM-CADASTRO
003360        READ CADASTRO NEXT RECORD
003370           AT END
003380              MOVE "Y" TO WS-EOF-CADASTRO
003390           NOT AT END
003400              IF CAD-ATIVA AND CAD-COD NOT = "BRL"
003410                 IF WS-QTD-MOEDAS >= WS-MAX-MOEDAS
003420                    DISPLAY "ERRO: Cadastro com mais de "
003430                            WS-MAX-MOEDAS " moedas ativas."
003440                    MOVE 8 TO RETURN-CODE
003450                    STOP RUN
003460                 END-IF
003470                 ADD 1 TO WS-QTD-MOEDAS
003480                 MOVE CAD-COD  TO TAB-COD(WS-QTD-MOEDAS)
003490                 MOVE CAD-NOME TO TAB-NOME(WS-QTD-MOEDAS)
003500              END-IF
003510        END-READ
003520     END-PERFORM
003530     CLOSE CADASTRO
003540
003550     IF WS-QTD-MOEDAS = ZERO
003560        DISPLAY "ERRO: Nenhuma moeda ativa no cadastro de moedas."
003570        MOVE 4 TO RETURN-CODE
003580        STOP RUN
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* 2100-CONFERIR-NUMERICO - CONFERE SE WS-CAMPO-NUM CONTEM SOMENTE
003650* DIGITOS (E BRANCOS DE PREENCHIMENTO A DIREITA)
003660*****************************************************************
003670 2100-CONFERIR-NUMERICO.
003680     MOVE "Y" TO WS-FLAG-CAMPO-OK
003690     MOVE ZERO TO J
003700     PERFORM VARYING J FROM 1 BY 1
003710             UNTIL J > LENGTH OF WS-CAMPO-NUM
003720        EVALUATE WS-CAMPO-NUM(J:1)
003730           WHEN "0" THRU "9"
003740              CONTINUE
003750           WHEN SPACE
003760              CONTINUE
003770           WHEN OTHER
003780              MOVE "N" TO WS-FLAG-CAMPO-OK
003790        END-EVALUATE
003800     END-PERFORM
003810     IF WS-CAMPO-NUM = SPACES
003820        MOVE "N" TO WS-FLAG-CAMPO-OK
003830     END-IF.
003840 2100-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 2500-CARREGAR-FAIXAS - LE A TABELA DE MARGENS E GUARDA CADA
003890* FAIXA UMA VEZ. SO CONTA A LINHA ATIVA DE VIGENCIA ATE A DATA DE
003900* REFERENCIA, O MESMO FILTRO DE 2520-GUARDAR-MARGEM DO
003910* COTACAO-CONV (LINHA SEM DATA VALE DESDE SEMPRE)
003920*****************************************************************
003930 2500-CARREGAR-FAIXAS.
003940     OPEN INPUT MARGENS
003950     IF NOT FS-MARGENS-OK
003960        DISPLAY "ERRO: Tabela de margens nao encontrada "
003970                "(status " WS-FS-MARGENS ")."
003980        MOVE 6 TO RETURN-CODE
003990        STOP RUN
004000     END-IF
004010
004020     MOVE "N" TO WS-EOF-MARGENS
004030     PERFORM UNTIL FIM-MARGENS
004040        MOVE SPACES TO MARGEM-REG
004050        READ MARGENS
004060           AT END
004070              MOVE "Y" TO WS-EOF-MARGENS
004080           NOT AT END
004090              PERFORM 2510-GUARDAR-FAIXA THRU 2510-EXIT
004100        END-READ
004110     END-PERFORM
004120     CLOSE MARGENS
004130
004140     IF WS-QTD-FAIXAS = ZERO
004150        DISPLAY "ERRO: Nenhuma faixa vigente na tabela de "
004160                "margens."
004170        MOVE 4 TO RETURN-CODE
004180        STOP RUN
004190     END-IF.
004200 2500-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* 2510-GUARDAR-FAIXA - GUARDA A FAIXA DA LINHA CORRENTE DA
004250* TABELA DE MARGENS, SE A LINHA VALE NA DATA E A FAIXA AINDA NAO
004260* FOI VISTA
004270*****************************************************************
004280 2510-GUARDAR-FAIXA.
004290     IF MRG-TIER = SPACES OR MRG-INATIVA
004300        GO TO 2510-EXIT
004310     END-IF
004320     IF MRG-DATA-EFETIVA = SPACES
004330        MOVE ZEROS TO WS-MRG-DATA
004340     ELSE
004350        IF MRG-DATA-EFETIVA NOT NUMERIC
004360           GO TO 2510-EXIT
004370        END-IF
004380        MOVE MRG-DATA-EFETIVA TO WS-MRG-DATA
004390     END-IF
004400     IF WS-MRG-DATA > WS-DATA-REF
004410        GO TO 2510-EXIT
004420     END-IF
004430
004440     MOVE "N" TO WS-FLAG-FAIXA-ACHADA
004450     PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
004460             UNTIL WS-IND-FAIXA > WS-QTD-FAIXAS OR FAIXA-ACHADA
004470        IF TAB-TIER(WS-IND-FAIXA) = MRG-TIER
004480           MOVE "Y" TO WS-FLAG-FAIXA-ACHADA
004490        END-IF
004500     END-PERFORM
004510     IF FAIXA-ACHADA
004520        GO TO 2510-EXIT
004530     END-IF
004540
004550     IF WS-QTD-FAIXAS >= WS-MAX-FAIXAS
004560        DISPLAY "ERRO: Tabela de margens com mais de "
004570                WS-MAX-FAIXAS " faixas."
004580        MOVE 8 TO RETURN-CODE
004590        STOP RUN
004600     END-IF
004610     ADD 1 TO WS-QTD-FAIXAS
004620     MOVE MRG-TIER TO TAB-TIER(WS-QTD-FAIXAS).
004630 2510-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 5000-EMITIR-TABELA - ABRE AS SAIDAS E EMITE UMA SECAO DA TABELA
004680* POR FAIXA, COM UMA LINHA POR MOEDA ATIVA
004690*****************************************************************
004700 5000-EMITIR-TABELA.
004710     OPEN OUTPUT ARQ-CARTAO
004720     IF NOT FS-INTERFACE-OK
004730        DISPLAY "ERRO: Falha ao abrir o arquivo de interface "
004740                WS-ARQ-INTERFACE
004750                " (status " WS-FS-INTERFACE ")."
004760        MOVE 7 TO RETURN-CODE
004770        STOP RUN
004780     END-IF
004790     OPEN OUTPUT RELATORIO
004800
004810     PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
004820             UNTIL WS-IND-FAIXA > WS-QTD-FAIXAS
004830        PERFORM 5100-CABECALHO-FAIXA THRU 5100-EXIT
004840        PERFORM VARYING WS-IND-MOEDA FROM 1 BY 1
004850                UNTIL WS-IND-MOEDA > WS-QTD-MOEDAS
004860           PERFORM 5200-COTAR-MOEDA THRU 5200-EXIT
004870        END-PERFORM
004880     END-PERFORM.
004890 5000-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930* 5100-CABECALHO-FAIXA - ABRE A SECAO DA FAIXA NA TABELA IMPRESSA
004940*****************************************************************
004950 5100-CABECALHO-FAIXA.
004960     IF WS-IND-FAIXA > 1
004970        MOVE SPACES TO REL-REG
004980        WRITE REL-REG
004990        WRITE REL-REG
005000     END-IF
005010     MOVE TAB-TIER(WS-IND-FAIXA) TO CAB-TIER
005020     MOVE WS-DATA-REF            TO CAB-DATA-REF
005030     MOVE WS-LIMITE-DIAS         TO CAB-LIMITE
005040     MOVE WS-CAB-FAIXA TO REL-REG
005050     WRITE REL-REG
005060     MOVE WS-CAB-UNIDADE TO REL-REG
005070     WRITE REL-REG
005080     MOVE SPACES TO REL-REG
005090     WRITE REL-REG
005100     MOVE WS-CAB-COLUNAS TO REL-REG
005110     WRITE REL-REG.
005120 5100-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160* 5200-COTAR-MOEDA - COTA A MOEDA CORRENTE NA FAIXA CORRENTE,
005170* COMPRA E VENDA, MEDE A IDADE DA COTACAO E GRAVA A LINHA DA
005180* TABELA E, SE COTADA, A LINHA DO ARQUIVO DE INTERFACE
005190*****************************************************************
005200 5200-COTAR-MOEDA.
005210     ADD 1 TO WS-QTD-PARES
005220     MOVE "Y"    TO WS-FLAG-PAR-OK
005230     MOVE SPACES TO WS-MSG-PAR
005240     MOVE "N"    TO WS-FLAG-HISTORICO
005250     MOVE "N"    TO WS-FLAG-VENCIDA
005260
005270     MOVE "C" TO CONV-DIRECAO
005280     PERFORM 5300-CHAMAR-CONV THRU 5300-EXIT
005290     IF PAR-OK
005300        MOVE WS-TAXA-BRL     TO WS-TAXA-COMPRA
005310        MOVE CONV-MARGEM-BPS TO WS-MARGEM-COMPRA
005320*       A TAXA MEDIA E A MEDIA DAS DUAS PONTAS CHEIAS, SEM MARGEM
005330        COMPUTE WS-TAXA-MEDIA ROUNDED = 1 / CONV-TAXA-CRUZADA
005340           ON SIZE ERROR
005350              MOVE ZEROS TO WS-TAXA-MEDIA
005360        END-COMPUTE
005370*       A VIGENCIA DO PAR E A DA PERNA MAIS ANTIGA
005380        IF CONV-VIG-ORIGEM < CONV-VIG-DESTINO
005390           MOVE CONV-VIG-ORIGEM  TO WS-VIG-PAR
005400        ELSE
005410           MOVE CONV-VIG-DESTINO TO WS-VIG-PAR
005420        END-IF
005430        MOVE "V" TO CONV-DIRECAO
005440        PERFORM 5300-CHAMAR-CONV THRU 5300-EXIT
005450     END-IF
005460     IF PAR-OK
005470        MOVE WS-TAXA-BRL     TO WS-TAXA-VENDA
005480        MOVE CONV-MARGEM-BPS TO WS-MARGEM-VENDA
005490        COMPUTE WS-TAXA-MEDIA ROUNDED =
005500                (WS-TAXA-MEDIA + (1 / CONV-TAXA-CRUZADA)) / 2
005510           ON SIZE ERROR
005520              MOVE ZEROS TO WS-TAXA-MEDIA
005530        END-COMPUTE
005540     END-IF
005550
005560     MOVE SPACES                 TO WS-LINHA-DET
005570     MOVE TAB-COD(WS-IND-MOEDA)  TO DET-COD
005580     MOVE TAB-NOME(WS-IND-MOEDA) TO DET-NOME
005590     IF NOT PAR-OK
005600        ADD 1 TO WS-QTD-SEM-COTACAO
005610        MOVE SPACES     TO DET-VALORES
005620        MOVE WS-MSG-PAR TO DET-OBS
005630        MOVE WS-LINHA-DET TO REL-REG
005640        WRITE REL-REG
005650        GO TO 5200-EXIT
005660     END-IF
005670
005680*    IDADE EM DIAS UTEIS PELA REGRA DO COTACAO-AGING: DATA DE
005690*    VIGENCIA INVALIDA CONTA COMO VENCIDA
005700     MOVE "C"         TO DIA-FUNCAO
005710     MOVE WS-VIG-DATA TO DIA-DATA
005720     MOVE WS-DATA-REF TO DIA-DATA-FIM
005730     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
005740     IF DIA-OK
005750        MOVE DIA-QTD-UTEIS TO WS-IDADE
005760     ELSE
005770        MOVE 99999 TO WS-IDADE
005780     END-IF
005790     IF WS-IDADE > WS-LIMITE-DIAS
005800        MOVE "S" TO WS-FLAG-VENCIDA
005810        ADD 1 TO WS-QTD-VENCIDOS
005820     END-IF
005830     IF PAR-DO-HISTORICO
005840        ADD 1 TO WS-QTD-HISTORICO
005850     END-IF
005860     EVALUATE TRUE
005870        WHEN PAR-DO-HISTORICO AND PAR-VENCIDO
005880           MOVE "HISTORICO / VENCIDA" TO DET-OBS
005890        WHEN PAR-DO-HISTORICO
005900           MOVE "HISTORICO"           TO DET-OBS
005910        WHEN PAR-VENCIDO
005920           MOVE "VENCIDA"             TO DET-OBS
005930     END-EVALUATE
005940
005950     ADD 1 TO WS-QTD-COTADOS
005960     MOVE WS-TAXA-MEDIA    TO DET-TAXA-MEDIA
005970     MOVE WS-TAXA-COMPRA   TO DET-TAXA-COMPRA
005980     MOVE WS-TAXA-VENDA    TO DET-TAXA-VENDA
005990     MOVE WS-MARGEM-COMPRA TO DET-MARGEM-C
006000     MOVE WS-MARGEM-VENDA  TO DET-MARGEM-V
006010     MOVE WS-VIG-DATA      TO DET-VIG-DATA
006020     MOVE WS-VIG-HORA      TO DET-VIG-HORA
006030     MOVE WS-IDADE         TO DET-IDADE
006040     MOVE WS-LINHA-DET TO REL-REG
006050     WRITE REL-REG
006060
006070     MOVE SPACES                 TO CRT-REG
006080     MOVE WS-DATA-REF            TO CRT-DATA-REF
006090     MOVE TAB-TIER(WS-IND-FAIXA) TO CRT-TIER
006100     MOVE TAB-COD(WS-IND-MOEDA)  TO CRT-MOEDA
006110     MOVE WS-TAXA-MEDIA          TO CRT-TAXA-MEDIA
006120     MOVE WS-TAXA-COMPRA         TO CRT-TAXA-COMPRA
006130     MOVE WS-TAXA-VENDA          TO CRT-TAXA-VENDA
006140     MOVE WS-MARGEM-COMPRA       TO CRT-MARGEM-COMPRA
006150     MOVE WS-MARGEM-VENDA        TO CRT-MARGEM-VENDA
006160     MOVE WS-VIG-DATA            TO CRT-DATA-VIG
006170     MOVE WS-VIG-HORA            TO CRT-HORA-VIG
006180     MOVE WS-IDADE               TO CRT-IDADE
006190     MOVE WS-FLAG-HISTORICO      TO CRT-HISTORICO
006200     MOVE WS-FLAG-VENCIDA        TO CRT-VENCIDA
006210     WRITE CRT-REG
006220     IF NOT FS-INTERFACE-OK
006230        DISPLAY "ERRO: Falha ao gravar o arquivo de interface "
006240                "(status " WS-FS-INTERFACE ")."
006250        MOVE 7 TO RETURN-CODE
006260        STOP RUN
006270     END-IF.
006280 5200-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320* 5300-CHAMAR-CONV - COTA UMA UNIDADE DE BRL NA MOEDA E FAIXA
006330* CORRENTES, NA DIRECAO JA MOVIDA PARA CONV-DIRECAO, PELO MODULO
006340* COTACAO-CONV, E DEVOLVE EM WS-TAXA-BRL O INVERSO DA TAXA
006350* EFETIVA (BRL POR UMA UNIDADE DA MOEDA). UM STATUS DE ERRO DO
006360* MODULO REPROVA O PAR COM O MOTIVO
006370*****************************************************************
006380 5300-CHAMAR-CONV.
006390     MOVE 1                      TO CONV-VALOR
006400     MOVE "BRL"                  TO CONV-ORIGEM
006410     MOVE TAB-COD(WS-IND-MOEDA)  TO CONV-DESTINO
006420     MOVE WS-DATA-REF            TO CONV-DATA-REF
006430     MOVE ZEROS                  TO CONV-TENTATIVAS
006440     MOVE SPACE                  TO CONV-MODO
006450     MOVE TAB-TIER(WS-IND-FAIXA) TO CONV-TIER
006460     MOVE SPACES                 TO CONV-HORA-REF
006461     MOVE SPACES                 TO CONV-DATA-VALOR
006470     CALL "COTACAO-CONV" USING CONV-PARAMETROS
006480     EVALUATE TRUE
006490        WHEN CONV-OK
006500           CONTINUE
006510        WHEN CONV-DESTINO-NAO-ACHADO
006520           MOVE "SEM COTACAO DA MOEDA NA DATA" TO WS-MSG-PAR
006530        WHEN CONV-ORIGEM-NAO-ACHADA
006540           MOVE "SEM COTACAO DO BRL NA DATA"   TO WS-MSG-PAR
006550        WHEN CONV-SEM-CADASTRO
006560           MOVE "MOEDA SEM CADASTRO DE MOEDAS" TO WS-MSG-PAR
006570        WHEN CONV-TIER-SEM-MARGEM
006580           MOVE "FAIXA SEM MARGEM PARA A MOEDA" TO WS-MSG-PAR
006590        WHEN CONV-TAXA-INVALIDA
006600           MOVE "TAXA DE CONVERSAO INVALIDA"   TO WS-MSG-PAR
006610        WHEN OTHER
006620           MOVE "FALHA AO LER O ARQUIVO DE COTACOES"
006630                TO WS-MSG-PAR
006640     END-EVALUATE
006650     IF NOT CONV-OK
006660        MOVE "N" TO WS-FLAG-PAR-OK
006670        GO TO 5300-EXIT
006680     END-IF
006690
006700     IF CONV-USOU-HISTORICO
006710        MOVE "S" TO WS-FLAG-HISTORICO
006720     END-IF
006730     MOVE CONV-TAXA-EFETIVA TO WS-TAXA-EFETIVA
006740     COMPUTE WS-TAXA-BRL ROUNDED = 1 / WS-TAXA-EFETIVA
006750        ON SIZE ERROR
006760           MOVE "N" TO WS-FLAG-PAR-OK
006770           MOVE "TAXA DE CONVERSAO INVALIDA" TO WS-MSG-PAR
006780     END-COMPUTE.
006790 5300-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 8000-ENCERRAR - GRAVA OS TOTAIS NA TABELA IMPRESSA E FECHA OS
006840* ARQUIVOS
006850*****************************************************************
006860 8000-ENCERRAR.
006870     MOVE SPACES TO REL-REG
006880     WRITE REL-REG
006890     MOVE WS-QTD-FAIXAS TO WS-QTD-ED
006900     STRING "FAIXAS:            " DELIMITED BY SIZE
006910            WS-QTD-ED             DELIMITED BY SIZE
006920            INTO REL-REG
006930     WRITE REL-REG
006940     MOVE WS-QTD-MOEDAS TO WS-QTD-ED
006950     STRING "MOEDAS ATIVAS:     " DELIMITED BY SIZE
006960            WS-QTD-ED             DELIMITED BY SIZE
006970            INTO REL-REG
006980     WRITE REL-REG
006990     MOVE WS-QTD-COTADOS TO WS-QTD-ED
007000     STRING "PARES COTADOS:     " DELIMITED BY SIZE
007010            WS-QTD-ED             DELIMITED BY SIZE
007020            INTO REL-REG
007030     WRITE REL-REG
007040     MOVE WS-QTD-SEM-COTACAO TO WS-QTD-ED
007050     STRING "PARES SEM COTACAO: " DELIMITED BY SIZE
007060            WS-QTD-ED             DELIMITED BY SIZE
007070            INTO REL-REG
007080     WRITE REL-REG
007090     MOVE WS-QTD-HISTORICO TO WS-QTD-ED
007100     STRING "DO HISTORICO:      " DELIMITED BY SIZE
007110            WS-QTD-ED             DELIMITED BY SIZE
007120            INTO REL-REG
007130     WRITE REL-REG
007140     MOVE WS-QTD-VENCIDOS TO WS-QTD-ED
007150     STRING "VENCIDAS:          " DELIMITED BY SIZE
007160            WS-QTD-ED             DELIMITED BY SIZE
007170            INTO REL-REG
007180     WRITE REL-REG
007190
007200     CLOSE RELATORIO
007210     CLOSE ARQ-CARTAO
007220
007230     DISPLAY "Tabela de cotacoes gerada em " WS-ARQ-RELATORIO
007240             " e " WS-ARQ-INTERFACE
007250     DISPLAY "Pares: " WS-QTD-PARES
007260             " Cotados: " WS-QTD-COTADOS
007270             " Sem cotacao: " WS-QTD-SEM-COTACAO
007280             " Historico: " WS-QTD-HISTORICO
007290             " Vencidas: " WS-QTD-VENCIDOS.
007300 8000-EXIT.
007310     EXIT.
