000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-POSICAO.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-POSICAO
000090*
000100*  RAZAO DE POSICOES EM MOEDA ESTRANGEIRA DA MESA, ALIMENTADO
000110*  PELAS CONVERSOES DO CONVERTER. LE NO LOG DE AUDITORIA
000120*  (COTACAO.LOG) AS CONVERSOES DE UM DIA E ATUALIZA, NO ARQUIVO
000130*  DE POSICOES (POSICOES.TXT, LAYOUT POSICAO.CPY), A LINHA DA
000140*  CONTA DA MESA DE CADA MOEDA - O MESMO ARQUIVO QUE O
000150*  COTACAO-REVAL REAVALIA NO FECHAMENTO, PARA QUE O NAO REALIZADO
000160*  DO MES E O REALIZADO DO DIA SAIAM DOS MESMOS SALDOS.
000170*
000180*  CADA CONVERSAO MOVIMENTA A MOEDA DA PERNA QUE NAO E BRL, PELO
000190*  VALOR NAQUELA MOEDA, AO CUSTO DA PERNA EM BRL:
000200*     - DIRECAO C (COMPRA) SOMA A POSICAO; O CUSTO MEDIO
000210*       PONDERADO PASSA A INCLUIR O CUSTO DA COMPRA
000220*     - DIRECAO V (VENDA) REDUZ A POSICAO; O GANHO OU PERDA
000230*       REALIZADO E O VALOR DA VENDA EM BRL MENOS A QUANTIDADE
000240*       VENDIDA AO CUSTO MEDIO, E O CUSTO MEDIO NAO MUDA
000250*  UMA VENDA MAIOR QUE A POSICAO ZERA A POSICAO (REALIZANDO SO A
000260*  PARTE QUE EXISTIA) E ABRE POSICAO VENDIDA PELO RESTANTE, AO
000270*  PRECO DA VENDA; UMA COMPRA SOBRE POSICAO VENDIDA FUNCIONA DO
000280*  MESMO JEITO, AO CONTRARIO.
000290*
000300*  NAO ENTRAM NO RAZAO, E SAEM APONTADAS NO RELATORIO (E NO
000310*  RETURN-CODE): CONVERSOES ENTRE DUAS MOEDAS ESTRANGEIRAS (SEM
000320*  PERNA EM BRL PARA DAR O CUSTO), REGISTROS ANTIGOS DO LOG SEM
000330*  DIRECAO, CONVERSOES COM VALOR ZERADO E AS QUE LEVARIAM O
000331*  SALDO ALEM DA COLUNA 16-30 DO ARQUIVO DE POSICOES.
000340*
000350*  O RAZAO GUARDA EM CADA LINHA DA MESA A DATA DO ULTIMO
000360*  MOVIMENTO LANCADO; UM DIA IGUAL OU ANTERIOR A ELA E RECUSADO,
000370*  PARA QUE UMA REEXECUCAO NAO LANCE O MESMO DIA DUAS VEZES. AS
000380*  LINHAS DE OUTRAS CONTAS SAO REGRAVADAS COMO VIERAM.
000390*
000400*  ARGUMENTOS (ARGUMENT-VALUE):
000410*     1 - DATA DO MOVIMENTO, AAAAMMDD (EM BRANCO ASSUME A DATA
000420*         CORRENTE)
000430*     2 - NOME DO ARQUIVO DE POSICOES (EM BRANCO ASSUME
000440*         "posicoes.txt")
000450*     3 - CONTA DA MESA NO ARQUIVO DE POSICOES (EM BRANCO
000460*         ASSUME "MESA")
000470*     4 - NOME DO ARQUIVO DO RELATORIO (EM BRANCO ASSUME
000480*         "posicao.rel")
000490*
000500*  HISTORICO DE ALTERACOES
000510*  DATA        AUTOR   DESCRICAO
000520*  2026-10-15  RVJ     PROGRAMA CRIADO PARA MANTER AS POSICOES DA
000530*                      MESA A PARTIR DO LOG DE AUDITORIA, COM
000540*                      CUSTO MEDIO E GANHO/PERDA REALIZADO POR
000550*                      VENDA, NO LUGAR DOS SALDOS DIGITADOS A MAO
000560*                      EM POSICOES.TXT.
000570*
000580*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000590*     0 - MOVIMENTO DO DIA LANCADO SEM EXCECOES
000600*     1 - DATA DO MOVIMENTO INVALIDA
000610*     2 - ARQUIVO DE LOG (COTACAO.LOG) NAO ENCONTRADO
000620*     3 - MOVIMENTO DA DATA JA LANCADO (DATA IGUAL OU ANTERIOR AO
000630*         ULTIMO MOVIMENTO DO RAZAO)
000640*     4 - MOVIMENTO LANCADO, COM UMA OU MAIS CONVERSOES FORA DO
000650*         RAZAO (VIDE RELATORIO)
000660*     5 - FALHA DE E/S NO ARQUIVO DE POSICOES OU LIMITE DA
000670*         TABELA DE POSICOES EXCEDIDO (RAZAO NAO REGRAVADO)
000680*****************************************************************
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT LOG-COTACOES ASSIGN TO "cotacao.log"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-LOG.
000760
000770     SELECT POSICOES ASSIGN TO WS-ARQ-POSICOES
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-POSICOES.
000800
000810     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  LOG-COTACOES.
000870 COPY "cotlog.cpy".
000880
000890 FD  POSICOES.
000900 COPY "posicao.cpy".
000910
000920 FD  RELATORIO.
000930 01  REL-REG                     PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960
000970 01  WS-ARG1                 PIC X(10).
000980 01  WS-ARG2                 PIC X(50).
000990 01  WS-ARG3                 PIC X(10).
001000 01  WS-ARG4                 PIC X(50).
001010 01  WS-ARQ-POSICOES         PIC X(50) VALUE "posicoes.txt".
001020 01  WS-ARQ-RELATORIO        PIC X(50) VALUE "posicao.rel".
001030 01  WS-CONTA-MESA           PIC X(10) VALUE "MESA".
001040
001050 01  WS-DATA-MOV             PIC 9(08).
001060 01  WS-DATA-X               PIC X(08).
001070 01  WS-DATA-ULT             PIC 9(08) VALUE ZERO.
001080
001090 01  WS-FS-LOG               PIC X(02).
001100     88  FS-LOG-OK                    VALUE "00".
001110 01  WS-EOF-LOG              PIC X(01) VALUE "N".
001120     88  FIM-LOG                      VALUE "Y".
001130 01  WS-FS-POSICOES          PIC X(02).
001140     88  FS-POSICOES-OK               VALUE "00".
001150     88  FS-POSICOES-NAO-EXISTE       VALUE "35".
001160 01  WS-EOF-POSICOES         PIC X(01) VALUE "N".
001170     88  FIM-POSICOES                 VALUE "Y".
001180
001190*    ARQUIVO DE POSICOES CARREGADO EM TABELA: AS LINHAS DA CONTA
001200*    DA MESA SAO DESMONTADAS PARA O LANCAMENTO; AS DEMAIS FICAM
001210*    SO COM A LINHA ORIGINAL, PARA SEREM REGRAVADAS COMO VIERAM
001220 01  WS-QTD-POS              PIC 9(03) VALUE ZERO.
001230 01  WS-MAX-POS              PIC 9(03) VALUE 500.
001240 01  WS-TAB-POS.
001250     05  WS-POS OCCURS 500 TIMES.
001260         10  TAB-LINHA       PIC X(79).
001270         10  TAB-MESA        PIC X(01).
001280             88  TAB-DA-MESA          VALUE "Y".
001290         10  TAB-MOEDA       PIC X(03).
001291*        O SALDO TEM A CAPACIDADE DA COLUNA 16-30 DO ARQUIVO
001300         10  TAB-SALDO       PIC S9(09)V9(04).
001310         10  TAB-CUSTO       PIC 9(10)V9(10).
001320         10  TAB-REALIZADO   PIC S9(13)V99.
001330         10  TAB-COMPRAS     PIC 9(10)V9(04).
001340         10  TAB-VENDAS      PIC 9(10)V9(04).
001350         10  TAB-REAL-DIA    PIC S9(13)V99.
001360         10  TAB-QTD-MOV     PIC 9(05).
001370 01  WS-IND-POS              PIC 9(03).
001380 01  WS-FLAG-POS-ACHADA      PIC X(01).
001390     88  POS-ACHADA                   VALUE "Y".
001400
001410*    CAMPOS DA CONVERSAO CORRENTE DO LOG
001420 01  WS-VALOR-NORM           PIC X(30).
001430 01  WS-VALOR-ENTRADA        PIC 9(10)V9(10).
001440 01  WS-VALOR-ORIGEM         PIC 9(10)V9(10).
001450 01  WS-VALOR-DESTINO        PIC 9(10)V9(10).
001460 01  WS-MOEDA                PIC X(03).
001470 01  WS-QTD-MOV              PIC 9(10)V9(04).
001480 01  WS-BRL-MOV              PIC 9(13)V99.
001490 01  WS-PRECO                PIC 9(10)V9(10).
001500 01  WS-SALDO-ABS            PIC 9(10)V9(04).
001501 01  WS-SALDO-NOVO           PIC S9(11)V9(04).
001502     88  SALDO-NOVO-CABE              VALUE -999999999.9999
001503                                            THRU 999999999.9999.
001510 01  WS-QTD-FECHADA          PIC 9(10)V9(04).
001520 01  WS-REALIZADO            PIC S9(13)V99.
001530 01  WS-MSG-EXCECAO          PIC X(40).
001540 01  WS-FLAG-CALCULO-OK      PIC X(01).
001550     88  CALCULO-OK                   VALUE "Y".
001560
001570*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
001580 COPY "diautil.cpy".
001590
001600 77  WS-QTD-LIDAS            PIC 9(07) VALUE ZERO.
001610 77  WS-QTD-LANCADAS         PIC 9(07) VALUE ZERO.
001620 77  WS-QTD-EXCECOES         PIC 9(07) VALUE ZERO.
001630 01  WS-GER-REAL-DIA         PIC S9(13)V99 VALUE ZERO.
001640
001650 01  WS-QTD-ED               PIC ZZZZZZ9.
001660 01  WS-VALOR-ED             PIC --,---,---,---,--9.99.
001670
001680 01  WS-CAB-RELATORIO.
001690     05  FILLER              PIC X(34) VALUE
001700         "RAZAO DE POSICOES - MOVIMENTO DE ".
001710     05  CAB-DATA-MOV        PIC 9(08).
001720     05  FILLER              PIC X(09) VALUE " - CONTA ".
001730     05  CAB-CONTA           PIC X(10).
001740
001750 01  WS-CAB-COLUNAS.
001760     05  FILLER              PIC X(09) VALUE "HORA".
001770     05  FILLER              PIC X(05) VALUE "MOE".
001780     05  FILLER              PIC X(03) VALUE "D".
001790     05  FILLER              PIC X(18) VALUE
001800         "        QUANTIDADE".
001810     05  FILLER              PIC X(20) VALUE
001820         "           VALOR BRL".
001830     05  FILLER              PIC X(16) VALUE
001840         "           PRECO".
001850     05  FILLER              PIC X(16) VALUE
001860         "     CUSTO MEDIO".
001870     05  FILLER              PIC X(21) VALUE
001880         "            REALIZADO".
001890     05  FILLER              PIC X(21) VALUE
001900         "          SALDO FINAL".
001910
001920 01  WS-LINHA-DET.
001930     05  DET-HORA            PIC X(08).
001940     05  FILLER              PIC X(01) VALUE SPACE.
001950     05  DET-MOEDA           PIC X(03).
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  DET-DIRECAO         PIC X(01).
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  DET-QTD             PIC Z,ZZZ,ZZZ,ZZ9.9999.
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  DET-BRL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  DET-PRECO           PIC ZZZ,ZZ9.999999.
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  DET-CUSTO           PIC ZZZ,ZZ9.999999.
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  DET-REALIZADO       PIC ----,---,---,--9.99.
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  DET-SALDO           PIC --,---,---,--9.9999.
002100
002110 01  WS-LINHA-EXC.
002120     05  EXC-HORA            PIC X(08).
002130     05  FILLER              PIC X(01) VALUE SPACE.
002140     05  EXC-ORIGEM          PIC X(03).
002150     05  FILLER              PIC X(01) VALUE "/".
002160     05  EXC-DESTINO         PIC X(03).
002170     05  FILLER              PIC X(01) VALUE SPACE.
002180     05  EXC-DIRECAO         PIC X(01).
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  EXC-VALOR           PIC X(15).
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  FILLER              PIC X(16) VALUE
002230         "FORA DO RAZAO: ".
002240     05  EXC-MOTIVO          PIC X(40).
002250
002260 01  WS-CAB-TOTAIS.
002270     05  FILLER              PIC X(05) VALUE "MOE".
002280     05  FILLER              PIC X(05) VALUE " MOVS".
002290     05  FILLER              PIC X(20) VALUE
002300         "      COMPRAS NO DIA".
002310     05  FILLER              PIC X(20) VALUE
002320         "       VENDAS NO DIA".
002330     05  FILLER              PIC X(21) VALUE
002340         "     REALIZADO NO DIA".
002350     05  FILLER              PIC X(21) VALUE
002360         "          SALDO FINAL".
002370     05  FILLER              PIC X(16) VALUE
002380         "     CUSTO MEDIO".
002390     05  FILLER              PIC X(21) VALUE
002400         "  REALIZADO ACUMULADO".
002410
002420 01  WS-LINHA-TOTAL.
002430     05  TOT-MOEDA           PIC X(03).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  TOT-QTD-MOV         PIC ZZZZ9.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  TOT-COMPRAS         PIC Z,ZZZ,ZZZ,ZZ9.9999.
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  TOT-VENDAS          PIC Z,ZZZ,ZZZ,ZZ9.9999.
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  TOT-REAL-DIA        PIC ----,---,---,--9.99.
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  TOT-SALDO           PIC --,---,---,--9.9999.
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  TOT-CUSTO           PIC ZZZ,ZZ9.999999.
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  TOT-REALIZADO       PIC ----,---,---,--9.99.
002580
002590 PROCEDURE DIVISION.
002600
002610*****************************************************************
002620* 0000-MAINLINE
002630*****************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002660     PERFORM 2000-CARREGAR-POSICOES THRU 2000-EXIT
002670     PERFORM 5000-LANCAR-MOVIMENTO THRU 5000-EXIT
002680     PERFORM 7000-GRAVAR-POSICOES THRU 7000-EXIT
002690     PERFORM 8000-ENCERRAR THRU 8000-EXIT
002700
002710     IF WS-QTD-EXCECOES > ZERO
002720        MOVE 4 TO RETURN-CODE
002730     ELSE
002740        MOVE 0 TO RETURN-CODE
002750     END-IF
002760
002770     STOP RUN.
002780
002790*****************************************************************
002800* 1000-INICIALIZAR - LE E VALIDA OS ARGUMENTOS
002810*****************************************************************
002820 1000-INICIALIZAR.
002830     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
002840     ACCEPT WS-ARG2 FROM ARGUMENT-VALUE.
002850     ACCEPT WS-ARG3 FROM ARGUMENT-VALUE.
002860     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE.
002870
002880     IF WS-ARG1 = SPACES OR WS-ARG1 = LOW-VALUES
002890        ACCEPT WS-DATA-MOV FROM DATE YYYYMMDD
002900     ELSE
002910        MOVE WS-ARG1 TO WS-DATA-X
002920        IF WS-DATA-X NOT NUMERIC
002930           DISPLAY "ERRO: Data do movimento invalida: " WS-ARG1
002940           MOVE 1 TO RETURN-CODE
002950           STOP RUN
002960        END-IF
002970        MOVE WS-DATA-X TO WS-DATA-MOV
002980        MOVE "V"         TO DIA-FUNCAO
002990        MOVE WS-DATA-MOV TO DIA-DATA
003000        CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
003010        IF DIA-DATA-INVALIDA
003020           DISPLAY "ERRO: Data do movimento invalida: " WS-ARG1
003030           MOVE 1 TO RETURN-CODE
003040           STOP RUN
003050        END-IF
003060     END-IF
003070
003080     IF WS-ARG2 NOT = SPACES AND WS-ARG2 NOT = LOW-VALUES
003090        MOVE WS-ARG2 TO WS-ARQ-POSICOES
003100     END-IF
003110     IF WS-ARG3 NOT = SPACES AND WS-ARG3 NOT = LOW-VALUES
003120        INSPECT WS-ARG3 CONVERTING
003130           "abcdefghijklmnopqrstuvwxyz" TO
003140           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003150        MOVE WS-ARG3 TO WS-CONTA-MESA
003160     END-IF
003170     IF WS-ARG4 NOT = SPACES AND WS-ARG4 NOT = LOW-VALUES
003180        MOVE WS-ARG4 TO WS-ARQ-RELATORIO
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240* 2000-CARREGAR-POSICOES - CARREGA O ARQUIVO DE POSICOES NA
003250* TABELA, DESMONTANDO AS LINHAS DA CONTA DA MESA, E RECUSA UM DIA
003260* JA LANCADO. ARQUIVO INEXISTENTE COMECA UM RAZAO NOVO
003270*****************************************************************
003280 2000-CARREGAR-POSICOES.
003290     MOVE ZERO TO WS-QTD-POS
003300     OPEN INPUT POSICOES
003310     IF NOT FS-POSICOES-OK
003320        IF FS-POSICOES-NAO-EXISTE
003330           DISPLAY "AVISO: Arquivo de posicoes nao encontrado; "
003340                   "iniciando razao novo em " WS-ARQ-POSICOES
003350           GO TO 2000-EXIT
003360        END-IF
003370        DISPLAY "ERRO: Falha ao abrir o arquivo de posicoes "
003380                "(status " WS-FS-POSICOES ")."
003390        MOVE 5 TO RETURN-CODE
003400        STOP RUN
003410     END-IF
003420
003430     MOVE "N" TO WS-EOF-POSICOES
003440     PERFORM 2100-LER-POSICAO THRU 2100-EXIT
003450     PERFORM UNTIL FIM-POSICOES
003460        IF POS-REG NOT = SPACES
003470           PERFORM 2200-GUARDAR-POSICAO THRU 2200-EXIT
003480        END-IF
003490        PERFORM 2100-LER-POSICAO THRU 2100-EXIT
003500     END-PERFORM
003510     CLOSE POSICOES
003520
003530     IF WS-DATA-MOV <= WS-DATA-ULT
003540        DISPLAY "ERRO: Razao de posicoes ja lancado ate "
003550                WS-DATA-ULT "; movimento de " WS-DATA-MOV
003560                " recusado."
003570        MOVE 3 TO RETURN-CODE
003580        STOP RUN
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620
003630 2100-LER-POSICAO.
003640     MOVE SPACES TO POS-REG
003650     READ POSICOES
003660        AT END MOVE "Y" TO WS-EOF-POSICOES
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720* 2200-GUARDAR-POSICAO - GUARDA UMA LINHA DO ARQUIVO DE POSICOES
003730* NA TABELA. NA LINHA DA MESA, O SALDO VEM DO TEXTO (QUE PODE TER
003740* SIDO DIGITADO A MAO NA PRIMEIRA CARGA) E O CUSTO, O REALIZADO E
003750* A DATA SO EXISTEM SE A LINHA JA FOI GRAVADA PELO RAZAO
003760*****************************************************************
003770 2200-GUARDAR-POSICAO.
003780     IF WS-QTD-POS >= WS-MAX-POS
003790        DISPLAY "ERRO: Limite de " WS-MAX-POS
003800                " linhas no arquivo de posicoes excedido."
003810        MOVE 5 TO RETURN-CODE
003820        STOP RUN
003830     END-IF
003840     ADD 1 TO WS-QTD-POS
003850     MOVE WS-QTD-POS TO WS-IND-POS
003860     MOVE POS-REG    TO TAB-LINHA(WS-IND-POS)
003870     MOVE "N"        TO TAB-MESA(WS-IND-POS)
003880     MOVE POS-MOEDA  TO TAB-MOEDA(WS-IND-POS)
003890     IF POS-CONTA NOT = WS-CONTA-MESA
003900        GO TO 2200-EXIT
003910     END-IF
003920
003930     MOVE "Y"  TO TAB-MESA(WS-IND-POS)
003940     MOVE ZERO TO TAB-SALDO(WS-IND-POS)
003950     MOVE ZERO TO TAB-CUSTO(WS-IND-POS)
003960     MOVE ZERO TO TAB-REALIZADO(WS-IND-POS)
003970     MOVE ZERO TO TAB-COMPRAS(WS-IND-POS)
003980     MOVE ZERO TO TAB-VENDAS(WS-IND-POS)
003990     MOVE ZERO TO TAB-REAL-DIA(WS-IND-POS)
004000     MOVE ZERO TO TAB-QTD-MOV(WS-IND-POS)
004010     IF POS-SALDO NOT = SPACES
004020        MOVE POS-SALDO TO WS-VALOR-NORM
004030        INSPECT WS-VALOR-NORM REPLACING ALL "," BY "."
004040        COMPUTE TAB-SALDO(WS-IND-POS) ROUNDED =
004050                FUNCTION NUMVAL(WS-VALOR-NORM)
004060           ON SIZE ERROR
004070              DISPLAY "ERRO: Saldo invalido no arquivo de "
004080                      "posicoes, moeda " POS-MOEDA
004090              MOVE 5 TO RETURN-CODE
004100              STOP RUN
004110        END-COMPUTE
004120     END-IF
004130     IF POS-DATA-ULT NUMERIC
004140        MOVE POS-CUSTO-MEDIO TO TAB-CUSTO(WS-IND-POS)
004150        MOVE POS-REALIZADO   TO TAB-REALIZADO(WS-IND-POS)
004160        IF POS-DATA-ULT > WS-DATA-ULT
004170           MOVE POS-DATA-ULT TO WS-DATA-ULT
004180        END-IF
004190     END-IF.
004200 2200-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* 5000-LANCAR-MOVIMENTO - LE O LOG DE AUDITORIA E LANCA NO RAZAO
004250* AS CONVERSOES DA DATA DO MOVIMENTO
004260*****************************************************************
004270 5000-LANCAR-MOVIMENTO.
004280     OPEN INPUT LOG-COTACOES
004290     IF NOT FS-LOG-OK
004300        DISPLAY "ERRO: Arquivo de log nao encontrado "
004310                "(status " WS-FS-LOG ")."
004320        MOVE 2 TO RETURN-CODE
004330        STOP RUN
004340     END-IF
004350
004360     OPEN OUTPUT RELATORIO
004370     MOVE WS-DATA-MOV      TO CAB-DATA-MOV
004380     MOVE WS-CONTA-MESA    TO CAB-CONTA
004390     MOVE WS-CAB-RELATORIO TO REL-REG
004400     WRITE REL-REG
004410     MOVE SPACES TO REL-REG
004420     WRITE REL-REG
004430     MOVE WS-CAB-COLUNAS TO REL-REG
004440     WRITE REL-REG
004450
004460     MOVE "N" TO WS-EOF-LOG
004470     PERFORM 5100-LER-LOG THRU 5100-EXIT
004480     PERFORM UNTIL FIM-LOG
004490        IF LOG-DATA = WS-DATA-MOV
004500           ADD 1 TO WS-QTD-LIDAS
004510           PERFORM 5200-LANCAR-CONVERSAO THRU 5200-EXIT
004520        END-IF
004530        PERFORM 5100-LER-LOG THRU 5100-EXIT
004540     END-PERFORM
004550     CLOSE LOG-COTACOES.
004560 5000-EXIT.
004570     EXIT.
004580
004590 5100-LER-LOG.
004600     MOVE SPACES TO LOG-REG
004610     READ LOG-COTACOES
004620        AT END MOVE "Y" TO WS-EOF-LOG
004630     END-READ.
004640 5100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* 5200-LANCAR-CONVERSAO - APURA A MOEDA, A QUANTIDADE E O CUSTO
004690* EM BRL DE UMA CONVERSAO DO LOG E LANCA NA POSICAO DA MOEDA. NO
004700* MODO REVERSO O VALOR DE ENTRADA ESTA NA MOEDA DE DESTINO E O
004710* RESULTADO NA DE ORIGEM; NA CONVERSAO DIRETA, O CONTRARIO. UMA
004711* CONVERSAO QUE LEVARIA O SALDO ALEM DA COLUNA DO ARQUIVO DE
004712* POSICOES FICA FORA DO RAZAO
004720*****************************************************************
004730 5200-LANCAR-CONVERSAO.
004740     MOVE SPACES TO WS-MSG-EXCECAO
004750     MOVE "Y"    TO WS-FLAG-CALCULO-OK
004760
004770     IF LOG-DIRECAO NOT = "C" AND LOG-DIRECAO NOT = "V"
004780        MOVE "DIRECAO NAO REGISTRADA NO LOG" TO WS-MSG-EXCECAO
004790        PERFORM 5900-APONTAR-EXCECAO THRU 5900-EXIT
004800        GO TO 5200-EXIT
004810     END-IF
004820
004830     MOVE LOG-VALOR-ORIG TO WS-VALOR-NORM
004840     INSPECT WS-VALOR-NORM REPLACING ALL "," BY "."
004850     COMPUTE WS-VALOR-ENTRADA = FUNCTION NUMVAL(WS-VALOR-NORM)
004860        ON SIZE ERROR
004870           MOVE "N" TO WS-FLAG-CALCULO-OK
004880     END-COMPUTE
004890     IF LOG-MODO-REVERSO
004900        MOVE LOG-VALOR-RESULT TO WS-VALOR-ORIGEM
004910        MOVE WS-VALOR-ENTRADA TO WS-VALOR-DESTINO
004920     ELSE
004930        MOVE WS-VALOR-ENTRADA TO WS-VALOR-ORIGEM
004940        MOVE LOG-VALOR-RESULT TO WS-VALOR-DESTINO
004950     END-IF
004960
004970     EVALUATE TRUE
004980        WHEN LOG-ORIGEM = "BRL" AND LOG-DESTINO = "BRL"
004990           MOVE "CONVERSAO SEM MOEDA ESTRANGEIRA"
005000                TO WS-MSG-EXCECAO
005010        WHEN LOG-ORIGEM = "BRL"
005020           MOVE LOG-DESTINO      TO WS-MOEDA
005030           COMPUTE WS-QTD-MOV ROUNDED = WS-VALOR-DESTINO
005040           COMPUTE WS-BRL-MOV ROUNDED = WS-VALOR-ORIGEM
005050        WHEN LOG-DESTINO = "BRL"
005060           MOVE LOG-ORIGEM       TO WS-MOEDA
005070           COMPUTE WS-QTD-MOV ROUNDED = WS-VALOR-ORIGEM
005080           COMPUTE WS-BRL-MOV ROUNDED = WS-VALOR-DESTINO
005090        WHEN OTHER
005100           MOVE "CONVERSAO SEM PERNA EM BRL" TO WS-MSG-EXCECAO
005110     END-EVALUATE
005120     IF WS-MSG-EXCECAO NOT = SPACES
005130        PERFORM 5900-APONTAR-EXCECAO THRU 5900-EXIT
005140        GO TO 5200-EXIT
005150     END-IF
005160
005170     IF CALCULO-OK
005180        COMPUTE WS-PRECO ROUNDED = WS-BRL-MOV / WS-QTD-MOV
005190           ON SIZE ERROR
005200              MOVE "N" TO WS-FLAG-CALCULO-OK
005210        END-COMPUTE
005220     END-IF
005230     IF NOT CALCULO-OK OR WS-QTD-MOV = ZERO OR WS-BRL-MOV = ZERO
005240        MOVE "VALOR DA CONVERSAO ZERADO OU INVALIDO"
005250             TO WS-MSG-EXCECAO
005260        PERFORM 5900-APONTAR-EXCECAO THRU 5900-EXIT
005270        GO TO 5200-EXIT
005280     END-IF
005290
005300     PERFORM 5300-LOCALIZAR-POSICAO THRU 5300-EXIT
005301
005302*    O SALDO APOS O LANCAMENTO TEM DE CABER NA COLUNA 16-30 DO
005303*    ARQUIVO DE POSICOES; SE NAO COUBER, A CONVERSAO FICA FORA DO
005304*    RAZAO E A LINHA RECEM-INCLUIDA PARA A MOEDA E DESFEITA
005305     IF LOG-DIRECAO = "C"
005306        COMPUTE WS-SALDO-NOVO = TAB-SALDO(WS-IND-POS) + WS-QTD-MOV
005307     ELSE
005308        COMPUTE WS-SALDO-NOVO = TAB-SALDO(WS-IND-POS) - WS-QTD-MOV
005309     END-IF
005310
005311     IF NOT SALDO-NOVO-CABE
005312        IF NOT POS-ACHADA
005313           SUBTRACT 1 FROM WS-QTD-POS
005314        END-IF
005315        MOVE "SALDO ALEM DA COLUNA DO ARQUIVO" TO WS-MSG-EXCECAO
005316        PERFORM 5900-APONTAR-EXCECAO THRU 5900-EXIT
005317        GO TO 5200-EXIT
005318     END-IF
005319
005320     MOVE ZERO TO WS-REALIZADO
005330     IF LOG-DIRECAO = "C"
005340        ADD WS-QTD-MOV TO TAB-COMPRAS(WS-IND-POS)
005350        PERFORM 5400-LANCAR-COMPRA THRU 5400-EXIT
005360     ELSE
005370        ADD WS-QTD-MOV TO TAB-VENDAS(WS-IND-POS)
005380        PERFORM 5500-LANCAR-VENDA THRU 5500-EXIT
005390     END-IF
005400     ADD 1            TO TAB-QTD-MOV(WS-IND-POS)
005410     ADD WS-REALIZADO TO TAB-REAL-DIA(WS-IND-POS)
005420     ADD WS-REALIZADO TO TAB-REALIZADO(WS-IND-POS)
005430     ADD WS-REALIZADO TO WS-GER-REAL-DIA
005440     ADD 1            TO WS-QTD-LANCADAS
005450
005460     MOVE SPACES                  TO DET-HORA
005470     MOVE LOG-HORA                TO WS-DATA-X
005480     STRING WS-DATA-X(1:2) ":" WS-DATA-X(3:2) ":" WS-DATA-X(5:2)
005490            DELIMITED BY SIZE INTO DET-HORA
005500     MOVE WS-MOEDA                TO DET-MOEDA
005510     MOVE LOG-DIRECAO             TO DET-DIRECAO
005520     MOVE WS-QTD-MOV              TO DET-QTD
005530     MOVE WS-BRL-MOV              TO DET-BRL
005540     MOVE WS-PRECO                TO DET-PRECO
005550     MOVE TAB-CUSTO(WS-IND-POS)   TO DET-CUSTO
005560     MOVE WS-REALIZADO            TO DET-REALIZADO
005570     MOVE TAB-SALDO(WS-IND-POS)   TO DET-SALDO
005580     MOVE WS-LINHA-DET            TO REL-REG
005590     WRITE REL-REG.
005600 5200-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* 5300-LOCALIZAR-POSICAO - LOCALIZA A LINHA DA MESA DA MOEDA NA
005650* TABELA, INCLUINDO UMA LINHA ZERADA NO PRIMEIRO MOVIMENTO DA
005660* MOEDA
005670*****************************************************************
005680 5300-LOCALIZAR-POSICAO.
005690     MOVE "N" TO WS-FLAG-POS-ACHADA
005700     PERFORM VARYING WS-IND-POS FROM 1 BY 1
005710             UNTIL WS-IND-POS > WS-QTD-POS OR POS-ACHADA
005720        IF TAB-DA-MESA(WS-IND-POS)
005730           AND TAB-MOEDA(WS-IND-POS) = WS-MOEDA
005740           MOVE "Y" TO WS-FLAG-POS-ACHADA
005750        END-IF
005760     END-PERFORM
005770     IF POS-ACHADA
005780        SUBTRACT 1 FROM WS-IND-POS
005790        GO TO 5300-EXIT
005800     END-IF
005810
005820     IF WS-QTD-POS >= WS-MAX-POS
005830        DISPLAY "ERRO: Limite de " WS-MAX-POS
005840                " linhas no arquivo de posicoes excedido."
005850        MOVE 5 TO RETURN-CODE
005860        STOP RUN
005870     END-IF
005880     ADD 1 TO WS-QTD-POS
005890     MOVE WS-QTD-POS TO WS-IND-POS
005900     MOVE SPACES     TO TAB-LINHA(WS-IND-POS)
005910     MOVE "Y"        TO TAB-MESA(WS-IND-POS)
005920     MOVE WS-MOEDA   TO TAB-MOEDA(WS-IND-POS)
005930     MOVE ZERO       TO TAB-SALDO(WS-IND-POS)
005940     MOVE ZERO       TO TAB-CUSTO(WS-IND-POS)
005950     MOVE ZERO       TO TAB-REALIZADO(WS-IND-POS)
005960     MOVE ZERO       TO TAB-COMPRAS(WS-IND-POS)
005970     MOVE ZERO       TO TAB-VENDAS(WS-IND-POS)
005980     MOVE ZERO       TO TAB-REAL-DIA(WS-IND-POS)
005990     MOVE ZERO       TO TAB-QTD-MOV(WS-IND-POS).
006000 5300-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 5400-LANCAR-COMPRA - SOMA A COMPRA A POSICAO. SOBRE POSICAO
006050* COMPRADA (OU ZERADA) O CUSTO MEDIO PONDERADO PASSA A INCLUIR O
006060* CUSTO DA COMPRA; SOBRE POSICAO VENDIDA A COMPRA FECHA A POSICAO
006070* E REALIZA O GANHO/PERDA CONTRA O PRECO MEDIO DA VENDIDA
006080*****************************************************************
006090 5400-LANCAR-COMPRA.
006100     IF TAB-SALDO(WS-IND-POS) >= ZERO
006110        MOVE TAB-SALDO(WS-IND-POS) TO WS-SALDO-ABS
006120        COMPUTE TAB-CUSTO(WS-IND-POS) ROUNDED =
006130                (WS-SALDO-ABS * TAB-CUSTO(WS-IND-POS)
006140                 + WS-BRL-MOV) / (WS-SALDO-ABS + WS-QTD-MOV)
006150        ADD WS-QTD-MOV TO TAB-SALDO(WS-IND-POS)
006160        GO TO 5400-EXIT
006170     END-IF
006180
006190     COMPUTE WS-SALDO-ABS = ZERO - TAB-SALDO(WS-IND-POS)
006200     IF WS-QTD-MOV < WS-SALDO-ABS
006210        MOVE WS-QTD-MOV   TO WS-QTD-FECHADA
006220     ELSE
006230        MOVE WS-SALDO-ABS TO WS-QTD-FECHADA
006240     END-IF
006250     COMPUTE WS-REALIZADO ROUNDED =
006260             WS-QTD-FECHADA * (TAB-CUSTO(WS-IND-POS) - WS-PRECO)
006270     ADD WS-QTD-MOV TO TAB-SALDO(WS-IND-POS)
006280     EVALUATE TRUE
006290        WHEN TAB-SALDO(WS-IND-POS) = ZERO
006300           MOVE ZERO     TO TAB-CUSTO(WS-IND-POS)
006310        WHEN TAB-SALDO(WS-IND-POS) > ZERO
006320           MOVE WS-PRECO TO TAB-CUSTO(WS-IND-POS)
006330     END-EVALUATE.
006340 5400-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380* 5500-LANCAR-VENDA - REDUZ A POSICAO PELA VENDA. SOBRE POSICAO
006390* COMPRADA A VENDA REALIZA O GANHO/PERDA CONTRA O CUSTO MEDIO, QUE
006400* NAO MUDA; SOBRE POSICAO VENDIDA (OU ZERADA) A VENDA AUMENTA A
006410* POSICAO VENDIDA E ENTRA NO PRECO MEDIO PONDERADO DELA
006420*****************************************************************
006430 5500-LANCAR-VENDA.
006440     IF TAB-SALDO(WS-IND-POS) <= ZERO
006450        COMPUTE WS-SALDO-ABS = ZERO - TAB-SALDO(WS-IND-POS)
006460        COMPUTE TAB-CUSTO(WS-IND-POS) ROUNDED =
006470                (WS-SALDO-ABS * TAB-CUSTO(WS-IND-POS)
006480                 + WS-BRL-MOV) / (WS-SALDO-ABS + WS-QTD-MOV)
006490        SUBTRACT WS-QTD-MOV FROM TAB-SALDO(WS-IND-POS)
006500        GO TO 5500-EXIT
006510     END-IF
006520
006530     MOVE TAB-SALDO(WS-IND-POS) TO WS-SALDO-ABS
006540     IF WS-QTD-MOV < WS-SALDO-ABS
006550        MOVE WS-QTD-MOV   TO WS-QTD-FECHADA
006560     ELSE
006570        MOVE WS-SALDO-ABS TO WS-QTD-FECHADA
006580     END-IF
006590     COMPUTE WS-REALIZADO ROUNDED =
006600             WS-QTD-FECHADA * (WS-PRECO - TAB-CUSTO(WS-IND-POS))
006610     SUBTRACT WS-QTD-MOV FROM TAB-SALDO(WS-IND-POS)
006620     EVALUATE TRUE
006630        WHEN TAB-SALDO(WS-IND-POS) = ZERO
006640           MOVE ZERO     TO TAB-CUSTO(WS-IND-POS)
006650        WHEN TAB-SALDO(WS-IND-POS) < ZERO
006660           MOVE WS-PRECO TO TAB-CUSTO(WS-IND-POS)
006670     END-EVALUATE.
006680 5500-EXIT.
006690     EXIT.
006700
006710*****************************************************************
006720* 5900-APONTAR-EXCECAO - GRAVA NO RELATORIO UMA CONVERSAO DO DIA
006730* QUE NAO PODE SER LANCADA NO RAZAO, COM O MOTIVO
006740*****************************************************************
006750 5900-APONTAR-EXCECAO.
006760     ADD 1 TO WS-QTD-EXCECOES
006770     MOVE SPACES         TO EXC-HORA
006780     MOVE LOG-HORA       TO WS-DATA-X
006790     STRING WS-DATA-X(1:2) ":" WS-DATA-X(3:2) ":" WS-DATA-X(5:2)
006800            DELIMITED BY SIZE INTO EXC-HORA
006810     MOVE LOG-ORIGEM     TO EXC-ORIGEM
006820     MOVE LOG-DESTINO    TO EXC-DESTINO
006830     MOVE LOG-DIRECAO    TO EXC-DIRECAO
006840     MOVE LOG-VALOR-ORIG TO EXC-VALOR
006850     MOVE WS-MSG-EXCECAO TO EXC-MOTIVO
006860     MOVE WS-LINHA-EXC   TO REL-REG
006870     WRITE REL-REG.
006880 5900-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920* 7000-GRAVAR-POSICOES - REGRAVA O ARQUIVO DE POSICOES: AS LINHAS
006930* DE OUTRAS CONTAS COMO VIERAM E AS DA MESA COM O SALDO, O CUSTO
006940* MEDIO, O REALIZADO ACUMULADO E A DATA DO MOVIMENTO LANCADO
006950*****************************************************************
006960 7000-GRAVAR-POSICOES.
006970     OPEN OUTPUT POSICOES
006980     IF NOT FS-POSICOES-OK
006990        DISPLAY "ERRO: Falha ao gravar o arquivo de posicoes "
007000                "(status " WS-FS-POSICOES ")."
007010        MOVE 5 TO RETURN-CODE
007020        STOP RUN
007030     END-IF
007040
007050     PERFORM VARYING WS-IND-POS FROM 1 BY 1
007060             UNTIL WS-IND-POS > WS-QTD-POS
007070        IF TAB-DA-MESA(WS-IND-POS)
007080           MOVE SPACES                    TO POS-REG
007090           MOVE WS-CONTA-MESA             TO POS-CONTA
007100           MOVE TAB-MOEDA(WS-IND-POS)     TO POS-MOEDA
007110           MOVE TAB-SALDO(WS-IND-POS)     TO POS-SALDO-ED
007120           MOVE TAB-CUSTO(WS-IND-POS)     TO POS-CUSTO-MEDIO
007130           MOVE TAB-REALIZADO(WS-IND-POS) TO POS-REALIZADO
007140           MOVE WS-DATA-MOV               TO POS-DATA-ULT
007150        ELSE
007160           MOVE TAB-LINHA(WS-IND-POS)     TO POS-REG
007170        END-IF
007180        WRITE POS-REG
007190        IF NOT FS-POSICOES-OK
007200           DISPLAY "ERRO: Falha ao gravar o arquivo de posicoes "
007210                   "(status " WS-FS-POSICOES ")."
007220           MOVE 5 TO RETURN-CODE
007230           STOP RUN
007240        END-IF
007250     END-PERFORM
007260     CLOSE POSICOES.
007270 7000-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310* 8000-ENCERRAR - GRAVA NO RELATORIO A POSICAO FINAL DE CADA
007320* MOEDA DA MESA, COM O REALIZADO DO DIA, E OS TOTAIS
007330*****************************************************************
007340 8000-ENCERRAR.
007350     MOVE SPACES TO REL-REG
007360     WRITE REL-REG
007370     MOVE WS-CAB-TOTAIS TO REL-REG
007380     WRITE REL-REG
007390     PERFORM VARYING WS-IND-POS FROM 1 BY 1
007400             UNTIL WS-IND-POS > WS-QTD-POS
007410        IF TAB-DA-MESA(WS-IND-POS)
007420           PERFORM 8100-GRAVAR-TOTAL-MOEDA THRU 8100-EXIT
007430        END-IF
007440     END-PERFORM
007450
007460     MOVE SPACES TO REL-REG
007470     WRITE REL-REG
007480     MOVE WS-QTD-LIDAS TO WS-QTD-ED
007490     STRING "CONVERSOES DO DIA NO LOG:   " DELIMITED BY SIZE
007500            WS-QTD-ED                     DELIMITED BY SIZE
007510            INTO REL-REG
007520     WRITE REL-REG
007530     MOVE SPACES TO REL-REG
007540     MOVE WS-QTD-LANCADAS TO WS-QTD-ED
007550     STRING "CONVERSOES LANCADAS:        " DELIMITED BY SIZE
007560            WS-QTD-ED                     DELIMITED BY SIZE
007570            INTO REL-REG
007580     WRITE REL-REG
007590     MOVE SPACES TO REL-REG
007600     MOVE WS-QTD-EXCECOES TO WS-QTD-ED
007610     STRING "CONVERSOES FORA DO RAZAO:   " DELIMITED BY SIZE
007620            WS-QTD-ED                     DELIMITED BY SIZE
007630            INTO REL-REG
007640     WRITE REL-REG
007650     MOVE SPACES TO REL-REG
007660     MOVE WS-GER-REAL-DIA TO WS-VALOR-ED
007670     STRING "REALIZADO NO DIA (BRL):     " DELIMITED BY SIZE
007680            WS-VALOR-ED                   DELIMITED BY SIZE
007690            INTO REL-REG
007700     WRITE REL-REG
007710
007720     CLOSE RELATORIO
007730     DISPLAY "Razao de posicoes atualizado em " WS-ARQ-POSICOES
007740             " - lancadas: " WS-QTD-LANCADAS
007750             " fora do razao: " WS-QTD-EXCECOES.
007760 8000-EXIT.
007770     EXIT.
007780
007790*****************************************************************
007800* 8100-GRAVAR-TOTAL-MOEDA - GRAVA A LINHA DE POSICAO FINAL DE UMA
007810* MOEDA DA MESA
007820*****************************************************************
007830 8100-GRAVAR-TOTAL-MOEDA.
007840     MOVE TAB-MOEDA(WS-IND-POS)     TO TOT-MOEDA
007850     MOVE TAB-QTD-MOV(WS-IND-POS)   TO TOT-QTD-MOV
007860     MOVE TAB-COMPRAS(WS-IND-POS)   TO TOT-COMPRAS
007870     MOVE TAB-VENDAS(WS-IND-POS)    TO TOT-VENDAS
007880     MOVE TAB-REAL-DIA(WS-IND-POS)  TO TOT-REAL-DIA
007890     MOVE TAB-SALDO(WS-IND-POS)     TO TOT-SALDO
007900     MOVE TAB-CUSTO(WS-IND-POS)     TO TOT-CUSTO
007910     MOVE TAB-REALIZADO(WS-IND-POS) TO TOT-REALIZADO
007920     MOVE WS-LINHA-TOTAL            TO REL-REG
007930     WRITE REL-REG.
007940 8100-EXIT.
007950     EXIT.
