000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-MIGRA.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-MIGRA
000090*
000100*  CONVERSAO, FEITA UMA UNICA VEZ NA IMPLANTACAO, DOS DOIS
000110*  ARQUIVOS INDEXED CUJO REGISTRO CRESCEU:
000120*
000130*     COTACAO.TXT  - 29 PARA 35 POSICOES: HORA-EFETIVA
000140*                    (MOEDAREG.CPY) ENTROU NO FIM DO REGISTRO E
000150*                    NA CHAVE. TODA COTACAO EXISTENTE PASSA A
000160*                    VALER DESDE O INICIO DO DIA (000000), COMO
000170*                    O COTACAO-ARQUIVO JA FAZ NA RESTAURACAO DAS
000180*                    LINHAS ANTIGAS DO COTACAO.HIS.
000190*     MOEDACAD.TXT - 35 PARA 38 POSICOES: CAD-DIVERGENCIA
000200*                    (MOEDACAD.CPY) ENTROU ZERADA, OU SEJA, A
000210*                    MOEDA USA O LIMITE PADRAO DA CARGA ATE A
000220*                    MESA INFORMAR O DELA PELO COTACAO-CADASTRO.
000230*
000240*  UM ARQUIVO INDEXED NO LAYOUT ANTIGO NAO ABRE CONTRA O LAYOUT
000250*  NOVO (STATUS 39). ANTES DE RODAR OS PROGRAMAS NOVOS, COM A
000260*  JANELA NOTURNA PARADA, O OPERADOR RENOMEIA O ARQUIVO ATUAL
000270*  PARA O NOME DE ORIGEM ABAIXO E RODA ESTE PROGRAMA, QUE LE O
000280*  ARQUIVO DE ORIGEM NO LAYOUT ANTIGO E GRAVA O ARQUIVO COM O
000290*  NOME DE SEMPRE NO LAYOUT NOVO:
000300*
000310*     COTACAO.ANT  -> COTACAO.TXT
000320*     MOEDACAD.ANT -> MOEDACAD.TXT
000330*
000340*  O ARQUIVO DE ORIGEM NAO E ALTERADO E FICA COMO COPIA DE
000350*  SEGURANCA. O PROGRAMA SO GRAVA O ARQUIVO DE DESTINO QUANDO ELE
000360*  NAO EXISTE (STATUS 35 NA ABERTURA): QUALQUER OUTRO STATUS,
000361*  INCLUSIVE O 39 DE UM ARQUIVO QUE AINDA ESTA NO LAYOUT ANTIGO,
000362*  ENCERRA SEM GRAVAR, PARA QUE UM ARQUIVO NAO RENOMEADO OU UMA
000370*  SEGUNDA EXECUCAO NAO APAGUE COTACOES JA GRAVADAS.
000380*
000390*  ARGUMENTOS (ARGUMENT-VALUE):
000400*     1 - ARQUIVO A CONVERTER: COTACOES (COTACAO.TXT), CADASTRO
000410*         (MOEDACAD.TXT) OU EM BRANCO PARA OS DOIS. COM OS DOIS,
000420*         UM ARQUIVO DE ORIGEM AUSENTE E SO AVISADO (O ARQUIVO
000430*         JA PODE TER SIDO CONVERTIDO ANTES)
000440*
000450*  HISTORICO DE ALTERACOES
000460*  DATA        AUTOR   DESCRICAO
000470*  2026-10-15  RVJ     PROGRAMA CRIADO PARA A CONVERSAO DE
000480*                      COTACAO.TXT (HORA-EFETIVA) E DE
000490*                      MOEDACAD.TXT (CAD-DIVERGENCIA).
000500*
000510*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000520*     0 - CONVERSAO CONCLUIDA COM SUCESSO
000530*     1 - ARGUMENTO INVALIDO (VIDE MENSAGEM NO DISPLAY)
000540*     2 - ARQUIVO DE DESTINO JA EXISTE, OU NAO PODE SER CONFERIDO
000541*         (STATUS DIFERENTE DE 35); NADA FOI GRAVADO NELE
000550*     3 - FALHA DE E/S NO ARQUIVO DE ORIGEM OU DE DESTINO
000560*     4 - ARQUIVO DE ORIGEM NAO ENCONTRADO (NENHUM, QUANDO OS
000570*         DOIS SAO CONVERTIDOS)
000580*****************************************************************
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT MOEDAS-ANT ASSIGN TO "cotacao.ant"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS ANT-CHAVE SOURCE IS ANT-COD-MOEDA
000670                                           ANT-DATA-EFETIVA
000680         FILE STATUS IS WS-FS-MOEDAS-ANT.
000690
000700     SELECT MOEDAS ASSIGN TO "cotacao.txt"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000740                                              DATA-EFETIVA
000750                                              HORA-EFETIVA
000760         FILE STATUS IS WS-FS-MOEDAS.
000770
000780     SELECT CADASTRO-ANT ASSIGN TO "moedacad.ant"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS ANT-CAD-COD
000820         FILE STATUS IS WS-FS-CADASTRO-ANT.
000830
000840     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CAD-COD
000880         FILE STATUS IS WS-FS-CADASTRO.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*    LAYOUT ANTIGO DE MOEDAREG.CPY, ANTES DE HORA-EFETIVA
000930 FD  MOEDAS-ANT.
000940 01  ANT-MOEDA-REG.
000950     05  ANT-COD-MOEDA           PIC X(03).
000960     05  ANT-INT-COMPRA          PIC 9(03).
000970     05  ANT-FRAC-COMPRA         PIC 9(05).
000980     05  ANT-INT-VENDA           PIC 9(03).
000990     05  ANT-FRAC-VENDA          PIC 9(05).
001000     05  ANT-DATA-EFETIVA        PIC 9(08).
001010     05  ANT-STATUS-MOEDA        PIC X(01).
001020     05  ANT-QTD-DECIMAIS        PIC 9(01).
001030
001040 FD  MOEDAS.
001050 COPY "moedareg.cpy".
001060
001070*    LAYOUT ANTIGO DE MOEDACAD.CPY, ANTES DE CAD-DIVERGENCIA
001080 FD  CADASTRO-ANT.
001090 01  ANT-MOEDA-CAD.
001100     05  ANT-CAD-COD             PIC X(03).
001110     05  ANT-CAD-NOME            PIC X(30).
001120     05  ANT-CAD-DECIMAIS        PIC 9(01).
001130     05  ANT-CAD-STATUS          PIC X(01).
001140
001150 FD  CADASTRO.
001160 COPY "moedacad.cpy".
001170
001180 WORKING-STORAGE SECTION.
001190
001200 01  WS-ARG-ARQUIVO          PIC X(10).
001210
001220 01  WS-FS-MOEDAS-ANT        PIC X(02).
001230     88  FS-MOEDAS-ANT-OK             VALUE "00".
001240     88  FS-MOEDAS-ANT-NAO-EXISTE     VALUE "35".
001250 01  WS-FS-MOEDAS            PIC X(02).
001260     88  FS-MOEDAS-OK                 VALUE "00".
001261     88  FS-MOEDAS-NAO-EXISTE         VALUE "35".
001270 01  WS-FS-CADASTRO-ANT      PIC X(02).
001280     88  FS-CADASTRO-ANT-OK           VALUE "00".
001290     88  FS-CADASTRO-ANT-NAO-EXISTE   VALUE "35".
001300 01  WS-FS-CADASTRO          PIC X(02).
001310     88  FS-CADASTRO-OK               VALUE "00".
001311     88  FS-CADASTRO-NAO-EXISTE       VALUE "35".
001320
001330 01  WS-EOF-ANT              PIC X(01) VALUE "N".
001340     88  FIM-ANT                      VALUE "Y".
001350 01  WS-FLAG-FALHA           PIC X(01) VALUE "N".
001360     88  HOUVE-FALHA                  VALUE "Y".
001370
001380 01  WS-QTD-LIDOS            PIC 9(07) VALUE ZERO.
001390 01  WS-QTD-GRAVADOS         PIC 9(07) VALUE ZERO.
001400 01  WS-QTD-CONVERTIDOS      PIC 9(01) VALUE ZERO.
001420
001430 PROCEDURE DIVISION.
001440
001450*****************************************************************
001460* 0000-MAINLINE
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001500
001510     EVALUATE WS-ARG-ARQUIVO
001520        WHEN "COTACOES"
001530           PERFORM 3000-MIGRAR-COTACOES THRU 3000-EXIT
001540        WHEN "CADASTRO"
001550           PERFORM 4000-MIGRAR-CADASTRO THRU 4000-EXIT
001560        WHEN SPACES
001570           PERFORM 3000-MIGRAR-COTACOES THRU 3000-EXIT
001580           PERFORM 4000-MIGRAR-CADASTRO THRU 4000-EXIT
001590        WHEN OTHER
001600           DISPLAY "ERRO: Arquivo invalido. Use COTACOES, "
001610                   "CADASTRO ou deixe em branco."
001620           MOVE 1 TO RETURN-CODE
001630           STOP RUN
001640     END-EVALUATE
001650
001660     IF WS-QTD-CONVERTIDOS = ZERO
001670        DISPLAY "ERRO: Nenhum arquivo de origem encontrado; "
001680                "nada foi convertido."
001690        MOVE 4 TO RETURN-CODE
001700     ELSE
001710        MOVE 0 TO RETURN-CODE
001720     END-IF
001730
001740     STOP RUN.
001750
001760*****************************************************************
001770* 1000-INICIALIZAR - LE O ARGUMENTO INFORMADO NA CHAMADA
001780*****************************************************************
001790 1000-INICIALIZAR.
001800     ACCEPT WS-ARG-ARQUIVO FROM ARGUMENT-VALUE.
001810     INSPECT WS-ARG-ARQUIVO CONVERTING
001820        "abcdefghijklmnopqrstuvwxyz" TO
001830        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001840     IF WS-ARG-ARQUIVO = LOW-VALUES
001850        MOVE SPACES TO WS-ARG-ARQUIVO
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
001900*****************************************************************
001910* 3000-MIGRAR-COTACOES - COPIA CADA COTACAO DE COTACAO.ANT PARA
001920* O NOVO COTACAO.TXT COM HORA-EFETIVA 000000. A ORDEM DA CHAVE
001930* ANTIGA (MOEDA + DATA) E A MESMA DA NOVA, ENTAO A GRAVACAO E
001940* SEQUENCIAL E NAO HA CHAVE DUPLICADA A ESPERAR
001950*****************************************************************
001960 3000-MIGRAR-COTACOES.
001970     OPEN INPUT MOEDAS-ANT
001980     IF FS-MOEDAS-ANT-NAO-EXISTE
001990        DISPLAY "AVISO: cotacao.ant nao encontrado; cotacao.txt "
002000                "nao foi convertido."
002020        GO TO 3000-EXIT
002030     END-IF
002040     IF NOT FS-MOEDAS-ANT-OK
002050        DISPLAY "ERRO: Falha ao abrir cotacao.ant (status "
002060                WS-FS-MOEDAS-ANT ")."
002070        MOVE 3 TO RETURN-CODE
002080        STOP RUN
002090     END-IF
002100
002110     OPEN INPUT MOEDAS
002120     IF NOT FS-MOEDAS-NAO-EXISTE
002130        IF FS-MOEDAS-OK
002131           CLOSE MOEDAS
002132        END-IF
002140        CLOSE MOEDAS-ANT
002150        DISPLAY "ERRO: cotacao.txt ja existe (status "
002151                WS-FS-MOEDAS "); renomeie-o para cotacao.ant "
002160                "antes da conversao."
002170        MOVE 2 TO RETURN-CODE
002180        STOP RUN
002190     END-IF
002200     OPEN OUTPUT MOEDAS
002210     IF NOT FS-MOEDAS-OK
002220        CLOSE MOEDAS-ANT
002230        DISPLAY "ERRO: Falha ao criar cotacao.txt (status "
002240                WS-FS-MOEDAS ")."
002250        MOVE 3 TO RETURN-CODE
002260        STOP RUN
002270     END-IF
002280
002290     MOVE ZERO TO WS-QTD-LIDOS
002300     MOVE ZERO TO WS-QTD-GRAVADOS
002310     MOVE "N"  TO WS-EOF-ANT
002320     MOVE "N"  TO WS-FLAG-FALHA
002330     PERFORM UNTIL FIM-ANT OR HOUVE-FALHA
002340        READ MOEDAS-ANT NEXT RECORD
002350           AT END
002360              MOVE "Y" TO WS-EOF-ANT
002370           NOT AT END
002380              ADD 1 TO WS-QTD-LIDOS
002390              MOVE ANT-COD-MOEDA    TO COD-MOEDA
002400              MOVE ANT-INT-COMPRA   TO INT-COMPRA
002410              MOVE ANT-FRAC-COMPRA  TO FRAC-COMPRA
002420              MOVE ANT-INT-VENDA    TO INT-VENDA
002430              MOVE ANT-FRAC-VENDA   TO FRAC-VENDA
002440              MOVE ANT-DATA-EFETIVA TO DATA-EFETIVA
002450              MOVE ANT-STATUS-MOEDA TO STATUS-MOEDA
002460              MOVE ANT-QTD-DECIMAIS TO QTD-DECIMAIS
002470              MOVE ZEROS            TO HORA-EFETIVA
002480              WRITE MOEDA-REG
002490                 INVALID KEY
002500                    MOVE "Y" TO WS-FLAG-FALHA
002510                 NOT INVALID KEY
002520                    ADD 1 TO WS-QTD-GRAVADOS
002530              END-WRITE
002540        END-READ
002550     END-PERFORM
002560     CLOSE MOEDAS
002570     CLOSE MOEDAS-ANT
002580
002590     IF HOUVE-FALHA
002600        DISPLAY "ERRO: Falha ao gravar cotacao.txt (status "
002610                WS-FS-MOEDAS ") na cotacao " COD-MOEDA " "
002620                DATA-EFETIVA "; apague cotacao.txt e rode de "
002630                "novo."
002640        MOVE 3 TO RETURN-CODE
002650        STOP RUN
002660     END-IF
002670
002680     DISPLAY "cotacao.txt convertido: " WS-QTD-LIDOS " lidas, "
002690             WS-QTD-GRAVADOS " gravadas."
002700     ADD 1 TO WS-QTD-CONVERTIDOS.
002710 3000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750* 4000-MIGRAR-CADASTRO - COPIA CADA MOEDA DE MOEDACAD.ANT PARA O
002760* NOVO MOEDACAD.TXT COM CAD-DIVERGENCIA ZERADA (LIMITE PADRAO
002770* DA CARGA)
002780*****************************************************************
002790 4000-MIGRAR-CADASTRO.
002800     OPEN INPUT CADASTRO-ANT
002810     IF FS-CADASTRO-ANT-NAO-EXISTE
002820        DISPLAY "AVISO: moedacad.ant nao encontrado; "
002830                "moedacad.txt nao foi convertido."
002850        GO TO 4000-EXIT
002860     END-IF
002870     IF NOT FS-CADASTRO-ANT-OK
002880        DISPLAY "ERRO: Falha ao abrir moedacad.ant (status "
002890                WS-FS-CADASTRO-ANT ")."
002900        MOVE 3 TO RETURN-CODE
002910        STOP RUN
002920     END-IF
002930
002940     OPEN INPUT CADASTRO
002950     IF NOT FS-CADASTRO-NAO-EXISTE
002960        IF FS-CADASTRO-OK
002961           CLOSE CADASTRO
002962        END-IF
002970        CLOSE CADASTRO-ANT
002980        DISPLAY "ERRO: moedacad.txt ja existe (status "
002981                WS-FS-CADASTRO "); renomeie-o para moedacad.ant "
002990                "antes da conversao."
003000        MOVE 2 TO RETURN-CODE
003010        STOP RUN
003020     END-IF
003030     OPEN OUTPUT CADASTRO
003040     IF NOT FS-CADASTRO-OK
003050        CLOSE CADASTRO-ANT
003060        DISPLAY "ERRO: Falha ao criar moedacad.txt (status "
003070                WS-FS-CADASTRO ")."
003080        MOVE 3 TO RETURN-CODE
003090        STOP RUN
003100     END-IF
003110
003120     MOVE ZERO TO WS-QTD-LIDOS
003130     MOVE ZERO TO WS-QTD-GRAVADOS
003140     MOVE "N"  TO WS-EOF-ANT
003150     MOVE "N"  TO WS-FLAG-FALHA
003160     PERFORM UNTIL FIM-ANT OR HOUVE-FALHA
003170        READ CADASTRO-ANT NEXT RECORD
003180           AT END
003190              MOVE "Y" TO WS-EOF-ANT
003200           NOT AT END
003210              ADD 1 TO WS-QTD-LIDOS
003220              MOVE ANT-CAD-COD      TO CAD-COD
003230              MOVE ANT-CAD-NOME     TO CAD-NOME
003240              MOVE ANT-CAD-DECIMAIS TO CAD-DECIMAIS
003250              MOVE ANT-CAD-STATUS   TO CAD-STATUS
003260              MOVE ZERO             TO CAD-DIVERGENCIA
003270              WRITE MOEDA-CAD
003280                 INVALID KEY
003290                    MOVE "Y" TO WS-FLAG-FALHA
003300                 NOT INVALID KEY
003310                    ADD 1 TO WS-QTD-GRAVADOS
003320              END-WRITE
003330        END-READ
003340     END-PERFORM
003350     CLOSE CADASTRO
003360     CLOSE CADASTRO-ANT
003370
003380     IF HOUVE-FALHA
003390        DISPLAY "ERRO: Falha ao gravar moedacad.txt (status "
003400                WS-FS-CADASTRO ") na moeda " CAD-COD
003410                "; apague moedacad.txt e rode de novo."
003420        MOVE 3 TO RETURN-CODE
003430        STOP RUN
003440     END-IF
003450
003460     DISPLAY "moedacad.txt convertido: " WS-QTD-LIDOS " lidas, "
003470             WS-QTD-GRAVADOS " gravadas."
003480     ADD 1 TO WS-QTD-CONVERTIDOS.
003490 4000-EXIT.
003500     EXIT.
