000180*  AREA DE PARAMETROS: COTCONV.CPY (CONV-PARAMETROS).
000190*     ENTRADA: VALOR, MOEDA DE ORIGEM, MOEDA DE DESTINO, DATA DE
000200*              REFERENCIA E DIRECAO (C = COMPRA, V = VENDA, EM
000210*              BRANCO ASSUME C); OPCIONALMENTE A HORA DE
000211*              REFERENCIA (EM BRANCO ASSUME O FIM DO DIA)
000212*              E A DATA-VALOR (EM BRANCO ASSUME SPOT)
000220*     SAIDA:   VALOR CONVERTIDO, TAXAS UTILIZADAS, CASAS
000230*              DECIMAIS DA MOEDA DE DESTINO E CONV-STATUS
000240*
000426*                      PRECISAO PLENA. A TAXA CRUZADA CHEIA E A
000427*                      EFETIVA VOLTAM EM CONV-SAIDA; TIER SEM
000428*                      MARGEM CADASTRADA DEVOLVE O STATUS 14.
000429*  2026-10-15  RVJ     A TABELA DE MARGENS GANHOU DATA DE
000430*                      VIGENCIA E SITUACAO POR LINHA (MARGEM.CPY,
000431*                      MANTIDA PELO COTACAO-MARGEM). 2500-OBTER-
000432*                      MARGEM PASSOU A USAR A LINHA ATIVA DE
000433*                      VIGENCIA MAIS RECENTE ATE CONV-DATA-REF,
000434*                      COMO NA BUSCA DE COTACOES, PARA QUE A
000435*                      CONVERSAO DE ONTEM SAIA COM A MARGEM DE
000436*                      ONTEM.
000437*  2026-10-15  RVJ     COM A HORA DE VIGENCIA NA CHAVE DO ARQUIVO
000438*                      DE COTACOES (VERSOES INTRADIA), A BUSCA
000439*                      PASSOU A POSICIONAR NA VERSAO VIGENTE NA
000440*                      DATA E HORA DA CONVERSAO (CONV-HORA-REF;
000441*                      EM BRANCO, A DE FECHAMENTO DO DIA), TAMBEM
000442*                      NO ARQUIVO DE HISTORICO. A DATA E A HORA
000443*                      DA VERSAO USADA VOLTAM EM CONV-SAIDA.
000444*  2026-10-15  RVJ     INCLUIDA A DATA-VALOR (CONV-DATA-VALOR):
000445*                      ATE D+2 UTEIS DA DATA DE REFERENCIA
000446*                      (COTACAO-DIAUTIL) A CONVERSAO CONTINUA
000447*                      SPOT; DEPOIS DISSO E FORWARD E A TAXA DE
000448*                      CADA MOEDA RECEBE OS PONTOS DA TABELA DE
000449*                      PONTOS FORWARD (PONTOS.TXT, MANTIDA PELO
000450*                      COTACAO-PONTOS) INTERPOLADOS ENTRE OS
000451*                      PRAZOS. AS TAXAS SPOT E OS PONTOS VOLTAM
000452*                      EM CONV-SAIDA. NOVOS STATUS 16 (DATA-VALOR
000453*                      INVALIDA) E 17 (SEM PONTOS PARA O PRAZO).
000454*****************************************************************
000455
000456 ENVIRONMENT DIVISION.
000457 INPUT-OUTPUT SECTION.
000458 FILE-CONTROL.
000459     SELECT MOEDAS ASSIGN TO "cotacao.txt"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000490                                             DATA-EFETIVA
000491                                             HORA-EFETIVA
000500         FILE STATUS IS WS-FS-MOEDAS.
000501
000502     SELECT PONTOS ASSIGN TO "pontos.txt"
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-FS-PONTOS.
000510
000511     SELECT CADASTRO ASSIGN TO "moedacad.txt"
000512         ORGANIZATION IS INDEXED
000562 COPY "moedacad.cpy".
000563
000564 FD  HISTORICO.
000565 01  HIST-REG                    PIC X(35).
000566
000567*    TABELA DE MARGENS POR FAIXA DE CLIENTE (MARGEM.CPY)
000574 FD  MARGENS.
000575 COPY "margem.cpy".
000576
000577*    TABELA DE PONTOS FORWARD POR MOEDA E PRAZO (PONTOS.CPY)
000578 FD  PONTOS.
000579 COPY "pontos.cpy".
000584
000585 WORKING-STORAGE SECTION.
000586
000713     88  FS-HISTORICO-OK              VALUE "00".
000714 01  WS-EOF-HISTORICO        PIC X(01).
000715     88  FIM-HISTORICO                VALUE "Y".
000716 01  WS-HIST-IMAGEM          PIC X(35).
000717 01  WS-HIST-IMAGEM-R REDEFINES WS-HIST-IMAGEM.
000718     05  HIS-COD             PIC X(03).
000719     05  HIS-INT-COMPRA      PIC 9(03).
000725     05  HIS-STATUS          PIC X(01).
000726         88  HIS-ATIVA                VALUE "A".
000727     05  HIS-DECIMAIS        PIC X(01).
000728     05  HIS-HORA-EFETIVA    PIC X(06).
000729*    DATA E HORA DE VIGENCIA COMPARADAS JUNTAS, COMO NA CHAVE DO
000730*    ARQUIVO ONLINE; UMA LINHA DE HISTORICO GRAVADA ANTES DA HORA
000731*    DE VIGENCIA (SEM HORA) VALE DESDE O INICIO DO DIA
000732 01  WS-VIG-REF.
000733     05  WS-DATA-REF         PIC 9(08).
000734     05  WS-HORA-REF         PIC 9(06).
000735 01  WS-VIG-LIDA.
000736     05  WS-LIDA-DATA        PIC 9(08).
000737     05  WS-LIDA-HORA        PIC 9(06).
000738 01  WS-VIG-MELHOR.
000739     05  WS-MELHOR-DATA      PIC 9(08).
000740     05  WS-MELHOR-HORA      PIC 9(06).
000741 01  WS-MELHOR-INT-C         PIC 9(03).
000742 01  WS-MELHOR-FRAC-C        PIC 9(05).
000743 01  WS-MELHOR-INT-V         PIC 9(03).
000744 01  WS-MELHOR-FRAC-V        PIC 9(05).
000745
000746*    VERSAO DA COTACAO USADA PELA ULTIMA BUSCA (ONLINE OU
000747*    HISTORICO), DEVOLVIDA EM CONV-VIG-ORIGEM/CONV-VIG-DESTINO
000748 01  WS-VIG-USADA.
000749     05  WS-USADA-DATA       PIC 9(08).
000750     05  WS-USADA-HORA       PIC 9(06).
000751
000752*    MARGEM DA FAIXA DE CLIENTE: A LINHA DA PROPRIA MOEDA DE
000753*    DESTINO VALE MAIS QUE A LINHA PADRAO ("***") DA FAIXA; EM
000754*    CADA UMA VALE A LINHA ATIVA DE VIGENCIA MAIS RECENTE ATE A
000755*    DATA DE REFERENCIA
000756 01  WS-FS-MARGENS           PIC X(02).
000757     88  FS-MARGENS-OK                VALUE "00".
000758 01  WS-EOF-MARGENS          PIC X(01).
000759     88  FIM-MARGENS                  VALUE "Y".
000760 01  WS-FLAG-MARGEM-ESP      PIC X(01).
000761     88  MARGEM-ESPECIFICA            VALUE "Y".
000762 01  WS-FLAG-MARGEM-PAD      PIC X(01).
000763     88  MARGEM-PADRAO                VALUE "Y".
000764 01  WS-MARGEM-ESP-BPS       PIC 9(05).
000765 01  WS-MARGEM-PAD-BPS       PIC 9(05).
000766 01  WS-MARGEM-BPS           PIC 9(05).
000767 01  WS-MARGEM-ESP-DATA      PIC 9(08).
000768 01  WS-MARGEM-PAD-DATA      PIC 9(08).
000769 01  WS-MRG-DATA             PIC 9(08).
000770 01  WS-FATOR-MARGEM         PIC S9(02)V9(04).
000771 01  WS-TAXA-CRUZADA         PIC 9(10)V9(10).
000772 01  WS-TAXA-CRUZ-EFET       PIC 9(10)V9(10).
000773
000774 01  WS-TENTATIVA            PIC 9(02).
000775 01  WS-TENTATIVAS           PIC 9(02).
000776 01  WS-ESPERA-SEGUNDOS      PIC 9(08) VALUE 1.
000777
000778 01  WS-TEMP-INT             PIC 9(10).
000779 01  WS-TEMP-FRAC            PIC 9(10).
000780 01  WS-TAXA-ORIGEM          PIC 9(10)V9(10).
000781 01  WS-TAXA-DESTINO         PIC 9(10)V9(10).
000782 01  WS-VALOR                PIC 9(10)V9(10).
000783
000784*    DATA-VALOR: ATE WS-DIAS-SPOT DIAS UTEIS DEPOIS DA DATA DE
000785*    REFERENCIA A CONVERSAO E SPOT; ALEM DISSO E FORWARD, COM O
000786*    PRAZO EM DIAS CORRIDOS
000787 01  WS-DIAS-SPOT            PIC 9(02) VALUE 2.
000788 01  WS-DATA-VALOR           PIC 9(08).
000789 01  WS-DIAS-PRAZO           PIC 9(04).
000790 01  WS-FLAG-FORWARD         PIC X(01).
000791     88  CONVERSAO-FORWARD            VALUE "S".
000792
000793*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
000794 COPY "diautil.cpy".
000795
000796*    CURVA DE PONTOS DAS DUAS MOEDAS DA CONVERSAO: PARA CADA
000797*    MOEDA/PRAZO, OS PONTOS (DA PONTA PEDIDA) DA LINHA ATIVA DE
000798*    VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA
000799 01  WS-FS-PONTOS            PIC X(02).
000800     88  FS-PONTOS-OK                 VALUE "00".
000801 01  WS-EOF-PONTOS           PIC X(01).
000802     88  FIM-PONTOS                   VALUE "Y".
000803 01  WS-PONTOS-X             PIC X(07).
000804 01  WS-PONTOS-N REDEFINES WS-PONTOS-X
000805                             PIC S9(06) SIGN IS LEADING SEPARATE.
000806 01  WS-PTS-PRAZO            PIC 9(03).
000807 01  WS-PTS-DATA             PIC 9(08).
000808 01  WS-QTD-CURVA            PIC 9(03) VALUE ZERO.
000809 01  WS-MAX-CURVA            PIC 9(03) VALUE 200.
000810 01  WS-TAB-CURVA.
000811     05  WS-CURVA OCCURS 200 TIMES.
000812         10  CRV-MOEDA       PIC X(03).
000813         10  CRV-PRAZO       PIC 9(03).
000814         10  CRV-DATA        PIC 9(08).
000815         10  CRV-PONTOS      PIC S9(06).
000816 01  K                       PIC 9(03).
000817 01  WS-IND-CURVA            PIC 9(03).
000818
000819*    INTERPOLACAO DOS PONTOS DE UMA MOEDA ENTRE O MAIOR PRAZO
000820*    ATE O DA CONVERSAO (OU ZERO DIAS, ZERO PONTOS) E O MENOR
000821*    PRAZO A PARTIR DELE
000822 01  WS-FLAG-TEM-CURVA       PIC X(01).
000823     88  MOEDA-TEM-CURVA              VALUE "S".
000824 01  WS-FLAG-TEM-SUPERIOR    PIC X(01).
000825     88  TEM-PRAZO-SUPERIOR           VALUE "S".
000826 01  WS-PRAZO-INF            PIC 9(03).
000827 01  WS-PRAZO-SUP            PIC 9(03).
000828 01  WS-PONTOS-INF           PIC S9(06).
000829 01  WS-PONTOS-SUP           PIC S9(06).
000830 01  WS-PONTOS-MOEDA         PIC S9(06)V9(04).
000831 01  WS-QTD-PERNAS-CURVA     PIC 9(01).
000832 01  WS-TAXA-FORWARD         PIC S9(10)V9(10).
000833
000834 LINKAGE SECTION.
000840 COPY "cotconv.cpy".
000850
000860 PROCEDURE DIVISION USING CONV-PARAMETROS.
000962     MOVE ZEROS  TO CONV-TAXA-CRUZADA
000963     MOVE ZEROS  TO CONV-TAXA-EFETIVA
000964     MOVE ZEROS  TO CONV-MARGEM-BPS
000965     MOVE ZEROS  TO CONV-VIG-ORIGEM
000966     MOVE ZEROS  TO CONV-VIG-DESTINO
000970     MOVE "00"   TO CONV-STATUS
000971     MOVE "N"    TO CONV-FORWARD
000972     MOVE ZEROS  TO CONV-DIAS-PRAZO
000973     MOVE ZEROS  TO CONV-SPOT-ORIGEM
000974     MOVE ZEROS  TO CONV-SPOT-DESTINO
000975     MOVE ZEROS  TO CONV-TAXA-CRUZ-SPOT
000976     MOVE ZEROS  TO CONV-PONTOS-ORIGEM
000977     MOVE ZEROS  TO CONV-PONTOS-DESTINO
000980
000981*    SEM DATA-VALOR A CONVERSAO E SPOT, COMO SEMPRE FOI
000982     PERFORM 3300-CONFERIR-DATA-VALOR THRU 3300-EXIT
000983     IF NOT CONV-OK
000984        GOBACK
000985     END-IF
000986
000990     MOVE CONV-DIRECAO TO WS-DIRECAO
001000     IF WS-DIRECAO = SPACE OR WS-DIRECAO = LOW-VALUE
001010        MOVE "C" TO WS-DIRECAO
001064        MOVE "13" TO CONV-STATUS
001065        GOBACK
001066     END-IF
001067
001068*    SEM HORA DE REFERENCIA A CONVERSAO E A DE FECHAMENTO: VALE
001069*    A ULTIMA VERSAO DA COTACAO NA DATA
001070     MOVE CONV-DATA-REF TO WS-DATA-REF
001071     IF CONV-HORA-REF NUMERIC
001072        MOVE CONV-HORA-REF TO WS-HORA-REF
001073     ELSE
001074        MOVE 235959 TO WS-HORA-REF
001075     END-IF
001076
001080*    O COTACAO-MAINT PODE ESTAR COM O ARQUIVO ABERTO EM I-O
001090*    NESTE INSTANTE; UM STATUS DE ARQUIVO TRAVADO E TRANSITORIO,
001100*    ENTAO AGUARDA UM SEGUNDO E TENTA DE NOVO ANTES DE DESISTIR
001360     COMPUTE WS-TAXA-DESTINO =
001370             WS-TEMP-INT + (WS-TEMP-FRAC / 100000)
001380     MOVE WS-DECIMAIS-CAD TO CONV-DECIMAIS
001381     MOVE WS-VIG-USADA    TO CONV-VIG-DESTINO
001390
001400     MOVE CONV-ORIGEM TO WS-COD-PROCURA
001410     PERFORM 3100-LOCALIZAR-MOEDA THRU 3100-EXIT
001460     END-IF
001470     COMPUTE WS-TAXA-ORIGEM =
001480             WS-TEMP-INT + (WS-TEMP-FRAC / 100000)
001481     MOVE WS-VIG-USADA    TO CONV-VIG-ORIGEM
001482*    AS TAXAS ACHADAS SAO AS SPOT, DEVOLVIDAS TAMBEM A PARTE
001483     MOVE WS-TAXA-ORIGEM  TO CONV-SPOT-ORIGEM
001484     MOVE WS-TAXA-DESTINO TO CONV-SPOT-DESTINO
001485     COMPUTE CONV-TAXA-CRUZ-SPOT =
001486             WS-TAXA-DESTINO / WS-TAXA-ORIGEM
001487        ON SIZE ERROR
001488           MOVE ZEROS TO CONV-TAXA-CRUZ-SPOT
001489     END-COMPUTE
001490     CLOSE MOEDAS
001491
001492*    COM DATA-VALOR AS TAXAS RECEBEM OS PONTOS DO PRAZO E O
001493*    RESTO DA CONTA (MARGEM, RESULTADO) USA AS TAXAS FORWARD
001494     IF CONVERSAO-FORWARD
001495        PERFORM 4000-APLICAR-PONTOS THRU 4000-EXIT
001496        IF NOT CONV-OK
001497           GOBACK
001498        END-IF
001499     END-IF
001500
001501*    COM UMA FAIXA DE CLIENTE INFORMADA, A MARGEM DA TABELA
001502*    AJUSTA A CONVERSAO PARA BAIXO NA COMPRA E PARA CIMA NA
001681*****************************************************************
001682* 2500-OBTER-MARGEM - PROCURA NA TABELA DE MARGENS (MARGENS.TXT)
001683* A MARGEM DA FAIXA EM CONV-TIER PARA A MOEDA DE DESTINO, NA
001684* PONTA PEDIDA (COMPRA OU VENDA), VIGENTE NA DATA DE REFERENCIA.
001685* A LINHA DA PROPRIA MOEDA VALE MAIS QUE A LINHA PADRAO ("***")
001686* DA FAIXA; ENTRE AS LINHAS DE UM MESMO TIPO VALE A ATIVA DE
001687* VIGENCIA MAIS RECENTE ATE CONV-DATA-REF. TIER INFORMADO SEM
001688* LINHA NA TABELA (OU SEM A PROPRIA TABELA) DEVOLVE O STATUS 14:
001689* CONVERTER SEM A MARGEM DO CLIENTE E EXATAMENTE O ERRO DE
001690* PRECIFICACAO QUE A TABELA VEIO ELIMINAR
001691*****************************************************************
001692 2500-OBTER-MARGEM.
001693     MOVE "N" TO WS-FLAG-MARGEM-ESP
001694     MOVE "N" TO WS-FLAG-MARGEM-PAD
001695     MOVE ZEROS TO WS-MARGEM-ESP-DATA
001696     MOVE ZEROS TO WS-MARGEM-PAD-DATA
001697     OPEN INPUT MARGENS
001698     IF NOT FS-MARGENS-OK
001699        MOVE "14" TO CONV-STATUS
001700        GO TO 2500-EXIT
001701     END-IF
001702     MOVE "N" TO WS-EOF-MARGENS
001703     PERFORM 2510-LER-MARGEM THRU 2510-EXIT
001704     PERFORM UNTIL FIM-MARGENS
001705        IF MRG-TIER = CONV-TIER
001706           PERFORM 2520-GUARDAR-MARGEM THRU 2520-EXIT
001707        END-IF
001708        PERFORM 2510-LER-MARGEM THRU 2510-EXIT
001709     END-PERFORM
001710     CLOSE MARGENS
001711
001712     EVALUATE TRUE
001713        WHEN MARGEM-ESPECIFICA
001714           MOVE WS-MARGEM-ESP-BPS TO WS-MARGEM-BPS
001715        WHEN MARGEM-PADRAO
001716           MOVE WS-MARGEM-PAD-BPS TO WS-MARGEM-BPS
001717        WHEN OTHER
001718           MOVE "14" TO CONV-STATUS
001719     END-EVALUATE.
001720 2500-EXIT.
001721     EXIT.
001722
001723 2510-LER-MARGEM.
001724     MOVE SPACES TO MARGEM-REG
001725     READ MARGENS
001726        AT END MOVE "Y" TO WS-EOF-MARGENS
001727     END-READ.
001728 2510-EXIT.
001729     EXIT.
001730
001731*****************************************************************
001732* 2520-GUARDAR-MARGEM - GUARDA A MARGEM DA LINHA CORRENTE DA
001733* TABELA (PONTA CONFORME A DIRECAO), SEPARANDO A LINHA DA MOEDA
001734* DE DESTINO DA LINHA PADRAO "***"; LINHA COM MARGEM NAO
001735* NUMERICA E IGNORADA. LINHA INATIVA OU DE VIGENCIA POSTERIOR A
001736* DATA DE REFERENCIA TAMBEM E IGNORADA; ENTRE AS DEMAIS FICA A DE
001737* VIGENCIA MAIS RECENTE (NO EMPATE, A ULTIMA DO ARQUIVO, COMO
001738* SEMPRE FOI). LINHA SEM DATA (ANTERIOR A VIGENCIA NA TABELA)
001739* VALE DESDE SEMPRE
001740*****************************************************************
001741 2520-GUARDAR-MARGEM.
001742     IF MRG-INATIVA
001743        GO TO 2520-EXIT
001744     END-IF
001745     IF MRG-DATA-EFETIVA = SPACES
001746        MOVE ZEROS TO WS-MRG-DATA
001747     ELSE
001748        IF MRG-DATA-EFETIVA NOT NUMERIC
001749           GO TO 2520-EXIT
001750        END-IF
001751        MOVE MRG-DATA-EFETIVA TO WS-MRG-DATA
001752     END-IF
001753     IF WS-MRG-DATA > CONV-DATA-REF
001754        GO TO 2520-EXIT
001755     END-IF
001756
001757     IF MRG-MOEDA = CONV-DESTINO
001758           AND WS-MRG-DATA >= WS-MARGEM-ESP-DATA
001759        IF DIRECAO-VENDA
001760           IF MRG-BPS-VENDA NUMERIC
001761              MOVE "Y" TO WS-FLAG-MARGEM-ESP
001762              MOVE MRG-BPS-VENDA TO WS-MARGEM-ESP-BPS
001763              MOVE WS-MRG-DATA   TO WS-MARGEM-ESP-DATA
001764           END-IF
001765        ELSE
001766           IF MRG-BPS-COMPRA NUMERIC
001767              MOVE "Y" TO WS-FLAG-MARGEM-ESP
001768              MOVE MRG-BPS-COMPRA TO WS-MARGEM-ESP-BPS
001769              MOVE WS-MRG-DATA    TO WS-MARGEM-ESP-DATA
001770           END-IF
001771        END-IF
001772     END-IF
001773     IF MRG-MOEDA = "***"
001774           AND WS-MRG-DATA >= WS-MARGEM-PAD-DATA
001775        IF DIRECAO-VENDA
001776           IF MRG-BPS-VENDA NUMERIC
001777              MOVE "Y" TO WS-FLAG-MARGEM-PAD
001778              MOVE MRG-BPS-VENDA TO WS-MARGEM-PAD-BPS
001779              MOVE WS-MRG-DATA   TO WS-MARGEM-PAD-DATA
001780           END-IF
001781        ELSE
001782           IF MRG-BPS-COMPRA NUMERIC
001783              MOVE "Y" TO WS-FLAG-MARGEM-PAD
001784              MOVE MRG-BPS-COMPRA TO WS-MARGEM-PAD-BPS
001785              MOVE WS-MRG-DATA    TO WS-MARGEM-PAD-DATA
001786           END-IF
001787        END-IF
001788     END-IF.
001789 2520-EXIT.
001790     EXIT.
001791
001792*****************************************************************
001793* 3100-LOCALIZAR-MOEDA - POSICIONA NA COTACAO VIGENTE DA MOEDA
001794* EM WS-COD-PROCURA NA DATA E HORA DE REFERENCIA E DEVOLVE EM
001795* WS-TEMP-* A PONTA (COMPRA OU VENDA) PEDIDA EM WS-DIRECAO. A
001796* MESMA BUSCA COM RECUO DO CONVERTER: SE A VERSAO MAIS RECENTE
001797* ESTIVER DESATIVADA, RECUA PELAS VERSOES ANTERIORES DA MESMA
001798* MOEDA ATE ACHAR UMA ATIVA OU ESGOTAR AS VERSOES CADASTRADAS
001799*****************************************************************
001800 3100-LOCALIZAR-MOEDA.
001801     MOVE "N" TO WS-FLAG-LOCALIZADA
001802     MOVE "N" TO WS-EOF-MOEDAS
001803     MOVE WS-COD-PROCURA TO COD-MOEDA
001804     MOVE WS-DATA-REF    TO DATA-EFETIVA
001805     MOVE WS-HORA-REF    TO HORA-EFETIVA
001806     START MOEDAS KEY IS <= MOEDAS-CHAVE
001807        INVALID KEY
001808           MOVE "Y" TO WS-EOF-MOEDAS
001809     END-START
001810     IF NOT FIM-MOEDAS
001811        READ MOEDAS NEXT RECORD
001820           AT END
001830              MOVE "Y" TO WS-EOF-MOEDAS
001840        END-READ
001890        ELSE
001900           IF MOEDA-ATIVA
001910              MOVE "Y"          TO WS-FLAG-LOCALIZADA
001911              MOVE DATA-EFETIVA TO WS-USADA-DATA
001912              MOVE HORA-EFETIVA TO WS-USADA-HORA
001920              IF DIRECAO-VENDA
001930                 MOVE INT-VENDA   TO WS-TEMP-INT
001940                 MOVE FRAC-VENDA  TO WS-TEMP-FRAC
002110*****************************************************************
002120* 3200-LOCALIZAR-NO-HISTORICO - PROCURA NO ARQUIVO DE HISTORICO
002130* DO EXPURGO (COTACAO.HIS) A COTACAO ATIVA MAIS RECENTE DA MOEDA
002140* EM WS-COD-PROCURA VIGENTE ATE A DATA E HORA DE REFERENCIA. O
002150* ARQUIVO E SEQUENCIAL E SEM ORDEM GARANTIDA (RESTAURACOES
002160* REPETIDAS), ENTAO A VARREDURA E COMPLETA, GUARDANDO A MELHOR
002161* DATA E HORA VISTA.
002170* ENCONTRANDO, DEVOLVE A PONTA PEDIDA EM WS-TEMP-* E MARCA
002180* CONV-ARQUIVADA. HISTORICO INEXISTENTE NAO E ERRO: A BUSCA SO
002190* NAO ENCONTRA NADA, COMO ANTES DO EXPURGO
002200*****************************************************************
002210 3200-LOCALIZAR-NO-HISTORICO.
002220     MOVE ZEROS TO WS-VIG-MELHOR
002230     OPEN INPUT HISTORICO
002240     IF NOT FS-HISTORICO-OK
002250        GO TO 3200-EXIT
002280     PERFORM 3210-LER-HISTORICO THRU 3210-EXIT
002290     PERFORM UNTIL FIM-HISTORICO
002300        MOVE HIST-REG TO WS-HIST-IMAGEM
002301        MOVE HIS-DATA-EFETIVA TO WS-LIDA-DATA
002302        IF HIS-HORA-EFETIVA NUMERIC
002303           MOVE HIS-HORA-EFETIVA TO WS-LIDA-HORA
002304        ELSE
002305           MOVE ZEROS TO WS-LIDA-HORA
002306        END-IF
002310        IF HIS-COD = WS-COD-PROCURA
002320           AND HIS-ATIVA
002330           AND WS-VIG-LIDA <= WS-VIG-REF
002340           AND WS-VIG-LIDA > WS-VIG-MELHOR
002350           MOVE WS-VIG-LIDA      TO WS-VIG-MELHOR
002360           MOVE HIS-INT-COMPRA   TO WS-MELHOR-INT-C
002370           MOVE HIS-FRAC-COMPRA  TO WS-MELHOR-FRAC-C
002380           MOVE HIS-INT-VENDA    TO WS-MELHOR-INT-V
002440
002450     IF WS-MELHOR-DATA > ZERO
002460        MOVE "Y" TO WS-FLAG-LOCALIZADA
002461        MOVE WS-VIG-MELHOR TO WS-VIG-USADA
002470        IF DIRECAO-VENDA
002480           MOVE WS-MELHOR-INT-V  TO WS-TEMP-INT
002490           MOVE WS-MELHOR-FRAC-V TO WS-TEMP-FRAC
002630     END-READ.
002640 3210-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680* 3300-CONFERIR-DATA-VALOR - DATA-VALOR EM BRANCO OU ZEROS E
002690* CONVERSAO SPOT. INFORMADA, PRECISA SER UMA DATA VALIDA, DIA
002700* UTIL NO CALENDARIO DO COTACAO-DIAUTIL E NAO ANTERIOR A DATA DE
002710* REFERENCIA (STATUS 16). ATE WS-DIAS-SPOT DIAS UTEIS DEPOIS DA
002720* DATA DE REFERENCIA A LIQUIDACAO E A SPOT E A CONVERSAO NAO
002730* MUDA; ALEM DISSO E FORWARD, COM O PRAZO EM DIAS CORRIDOS
002740*****************************************************************
002750 3300-CONFERIR-DATA-VALOR.
002760     MOVE "N"   TO WS-FLAG-FORWARD
002770     MOVE ZEROS TO WS-DIAS-PRAZO
002780     IF CONV-DATA-VALOR = SPACES OR CONV-DATA-VALOR = LOW-VALUES
002790           OR CONV-DATA-VALOR = ZEROS
002800        GO TO 3300-EXIT
002810     END-IF
002820     IF CONV-DATA-VALOR NOT NUMERIC
002830        MOVE "16" TO CONV-STATUS
002840        GO TO 3300-EXIT
002850     END-IF
002860     MOVE CONV-DATA-VALOR TO WS-DATA-VALOR
002870     IF WS-DATA-VALOR < CONV-DATA-REF
002880        MOVE "16" TO CONV-STATUS
002890        GO TO 3300-EXIT
002900     END-IF
002910
002920     MOVE "V"           TO DIA-FUNCAO
002930     MOVE WS-DATA-VALOR TO DIA-DATA
002940     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
002950     IF NOT DIA-OK OR NOT DIA-E-UTIL
002960        MOVE "16" TO CONV-STATUS
002970        GO TO 3300-EXIT
002980     END-IF
002990
003000     MOVE "C"           TO DIA-FUNCAO
003010     MOVE CONV-DATA-REF TO DIA-DATA
003020     MOVE WS-DATA-VALOR TO DIA-DATA-FIM
003030     CALL "COTACAO-DIAUTIL" USING DIA-PARAMETROS
003040     IF NOT DIA-OK
003050        MOVE "16" TO CONV-STATUS
003060        GO TO 3300-EXIT
003070     END-IF
003080     IF DIA-QTD-UTEIS <= WS-DIAS-SPOT
003090        GO TO 3300-EXIT
003100     END-IF
003110
003120     MOVE "S" TO WS-FLAG-FORWARD
003130     COMPUTE WS-DIAS-PRAZO =
003140             FUNCTION INTEGER-OF-DATE (WS-DATA-VALOR) -
003150             FUNCTION INTEGER-OF-DATE (CONV-DATA-REF)
003160        ON SIZE ERROR
003170           MOVE 9999 TO WS-DIAS-PRAZO
003180     END-COMPUTE
003190     MOVE "S"           TO CONV-FORWARD
003200     MOVE WS-DIAS-PRAZO TO CONV-DIAS-PRAZO.
003210 3300-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250* 4000-APLICAR-PONTOS - CARREGA A CURVA DE PONTOS DAS DUAS
003260* MOEDAS, INTERPOLA OS PONTOS DO PRAZO PARA CADA UMA E SOMA A
003270* TAXA SPOT DA MOEDA (UM PONTO = 0,00001). UMA MOEDA SEM
003280* NENHUMA LINHA NA TABELA (A MOEDA BASE DAS COTACOES, OU UMA
003290* MOEDA ATRELADA A ELA) ENTRA COM ZERO PONTOS; AS DUAS SEM
003300* LINHA, SEM A PROPRIA TABELA, OU UM PRAZO ALEM DO MAIOR PRAZO
003310* CADASTRADO DEVOLVEM O STATUS 17. TAXA FORWARD ZERO OU
003320* NEGATIVA DEVOLVE O STATUS 06
003330*****************************************************************
003340 4000-APLICAR-PONTOS.
003350     PERFORM 4100-CARREGAR-CURVA THRU 4100-EXIT
003360     IF NOT CONV-OK
003370        GO TO 4000-EXIT
003380     END-IF
003390     MOVE ZERO TO WS-QTD-PERNAS-CURVA
003400
003410     MOVE CONV-ORIGEM TO WS-COD-PROCURA
003420     PERFORM 4300-INTERPOLAR-PONTOS THRU 4300-EXIT
003430     IF NOT CONV-OK
003440        GO TO 4000-EXIT
003450     END-IF
003460     MOVE WS-PONTOS-MOEDA TO CONV-PONTOS-ORIGEM
003470
003480     MOVE CONV-DESTINO TO WS-COD-PROCURA
003490     PERFORM 4300-INTERPOLAR-PONTOS THRU 4300-EXIT
003500     IF NOT CONV-OK
003510        GO TO 4000-EXIT
003520     END-IF
003530     MOVE WS-PONTOS-MOEDA TO CONV-PONTOS-DESTINO
003540
003550     IF WS-QTD-PERNAS-CURVA = ZERO
003560        MOVE "17" TO CONV-STATUS
003570        GO TO 4000-EXIT
003580     END-IF
003590
003600     COMPUTE WS-TAXA-FORWARD =
003610             CONV-SPOT-ORIGEM + (CONV-PONTOS-ORIGEM / 100000)
003620     IF WS-TAXA-FORWARD NOT > ZERO
003630        MOVE "06" TO CONV-STATUS
003640        GO TO 4000-EXIT
003650     END-IF
003660     MOVE WS-TAXA-FORWARD TO WS-TAXA-ORIGEM
003670
003680     COMPUTE WS-TAXA-FORWARD =
003690             CONV-SPOT-DESTINO + (CONV-PONTOS-DESTINO / 100000)
003700     IF WS-TAXA-FORWARD NOT > ZERO
003710        MOVE "06" TO CONV-STATUS
003720        GO TO 4000-EXIT
003730     END-IF
003740     MOVE WS-TAXA-FORWARD TO WS-TAXA-DESTINO.
003750 4000-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 4100-CARREGAR-CURVA - LE A TABELA DE PONTOS (PONTOS.TXT) E
003800* GUARDA NA CURVA EM MEMORIA AS LINHAS DAS DUAS MOEDAS DA
003810* CONVERSAO. TABELA INEXISTENTE DEVOLVE O STATUS 17
003820*****************************************************************
003830 4100-CARREGAR-CURVA.
003840     MOVE ZERO TO WS-QTD-CURVA
003850     OPEN INPUT PONTOS
003860     IF NOT FS-PONTOS-OK
003870        MOVE "17" TO CONV-STATUS
003880        GO TO 4100-EXIT
003890     END-IF
003900     MOVE "N" TO WS-EOF-PONTOS
003910     PERFORM 4110-LER-PONTOS THRU 4110-EXIT
003920     PERFORM UNTIL FIM-PONTOS
003930        IF PTS-MOEDA = CONV-ORIGEM OR PTS-MOEDA = CONV-DESTINO
003940           PERFORM 4200-GUARDAR-PONTOS THRU 4200-EXIT
003950        END-IF
003960        PERFORM 4110-LER-PONTOS THRU 4110-EXIT
003970     END-PERFORM
003980     CLOSE PONTOS.
003990 4100-EXIT.
004000     EXIT.
004010
004020 4110-LER-PONTOS.
004030     MOVE SPACES TO PONTOS-REG
004040     READ PONTOS
004050        AT END MOVE "Y" TO WS-EOF-PONTOS
004060     END-READ.
004070 4110-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 4200-GUARDAR-PONTOS - GUARDA NA CURVA OS PONTOS (PONTA
004120* CONFORME A DIRECAO) DA LINHA CORRENTE DA TABELA. LINHA
004130* INATIVA, DE VIGENCIA POSTERIOR A DATA DE REFERENCIA OU COM
004140* CAMPO NAO NUMERICO E IGNORADA; PARA CADA MOEDA/PRAZO FICA A
004150* DE VIGENCIA MAIS RECENTE (NO EMPATE, A ULTIMA DO ARQUIVO, COMO
004160* NA TABELA DE MARGENS)
004170*****************************************************************
004180 4200-GUARDAR-PONTOS.
004190     IF PTS-INATIVA
004200        GO TO 4200-EXIT
004210     END-IF
004220     IF PTS-DATA-EFETIVA NOT NUMERIC OR PTS-PRAZO NOT NUMERIC
004230        GO TO 4200-EXIT
004240     END-IF
004250     MOVE PTS-DATA-EFETIVA TO WS-PTS-DATA
004260     MOVE PTS-PRAZO        TO WS-PTS-PRAZO
004270     IF WS-PTS-DATA > CONV-DATA-REF OR WS-PTS-PRAZO = ZERO
004280        GO TO 4200-EXIT
004290     END-IF
004300     IF DIRECAO-VENDA
004310        MOVE PTS-PONTOS-VENDA  TO WS-PONTOS-X
004320     ELSE
004330        MOVE PTS-PONTOS-COMPRA TO WS-PONTOS-X
004340     END-IF
004350     IF WS-PONTOS-N NOT NUMERIC
004360        GO TO 4200-EXIT
004370     END-IF
004380
004390     MOVE ZERO TO WS-IND-CURVA
004400     PERFORM VARYING K FROM 1 BY 1
004410             UNTIL K > WS-QTD-CURVA OR WS-IND-CURVA > ZERO
004420        IF CRV-MOEDA(K) = PTS-MOEDA
004430              AND CRV-PRAZO(K) = WS-PTS-PRAZO
004440           MOVE K TO WS-IND-CURVA
004450        END-IF
004460     END-PERFORM
004470*    DUAS MOEDAS NAO CHEGAM PERTO DO LIMITE DA CURVA; SE UM
004480*    ARQUIVO CORROMPIDO CHEGAR, OS PRAZOS EXCEDENTES SAO
004490*    IGNORADOS
004500     IF WS-IND-CURVA = ZERO
004510        IF WS-QTD-CURVA >= WS-MAX-CURVA
004520           GO TO 4200-EXIT
004530        END-IF
004540        ADD 1 TO WS-QTD-CURVA
004550        MOVE WS-QTD-CURVA TO WS-IND-CURVA
004560        MOVE PTS-MOEDA    TO CRV-MOEDA(WS-IND-CURVA)
004570        MOVE WS-PTS-PRAZO TO CRV-PRAZO(WS-IND-CURVA)
004580        MOVE ZEROS        TO CRV-DATA(WS-IND-CURVA)
004590     END-IF
004600     IF WS-PTS-DATA >= CRV-DATA(WS-IND-CURVA)
004610        MOVE WS-PTS-DATA TO CRV-DATA(WS-IND-CURVA)
004620        MOVE WS-PONTOS-N TO CRV-PONTOS(WS-IND-CURVA)
004630     END-IF.
004640 4200-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* 4300-INTERPOLAR-PONTOS - DEVOLVE EM WS-PONTOS-MOEDA OS PONTOS
004690* DA MOEDA EM WS-COD-PROCURA PARA WS-DIAS-PRAZO, INTERPOLADOS
004700* LINEARMENTE ENTRE O MAIOR PRAZO DA CURVA ATE O DA CONVERSAO
004710* (SEM ELE, ZERO DIAS E ZERO PONTOS) E O MENOR PRAZO A PARTIR
004720* DELE. MOEDA SEM CURVA DEVOLVE ZERO PONTOS; PRAZO ALEM DO
004730* MAIOR DA CURVA DEVOLVE O STATUS 17 EM VEZ DE EXTRAPOLAR
004740*****************************************************************
004750 4300-INTERPOLAR-PONTOS.
004760     MOVE ZEROS TO WS-PONTOS-MOEDA
004770     MOVE "N"   TO WS-FLAG-TEM-CURVA
004780     MOVE "N"   TO WS-FLAG-TEM-SUPERIOR
004790     MOVE ZEROS TO WS-PRAZO-INF
004800     MOVE ZEROS TO WS-PONTOS-INF
004810     MOVE ZEROS TO WS-PRAZO-SUP
004820     MOVE ZEROS TO WS-PONTOS-SUP
004830     PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-CURVA
004840        IF CRV-MOEDA(K) = WS-COD-PROCURA
004850           MOVE "S" TO WS-FLAG-TEM-CURVA
004860           IF CRV-PRAZO(K) <= WS-DIAS-PRAZO
004870                 AND CRV-PRAZO(K) > WS-PRAZO-INF
004880              MOVE CRV-PRAZO(K)  TO WS-PRAZO-INF
004890              MOVE CRV-PONTOS(K) TO WS-PONTOS-INF
004900           END-IF
004910           IF CRV-PRAZO(K) >= WS-DIAS-PRAZO
004920                 AND (NOT TEM-PRAZO-SUPERIOR
004930                      OR CRV-PRAZO(K) < WS-PRAZO-SUP)
004940              MOVE "S"           TO WS-FLAG-TEM-SUPERIOR
004950              MOVE CRV-PRAZO(K)  TO WS-PRAZO-SUP
004960              MOVE CRV-PONTOS(K) TO WS-PONTOS-SUP
004970           END-IF
004980        END-IF
004990     END-PERFORM
005000
005010     IF NOT MOEDA-TEM-CURVA
005020        GO TO 4300-EXIT
005030     END-IF
005040     IF NOT TEM-PRAZO-SUPERIOR
005050        MOVE "17" TO CONV-STATUS
005060        GO TO 4300-EXIT
005070     END-IF
005080     ADD 1 TO WS-QTD-PERNAS-CURVA
005090     IF WS-PRAZO-SUP = WS-PRAZO-INF
005100        MOVE WS-PONTOS-SUP TO WS-PONTOS-MOEDA
005110     ELSE
005120        COMPUTE WS-PONTOS-MOEDA ROUNDED =
005130                WS-PONTOS-INF +
005140                ((WS-PONTOS-SUP - WS-PONTOS-INF) *
005150                 (WS-DIAS-PRAZO - WS-PRAZO-INF) /
005160                 (WS-PRAZO-SUP - WS-PRAZO-INF))
005170     END-IF.
005180 4300-EXIT.
005190     EXIT.
