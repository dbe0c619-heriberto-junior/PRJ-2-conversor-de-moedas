000130*  FRAC-PARTE, POR TRES OPERACOES CONTROLADAS:
000140*
000150*     ADD        - INCLUI UMA NOVA COTACAO
000151*     UPDATE     - REVISA UMA COTACAO EXISTENTE NA DATA, GRAVANDO
000152*                  UMA NOVA VERSAO A PARTIR DA HORA INFORMADA
000170*     DEACTIVATE - DESATIVA UMA COTACAO SEM REMOVE-LA DO ARQUIVO
000171*     APPROVE    - APROVA UMA COTACAO RETIDA ACIMA DA TOLERANCIA
000172*                  (PENDENTE.TXT) E A GRAVA NO ARQUIVO DE COTACOES
000173*     REJECT     - REJEITA UMA COTACAO RETIDA, SEM GRAVAR NADA
000174*     PENDING    - LISTA AS COTACOES AINDA PENDENTES DE APROVACAO
000175*                  NO RELATORIO PENDENTE.REL (PRIMEIRO PASSO DA
000176*                  JANELA NOTURNA, PARA NINGUEM CONVERTER CONTRA
000177*                  UMA TAXA QUE AINDA ESPERA APROVACAO)
000180*
000181*  O ARQUIVO DE COTACOES E INDEXED, CHAVEADO POR COD-MOEDA,
000182*  DATA-EFETIVA E HORA-EFETIVA. ADD GRAVA DIRETO NO ARQUIVO (O
000183*  PROPRIO WRITE ACUSA CHAVE DUPLICADA); UPDATE LOCALIZA A VERSAO
000184*  VIGENTE NA DATA E HORA INFORMADAS E GRAVA A REVISAO COMO UMA
000185*  NOVA VERSAO, SEM APAGAR A ANTERIOR (A COTACAO DA MANHA CONTINUA
000186*  NO ARQUIVO PARA AS CONVERSOES FEITAS COM ELA); DEACTIVATE
000187*  POSICIONA NA PRIMEIRA VERSAO DA MOEDA E REGRAVA EM SEQUENCIA
000188*  TODAS AS VERSOES CADASTRADAS.
000189*
000191*  APROVACAO POR DOIS OPERADORES: UMA COTACAO (ADD OU UPDATE)
000192*  ACIMA DA TOLERANCIA DE VARIACAO, INFORMADA COM OVERRIDE, NAO
000193*  E MAIS GRAVADA NA HORA. ELA FICA RETIDA NO ARQUIVO DE
000194*  PENDENCIAS (PENDENTE.TXT, PENDENTE.CPY) COM O OPERADOR QUE A
000195*  DIGITOU, ASSIM COMO AS LINHAS DO COTACAO-IMPORT ACIMA DA
000196*  TOLERANCIA. UM SEGUNDO OPERADOR, DIFERENTE DO PRIMEIRO,
000197*  APROVA (APPROVE) OU REJEITA (REJECT) O ITEM; SO A APROVACAO
000198*  GRAVA A COTACAO, DO MESMO JEITO QUE A OPERACAO ORIGINAL A
000199*  GRAVARIA, E O LOG DE MANUTENCAO REGISTRA OS DOIS OPERADORES.
000201*  UMA COTACAO DENTRO DA TOLERANCIA CONTINUA SENDO GRAVADA NA
000202*  HORA, COM OU SEM OVERRIDE.
000240*
000250*  ARGUMENTOS (ARGUMENT-VALUE):
000260*     1 - OPERACAO: ADD, UPDATE OU DEACTIVATE
000450*    10 - A PALAVRA "OVERRIDE" PARA CADASTRAR MESMO ACIMA DA
000460*         TOLERANCIA, NOS MOVIMENTOS GRANDES LEGITIMOS
000470*         (DESVALORIZACAO); EM BRANCO A COTACAO ACIMA DA
000471*         TOLERANCIA E REJEITADA. COM OVERRIDE A COTACAO ACIMA
000472*         DA TOLERANCIA FICA RETIDA PARA APROVACAO DE UM SEGUNDO
000473*         OPERADOR (VIDE APPROVE)
000490*    11 - QUANTAS VEZES REABRIR O ARQUIVO DE COTACOES QUANDO O
000500*         ENCONTRAR TRAVADO POR OUTRO PROGRAMA (EM BRANCO
000501*         ASSUME 3)
000502*    12 - HORA DE VIGENCIA DA VERSAO, HHMMSS OU HHMM. EM BRANCO
000503*         ASSUME A HORA CORRENTE NA DATA DE HOJE; NAS DEMAIS
000504*         DATAS ASSUME 000000 NO ADD E E OBRIGATORIA NO UPDATE
000505*         (NAO USADO EM DEACTIVATE)
000506*    13 - IDENTIFICACAO DO OPERADOR (ATE 10 POSICOES). OBRIGATORIO
000507*         COM OVERRIDE E EM APPROVE/REJECT; NAS DEMAIS OPERACOES,
000508*         QUANDO INFORMADO, VAI PARA O LOG DE MANUTENCAO
000509*     APPROVE E REJECT USAM SO O ARGUMENTO 2, COM O NUMERO DO ITEM
000511*     PENDENTE, E O 13, COM O SEGUNDO OPERADOR. PENDING NAO USA
000512*     ARGUMENTOS.
000520*
000530*  HISTORICO DE ALTERACOES
000540*  DATA        AUTOR   DESCRICAO
001207*                      REJEITAR) QUANDO A DATA DE VIGENCIA CAI
001208*                      NUM DIA NAO UTIL, PELO MODULO
001209*                      COTACAO-DIAUTIL (FERIADOS.TXT).
001211*  2026-10-15  RVJ     VERSOES INTRADIA DA COTACAO: A HORA DE
001212*                      VIGENCIA (ARG12) ENTROU NA CHAVE. UPDATE
001213*                      DEIXOU DE REGRAVAR O REGISTRO E PASSOU A
001214*                      GRAVAR UMA NOVA VERSAO NA DATA, MANTENDO A
001215*                      ANTERIOR PARA AS CONVERSOES JA FEITAS; A
001216*                      VARIACAO E CONFERIDA CONTRA A VERSAO
001217*                      IMEDIATAMENTE ANTERIOR E O LOG DE
001218*                      MANUTENCAO GANHOU AS HORAS DE VIGENCIA.
001219*  2026-10-15  RVJ     APROVACAO POR DOIS OPERADORES: COTACAO
001221*                      ACIMA DA TOLERANCIA COM OVERRIDE FICA
001222*                      RETIDA EM PENDENTE.TXT (RETURN-CODE 9) ATE
001223*                      O APPROVE OU REJECT DE OUTRO OPERADOR.
001224*                      NOVO ARG13 (OPERADOR), NOVA OPERACAO
001225*                      PENDING E LOG DE MANUTENCAO COM OS DOIS
001226*                      OPERADORES.
001227*  2026-10-15  RVJ     PENDING PASSOU A MOSTRAR O MOTIVO DA
001228*                      RETENCAO: VARIACAO (V) OU DIVERGENCIA
001229*                      ENTRE O BANCO E O FORNECEDOR NA CARGA DO
001231*                      COTACAO-IMPORT (D).
001232*  2026-10-15  RVJ     UPDATE FORA DA DATA DE HOJE PASSOU A EXIGIR
001233*                      A HORA DE VIGENCIA (ARG12): O 000000
001234*                      ASSUMIDO E A CHAVE DA PROPRIA VERSAO
001235*                      REVISADA E O UPDATE SEMPRE CAIA NO RC 3.
001236*
001237*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
001238*     0 - OPERACAO CONCLUIDA COM SUCESSO
001239*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
001241*     2 - OPERACAO INFORMADA NAO E ADD, UPDATE, DEACTIVATE,
001242*         APPROVE, REJECT NEM PENDING
001243*     3 - MOEDA JA CADASTRADA NESTA DATA E HORA (ADD OU UPDATE)
001244*     4 - COTACAO NAO ENCONTRADA (UPDATE OU DEACTIVATE); NO
001245*         UPDATE, NENHUMA VERSAO DA MOEDA NA DATA ATE A HORA
001246*         INFORMADA
001270*     5 - FALHA DE E/S AO ABRIR O ARQUIVO DE COTACOES
001280*     6 - VARIACAO DA COTACAO ACIMA DA TOLERANCIA, SEM OVERRIDE
001290*         (ADD OU UPDATE)
001293*     8 - FALHA DE E/S AO GRAVAR O LOG DE MANUTENCAO
001294*         (COTACAO-MNT.LOG); A ALTERACAO NO ARQUIVO DE COTACOES
001295*         JA FOI EFETIVADA QUANDO ESTE ERRO ACONTECE
001296*     9 - VARIACAO ACIMA DA TOLERANCIA COM OVERRIDE: A COTACAO
001297*         FICOU RETIDA PARA APROVACAO (PENDENTE.TXT) E NADA FOI
001298*         GRAVADO NO ARQUIVO DE COTACOES
001299*    10 - APPROVE/REJECT: ITEM NAO ENCONTRADO OU JA DECIDIDO
001301*    11 - APPROVE/REJECT: O SEGUNDO OPERADOR E O MESMO QUE
001302*         PROPOS A COTACAO
001303*    12 - FALHA DE E/S NO ARQUIVO DE PENDENCIAS (PENDENTE.TXT)
001304*         OU LIMITE DE ITENS DA TABELA EXCEDIDO; NO APPROVE, A
001305*         COTACAO JA FOI GRAVADA QUANDO A FALHA E NA REGRAVACAO
001306*    13 - PENDING: HA COTACOES PENDENTES DE APROVACAO (VIDE
001307*         PENDENTE.REL)
001308*****************************************************************
001310
001320 ENVIRONMENT DIVISION.
001330 INPUT-OUTPUT SECTION.
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
001390                                             DATA-EFETIVA
001391                                             HORA-EFETIVA
001400         FILE STATUS IS WS-FS-MOEDAS.
001410
001411     SELECT CADASTRO ASSIGN TO "moedacad.txt"
001418         ORGANIZATION IS LINE SEQUENTIAL
001419         FILE STATUS IS WS-FS-MNT.
001421
001422     SELECT PENDENCIAS ASSIGN TO "pendente.txt"
001423         ORGANIZATION IS LINE SEQUENTIAL
001424         FILE STATUS IS WS-FS-PENDENTE.
001425
001426     SELECT RELATORIO ASSIGN TO "pendente.rel"
001427         ORGANIZATION IS LINE SEQUENTIAL.
001428
001429 DATA DIVISION.
001430 FILE SECTION.
001440 FD  MOEDAS.
001450 COPY "moedareg.cpy".
001464 FD  LOG-MANUTENCAO.
001465 COPY "cotmnt.cpy".
001466
001467 FD  PENDENCIAS.
001468 COPY "pendente.cpy".
001469
001471 FD  RELATORIO.
001472 01  REL-REG                     PIC X(139).
001473
001474 WORKING-STORAGE SECTION.
001480
001490 01  WS-ARG-OPERACAO         PIC X(10).
001500 01  WS-ARG-COD              PIC X(10).
001540 01  WS-ARG-FRAC-V           PIC X(10).
001550 01  WS-ARG-DATA             PIC X(10).
001560 01  WS-DATA-VIGENCIA        PIC 9(08).
001561 01  WS-ARG-HORA             PIC X(10).
001562 01  WS-HORA-VIGENCIA        PIC 9(06).
001563 01  WS-HORA-VIGENCIA-R REDEFINES WS-HORA-VIGENCIA.
001564     05  WS-HV-HH            PIC 9(02).
001565     05  WS-HV-MM            PIC 9(02).
001566     05  WS-HV-SS            PIC 9(02).
001567 01  WS-HORA-SISTEMA         PIC 9(08).
001568 01  WS-DATA-HOJE            PIC 9(08).
001570 01  WS-ARG-DECIMAIS         PIC X(10).
001580 01  WS-QTD-DECIMAIS         PIC 9(01).
001590 01  WS-ARG-TOLERANCIA       PIC X(10).
001630 01  WS-ARG-TENTATIVAS       PIC X(10).
001640 01  WS-TENTATIVAS           PIC 9(02) VALUE 3.
001650 01  WS-TENTATIVA            PIC 9(02).
001651 01  WS-ESPERA-SEGUNDOS      PIC 9(08) VALUE 1.
001652 01  WS-ARG-OPERADOR         PIC X(10).
001653
001654*    OPERADOR QUE PROPOS A COTACAO, SEGUNDO OPERADOR QUE A APROVOU
001655*    E OPERACAO REGISTRADOS NO LOG DE MANUTENCAO; NO APPROVE VEM
001656*    DO ITEM PENDENTE, NAS DEMAIS OPERACOES DOS ARGUMENTOS
001657 01  WS-OPERADOR             PIC X(10).
001658 01  WS-APROVADOR            PIC X(10) VALUE SPACES.
001659 01  WS-OPERACAO-LOG         PIC X(10).
001661 01  WS-FLAG-APROVACAO       PIC X(01) VALUE "N".
001662     88  APROVACAO-EM-CURSO           VALUE "Y".
001670
001680 01  WS-FS-MOEDAS            PIC X(02).
001690     88  FS-MOEDAS-OK                 VALUE "00".
001716 01  WS-FS-MNT               PIC X(02).
001717     88  FS-MNT-OK                    VALUE "00".
001718     88  FS-MNT-NAO-EXISTE            VALUE "35".
001719 01  WS-IMAGEM-ANTES         PIC X(35).
001720 01  WS-IMAGEM-DEPOIS        PIC X(35).
001721
001722*    AREA DE PARAMETROS DO MODULO DE CALENDARIO DE DIAS UTEIS
001723 COPY "diautil.cpy".
001910 01  WS-FLAG-DUPLICADA       PIC X(01) VALUE "N".
001920     88  MOEDA-DUPLICADA              VALUE "Y".
001930
001931 01  WS-TAXA-NOVA            PIC 9(03)V9(05).
001932 01  WS-TAXA-ANTERIOR        PIC 9(03)V9(05).
001933 01  WS-TAXA-DIFERENCA       PIC 9(03)V9(05).
001934 01  WS-ANT-INT-C            PIC 9(03).
001935 01  WS-ANT-FRAC-C           PIC 9(05).
001936 01  WS-ANT-INT-V            PIC 9(03).
001937 01  WS-ANT-FRAC-V           PIC 9(05).
001938 01  WS-VARIACAO-PCT         PIC 9(05)V99.
001939 01  WS-VARIACAO-ED          PIC ZZZZ9.99.
001940 01  WS-FLAG-ANTERIOR        PIC X(01) VALUE "N".
001941     88  ANTERIOR-ACHADA              VALUE "Y".
001942 01  WS-FLAG-VARIACAO-OK     PIC X(01) VALUE "Y".
001943     88  VARIACAO-OK                  VALUE "Y".
001944
001945 01  WS-FS-PENDENTE          PIC X(02).
001946     88  FS-PENDENTE-OK               VALUE "00".
001947     88  FS-PENDENTE-NAO-EXISTE       VALUE "35".
001948 01  WS-EOF-PENDENTE         PIC X(01) VALUE "N".
001949     88  FIM-PENDENTE                 VALUE "Y".
001950 01  WS-NUMERO-PENDENTE      PIC 9(07) VALUE ZERO.
001951 01  WS-ULT-PENDENTE         PIC 9(07) VALUE ZERO.
001952 01  WS-DATA-DECISAO         PIC 9(08).
001953 01  WS-HORA-DECISAO         PIC 9(08).
001954
001955*    ARQUIVO DE PENDENCIAS CARREGADO EM MEMORIA, NA ORDEM DO
001956*    ARQUIVO, PARA APPROVE, REJECT E PENDING
001957 01  WS-QTD-PEN              PIC 9(05) VALUE ZERO.
001958 01  WS-MAX-PEN              PIC 9(05) VALUE 2000.
001959 01  WS-TAB-PEN.
001960     05  WS-PEN OCCURS 2000 TIMES.
001961         10  TAB-PEN-LINHA   PIC X(205).
001962 01  I                       PIC 9(05).
001963 01  WS-IND-PEN              PIC 9(05).
001964 77  WS-QTD-PENDENTES        PIC 9(05) VALUE ZERO.
001965
001966*    VISAO DECODIFICADA DE UM ITEM DA TABELA (MESMAS POSICOES DE
001967*    PENDENTE.CPY)
001968 01  WS-ITEM-PEN             PIC X(205).
001969 01  WS-ITEM-PEN-R REDEFINES WS-ITEM-PEN.
001970     05  PND-NUMERO          PIC 9(07).
001971     05  FILLER              PIC X(01).
001972     05  PND-SITUACAO        PIC X(01).
001973         88  PND-PENDENTE             VALUE "P".
001974         88  PND-APROVADO             VALUE "A".
001975         88  PND-REJEITADO            VALUE "R".
001976     05  FILLER              PIC X(01).
001977     05  PND-PROGRAMA        PIC X(15).
001978     05  FILLER              PIC X(01).
001979     05  PND-OPERACAO        PIC X(10).
001980     05  FILLER              PIC X(01).
001981     05  PND-COD             PIC X(03).
001982     05  FILLER              PIC X(01).
001983     05  PND-INT-C           PIC 9(03).
001984     05  FILLER              PIC X(01).
001985     05  PND-FRAC-C          PIC 9(05).
001986     05  FILLER              PIC X(01).
001987     05  PND-INT-V           PIC 9(03).
001988     05  FILLER              PIC X(01).
001989     05  PND-FRAC-V          PIC 9(05).
001990     05  FILLER              PIC X(01).
001991     05  PND-DATA-EFETIVA    PIC 9(08).
001992     05  FILLER              PIC X(01).
001993     05  PND-HORA-EFETIVA    PIC 9(06).
001994     05  FILLER              PIC X(01).
001995     05  PND-VARIACAO        PIC 9(05)V99.
001996     05  FILLER              PIC X(01).
001997     05  PND-TOLERANCIA      PIC 9(03).
001998     05  FILLER              PIC X(01).
001999     05  PND-OPERADOR        PIC X(10).
002000     05  FILLER              PIC X(01).
002001     05  PND-DATA-INCLUSAO   PIC 9(08).
002002     05  FILLER              PIC X(01).
002003     05  PND-HORA-INCLUSAO   PIC 9(08).
002004     05  FILLER              PIC X(01).
002005     05  PND-APROVADOR       PIC X(10).
002006     05  FILLER              PIC X(01).
002007     05  PND-DATA-DECISAO    PIC 9(08).
002008     05  FILLER              PIC X(01).
002009     05  PND-HORA-DECISAO    PIC 9(08).
002010     05  FILLER              PIC X(01).
002011     05  PND-ARQ-ORIGEM      PIC X(50).
002012     05  FILLER              PIC X(01).
002013     05  PND-LINHA-ORIGEM    PIC 9(05).
002014     05  FILLER              PIC X(01).
002015     05  PND-MOTIVO          PIC X(01).
002016         88  PND-POR-VARIACAO         VALUES "V" " ".
002017         88  PND-POR-DIVERGENCIA      VALUE "D".
002018
002019 01  WS-QTD-ED               PIC ZZZZ9.
002020
002021 01  WS-CAB-RELATORIO.
002022     05  FILLER              PIC X(45) VALUE
002023         "COTACOES PENDENTES DE APROVACAO - POSICAO EM ".
002024     05  CAB-DATA            PIC 9(08).
002025     05  FILLER              PIC X(01) VALUE SPACE.
002026     05  CAB-HORA            PIC 9(08).
002027
002028 01  WS-CAB-COLUNAS.
002029     05  FILLER              PIC X(08) VALUE "ITEM".
002030     05  FILLER              PIC X(16) VALUE "PROGRAMA".
002031     05  FILLER              PIC X(11) VALUE "OPERACAO".
002032     05  FILLER              PIC X(04) VALUE "MOE".
002033     05  FILLER              PIC X(09) VALUE "VIGENCIA".
002034     05  FILLER              PIC X(07) VALUE "HORA".
002035     05  FILLER              PIC X(10) VALUE "   COMPRA".
002036     05  FILLER              PIC X(10) VALUE "    VENDA".
002037     05  FILLER              PIC X(02) VALUE "M".
002038     05  FILLER              PIC X(09) VALUE "    VAR%".
002039     05  FILLER              PIC X(07) VALUE "   TOL%".
002040     05  FILLER              PIC X(11) VALUE "OPERADOR".
002041     05  FILLER              PIC X(09) VALUE "INCLUSAO".
002042     05  FILLER              PIC X(21) VALUE "ARQUIVO DA CARGA".
002043     05  FILLER              PIC X(05) VALUE "LINHA".
002044
002045 01  WS-LINHA-DET.
002046     05  DET-NUMERO          PIC 9(07).
002047     05  FILLER              PIC X(01) VALUE SPACE.
002048     05  DET-PROGRAMA        PIC X(15).
002049     05  FILLER              PIC X(01) VALUE SPACE.
002050     05  DET-OPERACAO        PIC X(10).
002051     05  FILLER              PIC X(01) VALUE SPACE.
002052     05  DET-COD             PIC X(03).
002053     05  FILLER              PIC X(01) VALUE SPACE.
002054     05  DET-VIGENCIA        PIC 9(08).
002055     05  FILLER              PIC X(01) VALUE SPACE.
002056     05  DET-HORA-VIG        PIC 9(06).
002057     05  FILLER              PIC X(01) VALUE SPACE.
002058     05  DET-COMPRA          PIC ZZ9.99999.
002059     05  FILLER              PIC X(01) VALUE SPACE.
002060     05  DET-VENDA           PIC ZZ9.99999.
002061     05  FILLER              PIC X(01) VALUE SPACE.
002062     05  DET-MOTIVO          PIC X(01).
002063     05  FILLER              PIC X(01) VALUE SPACE.
002064     05  DET-VARIACAO        PIC ZZZZ9.99.
002065     05  FILLER              PIC X(01) VALUE SPACE.
002066     05  DET-TOLERANCIA      PIC ZZ9.99.
002067     05  FILLER              PIC X(01) VALUE SPACE.
002068     05  DET-OPERADOR        PIC X(10).
002069     05  FILLER              PIC X(01) VALUE SPACE.
002070     05  DET-INCLUSAO        PIC 9(08).
002071     05  FILLER              PIC X(01) VALUE SPACE.
002072     05  DET-ARQ-ORIGEM      PIC X(20).
002073     05  FILLER              PIC X(01) VALUE SPACE.
002074     05  DET-LINHA-ORIGEM    PIC ZZZZZ.
002075
002080 PROCEDURE DIVISION.
002090
002100*****************************************************************
002270           PERFORM 4000-ALTERAR THRU 4000-EXIT
002280        WHEN "DEACTIVATE"
002290           PERFORM 4000-ALTERAR THRU 4000-EXIT
002291        WHEN "APPROVE"
002292           PERFORM 5000-APROVAR THRU 5000-EXIT
002293        WHEN "REJECT"
002294           PERFORM 5100-REJEITAR THRU 5100-EXIT
002295        WHEN "PENDING"
002296           PERFORM 5200-LISTAR-PENDENTES THRU 5200-EXIT
002300        WHEN OTHER
002301           DISPLAY "ERRO: Operacao invalida. Use ADD, UPDATE, "
002302                   "DEACTIVATE, APPROVE, REJECT OU PENDING."
002330           MOVE 2 TO RETURN-CODE
002340     END-EVALUATE
002350
002500     ACCEPT WS-ARG-TOLERANCIA FROM ARGUMENT-VALUE.
002510     ACCEPT WS-ARG-OVERRIDE FROM ARGUMENT-VALUE.
002520     ACCEPT WS-ARG-TENTATIVAS FROM ARGUMENT-VALUE.
002521     ACCEPT WS-ARG-HORA     FROM ARGUMENT-VALUE.
002522     ACCEPT WS-ARG-OPERADOR FROM ARGUMENT-VALUE.
002530     INSPECT WS-ARG-OPERACAO CONVERTING
002540        "abcdefghijklmnopqrstuvwxyz" TO
002550        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002560     INSPECT WS-ARG-OVERRIDE CONVERTING
002570        "abcdefghijklmnopqrstuvwxyz" TO
002580        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002581     INSPECT WS-ARG-OPERADOR CONVERTING
002582        "abcdefghijklmnopqrstuvwxyz" TO
002583        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002584     IF WS-ARG-OPERADOR = LOW-VALUES
002585        MOVE SPACES TO WS-ARG-OPERADOR
002586     END-IF
002587     MOVE WS-ARG-OPERADOR TO WS-OPERADOR
002588     MOVE WS-ARG-OPERACAO TO WS-OPERACAO-LOG
002590
002600     IF WS-ARG-DATA = SPACES OR WS-ARG-DATA = LOW-VALUES
002610        ACCEPT WS-DATA-VIGENCIA FROM DATE YYYYMMDD
002620     ELSE
002621        MOVE WS-ARG-DATA TO WS-DATA-VIGENCIA
002622     END-IF
002623
002624*    SEM HORA, A REVISAO DE HOJE VALE A PARTIR DE AGORA; UMA
002625*    COTACAO DE OUTRA DATA VALE DESDE O INICIO DAQUELE DIA (O
002626*    UPDATE DE OUTRA DATA SEM HORA E RECUSADO EM 2000-VALIDAR-
002627*    ARGUMENTOS, ONDE TAMBEM E CONFERIDA A HORA INFORMADA)
002628     MOVE ZEROS TO WS-HORA-VIGENCIA
002629     MOVE ZEROS TO WS-DATA-HOJE
002631     IF WS-ARG-HORA = SPACES OR WS-ARG-HORA = LOW-VALUES
002632        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002633        IF WS-DATA-VIGENCIA = WS-DATA-HOJE
002634           ACCEPT WS-HORA-SISTEMA FROM TIME
002635           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-VIGENCIA
002636        END-IF
002640     END-IF
002650
002660*    A MESA NEM SEMPRE TEM AS DUAS PONTAS; VENDA EM BRANCO ASSUME A
003030     MOVE "Y"    TO WS-FLAG-ARGS-OK
003040     MOVE SPACES TO WS-MSG-ERRO
003050
003051     IF (WS-ARG-COD = SPACES OR WS-ARG-COD = LOW-VALUES)
003052           AND WS-ARG-OPERACAO NOT = "PENDING"
003053        MOVE "N" TO WS-FLAG-ARGS-OK
003054        MOVE "Codigo da moeda nao informado" TO WS-MSG-ERRO
003055        IF WS-ARG-OPERACAO = "APPROVE"
003056              OR WS-ARG-OPERACAO = "REJECT"
003057           MOVE "Numero do item pendente nao informado"
003058                TO WS-MSG-ERRO
003059        END-IF
003061     END-IF
003062
003063     IF ARGS-OK AND
003064           (WS-ARG-OPERACAO = "APPROVE" OR
003065            WS-ARG-OPERACAO = "REJECT")
003066        MOVE WS-ARG-COD TO WS-CAMPO-NUM
003067        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
003068        IF NOT CAMPO-OK OR WS-ARG-COD(8:3) NOT = SPACES
003069           MOVE "N" TO WS-FLAG-ARGS-OK
003071           MOVE "Numero do item pendente invalido" TO WS-MSG-ERRO
003072        ELSE
003073           MOVE WS-ARG-COD(1:7) TO WS-NUMERO-PENDENTE
003074        END-IF
003075     END-IF
003076
003077*    SEM O OPERADOR NAO HA COMO GARANTIR QUE QUEM APROVA NAO E
003078*    QUEM PROPOS A COTACAO
003079     IF ARGS-OK AND WS-ARG-OPERADOR = SPACES
003081        IF WS-ARG-OPERACAO = "APPROVE"
003082              OR WS-ARG-OPERACAO = "REJECT"
003083              OR ((WS-ARG-OPERACAO = "ADD" OR
003084                   WS-ARG-OPERACAO = "UPDATE") AND OVERRIDE-ATIVO)
003085           MOVE "N" TO WS-FLAG-ARGS-OK
003086           MOVE "Operador nao informado (argumento 13)"
003087                TO WS-MSG-ERRO
003088        END-IF
003090     END-IF
003100
003110     IF ARGS-OK AND
003650        END-IF
003660     END-IF
003670
003671     IF ARGS-OK AND
003672           (WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE")
003673           AND WS-ARG-HORA NOT = SPACES
003674           AND WS-ARG-HORA NOT = LOW-VALUES
003675        PERFORM 2200-CONFERIR-HORA THRU 2200-EXIT
003676     END-IF
003677
003678*    SEM HORA, O UPDATE DE OUTRA DATA CAIRIA EM 000000, QUE JA E
003679*    A CHAVE DA VERSAO QUE ESTA SENDO REVISADA
003681     IF ARGS-OK AND WS-ARG-OPERACAO = "UPDATE"
003682           AND (WS-ARG-HORA = SPACES OR WS-ARG-HORA = LOW-VALUES)
003683           AND WS-DATA-VIGENCIA NOT = WS-DATA-HOJE
003684        MOVE "N" TO WS-FLAG-ARGS-OK
003685        MOVE "UPDATE fora de hoje exige a hora de vigencia"
003686             TO WS-MSG-ERRO
003687     END-IF
003880
003890     IF ARGS-OK AND
003900           (WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE")
004340     EXIT.
004350
004360*****************************************************************
004361* 2200-CONFERIR-HORA - CONFERE A HORA DE VIGENCIA INFORMADA
004362* (HHMMSS, OU HHMM COM OS SEGUNDOS ZERADOS) E A GUARDA EM
004363* WS-HORA-VIGENCIA
004364*****************************************************************
004365 2200-CONFERIR-HORA.
004366     IF WS-ARG-HORA(1:6) NUMERIC AND WS-ARG-HORA(7:4) = SPACES
004367        MOVE WS-ARG-HORA(1:6) TO WS-HORA-VIGENCIA
004368     ELSE
004369        IF WS-ARG-HORA(1:4) NUMERIC
004371              AND WS-ARG-HORA(5:6) = SPACES
004372           MOVE WS-ARG-HORA(1:4) TO WS-HORA-VIGENCIA(1:4)
004373           MOVE ZEROS            TO WS-HV-SS
004374        ELSE
004375           MOVE "N" TO WS-FLAG-ARGS-OK
004376           MOVE "Hora de vigencia invalida" TO WS-MSG-ERRO
004377           GO TO 2200-EXIT
004378        END-IF
004379     END-IF
004381     IF WS-HV-HH > 23 OR WS-HV-MM > 59 OR WS-HV-SS > 59
004382        MOVE "N" TO WS-FLAG-ARGS-OK
004383        MOVE "Hora de vigencia invalida" TO WS-MSG-ERRO
004384     END-IF.
004385 2200-EXIT.
004386     EXIT.
004387
004388*****************************************************************
004389* 2500-CONFERIR-VARIACAO - COMPARA A NOVA COTACAO COM A COTACAO
004391* ANTERIOR MAIS RECENTE DA MESMA MOEDA (A VERSAO IMEDIATAMENTE
004392* ANTERIOR A DATA E HORA INFORMADAS, MESMO QUE DO MESMO DIA) E
004393* REPROVA UMA VARIACAO PERCENTUAL ACIMA DA
004394* TOLERANCIA (COM OVERRIDE O CHAMADOR RETEM A COTACAO PARA
004395* APROVACAO; NO APPROVE A CONFERENCIA NAO E FEITA, POIS O
004396* SEGUNDO OPERADOR JA ACEITOU A VARIACAO). PEGA O DEDO GORDO
004410* QUE PASSA PELA VALIDACAO NUMERICA (52 EM VEZ DE 5). CADA PONTA
004420* (COMPRA E VENDA) E CONFERIDA CONTRA A MESMA PONTA DA COTACAO
004430* ANTERIOR. UMA MOEDA SEM COTACAO ANTERIOR CADASTRA NORMALMENTE.
004470     MOVE "Y" TO WS-FLAG-VARIACAO-OK
004480     MOVE "N" TO WS-FLAG-ANTERIOR
004490     MOVE "N" TO WS-EOF-MOEDAS
004491     IF APROVACAO-EM-CURSO
004510        GO TO 2500-EXIT
004520     END-IF
004530
004540     MOVE WS-ARG-COD TO COD-MOEDA
004541     MOVE WS-DATA-VIGENCIA TO DATA-EFETIVA
004542     MOVE WS-HORA-VIGENCIA TO HORA-EFETIVA
004543     START MOEDAS KEY IS < MOEDAS-CHAVE
004570        INVALID KEY
004580           MOVE "Y" TO WS-EOF-MOEDAS
004590     END-START
005250     DISPLAY "ERRO: Variacao de " WS-VARIACAO-ED
005260             "% frente a cotacao anterior excede a tolerancia"
005270             " de " WS-TOLERANCIA "%. Use OVERRIDE para "
005271             "enviar um movimento legitimo a aprovacao."
005272     MOVE 6 TO RETURN-CODE
005273     STOP RUN.
005274 2510-EXIT.
005275     EXIT.
005276
005277*****************************************************************
005278* 2550-RETER-PENDENTE - COTACAO ACIMA DA TOLERANCIA INFORMADA COM
005279* OVERRIDE: EM VEZ DE GRAVAR NO ARQUIVO DE COTACOES, ACRESCENTA
005280* UM ITEM AO ARQUIVO DE PENDENCIAS COM O OPERADOR QUE A PROPOS E
005281* ENCERRA COM RETURN-CODE 9. A COTACAO SO E GRAVADA PELO APPROVE
005282* DE OUTRO OPERADOR
005283*****************************************************************
005284 2550-RETER-PENDENTE.
005285     CLOSE MOEDAS
005286     PERFORM 5700-CARREGAR-PENDENTES THRU 5700-EXIT
005287     COMPUTE WS-NUMERO-PENDENTE = WS-ULT-PENDENTE + 1
005288
005289     MOVE SPACES             TO WS-ITEM-PEN
005290     MOVE WS-NUMERO-PENDENTE TO PND-NUMERO
005291     MOVE "P"                TO PND-SITUACAO
005292     MOVE "COTACAO-MAINT"    TO PND-PROGRAMA
005293     MOVE WS-ARG-OPERACAO    TO PND-OPERACAO
005294     MOVE WS-ARG-COD         TO PND-COD
005295     MOVE WS-INT-CHECK-C     TO PND-INT-C
005296     MOVE WS-FRAC-CHECK-C    TO PND-FRAC-C
005297     MOVE WS-INT-CHECK-V     TO PND-INT-V
005298     MOVE WS-FRAC-CHECK-V    TO PND-FRAC-V
005299     MOVE WS-DATA-VIGENCIA   TO PND-DATA-EFETIVA
005300     MOVE WS-HORA-VIGENCIA   TO PND-HORA-EFETIVA
005301     MOVE WS-VARIACAO-PCT    TO PND-VARIACAO
005302     MOVE WS-TOLERANCIA      TO PND-TOLERANCIA
005303     MOVE WS-OPERADOR        TO PND-OPERADOR
005304     ACCEPT PND-DATA-INCLUSAO FROM DATE YYYYMMDD
005305     ACCEPT PND-HORA-INCLUSAO FROM TIME
005306     MOVE ZEROS              TO PND-DATA-DECISAO
005307     MOVE ZEROS              TO PND-HORA-DECISAO
005308     MOVE ZEROS              TO PND-LINHA-ORIGEM
005309     MOVE "V"                TO PND-MOTIVO
005310     PERFORM 5600-GRAVAR-PENDENTE THRU 5600-EXIT
005311
005312     MOVE WS-VARIACAO-PCT TO WS-VARIACAO-ED
005313     DISPLAY "AVISO: Variacao de " WS-VARIACAO-ED
005314             "% excede a tolerancia de " WS-TOLERANCIA
005315             "%. Cotacao retida para aprovacao de outro "
005316             "operador: item " WS-NUMERO-PENDENTE
005317     MOVE 9 TO RETURN-CODE
005318     STOP RUN.
005319 2550-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005581*****************************************************************
005582* 3000-INCLUIR - GRAVA A NOVA COTACAO DIRETO PELA CHAVE; O PROPRIO
005583* WRITE ACUSA, VIA INVALID KEY, SE A MOEDA JA EXISTE NESTA DATA
005584* E HORA
005585*****************************************************************
005586 3000-INCLUIR.
005587     MOVE "N" TO WS-FLAG-DUPLICADA
005590     PERFORM 2600-ABRIR-MOEDAS-IO THRU 2600-EXIT
005600     IF NOT FS-MOEDAS-OK
005610        IF FS-MOEDAS-NAO-EXISTE
005720
005730     PERFORM 2500-CONFERIR-VARIACAO THRU 2500-EXIT
005740     IF NOT VARIACAO-OK
005741        IF OVERRIDE-ATIVO
005742           PERFORM 2550-RETER-PENDENTE THRU 2550-EXIT
005743        END-IF
005750        PERFORM 2510-REJEITAR-VARIACAO THRU 2510-EXIT
005760     END-IF
005770
005810     MOVE WS-ARG-INT-V     TO INT-VENDA
005820     MOVE WS-ARG-FRAC-V    TO FRAC-VENDA
005830     MOVE WS-DATA-VIGENCIA TO DATA-EFETIVA
005831     MOVE WS-HORA-VIGENCIA TO HORA-EFETIVA
005840     MOVE "A"              TO STATUS-MOEDA
005850     MOVE WS-QTD-DECIMAIS  TO QTD-DECIMAIS
005860     WRITE MOEDA-REG
005900     CLOSE MOEDAS
005910
005920     IF MOEDA-DUPLICADA
005921        DISPLAY "ERRO: Moeda ja cadastrada nesta data e hora: "
005922                WS-ARG-COD " " WS-DATA-VIGENCIA " "
005923                WS-HORA-VIGENCIA
005950        MOVE 3 TO RETURN-CODE
005960     ELSE
005961        PERFORM 7000-GRAVAR-LOG-MANUTENCAO THRU 7000-EXIT
006010     EXIT.
006020
006030*****************************************************************
006031* 4000-ALTERAR - DESPACHA PARA UPDATE (NOVA VERSAO DA COTACAO DA
006032* MOEDA NA DATA) OU DEACTIVATE (TODAS AS VERSOES CADASTRADAS
006033* PARA A MOEDA)
006070*****************************************************************
006080 4000-ALTERAR.
006090     IF WS-ARG-OPERACAO = "UPDATE"
006150     EXIT.
006160
006170*****************************************************************
006171* 4200-ALTERAR-UPDATE - LOCALIZA A VERSAO DA COTACAO VIGENTE NA
006172* DATA E HORA INFORMADAS (TEM DE SER UMA VERSAO DO MESMO DIA) E
006173* GRAVA A REVISAO COMO UMA NOVA VERSAO A PARTIR DAQUELA HORA,
006174* COM A MESMA SITUACAO DA VERSAO REVISADA. A VERSAO ANTERIOR
006175* FICA NO ARQUIVO: AS CONVERSOES FEITAS ANTES DA REVISAO
006176* CONTINUAM RECONCILIANDO CONTRA ELA. UMA VERSAO JA EXISTENTE
006177* NA MESMA HORA NAO E SOBREGRAVADA (RETURN-CODE 3)
006200*****************************************************************
006210 4200-ALTERAR-UPDATE.
006220     MOVE "N" TO WS-FLAG-ENCONTRADA
006221     MOVE "N" TO WS-FLAG-DUPLICADA
006230     PERFORM 2600-ABRIR-MOEDAS-IO THRU 2600-EXIT
006240     IF FS-MOEDAS-OK
006250        PERFORM 2500-CONFERIR-VARIACAO THRU 2500-EXIT
006251        IF NOT VARIACAO-OK AND NOT OVERRIDE-ATIVO
006270           PERFORM 2510-REJEITAR-VARIACAO THRU 2510-EXIT
006280        END-IF
006281*       A COTACAO SO E RETIDA SE HA VERSAO NA DATA PARA REVISAR;
006282*       SEM ELA O UPDATE TERMINA EM "NAO ENCONTRADA" COMO SEMPRE
006283        PERFORM 4210-LOCALIZAR-VERSAO THRU 4210-EXIT
006284        IF MOEDA-ENCONTRADA AND NOT VARIACAO-OK
006285           PERFORM 2550-RETER-PENDENTE THRU 2550-EXIT
006286        END-IF
006287        IF MOEDA-ENCONTRADA
006288           MOVE MOEDA-REG        TO WS-IMAGEM-ANTES
006289           MOVE WS-HORA-VIGENCIA TO HORA-EFETIVA
006291           MOVE WS-ARG-INT-C     TO INT-COMPRA
006292           MOVE WS-ARG-FRAC-C    TO FRAC-COMPRA
006293           MOVE WS-ARG-INT-V     TO INT-VENDA
006294           MOVE WS-ARG-FRAC-V    TO FRAC-VENDA
006295           MOVE WS-QTD-DECIMAIS  TO QTD-DECIMAIS
006296           WRITE MOEDA-REG
006297              INVALID KEY
006298                 MOVE "Y" TO WS-FLAG-DUPLICADA
006299           END-WRITE
006301           MOVE MOEDA-REG        TO WS-IMAGEM-DEPOIS
006302        END-IF
006430        CLOSE MOEDAS
006440     ELSE
006450        IF NOT FS-MOEDAS-NAO-EXISTE
006500        END-IF
006510     END-IF
006520
006521     IF MOEDA-DUPLICADA
006522        DISPLAY "ERRO: Moeda ja cadastrada nesta data e hora: "
006523                WS-ARG-COD " " WS-DATA-VIGENCIA " "
006524                WS-HORA-VIGENCIA
006525        MOVE 3 TO RETURN-CODE
006526        GO TO 4200-EXIT
006527     END-IF
006530     IF MOEDA-ENCONTRADA
006531        PERFORM 7000-GRAVAR-LOG-MANUTENCAO THRU 7000-EXIT
006540        DISPLAY "Cotacao atualizada com sucesso: " WS-ARG-COD
006541                " " WS-DATA-VIGENCIA " " WS-HORA-VIGENCIA
006550        MOVE 0 TO RETURN-CODE
006560     ELSE
006570        DISPLAY "ERRO: Cotacao nao encontrada: " WS-ARG-COD
006571                " " WS-DATA-VIGENCIA " " WS-HORA-VIGENCIA
006572        MOVE 4 TO RETURN-CODE
006573     END-IF.
006574 4200-EXIT.
006575     EXIT.
006576
006577*****************************************************************
006578* 4210-LOCALIZAR-VERSAO - POSICIONA NA ULTIMA VERSAO DA MOEDA COM
006579* CHAVE ATE A DATA E HORA INFORMADAS E A ACEITA QUANDO E DA
006581* MESMA DATA DE VIGENCIA; O REGISTRO FICA EM MOEDA-REG
006582*****************************************************************
006583 4210-LOCALIZAR-VERSAO.
006584     MOVE "N" TO WS-FLAG-ENCONTRADA
006585     MOVE "N" TO WS-EOF-MOEDAS
006586     MOVE WS-ARG-COD       TO COD-MOEDA
006587     MOVE WS-DATA-VIGENCIA TO DATA-EFETIVA
006588     MOVE WS-HORA-VIGENCIA TO HORA-EFETIVA
006589     START MOEDAS KEY IS <= MOEDAS-CHAVE
006591        INVALID KEY
006592           MOVE "Y" TO WS-EOF-MOEDAS
006593     END-START
006594     IF NOT FIM-MOEDAS
006595        READ MOEDAS NEXT RECORD
006596           AT END
006597              MOVE "Y" TO WS-EOF-MOEDAS
006598        END-READ
006599     END-IF
006601     IF NOT FIM-MOEDAS
006602           AND COD-MOEDA = WS-ARG-COD
006603           AND DATA-EFETIVA = WS-DATA-VIGENCIA
006604        MOVE "Y" TO WS-FLAG-ENCONTRADA
006605     END-IF.
006606 4210-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006720     IF FS-MOEDAS-OK
006730        MOVE WS-ARG-COD TO COD-MOEDA
006740        MOVE ZEROS      TO DATA-EFETIVA
006741        MOVE ZEROS      TO HORA-EFETIVA
006750        START MOEDAS KEY IS NOT LESS THAN MOEDAS-CHAVE
006760           INVALID KEY
006770              MOVE "Y" TO WS-EOF-MOEDAS
006860                    MOVE "I" TO STATUS-MOEDA
006870                    REWRITE MOEDA-REG
006871                    MOVE MOEDA-REG TO WS-IMAGEM-DEPOIS
006872*                   UM REGISTRO DE LOG POR VERSAO
006873*                   DESATIVADA, CADA UM COM SUA IMAGEM
006874                    PERFORM 7000-GRAVAR-LOG-MANUTENCAO
006875                            THRU 7000-EXIT
007060     ELSE
007070        DISPLAY "ERRO: Cotacao nao encontrada: " WS-ARG-COD
007080        MOVE 4 TO RETURN-CODE
007081     END-IF.
007082 4300-EXIT.
007083     EXIT.
007084
007085*****************************************************************
007086* 5000-APROVAR - APROVACAO DE UMA COTACAO RETIDA POR UM SEGUNDO
007087* OPERADOR. A COTACAO E GRAVADA PELA MESMA ROTINA DA OPERACAO
007088* ORIGINAL (UPDATE EM 4200, ADD E IMPORT EM 3000) COM OS VALORES
007089* GUARDADOS NO ITEM, SEM REPETIR A CONFERENCIA DE VARIACAO. SE A
007090* GRAVACAO FALHAR (VERSAO JA EXISTENTE, VERSAO NAO ENCONTRADA,
007091* MOEDA DESATIVADA NO CADASTRO) O ITEM CONTINUA PENDENTE
007092*****************************************************************
007093 5000-APROVAR.
007094     PERFORM 5700-CARREGAR-PENDENTES THRU 5700-EXIT
007095     PERFORM 5750-LOCALIZAR-PENDENTE THRU 5750-EXIT
007096
007097     MOVE "Y"              TO WS-FLAG-APROVACAO
007098     MOVE PND-COD          TO WS-ARG-COD
007099     MOVE PND-INT-C        TO WS-ARG-INT-C
007100     MOVE PND-FRAC-C       TO WS-ARG-FRAC-C
007101     MOVE PND-INT-V        TO WS-ARG-INT-V
007102     MOVE PND-FRAC-V       TO WS-ARG-FRAC-V
007103     MOVE PND-DATA-EFETIVA TO WS-DATA-VIGENCIA
007104     MOVE PND-HORA-EFETIVA TO WS-HORA-VIGENCIA
007105     MOVE PND-OPERACAO     TO WS-OPERACAO-LOG
007106     MOVE PND-OPERADOR     TO WS-OPERADOR
007107     MOVE WS-ARG-OPERADOR  TO WS-APROVADOR
007108
007109     PERFORM 2700-CONFERIR-CADASTRO THRU 2700-EXIT
007110     IF PND-OPERACAO = "UPDATE"
007111        PERFORM 4200-ALTERAR-UPDATE THRU 4200-EXIT
007112     ELSE
007113        PERFORM 3000-INCLUIR THRU 3000-EXIT
007114     END-IF
007115     IF RETURN-CODE NOT = 0
007116        DISPLAY "AVISO: Item " WS-NUMERO-PENDENTE
007117                " nao aprovado; continua pendente."
007118        GO TO 5000-EXIT
007119     END-IF
007120
007121     MOVE "A" TO PND-SITUACAO
007122     PERFORM 5800-REGISTRAR-DECISAO THRU 5800-EXIT
007123     DISPLAY "Item " WS-NUMERO-PENDENTE " aprovado por "
007124             WS-APROVADOR
007125     MOVE 0 TO RETURN-CODE.
007126 5000-EXIT.
007127     EXIT.
007128
007129*****************************************************************
007130* 5100-REJEITAR - REJEICAO DE UMA COTACAO RETIDA POR UM SEGUNDO
007131* OPERADOR. NADA E GRAVADO NO ARQUIVO DE COTACOES; O ITEM FICA NO
007132* ARQUIVO DE PENDENCIAS COMO REJEITADO, COM QUEM O REJEITOU
007133*****************************************************************
007134 5100-REJEITAR.
007135     PERFORM 5700-CARREGAR-PENDENTES THRU 5700-EXIT
007136     PERFORM 5750-LOCALIZAR-PENDENTE THRU 5750-EXIT
007137
007138     MOVE "R" TO PND-SITUACAO
007139     PERFORM 5800-REGISTRAR-DECISAO THRU 5800-EXIT
007140     DISPLAY "Item " WS-NUMERO-PENDENTE " rejeitado por "
007141             WS-ARG-OPERADOR
007142     MOVE 0 TO RETURN-CODE.
007143 5100-EXIT.
007144     EXIT.
007145
007146*****************************************************************
007147* 5200-LISTAR-PENDENTES - RELATORIO (PENDENTE.REL) DAS COTACOES
007148* AINDA PENDENTES DE APROVACAO. RODA NO INICIO DA JANELA NOTURNA:
007149* RETURN-CODE 13 QUANDO HA ALGUM ITEM PENDENTE
007150*****************************************************************
007151 5200-LISTAR-PENDENTES.
007152     PERFORM 5700-CARREGAR-PENDENTES THRU 5700-EXIT
007153     MOVE ZERO TO WS-QTD-PENDENTES
007154
007155     OPEN OUTPUT RELATORIO
007156     ACCEPT CAB-DATA FROM DATE YYYYMMDD
007157     ACCEPT CAB-HORA FROM TIME
007158     MOVE WS-CAB-RELATORIO TO REL-REG
007159     WRITE REL-REG
007160     MOVE SPACES TO REL-REG
007161     WRITE REL-REG
007162     MOVE WS-CAB-COLUNAS TO REL-REG
007163     WRITE REL-REG
007164
007165     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PEN
007166        MOVE TAB-PEN-LINHA(I) TO WS-ITEM-PEN
007167        IF PND-PENDENTE
007168           PERFORM 5210-LISTAR-ITEM THRU 5210-EXIT
007169        END-IF
007170     END-PERFORM
007171
007172     MOVE SPACES TO REL-REG
007173     WRITE REL-REG
007174     MOVE WS-QTD-PENDENTES TO WS-QTD-ED
007175     MOVE SPACES TO REL-REG
007176     STRING "ITENS PENDENTES: " WS-QTD-ED DELIMITED BY SIZE
007177            INTO REL-REG
007178     WRITE REL-REG
007179     CLOSE RELATORIO
007180
007181     IF WS-QTD-PENDENTES > ZERO
007182        DISPLAY "AVISO: " WS-QTD-ED " cotacao(oes) pendente(s) "
007183                "de aprovacao. Vide pendente.rel."
007184        MOVE 13 TO RETURN-CODE
007185     ELSE
007186        DISPLAY "Nenhuma cotacao pendente de aprovacao."
007187        MOVE 0 TO RETURN-CODE
007188     END-IF.
007189 5200-EXIT.
007190     EXIT.
007191
007192*****************************************************************
007193* 5210-LISTAR-ITEM - UMA LINHA DE DETALHE DO ITEM EM WS-ITEM-PEN
007194*****************************************************************
007195 5210-LISTAR-ITEM.
007196     ADD 1 TO WS-QTD-PENDENTES
007197     MOVE PND-NUMERO        TO DET-NUMERO
007198     MOVE PND-PROGRAMA      TO DET-PROGRAMA
007199     MOVE PND-OPERACAO      TO DET-OPERACAO
007200     MOVE PND-COD           TO DET-COD
007201     MOVE PND-DATA-EFETIVA  TO DET-VIGENCIA
007202     MOVE PND-HORA-EFETIVA  TO DET-HORA-VIG
007203     COMPUTE DET-COMPRA = PND-INT-C + (PND-FRAC-C / 100000)
007204     COMPUTE DET-VENDA  = PND-INT-V + (PND-FRAC-V / 100000)
007205     MOVE PND-VARIACAO      TO DET-VARIACAO
007206*    NA DIVERGENCIA ENTRE FONTES O LIMITE VEM EM PONTOS-BASE
007207     IF PND-POR-DIVERGENCIA
007208        MOVE "D" TO DET-MOTIVO
007209        COMPUTE DET-TOLERANCIA = PND-TOLERANCIA / 100
007210     ELSE
007211        MOVE "V" TO DET-MOTIVO
007212        MOVE PND-TOLERANCIA TO DET-TOLERANCIA
007213     END-IF
007214     MOVE PND-OPERADOR      TO DET-OPERADOR
007215     MOVE PND-DATA-INCLUSAO TO DET-INCLUSAO
007216     MOVE PND-ARQ-ORIGEM    TO DET-ARQ-ORIGEM
007217     MOVE PND-LINHA-ORIGEM  TO DET-LINHA-ORIGEM
007218     MOVE WS-LINHA-DET TO REL-REG
007219     WRITE REL-REG.
007220 5210-EXIT.
007221     EXIT.
007222
007223*****************************************************************
007224* 5600-GRAVAR-PENDENTE - ACRESCENTA O ITEM MONTADO EM WS-ITEM-PEN
007225* NO FIM DO ARQUIVO DE PENDENCIAS (CRIADO NA PRIMEIRA RETENCAO)
007226*****************************************************************
007227 5600-GRAVAR-PENDENTE.
007228     OPEN EXTEND PENDENCIAS
007229     IF NOT FS-PENDENTE-OK
007230        IF FS-PENDENTE-NAO-EXISTE
007231           OPEN OUTPUT PENDENCIAS
007232        END-IF
007233        IF NOT FS-PENDENTE-OK
007234           DISPLAY "ERRO: Falha ao abrir o arquivo de pendencias "
007235                   "(status " WS-FS-PENDENTE ")."
007236           MOVE 12 TO RETURN-CODE
007237           STOP RUN
007238        END-IF
007239     END-IF
007240     MOVE WS-ITEM-PEN TO PEN-REG
007241     WRITE PEN-REG
007242     IF NOT FS-PENDENTE-OK
007243        DISPLAY "ERRO: Falha ao gravar o arquivo de pendencias "
007244                "(status " WS-FS-PENDENTE ")."
007245        MOVE 12 TO RETURN-CODE
007246        STOP RUN
007247     END-IF
007248     CLOSE PENDENCIAS.
007249 5600-EXIT.
007250     EXIT.
007251
007252*****************************************************************
007253* 5700-CARREGAR-PENDENTES - CARREGA O ARQUIVO DE PENDENCIAS NA
007254* TABELA EM MEMORIA E GUARDA O MAIOR NUMERO DE ITEM JA USADO.
007255* ARQUIVO INEXISTENTE (STATUS 35) E UMA TABELA VAZIA
007256*****************************************************************
007257 5700-CARREGAR-PENDENTES.
007258     MOVE ZERO TO WS-QTD-PEN
007259     MOVE ZERO TO WS-ULT-PENDENTE
007260     MOVE "N"  TO WS-EOF-PENDENTE
007261     OPEN INPUT PENDENCIAS
007262     IF FS-PENDENTE-NAO-EXISTE
007263        GO TO 5700-EXIT
007264     END-IF
007265     IF NOT FS-PENDENTE-OK
007266        DISPLAY "ERRO: Falha ao abrir o arquivo de pendencias "
007267                "(status " WS-FS-PENDENTE ")."
007268        MOVE 12 TO RETURN-CODE
007269        STOP RUN
007270     END-IF
007271     PERFORM UNTIL FIM-PENDENTE
007272        READ PENDENCIAS
007273           AT END
007274              MOVE "Y" TO WS-EOF-PENDENTE
007275           NOT AT END
007276              IF WS-QTD-PEN >= WS-MAX-PEN
007277                 DISPLAY "ERRO: Arquivo de pendencias excede o "
007278                         "limite de " WS-MAX-PEN " itens."
007279                 CLOSE PENDENCIAS
007280                 MOVE 12 TO RETURN-CODE
007281                 STOP RUN
007282              END-IF
007283              ADD 1 TO WS-QTD-PEN
007284              MOVE PEN-REG TO TAB-PEN-LINHA(WS-QTD-PEN)
007285              IF PEN-NUMERO > WS-ULT-PENDENTE
007286                 MOVE PEN-NUMERO TO WS-ULT-PENDENTE
007287              END-IF
007288        END-READ
007289     END-PERFORM
007290     CLOSE PENDENCIAS.
007291 5700-EXIT.
007292     EXIT.
007293
007294*****************************************************************
007295* 5750-LOCALIZAR-PENDENTE - LOCALIZA NA TABELA O ITEM INFORMADO
007296* NO APPROVE/REJECT E O DEIXA EM WS-ITEM-PEN. SO UM ITEM AINDA
007297* PENDENTE PODE SER DECIDIDO, E NUNCA PELO OPERADOR QUE O PROPOS
007298*****************************************************************
007299 5750-LOCALIZAR-PENDENTE.
007300     MOVE ZERO TO WS-IND-PEN
007301     PERFORM VARYING I FROM 1 BY 1
007302             UNTIL I > WS-QTD-PEN OR WS-IND-PEN > ZERO
007303        MOVE TAB-PEN-LINHA(I) TO WS-ITEM-PEN
007304        IF PND-NUMERO = WS-NUMERO-PENDENTE
007305           MOVE I TO WS-IND-PEN
007306        END-IF
007307     END-PERFORM
007308     IF WS-IND-PEN = ZERO
007309        DISPLAY "ERRO: Item pendente nao encontrado: "
007310                WS-NUMERO-PENDENTE
007311        MOVE 10 TO RETURN-CODE
007312        STOP RUN
007313     END-IF
007314
007315     MOVE TAB-PEN-LINHA(WS-IND-PEN) TO WS-ITEM-PEN
007316     IF NOT PND-PENDENTE
007317        DISPLAY "ERRO: Item " WS-NUMERO-PENDENTE
007318                " ja foi decidido (situacao " PND-SITUACAO ")."
007319        MOVE 10 TO RETURN-CODE
007320        STOP RUN
007321     END-IF
007322     IF PND-OPERADOR = WS-ARG-OPERADOR
007323        DISPLAY "ERRO: Item " WS-NUMERO-PENDENTE
007324                " proposto pelo mesmo operador; a decisao cabe a"
007325                " um segundo operador."
007326        MOVE 11 TO RETURN-CODE
007327        STOP RUN
007328     END-IF.
007329 5750-EXIT.
007330     EXIT.
007331
007332*****************************************************************
007333* 5800-REGISTRAR-DECISAO - GRAVA NO ITEM EM WS-ITEM-PEN (SITUACAO
007334* JA MARCADA PELO CHAMADOR) O SEGUNDO OPERADOR E A DATA E HORA DA
007335* DECISAO, DEVOLVE O ITEM A TABELA E REGRAVA O ARQUIVO INTEIRO
007336*****************************************************************
007337 5800-REGISTRAR-DECISAO.
007338     ACCEPT WS-DATA-DECISAO FROM DATE YYYYMMDD
007339     ACCEPT WS-HORA-DECISAO FROM TIME
007340     MOVE WS-ARG-OPERADOR TO PND-APROVADOR
007341     MOVE WS-DATA-DECISAO TO PND-DATA-DECISAO
007342     MOVE WS-HORA-DECISAO TO PND-HORA-DECISAO
007343     MOVE WS-ITEM-PEN     TO TAB-PEN-LINHA(WS-IND-PEN)
007344     PERFORM 5900-REGRAVAR-PENDENTES THRU 5900-EXIT.
007345 5800-EXIT.
007346     EXIT.
007347
007348*****************************************************************
007349* 5900-REGRAVAR-PENDENTES - REGRAVA O ARQUIVO DE PENDENCIAS A
007350* PARTIR DA TABELA, NA MESMA ORDEM EM QUE FOI CARREGADO
007351*****************************************************************
007352 5900-REGRAVAR-PENDENTES.
007353     OPEN OUTPUT PENDENCIAS
007354     IF NOT FS-PENDENTE-OK
007355        DISPLAY "ERRO: Falha ao regravar o arquivo de pendencias "
007356                "(status " WS-FS-PENDENTE ")."
007357        MOVE 12 TO RETURN-CODE
007358        STOP RUN
007359     END-IF
007360     PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-PEN
007361        MOVE TAB-PEN-LINHA(I) TO PEN-REG
007362        WRITE PEN-REG
007363        IF NOT FS-PENDENTE-OK
007364           DISPLAY "ERRO: Falha ao regravar o arquivo de "
007365                   "pendencias (status " WS-FS-PENDENTE ")."
007366           MOVE 12 TO RETURN-CODE
007367           STOP RUN
007368        END-IF
007369     END-PERFORM
007370     CLOSE PENDENCIAS.
007371 5900-EXIT.
007372     EXIT.
007373
007374*****************************************************************
007375* 7000-GRAVAR-LOG-MANUTENCAO - REGISTRA NO LOG DE MANUTENCAO
007376* (COTACAO-MNT.LOG) A ALTERACAO QUE ACABOU DE SER EFETIVADA NO
007377* ARQUIVO DE COTACOES, COM DATA, HORA, OPERACAO, AS IMAGENS
007378* ANTES/DEPOIS DO REGISTRO, A MARCA DE OVERRIDE DA TOLERANCIA
007379* (SO NA GRAVACAO APROVADA) E OS OPERADORES QUE PROPUSERAM E
007380* APROVARAM A COTACAO.
007381* COMO A ALTERACAO JA FOI GRAVADA, UMA FALHA DE E/S AQUI ENCERRA
007382* O JOB COM RETURN-CODE PROPRIO PARA O SCHEDULER ACUSAR O BURACO
007383* NA TRILHA DE AUDITORIA
007384*****************************************************************
007385 7000-GRAVAR-LOG-MANUTENCAO.
007386     OPEN EXTEND LOG-MANUTENCAO
007387     IF NOT FS-MNT-OK
007388        IF FS-MNT-NAO-EXISTE
007389           OPEN OUTPUT LOG-MANUTENCAO
007390        END-IF
007391        IF NOT FS-MNT-OK
007392           DISPLAY "ERRO: Falha ao abrir o log de manutencao "
007393                   "(status " WS-FS-MNT ")."
007394           MOVE 8 TO RETURN-CODE
007395           STOP RUN
007396        END-IF
007397     END-IF
007398
007399     MOVE SPACES TO MNT-REG
007400     ACCEPT MNT-DATA FROM DATE YYYYMMDD
007401     ACCEPT MNT-HORA FROM TIME
007402     MOVE "COTACAO-MAINT"   TO MNT-PROGRAMA
007403     MOVE WS-OPERACAO-LOG   TO MNT-OPERACAO
007404     IF APROVACAO-EM-CURSO
007410        MOVE "S" TO MNT-OVERRIDE
007420     END-IF
007421     MOVE WS-OPERADOR       TO MNT-OPERADOR
007422     MOVE WS-APROVADOR      TO MNT-APROVADOR
007430     MOVE WS-IMAGEM-ANTES   TO MNT-ANTES
007440     MOVE WS-IMAGEM-DEPOIS  TO MNT-DEPOIS
007441     MOVE WS-IMAGEM-ANTES(30:6)  TO MNT-HORA-ANTES
007442     MOVE WS-IMAGEM-DEPOIS(30:6) TO MNT-HORA-DEPOIS
007450     WRITE MNT-REG
007451     IF NOT FS-MNT-OK
007452        DISPLAY "ERRO: Falha ao gravar o log de manutencao "
