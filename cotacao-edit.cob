000406*                      CONVERTER, A CRITICA PASSOU A CONFERIR A
000407*                      COLUNA DE TIER CONTRA A TABELA DE MARGENS
000408*                      (MARGENS.TXT), VIA MODULO COTACAO-CONV.
000409*  2026-10-15  RVJ     ACOMPANHANDO O CODIGO DE CLIENTE DO
000410*                      CONVERTER, A CRITICA PASSOU A CONFERIR A
000411*                      COLUNA DE CLIENTE CONTRA O CADASTRO DE
000412*                      CLIENTES (CLIENTES.TXT): CLIENTE SEM
000413*                      CADASTRO, DESATIVADO, OU COM TIER NA LINHA
000414*                      DIFERENTE DA FAIXA DO CADASTRO. LINHA SEM
000415*                      CLIENTE CONTINUA ACEITA (OPERACAO DA
000416*                      PROPRIA TESOURARIA). O RELATORIO GANHOU A
000417*                      COLUNA CLIENTE.
000418*  2026-10-15  RVJ     TRANS-REG ACOMPANHA O CONVERTER COM A
000419*                      COLUNA TRANS-SUSPENSAO (NUMERO DO ITEM DE
000420*                      SUSPENSAO NOS ARQUIVOS DE REENVIO DO
000421*                      COTACAO-SUSPENSO); A COLUNA NAO E
000422*                      CRITICADA.
000423*  2026-10-15  RVJ     TRANS-REG GANHOU A COLUNA TRANS-DATA-VALOR,
000424*                      PASSADA AO MODULO COTACAO-CONV: A CRITICA
000425*                      APONTA A DATA-VALOR INVALIDA E O PRAZO
000426*                      FORWARD SEM PONTOS CADASTRADOS.
000427*
000428*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000430*     0 - NENHUMA LINHA APONTADA
000440*     1 - ARQUIVO DE TRANSACOES NAO ENCONTRADO
000450*     2 - UMA OU MAIS LINHAS APONTADAS (VIDE RELATORIO)
000460*     3 - DATA DE REFERENCIA INVALIDA
000461*     4 - FALHA DE E/S AO ABRIR O CADASTRO DE CLIENTES
000470*****************************************************************
000480
000490 ENVIRONMENT DIVISION.
000560     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000581     SELECT CLIENTES ASSIGN TO "clientes.txt"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS CLI-COD
000585         FILE STATUS IS WS-FS-CLIENTES.
000586
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TRANSACOES.
000660     05  TRANS-DIRECAO           PIC X(01).
000661     05  TRANS-MODO              PIC X(01).
000662     05  TRANS-TIER              PIC X(03).
000663     05  TRANS-CLIENTE           PIC X(10).
000664     05  TRANS-SUSPENSAO         PIC X(07).
000665     05  TRANS-DATA-VALOR        PIC X(08).
000670
000680 FD  RELATORIO.
000690 01  REL-REG                     PIC X(100).
000691
000692 FD  CLIENTES.
000693 COPY "cliente.cpy".
000700
000710 WORKING-STORAGE SECTION.
000720
000840     88  FS-TRANSACOES-OK             VALUE "00".
000850 01  WS-EOF-TRANSACOES       PIC X(01) VALUE "N".
000860     88  FIM-TRANSACOES               VALUE "Y".
000861 01  WS-FS-CLIENTES          PIC X(02).
000862     88  FS-CLIENTES-OK               VALUE "00".
000863     88  FS-CLIENTES-NAO-EXISTE       VALUE "35".
000864 01  WS-FLAG-CLIENTES-ABERTO PIC X(01) VALUE "N".
000865     88  CLIENTES-ABERTO              VALUE "Y".
000870
000880 01  WS-DIRECAO              PIC X(01).
000890     88  DIRECAO-VALIDA               VALUES "C" "V".
000891 01  WS-MODO                 PIC X(01).
000892     88  MODO-VALIDO                  VALUES "R" " ".
000893 01  WS-TIER                 PIC X(03).
000894 01  WS-CLIENTE              PIC X(10).
000900 01  WS-ORIGEM               PIC X(03).
000910 01  WS-DESTINO              PIC X(03).
000920
001220     05  FILLER              PIC X(04) VALUE "ORG".
001230     05  FILLER              PIC X(04) VALUE "DST".
001240     05  FILLER              PIC X(04) VALUE "DIR".
001241     05  FILLER              PIC X(11) VALUE "CLIENTE".
001250     05  FILLER              PIC X(40) VALUE "MOTIVO".
001260
001270 01  WS-LINHA-DET.
001350     05  FILLER              PIC X(01) VALUE SPACE.
001360     05  DET-DIRECAO         PIC X(01).
001370     05  FILLER              PIC X(03) VALUE SPACES.
001371     05  DET-CLIENTE         PIC X(10).
001372     05  FILLER              PIC X(01) VALUE SPACE.
001380     05  DET-MOTIVO          PIC X(40).
001390
001400 PROCEDURE DIVISION.
001950        DISPLAY "ERRO: Arquivo de transacoes nao encontrado: "
001960                WS-ARQ-TRANSACOES
001970        MOVE 1 TO RETURN-CODE
001971        STOP RUN
001972     END-IF
001973
001974*    SEM O ARQUIVO DE CLIENTES A CRITICA SEGUE, MAS TODA LINHA
001975*    QUE TRAGA CLIENTE SAI APONTADA COMO CLIENTE SEM CADASTRO
001976     OPEN INPUT CLIENTES
001977     IF FS-CLIENTES-OK
001978        MOVE "Y" TO WS-FLAG-CLIENTES-ABERTO
001979     ELSE
001981        IF FS-CLIENTES-NAO-EXISTE
001982           DISPLAY "AVISO: Cadastro de clientes (clientes.txt) "
001983                   "nao encontrado."
001984        ELSE
001985           DISPLAY "ERRO: Falha ao abrir o cadastro de clientes "
001986                   "(status " WS-FS-CLIENTES ")."
001987           MOVE 4 TO RETURN-CODE
001988           STOP RUN
001989        END-IF
001990     END-IF
002000
002010     OPEN OUTPUT RELATORIO
003039        MOVE SPACES TO WS-TIER
003041     END-IF
003042
003043     MOVE TRANS-CLIENTE TO WS-CLIENTE
003044     INSPECT WS-CLIENTE CONVERTING
003045        "abcdefghijklmnopqrstuvwxyz" TO
003046        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003047     IF WS-CLIENTE = LOW-VALUES
003048        MOVE SPACES TO WS-CLIENTE
003049     END-IF
003051     IF WS-CLIENTE NOT = SPACES
003052        PERFORM 5250-CONFERIR-CLIENTE THRU 5250-EXIT
003053     END-IF
003054
003055     PERFORM 2000-VALIDAR-VALOR THRU 2000-EXIT
003056     IF NOT VALOR-OK
003060        MOVE "VALOR INVALIDO" TO WS-MSG-MOTIVO
003070        PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003080     ELSE
003230     MOVE WS-TENTATIVAS TO CONV-TENTATIVAS
003231     MOVE WS-MODO       TO CONV-MODO
003232     MOVE WS-TIER       TO CONV-TIER
003233     MOVE TRANS-DATA-VALOR TO CONV-DATA-VALOR
003234     IF CONV-DATA-VALOR = LOW-VALUES
003235        MOVE SPACES TO CONV-DATA-VALOR
003236     END-IF
003240     CALL "COTACAO-CONV" USING CONV-PARAMETROS
003250     EVALUATE TRUE
003260        WHEN CONV-OK
003396           MOVE "TIER SEM MARGEM CADASTRADA"
003397                TO WS-MSG-MOTIVO
003398           PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003399        WHEN CONV-DATA-VALOR-INVALIDA
003401           MOVE "DATA-VALOR INVALIDA"
003402                TO WS-MSG-MOTIVO
003403           PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003404        WHEN CONV-SEM-PONTOS
003405           MOVE "SEM PONTOS FORWARD PARA O PRAZO"
003406                TO WS-MSG-MOTIVO
003407           PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003408        WHEN OTHER
003410           MOVE "FALHA AO LER O ARQUIVO DE COTACOES"
003420                TO WS-MSG-MOTIVO
003430           PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003440     END-EVALUATE
003450
003460     IF NOT LINHA-OK
003461        ADD 1 TO WS-QTD-APONTADAS
003462     END-IF.
003463 5200-EXIT.
003464     EXIT.
003465
003466*****************************************************************
003467* 5250-CONFERIR-CLIENTE - PROCURA O CLIENTE DA LINHA NO CADASTRO
003468* DE CLIENTES E CONFERE SE ESTA ATIVO E SE O TIER DA LINHA E A
003469* FAIXA CADASTRADA PARA ELE, PARA O LOTE NAO COBRAR DO CLIENTE
003470* UMA MARGEM DIFERENTE DA COMBINADA
003471*****************************************************************
003472 5250-CONFERIR-CLIENTE.
003473     IF NOT CLIENTES-ABERTO
003474        MOVE "CLIENTE SEM CADASTRO" TO WS-MSG-MOTIVO
003475        PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003476        GO TO 5250-EXIT
003477     END-IF
003478
003479     MOVE WS-CLIENTE TO CLI-COD
003480     READ CLIENTES
003481        INVALID KEY
003482           MOVE "CLIENTE SEM CADASTRO" TO WS-MSG-MOTIVO
003483           PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003484           GO TO 5250-EXIT
003485     END-READ
003486
003487     IF CLI-INATIVO
003488        MOVE "CLIENTE DESATIVADO NO CADASTRO" TO WS-MSG-MOTIVO
003489        PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003490     END-IF
003491
003492     IF WS-TIER NOT = CLI-TIER
003493        MOVE "TIER DIFERENTE DO CADASTRO DO CLIENTE"
003494             TO WS-MSG-MOTIVO
003495        PERFORM 5300-APONTAR-LINHA THRU 5300-EXIT
003496     END-IF.
003497 5250-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003610     MOVE TRANS-ORIGEM  TO DET-ORIGEM
003620     MOVE TRANS-DESTINO TO DET-DESTINO
003630     MOVE TRANS-DIRECAO TO DET-DIRECAO
003631     MOVE TRANS-CLIENTE TO DET-CLIENTE
003640     MOVE WS-MSG-MOTIVO TO DET-MOTIVO
003650     MOVE WS-LINHA-DET  TO REL-REG
003660     WRITE REL-REG.
003860     WRITE REL-REG
003870
003880     CLOSE RELATORIO
003881     IF CLIENTES-ABERTO
003882        CLOSE CLIENTES
003883     END-IF
003890     DISPLAY "Critica gerada em " WS-ARQ-RELATORIO
003900             " - lidas: " WS-QTD-LIDAS
003910             " apontadas: " WS-QTD-APONTADAS.
