000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COTACAO-CLIENTE.
000030 AUTHOR. EQUIPE-TESOURARIA.
000040 INSTALLATION. DEPARTAMENTO-DE-TECNOLOGIA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COTACAO-CLIENTE
000090*
000100*  MANUTENCAO DO CADASTRO DE CLIENTES (CLIENTES.TXT, CLIENTE.CPY),
000110*  QUE DA A CADA CLIENTE UM CODIGO, O NOME E A FAIXA (TIER) DA
000120*  TABELA DE MARGENS QUE LHE E COBRADA. O COTACAO-EDIT CONFERE A
000130*  COLUNA DE CLIENTE DO ARQUIVO DE TRANSACOES CONTRA ESTE
000140*  CADASTRO E O COTACAO-EXTRATO USA O NOME E A FAIXA NO
000150*  CABECALHO DE CADA EXTRATO. MESMAS OPERACOES CONTROLADAS DO
000160*  COTACAO-CADASTRO:
000170*
000180*     ADD        - INCLUI UM CLIENTE NO CADASTRO
000190*     UPDATE     - ALTERA O NOME E/OU A FAIXA
000200*     DEACTIVATE - DESATIVA O CLIENTE SEM REMOVE-LO DO CADASTRO
000210*     ACTIVATE   - REATIVA UM CLIENTE DESATIVADO
000220*
000230*  A FAIXA INFORMADA PRECISA TER AO MENOS UMA LINHA ATIVA NA
000240*  TABELA DE MARGENS (MARGENS.TXT), SENAO TODA TRANSACAO DO
000250*  CLIENTE SERIA REPROVADA NO LOTE COM "TIER SEM MARGEM".
000260*
000270*  ARGUMENTOS (ARGUMENT-VALUE):
000280*     1 - OPERACAO: ADD, UPDATE, DEACTIVATE OU ACTIVATE
000290*     2 - CODIGO DO CLIENTE (ATE 10 POSICOES)
000300*     3 - NOME DO CLIENTE, ENTRE ASPAS QUANDO TIVER ESPACOS (NAO
000310*         USADO EM DEACTIVATE/ACTIVATE; EM UPDATE, EM BRANCO
000320*         MANTEM O NOME ATUAL)
000330*     4 - FAIXA DE CLIENTE DA TABELA DE MARGENS (EM BRANCO NO ADD
000340*         CADASTRA O CLIENTE NA TAXA CHEIA; EM UPDATE, EM BRANCO
000350*         MANTEM A FAIXA ATUAL E "*" A LIMPA, VOLTANDO O CLIENTE
000351*         PARA A TAXA CHEIA; NAO USADO EM DEACTIVATE/ACTIVATE)
000360*
000370*  HISTORICO DE ALTERACOES
000380*  DATA        AUTOR   DESCRICAO
000390*  2026-10-15  RVJ     PROGRAMA CRIADO JUNTO COM O CADASTRO DE
000400*                      CLIENTES (CLIENTE.CPY).
000401*  2026-10-15  RVJ     UPDATE ACEITA "*" NA FAIXA PARA LIMPA-LA E
000402*                      DEVOLVER O CLIENTE A TAXA CHEIA.
000410*
000420*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000430*     0 - OPERACAO CONCLUIDA COM SUCESSO
000440*     1 - ARGUMENTOS INVALIDOS (VIDE MENSAGEM NO DISPLAY)
000450*     2 - OPERACAO INFORMADA NAO E ADD, UPDATE, DEACTIVATE NEM
000460*         ACTIVATE
000470*     3 - CLIENTE JA CADASTRADO (ADD)
000480*     4 - CLIENTE NAO ENCONTRADO (UPDATE, DEACTIVATE OU ACTIVATE)
000490*     5 - FALHA DE E/S AO ABRIR O CADASTRO DE CLIENTES
000500*     6 - FAIXA SEM LINHA ATIVA NA TABELA DE MARGENS (ADD OU
000510*         UPDATE)
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CLIENTES ASSIGN TO "clientes.txt"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLI-COD
000610         FILE STATUS IS WS-FS-CLIENTES.
000620
000630     SELECT MARGENS ASSIGN TO "margens.txt"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-MARGENS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CLIENTES.
000700 COPY "cliente.cpy".
000710
000720 FD  MARGENS.
000730 COPY "margem.cpy".
000740
000750 WORKING-STORAGE SECTION.
000760
000770 01  WS-ARG-OPERACAO         PIC X(10).
000780 01  WS-ARG-COD              PIC X(20).
000790 01  WS-ARG-NOME             PIC X(40).
000800 01  WS-ARG-TIER             PIC X(10).
000810
000820 01  WS-FS-CLIENTES          PIC X(02).
000830     88  FS-CLIENTES-OK               VALUE "00".
000840     88  FS-CLIENTES-NAO-EXISTE       VALUE "35".
000850 01  WS-FS-MARGENS           PIC X(02).
000860     88  FS-MARGENS-OK                VALUE "00".
000870 01  WS-EOF-MARGENS          PIC X(01) VALUE "N".
000880     88  FIM-MARGENS                  VALUE "Y".
000890
000900 01  WS-FLAG-ARGS-OK         PIC X(01) VALUE "Y".
000910     88  ARGS-OK                      VALUE "Y".
000920 01  WS-MSG-ERRO             PIC X(50) VALUE SPACES.
000930
000940 01  WS-FLAG-ENCONTRADO      PIC X(01) VALUE "N".
000950     88  CLIENTE-ENCONTRADO           VALUE "Y".
000960 01  WS-FLAG-DUPLICADO       PIC X(01) VALUE "N".
000970     88  CLIENTE-DUPLICADO            VALUE "Y".
000980 01  WS-FLAG-TIER-OK         PIC X(01) VALUE "N".
000990     88  TIER-COM-MARGEM              VALUE "Y".
001000
001010 PROCEDURE DIVISION.
001020
001030*****************************************************************
001040* 0000-MAINLINE
001050*****************************************************************
001060 0000-MAINLINE.
001070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001080     PERFORM 2000-VALIDAR-ARGUMENTOS THRU 2000-EXIT
001090
001100     IF NOT ARGS-OK
001110        DISPLAY "ERRO: " WS-MSG-ERRO
001120        MOVE 1 TO RETURN-CODE
001130        STOP RUN
001140     END-IF
001150
001160     IF (WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE")
001170           AND WS-ARG-TIER NOT = SPACES
001171           AND WS-ARG-TIER NOT = "*"
001180        PERFORM 2500-CONFERIR-TIER THRU 2500-EXIT
001190     END-IF
001200
001210     EVALUATE WS-ARG-OPERACAO
001220        WHEN "ADD"
001230           PERFORM 3000-INCLUIR THRU 3000-EXIT
001240        WHEN "UPDATE"
001250           PERFORM 4000-ALTERAR THRU 4000-EXIT
001260        WHEN "DEACTIVATE"
001270           PERFORM 4000-ALTERAR THRU 4000-EXIT
001280        WHEN "ACTIVATE"
001290           PERFORM 4000-ALTERAR THRU 4000-EXIT
001300        WHEN OTHER
001310           DISPLAY "ERRO: Operacao invalida. Use ADD, UPDATE, "
001320                   "DEACTIVATE ou ACTIVATE."
001330           MOVE 2 TO RETURN-CODE
001340     END-EVALUATE
001350
001360     STOP RUN.
001370
001380*****************************************************************
001390* 1000-INICIALIZAR - LE OS ARGUMENTOS INFORMADOS NA CHAMADA
001400*****************************************************************
001410 1000-INICIALIZAR.
001420     ACCEPT WS-ARG-OPERACAO FROM ARGUMENT-VALUE.
001430     ACCEPT WS-ARG-COD      FROM ARGUMENT-VALUE.
001440     ACCEPT WS-ARG-NOME     FROM ARGUMENT-VALUE.
001450     ACCEPT WS-ARG-TIER     FROM ARGUMENT-VALUE.
001460     INSPECT WS-ARG-OPERACAO CONVERTING
001470        "abcdefghijklmnopqrstuvwxyz" TO
001480        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001490     INSPECT WS-ARG-COD CONVERTING
001500        "abcdefghijklmnopqrstuvwxyz" TO
001510        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001520     INSPECT WS-ARG-TIER CONVERTING
001530        "abcdefghijklmnopqrstuvwxyz" TO
001540        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001550     IF WS-ARG-NOME = LOW-VALUES
001560        MOVE SPACES TO WS-ARG-NOME
001570     END-IF
001580     IF WS-ARG-TIER = LOW-VALUES
001590        MOVE SPACES TO WS-ARG-TIER
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630
001640*****************************************************************
001650* 2000-VALIDAR-ARGUMENTOS - CONFERE O CODIGO DO CLIENTE E, QUANDO
001660* A OPERACAO EXIGIR, O NOME E A FAIXA
001670*****************************************************************
001680 2000-VALIDAR-ARGUMENTOS.
001690     MOVE "Y"    TO WS-FLAG-ARGS-OK
001700     MOVE SPACES TO WS-MSG-ERRO
001710
001720     IF WS-ARG-COD = SPACES OR WS-ARG-COD = LOW-VALUES
001730        MOVE "N" TO WS-FLAG-ARGS-OK
001740        MOVE "Codigo do cliente nao informado" TO WS-MSG-ERRO
001750     END-IF
001760
001770     IF ARGS-OK AND WS-ARG-COD(11:10) NOT = SPACES
001780        MOVE "N" TO WS-FLAG-ARGS-OK
001790        MOVE "Codigo do cliente excede 10 posicoes"
001800             TO WS-MSG-ERRO
001810     END-IF
001820
001830     IF ARGS-OK AND WS-ARG-OPERACAO = "ADD"
001840           AND WS-ARG-NOME = SPACES
001850        MOVE "N" TO WS-FLAG-ARGS-OK
001860        MOVE "Nome do cliente nao informado" TO WS-MSG-ERRO
001870     END-IF
001880
001890     IF ARGS-OK AND WS-ARG-TIER(4:7) NOT = SPACES
001900        MOVE "N" TO WS-FLAG-ARGS-OK
001910        MOVE "Faixa de cliente invalida (ate 3 posicoes)"
001920             TO WS-MSG-ERRO
001930     END-IF
001931
001932     IF ARGS-OK AND WS-ARG-OPERACAO = "ADD"
001933           AND WS-ARG-TIER = "*"
001934        MOVE "N" TO WS-FLAG-ARGS-OK
001935        MOVE "Faixa * (limpar) so vale no UPDATE" TO WS-MSG-ERRO
001936     END-IF.
001940 2000-EXIT.
001950     EXIT.
001960
001970*****************************************************************
001980* 2500-CONFERIR-TIER - PROCURA NA TABELA DE MARGENS UMA LINHA
001990* ATIVA DA FAIXA INFORMADA (DE QUALQUER MOEDA E VIGENCIA). SEM
002000* ELA, O CLIENTE NAO E GRAVADO
002010*****************************************************************
002020 2500-CONFERIR-TIER.
002030     MOVE "N" TO WS-FLAG-TIER-OK
002040     OPEN INPUT MARGENS
002050     IF FS-MARGENS-OK
002060        MOVE "N" TO WS-EOF-MARGENS
002070        PERFORM UNTIL FIM-MARGENS OR TIER-COM-MARGEM
002080           READ MARGENS
002090              AT END
002100                 MOVE "Y" TO WS-EOF-MARGENS
002110              NOT AT END
002120                 IF MRG-TIER = WS-ARG-TIER(1:3)
002130                       AND NOT MRG-INATIVA
002140                    MOVE "Y" TO WS-FLAG-TIER-OK
002150                 END-IF
002160           END-READ
002170        END-PERFORM
002180        CLOSE MARGENS
002190     END-IF
002200
002210     IF NOT TIER-COM-MARGEM
002220        DISPLAY "ERRO: Faixa sem margem ativa na tabela de "
002230                "margens: " WS-ARG-TIER
002240        MOVE 6 TO RETURN-CODE
002250        STOP RUN
002260     END-IF.
002270 2500-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310* 3000-INCLUIR - GRAVA O CLIENTE NOVO DIRETO PELA CHAVE; O PROPRIO
002320* WRITE ACUSA, VIA INVALID KEY, SE O CLIENTE JA ESTA NO CADASTRO
002330*****************************************************************
002340 3000-INCLUIR.
002350     MOVE "N" TO WS-FLAG-DUPLICADO
002360     OPEN I-O CLIENTES
002370     IF NOT FS-CLIENTES-OK
002380        IF FS-CLIENTES-NAO-EXISTE
002390           OPEN OUTPUT CLIENTES
002400           CLOSE CLIENTES
002410           OPEN I-O CLIENTES
002420        ELSE
002430           DISPLAY "ERRO: Falha ao abrir o cadastro de clientes "
002440                   "(status " WS-FS-CLIENTES ")."
002450           MOVE 5 TO RETURN-CODE
002460           STOP RUN
002470        END-IF
002480     END-IF
002490
002500     MOVE WS-ARG-COD      TO CLI-COD
002510     MOVE WS-ARG-NOME     TO CLI-NOME
002520     MOVE WS-ARG-TIER     TO CLI-TIER
002530     MOVE "A"             TO CLI-STATUS
002540     WRITE CLIENTE-CAD
002550        INVALID KEY
002560           MOVE "Y" TO WS-FLAG-DUPLICADO
002570     END-WRITE
002580     CLOSE CLIENTES
002590
002600     IF CLIENTE-DUPLICADO
002610        DISPLAY "ERRO: Cliente ja cadastrado: " WS-ARG-COD
002620        MOVE 3 TO RETURN-CODE
002630     ELSE
002640        DISPLAY "Cliente incluido no cadastro: " WS-ARG-COD
002650        MOVE 0 TO RETURN-CODE
002660     END-IF.
002670 3000-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 4000-ALTERAR - LE O CLIENTE PELA CHAVE E REGRAVA CONFORME A
002720* OPERACAO: UPDATE TROCA NOME/FAIXA (EM BRANCO MANTEM O VALOR
002730* ATUAL E "*" LIMPA A FAIXA), DEACTIVATE MARCA "I" E ACTIVATE
002731* MARCA "A"
002740*****************************************************************
002750 4000-ALTERAR.
002760     MOVE "N" TO WS-FLAG-ENCONTRADO
002770     OPEN I-O CLIENTES
002780     IF FS-CLIENTES-OK
002790        MOVE WS-ARG-COD TO CLI-COD
002800        READ CLIENTES
002810           INVALID KEY
002820              CONTINUE
002830           NOT INVALID KEY
002840              MOVE "Y" TO WS-FLAG-ENCONTRADO
002850              EVALUATE WS-ARG-OPERACAO
002860                 WHEN "UPDATE"
002870                    IF WS-ARG-NOME NOT = SPACES
002880                       MOVE WS-ARG-NOME TO CLI-NOME
002890                    END-IF
002900                    EVALUATE WS-ARG-TIER
002910                       WHEN SPACES
002911                          CONTINUE
002912                       WHEN "*"
002913                          MOVE SPACES TO CLI-TIER
002914                       WHEN OTHER
002915                          MOVE WS-ARG-TIER TO CLI-TIER
002920                    END-EVALUATE
002930                 WHEN "DEACTIVATE"
002940                    MOVE "I" TO CLI-STATUS
002950                 WHEN "ACTIVATE"
002960                    MOVE "A" TO CLI-STATUS
002970              END-EVALUATE
002980              REWRITE CLIENTE-CAD
002990        END-READ
003000        CLOSE CLIENTES
003010     ELSE
003020        IF NOT FS-CLIENTES-NAO-EXISTE
003030           DISPLAY "ERRO: Falha ao abrir o cadastro de clientes "
003040                   "(status " WS-FS-CLIENTES ")."
003050           MOVE 5 TO RETURN-CODE
003060           STOP RUN
003070        END-IF
003080     END-IF
003090
003100     IF CLIENTE-ENCONTRADO
003110        DISPLAY "Cadastro atualizado com sucesso: " WS-ARG-COD
003120        MOVE 0 TO RETURN-CODE
003130     ELSE
003140        DISPLAY "ERRO: Cliente nao encontrado no cadastro: "
003150                WS-ARG-COD
003160        MOVE 4 TO RETURN-CODE
003170     END-IF.
003180 4000-EXIT.
003190     EXIT.
