000160*  COTACAO-MAINT:
000170*
000180*     ADD        - INCLUI UMA MOEDA NO CADASTRO
000181*     UPDATE     - ALTERA O NOME, AS CASAS DECIMAIS E/OU A
000182*                  DIVERGENCIA MAXIMA ENTRE AS FONTES
000200*     DEACTIVATE - DESATIVA A MOEDA SEM REMOVE-LA DO CADASTRO
000210*     ACTIVATE   - REATIVA UMA MOEDA DESATIVADA
000220*
000290*     4 - QUANTIDADE DE CASAS DECIMAIS DA MOEDA (EM BRANCO
000300*         ASSUME 2 NO ADD E MANTEM A ATUAL NO UPDATE; NAO USADO
000310*         EM DEACTIVATE/ACTIVATE)
000311*     5 - DIVERGENCIA MAXIMA, EM PONTOS-BASE (0 A 999), ACEITA
000312*         PELO COTACAO-IMPORT ENTRE A COTACAO DO BANCO CENTRAL E
000313*         A DO FORNECEDOR DE DADOS DE MERCADO (EM BRANCO ASSUME 0
000314*         NO ADD - O LIMITE PADRAO DA CARGA - E MANTEM A ATUAL NO
000315*         UPDATE; NAO USADO EM DEACTIVATE/ACTIVATE)
000320*
000330*  HISTORICO DE ALTERACOES
000340*  DATA        AUTOR   DESCRICAO
000350*  2026-09-02  RVJ     PROGRAMA CRIADO JUNTO COM O CADASTRO DE
000360*                      MOEDAS (MOEDACAD.CPY).
000361*  2026-10-15  RVJ     NOVO ARG5 COM A DIVERGENCIA MAXIMA ENTRE
000362*                      AS FONTES DE COTACAO DA MOEDA, USADA PELA
000363*                      CONFERENCIA DO COTACAO-IMPORT CONTRA O
000364*                      ARQUIVO DO FORNECEDOR.
000370*
000380*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000390*     0 - OPERACAO CONCLUIDA COM SUCESSO
000660 01  WS-ARG-NOME             PIC X(30).
000670 01  WS-ARG-DECIMAIS         PIC X(10).
000680 01  WS-QTD-DECIMAIS         PIC 9(01).
000681 01  WS-ARG-DIVERGENCIA      PIC X(10).
000682 01  WS-DIVERGENCIA          PIC 9(03) VALUE ZERO.
000690
000700 01  WS-FS-CADASTRO          PIC X(02).
000710     88  FS-CADASTRO-OK               VALUE "00".
001260     ACCEPT WS-ARG-COD      FROM ARGUMENT-VALUE.
001270     ACCEPT WS-ARG-NOME     FROM ARGUMENT-VALUE.
001280     ACCEPT WS-ARG-DECIMAIS FROM ARGUMENT-VALUE.
001281     ACCEPT WS-ARG-DIVERGENCIA FROM ARGUMENT-VALUE.
001290     INSPECT WS-ARG-OPERACAO CONVERTING
001300        "abcdefghijklmnopqrstuvwxyz" TO
001310        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001340        MOVE 2 TO WS-QTD-DECIMAIS
001350     ELSE
001360        MOVE WS-ARG-DECIMAIS TO WS-QTD-DECIMAIS
001361     END-IF
001362
001363     IF WS-ARG-DIVERGENCIA NOT = SPACES AND
001364           WS-ARG-DIVERGENCIA NOT = LOW-VALUES
001365        MOVE WS-ARG-DIVERGENCIA TO WS-DIVERGENCIA
001370     END-IF.
001380 1000-EXIT.
001390     EXIT.
001400
001410*****************************************************************
001420* 2000-VALIDAR-ARGUMENTOS - CONFERE O CODIGO DA MOEDA E, QUANDO
001421* A OPERACAO EXIGIR, O NOME, AS CASAS DECIMAIS E A DIVERGENCIA
001440*****************************************************************
001450 2000-VALIDAR-ARGUMENTOS.
001460     MOVE "Y"    TO WS-FLAG-ARGS-OK
001710        IF ARGS-OK
001720           MOVE WS-ARG-DECIMAIS TO WS-MAGNITUDE-CHECK
001730           IF WS-MAGNITUDE-CHECK > 9
001731              MOVE "N" TO WS-FLAG-ARGS-OK
001732              MOVE "Quantidade de casas decimais excede o limite"
001733                   TO WS-MSG-ERRO
001734           END-IF
001735        END-IF
001736     END-IF
001737
001738     IF ARGS-OK AND
001739           (WS-ARG-OPERACAO = "ADD" OR WS-ARG-OPERACAO = "UPDATE")
001741           AND WS-ARG-DIVERGENCIA NOT = SPACES
001742           AND WS-ARG-DIVERGENCIA NOT = LOW-VALUES
001743        MOVE WS-ARG-DIVERGENCIA TO WS-CAMPO-NUM
001744        PERFORM 2100-CONFERIR-NUMERICO THRU 2100-EXIT
001745        IF NOT CAMPO-OK
001746           MOVE "N" TO WS-FLAG-ARGS-OK
001747           MOVE "Divergencia maxima invalida" TO WS-MSG-ERRO
001748        END-IF
001749        IF ARGS-OK
001751           MOVE WS-ARG-DIVERGENCIA TO WS-MAGNITUDE-CHECK
001752           IF WS-MAGNITUDE-CHECK > 999
001753              MOVE "N" TO WS-FLAG-ARGS-OK
001754              MOVE "Divergencia maxima excede o limite"
001760                   TO WS-MSG-ERRO
001770           END-IF
001780        END-IF
002280     MOVE WS-ARG-NOME     TO CAD-NOME
002290     MOVE WS-QTD-DECIMAIS TO CAD-DECIMAIS
002300     MOVE "A"             TO CAD-STATUS
002301     MOVE WS-DIVERGENCIA  TO CAD-DIVERGENCIA
002310     WRITE MOEDA-CAD
002320        INVALID KEY
002330           MOVE "Y" TO WS-FLAG-DUPLICADA
002460
002470*****************************************************************
002480* 4000-ALTERAR - LE A MOEDA PELA CHAVE E REGRAVA CONFORME A
002481* OPERACAO: UPDATE TROCA NOME/CASAS DECIMAIS/DIVERGENCIA (EM
002482* BRANCO MANTEM O VALOR ATUAL), DEACTIVATE MARCA "I" E ACTIVATE
002483* MARCA "A"
002510*****************************************************************
002520 4000-ALTERAR.
002530     MOVE "N" TO WS-FLAG-ENCONTRADA
002670                    IF WS-ARG-DECIMAIS NOT = SPACES AND
002680                          WS-ARG-DECIMAIS NOT = LOW-VALUES
002690                       MOVE WS-QTD-DECIMAIS TO CAD-DECIMAIS
002691                    END-IF
002692                    IF WS-ARG-DIVERGENCIA NOT = SPACES AND
002693                          WS-ARG-DIVERGENCIA NOT = LOW-VALUES
002694                       MOVE WS-DIVERGENCIA TO CAD-DIVERGENCIA
002700                    END-IF
002710                 WHEN "DEACTIVATE"
002720                    MOVE "I" TO CAD-STATUS
