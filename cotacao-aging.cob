000140*  LISTA TODA MOEDA ATIVA CUJA COTACAO MAIS RECENTE E MAIS ANTIGA
000150*  QUE O LIMITE DE DIAS INFORMADO, PARA A MESA ATUALIZAR AS
000160*  COTACOES VENCIDAS ANTES DA ABERTURA DA JANELA DO BATCH.
000161*  COM AS VERSOES INTRADIA, A COTACAO MAIS RECENTE E A ULTIMA
000162*  VERSAO ATIVA DO DIA DE VIGENCIA MAIS RECENTE; A IDADE CONTINUA
000163*  CONTADA EM DIAS, E O RELATORIO MOSTRA A HORA DESSA VERSAO.
000170*
000180*  ARGUMENTOS (ARGUMENT-VALUE):
000190*     1 - LIMITE DE IDADE DA COTACAO, EM DIAS UTEIS (EM BRANCO
000343*                      DE FERIADOS EM FERIADOS.TXT), ACABANDO
000344*                      COM A SEGUNDA-FEIRA EM QUE AS COTACOES DE
000345*                      SEXTA APARECIAM COM 3 DIAS DE ATRASO.
000346*  2026-10-15  RVJ     VERSOES INTRADIA: A ULTIMA COTACAO E A
000347*                      ULTIMA VERSAO ATIVA DO DIA; INCLUIDA A
000348*                      COLUNA COM A HORA DE VIGENCIA.
000350*
000360*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000370*     0 - NENHUMA COTACAO ACIMA DO LIMITE DE DIAS
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000500                                             DATA-EFETIVA
000501                                             HORA-EFETIVA
000510         FILE STATUS IS WS-FS-MOEDAS.
000520
000530     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000860 01  WS-FLAG-TEM-ATIVA       PIC X(01) VALUE "N".
000870     88  MOEDA-TEM-ATIVA              VALUE "Y".
000880 01  WS-ULT-DATA             PIC 9(08).
000881 01  WS-ULT-HORA             PIC 9(06).
000890 01  WS-ULT-INT-C            PIC 9(03).
000900 01  WS-ULT-FRAC-C           PIC 9(05).
000910 01  WS-ULT-INT-V            PIC 9(03).
001120     05  CAB-LIMITE          PIC ZZZZ9.
001130
001140 01  WS-CAB-COLUNAS.
001150     05  FILLER              PIC X(08) VALUE "COD".
001160     05  FILLER              PIC X(10) VALUE "VIGENCIA".
001161     05  FILLER              PIC X(10) VALUE "HORA".
001170     05  FILLER              PIC X(14) VALUE "   COMPRA".
001180     05  FILLER              PIC X(11) VALUE "    VENDA".
001190     05  FILLER              PIC X(11) VALUE "IDADE(D.U.)".
001200
001210 01  WS-LINHA-DET.
001220     05  DET-COD             PIC X(03).
001230     05  FILLER              PIC X(05) VALUE SPACES.
001240     05  DET-DATA            PIC 9(08).
001241     05  FILLER              PIC X(02) VALUE SPACES.
001242     05  DET-HORA            PIC 9(06).
001250     05  FILLER              PIC X(04) VALUE SPACES.
001260     05  DET-TAXA-C          PIC ZZ9.99999.
001270     05  FILLER              PIC X(05) VALUE SPACES.
002380
002390*****************************************************************
002400* 5000-VARRER-MOEDAS - LE O ARQUIVO DE COTACOES EM SEQUENCIA DE
002410* CHAVE (COD-MOEDA + DATA-EFETIVA + HORA-EFETIVA CRESCENTES) E
002420* GUARDA, POR MOEDA, A COTACAO ATIVA MAIS RECENTE; NA TROCA DE
002430* MOEDA (E NO FIM DO ARQUIVO) AVALIA A IDADE DA ULTIMA COTACAO
002431* GUARDADA
002440*****************************************************************
002450 5000-VARRER-MOEDAS.
002460     MOVE "N"    TO WS-EOF-MOEDAS
002560        IF MOEDA-ATIVA
002570           MOVE "Y"          TO WS-FLAG-TEM-ATIVA
002580           MOVE DATA-EFETIVA TO WS-ULT-DATA
002581           MOVE HORA-EFETIVA TO WS-ULT-HORA
002590           MOVE INT-COMPRA   TO WS-ULT-INT-C
002600           MOVE FRAC-COMPRA  TO WS-ULT-FRAC-C
002610           MOVE INT-VENDA    TO WS-ULT-INT-V
003050                WS-ULT-INT-V + (WS-ULT-FRAC-V / 100000)
003060        MOVE WS-COD-ATUAL TO DET-COD
003070        MOVE WS-ULT-DATA  TO DET-DATA
003071        MOVE WS-ULT-HORA  TO DET-HORA
003080        MOVE WS-TAXA-C    TO DET-TAXA-C
003090        MOVE WS-TAXA-V    TO DET-TAXA-V
003100        MOVE WS-IDADE     TO DET-IDADE
