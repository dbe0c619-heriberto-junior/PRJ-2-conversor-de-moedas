000183*                      PARA O COTACAO-RESUMO TOTALIZAR A MARGEM
000184*                      POR PAR E POR DIA. REGISTROS ANTIGOS
000185*                      TRAZEM OS CAMPOS EM BRANCO.
000186*  2026-10-15  RVJ     INCLUIDO LOG-CLIENTE NO FIM DO REGISTRO:
000187*                      CODIGO DO CLIENTE DA TRANSACAO (CADASTRO
000188*                      DE CLIENTES, CLIENTE.CPY), PARA O EXTRATO
000189*                      POR CLIENTE (COTACAO-EXTRATO). REGISTROS
000190*                      ANTIGOS TRAZEM O CAMPO EM BRANCO.
000191*  2026-10-15  RVJ     INCLUIDO LOG-SUSPENSAO NO FIM DO REGISTRO:
000192*                      NUMERO DO ITEM DO ARQUIVO DE SUSPENSAO
000193*                      (SUSPENSO.CPY) QUANDO A TRANSACAO VEIO DE
000194*                      UM ARQUIVO DE REENVIO, PARA O
000195*                      COTACAO-SUSPENSO ENCERRAR O ITEM. NAS
000196*                      DEMAIS CONVERSOES O CAMPO FICA EM BRANCO.
000197*  2026-10-15  RVJ     INCLUIDOS NO FIM DO REGISTRO LOG-DATA-VALOR
000198*                      (DATA DE LIQUIDACAO PEDIDA; EM BRANCO =
000199*                      SPOT), LOG-FORWARD ("S" QUANDO A DATA-VALOR
000200*                      PASSA DO SPOT) E OS PONTOS FORWARD SOMADOS
000201*                      A TAXA DE CADA MOEDA, PARA O COTACAO-RESUMO
000202*                      SEPARAR O VOLUME SPOT DO FORWARD. NAS
000203*                      CONVERSOES FORWARD AS TAXAS DO REGISTRO SAO
000204*                      AS FORWARD. REGISTROS ANTIGOS TRAZEM OS
000205*                      CAMPOS EM BRANCO.
000206*****************************************************************
000207 01  LOG-REG.
000208     05  LOG-DATA                PIC 9(08).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  LOG-HORA                PIC 9(08).
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000410     05  LOG-TIER                PIC X(03).
000420     05  FILLER                  PIC X(01) VALUE SPACE.
000430     05  LOG-MARGEM-VALOR        PIC 9(10)V9(10).
000440     05  FILLER                  PIC X(01) VALUE SPACE.
000450     05  LOG-CLIENTE             PIC X(10).
000460     05  FILLER                  PIC X(01) VALUE SPACE.
000470     05  LOG-SUSPENSAO           PIC X(07).
000480     05  FILLER                  PIC X(01) VALUE SPACE.
000490     05  LOG-DATA-VALOR          PIC X(08).
000500     05  FILLER                  PIC X(01) VALUE SPACE.
000510     05  LOG-FORWARD             PIC X(01).
000520         88  LOG-E-FORWARD                 VALUE "S".
000530     05  FILLER                  PIC X(01) VALUE SPACE.
000540     05  LOG-PONTOS-ORIGEM       PIC S9(06)V9(04)
000550                                 SIGN IS LEADING SEPARATE.
000560     05  FILLER                  PIC X(01) VALUE SPACE.
000570     05  LOG-PONTOS-DESTINO      PIC S9(06)V9(04)
000580                                 SIGN IS LEADING SEPARATE.
