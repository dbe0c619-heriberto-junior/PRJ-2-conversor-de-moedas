000010*****************************************************************
000020*  SUSPENSO.CPY
000030*
000040*  LAYOUT DO REGISTRO DO ARQUIVO DE SUSPENSAO (SUSPENSO.TXT):
000050*  UMA LINHA POR TRANSACAO REPROVADA PELO CONVERTER EM LOTE,
000060*  COM A IMAGEM ORIGINAL DE TRANS-REG, O MOTIVO, O ARQUIVO E A
000070*  LINHA DO LOTE DE ONDE ELA VEIO. O CONVERTER SO ACRESCENTA
000080*  ITENS NO FIM DO ARQUIVO, NUMERADOS EM SEQUENCIA; A SITUACAO
000090*  DE CADA ITEM E MANTIDA PELO COTACAO-SUSPENSO.
000100*
000110*  SUS-MOTIVO-COD USA OS MESMOS CODIGOS QUE O CONVERTER DEVOLVE
000120*  AO SISTEMA OPERACIONAL NA CONVERSAO UNICA (01 VALOR INVALIDO,
000130*  02 FORA DA FAIXA, 03/04 MOEDA NAO ENCONTRADA, 06 TAXA
000140*  INVALIDA, 08 FALHA NO ARQUIVO DE COTACOES, 10 DIRECAO, 11/12
000150*  MOEDA SEM CADASTRO, 13 MODO, 14 TIER SEM MARGEM, 16 DATA-VALOR
000151*  INVALIDA, 17 SEM PONTOS FORWARD PARA O PRAZO).
000160*
000170*  SITUACOES (SUS-SITUACAO):
000180*     A - ABERTO: REPROVADO, AINDA SEM TRATAMENTO DA MESA
000190*     C - CORRIGIDO: A MESA AJUSTOU A TRANSACAO (OU A LIBEROU
000200*         COMO ESTAVA) PARA O PROXIMO REENVIO
000210*     R - REENVIADO: JA GRAVADO NUM ARQUIVO DE REENVIO, A
000220*         ESPERA DA CONVERSAO
000230*     F - CONVERTIDO: CONVERSAO ENCONTRADA NO LOG DE AUDITORIA;
000240*         ITEM ENCERRADO
000250*     S - SUBSTITUIDO: O REENVIO FOI REPROVADO DE NOVO E VIROU
000260*         O ITEM SUS-ITEM-NOVO; ITEM ENCERRADO
000270*     X - CANCELADO PELA MESA; ITEM ENCERRADO
000280*
000290*  HISTORICO DE ALTERACOES
000300*  DATA        AUTOR   DESCRICAO
000310*  2026-10-15  RVJ     LAYOUT CRIADO PARA O ARQUIVO DE SUSPENSAO
000320*                      DO CONVERTER E O NOVO PROGRAMA DE
000330*                      TRATAMENTO DA SUSPENSAO (COTACAO-SUSPENSO).
000331*  2026-10-15  RVJ     INCLUIDAS NO FIM DO REGISTRO A DATA-VALOR
000332*                      DA TRANSACAO ORIGINAL E A CORRIGIDA PELA
000333*                      MESA (TRANS-DATA-VALOR NAO CABE NAS
000334*                      IMAGENS DE 43 POSICOES JA GRAVADAS).
000335*                      ITENS ANTERIORES TRAZEM OS CAMPOS EM
000336*                      BRANCO.
000340*****************************************************************
000350 01  SUS-REG.
000360     05  SUS-NUMERO              PIC 9(07).
000370     05  FILLER                  PIC X(01).
000380     05  SUS-SITUACAO            PIC X(01).
000390         88  SUS-ABERTO                    VALUE "A".
000400         88  SUS-CORRIGIDO                 VALUE "C".
000410         88  SUS-REENVIADO                 VALUE "R".
000420         88  SUS-CONVERTIDO                VALUE "F".
000430         88  SUS-SUBSTITUIDO               VALUE "S".
000440         88  SUS-CANCELADO                 VALUE "X".
000450         88  SUS-PENDENTE                  VALUES "A" "C" "R".
000460     05  FILLER                  PIC X(01).
000470*    INICIO DO LOTE QUE REPROVOU A TRANSACAO (UM RESTART
000480*    CONTINUA COM A DATA E HORA DO LOTE INTERROMPIDO)
000490     05  SUS-DATA-LOTE           PIC 9(08).
000500     05  FILLER                  PIC X(01).
000510     05  SUS-HORA-LOTE           PIC 9(08).
000520     05  FILLER                  PIC X(01).
000530     05  SUS-MOTIVO-COD          PIC X(02).
000540     05  FILLER                  PIC X(01).
000550     05  SUS-MOTIVO              PIC X(35).
000560     05  FILLER                  PIC X(01).
000570     05  SUS-ARQ-LOTE            PIC X(50).
000580     05  FILLER                  PIC X(01).
000590     05  SUS-LINHA-LOTE          PIC 9(07).
000600     05  FILLER                  PIC X(01).
000610*    IMAGENS DE TRANS-REG: A LINHA COMO CHEGOU NO LOTE E A
000620*    LINHA AJUSTADA PELA MESA (EM BRANCO ATE A CORRECAO)
000630     05  SUS-TRANS-ORIGINAL      PIC X(43).
000640     05  FILLER                  PIC X(01).
000650     05  SUS-TRANS-CORRIGIDA     PIC X(43).
000660     05  FILLER                  PIC X(01).
000670*    ITEM CUJO REENVIO FOI REPROVADO DE NOVO E DEU ORIGEM A
000680*    ESTE (ZEROS QUANDO A LINHA NAO VEIO DE UM REENVIO)
000690     05  SUS-ITEM-ANTERIOR       PIC 9(07).
000700     05  FILLER                  PIC X(01).
000710     05  SUS-DATA-SITUACAO       PIC 9(08).
000720     05  FILLER                  PIC X(01).
000730     05  SUS-ARQ-REENVIO         PIC X(50).
000740     05  FILLER                  PIC X(01).
000750*    DATA E HORA DO REGISTRO DO LOG DE AUDITORIA (COTACAO.LOG)
000760*    DA CONVERSAO QUE ENCERROU O ITEM
000770     05  SUS-DATA-CONVERSAO      PIC 9(08).
000780     05  FILLER                  PIC X(01).
000790     05  SUS-HORA-CONVERSAO      PIC 9(08).
000800     05  FILLER                  PIC X(01).
000810     05  SUS-ITEM-NOVO           PIC 9(07).
000820     05  FILLER                  PIC X(01).
000830*    DATA-VALOR DA LINHA DO LOTE E A AJUSTADA PELA MESA (EM
000840*    BRANCO = SPOT)
000850     05  SUS-DATA-VALOR-ORIGINAL PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  SUS-DATA-VALOR-CORRIGIDA PIC X(08).
