000010*****************************************************************
000020*  POSICAO.CPY
000030*
000040*  LAYOUT DO ARQUIVO DE POSICOES EM MOEDA ESTRANGEIRA
000050*  (POSICOES.TXT), LIDO PELO COTACAO-REVAL NO FECHAMENTO MENSAL
000060*  E MANTIDO PELO COTACAO-POSICAO A PARTIR DAS CONVERSOES DO DIA
000070*  NO LOG DE AUDITORIA (RAZAO DE POSICOES DA MESA). UMA LINHA POR
000080*  CONTA E MOEDA:
000090*     COL 01-10  CONTA
000100*     COL 12-14  CODIGO DA MOEDA
000110*     COL 16-30  SALDO (DIGITOS, PONTO OU VIRGULA, SINAL "-"
000120*                PARA POSICAO VENDIDA)
000130*     COL 32-52  CUSTO MEDIO PONDERADO EM BRL POR UNIDADE DA
000140*                MOEDA
000150*     COL 54-70  GANHO/PERDA CAMBIAL REALIZADO ACUMULADO, EM BRL
000160*     COL 72-79  DATA DO ULTIMO MOVIMENTO LANCADO, AAAAMMDD
000170*  AS COLUNAS 32-79 SO EXISTEM NAS LINHAS DA CONTA DA MESA
000180*  MANTIDAS PELO COTACAO-POSICAO; NAS LINHAS DIGITADAS A MAO
000190*  (OUTRAS CONTAS) FICAM EM BRANCO E SAO PRESERVADAS COMO VIERAM.
000200*
000210*  HISTORICO DE ALTERACOES
000220*  DATA        AUTOR   DESCRICAO
000230*  2026-10-15  RVJ     LAYOUT EXTRAIDO DO COTACAO-REVAL PARA SER
000240*                      COMPARTILHADO COM O NOVO RAZAO DE POSICOES
000250*                      (COTACAO-POSICAO), COM O CUSTO MEDIO, O
000260*                      REALIZADO ACUMULADO E A DATA DO ULTIMO
000270*                      MOVIMENTO NO FIM DA LINHA.
000280*****************************************************************
000290 01  POS-REG.
000300     05  POS-CONTA               PIC X(10).
000310     05  FILLER                  PIC X(01).
000320     05  POS-MOEDA               PIC X(03).
000330     05  FILLER                  PIC X(01).
000340     05  POS-SALDO               PIC X(15).
000350     05  POS-SALDO-ED REDEFINES POS-SALDO
000360                                 PIC -9(09).9(04).
000370     05  FILLER                  PIC X(01).
000380     05  POS-CUSTO-MEDIO         PIC 9(10).9(10).
000390     05  FILLER                  PIC X(01).
000400     05  POS-REALIZADO           PIC -9(13).99.
000410     05  FILLER                  PIC X(01).
000420     05  POS-DATA-ULT            PIC X(08).
