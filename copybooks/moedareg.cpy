000230*                      ACABANDO COM OS CODIGOS FICTICIOS (USD X
000240*                      USV) QUE A MESA MANTINHA PARA SIMULAR AS
000250*                      DUAS PONTAS DO NEGOCIO.
000251*  2026-10-15  RVJ     INCLUIDA HORA-EFETIVA (HHMMSS) NA CHAVE,
000252*                      DEPOIS DE DATA-EFETIVA, PARA QUE UMA
000253*                      REVISAO DA COTACAO NO MEIO DO DIA GRAVE
000254*                      UMA NOVA VERSAO SEM APAGAR A DA MANHA.
000255*                      000000 VALE DESDE O INICIO DO DIA; A
000256*                      ULTIMA VERSAO DO DIA E A DE FECHAMENTO.
000257*                      O REGISTRO PASSOU DE 29 PARA 35 POSICOES;
000258*                      O COTACAO.TXT EXISTENTE E CONVERTIDO UMA
000259*                      VEZ PELO COTACAO-MIGRA, COM HORA 000000.
000260*****************************************************************
000270 01  MOEDA-REG.
000280     05  COD-MOEDA               PIC X(03).
000350         88  MOEDA-ATIVA                   VALUE "A".
000360         88  MOEDA-INATIVA                 VALUE "I".
000370     05  QTD-DECIMAIS            PIC 9(01).
000380     05  HORA-EFETIVA            PIC 9(06).
