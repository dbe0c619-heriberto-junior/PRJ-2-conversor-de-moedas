000010*****************************************************************
000020*  CARTAO.CPY
000030*
000040*  LAYOUT DO ARQUIVO DE INTERFACE DA TABELA DIARIA DE COTACOES AO
000050*  CLIENTE (CARTAO.TXT), GRAVADO PELO COTACAO-CARTAO E CARREGADO
000060*  PELO FATURAMENTO E PELO SITE. UMA LINHA POR FAIXA DE CLIENTE
000070*  (TIER) E MOEDA ATIVA NO CADASTRO; AS TAXAS SAO EM BRL POR UMA
000080*  UNIDADE DA MOEDA, COM SEIS CASAS IMPLICITAS:
000090*     COL 01-08  DATA DE REFERENCIA DA TABELA (AAAAMMDD)
000100*     COL 10-12  FAIXA DE CLIENTE (TIER)
000110*     COL 14-16  MOEDA
000120*     COL 18-28  TAXA MEDIA, SEM MARGEM (MEDIA DAS PONTAS)
000130*     COL 30-40  TAXA DE COMPRA DA FAIXA
000140*     COL 42-52  TAXA DE VENDA DA FAIXA
000150*     COL 54-58  MARGEM DE COMPRA APLICADA, EM PONTOS-BASE
000160*     COL 60-64  MARGEM DE VENDA APLICADA, EM PONTOS-BASE
000170*     COL 66-73  DATA DE VIGENCIA DA COTACAO USADA (AAAAMMDD)
000180*     COL 75-80  HORA DE VIGENCIA DA COTACAO USADA (HHMMSS)
000190*     COL 82-86  IDADE DA COTACAO, EM DIAS UTEIS
000200*     COL 88     "S" QUANDO A COTACAO VEIO DO ARQUIVO DE HISTORICO
000210*                (COTACAO.HIS)
000220*     COL 90     "S" QUANDO A COTACAO ESTA VENCIDA PELA REGRA DO
000230*                COTACAO-AGING (IDADE ACIMA DO LIMITE DE DIAS)
000240*
000250*  HISTORICO DE ALTERACOES
000260*  DATA        AUTOR   DESCRICAO
000270*  2026-10-15  RVJ     LAYOUT CRIADO JUNTO COM O PROGRAMA DA
000280*                      TABELA DIARIA DE COTACOES AO CLIENTE
000290*                      (COTACAO-CARTAO).
000300*****************************************************************
000310 01  CRT-REG.
000320     05  CRT-DATA-REF            PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  CRT-TIER                PIC X(03).
000350     05  FILLER                  PIC X(01).
000360     05  CRT-MOEDA               PIC X(03).
000370     05  FILLER                  PIC X(01).
000380     05  CRT-TAXA-MEDIA          PIC 9(05)V9(06).
000390     05  FILLER                  PIC X(01).
000400     05  CRT-TAXA-COMPRA         PIC 9(05)V9(06).
000410     05  FILLER                  PIC X(01).
000420     05  CRT-TAXA-VENDA          PIC 9(05)V9(06).
000430     05  FILLER                  PIC X(01).
000440     05  CRT-MARGEM-COMPRA       PIC 9(05).
000450     05  FILLER                  PIC X(01).
000460     05  CRT-MARGEM-VENDA        PIC 9(05).
000470     05  FILLER                  PIC X(01).
000480     05  CRT-DATA-VIG            PIC 9(08).
000490     05  FILLER                  PIC X(01).
000500     05  CRT-HORA-VIG            PIC 9(06).
000510     05  FILLER                  PIC X(01).
000520     05  CRT-IDADE               PIC 9(05).
000530     05  FILLER                  PIC X(01).
000540     05  CRT-HISTORICO           PIC X(01).
000550         88  CRT-DO-HISTORICO              VALUE "S".
000560     05  FILLER                  PIC X(01).
000570     05  CRT-VENCIDA             PIC X(01).
000580         88  CRT-COTACAO-VENCIDA           VALUE "S".
