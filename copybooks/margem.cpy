000010*****************************************************************
000020*  MARGEM.CPY
000030*
000040*  LAYOUT DO REGISTRO DA TABELA DE MARGENS POR FAIXA DE CLIENTE
000050*  (ARQUIVO MARGENS.TXT), MANTIDA PELO COTACAO-MARGEM E LIDA
000060*  PELO COTACAO-CONV. UMA LINHA POR FAIXA/MOEDA/DATA DE
000070*  VIGENCIA; MOEDA "***" E O PADRAO DA FAIXA:
000080*     COL 01-03  FAIXA (TIER)
000090*     COL 05-07  MOEDA DE DESTINO, OU "***"
000100*     COL 09-13  MARGEM DE COMPRA, EM PONTOS-BASE
000110*     COL 15-19  MARGEM DE VENDA, EM PONTOS-BASE
000120*     COL 21-28  DATA DE VIGENCIA, AAAAMMDD (EM BRANCO NAS
000130*                LINHAS ANTIGAS: VIGENTE DESDE SEMPRE)
000140*     COL 30     SITUACAO: "A" ATIVA, "I" INATIVA (EM BRANCO
000150*                NAS LINHAS ANTIGAS: ATIVA)
000160*
000170*  HISTORICO DE ALTERACOES
000180*  DATA        AUTOR   DESCRICAO
000190*  2026-10-15  RVJ     LAYOUT EXTRAIDO DO COTACAO-CONV PARA SER
000200*                      COMPARTILHADO COM O NOVO PROGRAMA DE
000210*                      MANUTENCAO DA TABELA (COTACAO-MARGEM).
000220*                      INCLUIDAS A DATA DE VIGENCIA E A SITUACAO
000230*                      DA LINHA, PARA QUE UMA MUDANCA DE MARGEM
000240*                      NAO APAGUE A MARGEM ANTERIOR E A CONVERSAO
000250*                      DE ONTEM CONTINUE REPRECIFICAVEL.
000260*****************************************************************
000270 01  MARGEM-REG.
000280     05  MRG-TIER                PIC X(03).
000290     05  FILLER                  PIC X(01).
000300     05  MRG-MOEDA               PIC X(03).
000310     05  FILLER                  PIC X(01).
000320     05  MRG-BPS-COMPRA          PIC X(05).
000330     05  FILLER                  PIC X(01).
000340     05  MRG-BPS-VENDA           PIC X(05).
000350     05  FILLER                  PIC X(01).
000360     05  MRG-DATA-EFETIVA        PIC X(08).
000370     05  FILLER                  PIC X(01).
000380     05  MRG-STATUS              PIC X(01).
000390         88  MRG-INATIVA                   VALUE "I".
