000010*****************************************************************
000020*  PONTOS.CPY
000030*
000040*  LAYOUT DO REGISTRO DA TABELA DE PONTOS FORWARD (ARQUIVO
000050*  PONTOS.TXT), MANTIDA PELO COTACAO-PONTOS E LIDA PELO
000060*  COTACAO-CONV PARA AS CONVERSOES COM DATA-VALOR POSTERIOR AO
000070*  SPOT. UMA LINHA POR MOEDA/PRAZO/DATA DE VIGENCIA:
000080*     COL 01-03  MOEDA
000090*     COL 05-07  PRAZO EM DIAS CORRIDOS A PARTIR DA DATA DA
000100*                OPERACAO (001 A 999), P.EX. 030, 060, 090
000110*     COL 09-15  PONTOS DE COMPRA, COM SINAL (P.EX. +001250)
000120*     COL 17-23  PONTOS DE VENDA, COM SINAL
000130*     COL 25-32  DATA DE VIGENCIA, AAAAMMDD
000140*     COL 34     SITUACAO: "A" ATIVA, "I" INATIVA
000150*
000160*  UM PONTO VALE 0,00001 NA TAXA DA MOEDA, A ULTIMA CASA DA
000170*  COTACAO EM MOEDAREG.CPY: A TAXA FORWARD E A TAXA SPOT MAIS
000180*  OS PONTOS / 100000. ENTRE DOIS PRAZOS CADASTRADOS O
000190*  COTACAO-CONV INTERPOLA OS PONTOS LINEARMENTE PELOS DIAS.
000200*
000210*  HISTORICO DE ALTERACOES
000220*  DATA        AUTOR   DESCRICAO
000230*  2026-10-15  RVJ     LAYOUT CRIADO PARA AS TAXAS FORWARD POR
000240*                      DATA-VALOR (COTACAO-PONTOS E COTACAO-CONV).
000250*****************************************************************
000260 01  PONTOS-REG.
000270     05  PTS-MOEDA               PIC X(03).
000280     05  FILLER                  PIC X(01).
000290     05  PTS-PRAZO               PIC X(03).
000300     05  FILLER                  PIC X(01).
000310     05  PTS-PONTOS-COMPRA       PIC X(07).
000320     05  FILLER                  PIC X(01).
000330     05  PTS-PONTOS-VENDA        PIC X(07).
000340     05  FILLER                  PIC X(01).
000350     05  PTS-DATA-EFETIVA        PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  PTS-STATUS              PIC X(01).
000380         88  PTS-INATIVA                   VALUE "I".
