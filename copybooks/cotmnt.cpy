000120*  QUANDO ELE FOI REMOVIDO). MNT-OVERRIDE MARCA "S" QUANDO A
000130*  TOLERANCIA DE VARIACAO DE 2500-CONFERIR-VARIACAO DO
000140*  COTACAO-MAINT FOI CONTORNADA COM O ARGUMENTO OVERRIDE.
000141*  DESDE A APROVACAO POR DOIS OPERADORES, A COTACAO COM OVERRIDE
000142*  SO E GRAVADA PELO APPROVE DO COTACAO-MAINT, E O REGISTRO
000143*  TRAZ QUEM A PROPOS (MNT-OPERADOR) E QUEM A APROVOU
000144*  (MNT-APROVADOR).
000150*  O RELATORIO DE CONSULTA E O COTACAO-MNTREL.
000151*  O COTACAO-MARGEM GRAVA AQUI TAMBEM AS ALTERACOES DA TABELA DE
000152*  MARGENS POR FAIXA (MARGENS.TXT); NOS REGISTROS DELE AS IMAGENS
000153*  SAO A LINHA DE MARGEM.CPY SEM OS SEPARADORES: FAIXA (3),
000154*  MOEDA OU "***" (3), BPS COMPRA (5), BPS VENDA (5), VIGENCIA
000155*  (8) E SITUACAO (1).
000156*  O COTACAO-PONTOS GRAVA AS ALTERACOES DA TABELA DE PONTOS
000157*  FORWARD (PONTOS.TXT); AS IMAGENS SAO A LINHA DE PONTOS.CPY SEM
000158*  OS SEPARADORES: MOEDA (3), PRAZO (3), PONTOS COMPRA COM SINAL
000159*  (7), PONTOS VENDA COM SINAL (7), VIGENCIA (8) E SITUACAO (1).
000160*
000170*  HISTORICO DE ALTERACOES
000180*  DATA        AUTOR   DESCRICAO
000190*  2026-09-02  RVJ     LAYOUT CRIADO JUNTO COM A TRILHA DE
000200*                      AUDITORIA DE ALTERACOES DE COTACAO.
000201*  2026-10-15  RVJ     REGISTROS DO COTACAO-MARGEM (ALTERACOES
000202*                      DA TABELA DE MARGENS) NO MESMO LOG.
000203*  2026-10-15  RVJ     INCLUIDAS NO FIM DO REGISTRO AS HORAS DE
000204*                      VIGENCIA DAS IMAGENS ANTES E DEPOIS
000205*                      (HORA-EFETIVA DE MOEDAREG.CPY), QUE NAO
000206*                      CABEM NAS IMAGENS DE 29 POSICOES SEM
000207*                      DESLOCAR OS REGISTROS JA GRAVADOS.
000208*                      REGISTROS ANTIGOS E OS DO COTACAO-MARGEM
000209*                      TRAZEM OS CAMPOS EM BRANCO.
000210*  2026-10-15  RVJ     INCLUIDOS NO FIM DO REGISTRO O OPERADOR
000211*                      QUE DIGITOU OU CARREGOU A COTACAO
000212*                      (MNT-OPERADOR) E O SEGUNDO OPERADOR QUE
000213*                      APROVOU A COTACAO ACIMA DA TOLERANCIA
000214*                      (MNT-APROVADOR, COTACAO-MAINT APPROVE).
000215*                      MNT-OVERRIDE PASSOU A MARCAR SO A
000216*                      GRAVACAO APROVADA. REGISTROS ANTIGOS
000217*                      TRAZEM OS CAMPOS EM BRANCO.
000218*  2026-10-15  RVJ     REGISTROS DO COTACAO-PONTOS (ALTERACOES
000219*                      DA TABELA DE PONTOS FORWARD) NO MESMO LOG.
000220*****************************************************************
000221 01  MNT-REG.
000230     05  MNT-DATA                PIC 9(08).
000240     05  FILLER                  PIC X(01) VALUE SPACE.
000250     05  MNT-HORA                PIC 9(08).
000340     05  MNT-ANTES               PIC X(29).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  MNT-DEPOIS              PIC X(29).
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  MNT-HORA-ANTES          PIC X(06).
000390     05  FILLER                  PIC X(01) VALUE SPACE.
000400     05  MNT-HORA-DEPOIS         PIC X(06).
000410     05  FILLER                  PIC X(01) VALUE SPACE.
000420     05  MNT-OPERADOR            PIC X(10).
000430     05  FILLER                  PIC X(01) VALUE SPACE.
000440     05  MNT-APROVADOR           PIC X(10).
