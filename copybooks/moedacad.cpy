000110*  AQUI FICAM O NOME COMPLETO E AS CASAS DECIMAIS OFICIAIS DE
000120*  CADA MOEDA, VALIDADOS POR TODO PROGRAMA QUE GRAVA OU CONSULTA
000130*  COTACOES.
000131*  CAD-DIVERGENCIA E A DIFERENCA MAXIMA, EM PONTOS-BASE, ACEITA
000132*  PELO COTACAO-IMPORT ENTRE A COTACAO DO BANCO CENTRAL E A DO
000133*  FORNECEDOR DE DADOS DE MERCADO PARA A MOEDA (ZERO ASSUME O
000134*  LIMITE PADRAO INFORMADO NA CARGA).
000140*
000150*  HISTORICO DE ALTERACOES
000160*  DATA        AUTOR   DESCRICAO
000170*  2026-09-02  RVJ     LAYOUT CRIADO JUNTO COM O PROGRAMA DE
000180*                      MANUTENCAO DO CADASTRO (COTACAO-CADASTRO).
000181*  2026-10-15  RVJ     INCLUIDA A DIVERGENCIA MAXIMA ENTRE AS
000182*                      FONTES DE COTACAO (CAD-DIVERGENCIA). O
000183*                      REGISTRO PASSOU DE 35 PARA 38 POSICOES; O
000184*                      MOEDACAD.TXT EXISTENTE E CONVERTIDO UMA VEZ
000185*                      PELO COTACAO-MIGRA, COM O CAMPO ZERADO.
000190*****************************************************************
000200 01  MOEDA-CAD.
000210     05  CAD-COD                 PIC X(03).
000240     05  CAD-STATUS              PIC X(01).
000250         88  CAD-ATIVA                     VALUE "A".
000260         88  CAD-INATIVA                   VALUE "I".
000270     05  CAD-DIVERGENCIA         PIC 9(03).
