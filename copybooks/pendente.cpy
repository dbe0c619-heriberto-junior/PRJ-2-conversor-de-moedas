000010*****************************************************************
000020*  PENDENTE.CPY
000030*
000040*  LAYOUT DO REGISTRO DO ARQUIVO DE COTACOES PENDENTES DE
000050*  APROVACAO (PENDENTE.TXT). UMA COTACAO QUE EXCEDE A TOLERANCIA
000060*  DE VARIACAO NAO VAI MAIS DIRETO PARA O ARQUIVO DE COTACOES:
000070*  O COTACAO-MAINT (ADD OU UPDATE COM OVERRIDE) E O
000080*  COTACAO-IMPORT (LINHA DO BANCO ACIMA DA TOLERANCIA) A RETEM
000090*  AQUI, COM O OPERADOR QUE A DIGITOU OU CARREGOU, ATE QUE UM
000100*  SEGUNDO OPERADOR, DIFERENTE DO PRIMEIRO, A APROVE OU REJEITE
000110*  PELO COTACAO-MAINT (APPROVE / REJECT). SO A APROVACAO GRAVA A
000120*  COTACAO. OS ITENS SAO NUMERADOS EM SEQUENCIA E OS DECIDIDOS
000130*  CONTINUAM NO ARQUIVO COMO HISTORICO.
000140*
000150*  SITUACOES (PEN-SITUACAO):
000160*     P - PENDENTE DE APROVACAO
000170*     A - APROVADO: COTACAO GRAVADA NO ARQUIVO DE COTACOES
000180*     R - REJEITADO: NADA FOI GRAVADO
000190*
000191*  MOTIVOS DA RETENCAO (PEN-MOTIVO):
000192*     V - VARIACAO FRENTE A COTACAO ANTERIOR ACIMA DA TOLERANCIA:
000193*         PEN-VARIACAO E O PERCENTUAL E PEN-TOLERANCIA O LIMITE
000194*         EM PERCENTUAL INTEIRO (ITENS ANTERIORES AO CAMPO TRAZEM
000195*         O MOTIVO EM BRANCO, TRATADO COMO V)
000196*     D - DIVERGENCIA ENTRE O BANCO CENTRAL E O FORNECEDOR DE
000197*         DADOS DE MERCADO ACIMA DO LIMITE DA MOEDA
000198*         (COTACAO-IMPORT): PEN-VARIACAO E A DIVERGENCIA EM
000199*         PERCENTUAL E PEN-TOLERANCIA O LIMITE EM PONTOS-BASE
000200*
000201*  HISTORICO DE ALTERACOES
000210*  DATA        AUTOR   DESCRICAO
000220*  2026-10-15  RVJ     LAYOUT CRIADO PARA A APROVACAO POR UM
000230*                      SEGUNDO OPERADOR DAS COTACOES ACIMA DA
000240*                      TOLERANCIA DE VARIACAO.
000241*  2026-10-15  RVJ     INCLUIDO O MOTIVO DA RETENCAO (PEN-MOTIVO)
000242*                      PARA AS LINHAS DO COTACAO-IMPORT RETIDAS
000243*                      POR DIVERGENCIA COM O FORNECEDOR.
000250*****************************************************************
000260 01  PEN-REG.
000270     05  PEN-NUMERO              PIC 9(07).
000280     05  FILLER                  PIC X(01).
000290     05  PEN-SITUACAO            PIC X(01).
000300         88  PEN-PENDENTE                  VALUE "P".
000310         88  PEN-APROVADO                  VALUE "A".
000320         88  PEN-REJEITADO                 VALUE "R".
000330     05  FILLER                  PIC X(01).
000340*    PROGRAMA E OPERACAO QUE PROPUSERAM A COTACAO (ADD E UPDATE
000350*    DO COTACAO-MAINT, IMPORT DO COTACAO-IMPORT); A APROVACAO
000360*    GRAVA A COTACAO COMO A OPERACAO ORIGINAL A GRAVARIA
000370     05  PEN-PROGRAMA            PIC X(15).
000380     05  FILLER                  PIC X(01).
000390     05  PEN-OPERACAO            PIC X(10).
000400     05  FILLER                  PIC X(01).
000410*    COTACAO PROPOSTA, NAS MESMAS UNIDADES DE MOEDAREG.CPY
000420     05  PEN-COD                 PIC X(03).
000430     05  FILLER                  PIC X(01).
000440     05  PEN-INT-C               PIC 9(03).
000450     05  FILLER                  PIC X(01).
000460     05  PEN-FRAC-C              PIC 9(05).
000470     05  FILLER                  PIC X(01).
000480     05  PEN-INT-V               PIC 9(03).
000490     05  FILLER                  PIC X(01).
000500     05  PEN-FRAC-V              PIC 9(05).
000510     05  FILLER                  PIC X(01).
000520     05  PEN-DATA-EFETIVA        PIC 9(08).
000530     05  FILLER                  PIC X(01).
000540     05  PEN-HORA-EFETIVA        PIC 9(06).
000550     05  FILLER                  PIC X(01).
000560*    VARIACAO PERCENTUAL FRENTE A VERSAO ANTERIOR DA MOEDA E A
000570*    TOLERANCIA QUE ELA EXCEDEU
000580     05  PEN-VARIACAO            PIC 9(05)V99.
000590     05  FILLER                  PIC X(01).
000600     05  PEN-TOLERANCIA          PIC 9(03).
000610     05  FILLER                  PIC X(01).
000620     05  PEN-OPERADOR            PIC X(10).
000630     05  FILLER                  PIC X(01).
000640     05  PEN-DATA-INCLUSAO       PIC 9(08).
000650     05  FILLER                  PIC X(01).
000660     05  PEN-HORA-INCLUSAO       PIC 9(08).
000670     05  FILLER                  PIC X(01).
000680*    SEGUNDO OPERADOR, QUE APROVOU OU REJEITOU (EM BRANCO E
000690*    ZEROS ENQUANTO PENDENTE)
000700     05  PEN-APROVADOR           PIC X(10).
000710     05  FILLER                  PIC X(01).
000720     05  PEN-DATA-DECISAO        PIC 9(08).
000730     05  FILLER                  PIC X(01).
000740     05  PEN-HORA-DECISAO        PIC 9(08).
000750     05  FILLER                  PIC X(01).
000760*    ARQUIVO E LINHA DE ORIGEM NA CARGA DO BANCO (EM BRANCO E
000770*    ZEROS QUANDO A COTACAO VEIO DO COTACAO-MAINT)
000780     05  PEN-ARQ-ORIGEM          PIC X(50).
000790     05  FILLER                  PIC X(01).
000800     05  PEN-LINHA-ORIGEM        PIC 9(05).
000810     05  FILLER                  PIC X(01).
000820     05  PEN-MOTIVO              PIC X(01).
000830         88  PEN-POR-VARIACAO              VALUES "V" " ".
000840         88  PEN-POR-DIVERGENCIA           VALUE "D".
