000010*****************************************************************
000020*  CLIENTE.CPY
000030*
000040*  LAYOUT DO REGISTRO DO CADASTRO DE CLIENTES (ARQUIVO
000050*  CLIENTES, CLIENTES.TXT), MANTIDO PELO COTACAO-CLIENTE. CADA
000060*  CLIENTE TEM UM CODIGO, O NOME PARA O EXTRATO E A FAIXA
000070*  (TIER) DA TABELA DE MARGENS QUE LHE E COBRADA; FAIXA EM
000080*  BRANCO = TAXA CHEIA. O COTACAO-EDIT CONFERE A COLUNA DE
000090*  CLIENTE DO ARQUIVO DE TRANSACOES CONTRA ESTE CADASTRO E O
000100*  COTACAO-EXTRATO TIRA DELE O NOME E A FAIXA DO CABECALHO.
000110*
000120*  HISTORICO DE ALTERACOES
000130*  DATA        AUTOR   DESCRICAO
000140*  2026-10-15  RVJ     LAYOUT CRIADO JUNTO COM O CODIGO DE
000150*                      CLIENTE NAS TRANSACOES DO CONVERTER E NO
000160*                      LOG DE AUDITORIA (COTLOG.CPY).
000170*****************************************************************
000180 01  CLIENTE-CAD.
000190     05  CLI-COD                 PIC X(10).
000200     05  CLI-NOME                PIC X(40).
000210     05  CLI-TIER                PIC X(03).
000220     05  CLI-STATUS              PIC X(01).
000230         88  CLI-ATIVO                     VALUE "A".
000240         88  CLI-INATIVO                   VALUE "I".
