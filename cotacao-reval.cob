000190*  UMA POSICAO EM MOEDA SEM COTACAO PARA ALGUMA DAS DATAS SAI
000200*  APONTADA NO RELATORIO (E NO RETURN-CODE), NUNCA OMITIDA.
000210*
000211*  LAYOUT DO ARQUIVO DE POSICOES (UMA LINHA POR POSICAO, VIDE
000212*  POSICAO.CPY):
000230*     COL 01-10  CONTA
000240*     COL 12-14  CODIGO DA MOEDA
000250*     COL 16-30  SALDO (DIGITOS, PONTO OU VIRGULA, SINAL "-"
000260*                PARA POSICAO VENDIDA)
000261*  AS LINHAS DA CONTA DA MESA SAO MANTIDAS PELO RAZAO DE POSICOES
000262*  (COTACAO-POSICAO) A PARTIR DAS CONVERSOES DO LOG, E O MESMO
000263*  ARQUIVO E LIDO AQUI: O NAO REALIZADO DO FECHAMENTO SAI DOS
000264*  MESMOS SALDOS QUE DERAM O REALIZADO DE CADA DIA. AS COLUNAS
000265*  SEGUINTES AO SALDO (CUSTO MEDIO, REALIZADO, DATA) SAO DO RAZAO
000266*  E NAO SAO USADAS NA REAVALIACAO.
000270*
000280*  ARGUMENTOS (ARGUMENT-VALUE):
000290*     1 - NOME DO ARQUIVO DE POSICOES (EM BRANCO ASSUME
000461*                      COM A REDIGITACAO DO GANHO/PERDA NO GL A
000462*                      CADA FECHAMENTO. MOEDA SEM MAPEAMENTO SAI
000463*                      APONTADA NO RELATORIO.
000464*  2026-10-15  RVJ     LAYOUT DO ARQUIVO DE POSICOES PASSOU PARA O
000465*                      COPYBOOK POSICAO.CPY, COMPARTILHADO COM O
000466*                      RAZAO DE POSICOES (COTACAO-POSICAO), QUE
000467*                      AGORA MANTEM AS LINHAS DA MESA NO MESMO
000468*                      ARQUIVO LIDO AQUI.
000469*
000471*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000472*     0 - TODAS AS POSICOES REAVALIADAS COM SUCESSO
000480*     1 - DATA DE FECHAMENTO OU DIRECAO INVALIDA
000490*     2 - UMA OU MAIS POSICOES SEM COTACAO OU COM SALDO
000500*         INVALIDO, OU MOEDA SEM MAPEAMENTO DE CONTAS
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  POSICOES.
000661 COPY "posicao.cpy".
000730
000740 FD  RELATORIO.
000750 01  REL-REG                     PIC X(120).
