000229*                      E A MARGEM EM PONTOS-BASE
000231*                      (CONV-MARGEM-BPS). NOVO STATUS 14: TIER
000232*                      INFORMADO SEM MARGEM CADASTRADA.
000233*  2026-10-15  RVJ     INCLUIDA CONV-HORA-REF (HHMMSS) NO FIM DE
000234*                      CONV-ENTRADA: COM AS VERSOES INTRADIA DA
000235*                      COTACAO, A BUSCA USA A VERSAO VIGENTE NA
000236*                      DATA E HORA DA CONVERSAO. EM BRANCO (OU
000237*                      NAO NUMERICA) ASSUME O FIM DO DIA, ISTO
000238*                      E, A COTACAO DE FECHAMENTO. EM CONV-SAIDA
000239*                      VOLTAM A DATA E A HORA DE VIGENCIA DA
000240*                      VERSAO USADA PARA CADA MOEDA.
000241*  2026-10-15  RVJ     INCLUIDA CONV-DATA-VALOR NO FIM DE
000242*                      CONV-ENTRADA (EM BRANCO OU ZEROS E
000243*                      CONVERSAO SPOT). DATA-VALOR ALEM DO SPOT
000244*                      (D+2 UTEIS DA DATA DE REFERENCIA) SOMA A
000245*                      TAXA DE CADA MOEDA OS PONTOS FORWARD DE
000246*                      PONTOS.TXT INTERPOLADOS ENTRE OS PRAZOS;
000247*                      CONV-TAXA-ORIGEM/DESTINO/CRUZADA/EFETIVA
000248*                      PASSAM A SER AS FORWARD E AS TAXAS SPOT E
000249*                      OS PONTOS VOLTAM NOS NOVOS CAMPOS DO FIM
000250*                      DE CONV-SAIDA. NOVOS STATUS 16 (DATA-VALOR
000251*                      INVALIDA) E 17 (SEM PONTOS PARA O PRAZO).
000252*****************************************************************
000253 01  CONV-PARAMETROS.
000254     05  CONV-ENTRADA.
000255         10  CONV-VALOR          PIC 9(10)V9(10).
000256         10  CONV-ORIGEM         PIC X(03).
000260         10  CONV-DESTINO        PIC X(03).
000270         10  CONV-DATA-REF       PIC 9(08).
000280         10  CONV-DIRECAO        PIC X(01).
000291         10  CONV-MODO           PIC X(01).
000292             88  CONV-MODO-REVERSO            VALUE "R".
000293         10  CONV-TIER           PIC X(03).
000294         10  CONV-HORA-REF       PIC X(06).
000295         10  CONV-DATA-VALOR     PIC X(08).
000300     05  CONV-SAIDA.
000310         10  CONV-RESULTADO      PIC 9(10)V9(10).
000320         10  CONV-TAXA-ORIGEM    PIC 9(10)V9(10).
000440             88  CONV-SEM-CADASTRO            VALUES "11" "12".
000441             88  CONV-MODO-INVALIDO           VALUE "13".
000442             88  CONV-TIER-SEM-MARGEM         VALUE "14".
000443             88  CONV-DATA-VALOR-INVALIDA     VALUE "16".
000444             88  CONV-SEM-PONTOS              VALUE "17".
000450         10  CONV-ARQUIVADA      PIC X(01).
000460             88  CONV-USOU-HISTORICO          VALUE "S".
000470         10  CONV-TAXA-CRUZADA   PIC 9(10)V9(10).
000480         10  CONV-TAXA-EFETIVA   PIC 9(10)V9(10).
000490         10  CONV-MARGEM-BPS     PIC 9(05).
000500         10  CONV-VIG-ORIGEM.
000510             15  CONV-DATA-VIG-ORIGEM    PIC 9(08).
000520             15  CONV-HORA-VIG-ORIGEM    PIC 9(06).
000530         10  CONV-VIG-DESTINO.
000540             15  CONV-DATA-VIG-DESTINO   PIC 9(08).
000550             15  CONV-HORA-VIG-DESTINO   PIC 9(06).
000560*        CONVERSAO FORWARD: "S" QUANDO A DATA-VALOR PASSA DO SPOT
000570*        E OS PONTOS FORAM SOMADOS AS TAXAS; CONV-DIAS-PRAZO SAO
000580*        OS DIAS CORRIDOS DA DATA DE REFERENCIA ATE A DATA-VALOR
000590         10  CONV-FORWARD        PIC X(01).
000600             88  CONV-E-FORWARD               VALUE "S".
000610         10  CONV-DIAS-PRAZO     PIC 9(04).
000620*        TAXAS SPOT (SEM OS PONTOS) E PONTOS INTERPOLADOS SOMADOS
000630*        A CADA MOEDA; NA CONVERSAO SPOT AS TAXAS SAO AS MESMAS
000640*        DE CONV-TAXA-ORIGEM/DESTINO/CRUZADA E OS PONTOS ZERO
000650         10  CONV-SPOT-ORIGEM    PIC 9(10)V9(10).
000660         10  CONV-SPOT-DESTINO   PIC 9(10)V9(10).
000670         10  CONV-TAXA-CRUZ-SPOT PIC 9(10)V9(10).
000680         10  CONV-PONTOS-ORIGEM  PIC S9(06)V9(04).
000690         10  CONV-PONTOS-DESTINO PIC S9(06)V9(04).
