000190*  COTACAO-MAINT OU NO COTACAO-IMPORT O PEGAVA ATE AQUI.
000200*  O COTACAO-AGING SO APONTA COTACAO PARADA; ESTE RELATORIO
000210*  MOSTRA COMO O LIVRO DE TAXAS SE MOVEU.
000211*  COM AS VERSOES INTRADIA, A COTACAO VIGENTE DE UM DIA E A
000212*  ULTIMA VERSAO ATIVA DAQUELE DIA (A DE FECHAMENTO) E A
000213*  ANTERIOR E A DE FECHAMENTO DO DIA DE VIGENCIA ANTERIOR; AS
000214*  VERSOES INTERMEDIARIAS DO MESMO DIA NAO CONTAM COMO
000215*  "ANTERIOR". O RELATORIO MOSTRA A HORA DA VERSAO VIGENTE E
000216*  QUANTAS VERSOES O DIA TEVE.
000220*
000230*  ARGUMENTOS (ARGUMENT-VALUE):
000240*     1 - DATA DE REFERENCIA, AAAAMMDD (EM BRANCO ASSUME A DATA
000300*  DATA        AUTOR   DESCRICAO
000310*  2026-09-02  RVJ     PROGRAMA CRIADO COMO CONFERENCIA DA MESA
000320*                      SOBRE A CARGA DIARIA DE COTACOES.
000321*  2026-10-15  RVJ     VERSOES INTRADIA: A VIGENTE E A ULTIMA
000322*                      VERSAO DO DIA E A ANTERIOR A DE
000323*                      FECHAMENTO DO DIA ANTERIOR; NOVAS COLUNAS
000324*                      HORA E VRS (VERSOES NO DIA).
000330*
000340*  RETURN-CODE DEVOLVIDO AO SISTEMA OPERACIONAL:
000350*     0 - RELATORIO GERADO SEM SPREAD INVERTIDO
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MOEDAS-CHAVE SOURCE IS COD-MOEDA
000490                                             DATA-EFETIVA
000491                                             HORA-EFETIVA
000500         FILE STATUS IS WS-FS-MOEDAS.
000510
000520     SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
000830 01  WS-FLAG-TEM-ANTERIOR    PIC X(01) VALUE "N".
000840     88  TEM-ANTERIOR                 VALUE "Y".
000850 01  WS-ATU-DATA             PIC 9(08).
000851 01  WS-ATU-HORA             PIC 9(06).
000852 01  WS-ATU-QTD-VERS         PIC 9(03).
000860 01  WS-ATU-INT-C            PIC 9(03).
000870 01  WS-ATU-FRAC-C           PIC 9(05).
000880 01  WS-ATU-INT-V            PIC 9(03).
001100     05  WS-MOV OCCURS 200 TIMES.
001110         10  MOV-COD         PIC X(03).
001120         10  MOV-DATA-ATU    PIC 9(08).
001121         10  MOV-HORA-ATU    PIC 9(06).
001122         10  MOV-QTD-VERS    PIC 9(03).
001130         10  MOV-TAXA-C      PIC 9(03)V9(05).
001140         10  MOV-TAXA-V      PIC 9(03)V9(05).
001150         10  MOV-DATA-ANT    PIC 9(08).
001230 01  WS-MOV-TROCA.
001240     05  TRC-COD             PIC X(03).
001250     05  TRC-DATA-ATU        PIC 9(08).
001251     05  TRC-HORA-ATU        PIC 9(06).
001252     05  TRC-QTD-VERS        PIC 9(03).
001260     05  TRC-TAXA-C          PIC 9(03)V9(05).
001270     05  TRC-TAXA-V          PIC 9(03)V9(05).
001280     05  TRC-DATA-ANT        PIC 9(08).
001510 01  WS-CAB-COLUNAS.
001520     05  FILLER              PIC X(04) VALUE "COD".
001530     05  FILLER              PIC X(10) VALUE "VIGENCIA".
001531     05  FILLER              PIC X(08) VALUE "HORA".
001532     05  FILLER              PIC X(05) VALUE "VRS".
001540     05  FILLER              PIC X(11) VALUE "     COMPRA".
001550     05  FILLER              PIC X(11) VALUE "      VENDA".
001560     05  FILLER              PIC X(10) VALUE "  ANTERIOR".
001630     05  FILLER              PIC X(01) VALUE SPACE.
001640     05  DET-DATA-ATU        PIC 9(08).
001650     05  FILLER              PIC X(02) VALUE SPACES.
001651     05  DET-HORA-ATU        PIC 9(06).
001652     05  FILLER              PIC X(02) VALUE SPACES.
001653     05  DET-QTD-VERS        PIC ZZ9.
001654     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  DET-TAXA-C          PIC ZZ9.99999.
001670     05  FILLER              PIC X(02) VALUE SPACES.
001680     05  DET-TAXA-V          PIC ZZ9.99999.
002290
002300*****************************************************************
002310* 5000-VARRER-MOEDAS - LE O ARQUIVO DE COTACOES EM SEQUENCIA DE
002320* CHAVE (COD-MOEDA + DATA-EFETIVA + HORA-EFETIVA CRESCENTES) E
002321* GUARDA, POR MOEDA, A COTACAO ATIVA VIGENTE NA DATA E A
002340* IMEDIATAMENTE ANTERIOR; NA TROCA DE MOEDA (E NO FIM DO
002350* ARQUIVO) AVALIA A MOEDA QUE ACABOU DE SER VARRIDA
002360*****************************************************************
002370 5000-VARRER-MOEDAS.
002380     MOVE "N"    TO WS-EOF-MOEDAS
002670*****************************************************************
002680* 5150-EMPURRAR-COTACAO - A LEITURA E ASCENDENTE POR DATA: A
002690* COTACAO QUE ERA A VIGENTE VIRA A ANTERIOR E A CORRENTE VIRA A
002700* VIGENTE. UMA NOVA VERSAO DO MESMO DIA SO SUBSTITUI A VIGENTE,
002701* SEM EMPURRA-LA: A ANTERIOR CONTINUA SENDO O FECHAMENTO DO DIA
002702* DE VIGENCIA ANTERIOR
002710*****************************************************************
002720 5150-EMPURRAR-COTACAO.
002721     IF TEM-ATUAL AND DATA-EFETIVA = WS-ATU-DATA
002722        ADD 1 TO WS-ATU-QTD-VERS
002723     ELSE
002724        MOVE 1 TO WS-ATU-QTD-VERS
002725        PERFORM 5160-GUARDAR-ANTERIOR THRU 5160-EXIT
002726     END-IF
002727     MOVE "Y"          TO WS-FLAG-TEM-ATUAL
002728     MOVE DATA-EFETIVA TO WS-ATU-DATA
002729     MOVE HORA-EFETIVA TO WS-ATU-HORA
002730     MOVE INT-COMPRA   TO WS-ATU-INT-C
002731     MOVE FRAC-COMPRA  TO WS-ATU-FRAC-C
002732     MOVE INT-VENDA    TO WS-ATU-INT-V
002733     MOVE FRAC-VENDA   TO WS-ATU-FRAC-V.
002734 5150-EXIT.
002735     EXIT.
002736
002741*****************************************************************
002742* 5160-GUARDAR-ANTERIOR - NA TROCA DE DATA DE VIGENCIA, A COTACAO
002743* QUE ERA A VIGENTE (SE HOUVER) PASSA A SER A ANTERIOR
002744*****************************************************************
002745 5160-GUARDAR-ANTERIOR.
002746     IF TEM-ATUAL
002747        MOVE "Y"          TO WS-FLAG-TEM-ANTERIOR
002750        MOVE WS-ATU-DATA  TO WS-ANT-DATA
002760        MOVE WS-ATU-INT-C TO WS-ANT-INT-C
002770        MOVE WS-ATU-FRAC-C TO WS-ANT-FRAC-C
002780        MOVE WS-ATU-INT-V TO WS-ANT-INT-V
002790        MOVE WS-ATU-FRAC-V TO WS-ANT-FRAC-V
002800     END-IF.
002870 5160-EXIT.
002880     EXIT.
002890
002900*****************************************************************
003130     ADD 1 TO WS-QTD-MOV
003140     MOVE WS-COD-CORRENTE TO MOV-COD(WS-QTD-MOV)
003150     MOVE WS-ATU-DATA     TO MOV-DATA-ATU(WS-QTD-MOV)
003151     MOVE WS-ATU-HORA     TO MOV-HORA-ATU(WS-QTD-MOV)
003152     MOVE WS-ATU-QTD-VERS TO MOV-QTD-VERS(WS-QTD-MOV)
003160     MOVE WS-TAXA-ATU-C   TO MOV-TAXA-C(WS-QTD-MOV)
003170     MOVE WS-TAXA-ATU-V   TO MOV-TAXA-V(WS-QTD-MOV)
003180     MOVE ZEROS           TO MOV-DATA-ANT(WS-QTD-MOV)
004790     MOVE SPACES             TO WS-LINHA-DET
004800     MOVE MOV-COD(I)         TO DET-COD
004810     MOVE MOV-DATA-ATU(I)    TO DET-DATA-ATU
004811     MOVE MOV-HORA-ATU(I)    TO DET-HORA-ATU
004812     MOVE MOV-QTD-VERS(I)    TO DET-QTD-VERS
004820     MOVE MOV-TAXA-C(I)      TO DET-TAXA-C
004830     MOVE MOV-TAXA-V(I)      TO DET-TAXA-V
004840     IF MOV-SEM-ANTERIOR(I)
