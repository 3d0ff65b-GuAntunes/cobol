      *           EXTRACAO CONTABIL A JUSANTE.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDA CRJ-PARCELA (PARCELA DA FATURA QUE
      *                 RECEBEU A BAIXA).
      * 15/10/2026 GA - INCLUIDA CRJ-DATA-VENC (VENCIMENTO DA PARCELA NO
      *                 MOMENTO DA BAIXA): O TITULO LIQUIDADO SAI DO
      *                 ABERTOS, E SEM ELA NAO HAVIA COMO MEDIR OS DIAS
      *                 DE ATRASO DO PAGAMENTO (REVLIM). REGISTROS
      *                 ANTIGOS FICAM SEM A DATA E NAO ENTRAM NA MEDIDA.
      *****************************************************
       01  CRJORNAL-REC.
           05 CRJ-DATA          PIC 9(08).
           05 CRJ-VALOR         PIC 9(11)V99.
           05 CRJ-DOC-BANCO     PIC X(10).
           05 CRJ-DATA-BANCO    PIC 9(08).
           05 CRJ-PARCELA       PIC 9(02).
           05 CRJ-DATA-VENC     PIC 9(08).
