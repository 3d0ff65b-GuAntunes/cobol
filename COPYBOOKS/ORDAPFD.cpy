      *****************************************************
      * ORDAPFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO MASTER DE APORTES PROGRAMADOS
      *           (ARQUIVO ORDAPORT), CHAVEADO POR CLIENTE E
      *           PRODUTO: O VALOR APORTADO TODO MES, O DIA DO MES,
      *           A VIGENCIA (INICIO E FIM, FIM ZERADO = SEM PRAZO)
      *           E A SITUACAO (A = ATIVA, S = SUSPENSA). MANTIDO
      *           PELO MANTORD; O GERAPORT GERA O APORTE DO MES NO
      *           MOVTRANS E O MOVINV CONTA AS RETENCOES DE
      *           SUITABILITY EM SEGUIDA (ORD-FALHAS-SUIT),
      *           SUSPENDENDO A ORDEM NA TERCEIRA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  ORDAPORT-REC.
           05 ORD-CHAVE.
               10 ORD-DOC       PIC X(14).
               10 ORD-PRODUTO   PIC X(15).
           05 ORD-VALOR      PIC 9(09)V99.
           05 ORD-DIA        PIC 9(02).
           05 ORD-DATA-INI   PIC 9(08).
           05 ORD-DATA-FIM   PIC 9(08).
           05 ORD-SITUACAO   PIC X(01).
               88 ORD-ATIVA           VALUE 'A'.
               88 ORD-SUSPENSA        VALUE 'S'.
           05 ORD-FALHAS-SUIT PIC 9(02).
           05 ORD-ULT-CICLO  PIC 9(06).
           05 ORD-ULT-DATA   PIC 9(08).
