      *****************************************************
      * MOVTRNFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO ARQUIVO DE MOVIMENTOS DE INVESTIMENTO
      *           DO DIA (MOVTRANS) - UM APORTE OU RESGATE POR
      *           REGISTRO, LIDO PELO MOVINV. MOV-ORIGEM EM BRANCO
      *           E O MOVIMENTO ENVIADO PELO CLIENTE; P E O APORTE
      *           PROGRAMADO GERADO PELO GERAPORT A PARTIR DO
      *           MASTER ORDAPORT.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  MOVTRANS-REC.
           05 MOV-DOC       PIC X(14).
           05 MOV-PRODUTO   PIC X(15).
           05 MOV-TIPO      PIC X(01).
               88 MOV-APORTE       VALUE 'A'.
               88 MOV-RESGATE      VALUE 'R'.
           05 MOV-VALOR     PIC 9(09)V99.
           05 MOV-DATA      PIC 9(08).
           05 MOV-ORIGEM    PIC X(01).
               88 MOV-PROGRAMADO   VALUE 'P'.
