      *****************************************************
      * POSHSTFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO HISTORICO MENSAL DE SALDOS DO MASTER
      *           POSICAO (ARQUIVO POSHIST). O REVALPOS GRAVA, NO
      *           FECHAMENTO DE CADA MES, UMA LINHA POR POSICAO COM
      *           O SALDO JA REVALORIZADO - E A SERIE DE SALDOS DE
      *           FIM DE MES USADA PELA RENTABILIDADE X CDI
      *           (RENTCDI).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  POSHIST-REC.
           05 PSH-ANOMES     PIC 9(06).
           05 PSH-DOC        PIC X(14).
           05 PSH-PRODUTO    PIC X(15).
           05 PSH-SALDO      PIC 9(09)V99.
