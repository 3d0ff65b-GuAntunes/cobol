      *****************************************************
      * LIMPENFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DA FILA DE RECOMENDACOES DE
      *           LIMITE DE CREDITO (ARQUIVO LIMPEND). O REVLIM
      *           (REVISAO TRIMESTRAL PELO COMPORTAMENTO DE
      *           PAGAMENTO) GRAVA UMA RECOMENDACAO POR CLIENTE CUJO
      *           LIMITE DEVERIA MUDAR, COM AS MEDIDAS QUE A
      *           JUSTIFICAM; O APRVLIM (O SUPERVISOR DE CREDITO)
      *           APROVA E APLICA NO MASTER CLIENTE, OU REJEITA.
      *           LPN-LIMITE-ANTES E O LIMITE NA HORA DA REVISAO -
      *           SE O MASTER MUDOU DEPOIS, A RECOMENDACAO NAO E
      *           APLICADA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  LIMPEND-REC.
           05 LPN-DATA          PIC 9(08).
           05 LPN-HORA          PIC 9(06).
           05 LPN-DOC           PIC X(14).
           05 LPN-NOME          PIC X(20).
           05 LPN-LIMITE-ANTES  PIC 9(09)V99.
           05 LPN-LIMITE-NOVO   PIC 9(09)V99.
           05 LPN-CLASSE        PIC X(08).
           05 LPN-QTD-TITULOS   PIC 9(05).
           05 LPN-QTD-ATRASO    PIC 9(05).
           05 LPN-PCT-ATRASO    PIC 9(03).
           05 LPN-MEDIA-DIAS    PIC 9(05).
           05 LPN-PIOR-DIAS     PIC 9(05).
           05 LPN-EXPOSICAO     PIC 9(11)V99.
           05 LPN-FATURADO      PIC 9(11)V99.
