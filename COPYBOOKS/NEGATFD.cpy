      *****************************************************
      * NEGATFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DE NEGATIVACOES NO BUREAU DE
      *           CREDITO (ARQUIVO NEGATIV, INDEXADO POR FATURA +
      *           PARCELA DO TITULO DO ABERTOS). O NEGATIVA INCLUI
      *           (I) O TITULO QUE PASSOU DO ULTIMO ESTAGIO DE
      *           COBRANCA; O CAIXAAPL MARCA PAGO (P) O TITULO
      *           NEGATIVADO QUE LIQUIDA; NA RODADA SEGUINTE O
      *           NEGATIVA MANDA A EXCLUSAO AO BUREAU E O REGISTRO
      *           FICA EXCLUIDO (E) COM A DATA DO ENVIO. CLIENTE
      *           COM REGISTRO I OU P FICA NEGATIVADO NO MASTER DE
      *           CLIENTES (CLI-NEGATIVADO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  NEGATIV-REC.
           05 NEG-CHAVE.
               10 NEG-NUMERO        PIC 9(08).
               10 NEG-PARCELA       PIC 9(02).
           05 NEG-DOC           PIC X(14).
           05 NEG-DATA-VENC     PIC 9(08).
           05 NEG-VALOR         PIC 9(11)V99.
           05 NEG-DIAS-ATRASO   PIC 9(05).
           05 NEG-DATA-INCLUSAO PIC 9(08).
           05 NEG-DATA-PAGTO    PIC 9(08).
           05 NEG-DATA-EXCLUSAO PIC 9(08).
           05 NEG-SITUACAO      PIC X(01).
               88 NEG-INCLUIDO      VALUE 'I'.
               88 NEG-PAGO          VALUE 'P'.
               88 NEG-EXCLUIDO      VALUE 'E'.
