      *****************************************************
      * CPAGARFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO CONTAS A PAGAR DAS
      *           TRANSPORTADORAS (ARQUIVO CPAGAR, INDEXADO POR
      *           TRANSPORTADORA + PEDIDO + TIPO). O FRETACER
      *           LANCA UM ITEM POR COBRANCA DO TRFAT CASADA NO
      *           ACERTO (TIPO C, COM VENCIMENTO E RETENCOES) E UM
      *           POR SINISTRO ACEITO DESCONTADO (TIPO S, A
      *           COMPENSAR NO PROXIMO PAGAMENTO). A CHAVE
      *           IMPEDE QUE A MESMA COBRANCA ENTRE DUAS VEZES. O
      *           PAGTRANS RETEM (R) O ITEM COM SINISTRO EM ABERTO
      *           NO PEDIDO E MARCA PAGO (P) O QUE SAI NA REMESSA;
      *           O GLEXTR CONTABILIZA A ENTRADA E O PAGAMENTO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  CPAGAR-REC.
           05 CPG-CHAVE.
               10 CPG-TRANSP        PIC X(03).
               10 CPG-NUM-PEDIDO    PIC 9(08).
               10 CPG-TIPO          PIC X(01).
                   88 CPG-COBRANCA      VALUE 'C'.
                   88 CPG-DESC-SINISTRO VALUE 'S'.
           05 CPG-DATA-ENTRADA  PIC 9(08).
           05 CPG-DATA-VENC     PIC 9(08).
           05 CPG-VALOR-BRUTO   PIC 9(09)V99.
           05 CPG-RET-IRRF      PIC 9(09)V99.
           05 CPG-RET-INSS      PIC 9(09)V99.
           05 CPG-RET-PCC       PIC 9(09)V99.
           05 CPG-VALOR-LIQUIDO PIC 9(09)V99.
           05 CPG-SITUACAO      PIC X(01).
               88 CPG-ABERTO        VALUE 'A'.
               88 CPG-RETIDO        VALUE 'R'.
               88 CPG-PAGO          VALUE 'P'.
           05 CPG-DATA-PAGTO    PIC 9(08).
