      *           CARREGA O QUE AINDA HA PARA RECEBER.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS ABR-PARCELA E ABR-QTD-PARCELAS: A
      *                 FATURA PARCELADA VIRA UM TITULO POR PARCELA
      *                 (MESMO ABR-NUMERO, VENCIMENTO E VALOR PROPRIOS),
      *                 MONTADOS PELA ROTINA COMUM PARCPROC. FATURA SEM
      *                 PLANO E A PARCELA 01 DE 01.
      * 15/10/2026 GA - INCLUIDA A SITUACAO X (ABR-PERDA): TITULO
      *                 BAIXADO COMO PERDA INCOBRAVEL NO FECHAMENTO
      *                 MENSAL DA PDD (PROVPDD). CONTINUA NO MASTER (A
      *                 DIVIDA NAO SE EXTINGUE), FORA DA COBRANCA E DO
      *                 CALCULO DA PROVISAO.
      *****************************************************
       01  ABERTOS-REC.
           05 ABR-NUMERO        PIC 9(08).
               88 ABR-ABERTA        VALUE 'A'.
               88 ABR-PARCIAL       VALUE 'P'.
               88 ABR-LIQUIDADA     VALUE 'L'.
               88 ABR-PERDA         VALUE 'X'.
           05 ABR-PARCELA       PIC 9(02).
           05 ABR-QTD-PARCELAS  PIC 9(02).
