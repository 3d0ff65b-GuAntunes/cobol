      *                 PEDIDO SEM LINHAS DE VOLUME), PARA O
      *                 ROMANEIO DE EMBARQUE E O INTERCAMBIO COM
      *                 AS TRANSPORTADORAS TOTALIZAREM VOLUMES.
      * 15/10/2026 GA - INCLUIDOS FSA-TIPO-PED (D = DEVOLUCAO,
      *                 PRECIFICADA NA ROTA INVERTIDA - DA UF DO
      *                 CLIENTE DE VOLTA AO CENTRO DE ORIGEM - PELA
      *                 TARIFA DE DEVOLUCAO; BRANCO = PEDIDO NORMAL)
      *                 E FSA-NUM-ORIGINAL (PEDIDO ORIGINAL
      *                 DEVOLVIDO), PARA O FATURAMENTO GERAR CREDITO
      *                 EM VEZ DE COBRANCA.
      * 15/10/2026 GA - INCLUIDO FSA-NIVEL-SERV, NIVEL DE SERVICO DO
      *                 PEDIDO PRECIFICADO (E = EXPRESSO, P = PADRAO, C
      *                 = ECONOMICO), REPASSADO AO EDIFRETE, AO ROMANEIO
      *                 E AO PEDHIST E USADO PELO ENTRCONF NA
      *                 PONTUALIDADE POR NIVEL.
      *****************************************************
       01  FRETESAI-REC.
           05 FSA-PRODUTO       PIC X(20).
           05 FSA-DATA-PROMET   PIC 9(08).
           05 FSA-TRANSP        PIC X(03).
           05 FSA-QTD-VOLUMES   PIC 9(03).
           05 FSA-TIPO-PED      PIC X(01).
               88 FSA-DEVOLUCAO     VALUE 'D'.
           05 FSA-NUM-ORIGINAL  PIC 9(08).
           05 FSA-NIVEL-SERV    PIC X(01).
               88 FSA-EXPRESSO      VALUE 'E'.
               88 FSA-PADRAO        VALUE 'P'.
               88 FSA-ECONOMICO     VALUE 'C'.
