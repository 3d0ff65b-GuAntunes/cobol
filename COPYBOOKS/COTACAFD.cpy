      *           A NUMERACAO E PROPRIA (CONTROLE NUMCOT).
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDO COT-NIVEL-SERV, NIVEL DE SERVICO COTADO
      *                 (E/P/C), LEVADO PELO COTCONV PARA O PEDIDO NA
      *                 CONVERSAO.
      *****************************************************
       01  COTACOES-REC.
           05 COT-NUMERO        PIC 9(08).
           05 COT-SITUACAO      PIC X(01).
               88 COT-ATIVA         VALUE 'A'.
               88 COT-CONVERTIDA    VALUE 'C'.
           05 COT-NIVEL-SERV    PIC X(01).
