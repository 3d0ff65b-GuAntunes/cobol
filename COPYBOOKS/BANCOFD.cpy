      *           MULTIBANCO DO CONCBANC.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - TABELA DE TARIFAS CONTRATADAS DO BANCO (ATE 8):
      *                 TIPO DA TARIFA, BASE DE COBRANCA (B = POR BOLETO
      *                 EMITIDO, L = POR LIQUIDACAO, M = MENSAL FIXA),
      *                 PRECO UNITARIO CONTRATADO E O PADRAO (INICIO DO
      *                 DOCUMENTO, BNC-TAR-TAM POSICOES) QUE RECONHECE O
      *                 DEBITO DA TARIFA NO EXTRATO. MANTIDA PELA
      *                 TRANSACAO T DO MANTBCO E CONFERIDA PELO TARBANC.
      *****************************************************
       01  BANCOMST-REC.
           05 BNC-CODIGO      PIC X(03).
           05 BNC-NOME        PIC X(20).
           05 BNC-CONTA       PIC 9(06).
           05 BNC-LAYOUT      PIC X(01).
           05 BNC-QTD-TARIFAS PIC 9(02).
           05 BNC-TARIFAS.
               10 BNC-TARIFA OCCURS 8 TIMES.
                   15 BNC-TAR-TIPO    PIC X(04).
                   15 BNC-TAR-BASE    PIC X(01).
                       88 BNC-TAR-POR-BOLETO   VALUE 'B'.
                       88 BNC-TAR-POR-LIQUID   VALUE 'L'.
                       88 BNC-TAR-MENSAL       VALUE 'M'.
                   15 BNC-TAR-PRECO   PIC 9(05)V99.
                   15 BNC-TAR-PADRAO  PIC X(10).
                   15 BNC-TAR-TAM     PIC 9(02).
