      *                 CONVERTIDA PELO COTCONV, L = LIBERACAO DE
      *                 CREDITO DO CREDLIB; BRANCO = LOTE ANTIGO
      *                 SEM GATEWAY).
      * 15/10/2026 GA - INCLUIDOS PED-TIPO-PED (D = DEVOLUCAO DE
      *                 MERCADORIA PELO CLIENTE; BRANCO = PEDIDO
      *                 NORMAL DE SAIDA) E PED-NUM-ORIGINAL (NUMERO
      *                 UNICO DO PEDIDO ORIGINAL QUE ESTA SENDO
      *                 DEVOLVIDO; ZEROS NO PEDIDO NORMAL).
      * 15/10/2026 GA - INCLUIDO PED-NIVEL-SERV, NIVEL DE SERVICO
      *                 CONTRATADO NO PEDIDO (E = EXPRESSO, P = PADRAO,
      *                 C = ECONOMICO; BRANCO = PADRAO). DEFINE A TARIFA
      *                 E O PRAZO USADOS PELO PROGCOB09.
      *****************************************************
       01  PEDIDOS-REC.
           05 PED-PRODUTO   PIC X(20).
           05 PED-LIBCRED   PIC X(01).
               88 PED-CRED-LIBERADO VALUE 'S'.
           05 PED-FONTE     PIC X(01).
           05 PED-TIPO-PED  PIC X(01).
               88 PED-DEVOLUCAO     VALUE 'D'.
           05 PED-NUM-ORIGINAL PIC 9(08).
           05 PED-NIVEL-SERV PIC X(01).
               88 PED-EXPRESSO      VALUE 'E'.
               88 PED-ECONOMICO     VALUE 'C'.
