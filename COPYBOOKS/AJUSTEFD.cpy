      *           FATURAMENTO ACERTAR A DIFERENCA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS AJU-MOTIVO (R = REPRECIFICACAO
      *                 DO RERATE, D = DEVOLUCAO DE MERCADORIA;
      *                 BRANCO = REGISTRO ANTIGO, REPRECIFICACAO),
      *                 AJU-VALOR-MERC (VALOR DA MERCADORIA
      *                 CREDITADO AO CLIENTE NA DEVOLUCAO; ZEROS NA
      *                 REPRECIFICACAO) E AJU-NUM-DEVOLUCAO (PEDIDO
      *                 DE DEVOLUCAO QUE GEROU O CREDITO). NO
      *                 CREDITO DE DEVOLUCAO, AJU-NUM-PEDIDO E
      *                 AJU-NUM-FATURA APONTAM O PEDIDO E A FATURA
      *                 ORIGINAIS, E O CREDITO E GRAVADO PELO
      *                 FATURA.
      * 15/10/2026 GA - INCLUIDO AJU-DATA-AJUSTE (DATA DE NEGOCIO
      *                 EM QUE O AJUSTE FOI GRAVADO, PELO RERATE OU
      *                 PELO FATURA): O ARQUIVO E CUMULATIVO E O
      *                 ESTORNO MENSAL DE COMISSAO DO COMISSAO
      *                 PRECISA SABER EM QUE MES CADA CREDITO
      *                 NASCEU. REGISTROS ANTIGOS FICAM COM ZEROS.
      *****************************************************
       01  AJUSTES-REC.
           05 AJU-NUM-PEDIDO    PIC 9(08).
           05 AJU-TIPO          PIC X(01).
               88 AJU-CREDITO       VALUE 'C'.
               88 AJU-DEBITO        VALUE 'D'.
           05 AJU-MOTIVO        PIC X(01).
               88 AJU-REPRECIFICACAO VALUE 'R' ' '.
               88 AJU-DEVOLUCAO     VALUE 'D'.
           05 AJU-VALOR-MERC    PIC 9(09)V99.
           05 AJU-NUM-DEVOLUCAO PIC 9(08).
           05 AJU-DATA-AJUSTE   PIC 9(08).
