      *                 NO POSICAO - VAI PARA O ARQUIVO DE
      *                 RETENCAO SUITOVR, PARA O OVERRIDE DO
      *                 SUPERVISOR E O RELATORIO DIARIO SUITREL.
      * 15/10/2026 GA - POSICAO GRAVADA PELO SIMULADOR NASCE COM OS
      *                 CAMPOS DO COME-COTAS (POS-BASE-IR, POS-DATA-CC,
      *                 POS-IR-ANTEC) ZERADOS; APORTE EM POSICAO QUE JA
      *                 TEVE COME-COTAS SOMA TAMBEM NA BASE.
      * 15/10/2026 GA - A POSICAO NOVA NASCE COM A DATA DA ULTIMA
      *                 COBRANCA DE TAXA DE ADMINISTRACAO (POS-DATA-
      *                 TAXA) ZERADA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           READ POSICAO-FILE
               INVALID KEY
                   MOVE ZEROS TO POS-VALOR-APL POS-SALDO-PROJ
                       POS-BASE-IR POS-DATA-CC POS-IR-ANTEC
                       POS-DATA-TAXA
           END-READ.
           ADD WRK-VALOR TO POS-VALOR-APL.
           IF POS-BASE-IR > 0
               ADD WRK-VALOR TO POS-BASE-IR
           END-IF.
           ADD WRK-SALDO-LIQ TO POS-SALDO-PROJ.
           MOVE WRK-MESES TO POS-MESES.
           MOVE WRK-TAXA  TO POS-TAXA.
