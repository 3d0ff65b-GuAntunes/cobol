      *                 SECAO PROPRIA DO CPFRPT - E A PROVA DE
      *                 BASE DE TRATAMENTO QUE O LGPDPROC NAO
      *                 COBRIA.
      * 15/10/2026 GA - CLIENTE NOVO NASCE COM O PLANO DE PARCELAMENTO
      *                 ZERADO (CLI-QTD-PARCELAS E CLI-INTERVALO-PARC,
      *                 PARCELA UNICA).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCEPT CLI-DATA-CAD FROM DATE YYYYMMDD.
           MOVE 'A'             TO CLI-SITUACAO.
           MOVE ZEROS           TO CLI-LIMITE-CRED CLI-CEP
               CLI-RISCO CLI-RISCO-DATA CLI-QTD-PARCELAS
               CLI-INTERVALO-PARC.
           WRITE CLIENTE-REC
               INVALID KEY
                   CONTINUE
