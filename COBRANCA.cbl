      *           O DIGITADOR CALCULASSE NAQUELA MANHA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - A CARTA TRAZ A PARCELA DO TITULO (PP/QQ); COM A
      *                 FATURA PARCELADA CADA PARCELA VENCIDA E COBRADA
      *                 SOZINHA. TITULO ANTERIOR AO PARCELAMENTO SAI
      *                 COMO 01/01.
      * 15/10/2026 GA - TITULO BAIXADO COMO PERDA (SITUACAO X, PROVPDD)
      *                 NAO RECEBE MAIS CARTA DE COBRANCA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WRK-CL3-NUMERO   PIC 9(08).
           05 FILLER           PIC X(13) VALUE '  EMITIDA EM '.
           05 WRK-CL3-EMISSAO  PIC 9(08).
           05 FILLER           PIC X(11) VALUE '  PARCELA '.
           05 WRK-CL3-PARCELA  PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-CL3-QTD-PARC PIC 9(02).
       01  WRK-CARTA-LIN4.
           05 FILLER           PIC X(18) VALUE 'VENCIMENTO.......'.
           05 WRK-CL4-VENC     PIC 9(08).
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ABR-PERDA
                       CONTINUE
                   ELSE
                       IF ABR-DATA-VENC < WRK-DATA-NEGOCIO
                           PERFORM 0200-PROCESSAR-VENCIDO
                       ELSE
                           ADD 1 TO WRK-QTD-EM-DIA
                       END-IF
                   END-IF
           END-READ.

           WRITE CARTASCB-REC.
           MOVE ABR-NUMERO TO WRK-CL3-NUMERO.
           MOVE ABR-DATA-EMISSAO TO WRK-CL3-EMISSAO.
           IF ABR-PARCELA IS NUMERIC
               MOVE ABR-PARCELA      TO WRK-CL3-PARCELA
               MOVE ABR-QTD-PARCELAS TO WRK-CL3-QTD-PARC
           ELSE
               MOVE 1 TO WRK-CL3-PARCELA WRK-CL3-QTD-PARC
           END-IF.
           MOVE WRK-CARTA-LIN3 TO CARTASCB-REC.
           WRITE CARTASCB-REC.
           MOVE ABR-DATA-VENC TO WRK-CL4-VENC.
