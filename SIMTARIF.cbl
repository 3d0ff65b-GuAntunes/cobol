      *           SEMANAS ATE ALGUEM NOTAR.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - A SIMULACAO PASSOU A SER POR PAR ORIGEM+UF E
      *                 NIVEL DE SERVICO: A PENDENTE SO REPRECIFICA OS
      *                 PEDIDOS DO SEU NIVEL (PED-NIVEL-SERV, BRANCO =
      *                 PADRAO), E O NIVEL SAI NA COLUNA DO PAR NO
      *                 SIMTRPT.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WRK-TAB-ITEM OCCURS 700 TIMES.
               10 WRK-TAB-ORIGEM PIC X(03).
               10 WRK-TAB-UF     PIC X(02).
               10 WRK-TAB-NIVEL  PIC X(01).
               10 WRK-TAB-VIGENCIA PIC 9(08).
               10 WRK-TAB-TAXA   PIC 9(01)V99.
               10 WRK-TAB-KG     PIC 9(02)V99.
           05 WRK-ACU-ITEM OCCURS 100 TIMES.
               10 WRK-ACU-ORIGEM  PIC X(03).
               10 WRK-ACU-UF      PIC X(02).
               10 WRK-ACU-NIVEL   PIC X(01).
               10 WRK-ACU-QTDPED  PIC 9(05).
               10 WRK-ACU-ATUAL   PIC 9(11)V99.
               10 WRK-ACU-PENDE   PIC 9(11)V99.

      *--- CALCULO DO FRETE (DUAS PASSADAS POR PEDIDO) ---*
       77 WRK-USAR-PENDENTE PIC X(01) VALUE 'N'.
       77 WRK-NIVEL-PEN     PIC X(01) VALUE SPACES.
       77 WRK-NIVEL-PED     PIC X(01) VALUE SPACES.
       77 WRK-FRETE-CALC    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-ATUAL   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-PENDE   PIC 9(07)V99 VALUE ZEROS.
           05 WRK-LD-ORIGEM    PIC X(03).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LD-UF        PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LD-NIVEL     PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ATUAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                       MOVE UFR-ORIGEM TO
                           WRK-TAB-ORIGEM(WRK-TAB-QTD)
                       MOVE UFR-UF TO WRK-TAB-UF(WRK-TAB-QTD)
                       MOVE UFR-NIVEL-SERV TO
                           WRK-TAB-NIVEL(WRK-TAB-QTD)
                       MOVE UFR-VIGENCIA TO
                           WRK-TAB-VIGENCIA(WRK-TAB-QTD)
                       MOVE UFR-TAXA TO WRK-TAB-TAXA(WRK-TAB-QTD)
                       SET WRK-FIM-ARQ TO TRUE
                   ELSE
                       ADD 1 TO WRK-TAB-QTD
                       IF PEN-NIVEL-SERV = SPACES
                           MOVE 'P' TO WRK-NIVEL-PEN
                       ELSE
                           MOVE PEN-NIVEL-SERV TO WRK-NIVEL-PEN
                       END-IF
                       MOVE WRK-NIVEL-PEN TO
                           WRK-TAB-NIVEL(WRK-TAB-QTD)
                       MOVE PEN-ORIGEM TO
                           WRK-TAB-ORIGEM(WRK-TAB-QTD)
                       MOVE PEN-UF TO WRK-TAB-UF(WRK-TAB-QTD)
                   ADD 1 TO WRK-ACU-QTD
                   MOVE PEN-ORIGEM TO WRK-ACU-ORIGEM(WRK-ACU-QTD)
                   MOVE PEN-UF     TO WRK-ACU-UF(WRK-ACU-QTD)
                   MOVE WRK-NIVEL-PEN TO WRK-ACU-NIVEL(WRK-ACU-QTD)
                   MOVE ZEROS TO WRK-ACU-QTDPED(WRK-ACU-QTD)
                       WRK-ACU-ATUAL(WRK-ACU-QTD)
                       WRK-ACU-PENDE(WRK-ACU-QTD)
       0175-PROCURAR-PAR.
           IF WRK-ACU-ORIGEM(WRK-ACU-IDX) = PEN-ORIGEM
               AND WRK-ACU-UF(WRK-ACU-IDX) = PEN-UF
               AND WRK-ACU-NIVEL(WRK-ACU-IDX) = WRK-NIVEL-PEN
               MOVE WRK-ACU-IDX TO WRK-ACU-USO
           END-IF.

           IF WRK-IDADE-DIAS > WRK-JANELA-DIAS
               GO TO 0300-SIMULAR-FIM
           END-IF.
           IF PED-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-PED
           ELSE
               MOVE PED-NIVEL-SERV TO WRK-NIVEL-PED
           END-IF.
           PERFORM 0320-ACHAR-ACUM-DO-PEDIDO.
           IF WRK-ACU-USO = 0
               GO TO 0300-SIMULAR-FIM

       0325-PROCURAR-PAR-PEDIDO.
           IF WRK-ACU-UF(WRK-ACU-IDX) = PED-UF
               AND WRK-ACU-NIVEL(WRK-ACU-IDX) = WRK-NIVEL-PED
               AND (WRK-ACU-ORIGEM(WRK-ACU-IDX) = PED-ORIGEM
                   OR (PED-ORIGEM = SPACES
                       AND WRK-ACU-ORIGEM(WRK-ACU-IDX) = 'SP1'))

       0410-PROCURAR-TARIFA-SIM.
           IF WRK-TAB-UF(WRK-TAB-IDX) = PED-UF
               AND WRK-TAB-NIVEL(WRK-TAB-IDX) = WRK-NIVEL-PED
               AND (WRK-TAB-ORIGEM(WRK-TAB-IDX) = PED-ORIGEM
                   OR (PED-ORIGEM = SPACES
                       AND WRK-TAB-ORIGEM(WRK-TAB-IDX) = 'SP1'))
       0600-IMPRIMIR-DELTAS.
           MOVE SPACES TO SIMTRPT-REC.
           WRITE SIMTRPT-REC.
           MOVE 'PAR/NIV  PEDIDOS  FRETE ATUAL        FRETE PENDENT'
               TO SIMTRPT-REC.
           WRITE SIMTRPT-REC.
           MOVE ALL '-' TO SIMTRPT-REC.
                   - WRK-ACU-ATUAL(WRK-ACU-IDX).
           MOVE WRK-ACU-ORIGEM(WRK-ACU-IDX) TO WRK-LD-ORIGEM.
           MOVE WRK-ACU-UF(WRK-ACU-IDX)     TO WRK-LD-UF.
           MOVE WRK-ACU-NIVEL(WRK-ACU-IDX)  TO WRK-LD-NIVEL.
           MOVE WRK-ACU-QTDPED(WRK-ACU-IDX) TO WRK-LD-QTD.
           MOVE WRK-ACU-ATUAL(WRK-ACU-IDX)  TO WRK-LD-ATUAL.
           MOVE WRK-ACU-PENDE(WRK-ACU-IDX)  TO WRK-LD-PENDE.
