      *           A PROMESSA NAO VALE NADA SE NINGUEM MEDE.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - APURACAO SEPARADA POR NIVEL DE SERVICO
      *                 (FSA-NIVEL-SERV, BRANCO = PADRAO): O ACUMULADOR
      *                 PASSA A SER POR ORIGEM+UF+NIVEL, A LISTA DE
      *                 VENCIDOS MOSTRA O NIVEL E SAI UM RESUMO POR
      *                 NIVEL COM O PERCENTUAL ENTREGUE ATE A DATA
      *                 PROMETIDA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 WRK-CNF-DATA     PIC 9(08).
               10 WRK-CNF-USADA    PIC X(01).

      *--- ACUMULADOR POR ORIGEM+UF+NIVEL DE SERVICO ---*
       77 WRK-NIVEL-PED     PIC X(01) VALUE SPACES.
       77 WRK-ACU-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-USO       PIC 9(03) COMP VALUE ZEROS.
           05 WRK-ACU-ITEM OCCURS 200 TIMES.
               10 WRK-ACU-ORIGEM   PIC X(03).
               10 WRK-ACU-UF       PIC X(02).
               10 WRK-ACU-NIVEL    PIC X(01).
               10 WRK-ACU-ANTEC    PIC 9(05).
               10 WRK-ACU-PRAZO    PIC 9(05).
               10 WRK-ACU-ATRASO   PIC 9(05).
               10 WRK-ACU-DIAS-ATR PIC 9(07).

      *--- RESUMO POR NIVEL DE SERVICO (E/P/C) ---*
       77 WRK-NIV-IDX       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-NIV-TOTAL     PIC 9(06) VALUE ZEROS.
       77 WRK-NIV-PCT       PIC 9(03)V9 VALUE ZEROS.
       01  WRK-TAB-NIVEL-ROT.
           05 FILLER           PIC X(10) VALUE 'EEXPRESSO '.
           05 FILLER           PIC X(10) VALUE 'PPADRAO   '.
           05 FILLER           PIC X(10) VALUE 'CECONOMICO'.
       01  WRK-TAB-NIVEL-ROT-R REDEFINES WRK-TAB-NIVEL-ROT.
           05 WRK-NVR-ITEM OCCURS 3 TIMES.
               10 WRK-NVR-CODIGO   PIC X(01).
               10 WRK-NVR-NOME     PIC X(09).
       01  WRK-TAB-NIVEL.
           05 WRK-NIV-ITEM OCCURS 3 TIMES.
               10 WRK-NIV-ANTEC    PIC 9(05).
               10 WRK-NIV-PRAZO    PIC 9(05).
               10 WRK-NIV-ATRASO   PIC 9(05).
               10 WRK-NIV-DIAS-ATR PIC 9(07).

       01  WRK-PROM-GRUPO.
           05 WRK-PROM-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-PROM-R REDEFINES WRK-PROM-GRUPO.
           05 WRK-LA-ORIGEM    PIC X(03).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LA-UF        PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LA-NIVEL     PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LA-ANTEC     PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LA-PRAZO     PIC ZZZZ9.
           05 WRK-LA-ATRASO    PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LA-DIAS      PIC ZZZZZZ9.
       01  WRK-LIN-NIVEL.
           05 WRK-LN-NOME      PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-ANTEC     PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LN-PRAZO     PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LN-ATRASO    PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LN-DIAS      PIC ZZZZZZ9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LN-PCT       PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE '%'.
       01  WRK-LIN-VENCIDO.
           05 WRK-LV-NUMERO    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LV-DOC       PIC X(14).
           05 FILLER           PIC X(12) VALUE '  PROMETIDO '.
           05 WRK-LV-PROMET    PIC 9(08).
           05 FILLER           PIC X(08) VALUE '  NIVEL '.
           05 WRK-LV-NIVEL     PIC X(01).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(26).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-TAB-NIVEL.
           OPEN OUTPUT ENTRRPT-FILE.
           MOVE SPACES TO ENTRRPT-REC.
           STRING 'ENTREGA NO PRAZO POR ORIGEM/UF/NIVEL - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           MOVE ALL '=' TO ENTRRPT-REC.
           PERFORM 0100-CARREGAR-CONFIRMACOES.
           PERFORM 0200-VARRER-FRETESAI.
           PERFORM 0400-IMPRIMIR-ACUMULADO.
           PERFORM 0450-IMPRIMIR-POR-NIVEL.
           PERFORM 0500-LISTAR-CONF-ORFAS.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE ENTRRPT-FILE.
           END-READ.

       0220-CASAR-UM-PEDIDO.
           MOVE FSA-NIVEL-SERV TO WRK-NIVEL-PED.
           IF WRK-NIVEL-PED = SPACES
               MOVE 'P' TO WRK-NIVEL-PED
           END-IF.
           MOVE ZEROS TO WRK-CNF-USO.
           PERFORM 0230-PROCURAR-CONF
               VARYING WRK-CNF-IDX FROM 1 BY 1
      * CLASSIFICA A ENTREGA CONFIRMADA CONTRA A PROMESSA:
      * ANTECIPADA, NO PRAZO OU ATRASADA (COM OS DIAS DE
      * ATRASO PELA ROTINA COMUM DE IDADE DA CALPROC),
      * ACUMULANDO NA ROTA ORIGEM+UF+NIVEL DO PEDIDO E NO
      * RESUMO DO NIVEL - CADA NIVEL TEM A SUA PROMESSA
      *****************************************************
       0300-CLASSIFICAR-ENTREGA.
           PERFORM 0320-ACHAR-ACUMULADOR.
           IF WRK-ACU-USO = 0
               GO TO 0300-CLASSIFICAR-FIM
           END-IF.
           EVALUATE WRK-NIVEL-PED
               WHEN 'E'
                   MOVE 1 TO WRK-NIV-IDX
               WHEN 'C'
                   MOVE 3 TO WRK-NIV-IDX
               WHEN OTHER
                   MOVE 2 TO WRK-NIV-IDX
           END-EVALUATE.
           MOVE FSA-DATA-PROMET TO WRK-PROM-DATA.
           MOVE WRK-CNF-DATA(WRK-CNF-USO) TO WRK-REAL-DATA.
           EVALUATE TRUE
               WHEN WRK-REAL-DATA < WRK-PROM-DATA
                   ADD 1 TO WRK-ACU-ANTEC(WRK-ACU-USO)
                   ADD 1 TO WRK-NIV-ANTEC(WRK-NIV-IDX)
               WHEN WRK-REAL-DATA = WRK-PROM-DATA
                   ADD 1 TO WRK-ACU-PRAZO(WRK-ACU-USO)
                   ADD 1 TO WRK-NIV-PRAZO(WRK-NIV-IDX)
               WHEN OTHER
                   ADD 1 TO WRK-ACU-ATRASO(WRK-ACU-USO)
                   ADD 1 TO WRK-NIV-ATRASO(WRK-NIV-IDX)
                   PERFORM 0330-CALCULAR-DIAS-ATRASO
                   ADD WRK-IDADE-DIAS TO
                       WRK-ACU-DIAS-ATR(WRK-ACU-USO)
                   ADD WRK-IDADE-DIAS TO
                       WRK-NIV-DIAS-ATR(WRK-NIV-IDX)
           END-EVALUATE.

       0300-CLASSIFICAR-FIM.
                   ADD 1 TO WRK-ACU-QTD
                   MOVE FSA-ORIGEM TO WRK-ACU-ORIGEM(WRK-ACU-QTD)
                   MOVE FSA-UF     TO WRK-ACU-UF(WRK-ACU-QTD)
                   MOVE WRK-NIVEL-PED TO WRK-ACU-NIVEL(WRK-ACU-QTD)
                   MOVE ZEROS TO WRK-ACU-ANTEC(WRK-ACU-QTD)
                       WRK-ACU-PRAZO(WRK-ACU-QTD)
                       WRK-ACU-ATRASO(WRK-ACU-QTD)
                       WRK-ACU-DIAS-ATR(WRK-ACU-QTD)
                   MOVE WRK-ACU-QTD TO WRK-ACU-USO
               ELSE
                   DISPLAY 'AVISO - ACUMULADOR ORIGEM/UF/NIVEL '
                       'CHEIO (200 ROTAS)'
               END-IF
           END-IF.

       0325-PROCURAR-ACUM.
           IF WRK-ACU-ORIGEM(WRK-ACU-IDX) = FSA-ORIGEM
               AND WRK-ACU-UF(WRK-ACU-IDX) = FSA-UF
               AND WRK-ACU-NIVEL(WRK-ACU-IDX) = WRK-NIVEL-PED
               MOVE WRK-ACU-IDX TO WRK-ACU-USO
           END-IF.

           MOVE FSA-UF          TO WRK-LV-UF.
           MOVE FSA-DOC         TO WRK-LV-DOC.
           MOVE FSA-DATA-PROMET TO WRK-LV-PROMET.
           MOVE WRK-NIVEL-PED   TO WRK-LV-NIVEL.
           MOVE WRK-LIN-VENCIDO TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.

       0400-IMPRIMIR-ACUMULADO.
           MOVE SPACES TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           MOVE 'ORIG/UF/N  ANTEC    PRAZO    ATRASO  DIAS ATR'
               TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           MOVE ALL '-' TO ENTRRPT-REC.
       0410-IMPRIMIR-UMA-LINHA.
           MOVE WRK-ACU-ORIGEM(WRK-ACU-IDX)   TO WRK-LA-ORIGEM.
           MOVE WRK-ACU-UF(WRK-ACU-IDX)       TO WRK-LA-UF.
           MOVE WRK-ACU-NIVEL(WRK-ACU-IDX)    TO WRK-LA-NIVEL.
           MOVE WRK-ACU-ANTEC(WRK-ACU-IDX)    TO WRK-LA-ANTEC.
           MOVE WRK-ACU-PRAZO(WRK-ACU-IDX)    TO WRK-LA-PRAZO.
           MOVE WRK-ACU-ATRASO(WRK-ACU-IDX)   TO WRK-LA-ATRASO.
           MOVE WRK-LIN-ACUM TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.

      *****************************************************
      * RESUMO DO DESEMPENHO POR NIVEL DE SERVICO, COM O
      * PERCENTUAL ENTREGUE ATE A DATA PROMETIDA (ANTECIPADAS
      * MAIS NO PRAZO SOBRE O TOTAL CONFIRMADO DO NIVEL)
      *****************************************************
       0450-IMPRIMIR-POR-NIVEL.
           MOVE SPACES TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           MOVE SPACES TO ENTRRPT-REC.
           STRING 'NIVEL      ANTEC    PRAZO    ATRASO  DIAS ATR'
               '  % PRAZO' DELIMITED BY SIZE INTO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           MOVE ALL '-' TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.
           PERFORM 0460-IMPRIMIR-UM-NIVEL
               VARYING WRK-NIV-IDX FROM 1 BY 1
               UNTIL WRK-NIV-IDX > 3.

       0460-IMPRIMIR-UM-NIVEL.
           COMPUTE WRK-NIV-TOTAL = WRK-NIV-ANTEC(WRK-NIV-IDX)
               + WRK-NIV-PRAZO(WRK-NIV-IDX)
               + WRK-NIV-ATRASO(WRK-NIV-IDX).
           IF WRK-NIV-TOTAL = 0
               MOVE ZEROS TO WRK-NIV-PCT
           ELSE
               COMPUTE WRK-NIV-PCT ROUNDED =
                   (WRK-NIV-ANTEC(WRK-NIV-IDX)
                   + WRK-NIV-PRAZO(WRK-NIV-IDX)) * 100
                   / WRK-NIV-TOTAL
           END-IF.
           MOVE WRK-NVR-NOME(WRK-NIV-IDX)     TO WRK-LN-NOME.
           MOVE WRK-NIV-ANTEC(WRK-NIV-IDX)    TO WRK-LN-ANTEC.
           MOVE WRK-NIV-PRAZO(WRK-NIV-IDX)    TO WRK-LN-PRAZO.
           MOVE WRK-NIV-ATRASO(WRK-NIV-IDX)   TO WRK-LN-ATRASO.
           MOVE WRK-NIV-DIAS-ATR(WRK-NIV-IDX) TO WRK-LN-DIAS.
           MOVE WRK-NIV-PCT                   TO WRK-LN-PCT.
           MOVE WRK-LIN-NIVEL TO ENTRRPT-REC.
           WRITE ENTRRPT-REC.

      *****************************************************
      * CONFIRMACAO SEM PEDIDO CORRESPONDENTE NO FRETESAI -
      * NUMERO ERRADO NO ARQUIVO DA TRANSPORTADORA
