      *                 TABELA UFRATE E REPRECIFICA-LO POR ELA
      *                 GERAVA AJUSTE FALSO PARA O FATURAMENTO
      *                 ACERTAR.
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO (FSA-TIPO-PED = D) NAO
      *                 E REPRECIFICADO: O FRETE DELE SAI DA TARIFA
      *                 DE DEVOLUCAO E NAO E COBRADO DO CLIENTE. O
      *                 AJUSTE GRAVADO PASSOU A LEVAR O MOTIVO R.
      * 15/10/2026 GA - O AJUSTE GRAVADO PASSOU A LEVAR A DATA DE
      *                 NEGOCIO EM AJU-DATA-AJUSTE, PARA O ESTORNO
      *                 MENSAL DE COMISSAO (COMISSAO).
      * 15/10/2026 GA - CADA PEDIDO DO PAR E REPRECIFICADO PELA TARIFA
      *                 (E CONFERIDO CONTRA O CONTRATO) DO SEU PROPRIO
      *                 NIVEL DE SERVICO (FSA-NIVEL-SERV, BRANCO =
      *                 PADRAO), COMO NO PROGCOB09.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PAR-ORIGEM    PIC X(03) VALUE SPACES.
       77 WRK-PAR-UF        PIC X(02) VALUE SPACES.
       77 WRK-PAR-VIGENCIA  PIC 9(08) VALUE ZEROS.
       77 WRK-NIVEL-PED     PIC X(01) VALUE SPACES.

       77 WRK-QTD-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALVO      PIC 9(05) VALUE ZEROS.
               10 WRK-CTR-DOC      PIC X(14).
               10 WRK-CTR-ORIGEM   PIC X(03).
               10 WRK-CTR-UF       PIC X(02).
               10 WRK-CTR-NIVEL    PIC X(01).
               10 WRK-CTR-VIGENCIA PIC 9(08).
               10 WRK-CTR-FIM      PIC 9(08).
       77 WRK-TOT-DEBITO    PIC 9(11)V99 VALUE ZEROS.
               DEPENDING ON WRK-TAB-QTD INDEXED BY WRK-IDX.
               10 WRK-TAB-ORIGEM PIC X(03).
               10 WRK-TAB-UF     PIC X(02).
               10 WRK-TAB-NIVEL  PIC X(01).
               10 WRK-TAB-VIGENCIA PIC 9(08).
               10 WRK-TAB-TAXA   PIC 9(01)V99.
               10 WRK-TAB-KG     PIC 9(02)V99.
                       MOVE UFR-ORIGEM TO
                           WRK-TAB-ORIGEM(WRK-TAB-QTD)
                       MOVE UFR-UF TO WRK-TAB-UF(WRK-TAB-QTD)
                       MOVE UFR-NIVEL-SERV TO
                           WRK-TAB-NIVEL(WRK-TAB-QTD)
                       MOVE UFR-VIGENCIA TO
                           WRK-TAB-VIGENCIA(WRK-TAB-QTD)
                       MOVE UFR-TAXA TO WRK-TAB-TAXA(WRK-TAB-QTD)
                       MOVE CTR-ORIGEM TO
                           WRK-CTR-ORIGEM(WRK-CTR-QTD)
                       MOVE CTR-UF TO WRK-CTR-UF(WRK-CTR-QTD)
                       MOVE CTR-NIVEL-SERV TO
                           WRK-CTR-NIVEL(WRK-CTR-QTD)
                       MOVE CTR-VIGENCIA TO
                           WRK-CTR-VIGENCIA(WRK-CTR-QTD)
                       MOVE CTR-DATA-FIM TO
                       IF FSA-ORIGEM = WRK-PAR-ORIGEM
                           AND FSA-UF = WRK-PAR-UF
                           AND FSA-DATA-PEDIDO >= WRK-PAR-VIGENCIA
                           AND NOT FSA-DEVOLUCAO
                           ADD 1 TO WRK-QTD-ALVO
                           PERFORM 0300-REPRECIFICAR-PEDIDO
                       END-IF
      * COMPONENTES E COM O MESMO TRUNCAMENTO DO PROGCOB09
      *****************************************************
       0300-REPRECIFICAR-PEDIDO.
           IF FSA-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-PED
           ELSE
               MOVE FSA-NIVEL-SERV TO WRK-NIVEL-PED
           END-IF.
           PERFORM 0320-VERIFICAR-CONTRATO.
           IF WRK-TEM-CONTRATO = 'S'
               ADD 1 TO WRK-QTD-CONTRATO
           IF WRK-CTR-DOC(WRK-CTR-IDX) = FSA-DOC
               AND WRK-CTR-ORIGEM(WRK-CTR-IDX) = FSA-ORIGEM
               AND WRK-CTR-UF(WRK-CTR-IDX) = FSA-UF
               AND WRK-CTR-NIVEL(WRK-CTR-IDX) = WRK-NIVEL-PED
               AND WRK-CTR-VIGENCIA(WRK-CTR-IDX)
                   <= FSA-DATA-PEDIDO
               AND (WRK-CTR-FIM(WRK-CTR-IDX) = 0
       0310-PROCURAR-TARIFA.
           IF WRK-TAB-ORIGEM(WRK-IDX) = FSA-ORIGEM
               AND WRK-TAB-UF(WRK-IDX) = FSA-UF
               AND WRK-TAB-NIVEL(WRK-IDX) = WRK-NIVEL-PED
               AND WRK-TAB-VIGENCIA(WRK-IDX) <= FSA-DATA-PEDIDO
               IF WRK-ACHA-IDX = 0
                   SET WRK-ACHA-IDX TO WRK-IDX
           MOVE FSA-FRETE       TO AJU-FRETE-ANT.
           MOVE WRK-FRETE-NOVO  TO AJU-FRETE-NOVO.
           MOVE WRK-FRETE-DIFER TO AJU-DIFERENCA.
           MOVE 'R'             TO AJU-MOTIVO.
           MOVE ZEROS TO AJU-VALOR-MERC AJU-NUM-DEVOLUCAO.
           MOVE WRK-DATA-NEGOCIO TO AJU-DATA-AJUSTE.
           IF WRK-FRETE-DIFER < 0
               ADD 1 TO WRK-QTD-CREDITOS
               SUBTRACT WRK-FRETE-DIFER FROM ZERO
