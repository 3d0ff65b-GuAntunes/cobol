      *           SO PRECIFICAR, EM VEZ DE POLICIAR.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO (TIPO D NA POSICAO 69
      *                 DO REGISTRO DA FONTE, COM O NUMERO DO
      *                 PEDIDO ORIGINAL NAS POSICOES 70-77): O
      *                 ORIGINAL E CONFERIDO NO PEDHIST - TEM DE
      *                 EXISTIR, TER SIDO ENTREGUE, NAO SER ELE
      *                 MESMO UMA DEVOLUCAO E AINDA NAO TER SIDO
      *                 DEVOLVIDO (NEM POR OUTRA DEVOLUCAO DO MESMO
      *                 LOTE). CENTRO, UF E CLIENTE DA DEVOLUCAO
      *                 SAO OS DO ORIGINAL; VALOR ACIMA DO ORIGINAL
      *                 OU CLIENTE DIFERENTE E REJEITADO.
      * 15/10/2026 GA - NIVEL DE SERVICO DO PEDIDO NA POSICAO 78 DO
      *                 REGISTRO DA FONTE (E=EXPRESSO P=PADRAO
      *                 C=ECONOMICO, BRANCO = PADRAO): OUTRO CODIGO E
      *                 REJEITADO, A CRITICA DE ROTA EXIGE TARIFA NO
      *                 UFRATE PARA ORIGEM+UF NAQUELE NIVEL, E O NIVEL
      *                 EFETIVO VAI PARA O PED-NIVEL-SERV.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLQ-DOC
               FILE STATUS IS WRK-BLQ-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       FD  DOCBLOQ-FILE.
           COPY DOCBLQFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       77 WRK-UFR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BLQ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-FONTE     PIC X(01) VALUE 'N'.
           88 WRK-FIM-FONTE      VALUE 'S'.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-BLQ-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-PHI-ABERTO    PIC X(01) VALUE 'N'.

      *--- FONTE EM PROCESSAMENTO ---*
       77 WRK-FONTE-ATUAL   PIC X(01) VALUE SPACES.
               10 WRF-ORIGEM    PIC X(03).
               10 WRF-LIBCRED   PIC X(01).
               10 WRF-FONTE     PIC X(01).
               10 WRF-TIPO-PED  PIC X(01).
                   88 WRF-DEVOLUCAO     VALUE 'D'.
               10 WRF-NUM-ORIGINAL PIC 9(08).
               10 WRF-NIVEL-SERV PIC X(01).
                   88 WRF-NIVEL-VALIDO  VALUE SPACES 'E' 'P' 'C'.
           05 FILLER            PIC X(02).

      *--- ORIGINAIS JA DEVOLVIDOS POR DEVOLUCAO DESTE LOTE ---*
       77 WRK-DEV-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEV-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEV-ACHOU     PIC X(01) VALUE 'N'.
       01  WRK-TAB-DEVOLVIDOS.
           05 WRK-DEV-ORIGINAL PIC 9(08) OCCURS 500 TIMES.

      *--- VOLUMES (ITM) PENDENTES DO PEDIDO CORRENTE (A LINHA ---*
      *--- ITM TEM 22 BYTES: TIPO+SEQ+PESO+COMP+LARG+ALT)      ---*
       01  WRK-TAB-VOLUMES.
           05 WRK-VOL-ITEM OCCURS 50 TIMES PIC X(22).

      *--- ROTAS EXISTENTES NO UFRATE (ORIGEM+UF+NIVEL)    ---*
       77 WRK-ROTA-QTD      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROTA-IDX      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROTA-ACHOU    PIC X(01) VALUE 'N'.
           05 WRK-ROTA-ITEM OCCURS 500 TIMES.
               10 WRK-ROTA-ORIGEM PIC X(03).
               10 WRK-ROTA-UF     PIC X(02).
               10 WRK-ROTA-NIVEL  PIC X(01).

      *--- CONTADORES POR FONTE (F/R/C/L) + TOTAIS ---*
       77 WRK-FNT-IDX       PIC 9(01) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(39) VALUE SPACES.
       77 WRK-VALIDO        PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM-EFET   PIC X(03) VALUE SPACES.
       77 WRK-NIVEL-EFET    PIC X(01) VALUE SPACES.

       01  WRK-LIN-FONTE.
           05 WRK-LF-NOME      PIC X(12).
           IF WRK-BLQ-ABERTO = 'S'
               CLOSE DOCBLOQ-FILE
           END-IF.
           IF WRK-PHI-ABERTO = 'S'
               CLOSE PEDHIST-FILE
           END-IF.
           PERFORM 0600-RELATORIO-ENTRADA.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.
               WRK-FNT-REJ(WRK-FNT-IDX).

      *****************************************************
      * CARREGA AS ROTAS ORIGEM+UF+NIVEL DE SERVICO EXISTENTES
      * NO UFRATE, PARA A CRITICA DE ROTA (QUALQUER VIGENCIA
      * DA ROTA VALE)
      *****************************************************
       0100-CARREGAR-ROTAS.
           MOVE 'N' TO WRK-EOF-UFR.
                       MOVE UFR-ORIGEM TO
                           WRK-ROTA-ORIGEM(WRK-ROTA-QTD)
                       MOVE UFR-UF TO WRK-ROTA-UF(WRK-ROTA-QTD)
                       MOVE UFR-NIVEL-SERV TO
                           WRK-ROTA-NIVEL(WRK-ROTA-QTD)
                   END-IF
           END-READ.

       0107-PROCURAR-ROTA.
           IF WRK-ROTA-ORIGEM(WRK-ROTA-IDX) = UFR-ORIGEM
               AND WRK-ROTA-UF(WRK-ROTA-IDX) = UFR-UF
               AND WRK-ROTA-NIVEL(WRK-ROTA-IDX) = UFR-NIVEL-SERV
               MOVE 'S' TO WRK-ROTA-ACHOU
           END-IF.

           IF WRK-BLQ-STATUS = '00'
               MOVE 'S' TO WRK-BLQ-ABERTO
           END-IF.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS = '00'
               MOVE 'S' TO WRK-PHI-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER PEDHIST NAO ENCONTRADO '
                   '(STATUS ' WRK-PHI-STATUS ') - TODA DEVOLUCAO '
                   'SERA REJEITADA'
           END-IF.

       0120-GRAVAR-HEADER-SAIDA.
           MOVE SPACES TO PEDIDOS-HDR-REC.
           ELSE
               MOVE WRF-ORIGEM TO WRK-ORIGEM-EFET
           END-IF.
           IF WRF-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-EFET
           ELSE
               MOVE WRF-NIVEL-SERV TO WRK-NIVEL-EFET
           END-IF.
           IF WRF-TIPO-PED NOT = SPACES AND NOT WRF-DEVOLUCAO
               MOVE 'N' TO WRK-VALIDO
               MOVE 'TIPO DE PEDIDO INVALIDO' TO WRK-MOTIVO
           END-IF.
           IF WRK-VALIDO = 'S' AND NOT WRF-NIVEL-VALIDO
               MOVE 'N' TO WRK-VALIDO
               MOVE 'NIVEL DE SERVICO INVALIDO' TO WRK-MOTIVO
           END-IF.
           IF WRK-VALIDO = 'S' AND WRF-DEVOLUCAO
               PERFORM 0415-CRITICAR-DEVOLUCAO
                   THRU 0415-CRITICAR-FIM
           END-IF.
           IF WRF-VALOR NOT NUMERIC OR WRF-VALOR = 0
               MOVE 'N' TO WRK-VALIDO
               MOVE 'VALOR ZERADO OU INVALIDO' TO WRK-MOTIVO
           IF WRK-VALIDO = 'S'
               ADD 1 TO WRK-TOT-ACEITOS
               ADD 1 TO WRK-FNT-ACEITOS(WRK-FNT-IDX)
               IF WRF-DEVOLUCAO AND WRK-DEV-QTD < 500
                   ADD 1 TO WRK-DEV-QTD
                   MOVE WRF-NUM-ORIGINAL
                       TO WRK-DEV-ORIGINAL(WRK-DEV-QTD)
               END-IF
               PERFORM 0450-GRAVAR-PEDIDO-LIMPO
           ELSE
               ADD 1 TO WRK-TOT-REJ
               WHEN OTHER MOVE 4 TO WRK-FNT-IDX
           END-EVALUATE.

      *****************************************************
      * CRITICA DA DEVOLUCAO CONTRA O PEDIDO ORIGINAL NO
      * PEDHIST. A DEVOLUCAO VOLTA PARA O CENTRO QUE EXPEDIU O
      * ORIGINAL, SAI DA UF ONDE ELE FOI ENTREGUE E CREDITA O
      * MESMO CLIENTE - CAMPOS EM BRANCO NA FONTE SAO
      * COMPLETADOS COM OS DO ORIGINAL ANTES DAS DEMAIS
      * CRITICAS (ROTA, CLIENTE, DENY LIST)
      *****************************************************
       0415-CRITICAR-DEVOLUCAO.
           IF WRF-NUM-ORIGINAL NOT NUMERIC
               OR WRF-NUM-ORIGINAL = 0
               MOVE 'N' TO WRK-VALIDO
               MOVE 'DEVOLUCAO SEM O PEDIDO ORIGINAL' TO WRK-MOTIVO
               GO TO 0415-CRITICAR-FIM
           END-IF.
           IF WRK-PHI-ABERTO = 'N'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'MASTER PEDHIST INDISPONIVEL' TO WRK-MOTIVO
               GO TO 0415-CRITICAR-FIM
           END-IF.
           MOVE WRF-NUM-ORIGINAL TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PEDIDO ORIGINAL NAO ENCONTRADO'
                       TO WRK-MOTIVO
                   GO TO 0415-CRITICAR-FIM
           END-READ.
           EVALUATE TRUE
               WHEN PHI-DEVOLUCAO
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'ORIGINAL JA E UMA DEVOLUCAO' TO WRK-MOTIVO
               WHEN NOT PHI-ENTREGUE
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PEDIDO ORIGINAL NAO ENTREGUE' TO WRK-MOTIVO
               WHEN PHI-NUM-DEVOLUCAO NUMERIC
                   AND PHI-NUM-DEVOLUCAO > 0
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'PEDIDO ORIGINAL JA DEVOLVIDO' TO WRK-MOTIVO
               WHEN WRF-DOC NOT = SPACES AND WRF-DOC NOT = PHI-DOC
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'CLIENTE DIFERE DO PEDIDO ORIGINAL'
                       TO WRK-MOTIVO
               WHEN WRF-VALOR NUMERIC AND WRF-VALOR > PHI-VALOR
                   MOVE 'N' TO WRK-VALIDO
                   MOVE 'VALOR ACIMA DO PEDIDO ORIGINAL'
                       TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-VALIDO = 'N'
               GO TO 0415-CRITICAR-FIM
           END-IF.
           MOVE 'N' TO WRK-DEV-ACHOU.
           PERFORM 0417-PROCURAR-DEVOLVIDO
               VARYING WRK-DEV-IDX FROM 1 BY 1
               UNTIL WRK-DEV-IDX > WRK-DEV-QTD
               OR WRK-DEV-ACHOU = 'S'.
           IF WRK-DEV-ACHOU = 'S'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'ORIGINAL JA DEVOLVIDO NESTE LOTE'
                   TO WRK-MOTIVO
               GO TO 0415-CRITICAR-FIM
           END-IF.
           MOVE PHI-ORIGEM TO WRK-ORIGEM-EFET.
           MOVE PHI-UF     TO WRF-UF.
           MOVE PHI-DOC    TO WRF-DOC.

       0415-CRITICAR-FIM.
           EXIT.

       0417-PROCURAR-DEVOLVIDO.
           IF WRK-DEV-ORIGINAL(WRK-DEV-IDX) = WRF-NUM-ORIGINAL
               MOVE 'S' TO WRK-DEV-ACHOU
           END-IF.

       0420-CRITICAR-ROTA.
           MOVE 'N' TO WRK-ROTA-ACHOU.
           PERFORM 0425-PROCURAR-ROTA-PED
               OR WRK-ROTA-ACHOU = 'S'.
           IF WRK-ROTA-ACHOU = 'N'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'ROTA ORIGEM/UF/NIVEL SEM TARIFA' TO WRK-MOTIVO
           END-IF.

       0425-PROCURAR-ROTA-PED.
           IF WRK-ROTA-ORIGEM(WRK-ROTA-IDX) = WRK-ORIGEM-EFET
               AND WRK-ROTA-UF(WRK-ROTA-IDX) = WRF-UF
               AND WRK-ROTA-NIVEL(WRK-ROTA-IDX) = WRK-NIVEL-EFET
               MOVE 'S' TO WRK-ROTA-ACHOU
           END-IF.

           MOVE WRK-ORIGEM-EFET TO PED-ORIGEM.
           MOVE WRF-LIBCRED TO PED-LIBCRED.
           MOVE WRK-FONTE-ATUAL TO PED-FONTE.
           MOVE WRK-NIVEL-EFET  TO PED-NIVEL-SERV.
           IF WRF-DEVOLUCAO
               MOVE 'D'              TO PED-TIPO-PED
               MOVE WRF-NUM-ORIGINAL TO PED-NUM-ORIGINAL
           ELSE
               MOVE ZEROS TO PED-NUM-ORIGINAL
           END-IF.
           WRITE PEDIDOS-REC.
           ADD PED-VALOR TO WRK-HT-VALOR.
           ADD PED-PESO  TO WRK-HT-PESO.
