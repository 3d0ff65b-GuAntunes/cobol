      *           ENTREGAR.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - PENALIDADE DO RESGATE ANTECIPADO (MVJ-
      *                 PENALIDADE, RENDIMENTO PERDIDO OU MULTA NA
      *                 CARENCIA) SOMADA POR DOC, MOSTRADA A PARTE NO
      *                 INFORME E NA PAGINA DE CONTROLE E DEDUZIDA DO
      *                 RENDIMENTO CREDITADO - O VALOR RETIDO NAO FOI
      *                 PAGO AO CLIENTE.
      * 15/10/2026 GA - MOVIMENTO DE COME-COTAS (MVJ-TIPO C) NAO E
      *                 RESGATE: O IR ANTECIPADO ABATIDO DO SALDO VOLTA
      *                 AO RENDIMENTO CREDITADO (QUE E BRUTO) E JA ENTRA
      *                 NO IR RETIDO, MOSTRADO A PARTE COMO 'DO QUAL
      *                 COME-COTAS'.
      * 15/10/2026 GA - TAXA DE ADMINISTRACAO/CUSTODIA (MVJ-TIPO T) NAO
      *                 E RESGATE: FICOU COM A CASA, O RENDIMENTO
      *                 CREDITADO SAI LIQUIDO DELA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 SRT-APORTES    PIC 9(11)V99.
           05 SRT-RESGATES   PIC 9(11)V99.
           05 SRT-IMPOSTO    PIC 9(11)V99.
           05 SRT-PENALIDADE PIC 9(11)V99.
           05 SRT-COMECOTAS  PIC 9(11)V99.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.
               10 WRK-DOC-APORTES  PIC 9(11)V99.
               10 WRK-DOC-RESGATES PIC 9(11)V99.
               10 WRK-DOC-IMPOSTO  PIC 9(11)V99.
               10 WRK-DOC-PENALID  PIC 9(11)V99.
               10 WRK-DOC-COMECOT  PIC 9(11)V99.

       77 WRK-RENDIMENTO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALD-ANT  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-APORTES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-RESGATES  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IMPOSTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PENALID   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-COMECOT   PIC 9(13)V99 VALUE ZEROS.

       01  WRK-INF-LINHA.
           05 WRK-IL-ROTULO    PIC X(28).
                       MOVE MVJ-DOC TO WRK-DOC-BUSCA
                       PERFORM 0500-PROCURAR-OU-CRIAR-DOC
                       IF WRK-DOC-USO > 0
                           EVALUATE TRUE
                               WHEN MVJ-APORTE
                                   ADD MVJ-VALOR TO
                                     WRK-DOC-APORTES(WRK-DOC-USO)
                               WHEN MVJ-COME-COTAS
                                   ADD MVJ-VALOR TO
                                     WRK-DOC-COMECOT(WRK-DOC-USO)
                               WHEN MVJ-TAXA-ADM
                                   CONTINUE
                               WHEN OTHER
                                   ADD MVJ-VALOR TO
                                     WRK-DOC-RESGATES(WRK-DOC-USO)
                           END-EVALUATE
                           ADD MVJ-IMPOSTO TO
                               WRK-DOC-IMPOSTO(WRK-DOC-USO)
                           ADD MVJ-PENALIDADE TO
                               WRK-DOC-PENALID(WRK-DOC-USO)
                       END-IF
                   END-IF
           END-READ.
                       WRK-DOC-APORTES(WRK-DOC-QTD)
                       WRK-DOC-RESGATES(WRK-DOC-QTD)
                       WRK-DOC-IMPOSTO(WRK-DOC-QTD)
                       WRK-DOC-PENALID(WRK-DOC-QTD)
                       WRK-DOC-COMECOT(WRK-DOC-QTD)
                   MOVE WRK-DOC-QTD TO WRK-DOC-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE DOCUMENTOS CHEIA '
           MOVE WRK-DOC-APORTES(WRK-DOC-IDX)  TO SRT-APORTES.
           MOVE WRK-DOC-RESGATES(WRK-DOC-IDX) TO SRT-RESGATES.
           MOVE WRK-DOC-IMPOSTO(WRK-DOC-IDX)  TO SRT-IMPOSTO.
           MOVE WRK-DOC-PENALID(WRK-DOC-IDX)  TO SRT-PENALIDADE.
           MOVE WRK-DOC-COMECOT(WRK-DOC-IDX)  TO SRT-COMECOTAS.
           RELEASE SORTINF-REC.

       0420-EMITIR-INFORMES.
           ADD SRT-APORTES   TO WRK-TOT-APORTES.
           ADD SRT-RESGATES  TO WRK-TOT-RESGATES.
           ADD SRT-IMPOSTO   TO WRK-TOT-IMPOSTO.
           ADD SRT-PENALIDADE TO WRK-TOT-PENALID.
           ADD SRT-COMECOTAS  TO WRK-TOT-COMECOT.
           COMPUTE WRK-RENDIMENTO =
               SRT-SALDO-ATU - SRT-SALDO-ANT
                   - SRT-APORTES + SRT-RESGATES - SRT-PENALIDADE
                   + SRT-COMECOTAS.
           MOVE ALL '=' TO INFORMES-REC.
           WRITE INFORMES-REC.
           MOVE SPACES TO INFORMES-REC.
           MOVE SRT-RESGATES TO WRK-IL-VALOR.
           MOVE WRK-INF-LINHA TO INFORMES-REC.
           WRITE INFORMES-REC.
           IF SRT-PENALIDADE > 0
               MOVE 'PENALID. RESGATE ANTECIPADO.'
                   TO WRK-IL-ROTULO
               MOVE SRT-PENALIDADE TO WRK-IL-VALOR
               MOVE WRK-INF-LINHA TO INFORMES-REC
               WRITE INFORMES-REC
           END-IF.
           MOVE 'RENDIMENTOS CREDITADOS......'
               TO WRK-ILS-ROTULO.
           MOVE WRK-RENDIMENTO TO WRK-ILS-VALOR.
           MOVE SRT-IMPOSTO TO WRK-IL-VALOR.
           MOVE WRK-INF-LINHA TO INFORMES-REC.
           WRITE INFORMES-REC.
           IF SRT-COMECOTAS > 0
               MOVE '  DO QUAL COME-COTAS........'
                   TO WRK-IL-ROTULO
               MOVE SRT-COMECOTAS TO WRK-IL-VALOR
               MOVE WRK-INF-LINHA TO INFORMES-REC
               WRITE INFORMES-REC
           END-IF.
           RETURN SORTINF-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           MOVE WRK-TOT-IMPOSTO TO WRK-IL-VALOR.
           MOVE WRK-INF-LINHA TO INFORMES-REC.
           WRITE INFORMES-REC.
           MOVE '  DO QUAL COME-COTAS........'
               TO WRK-IL-ROTULO.
           MOVE WRK-TOT-COMECOT TO WRK-IL-VALOR.
           MOVE WRK-INF-LINHA TO INFORMES-REC.
           WRITE INFORMES-REC.
           MOVE 'PENALIDADES RESG. ANTECIP...'
               TO WRK-IL-ROTULO.
           MOVE WRK-TOT-PENALID TO WRK-IL-VALOR.
           MOVE WRK-INF-LINHA TO INFORMES-REC.
           WRITE INFORMES-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
