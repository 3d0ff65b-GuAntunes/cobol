      *****************************************************
      * PARCPROC.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PARAGRAFOS COMUNS DO PLANO DE PARCELAMENTO DE
      *           FATURAS (PAR DA PARCDATA), PARA QUE O CAIXAAPL
      *           (TITULOS DO CONTAS A RECEBER) E O BOLETO
      *           (BOLETOS E REMESSA) MONTEM EXATAMENTE AS MESMAS
      *           PARCELAS COM OS MESMOS VENCIMENTOS. O PLANO VEM
      *           DO CONTRATO VIVO DO CLIENTE NA DATA DE EMISSAO
      *           (CTR-QTD-PARCELAS MAIOR QUE ZERO) E, NA FALTA
      *           DELE, DO CADASTRO DO CLIENTE (CLI-QTD-PARCELAS);
      *           SEM PLANO A FATURA E UMA PARCELA SO. A PARCELA
      *           K VENCE NA EMISSAO + PRAZO + (K - 1) X INTERVALO
      *           (ZEROS = 30 DIAS), ROLADA PARA O PROXIMO DIA
      *           UTIL PELA CALPROC; O VALOR E O TOTAL DIVIDIDO
      *           PELA QUANTIDADE, COM A SOBRA DOS CENTAVOS NA
      *           ULTIMA PARCELA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
      *****************************************************
      * ABRE OS CADASTROS DE ONDE VEM O PLANO. SEM ELES TODA
      * FATURA SAI EM PARCELA UNICA, COMO ANTES
      *****************************************************
       0700-ABRIR-PLANOS.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-PARC-CLI-STATUS = '00'
               MOVE 'S' TO WRK-PARC-CLI-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-PARC-CLI-STATUS ') - SEM PLANO '
                   'DE PARCELAMENTO POR CLIENTE'
           END-IF.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-PARC-CTR-STATUS = '00'
               MOVE 'S' TO WRK-PARC-CTR-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER CONTRATO NAO DISPONIVEL '
                   '(STATUS ' WRK-PARC-CTR-STATUS ') - SEM PLANO '
                   'DE PARCELAMENTO POR CONTRATO'
           END-IF.

       0705-FECHAR-PLANOS.
           IF WRK-PARC-CLI-ABERTO = 'S'
               CLOSE CLIENTE-FILE
           END-IF.
           IF WRK-PARC-CTR-ABERTO = 'S'
               CLOSE CONTRATO-FILE
           END-IF.

      *****************************************************
      * MONTA AS PARCELAS DA FATURA EM WRK-PARC-DOC/EMISSAO/
      * TOTAL/PRAZO NA TABELA WRK-PARC-ITEM
      *****************************************************
       0710-MONTAR-PARCELAS.
           PERFORM 0720-BUSCAR-PLANO.
           MOVE ZEROS TO WRK-PARC-ACUM.
           PERFORM 0740-MONTAR-UMA-PARCELA
               VARYING WRK-PARC-IDX FROM 1 BY 1
               UNTIL WRK-PARC-IDX > WRK-PARC-QTD.

      *****************************************************
      * PLANO: CONTRATO VIVO NA EMISSAO PREVALECE SOBRE O
      * CADASTRO DO CLIENTE; QUANTIDADE FORA DE 1 A 4 VALE 1.
      * REGISTRO ANTERIOR AO PLANO (CAMPOS EM BRANCO) NAO TEM
      * PLANO
      *****************************************************
       0720-BUSCAR-PLANO.
           MOVE 1  TO WRK-PARC-QTD.
           MOVE 30 TO WRK-PARC-INTERVALO.
           SET PARC-A-VISTA TO TRUE.
           IF WRK-PARC-CTR-ABERTO = 'S'
               MOVE 'N' TO WRK-PARC-FIM-CTR
               MOVE LOW-VALUES TO CTR-CHAVE
               MOVE WRK-PARC-DOC TO CTR-DOC
               START CONTRATO-FILE KEY NOT < CTR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-PARC-FIM-CTR
               END-START
               PERFORM 0730-LER-UM-CONTRATO
                   UNTIL WRK-PARC-FIM-CTR = 'S'
           END-IF.
           IF NOT PARC-DO-CONTRATO AND WRK-PARC-CLI-ABERTO = 'S'
               MOVE WRK-PARC-DOC TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-QTD-PARCELAS IS NUMERIC
                           AND CLI-QTD-PARCELAS > 1
                           MOVE CLI-QTD-PARCELAS TO WRK-PARC-QTD
                           IF CLI-INTERVALO-PARC IS NUMERIC
                               MOVE CLI-INTERVALO-PARC TO
                                   WRK-PARC-INTERVALO
                           END-IF
                           SET PARC-DO-CLIENTE TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WRK-PARC-QTD < 1 OR WRK-PARC-QTD > 4
               MOVE 1 TO WRK-PARC-QTD
           END-IF.
           IF WRK-PARC-INTERVALO = 0
               MOVE 30 TO WRK-PARC-INTERVALO
           END-IF.

       0730-LER-UM-CONTRATO.
           READ CONTRATO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-PARC-FIM-CTR
               NOT AT END
                   IF CTR-DOC NOT = WRK-PARC-DOC
                       MOVE 'S' TO WRK-PARC-FIM-CTR
                   ELSE
                       IF CTR-VIGENCIA NOT > WRK-PARC-EMISSAO
                           AND (CTR-DATA-FIM = 0
                               OR CTR-DATA-FIM NOT < WRK-PARC-EMISSAO)
                           AND CTR-QTD-PARCELAS IS NUMERIC
                           AND CTR-QTD-PARCELAS > 0
                           MOVE CTR-QTD-PARCELAS TO WRK-PARC-QTD
                           IF CTR-INTERVALO-PARC IS NUMERIC
                               MOVE CTR-INTERVALO-PARC TO
                                   WRK-PARC-INTERVALO
                           END-IF
                           SET PARC-DO-CONTRATO TO TRUE
                           MOVE 'S' TO WRK-PARC-FIM-CTR
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * PARCELA K: VENCIMENTO = EMISSAO + PRAZO + (K - 1) X
      * INTERVALO DIAS CORRIDOS, ROLADO PARA DIA UTIL; VALOR =
      * TOTAL / QUANTIDADE (A ULTIMA LEVA A SOBRA)
      *****************************************************
       0740-MONTAR-UMA-PARCELA.
           COMPUTE WRK-PARC-DIAS = WRK-PARC-PRAZO
               + ((WRK-PARC-IDX - 1) * WRK-PARC-INTERVALO).
           MOVE WRK-PARC-EMI-DIA TO WRK-PROX-DIA.
           MOVE WRK-PARC-EMI-MES TO WRK-PROX-MES.
           MOVE WRK-PARC-EMI-ANO TO WRK-PROX-ANO.
           PERFORM 0750-AVANCAR-UM-DIA
               VARYING WRK-PARC-CONT FROM 1 BY 1
               UNTIL WRK-PARC-CONT > WRK-PARC-DIAS.
           MOVE SPACES TO WRK-UF-FERIADO.
           PERFORM 0530-VERIFICAR-DIA-UTIL.
           IF NOT ACHOU-DIA-UTIL
               PERFORM 0500-ACHAR-PROX-DIA-UTIL
           END-IF.
           MOVE WRK-PROX-ANO TO WRK-PARC-VEN-ANO.
           MOVE WRK-PROX-MES TO WRK-PARC-VEN-MES.
           MOVE WRK-PROX-DIA TO WRK-PARC-VEN-DIA.
           MOVE WRK-PARC-VENC-AUX TO WRK-PARC-VENC(WRK-PARC-IDX).
           IF WRK-PARC-IDX = WRK-PARC-QTD
               COMPUTE WRK-PARC-VALOR(WRK-PARC-IDX) =
                   WRK-PARC-TOTAL - WRK-PARC-ACUM
           ELSE
               COMPUTE WRK-PARC-VALOR(WRK-PARC-IDX) =
                   WRK-PARC-TOTAL / WRK-PARC-QTD
               ADD WRK-PARC-VALOR(WRK-PARC-IDX) TO WRK-PARC-ACUM
           END-IF.

       0750-AVANCAR-UM-DIA.
           PERFORM 0520-SOMAR-UM-DIA.
