      *             3) ENTREGAS  - DATA REAL DE ENTREGA
      *                (SITUACAO E);
      *             4) CANCELAM  - CANCELAMENTO (SITUACAO C, QUE
      *                PREVALECE SOBRE AS DEMAIS);
      *             5) SINISTRO  - SITUACAO E TIPO DO SINISTRO DE
      *                TRANSPORTE ABERTO PARA O PEDIDO;
      *             6) CTEREG    - SERIE, NUMERO E CHAVE DE ACESSO
      *                DO CT-E EMITIDO PELO CTEEMIT;
      *             7) OCORHIST  - ULTIMA OCORRENCIA DE TRANSPORTE
      *                INFORMADA PELA TRANSPORTADORA (OCORLOAD).
      *           COM O MASTER EM DIA, O FRETINQ RESPONDE "ONDE
      *           ESTA O PEDIDO" COM UM READ POR CHAVE EM VEZ DE
      *           VARRER TRES ARQUIVOS CUMULATIVOS - A CONSULTA
      *           QUE LEVAVA MINUTOS VOLTA A SER INSTANTANEA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDO O PASSO 5, QUE LEVA AO PEDHIST A
      *                 SITUACAO E O TIPO DO SINISTRO DE TRANSPORTE
      *                 DO PEDIDO (MASTER SINISTRO DO MANTSIN).
      * 15/10/2026 GA - INCLUIDO O PASSO 6, QUE LEVA AO PEDHIST O
      *                 CT-E EMITIDO PARA O PEDIDO (REGISTRO CTEREG),
      *                 MARCADO CANCELADO SE O PEDIDO FOI CANCELADO.
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO: GRAVA O TIPO E O PEDIDO
      *                 ORIGINAL, NAO PROCURA FATURA NO FATREG (A
      *                 DEVOLUCAO VIRA NOTA DE CREDITO) E MARCA NO
      *                 ORIGINAL O NUMERO DA DEVOLUCAO; CANCELADA A
      *                 DEVOLUCAO, O ORIGINAL FICA LIVRE DE NOVO.
      * 15/10/2026 GA - INCLUIDO O PASSO 7, QUE LEVA AO PEDHIST O
      *                 CODIGO, A DATA E A HORA DA ULTIMA OCORRENCIA
      *                 DE TRANSPORTE DO PEDIDO (HISTORICO OCORHIST).
      * 15/10/2026 GA - O NIVEL DE SERVICO DO PEDIDO (FSA-NIVEL-SERV /
      *                 FRJ-NIVEL-SERV) E GRAVADO NO PHI-NIVEL-SERV DO
      *                 HISTORICO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT CTEREG-FILE ASSIGN TO "CTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTE-STATUS.
           SELECT OCORHIST-FILE ASSIGN TO "OCORHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHAVE
               FILE STATUS IS WRK-OCR-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  SINISTRO-FILE.
           COPY SINISFD.

       FD  CTEREG-FILE.
           COPY CTEREGFD.

       FD  OCORHIST-FILE.
           COPY OCORHSFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OCR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-QTD-INCLUIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATUALIZ   PIC 9(07) VALUE ZEROS.
       77 WRK-REGISTRO-NOVO PIC X(01) VALUE 'N'.
       77 WRK-NUM-ORIGINAL  PIC 9(08) VALUE ZEROS.

      *--- ULTIMA OCORRENCIA DO PEDIDO EM QUEBRA (PASSO 7) ---*
       77 WRK-OCR-PEDIDO    PIC 9(08) VALUE ZEROS.
       77 WRK-OCR-CODIGO    PIC X(03) VALUE SPACES.
       77 WRK-OCR-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-OCR-HORA      PIC 9(04) VALUE ZEROS.

      *--- FATURAS DO FATREG (GRUPO UF+DATA+DOC -> NUMERO/DATA) ---*
       77 WRK-REG-QTD       PIC 9(04) COMP VALUE ZEROS.
           PERFORM 0300-CONSOLIDAR-FRETEREJ.
           PERFORM 0400-CONSOLIDAR-ENTREGAS.
           PERFORM 0500-CONSOLIDAR-CANCELAM.
           PERFORM 0600-CONSOLIDAR-SINISTROS.
           PERFORM 0700-CONSOLIDAR-CTE.
           PERFORM 0800-CONSOLIDAR-OCORRENCIAS.
           CLOSE PEDHIST-FILE.
           DISPLAY 'PEDHIST - INCLUIDOS ' WRK-QTD-INCLUIDOS
               ' ATUALIZADOS ' WRK-QTD-ATUALIZ.
                       AND FSA-PRODUTO(1:3) NOT = 'TRL'
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0220-GRAVAR-PRECIFICADO
                           THRU 0220-GRAVAR-FIM
                   END-IF
           END-READ.

           MOVE FSA-DOC         TO PHI-DOC.
           MOVE FSA-NOME-CLI    TO PHI-NOME-CLI.
           MOVE FSA-ORIGEM      TO PHI-ORIGEM.
           MOVE FSA-NIVEL-SERV  TO PHI-NIVEL-SERV.
           MOVE FSA-UF          TO PHI-UF.
           MOVE FSA-VALOR       TO PHI-VALOR.
           MOVE FSA-PESO        TO PHI-PESO.
           IF PHI-SITUACAO = SPACES
               MOVE 'P' TO PHI-SITUACAO
           END-IF.
           IF FSA-DEVOLUCAO
               MOVE 'D'              TO PHI-TIPO-PED
               MOVE FSA-NUM-ORIGINAL TO PHI-NUM-ORIGINAL
               PERFORM 0260-REGRAVAR-PEDHIST
               PERFORM 0270-VINCULAR-ORIGINAL
               GO TO 0220-GRAVAR-FIM
           END-IF.
           MOVE SPACES TO PHI-TIPO-PED.
           MOVE ZEROS  TO PHI-NUM-ORIGINAL.
           PERFORM 0230-PROCURAR-FATURA.
           IF WRK-REG-USO > 0
               MOVE WRK-REG-NUMERO(WRK-REG-USO) TO PHI-NUM-FATURA
           END-IF.
           PERFORM 0260-REGRAVAR-PEDHIST.

       0220-GRAVAR-FIM.
           EXIT.

       0230-PROCURAR-FATURA.
           MOVE ZEROS TO WRK-REG-USO.
           PERFORM 0240-PROCURAR-UM-GRUPO
               END-REWRITE
           END-IF.

      *****************************************************
      * MARCA NO PEDIDO ORIGINAL O NUMERO DA DEVOLUCAO QUE O
      * TROUXE DE VOLTA (FSA-NUM-PEDIDO / FSA-NUM-ORIGINAL)
      *****************************************************
       0270-VINCULAR-ORIGINAL.
           MOVE FSA-NUM-ORIGINAL TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   DISPLAY 'DEVOLUCAO ' FSA-NUM-PEDIDO
                       ' - ORIGINAL ' FSA-NUM-ORIGINAL
                       ' SEM REGISTRO NO PEDHIST'
               NOT INVALID KEY
                   MOVE 'N' TO WRK-REGISTRO-NOVO
                   MOVE FSA-NUM-PEDIDO TO PHI-NUM-DEVOLUCAO
                   PERFORM 0260-REGRAVAR-PEDHIST
           END-READ.

      *****************************************************
      * PASSO 2 - PEDIDOS REJEITADOS DO FRETEREJ (SITUACAO R
      * COM O MOTIVO DA REJEICAO)
           MOVE FRJ-PRODUTO    TO PHI-PRODUTO.
           MOVE FRJ-DOC        TO PHI-DOC.
           MOVE FRJ-ORIGEM     TO PHI-ORIGEM.
           MOVE FRJ-NIVEL-SERV TO PHI-NIVEL-SERV.
           MOVE FRJ-UF         TO PHI-UF.
           MOVE FRJ-VALOR      TO PHI-VALOR.
           MOVE FRJ-PESO       TO PHI-PESO.
                                   TO PHI-NUM-FATURA
                           END-IF
                           PERFORM 0260-REGRAVAR-PEDHIST
                           IF PHI-DEVOLUCAO
                               MOVE PHI-NUM-ORIGINAL
                                   TO WRK-NUM-ORIGINAL
                               PERFORM 0520-LIBERAR-ORIGINAL
                           END-IF
                   END-READ
           END-READ.

      *****************************************************
      * DEVOLUCAO CANCELADA: O PEDIDO ORIGINAL VOLTA A ACEITAR
      * UMA NOVA DEVOLUCAO
      *****************************************************
       0520-LIBERAR-ORIGINAL.
           MOVE WRK-NUM-ORIGINAL TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHI-NUM-DEVOLUCAO = CAN-NUM-PEDIDO
                       MOVE 'N' TO WRK-REGISTRO-NOVO
                       MOVE ZEROS TO PHI-NUM-DEVOLUCAO
                       PERFORM 0260-REGRAVAR-PEDHIST
                   END-IF
           END-READ.

      *****************************************************
      * PASSO 5 - SINISTROS DE TRANSPORTE: SITUACAO E TIPO DO
      * SINISTRO DE CADA PEDIDO (NAO ALTERA A SITUACAO DO
      * PEDIDO, SO ACOMPANHA)
      *****************************************************
       0600-CONSOLIDAR-SINISTROS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE LOW-VALUES TO SIN-NUM-PEDIDO
               START SINISTRO-FILE KEY NOT < SIN-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0610-TRATAR-UM-SINISTRO UNTIL WRK-FIM-ARQ
               CLOSE SINISTRO-FILE
           END-IF.

       0610-TRATAR-UM-SINISTRO.
           READ SINISTRO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE SIN-NUM-PEDIDO TO PHI-NUM-PEDIDO
                   READ PEDHIST-FILE
                       INVALID KEY
                           DISPLAY 'SINISTRO DO PEDIDO '
                               SIN-NUM-PEDIDO ' SEM REGISTRO NO '
                               'PEDHIST - IGNORADO'
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-REGISTRO-NOVO
                           MOVE SIN-SITUACAO TO PHI-SIN-SITUACAO
                           MOVE SIN-TIPO TO PHI-SIN-TIPO
                           PERFORM 0260-REGRAVAR-PEDHIST
                   END-READ
           END-READ.

      *****************************************************
      * PASSO 6 - CT-E EMITIDOS: SERIE, NUMERO E CHAVE DE
      * ACESSO DO CONHECIMENTO DE CADA PEDIDO. RODA DEPOIS DOS
      * CANCELAMENTOS - PEDIDO CANCELADO TEM O CT-E CANCELADO
      *****************************************************
       0700-CONSOLIDAR-CTE.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CTEREG-FILE.
           IF WRK-CTE-STATUS = '00'
               PERFORM 0710-TRATAR-UM-CTE UNTIL WRK-FIM-ARQ
               CLOSE CTEREG-FILE
           END-IF.

       0710-TRATAR-UM-CTE.
           READ CTEREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE CTE-NUM-PEDIDO TO PHI-NUM-PEDIDO
                   READ PEDHIST-FILE
                       INVALID KEY
                           DISPLAY 'CT-E DO PEDIDO '
                               CTE-NUM-PEDIDO ' SEM REGISTRO NO '
                               'PEDHIST - IGNORADO'
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-REGISTRO-NOVO
                           MOVE CTE-SERIE  TO PHI-CTE-SERIE
                           MOVE CTE-NUMERO TO PHI-CTE-NUMERO
                           MOVE CTE-CHAVE  TO PHI-CTE-CHAVE
                           IF PHI-CANCELADO
                               MOVE 'C' TO PHI-CTE-SITUACAO
                           ELSE
                               MOVE 'E' TO PHI-CTE-SITUACAO
                           END-IF
                           PERFORM 0260-REGRAVAR-PEDHIST
                   END-READ
           END-READ.

      *****************************************************
      * PASSO 7 - OCORRENCIAS DE TRANSPORTE: O OCORHIST VEM EM
      * ORDEM DE PEDIDO + DATA + HORA, ENTAO A ULTIMA LIDA DE
      * CADA PEDIDO E A MAIS RECENTE. NA QUEBRA DE PEDIDO ELA
      * VAI PARA O PEDHIST (NAO ALTERA A SITUACAO DO PEDIDO)
      *****************************************************
       0800-CONSOLIDAR-OCORRENCIAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-OCR-PEDIDO.
           OPEN INPUT OCORHIST-FILE.
           IF WRK-OCR-STATUS = '00'
               MOVE LOW-VALUES TO OCR-CHAVE
               START OCORHIST-FILE KEY NOT < OCR-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0810-TRATAR-UMA-OCORRENCIA UNTIL WRK-FIM-ARQ
               IF WRK-OCR-PEDIDO > 0
                   PERFORM 0820-APLICAR-ULTIMA
               END-IF
               CLOSE OCORHIST-FILE
           END-IF.

       0810-TRATAR-UMA-OCORRENCIA.
           READ OCORHIST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF OCR-NUM-PEDIDO NOT = WRK-OCR-PEDIDO
                       AND WRK-OCR-PEDIDO > 0
                       PERFORM 0820-APLICAR-ULTIMA
                   END-IF
                   MOVE OCR-NUM-PEDIDO TO WRK-OCR-PEDIDO
                   MOVE OCR-CODIGO     TO WRK-OCR-CODIGO
                   MOVE OCR-DATA       TO WRK-OCR-DATA
                   MOVE OCR-HORA       TO WRK-OCR-HORA
           END-READ.

       0820-APLICAR-ULTIMA.
           MOVE WRK-OCR-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   DISPLAY 'OCORRENCIA DO PEDIDO '
                       WRK-OCR-PEDIDO ' SEM REGISTRO NO '
                       'PEDHIST - IGNORADA'
               NOT INVALID KEY
                   IF PHI-ULT-OCOR NOT = WRK-OCR-CODIGO
                       OR PHI-DATA-ULT-OCOR NOT = WRK-OCR-DATA
                       OR PHI-HORA-ULT-OCOR NOT = WRK-OCR-HORA
                       MOVE 'N' TO WRK-REGISTRO-NOVO
                       MOVE WRK-OCR-CODIGO TO PHI-ULT-OCOR
                       MOVE WRK-OCR-DATA   TO PHI-DATA-ULT-OCOR
                       MOVE WRK-OCR-HORA   TO PHI-HORA-ULT-OCOR
                       PERFORM 0260-REGRAVAR-PEDHIST
                   END-IF
           END-READ.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
