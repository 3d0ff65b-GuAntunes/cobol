      *                 CUMULATIVOS CADA PERGUNTA LEVAVA MINUTOS E
      *                 PIORAVA TODO DIA. AGORA E UM READ POR
      *                 CHAVE.
      * 15/10/2026 GA - MOSTRA O SINISTRO DE TRANSPORTE DO PEDIDO
      *                 (TIPO E SITUACAO), QUANDO HOUVER.
      * 15/10/2026 GA - MOSTRA SERIE, NUMERO, CHAVE DE ACESSO E
      *                 SITUACAO DO CT-E DO PEDIDO, QUANDO EMITIDO.
      * 15/10/2026 GA - MOSTRA O VINCULO DE DEVOLUCAO: NA DEVOLUCAO,
      *                 O PEDIDO ORIGINAL; NO ORIGINAL, A DEVOLUCAO.
      * 15/10/2026 GA - LISTA EM ORDEM AS OCORRENCIAS DE TRANSPORTE
      *                 DO PEDIDO (HISTORICO OCORHIST), COM O
      *                 SIGNIFICADO DO CODIGO NO MASTER OCORCOD.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT OCORHIST-FILE ASSIGN TO "OCORHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHAVE
               FILE STATUS IS WRK-OCR-STATUS.
           SELECT OCORCOD-FILE ASSIGN TO "OCORCOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OCD-CODIGO
               FILE STATUS IS WRK-OCD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  OCORHIST-FILE.
           COPY OCORHSFD.

       FD  OCORCOD-FILE.
           COPY OCOCODFD.

       WORKING-STORAGE SECTION.
       77 WRK-PHI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NUM-BUSCA    PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-TXT PIC X(20) VALUE SPACES.
       77 WRK-SIN-TIPO-TXT PIC X(10) VALUE SPACES.
       77 WRK-OCR-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OCD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OCD-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-EOF-OCOR     PIC X(01) VALUE 'N'.
           88 WRK-FIM-OCOR       VALUE 'S'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF PHI-REJEITADO
               DISPLAY 'MOTIVO REJ... ' PHI-MOTIVO-REJ
           END-IF.
           IF PHI-DEVOLUCAO
               DISPLAY 'DEVOLUCAO.... DO PEDIDO ' PHI-NUM-ORIGINAL
           END-IF.
           IF PHI-NUM-DEVOLUCAO IS NUMERIC
               AND PHI-NUM-DEVOLUCAO > 0
               DISPLAY 'DEVOLVIDO.... PELO PEDIDO '
                   PHI-NUM-DEVOLUCAO
           END-IF.
           IF PHI-NUM-FATURA > 0
               DISPLAY 'FATURA....... ' PHI-NUM-FATURA
                   ' EMITIDA EM ' PHI-DATA-FATURA
           IF PHI-DATA-CANCEL > 0
               DISPLAY 'CANCELADO EM. ' PHI-DATA-CANCEL
           END-IF.
           IF PHI-CTE-NUMERO > 0
               IF PHI-CTE-CANCELADO
                   MOVE 'CANCELADO' TO WRK-SITUACAO-TXT
               ELSE
                   MOVE 'EMITIDO' TO WRK-SITUACAO-TXT
               END-IF
               DISPLAY 'CT-E......... SERIE ' PHI-CTE-SERIE
                   ' NUMERO ' PHI-CTE-NUMERO ' - '
                   WRK-SITUACAO-TXT
               DISPLAY 'CHAVE CT-E... ' PHI-CTE-CHAVE
           END-IF.
           IF PHI-SIN-SITUACAO NOT = SPACES
               PERFORM 0110-MOSTRAR-SINISTRO
           END-IF.
           IF PHI-ULT-OCOR NOT = SPACES
               DISPLAY 'ULT OCORREN.. ' PHI-ULT-OCOR
                   ' EM ' PHI-DATA-ULT-OCOR ' ' PHI-HORA-ULT-OCOR
           END-IF.
           PERFORM 0120-LISTAR-OCORRENCIAS THRU 0120-LISTAR-FIM.

      *****************************************************
      * MOSTRA O TIPO E A SITUACAO DO SINISTRO DE TRANSPORTE
      * ABERTO PARA O PEDIDO
      *****************************************************
       0110-MOSTRAR-SINISTRO.
           EVALUATE PHI-SIN-TIPO
               WHEN 'A'
                   MOVE 'AVARIA' TO WRK-SIN-TIPO-TXT
               WHEN 'E'
                   MOVE 'EXTRAVIO' TO WRK-SIN-TIPO-TXT
               WHEN OTHER
                   MOVE 'ROUBO' TO WRK-SIN-TIPO-TXT
           END-EVALUATE.
           EVALUATE PHI-SIN-SITUACAO
               WHEN 'A'
                   MOVE 'ABERTO' TO WRK-SITUACAO-TXT
               WHEN 'N'
                   MOVE 'EM ANALISE' TO WRK-SITUACAO-TXT
               WHEN 'T'
                   MOVE 'ACEITO TRANSP' TO WRK-SITUACAO-TXT
               WHEN 'I'
                   MOVE 'CLIENTE INDENIZADO' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'ENCERRADO' TO WRK-SITUACAO-TXT
           END-EVALUATE.
           DISPLAY 'SINISTRO..... ' WRK-SIN-TIPO-TXT
               ' - ' WRK-SITUACAO-TXT.

      *****************************************************
      * LISTA AS OCORRENCIAS DE TRANSPORTE DO PEDIDO EM ORDEM
      * DE DATA E HORA (A CHAVE DO OCORHIST COMECA PELO PEDIDO),
      * COM O SIGNIFICADO DO CODIGO QUANDO O MASTER EXISTIR
      *****************************************************
       0120-LISTAR-OCORRENCIAS.
           OPEN INPUT OCORHIST-FILE.
           IF WRK-OCR-STATUS NOT = '00'
               GO TO 0120-LISTAR-FIM
           END-IF.
           OPEN INPUT OCORCOD-FILE.
           IF WRK-OCD-STATUS = '00'
               MOVE 'S' TO WRK-OCD-ABERTO
           END-IF.
           MOVE 'N' TO WRK-EOF-OCOR.
           MOVE PHI-NUM-PEDIDO TO OCR-NUM-PEDIDO.
           MOVE ZEROS TO OCR-DATA OCR-HORA.
           MOVE LOW-VALUES TO OCR-CODIGO.
           START OCORHIST-FILE KEY NOT < OCR-CHAVE
               INVALID KEY
                   SET WRK-FIM-OCOR TO TRUE
           END-START.
           PERFORM 0130-MOSTRAR-UMA-OCORRENCIA UNTIL WRK-FIM-OCOR.
           CLOSE OCORHIST-FILE.
           IF WRK-OCD-ABERTO = 'S'
               CLOSE OCORCOD-FILE
           END-IF.

       0120-LISTAR-FIM.
           EXIT.

       0130-MOSTRAR-UMA-OCORRENCIA.
           READ OCORHIST-FILE NEXT
               AT END
                   SET WRK-FIM-OCOR TO TRUE
           END-READ.
           IF WRK-FIM-OCOR
               OR OCR-NUM-PEDIDO NOT = PHI-NUM-PEDIDO
               SET WRK-FIM-OCOR TO TRUE
           ELSE
               MOVE SPACES TO OCD-DESCRICAO
               IF WRK-OCD-ABERTO = 'S'
                   MOVE OCR-CODIGO TO OCD-CODIGO
                   READ OCORCOD-FILE
                       INVALID KEY
                           MOVE 'CODIGO NAO CADASTRADO'
                               TO OCD-DESCRICAO
                   END-READ
               END-IF
               DISPLAY 'OCORRENCIA... ' OCR-DATA ' ' OCR-HORA
                   ' ' OCR-CODIGO ' ' OCD-DESCRICAO
               IF OCR-OBS NOT = SPACES
                   DISPLAY '              ' OCR-OBS
               END-IF
           END-IF.
