      *                 MANTDIS), EM VEZ DO CODIGO CRU DE TRES
      *                 LETRAS. SEM O MASTER, SAI O CODIGO COMO
      *                 ANTES.
      * 15/10/2026 GA - LANCAMENTO CORRETIVO DE REVISAO DE NOTA (NHI-
      *                 ORIGEM 'R', GRAVADO PELO REVPROC) SAI MARCADO
      *                 COMO REVISADA, E O HISTORICO FECHA COM OS
      *                 PEDIDOS DE REVISAO DO ALUNO (ARQUIVO REVNOTA):
      *                 NOTA CONTESTADA, VALOR, SITUACAO, QUEM PEDIU,
      *                 QUEM DECIDIU E QUANDO.
      * 15/10/2026 GA - AS REVISOES DE NOTA PASSAM A SER EXECUTADAS COM
      *                 THRU ATE O PARAGRAFO DE SAIDA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT REVNOTA-FILE ASSIGN TO "REVNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WRK-REV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAHIST-FILE.
       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  REVNOTA-FILE.
           COPY REVNOTFD.

       WORKING-STORAGE SECTION.
       77 WRK-NHI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS   PIC X(02) VALUE SPACES.
           88 DISCMST-ABERTO     VALUE 'S'.
       77 WRK-DISC-BUSCA   PIC X(03) VALUE SPACES.
       77 WRK-DISC-NOME    PIC X(20) VALUE SPACES.
       77 WRK-REV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EOF-REV      PIC X(01) VALUE 'N'.
           88 WRK-FIM-REV       VALUE 'S'.
       77 WRK-QTD-REVISOES PIC 9(05) VALUE ZEROS.
       77 WRK-REV-SIT-DESC PIC X(09) VALUE SPACES.
       77 WRK-NOTA-EDIT    PIC Z9.

       01  WRK-CAB-LINHA.
           05 FILLER           PIC X(21) VALUE
           05 WRK-DET-MEDIA    PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-DET-RESULT   PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-DET-MARCA    PIC X(08).
       01  WRK-REV-LINHA.
           05 FILLER           PIC X(07) VALUE 'PEDIDO '.
           05 WRK-REV-NUMERO   PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REV-DISC     PIC X(03).
           05 FILLER           PIC X(05) VALUE ' SEM '.
           05 WRK-REV-SEM      PIC 9(01).
           05 FILLER           PIC X(07) VALUE '  NOTA '.
           05 WRK-REV-NOTA-NUM PIC 9(01).
           05 FILLER           PIC X(02) VALUE ': '.
           05 WRK-REV-NOTA-ANT PIC X(02).
           05 FILLER           PIC X(04) VALUE ' -> '.
           05 WRK-REV-NOTA-NOVA PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REV-SITUACAO PIC X(09).
       01  WRK-REV-TRILHA.
           05 FILLER           PIC X(12) VALUE '  PEDIDO POR'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-REV-SOLIC    PIC X(08).
           05 FILLER           PIC X(04) VALUE ' EM '.
           05 WRK-REV-DATA-SOL PIC 9(08).
           05 FILLER           PIC X(15) VALUE '  DECIDIDO POR '.
           05 WRK-REV-DECISOR  PIC X(08).
           05 FILLER           PIC X(04) VALUE ' EM '.
           05 WRK-REV-DATA-DEC PIC Z(08).
       01  WRK-SIT-LINHA.
           05 FILLER           PIC X(12) VALUE 'DISCIPLINA  '.
           05 WRK-SIT-DISC     PIC X(20).
           PERFORM 0200-TRATAR-UM-LANCAMENTO UNTIL WRK-FIM-NHI.
           CLOSE NOTAHIST-FILE.
           PERFORM 0300-SITUACAO-ATUAL.
           PERFORM 0400-REVISOES-DE-NOTA THRU 0400-REVISOES-FIM.
           CLOSE TRANSRPT-FILE.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
               MOVE NHI-NOTA3      TO WRK-DET-NOTA3
               MOVE NHI-MEDIA      TO WRK-DET-MEDIA
               MOVE NHI-RESULTADO  TO WRK-DET-RESULT
               IF NHI-REVISAO
                   MOVE 'REVISADA' TO WRK-DET-MARCA
               ELSE
                   MOVE SPACES TO WRK-DET-MARCA
               END-IF
               MOVE WRK-DET-LINHA  TO TRANSRPT-REC
               WRITE TRANSRPT-REC
           END-IF.
               WRITE TRANSRPT-REC
           END-IF.

      *****************************************************
      * PEDIDOS DE REVISAO DE NOTA DO ALUNO (ARQUIVO REVNOTA,
      * MANTIDO PELO MANTREV): NOTA CONTESTADA, VALOR PEDIDO,
      * SITUACAO, QUEM PEDIU, QUEM DECIDIU E QUANDO. SEM O
      * ARQUIVO OU SEM PEDIDOS, A SECAO NAO E IMPRESSA
      *****************************************************
       0400-REVISOES-DE-NOTA.
           OPEN INPUT REVNOTA-FILE.
           IF WRK-REV-STATUS NOT = '00'
               GO TO 0400-REVISOES-FIM
           END-IF.
           MOVE ZEROS TO REV-NUMERO.
           START REVNOTA-FILE KEY NOT < REV-NUMERO
               INVALID KEY
                   SET WRK-FIM-REV TO TRUE
           END-START.
           PERFORM 0410-LER-UMA-REVISAO UNTIL WRK-FIM-REV.
           CLOSE REVNOTA-FILE.

       0400-REVISOES-FIM.
           EXIT.

       0410-LER-UMA-REVISAO.
           READ REVNOTA-FILE NEXT
               AT END
                   SET WRK-FIM-REV TO TRUE
               NOT AT END
                   IF REV-MATRICULA = WRK-MATRICULA
                       PERFORM 0420-IMPRIMIR-REVISAO
                   END-IF
           END-READ.

       0420-IMPRIMIR-REVISAO.
           ADD 1 TO WRK-QTD-REVISOES.
           IF WRK-QTD-REVISOES = 1
               MOVE ALL '-' TO TRANSRPT-REC
               WRITE TRANSRPT-REC
               MOVE 'REVISOES DE NOTA' TO TRANSRPT-REC
               WRITE TRANSRPT-REC
           END-IF.
           EVALUATE TRUE
               WHEN REV-PENDENTE MOVE 'PENDENTE'  TO WRK-REV-SIT-DESC
               WHEN REV-APROVADA MOVE 'APROVADA'  TO WRK-REV-SIT-DESC
               WHEN REV-NEGADA   MOVE 'NEGADA'    TO WRK-REV-SIT-DESC
               WHEN REV-APLICADA MOVE 'APLICADA'  TO WRK-REV-SIT-DESC
               WHEN OTHER        MOVE SPACES      TO WRK-REV-SIT-DESC
           END-EVALUATE.
           MOVE REV-NUMERO        TO WRK-REV-NUMERO.
           MOVE REV-DISCIPLINA    TO WRK-REV-DISC.
           MOVE REV-SEMESTRE      TO WRK-REV-SEM.
           MOVE REV-NOTA-NUM      TO WRK-REV-NOTA-NUM.
           IF REV-APLICADA
               MOVE REV-NOTA-ANTERIOR TO WRK-NOTA-EDIT
               MOVE WRK-NOTA-EDIT TO WRK-REV-NOTA-ANT
           ELSE
               MOVE '--' TO WRK-REV-NOTA-ANT
           END-IF.
           MOVE REV-VALOR-PEDIDO  TO WRK-REV-NOTA-NOVA.
           MOVE WRK-REV-SIT-DESC  TO WRK-REV-SITUACAO.
           MOVE WRK-REV-LINHA TO TRANSRPT-REC.
           WRITE TRANSRPT-REC.
           MOVE REV-SOLICITANTE   TO WRK-REV-SOLIC.
           MOVE REV-DATA-SOLIC    TO WRK-REV-DATA-SOL.
           MOVE REV-DECISOR       TO WRK-REV-DECISOR.
           MOVE REV-DATA-DECISAO  TO WRK-REV-DATA-DEC.
           MOVE WRK-REV-TRILHA TO TRANSRPT-REC.
           WRITE TRANSRPT-REC.

      *****************************************************
      * NOME COMPLETO DA DISCIPLINA NO MASTER DISCMST; SEM O
      * MASTER (OU CODIGO FORA DELE), SAI O PROPRIO CODIGO
