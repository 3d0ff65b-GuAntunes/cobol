      *           APONTAVA DIVERGENCIA TODA MANHA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - PEDIDO COM CT-E EMITIDO (REGISTRO CTEREG)
      *                 TEM O DOCUMENTO CANCELADO JUNTO: GRAVA O
      *                 EVENTO DE CANCELAMENTO DO CT-E (ARQUIVO
      *                 CTECANC) COM A CHAVE DE ACESSO E O MOTIVO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
           SELECT CTEREG-FILE ASSIGN TO "CTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTE-STATUS.
           SELECT CTECANC-FILE ASSIGN TO "CTECANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETESAI-FILE.
       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       FD  CTEREG-FILE.
           COPY CTEREGFD.

      *****************************************************
      * EVENTO DE CANCELAMENTO DE CT-E - UM REGISTRO POR
      * DOCUMENTO CANCELADO JUNTO COM O PEDIDO
      *****************************************************
       FD  CTECANC-FILE.
       01  CTECANC-REC.
           05 CTC-CHAVE         PIC X(44).
           05 CTC-SERIE         PIC 9(03).
           05 CTC-NUMERO        PIC 9(09).
           05 CTC-NUM-PEDIDO    PIC 9(08).
           05 CTC-DATA          PIC 9(08).
           05 CTC-MOTIVO        PIC X(30).
           05 CTC-OPERADOR      PIC X(08).

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-JA-CANCELADO  PIC X(01) VALUE 'N'.
       77 WRK-NUM-FATURA    PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CTE-SERIE     PIC 9(03) VALUE ZEROS.
       77 WRK-CTE-NUMERO    PIC 9(09) VALUE ZEROS.
       77 WRK-CTE-CHAVE     PIC X(44) VALUE SPACES.

      *--- PEDIDO LOCALIZADO NO FRETESAI ---*
       01  WRK-PED-ACHADO.
               DISPLAY 'PEDIDO ' WRK-NUM-BUSCA ' CANCELADO ANTES '
                   'DO FATURAMENTO - O FATURA VAI PULA-LO'
           END-IF.
           PERFORM 0600-PROCURAR-CTE.
           IF WRK-CTE-NUMERO > 0
               PERFORM 0700-CANCELAR-CTE
               DISPLAY 'CT-E SERIE ' WRK-CTE-SERIE ' NUMERO '
                   WRK-CTE-NUMERO ' CANCELADO - CHAVE '
                   WRK-CTE-CHAVE
           END-IF.
           STOP RUN.

      *****************************************************
           PERFORM 9800-CONFERIR-IO.
           CLOSE ESTORNOS-FILE.

      *****************************************************
      * PROCURA NO CTEREG O CT-E EMITIDO PARA O PEDIDO (O
      * REGISTRO E CUMULATIVO - VALE O ULTIMO ENCONTRADO)
      *****************************************************
       0600-PROCURAR-CTE.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-CTE-SERIE WRK-CTE-NUMERO.
           MOVE SPACES TO WRK-CTE-CHAVE.
           OPEN INPUT CTEREG-FILE.
           IF WRK-CTE-STATUS = '00'
               PERFORM 0610-LER-UM-CTE UNTIL WRK-FIM-ARQ
               CLOSE CTEREG-FILE
           END-IF.

       0610-LER-UM-CTE.
           READ CTEREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CTE-NUM-PEDIDO = WRK-NUM-BUSCA
                       MOVE CTE-SERIE  TO WRK-CTE-SERIE
                       MOVE CTE-NUMERO TO WRK-CTE-NUMERO
                       MOVE CTE-CHAVE  TO WRK-CTE-CHAVE
                   END-IF
           END-READ.

      *****************************************************
      * GRAVA O EVENTO DE CANCELAMENTO DO CT-E NO CTECANC
      * (EXTEND, CRIANDO NA PRIMEIRA EXECUCAO), PARA A
      * TRANSMISSAO A SEFAZ
      *****************************************************
       0700-CANCELAR-CTE.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==CTECANC==
               ==:STA:== BY ==WRK-CTC-STATUS==
               ==:DDN:== BY =='CTECANC'==.
           MOVE SPACES TO CTECANC-REC.
           MOVE WRK-CTE-CHAVE  TO CTC-CHAVE.
           MOVE WRK-CTE-SERIE  TO CTC-SERIE.
           MOVE WRK-CTE-NUMERO TO CTC-NUMERO.
           MOVE WRK-NUM-BUSCA  TO CTC-NUM-PEDIDO.
           MOVE WRK-DATA-HOJE  TO CTC-DATA.
           MOVE WRK-MOTIVO     TO CTC-MOTIVO.
           MOVE WRK-OPERADOR   TO CTC-OPERADOR.
           WRITE CTECANC-REC.
           MOVE 'CTECANC' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-CTC-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           CLOSE CTECANC-FILE.

           COPY FSTPROC.
