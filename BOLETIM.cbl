      *                 = ANO INTEIRO, PARA OS LANCAMENTOS ANTIGOS
      *                 SEM A MARCA) E A RECORTAR SO OS LANCAMENTOS
      *                 DO PERIODO PEDIDO.
      * 15/10/2026 GA - ALUNO COM MENSALIDADE VENCIDA SAI APONTADO NO PE
      *                 DO BOLETIM: TITULO NAO LIQUIDADO DO MASTER
      *                 ABERTOS (CAIXAAPL) COM VENCIMENTO ANTERIOR A
      *                 HOJE, CUJA FATURA E MENSALIDADE NO MENSREG
      *                 (MENSALID). SEM OS DOIS ARQUIVOS O BOLETIM SAI
      *                 COMO ANTES. O TOTAL DE APONTADOS VAI NO RODAPE.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BOLETINS-FILE ASSIGN TO "BOLETINS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTBOL-FILE ASSIGN TO "SORTBOL".
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT MENSREG-FILE ASSIGN TO "MENSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAHIST-FILE.
           05 SRT-NOTA3      PIC 9(02).
           05 SRT-MEDIA      PIC 9(02)V9.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  MENSREG-FILE.
           COPY MENREGFD.

       WORKING-STORAGE SECTION.
       77 WRK-NHI-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CFG-STATUS  PIC X(02) VALUE '00'.
       77 WRK-QTD-ALUNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCTOS PIC 9(07) VALUE ZEROS.

      *--- MENSALIDADE VENCIDA (ABERTOS X MENSREG) ---*
       77 WRK-ABE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MRG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-EOF-ABE     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ABE       VALUE 'S'.
       77 WRK-EOF-MRG     PIC X(01) VALUE 'N'.
           88 WRK-FIM-MRG       VALUE 'S'.
       77 WRK-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ATRASO  PIC 9(05) VALUE ZEROS.
       77 WRK-VC-QTD      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VC-IDX      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VC-USO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VC-CHAVE    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-VENCIDAS.
           05 WRK-VC-NUMERO   PIC 9(08) OCCURS 3000 TIMES.
       77 WRK-IN-QTD      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IN-IDX      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IN-USO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IN-CHAVE    PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-INADIMPLENTES.
           05 WRK-IN-MATRICULA PIC 9(06) OCCURS 3000 TIMES.

      *--- ALUNO EM MONTAGEM (ATE 6 DISCIPLINAS) ---*
       77 WRK-ALUNO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MATR-ATUAL  PIC 9(06) VALUE ZEROS.
           DISPLAY 'SEMESTRE (ZERO = ANO INTEIRO).. '.
           ACCEPT WRK-SEM-BOLETIM.
           PERFORM 0090-LER-PARAMETROS.
           PERFORM 0091-CARREGAR-INADIMPLENTES
               THRU 0091-CARREGAR-FIM.
           OPEN OUTPUT BOLETINS-FILE.
           PERFORM 0100-ORDENAR-E-EMITIR.
           MOVE ALL '=' TO BOLETINS-REC.
               '  LANCAMENTOS LIDOS ' WRK-QTD-LANCTOS
               DELIMITED BY SIZE INTO BOLETINS-REC.
           WRITE BOLETINS-REC.
           MOVE SPACES TO BOLETINS-REC.
           STRING 'ALUNOS COM MENSALIDADE VENCIDA ' WRK-QTD-ATRASO
               DELIMITED BY SIZE INTO BOLETINS-REC.
           WRITE BOLETINS-REC.
           CLOSE BOLETINS-FILE.
           STOP RUN.

               CLOSE NOTASCFG-FILE
           END-IF.

      *****************************************************
      * MONTA A LISTA DE ALUNOS COM MENSALIDADE VENCIDA NA
      * DATA DE HOJE: TITULO DO MASTER ABERTOS (CAIXAAPL)
      * NAO LIQUIDADO E COM VENCIMENTO PASSADO, CUJA FATURA
      * E MENSALIDADE NO MENSREG (MENSALID). SEM UM DOS DOIS
      * ARQUIVOS O BOLETIM SAI SEM O APONTAMENTO
      *****************************************************
       0091-CARREGAR-INADIMPLENTES.
           ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-VC-QTD WRK-IN-QTD.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'AVISO - ABERTOS NAO ENCONTRADO (STATUS '
                   WRK-ABE-STATUS ') - SEM APONTAMENTO DE '
                   'MENSALIDADE VENCIDA'
               GO TO 0091-CARREGAR-FIM
           END-IF.
           PERFORM 0092-LER-UM-TITULO UNTIL WRK-FIM-ABE.
           CLOSE ABERTOS-FILE.
           IF WRK-VC-QTD = 0
               GO TO 0091-CARREGAR-FIM
           END-IF.
           OPEN INPUT MENSREG-FILE.
           IF WRK-MRG-STATUS NOT = '00'
               DISPLAY 'AVISO - MENSREG NAO ENCONTRADO (STATUS '
                   WRK-MRG-STATUS ') - SEM APONTAMENTO DE '
                   'MENSALIDADE VENCIDA'
               GO TO 0091-CARREGAR-FIM
           END-IF.
           PERFORM 0096-LER-UMA-MENSALIDADE UNTIL WRK-FIM-MRG.
           CLOSE MENSREG-FILE.

       0091-CARREGAR-FIM.
           EXIT.

       0092-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ABE TO TRUE
               NOT AT END
                   IF NOT ABR-LIQUIDADA
                       AND ABR-DATA-VENC < WRK-DATA-REF
                       AND ABR-VALOR-PAGO < ABR-VALOR
                       MOVE ABR-NUMERO TO WRK-VC-CHAVE
                       PERFORM 0094-PROCURAR-VENCIDA
                       IF WRK-VC-USO = 0
                           PERFORM 0093-GUARDAR-VENCIDA
                       END-IF
                   END-IF
           END-READ.

       0093-GUARDAR-VENCIDA.
           IF WRK-VC-QTD < 3000
               ADD 1 TO WRK-VC-QTD
               MOVE ABR-NUMERO TO WRK-VC-NUMERO(WRK-VC-QTD)
           ELSE
               DISPLAY 'AVISO - TABELA DE TITULOS VENCIDOS '
                   'CHEIA - FATURA ' ABR-NUMERO
           END-IF.

       0094-PROCURAR-VENCIDA.
           MOVE ZEROS TO WRK-VC-USO.
           PERFORM 0095-COMPARAR-VENCIDA
               VARYING WRK-VC-IDX FROM 1 BY 1
               UNTIL WRK-VC-IDX > WRK-VC-QTD
               OR WRK-VC-USO > 0.

       0095-COMPARAR-VENCIDA.
           IF WRK-VC-NUMERO(WRK-VC-IDX) = WRK-VC-CHAVE
               MOVE WRK-VC-IDX TO WRK-VC-USO
           END-IF.

       0096-LER-UMA-MENSALIDADE.
           READ MENSREG-FILE
               AT END
                   SET WRK-FIM-MRG TO TRUE
               NOT AT END
                   MOVE MRG-NUMERO TO WRK-VC-CHAVE
                   PERFORM 0094-PROCURAR-VENCIDA
                   IF WRK-VC-USO > 0
                       MOVE MRG-MATRICULA TO WRK-IN-CHAVE
                       PERFORM 0420-PROCURAR-INADIMPLENTE
                       IF WRK-IN-USO = 0
                           PERFORM 0097-GUARDAR-INADIMPLENTE
                       END-IF
                   END-IF
           END-READ.

       0097-GUARDAR-INADIMPLENTE.
           IF WRK-IN-QTD < 3000
               ADD 1 TO WRK-IN-QTD
               MOVE MRG-MATRICULA TO WRK-IN-MATRICULA(WRK-IN-QTD)
           ELSE
               DISPLAY 'AVISO - TABELA DE INADIMPLENTES CHEIA'
                   ' - MATRICULA ' MRG-MATRICULA
           END-IF.

       0100-ORDENAR-E-EMITIR.
           SORT SORTBOL-FILE
               ON ASCENDING KEY SRT-MATRICULA SRT-DISCIPLINA
           STRING 'SITUACAO GERAL: ' WRK-SITUACAO
               DELIMITED BY SIZE INTO BOLETINS-REC.
           WRITE BOLETINS-REC.
           MOVE WRK-MATR-ATUAL TO WRK-IN-CHAVE.
           PERFORM 0420-PROCURAR-INADIMPLENTE.
           IF WRK-IN-USO > 0
               ADD 1 TO WRK-QTD-ATRASO
               MOVE SPACES TO BOLETINS-REC
               STRING '*** MENSALIDADE EM ATRASO - PROCURAR A '
                   'SECRETARIA ***' DELIMITED BY SIZE
                   INTO BOLETINS-REC
               WRITE BOLETINS-REC
           END-IF.
           MOVE SPACES TO BOLETINS-REC.
           WRITE BOLETINS-REC.
           MOVE 'N' TO WRK-ALUNO-ABERTO.
           END-EVALUATE.
           MOVE WRK-BOL-LINHA TO BOLETINS-REC.
           WRITE BOLETINS-REC.

      *****************************************************
      * PROCURA A MATRICULA NA LISTA DE ALUNOS COM
      * MENSALIDADE VENCIDA
      *****************************************************
       0420-PROCURAR-INADIMPLENTE.
           MOVE ZEROS TO WRK-IN-USO.
           PERFORM 0425-COMPARAR-INADIMPLENTE
               VARYING WRK-IN-IDX FROM 1 BY 1
               UNTIL WRK-IN-IDX > WRK-IN-QTD
               OR WRK-IN-USO > 0.

       0425-COMPARAR-INADIMPLENTE.
           IF WRK-IN-MATRICULA(WRK-IN-IDX) = WRK-IN-CHAVE
               MOVE WRK-IN-IDX TO WRK-IN-USO
           END-IF.
