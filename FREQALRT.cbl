       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQALRT.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: ALERTA SEMANAL DE FREQUENCIA. PERCORRE O DIARIO
      *           DE CHAMADA (PRESENCA, LANCADO PELO MANTPRE) DESDE
      *           O INICIO DO PERIODO INFORMADO NO SYSIN ATE HOJE E,
      *           PARA CADA MATRICULA ATIVA E DISCIPLINA, CALCULA A
      *           FREQUENCIA ATE O MOMENTO ((PRESENCAS +
      *           JUSTIFICADAS) * 100 / AULAS, TRUNCADA, A MESMA
      *           CONTA DA APURACAO FREQAPUR). LISTA, POR TURMA, O
      *           ALUNO QUE ESTA ABAIXO DO CORTE DE FREQUENCIA DO
      *           NOTASCFG (75 POR CENTO POR PADRAO) OU A MENOS DE
      *           UMA MARGEM DELE (SYSIN, ZEROS = 5 PONTOS), PARA A
      *           COORDENACAO CHAMAR O ALUNO E A FAMILIA ENQUANTO
      *           HA TEMPO. INFORMADO O TOTAL DE AULAS PREVISTAS NO
      *           PERIODO, MOSTRA TAMBEM QUANTAS FALTAS AINDA CABEM
      *           ANTES DA REPROVACAO, E MARCA O ALUNO QUE JA NAO
      *           TEM COMO ATINGIR O CORTE.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENCA-FILE ASSIGN TO "PRESENCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT NOTASCFG-FILE ASSIGN TO "NOTASCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CFG-STATUS.
           SELECT FREQARPT-FILE ASSIGN TO "FREQARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT SORTFRQ-FILE ASSIGN TO "SORTFRQ".
       DATA DIVISION.
       FILE SECTION.
       FD  PRESENCA-FILE.
           COPY PRESENFD.

       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  NOTASCFG-FILE.
       01  NOTASCFG-REC.
           05 CFG-BONUS-MIN PIC 9(02)V9.
           05 CFG-APROV-MIN PIC 9(02)V9.
           05 CFG-RECUP-MIN PIC 9(02)V9.
           05 CFG-FREQ-MIN  PIC 9(03).

       FD  FREQARPT-FILE.
       01  FREQARPT-REC         PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       SD  SORTFRQ-FILE.
       01  SORTFRQ-REC.
           05 SRT-TURMA       PIC X(05).
           05 SRT-MATRICULA   PIC 9(06).
           05 SRT-DISCIPLINA  PIC X(03).
           05 SRT-NOME        PIC X(20).
           05 SRT-AULAS       PIC 9(03).
           05 SRT-FALTAS      PIC 9(03).
           05 SRT-FREQ        PIC 9(03).
           05 SRT-RESTANTES   PIC 9(03).
           05 SRT-SITUACAO    PIC X(01).
               88 SRT-PROXIMO      VALUE 'P'.
               88 SRT-ABAIXO       VALUE 'A'.
               88 SRT-ESTOURADO    VALUE 'E'.

       WORKING-STORAGE SECTION.
       77 WRK-PRE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MAT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CFG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EOF-PRE      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PRE        VALUE 'S'.
       77 WRK-EOF-SRT      PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-MARGEM       PIC 9(02) VALUE ZEROS.
       77 WRK-PREVISTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-CFG-FREQ     PIC 9(03) VALUE 75.
       77 WRK-LIMITE-ALERTA PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-FALTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AVALIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALERTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABAIXO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESTOURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TURMA-ATUAL  PIC X(05) VALUE SPACES.
       77 WRK-TURMA-ABERTA PIC X(01) VALUE 'N'.
       77 WRK-TT-ALERTAS   PIC 9(05) VALUE ZEROS.
       01  WRK-GRUPO-ATUAL.
           05 WRK-GRP-MATRICULA PIC 9(06) VALUE ZEROS.
           05 WRK-GRP-DISCIPLINA PIC X(03) VALUE SPACES.
       77 WRK-GRP-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-FRQ-AULAS    PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-PRESENTES PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-FALTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-JUSTIF   PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-PERC     PIC 9(03) VALUE ZEROS.

       01  WRK-LIN-CAB.
           05 FILLER PIC X(07) VALUE 'MATRIC'.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(05) VALUE 'DIS'.
           05 FILLER PIC X(06) VALUE 'AULAS'.
           05 FILLER PIC X(06) VALUE 'FALT'.
           05 FILLER PIC X(06) VALUE 'FRQ%'.
           05 FILLER PIC X(07) VALUE 'RESTAM'.
           05 FILLER PIC X(20) VALUE 'SITUACAO'.
       01  WRK-LIN-DET.
           05 WRK-LD-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DISC      PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-AULAS     PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-FALTAS    PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-FREQ      PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-RESTANTES PIC X(03).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(20).
       01  WRK-LD-RESTANTES-N  PIC ZZ9.
       01  WRK-LIN-TOTAL.
           05 WRK-LT-ROTULO    PIC X(40).
           05 WRK-LT-QTD       PIC ZZ.ZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA INICIAL DO PERIODO AAAAMMDD.. '.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'MARGEM EM PONTOS ACIMA DO CORTE (ZEROS = 5).. '.
           ACCEPT WRK-MARGEM.
           DISPLAY 'AULAS PREVISTAS NO PERIODO POR DISCIPLINA '
               '(ZEROS = NAO INFORMADO).. '.
           ACCEPT WRK-PREVISTAS.
           IF WRK-DATA-INICIAL = 0 OR WRK-DATA-INICIAL > WRK-HOJE
               DISPLAY 'DATA INICIAL INVALIDA ' WRK-DATA-INICIAL
                   ' - NADA A AVALIAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-MARGEM = 0
               MOVE 5 TO WRK-MARGEM
           END-IF.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           SORT SORTFRQ-FILE
               ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
                   SRT-DISCIPLINA
               INPUT PROCEDURE IS 0100-AVALIAR-DIARIO
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-ALERTAS.
           PERFORM 0600-TOTAIS-GERAIS.
           CLOSE PRESENCA-FILE MATRICUL-FILE FREQARPT-FILE.
           DISPLAY 'ALERTA DE FREQUENCIA ' WRK-HOJE
               ' - AVALIADOS ' WRK-QTD-AVALIADOS
               ' EM ALERTA ' WRK-QTD-ALERTAS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * CORTE DE FREQUENCIA DO NOTASCFG (O MESMO DO LOTE DE
      * NOTAS); SEM O ARQUIVO, VALE O PADRAO DE 75 POR CENTO.
      * O ALERTA COMECA NO CORTE MAIS A MARGEM. COM AS AULAS
      * PREVISTAS, O MAXIMO DE FALTAS E O QUE AINDA DEIXA O
      * ALUNO NO CORTE AO FIM DO PERIODO
      *****************************************************
       0050-LER-PARAMETROS.
           OPEN INPUT NOTASCFG-FILE.
           IF WRK-CFG-STATUS = '00'
               READ NOTASCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-FREQ-MIN > 0
                           MOVE CFG-FREQ-MIN TO WRK-CFG-FREQ
                       END-IF
               END-READ
               CLOSE NOTASCFG-FILE
           END-IF.
           COMPUTE WRK-LIMITE-ALERTA = WRK-CFG-FREQ + WRK-MARGEM.
           IF WRK-PREVISTAS > 0
               COMPUTE WRK-MAX-FALTAS =
                   WRK-PREVISTAS * (100 - WRK-CFG-FREQ) / 100
           END-IF.

      *****************************************************
      * PRESENCA E MATRICUL SAO ESSENCIAIS
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT PRESENCA-FILE.
           IF WRK-PRE-STATUS NOT = '00'
               DISPLAY 'DIARIO PRESENCA NAO ENCONTRADO (STATUS '
                   WRK-PRE-STATUS ') - NADA A AVALIAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - NADA A AVALIAR'
               CLOSE PRESENCA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FREQARPT-FILE.

      *****************************************************
      * ENTRADA DO SORT: LE O DIARIO EM ORDEM DE CHAVE
      * (MATRICULA + DISCIPLINA + DATA), ACUMULA AS AULAS DO
      * PERIODO ATE HOJE E AVALIA CADA ALUNO/DISCIPLINA NA
      * QUEBRA
      *****************************************************
       0100-AVALIAR-DIARIO.
           PERFORM 0110-LER-UMA-AULA UNTIL WRK-FIM-PRE.
           IF WRK-GRP-ABERTO = 'S'
               PERFORM 0200-AVALIAR-GRUPO THRU 0200-AVALIAR-FIM
           END-IF.

       0110-LER-UMA-AULA.
           READ PRESENCA-FILE
               AT END
                   SET WRK-FIM-PRE TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF PRE-DATA NOT < WRK-DATA-INICIAL
                       AND PRE-DATA NOT > WRK-HOJE
                       PERFORM 0120-ACUMULAR-AULA
                   END-IF
           END-READ.

       0120-ACUMULAR-AULA.
           IF WRK-GRP-ABERTO = 'S'
               AND (PRE-MATRICULA NOT = WRK-GRP-MATRICULA
                   OR PRE-DISCIPLINA NOT = WRK-GRP-DISCIPLINA)
               PERFORM 0200-AVALIAR-GRUPO THRU 0200-AVALIAR-FIM
           END-IF.
           IF WRK-GRP-ABERTO = 'N'
               MOVE 'S' TO WRK-GRP-ABERTO
               MOVE PRE-MATRICULA  TO WRK-GRP-MATRICULA
               MOVE PRE-DISCIPLINA TO WRK-GRP-DISCIPLINA
               MOVE ZEROS TO WRK-FRQ-AULAS WRK-FRQ-PRESENTES
                   WRK-FRQ-FALTAS WRK-FRQ-JUSTIF
           END-IF.
           ADD 1 TO WRK-FRQ-AULAS.
           EVALUATE TRUE
               WHEN PRE-PRESENTE
                   ADD 1 TO WRK-FRQ-PRESENTES
               WHEN PRE-FALTA
                   ADD 1 TO WRK-FRQ-FALTAS
               WHEN PRE-JUSTIFICADA
                   ADD 1 TO WRK-FRQ-JUSTIF
           END-EVALUATE.

      *****************************************************
      * AVALIA UM ALUNO/DISCIPLINA: MATRICULA INATIVA OU FORA
      * DO MASTER NAO ENTRA; FREQUENCIA ATE O MOMENTO ACIMA
      * DO CORTE MAIS A MARGEM NAO GERA ALERTA
      *****************************************************
       0200-AVALIAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ABERTO.
           MOVE WRK-GRP-MATRICULA TO MAT-MATRICULA.
           READ MATRICUL-FILE
               INVALID KEY
                   GO TO 0200-AVALIAR-FIM
           END-READ.
           IF NOT MAT-ATIVA
               GO TO 0200-AVALIAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-AVALIADOS.
           COMPUTE WRK-FRQ-PERC = (WRK-FRQ-PRESENTES
               + WRK-FRQ-JUSTIF) * 100 / WRK-FRQ-AULAS.
           IF WRK-FRQ-PERC > WRK-LIMITE-ALERTA
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE MAT-TURMA          TO SRT-TURMA.
           MOVE WRK-GRP-MATRICULA  TO SRT-MATRICULA.
           MOVE WRK-GRP-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE MAT-NOME           TO SRT-NOME.
           MOVE WRK-FRQ-AULAS      TO SRT-AULAS.
           MOVE WRK-FRQ-FALTAS     TO SRT-FALTAS.
           MOVE WRK-FRQ-PERC       TO SRT-FREQ.
           MOVE ZEROS              TO SRT-RESTANTES.
           IF WRK-FRQ-PERC < WRK-CFG-FREQ
               SET SRT-ABAIXO TO TRUE
           ELSE
               SET SRT-PROXIMO TO TRUE
           END-IF.
           IF WRK-PREVISTAS > 0
               IF WRK-FRQ-FALTAS > WRK-MAX-FALTAS
                   SET SRT-ESTOURADO TO TRUE
               ELSE
                   COMPUTE SRT-RESTANTES =
                       WRK-MAX-FALTAS - WRK-FRQ-FALTAS
               END-IF
           END-IF.
           RELEASE SORTFRQ-REC.

       0200-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * SAIDA DO SORT: UMA PAGINA POR TURMA, PARA A
      * COORDENACAO ENTREGAR AO PROFESSOR CONSELHEIRO
      *****************************************************
       0400-IMPRIMIR-ALERTAS.
           RETURN SORTFRQ-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0410-TRATAR-UMA-LINHA UNTIL WRK-FIM-SRT.
           IF WRK-TURMA-ABERTA = 'S'
               PERFORM 0450-FECHAR-TURMA
           END-IF.

       0410-TRATAR-UMA-LINHA.
           IF WRK-TURMA-ABERTA = 'N'
               OR SRT-TURMA NOT = WRK-TURMA-ATUAL
               IF WRK-TURMA-ABERTA = 'S'
                   PERFORM 0450-FECHAR-TURMA
               END-IF
               PERFORM 0420-ABRIR-TURMA
           END-IF.
           MOVE SRT-MATRICULA  TO WRK-LD-MATRICULA.
           MOVE SRT-NOME       TO WRK-LD-NOME.
           MOVE SRT-DISCIPLINA TO WRK-LD-DISC.
           MOVE SRT-AULAS      TO WRK-LD-AULAS.
           MOVE SRT-FALTAS     TO WRK-LD-FALTAS.
           MOVE SRT-FREQ       TO WRK-LD-FREQ.
           IF WRK-PREVISTAS > 0
               MOVE SRT-RESTANTES TO WRK-LD-RESTANTES-N
               MOVE WRK-LD-RESTANTES-N TO WRK-LD-RESTANTES
           ELSE
               MOVE ' - ' TO WRK-LD-RESTANTES
           END-IF.
           EVALUATE TRUE
               WHEN SRT-ESTOURADO
                   MOVE 'LIMITE ESTOURADO' TO WRK-LD-SITUACAO
                   ADD 1 TO WRK-QTD-ESTOURADOS
               WHEN SRT-ABAIXO
                   MOVE 'ABAIXO DO CORTE' TO WRK-LD-SITUACAO
                   ADD 1 TO WRK-QTD-ABAIXO
               WHEN OTHER
                   MOVE 'PROXIMO DO CORTE' TO WRK-LD-SITUACAO
           END-EVALUATE.
           ADD 1 TO WRK-TT-ALERTAS.
           ADD 1 TO WRK-QTD-ALERTAS.
           MOVE WRK-LIN-DET TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           RETURN SORTFRQ-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0420-ABRIR-TURMA.
           MOVE 'S' TO WRK-TURMA-ABERTA.
           MOVE SRT-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZEROS TO WRK-TT-ALERTAS.
           MOVE ALL '=' TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE SPACES TO FREQARPT-REC.
           STRING 'ALERTA DE FREQUENCIA EM ' WRK-HOJE
               ' - TURMA ' SRT-TURMA
               ' - CORTE ' WRK-CFG-FREQ '%'
               DELIMITED BY SIZE INTO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE SPACES TO FREQARPT-REC.
           STRING 'AULAS DESDE ' WRK-DATA-INICIAL
               ' - ALERTA ATE ' WRK-LIMITE-ALERTA '%'
               DELIMITED BY SIZE INTO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE ALL '=' TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE WRK-LIN-CAB TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE ALL '-' TO FREQARPT-REC.
           WRITE FREQARPT-REC.

       0450-FECHAR-TURMA.
           MOVE ALL '-' TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE SPACES TO FREQARPT-REC.
           STRING 'ALUNOS/DISCIPLINAS EM ALERTA NA TURMA: '
               WRK-TT-ALERTAS
               DELIMITED BY SIZE INTO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE SPACES TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE 'N' TO WRK-TURMA-ABERTA.

       0600-TOTAIS-GERAIS.
           MOVE ALL '=' TO FREQARPT-REC.
           WRITE FREQARPT-REC.
           MOVE 'ALUNOS/DISCIPLINAS AVALIADOS..............'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-AVALIADOS TO WRK-LT-QTD.
           WRITE FREQARPT-REC FROM WRK-LIN-TOTAL.
           MOVE 'EM ALERTA.................................'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ALERTAS TO WRK-LT-QTD.
           WRITE FREQARPT-REC FROM WRK-LIN-TOTAL.
           MOVE '  JA ABAIXO DO CORTE......................'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ABAIXO TO WRK-LT-QTD.
           WRITE FREQARPT-REC FROM WRK-LIN-TOTAL.
           MOVE '  SEM COMO ATINGIR O CORTE................'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ESTOURADOS TO WRK-LT-QTD.
           WRITE FREQARPT-REC FROM WRK-LIN-TOTAL.

       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'FREQALRT'        TO OPS-PROGRAMA.
           MOVE WRK-HOJE          TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS     TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-ALERTAS   TO OPS-QTD-GRAVADOS.
           MOVE ZEROS             TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
