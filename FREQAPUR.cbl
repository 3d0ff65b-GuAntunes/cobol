       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQAPUR.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: APURACAO DE FREQUENCIA DE FIM DE PERIODO. LE AS
      *           NOTAS DIGITADAS PELO PROFESSOR (ARQUIVO TURMANOT,
      *           MESMO LAYOUT TURMAFD DO TURMA) E, PARA CADA ALUNO
      *           E DISCIPLINA, CONTA AS AULAS DO DIARIO DE CHAMADA
      *           (PRESENCA, LANCADO PELO MANTPRE) ENTRE AS DATAS
      *           INICIAL E FINAL DO PERIODO INFORMADAS NO SYSIN.
      *           A FREQUENCIA PASSA A SER (PRESENCAS +
      *           JUSTIFICADAS) * 100 / AULAS, TRUNCADA, E O
      *           REGISTRO SAI NO ARQUIVO TURMA, ENTRADA DO LOTE DE
      *           NOTAS (PROGCOB13). SEM AULA NO DIARIO PARA O
      *           ALUNO NA DISCIPLINA, FICA O PERCENTUAL DIGITADO,
      *           MARCADO NO RELATORIO FREQRPT PARA CONFERENCIA DA
      *           SECRETARIA. O RELATORIO MOSTRA TAMBEM O
      *           PERCENTUAL DIGITADO AO LADO DO APURADO. ANTES O
      *           PERCENTUAL DIGITADO ERA A UNICA FONTE E NAO HAVIA
      *           COMO CONFERI-LO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMANOT-FILE ASSIGN TO "TURMANOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TNO-STATUS.
           SELECT PRESENCA-FILE ASSIGN TO "PRESENCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUR-STATUS.
           SELECT FREQRPT-FILE ASSIGN TO "FREQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMANOT-FILE.
       01  TURMANOT-REC         PIC X(38).

       FD  PRESENCA-FILE.
           COPY PRESENFD.

       FD  TURMA-FILE.
           COPY TURMAFD.

       FD  FREQRPT-FILE.
       01  FREQRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-TNO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TUR-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EOF-TNO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TNO        VALUE 'S'.
       77 WRK-EOF-PRE      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PRE        VALUE 'S'.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIARIO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIGITADA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERG   PIC 9(05) VALUE ZEROS.
       77 WRK-FRQ-AULAS    PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-PRESENTES PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-FALTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-JUSTIF   PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-DIGITADA PIC 9(03) VALUE ZEROS.

       01  WRK-LIN-TITULO.
           05 FILLER PIC X(31)
               VALUE 'APURACAO DE FREQUENCIA - AULAS '.
           05 FILLER PIC X(03) VALUE 'DE '.
           05 WRK-LT-INICIAL PIC 9(08).
           05 FILLER PIC X(05) VALUE ' ATE '.
           05 WRK-LT-FINAL   PIC 9(08).
       01  WRK-LIN-CAB.
           05 FILLER PIC X(07) VALUE 'MATRIC'.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(03) VALUE 'DIS'.
           05 FILLER PIC X(05) VALUE 'AULAS'.
           05 FILLER PIC X(05) VALUE ' FALT'.
           05 FILLER PIC X(05) VALUE ' JUST'.
           05 FILLER PIC X(05) VALUE ' DIG%'.
           05 FILLER PIC X(05) VALUE ' FRQ%'.
           05 FILLER PIC X(08) VALUE '  ORIGEM'.
       01  WRK-LIN-DET.
           05 WRK-LD-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DISC      PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-AULAS     PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-FALTAS    PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-JUSTIF    PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DIGITADA  PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-FREQ      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ORIGEM    PIC X(08).
       01  WRK-LIN-TOTAL.
           05 WRK-LT-ROTULO    PIC X(40).
           05 WRK-LT-QTD       PIC ZZ.ZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA INICIAL DO PERIODO AAAAMMDD.. '.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL DO PERIODO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL = 0
               ACCEPT WRK-DATA-FINAL FROM DATE YYYYMMDD
           END-IF.
           IF WRK-DATA-INICIAL = 0
               OR WRK-DATA-INICIAL > WRK-DATA-FINAL
               DISPLAY 'PERIODO INVALIDO ' WRK-DATA-INICIAL ' A '
                   WRK-DATA-FINAL ' - NADA A APURAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0080-CABECALHO.
           PERFORM 0100-APURAR-UM-REGISTRO UNTIL WRK-FIM-TNO.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE TURMANOT-FILE PRESENCA-FILE TURMA-FILE
               FREQRPT-FILE.
           DISPLAY 'APURACAO DE FREQUENCIA ' WRK-DATA-INICIAL ' A '
               WRK-DATA-FINAL ' - REGISTROS ' WRK-QTD-LIDAS
               ' PELO DIARIO ' WRK-QTD-DIARIO
               ' DIGITADOS ' WRK-QTD-DIGITADA.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * TURMANOT E PRESENCA SAO ESSENCIAIS. O TURMA SAI
      * INTEIRO A CADA EXECUCAO - A APURACAO PODE SER REPETIDA
      * ATE O LOTE DE NOTAS RODAR
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT TURMANOT-FILE.
           IF WRK-TNO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TURMANOT NAO ENCONTRADO (STATUS '
                   WRK-TNO-STATUS ') - NADA A APURAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRESENCA-FILE.
           IF WRK-PRE-STATUS NOT = '00'
               DISPLAY 'DIARIO PRESENCA NAO ENCONTRADO (STATUS '
                   WRK-PRE-STATUS ') - SEM ELE NAO HA APURACAO'
               CLOSE TURMANOT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TURMA-FILE.
           MOVE 'TURMA' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-TUR-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           OPEN OUTPUT FREQRPT-FILE.

       0080-CABECALHO.
           MOVE WRK-DATA-INICIAL TO WRK-LT-INICIAL.
           MOVE WRK-DATA-FINAL   TO WRK-LT-FINAL.
           WRITE FREQRPT-REC FROM WRK-LIN-TITULO.
           MOVE SPACES TO FREQRPT-REC.
           WRITE FREQRPT-REC.
           WRITE FREQRPT-REC FROM WRK-LIN-CAB.

      *****************************************************
      * UM REGISTRO DE NOTAS: CONTA AS AULAS DO ALUNO NA
      * DISCIPLINA DENTRO DO PERIODO E TROCA A FREQUENCIA
      * DIGITADA PELA APURADA. SEM AULA NO DIARIO, MANTEM A
      * DIGITADA
      *****************************************************
       0100-APURAR-UM-REGISTRO.
           READ TURMANOT-FILE INTO TURMA-REC
               AT END
                   SET WRK-FIM-TNO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0200-CONTAR-AULAS
                   PERFORM 0300-GRAVAR-TURMA
           END-READ.

      *****************************************************
      * POSICIONA O DIARIO NA PRIMEIRA AULA DO PERIODO
      * (MATRICULA + DISCIPLINA + DATA INICIAL) E LE EM ORDEM
      * DE CHAVE ATE MUDAR O ALUNO/DISCIPLINA OU PASSAR DA
      * DATA FINAL
      *****************************************************
       0200-CONTAR-AULAS.
           MOVE ZEROS TO WRK-FRQ-AULAS WRK-FRQ-PRESENTES
               WRK-FRQ-FALTAS WRK-FRQ-JUSTIF.
           MOVE 'N' TO WRK-EOF-PRE.
           MOVE TUR-MATRICULA    TO PRE-MATRICULA.
           MOVE TUR-DISCIPLINA   TO PRE-DISCIPLINA.
           MOVE WRK-DATA-INICIAL TO PRE-DATA.
           START PRESENCA-FILE KEY NOT < PRE-CHAVE
               INVALID KEY
                   SET WRK-FIM-PRE TO TRUE
           END-START.
           PERFORM 0210-CONTAR-UMA-AULA UNTIL WRK-FIM-PRE.

       0210-CONTAR-UMA-AULA.
           READ PRESENCA-FILE NEXT
               AT END
                   SET WRK-FIM-PRE TO TRUE
               NOT AT END
                   IF PRE-MATRICULA NOT = TUR-MATRICULA
                       OR PRE-DISCIPLINA NOT = TUR-DISCIPLINA
                       OR PRE-DATA > WRK-DATA-FINAL
                       SET WRK-FIM-PRE TO TRUE
                   ELSE
                       ADD 1 TO WRK-FRQ-AULAS
                       EVALUATE TRUE
                           WHEN PRE-PRESENTE
                               ADD 1 TO WRK-FRQ-PRESENTES
                           WHEN PRE-FALTA
                               ADD 1 TO WRK-FRQ-FALTAS
                           WHEN PRE-JUSTIFICADA
                               ADD 1 TO WRK-FRQ-JUSTIF
                       END-EVALUATE
                   END-IF
           END-READ.

       0300-GRAVAR-TURMA.
           MOVE TUR-FREQUENCIA TO WRK-FRQ-DIGITADA.
           MOVE SPACES TO WRK-LIN-DET.
           IF WRK-FRQ-AULAS > 0
               COMPUTE TUR-FREQUENCIA = (WRK-FRQ-PRESENTES
                   + WRK-FRQ-JUSTIF) * 100 / WRK-FRQ-AULAS
               ADD 1 TO WRK-QTD-DIARIO
               MOVE 'DIARIO' TO WRK-LD-ORIGEM
               IF TUR-FREQUENCIA NOT = WRK-FRQ-DIGITADA
                   ADD 1 TO WRK-QTD-DIVERG
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-DIGITADA
               MOVE 'DIGITADA' TO WRK-LD-ORIGEM
           END-IF.
           WRITE TURMA-REC.
           MOVE 'TURMA' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-TUR-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-GRAVADAS.
           MOVE TUR-MATRICULA     TO WRK-LD-MATRICULA.
           MOVE TUR-NOME          TO WRK-LD-NOME.
           MOVE TUR-DISCIPLINA    TO WRK-LD-DISC.
           MOVE WRK-FRQ-AULAS     TO WRK-LD-AULAS.
           MOVE WRK-FRQ-FALTAS    TO WRK-LD-FALTAS.
           MOVE WRK-FRQ-JUSTIF    TO WRK-LD-JUSTIF.
           MOVE WRK-FRQ-DIGITADA  TO WRK-LD-DIGITADA.
           MOVE TUR-FREQUENCIA    TO WRK-LD-FREQ.
           WRITE FREQRPT-REC FROM WRK-LIN-DET.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO FREQRPT-REC.
           WRITE FREQRPT-REC.
           MOVE 'REGISTROS DE NOTAS LIDOS.................'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-LIDAS TO WRK-LT-QTD.
           WRITE FREQRPT-REC FROM WRK-LIN-TOTAL.
           MOVE 'FREQUENCIA APURADA PELO DIARIO...........'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-DIARIO TO WRK-LT-QTD.
           WRITE FREQRPT-REC FROM WRK-LIN-TOTAL.
           MOVE '  DIFERENTE DA DIGITADA..................'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-DIVERG TO WRK-LT-QTD.
           WRITE FREQRPT-REC FROM WRK-LIN-TOTAL.
           MOVE 'SEM AULA NO DIARIO (MANTIDA A DIGITADA)..'
               TO WRK-LT-ROTULO.
           MOVE WRK-QTD-DIGITADA TO WRK-LT-QTD.
           WRITE FREQRPT-REC FROM WRK-LIN-TOTAL.

       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'FREQAPUR'       TO OPS-PROGRAMA.
           ACCEPT OPS-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADAS TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
