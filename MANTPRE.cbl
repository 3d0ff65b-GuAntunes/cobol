       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPRE.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LANCAMENTO E MANUTENCAO DO DIARIO DE CHAMADA
      *           (ARQUIVO PRESENCA, LAYOUT PRESENFD). A CHAMADA
      *           DE UMA AULA (TURMA + DISCIPLINA + DATA) PERCORRE
      *           AS MATRICULAS ATIVAS DA TURMA NO MATRICUL E
      *           PERGUNTA A SITUACAO DE CADA ALUNO (P = PRESENTE,
      *           F = FALTA, J = FALTA JUSTIFICADA). A DISCIPLINA
      *           TEM DE ESTAR ATIVA NO DISCMST E A DATA TEM DE SER
      *           DIA LETIVO: NAO FUTURA, NAO SABADO/DOMINGO E NAO
      *           FERIADO (ROTINA COMUM DE DIA UTIL DA CALPROC COM
      *           O MASTER FERIADOS). TAMBEM INCLUI O LANCAMENTO
      *           AVULSO DE UM ALUNO, ALTERA/JUSTIFICA UM
      *           LANCAMENTO E CONSULTA O DIARIO DE UM ALUNO NA
      *           DISCIPLINA COM A FREQUENCIA ATE O MOMENTO. CADA
      *           TRANSACAO DO DIA E REGISTRADA NO LOG MANTPRELOG,
      *           NO MOLDE DO MANTUF/MANTUFLOG.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT DISCMST-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT MANTPRELOG-FILE ASSIGN TO "MANTPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESENCA-FILE.
           COPY PRESENFD.

       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  MANTPRELOG-FILE.
       01  MANTPRELOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(10).
           05 FILLER          PIC X(01).
           05 LOG-TURMA       PIC X(05).
           05 FILLER          PIC X(01).
           05 LOG-MATRICULA   PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-DISCIPLINA  PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-DATA-AULA   PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-QTD         PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-PRE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MAT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-LOG-QTD      PIC 9(03) VALUE ZEROS.
       77 WRK-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-CHAMADA      VALUE 'L'.
           88 OPCAO-INCLUIR      VALUE 'I'.
           88 OPCAO-ALTERAR      VALUE 'A'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-EOF-MAT      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MAT        VALUE 'S'.
       77 WRK-EOF-PRE      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PRE        VALUE 'S'.
       77 WRK-AULA-OK      PIC X(01) VALUE 'N'.
       77 WRK-TURMA-PROC   PIC X(05) VALUE SPACES.
       77 WRK-MATR-PROC    PIC 9(06) VALUE ZEROS.
       77 WRK-DISC-PROC    PIC X(03) VALUE SPACES.
       77 WRK-SITU-PROC    PIC X(01) VALUE SPACES.
           88 SITU-PROC-OK       VALUE 'P' 'F' 'J'.
       01  WRK-DATA-AULA   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AULA-R REDEFINES WRK-DATA-AULA.
           05 WRK-AULA-ANO PIC 9(04).
           05 WRK-AULA-MES PIC 9(02).
           05 WRK-AULA-DIA PIC 9(02).
       77 WRK-QTD-ALUNOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JA-LANC  PIC 9(03) VALUE ZEROS.
       77 WRK-CON-AULAS    PIC 9(03) VALUE ZEROS.
       77 WRK-CON-PRESENTES PIC 9(03) VALUE ZEROS.
       77 WRK-CON-FALTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-CON-JUSTIF   PIC 9(03) VALUE ZEROS.
       77 WRK-CON-FREQ     PIC 9(03) VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

           COPY CALDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0550-CARREGAR-FERIADOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE PRESENCA-FILE MATRICUL-FILE DISCMST-FILE
               MANTPRELOG-FILE.
           DISPLAY 'MANUTENCAO DO DIARIO DE CHAMADA ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O DIARIO EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA. SEM O
      * MATRICUL OU O DISCMST NAO HA COMO VALIDAR A CHAMADA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - CHAMADA NAO PODE SER LANCADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS NOT = '00'
               DISPLAY 'MASTER DISCMST NAO ENCONTRADO (STATUS '
                   WRK-DIS-STATUS ') - CHAMADA NAO PODE SER LANCADA'
               CLOSE MATRICUL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PRESENCA-FILE.
           IF WRK-PRE-STATUS NOT = '00'
               OPEN OUTPUT PRESENCA-FILE
               CLOSE PRESENCA-FILE
               OPEN I-O PRESENCA-FILE
           END-IF.
           OPEN EXTEND MANTPRELOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTPRELOG-FILE
               CLOSE MANTPRELOG-FILE
               OPEN EXTEND MANTPRELOG-FILE
           END-IF.

      *****************************************************
      * IDENTIFICA O OPERADOR PELA SESSAO AUTENTICADA DO
      * PROGMENU (ARQUIVO OPERSESS); SEM SESSAO (EXECUCAO
      * AVULSA), PERGUNTA COMO ANTES
      *****************************************************
       0060-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT OPERSESS-FILE.
           IF WRK-SES-STATUS = '00'
               READ OPERSESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-OPERADOR
               END-READ
               CLOSE OPERSESS-FILE
           END-IF.
           IF WRK-OPERADOR = SPACES
               DISPLAY 'OPERADOR/JOB (PARA O LOG DE MANUTENCAO) ?'
               ACCEPT WRK-OPERADOR FROM CONSOLE
           ELSE
               DISPLAY 'OPERADOR DA SESSAO: ' WRK-OPERADOR
           END-IF.

      *****************************************************
      * LACO PRINCIPAL DE TRANSACOES - UMA TRANSACAO POR
      * PASSAGEM, ATE O OPERADOR DIGITAR F (FIM)
      *****************************************************
       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (L=CHAMADA DA TURMA I=INCLUIR ALUNO '
               'A=ALTERAR C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CHAMADA
                   PERFORM 0200-LANCAR-CHAMADA THRU 0200-LANCAR-FIM
               WHEN OPCAO-INCLUIR
                   PERFORM 0300-INCLUIR-LANCAMENTO
                       THRU 0300-INCLUIR-FIM
               WHEN OPCAO-ALTERAR
                   PERFORM 0400-ALTERAR-LANCAMENTO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-DIARIO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * CHAMADA DE UMA AULA: VALIDA DISCIPLINA E DATA E
      * PERCORRE AS MATRICULAS ATIVAS DA TURMA, GRAVANDO A
      * SITUACAO DE CADA ALUNO. ALUNO JA LANCADO NA AULA E
      * MANTIDO (CORRECAO PELA OPCAO A) E CONTADO A PARTE
      *****************************************************
       0200-LANCAR-CHAMADA.
           MOVE ZEROS TO WRK-MATR-PROC WRK-QTD-ALUNOS
               WRK-QTD-GRAVADOS WRK-QTD-FALTAS WRK-QTD-JA-LANC.
           MOVE SPACES TO WRK-SITU-PROC.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           PERFORM 0250-VALIDAR-AULA THRU 0250-VALIDAR-FIM.
           IF WRK-AULA-OK NOT = 'S'
               GO TO 0200-GRAVAR-RESULTADO
           END-IF.
           MOVE 'N' TO WRK-EOF-MAT.
           MOVE ZEROS TO MAT-MATRICULA.
           START MATRICUL-FILE KEY NOT < MAT-MATRICULA
               INVALID KEY
                   SET WRK-FIM-MAT TO TRUE
           END-START.
           PERFORM 0210-CHAMAR-UM-ALUNO UNTIL WRK-FIM-MAT.
           MOVE ZEROS TO WRK-MATR-PROC.
           MOVE SPACES TO WRK-SITU-PROC.
           IF WRK-QTD-ALUNOS = 0
               MOVE 'TURMA SEM ALUNOS' TO WRK-RESULTADO
           ELSE
               MOVE 'CHAMADA GRAVADA' TO WRK-RESULTADO
               DISPLAY 'ALUNOS ' WRK-QTD-ALUNOS
                   ' GRAVADOS ' WRK-QTD-GRAVADOS
                   ' FALTAS ' WRK-QTD-FALTAS
                   ' JA LANCADOS ' WRK-QTD-JA-LANC
           END-IF.

       0200-GRAVAR-RESULTADO.
           DISPLAY WRK-RESULTADO.
           MOVE WRK-QTD-GRAVADOS TO WRK-LOG-QTD.
           PERFORM 0500-GRAVAR-LOG.

       0200-LANCAR-FIM.
           EXIT.

       0210-CHAMAR-UM-ALUNO.
           READ MATRICUL-FILE NEXT
               AT END
                   SET WRK-FIM-MAT TO TRUE
               NOT AT END
                   IF MAT-ATIVA AND MAT-TURMA = WRK-TURMA-PROC
                       ADD 1 TO WRK-QTD-ALUNOS
                       PERFORM 0220-LANCAR-UM-ALUNO
                   END-IF
           END-READ.

       0220-LANCAR-UM-ALUNO.
           MOVE MAT-MATRICULA  TO WRK-MATR-PROC.
           MOVE MAT-MATRICULA  TO PRE-MATRICULA.
           MOVE WRK-DISC-PROC  TO PRE-DISCIPLINA.
           MOVE WRK-DATA-AULA  TO PRE-DATA.
           READ PRESENCA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-PRE-STATUS = '00'
               DISPLAY MAT-MATRICULA ' ' MAT-NOME
                   ' JA LANCADO: ' PRE-SITUACAO
               ADD 1 TO WRK-QTD-JA-LANC
           ELSE
               DISPLAY MAT-MATRICULA ' ' MAT-NOME
               MOVE SPACES TO WRK-SITU-PROC
               PERFORM 0230-PERGUNTAR-SITUACAO
               PERFORM 0230-PERGUNTAR-SITUACAO UNTIL SITU-PROC-OK
               PERFORM 0240-GRAVAR-PRESENCA
               IF WRK-PRE-STATUS = '00'
                   ADD 1 TO WRK-QTD-GRAVADOS
                   IF WRK-SITU-PROC = 'F'
                       ADD 1 TO WRK-QTD-FALTAS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PERGUNTA A SITUACAO DO ALUNO NA AULA. EM BRANCO VALE
      * PRESENTE, QUE E O CASO DA MAIORIA DA TURMA
      *****************************************************
       0230-PERGUNTAR-SITUACAO.
           IF WRK-SITU-PROC NOT = SPACES
               DISPLAY 'SITUACAO INVALIDA'
           END-IF.
           DISPLAY '  P=PRESENTE F=FALTA J=JUSTIFICADA (BRANCO = P) ?'.
           ACCEPT WRK-SITU-PROC FROM CONSOLE.
           IF WRK-SITU-PROC = SPACES
               MOVE 'P' TO WRK-SITU-PROC
           END-IF.

       0240-GRAVAR-PRESENCA.
           MOVE WRK-MATR-PROC  TO PRE-MATRICULA.
           MOVE WRK-DISC-PROC  TO PRE-DISCIPLINA.
           MOVE WRK-DATA-AULA  TO PRE-DATA.
           MOVE WRK-SITU-PROC  TO PRE-SITUACAO.
           MOVE WRK-OPERADOR   TO PRE-OPERADOR.
           MOVE WRK-HOJE       TO PRE-DATA-LANC.
           WRITE PRESENCA-REC
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O LANCAMENTO (STATUS '
                       WRK-PRE-STATUS ')'
           END-WRITE.

      *****************************************************
      * VALIDA A AULA: DISCIPLINA ATIVA NO DISCMST E DATA
      * LETIVA - DATA VALIDA, NAO FUTURA, NAO SABADO/DOMINGO
      * E NAO FERIADO (0530 DA CALPROC COM O MASTER FERIADOS)
      *****************************************************
       0250-VALIDAR-AULA.
           MOVE 'N' TO WRK-AULA-OK.
           DISPLAY 'DISCIPLINA (3 LETRAS) ?'.
           ACCEPT WRK-DISC-PROC FROM CONSOLE.
           DISPLAY 'DATA DA AULA AAAAMMDD (ZEROS = HOJE) ?'.
           ACCEPT WRK-DATA-AULA FROM CONSOLE.
           IF WRK-DATA-AULA = 0
               MOVE WRK-HOJE TO WRK-DATA-AULA
           END-IF.
           MOVE WRK-DISC-PROC TO DIS-CODIGO.
           READ DISCMST-FILE
               INVALID KEY
                   MOVE 'DISCIPLINA NAO EXISTE' TO WRK-RESULTADO
                   GO TO 0250-VALIDAR-FIM
           END-READ.
           IF NOT DIS-ATIVA
               MOVE 'DISCIPLINA INATIVA' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           MOVE WRK-AULA-DIA TO WRK-PROX-DIA.
           MOVE WRK-AULA-MES TO WRK-PROX-MES.
           MOVE WRK-AULA-ANO TO WRK-PROX-ANO.
           IF WRK-AULA-MES < 1 OR WRK-AULA-MES > 12
               MOVE 'DATA INVALIDA' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           PERFORM 0525-AJUSTAR-FEVEREIRO.
           IF WRK-AULA-DIA < 1
               OR WRK-AULA-DIA > WRK-DIASMES(WRK-AULA-MES)
               MOVE 'DATA INVALIDA' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           IF WRK-DATA-AULA > WRK-HOJE
               MOVE 'DATA FUTURA' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           PERFORM 0530-VERIFICAR-DIA-UTIL.
           IF DIA-E-FERIADO
               MOVE 'DATA E FERIADO' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           IF WRK-DIA-UTIL-OK NOT = 1
               MOVE 'DATA E FIM DE SEMANA' TO WRK-RESULTADO
               GO TO 0250-VALIDAR-FIM
           END-IF.
           MOVE 'S' TO WRK-AULA-OK.

       0250-VALIDAR-FIM.
           EXIT.

      *****************************************************
      * LANCAMENTO AVULSO DE UM ALUNO (AULA JA CHAMADA ANTES
      * DA MATRICULA ENTRAR NA TURMA, CHAMADA INTERROMPIDA).
      * A MATRICULA TEM DE ESTAR ATIVA NO MATRICUL
      *****************************************************
       0300-INCLUIR-LANCAMENTO.
           MOVE SPACES TO WRK-TURMA-PROC WRK-SITU-PROC.
           MOVE ZEROS TO WRK-LOG-QTD.
           DISPLAY 'MATRICULA (6 DIGITOS) ?'.
           ACCEPT WRK-MATR-PROC FROM CONSOLE.
           MOVE WRK-MATR-PROC TO MAT-MATRICULA.
           READ MATRICUL-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO EXISTE' TO WRK-RESULTADO
                   GO TO 0300-GRAVAR-RESULTADO
           END-READ.
           IF NOT MAT-ATIVA
               MOVE 'MATRICULA INATIVA' TO WRK-RESULTADO
               GO TO 0300-GRAVAR-RESULTADO
           END-IF.
           MOVE MAT-TURMA TO WRK-TURMA-PROC.
           DISPLAY MAT-NOME ' TURMA ' MAT-TURMA.
           PERFORM 0250-VALIDAR-AULA THRU 0250-VALIDAR-FIM.
           IF WRK-AULA-OK NOT = 'S'
               GO TO 0300-GRAVAR-RESULTADO
           END-IF.
           PERFORM 0230-PERGUNTAR-SITUACAO.
           PERFORM 0230-PERGUNTAR-SITUACAO UNTIL SITU-PROC-OK.
           PERFORM 0240-GRAVAR-PRESENCA.
           IF WRK-PRE-STATUS = '00'
               MOVE 'LANCAMENTO INCLUIDO' TO WRK-RESULTADO
               MOVE 1 TO WRK-LOG-QTD
           ELSE
               MOVE 'JA LANCADO NA AULA' TO WRK-RESULTADO
           END-IF.

       0300-GRAVAR-RESULTADO.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0300-INCLUIR-FIM.
           EXIT.

      *****************************************************
      * ALTERA A SITUACAO DE UM LANCAMENTO - TIPICAMENTE A
      * JUSTIFICATIVA DE UMA FALTA COM ATESTADO
      *****************************************************
       0400-ALTERAR-LANCAMENTO.
           MOVE SPACES TO WRK-TURMA-PROC WRK-SITU-PROC.
           MOVE ZEROS TO WRK-LOG-QTD.
           DISPLAY 'MATRICULA (6 DIGITOS) ?'.
           ACCEPT WRK-MATR-PROC FROM CONSOLE.
           DISPLAY 'DISCIPLINA (3 LETRAS) ?'.
           ACCEPT WRK-DISC-PROC FROM CONSOLE.
           DISPLAY 'DATA DA AULA AAAAMMDD ?'.
           ACCEPT WRK-DATA-AULA FROM CONSOLE.
           MOVE WRK-MATR-PROC TO PRE-MATRICULA.
           MOVE WRK-DISC-PROC TO PRE-DISCIPLINA.
           MOVE WRK-DATA-AULA TO PRE-DATA.
           READ PRESENCA-FILE
               INVALID KEY
                   MOVE 'LANCAMENTO NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-PRE-STATUS = '00'
               DISPLAY 'SITUACAO ATUAL: ' PRE-SITUACAO
                   ' LANCADA POR ' PRE-OPERADOR ' EM ' PRE-DATA-LANC
               PERFORM 0230-PERGUNTAR-SITUACAO
               PERFORM 0230-PERGUNTAR-SITUACAO UNTIL SITU-PROC-OK
               MOVE WRK-SITU-PROC TO PRE-SITUACAO
               MOVE WRK-OPERADOR  TO PRE-OPERADOR
               MOVE WRK-HOJE      TO PRE-DATA-LANC
               REWRITE PRESENCA-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'LANCAMENTO ALTERADO' TO WRK-RESULTADO
                       MOVE 1 TO WRK-LOG-QTD
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA O DIARIO DE UM ALUNO NA DISCIPLINA, AULA A
      * AULA, COM A FREQUENCIA ATE O MOMENTO ((PRESENCAS +
      * JUSTIFICADAS) * 100 / AULAS, TRUNCADA)
      *****************************************************
       0450-CONSULTAR-DIARIO.
           DISPLAY 'MATRICULA (6 DIGITOS) ?'.
           ACCEPT WRK-MATR-PROC FROM CONSOLE.
           DISPLAY 'DISCIPLINA (3 LETRAS) ?'.
           ACCEPT WRK-DISC-PROC FROM CONSOLE.
           MOVE ZEROS TO WRK-CON-AULAS WRK-CON-PRESENTES
               WRK-CON-FALTAS WRK-CON-JUSTIF WRK-CON-FREQ.
           MOVE 'N' TO WRK-EOF-PRE.
           MOVE WRK-MATR-PROC TO PRE-MATRICULA.
           MOVE WRK-DISC-PROC TO PRE-DISCIPLINA.
           MOVE ZEROS         TO PRE-DATA.
           START PRESENCA-FILE KEY NOT < PRE-CHAVE
               INVALID KEY
                   SET WRK-FIM-PRE TO TRUE
           END-START.
           PERFORM 0460-LISTAR-UMA-AULA UNTIL WRK-FIM-PRE.
           IF WRK-CON-AULAS = 0
               DISPLAY 'NENHUMA AULA LANCADA PARA O ALUNO'
           ELSE
               COMPUTE WRK-CON-FREQ = (WRK-CON-PRESENTES
                   + WRK-CON-JUSTIF) * 100 / WRK-CON-AULAS
               DISPLAY 'AULAS ' WRK-CON-AULAS
                   ' PRESENCAS ' WRK-CON-PRESENTES
                   ' FALTAS ' WRK-CON-FALTAS
                   ' JUSTIFICADAS ' WRK-CON-JUSTIF
               DISPLAY 'FREQUENCIA ATE O MOMENTO: ' WRK-CON-FREQ '%'
           END-IF.

       0460-LISTAR-UMA-AULA.
           READ PRESENCA-FILE NEXT
               AT END
                   SET WRK-FIM-PRE TO TRUE
               NOT AT END
                   IF PRE-MATRICULA NOT = WRK-MATR-PROC
                       OR PRE-DISCIPLINA NOT = WRK-DISC-PROC
                       SET WRK-FIM-PRE TO TRUE
                   ELSE
                       ADD 1 TO WRK-CON-AULAS
                       EVALUATE TRUE
                           WHEN PRE-PRESENTE
                               ADD 1 TO WRK-CON-PRESENTES
                           WHEN PRE-FALTA
                               ADD 1 TO WRK-CON-FALTAS
                           WHEN PRE-JUSTIFICADA
                               ADD 1 TO WRK-CON-JUSTIF
                       END-EVALUATE
                       DISPLAY '  ' PRE-DATA ' ' PRE-SITUACAO
                   END-IF
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTPRELOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-CHAMADA   MOVE 'CHAMADA'   TO LOG-TRANS
               WHEN OPCAO-INCLUIR   MOVE 'INCLUIR'   TO LOG-TRANS
               WHEN OPCAO-ALTERAR   MOVE 'ALTERAR'   TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-TURMA-PROC TO LOG-TURMA.
           MOVE WRK-MATR-PROC  TO LOG-MATRICULA.
           MOVE WRK-DISC-PROC  TO LOG-DISCIPLINA.
           MOVE WRK-DATA-AULA  TO LOG-DATA-AULA.
           MOVE WRK-SITU-PROC  TO LOG-SITUACAO.
           MOVE WRK-LOG-QTD    TO LOG-QTD.
           MOVE WRK-RESULTADO  TO LOG-RESULTADO.
           WRITE MANTPRELOG-REC.

           COPY CALPROC.
