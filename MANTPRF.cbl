       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPRF.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/DESATIVACAO/
      *           REATIVACAO/CONSULTA) DO MASTER DE PROFESSORES
      *           (ARQUIVO PROFESSR, LAYOUT PROFFD), BASE DAS
      *           ATRIBUICOES DE TURMA/DISCIPLINA DO MANTATR E DOS
      *           RESULTADOS POR PROFESSOR DO PROFREL. CADA
      *           TRANSACAO DO DIA E REGISTRADA NO LOG MANTPRFLOG,
      *           NO MOLDE DO MANTDIS/MANTDISLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSR-FILE ASSIGN TO "PROFESSR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PRF-STATUS.
           SELECT MANTPRFLOG-FILE ASSIGN TO "MANTPRFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSR-FILE.
           COPY PROFFD.

       FD  MANTPRFLOG-FILE.
       01  MANTPRFLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(10).
           05 FILLER          PIC X(01).
           05 LOG-CODIGO      PIC 9(05).
           05 FILLER          PIC X(01).
           05 LOG-NOME        PIC X(30).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-PRF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR      VALUE 'I'.
           88 OPCAO-ALTERAR      VALUE 'A'.
           88 OPCAO-DESATIVAR    VALUE 'D'.
           88 OPCAO-REATIVAR     VALUE 'R'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-CODIGO-PROC  PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-PROC    PIC X(30) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE PROFESSR-FILE MANTPRFLOG-FILE.
           DISPLAY 'MANUTENCAO DE PROFESSORES ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O PROFESSR-FILE.
           IF WRK-PRF-STATUS NOT = '00'
               OPEN OUTPUT PROFESSR-FILE
               CLOSE PROFESSR-FILE
               OPEN I-O PROFESSR-FILE
           END-IF.
           OPEN EXTEND MANTPRFLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTPRFLOG-FILE
               CLOSE MANTPRFLOG-FILE
               OPEN EXTEND MANTPRFLOG-FILE
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
           DISPLAY 'TRANSACAO (I=INCLUIR A=ALTERAR D=DESATIVAR '
               'R=REATIVAR C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR-PROFESSOR
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-PROFESSOR
               WHEN OPCAO-DESATIVAR
                   PERFORM 0400-MUDAR-SITUACAO
               WHEN OPCAO-REATIVAR
                   PERFORM 0400-MUDAR-SITUACAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-PROFESSOR
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUI UM PROFESSOR NOVO
      *****************************************************
       0200-INCLUIR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 DIGITOS) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           DISPLAY 'NOME DO PROFESSOR ?'.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           MOVE WRK-CODIGO-PROC TO PRF-CODIGO.
           MOVE WRK-NOME-PROC   TO PRF-NOME.
           MOVE 'A'             TO PRF-SITUACAO.
           WRITE PROFESSR-REC
               INVALID KEY
                   MOVE 'CODIGO JA EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'PROFESSOR INCLUIDO' TO WRK-RESULTADO
           END-WRITE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA O NOME DE UM PROFESSOR
      *****************************************************
       0300-ALTERAR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 DIGITOS) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           MOVE WRK-CODIGO-PROC TO PRF-CODIGO.
           READ PROFESSR-FILE
               INVALID KEY
                   MOVE 'CODIGO NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-PRF-STATUS = '00'
               DISPLAY 'NOME ATUAL: ' PRF-NOME
               DISPLAY 'NOVO NOME ?'
               ACCEPT WRK-NOME-PROC FROM CONSOLE
               MOVE WRK-NOME-PROC TO PRF-NOME
               REWRITE PROFESSR-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'PROFESSOR ALTERADO' TO WRK-RESULTADO
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * DESATIVA (DEIXOU A ESCOLA) OU REATIVA UM PROFESSOR
      *****************************************************
       0400-MUDAR-SITUACAO.
           DISPLAY 'CODIGO DO PROFESSOR (5 DIGITOS) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           MOVE WRK-CODIGO-PROC TO PRF-CODIGO.
           MOVE SPACES TO WRK-NOME-PROC.
           READ PROFESSR-FILE
               INVALID KEY
                   MOVE 'CODIGO NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-PRF-STATUS = '00'
               MOVE PRF-NOME TO WRK-NOME-PROC
               IF OPCAO-DESATIVAR
                   MOVE 'I' TO PRF-SITUACAO
               ELSE
                   MOVE 'A' TO PRF-SITUACAO
               END-IF
               REWRITE PROFESSR-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF OPCAO-DESATIVAR
                           MOVE 'PROFESSOR DESATIVADO'
                               TO WRK-RESULTADO
                       ELSE
                           MOVE 'PROFESSOR REATIVADO'
                               TO WRK-RESULTADO
                       END-IF
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UM PROFESSOR
      *****************************************************
       0450-CONSULTAR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 DIGITOS) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           MOVE WRK-CODIGO-PROC TO PRF-CODIGO.
           READ PROFESSR-FILE
               INVALID KEY
                   DISPLAY 'CODIGO NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'NOME..... ' PRF-NOME
                   DISPLAY 'SITUACAO. ' PRF-SITUACAO
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTPRFLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR   MOVE 'INCLUIR'   TO LOG-TRANS
               WHEN OPCAO-ALTERAR   MOVE 'ALTERAR'   TO LOG-TRANS
               WHEN OPCAO-DESATIVAR MOVE 'DESATIVAR' TO LOG-TRANS
               WHEN OPCAO-REATIVAR  MOVE 'REATIVAR'  TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-CODIGO-PROC TO LOG-CODIGO.
           MOVE WRK-NOME-PROC   TO LOG-NOME.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTPRFLOG-REC.
