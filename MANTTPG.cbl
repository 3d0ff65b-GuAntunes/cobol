       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTPG.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DA TABELA DE PROGRESSAO DE TURMAS
      *           (ARQUIVO TURMAPRG, LAYOUT TURPRGFD), LIDA PELA
      *           PROMOCAO DE FIM DE ANO (PROMOANO). CADA
      *           TRANSACAO DO DIA E REGISTRADA NO LOG MANTTPGLOG,
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
           SELECT TURMAPRG-FILE ASSIGN TO "TURMAPRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPG-TURMA
               FILE STATUS IS WRK-TPG-STATUS.
           SELECT MANTTPGLOG-FILE ASSIGN TO "MANTTPGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMAPRG-FILE.
           COPY TURPRGFD.

       FD  MANTTPGLOG-FILE.
       01  MANTTPGLOG-REC.
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
           05 LOG-PROXIMA     PIC X(05).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-TPG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR      VALUE 'I'.
           88 OPCAO-ALTERAR      VALUE 'A'.
           88 OPCAO-EXCLUIR      VALUE 'E'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-TURMA-PROC   PIC X(05) VALUE SPACES.
       77 WRK-PROXIMA-PROC PIC X(05) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE TURMAPRG-FILE MANTTPGLOG-FILE.
           DISPLAY 'MANUTENCAO DA PROGRESSAO DE TURMAS ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O TURMAPRG-FILE.
           IF WRK-TPG-STATUS NOT = '00'
               OPEN OUTPUT TURMAPRG-FILE
               CLOSE TURMAPRG-FILE
               OPEN I-O TURMAPRG-FILE
           END-IF.
           OPEN EXTEND MANTTPGLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTTPGLOG-FILE
               CLOSE MANTTPGLOG-FILE
               OPEN EXTEND MANTTPGLOG-FILE
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
           DISPLAY 'TRANSACAO (I=INCLUIR A=ALTERAR E=EXCLUIR '
               'C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR-PROGRESSAO
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-PROGRESSAO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-PROGRESSAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-PROGRESSAO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUI A PROGRESSAO DE UMA TURMA. PROXIMA TURMA EM
      * BRANCO E O ULTIMO NIVEL (O APROVADO SE FORMA)
      *****************************************************
       0200-INCLUIR-PROGRESSAO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           DISPLAY 'TURMA DO ANO SEGUINTE (EM BRANCO = ULTIMO '
               'NIVEL) ?'.
           ACCEPT WRK-PROXIMA-PROC FROM CONSOLE.
           IF WRK-PROXIMA-PROC = WRK-TURMA-PROC
               MOVE 'PROXIMA = A PROPRIA' TO WRK-RESULTADO
           ELSE
               MOVE WRK-TURMA-PROC   TO TPG-TURMA
               MOVE WRK-PROXIMA-PROC TO TPG-PROXIMA
               WRITE TURMAPRG-REC
                   INVALID KEY
                       MOVE 'TURMA JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'PROGRESSAO INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA A TURMA DO ANO SEGUINTE
      *****************************************************
       0300-ALTERAR-PROGRESSAO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TPG-TURMA.
           MOVE SPACES TO WRK-PROXIMA-PROC.
           READ TURMAPRG-FILE
               INVALID KEY
                   MOVE 'TURMA NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-TPG-STATUS = '00'
               DISPLAY 'PROXIMA ATUAL: ' TPG-PROXIMA
               DISPLAY 'NOVA PROXIMA TURMA (EM BRANCO = ULTIMO '
                   'NIVEL) ?'
               ACCEPT WRK-PROXIMA-PROC FROM CONSOLE
               IF WRK-PROXIMA-PROC = WRK-TURMA-PROC
                   MOVE 'PROXIMA = A PROPRIA' TO WRK-RESULTADO
               ELSE
                   MOVE WRK-PROXIMA-PROC TO TPG-PROXIMA
                   REWRITE TURMAPRG-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'PROGRESSAO ALTERADA'
                               TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI A PROGRESSAO DE UMA TURMA EXTINTA
      *****************************************************
       0400-EXCLUIR-PROGRESSAO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TPG-TURMA.
           MOVE SPACES TO WRK-PROXIMA-PROC.
           DELETE TURMAPRG-FILE
               INVALID KEY
                   MOVE 'TURMA NAO EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'PROGRESSAO EXCLUIDA' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA A PROGRESSAO DE UMA TURMA
      *****************************************************
       0450-CONSULTAR-PROGRESSAO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TPG-TURMA.
           READ TURMAPRG-FILE
               INVALID KEY
                   DISPLAY 'TURMA NAO EXISTE'
               NOT INVALID KEY
                   IF TPG-ULTIMO-NIVEL
                       DISPLAY 'PROXIMA.. (ULTIMO NIVEL - FORMA)'
                   ELSE
                       DISPLAY 'PROXIMA.. ' TPG-PROXIMA
                   END-IF
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTTPGLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR   MOVE 'INCLUIR'   TO LOG-TRANS
               WHEN OPCAO-ALTERAR   MOVE 'ALTERAR'   TO LOG-TRANS
               WHEN OPCAO-EXCLUIR   MOVE 'EXCLUIR'   TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-TURMA-PROC   TO LOG-TURMA.
           MOVE WRK-PROXIMA-PROC TO LOG-PROXIMA.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTTPGLOG-REC.
