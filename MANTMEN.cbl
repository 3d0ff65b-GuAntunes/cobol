       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMEN.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/DESATIVACAO/
      *           REATIVACAO/CONSULTA) DA TABELA DE PRECO DA
      *           MENSALIDADE POR TURMA (ARQUIVO TABMENS, LAYOUT
      *           TABMENFD), LIDA PELA COBRANCA MENSAL (MENSALID).
      *           CADA TRANSACAO DO DIA E REGISTRADA NO LOG
      *           MANTMENLOG, NO MOLDE DO MANTUF/MANTUFLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABMENS-FILE ASSIGN TO "TABMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMS-TURMA
               FILE STATUS IS WRK-TMS-STATUS.
           SELECT MANTMENLOG-FILE ASSIGN TO "MANTMENL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TABMENS-FILE.
           COPY TABMENFD.

       FD  MANTMENLOG-FILE.
       01  MANTMENLOG-REC.
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
           05 LOG-VALOR       PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-TMS-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-TURMA-PROC   PIC X(05) VALUE SPACES.
       77 WRK-VALOR-PROC   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-EDIT   PIC Z.ZZZ.ZZ9,99.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE TABMENS-FILE MANTMENLOG-FILE.
           DISPLAY 'MANUTENCAO DA TABELA DE MENSALIDADES ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O TABMENS-FILE.
           IF WRK-TMS-STATUS NOT = '00'
               OPEN OUTPUT TABMENS-FILE
               CLOSE TABMENS-FILE
               OPEN I-O TABMENS-FILE
           END-IF.
           OPEN EXTEND MANTMENLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTMENLOG-FILE
               CLOSE MANTMENLOG-FILE
               OPEN EXTEND MANTMENLOG-FILE
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
                   PERFORM 0200-INCLUIR-PRECO
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-PRECO
               WHEN OPCAO-DESATIVAR
                   PERFORM 0400-MUDAR-SITUACAO
               WHEN OPCAO-REATIVAR
                   PERFORM 0400-MUDAR-SITUACAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-PRECO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUI O PRECO DE UMA TURMA NOVA
      *****************************************************
       0200-INCLUIR-PRECO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           DISPLAY 'VALOR DA MENSALIDADE (9999999V99) ?'.
           ACCEPT WRK-VALOR-PROC FROM CONSOLE.
           IF WRK-VALOR-PROC = 0
               MOVE 'VALOR INVALIDO' TO WRK-RESULTADO
           ELSE
               MOVE WRK-TURMA-PROC TO TMS-TURMA
               MOVE WRK-VALOR-PROC TO TMS-VALOR
               MOVE 'A'            TO TMS-SITUACAO
               WRITE TABMENS-REC
                   INVALID KEY
                       MOVE 'TURMA JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'PRECO INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA O VALOR DA MENSALIDADE DE UMA TURMA (VALE A
      * PARTIR DA PROXIMA RODADA DE COBRANCA)
      *****************************************************
       0300-ALTERAR-PRECO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TMS-TURMA.
           MOVE ZEROS TO WRK-VALOR-PROC.
           READ TABMENS-FILE
               INVALID KEY
                   MOVE 'TURMA NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-TMS-STATUS = '00'
               MOVE TMS-VALOR TO WRK-VALOR-EDIT
               DISPLAY 'VALOR ATUAL: ' WRK-VALOR-EDIT
               DISPLAY 'NOVO VALOR (9999999V99) ?'
               ACCEPT WRK-VALOR-PROC FROM CONSOLE
               IF WRK-VALOR-PROC = 0
                   MOVE 'VALOR INVALIDO' TO WRK-RESULTADO
               ELSE
                   MOVE WRK-VALOR-PROC TO TMS-VALOR
                   REWRITE TABMENS-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'PRECO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * DESATIVA (TURMA SEM COBRANCA) OU REATIVA O PRECO
      *****************************************************
       0400-MUDAR-SITUACAO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TMS-TURMA.
           MOVE ZEROS TO WRK-VALOR-PROC.
           READ TABMENS-FILE
               INVALID KEY
                   MOVE 'TURMA NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-TMS-STATUS = '00'
               MOVE TMS-VALOR TO WRK-VALOR-PROC
               IF OPCAO-DESATIVAR
                   MOVE 'I' TO TMS-SITUACAO
               ELSE
                   MOVE 'A' TO TMS-SITUACAO
               END-IF
               REWRITE TABMENS-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF OPCAO-DESATIVAR
                           MOVE 'PRECO DESATIVADO' TO WRK-RESULTADO
                       ELSE
                           MOVE 'PRECO REATIVADO' TO WRK-RESULTADO
                       END-IF
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA O PRECO DE UMA TURMA
      *****************************************************
       0450-CONSULTAR-PRECO.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           MOVE WRK-TURMA-PROC TO TMS-TURMA.
           READ TABMENS-FILE
               INVALID KEY
                   DISPLAY 'TURMA NAO EXISTE'
               NOT INVALID KEY
                   MOVE TMS-VALOR TO WRK-VALOR-EDIT
                   DISPLAY 'VALOR.... ' WRK-VALOR-EDIT
                   DISPLAY 'SITUACAO. ' TMS-SITUACAO
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTMENLOG-REC.
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
           MOVE WRK-TURMA-PROC TO LOG-TURMA.
           MOVE WRK-VALOR-PROC TO LOG-VALOR.
           MOVE WRK-RESULTADO  TO LOG-RESULTADO.
           WRITE MANTMENLOG-REC.
