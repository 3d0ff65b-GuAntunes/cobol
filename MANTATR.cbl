       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTATR.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/TROCA DE PROFESSOR/
      *           EXCLUSAO/CONSULTA) DAS ATRIBUICOES DE AULA
      *           (ARQUIVO ATRIBUI, LAYOUT ATRIBFD): QUAL
      *           PROFESSOR DA CADA DISCIPLINA EM CADA TURMA
      *           (MAT-TURMA) NO SEMESTRE. O PROFESSOR TEM DE
      *           ESTAR ATIVO NO MASTER PROFESSR (MANTPRF) E A
      *           DISCIPLINA CADASTRADA E ATIVA NO DISCMST
      *           (MANTDIS). CADA TRANSACAO DO DIA E REGISTRADA NO
      *           LOG MANTATRLOG, NO MOLDE DO MANTDIS/MANTDISLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUI-FILE ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT PROFESSR-FILE ASSIGN TO "PROFESSR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PRF-STATUS.
           SELECT DISCMST-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT MANTATRLOG-FILE ASSIGN TO "MANTATRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUI-FILE.
           COPY ATRIBFD.

       FD  PROFESSR-FILE.
           COPY PROFFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  MANTATRLOG-FILE.
       01  MANTATRLOG-REC.
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
           05 LOG-DISCIPLINA  PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-SEMESTRE    PIC 9(01).
           05 FILLER          PIC X(01).
           05 LOG-PROFESSOR   PIC 9(05).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(30).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-ATR-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRF-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DIS-ABERTO   PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO      VALUE 'S'.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR      VALUE 'I'.
           88 OPCAO-TROCAR       VALUE 'T'.
           88 OPCAO-EXCLUIR      VALUE 'E'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-TURMA-PROC   PIC X(05) VALUE SPACES.
       77 WRK-DISC-PROC    PIC X(03) VALUE SPACES.
       77 WRK-SEM-PROC     PIC 9(01) VALUE ZEROS.
       77 WRK-PROF-PROC    PIC 9(05) VALUE ZEROS.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS      VALUE 'S'.
       77 WRK-RESULTADO    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE ATRIBUI-FILE PROFESSR-FILE MANTATRLOG-FILE.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.
           DISPLAY 'MANUTENCAO DE ATRIBUICOES ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE AS ATRIBUICOES EM I-O, CRIANDO-AS NA PRIMEIRA
      * EXECUCAO, E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA.
      * SEM O MASTER DE PROFESSORES NAO HA O QUE ATRIBUIR; SEM
      * O DE DISCIPLINAS A CONFERENCIA DO CODIGO FICA
      * DESATIVADA COM AVISO
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT PROFESSR-FILE.
           IF WRK-PRF-STATUS NOT = '00'
               DISPLAY 'MASTER PROFESSR NAO ENCONTRADO (STATUS '
                   WRK-PRF-STATUS ') - CADASTRE OS PROFESSORES NO '
                   'MANTPRF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS = '00'
               SET DISCMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER DISCMST NAO ENCONTRADO '
                   '(STATUS ' WRK-DIS-STATUS ') - CONFERENCIA DE '
                   'DISCIPLINA DESATIVADA'
           END-IF.
           OPEN I-O ATRIBUI-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               OPEN OUTPUT ATRIBUI-FILE
               CLOSE ATRIBUI-FILE
               OPEN I-O ATRIBUI-FILE
           END-IF.
           OPEN EXTEND MANTATRLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTATRLOG-FILE
               CLOSE MANTATRLOG-FILE
               OPEN EXTEND MANTATRLOG-FILE
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
           DISPLAY 'TRANSACAO (I=INCLUIR T=TROCAR PROFESSOR '
               'E=EXCLUIR C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR-ATRIBUICAO
               WHEN OPCAO-TROCAR
                   PERFORM 0300-TROCAR-PROFESSOR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-ATRIBUICAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-ATRIBUICAO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * LE A CHAVE DA ATRIBUICAO: TURMA, DISCIPLINA E
      * SEMESTRE (1 OU 2)
      *****************************************************
       0140-LER-CHAVE.
           DISPLAY 'TURMA (MAT-TURMA) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           DISPLAY 'DISCIPLINA (COD 3 LETRAS) ?'.
           ACCEPT WRK-DISC-PROC FROM CONSOLE.
           DISPLAY 'SEMESTRE (1 OU 2) ?'.
           ACCEPT WRK-SEM-PROC FROM CONSOLE.
           MOVE ZEROS TO WRK-PROF-PROC.
           MOVE WRK-TURMA-PROC TO ATR-TURMA.
           MOVE WRK-DISC-PROC  TO ATR-DISCIPLINA.
           MOVE WRK-SEM-PROC   TO ATR-SEMESTRE.

      *****************************************************
      * LE E CONFERE O PROFESSOR: TEM DE EXISTIR E ESTAR
      * ATIVO NO MASTER PROFESSR
      *****************************************************
       0150-LER-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 DIGITOS) ?'.
           ACCEPT WRK-PROF-PROC FROM CONSOLE.
           MOVE WRK-PROF-PROC TO PRF-CODIGO.
           READ PROFESSR-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-RESULTADO
               NOT INVALID KEY
                   IF PRF-INATIVO
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'PROFESSOR INATIVO' TO WRK-RESULTADO
                   ELSE
                       DISPLAY 'PROFESSOR: ' PRF-NOME
                   END-IF
           END-READ.

      *****************************************************
      * CONFERE A CHAVE: SEMESTRE 1 OU 2, TURMA INFORMADA E
      * DISCIPLINA CADASTRADA E ATIVA NO DISCMST
      *****************************************************
       0160-CONFERIR-CHAVE.
           IF WRK-SEM-PROC NOT = 1 AND WRK-SEM-PROC NOT = 2
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'SEMESTRE DEVE SER 1 OU 2' TO WRK-RESULTADO
           END-IF.
           IF WRK-TURMA-PROC = SPACES
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'TURMA NAO INFORMADA' TO WRK-RESULTADO
           END-IF.
           IF DADOS-VALIDOS AND DISCMST-ABERTO
               MOVE WRK-DISC-PROC TO DIS-CODIGO
               READ DISCMST-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'DISCIPLINA NAO CADASTRADA'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF DIS-INATIVA
                           MOVE 'N' TO WRK-DADOS-OK
                           MOVE 'DISCIPLINA INATIVA'
                               TO WRK-RESULTADO
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * INCLUI UMA ATRIBUICAO NOVA
      *****************************************************
       0200-INCLUIR-ATRIBUICAO.
           MOVE 'S' TO WRK-DADOS-OK.
           PERFORM 0140-LER-CHAVE.
           PERFORM 0160-CONFERIR-CHAVE.
           IF DADOS-VALIDOS
               PERFORM 0150-LER-PROFESSOR
           END-IF.
           IF DADOS-VALIDOS
               MOVE WRK-TURMA-PROC TO ATR-TURMA
               MOVE WRK-DISC-PROC  TO ATR-DISCIPLINA
               MOVE WRK-SEM-PROC   TO ATR-SEMESTRE
               MOVE WRK-PROF-PROC  TO ATR-PROFESSOR
               WRITE ATRIBUI-REC
                   INVALID KEY
                       MOVE 'ATRIBUICAO JA EXISTE - USE T'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ATRIBUICAO INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * TROCA O PROFESSOR DE UMA ATRIBUICAO EXISTENTE
      *****************************************************
       0300-TROCAR-PROFESSOR.
           MOVE 'S' TO WRK-DADOS-OK.
           PERFORM 0140-LER-CHAVE.
           READ ATRIBUI-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'ATRIBUICAO NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF DADOS-VALIDOS
               DISPLAY 'PROFESSOR ATUAL: ' ATR-PROFESSOR
               PERFORM 0150-LER-PROFESSOR
           END-IF.
           IF DADOS-VALIDOS
               MOVE WRK-PROF-PROC TO ATR-PROFESSOR
               REWRITE ATRIBUI-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'PROFESSOR TROCADO' TO WRK-RESULTADO
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UMA ATRIBUICAO (DISCIPLINA QUE SAIU DA TURMA)
      *****************************************************
       0400-EXCLUIR-ATRIBUICAO.
           PERFORM 0140-LER-CHAVE.
           READ ATRIBUI-FILE
               INVALID KEY
                   MOVE 'ATRIBUICAO NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-ATR-STATUS = '00'
               MOVE ATR-PROFESSOR TO WRK-PROF-PROC
               DELETE ATRIBUI-FILE
                   INVALID KEY
                       MOVE 'FALHA AO EXCLUIR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ATRIBUICAO EXCLUIDA' TO WRK-RESULTADO
               END-DELETE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UMA ATRIBUICAO
      *****************************************************
       0450-CONSULTAR-ATRIBUICAO.
           PERFORM 0140-LER-CHAVE.
           READ ATRIBUI-FILE
               INVALID KEY
                   DISPLAY 'ATRIBUICAO NAO EXISTE'
               NOT INVALID KEY
                   MOVE ATR-PROFESSOR TO PRF-CODIGO
                   MOVE SPACES TO PRF-NOME
                   READ PROFESSR-FILE
                       INVALID KEY
                           MOVE '(FORA DO MASTER)' TO PRF-NOME
                   END-READ
                   DISPLAY 'PROFESSOR.. ' ATR-PROFESSOR ' '
                       PRF-NOME
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTATRLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR MOVE 'INCLUIR'  TO LOG-TRANS
               WHEN OPCAO-TROCAR  MOVE 'TROCAR'   TO LOG-TRANS
               WHEN OPCAO-EXCLUIR MOVE 'EXCLUIR'  TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-TURMA-PROC TO LOG-TURMA.
           MOVE WRK-DISC-PROC  TO LOG-DISCIPLINA.
           MOVE WRK-SEM-PROC   TO LOG-SEMESTRE.
           MOVE WRK-PROF-PROC  TO LOG-PROFESSOR.
           MOVE WRK-RESULTADO  TO LOG-RESULTADO.
           WRITE MANTATRLOG-REC.
