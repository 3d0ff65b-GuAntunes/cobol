      *                 CARIMBADO COM NHI-SEMESTRE - A
      *                 CONSOLIDACAO ANUAL (CONSANO) DEPENDE DESSA
      *                 MARCA PARA COMBINAR OS DOIS SEMESTRES.
      * 15/10/2026 GA - VALIDACAO DE PROFESSOR ATRIBUIDO: A NOTA SO E
      *                 ACEITA SE A TURMA DO ALUNO (MAT-TURMA) TIVER
      *                 PROFESSOR ATRIBUIDO PARA A DISCIPLINA NO
      *                 SEMESTRE DO LOTE (ARQUIVO ATRIBUI, MANTIDO PELO
      *                 MANTATR). SEM O ARQUIVO, A CONFERENCIA FICA
      *                 DESATIVADA COM AVISO.
      * 15/10/2026 GA - O LANCAMENTO DO NOTAHIST SAI COM NHI-ORIGEM EM
      *                 BRANCO (LANCAMENTO NORMAL), PARA DISTINGUI-LO DO
      *                 CORRETIVO DA REVISAO DE NOTA (REVPROC).
      * 15/10/2026 GA - O LAYOUT DO REGISTRO DA TURMA PASSOU PARA O
      *                 COPYBOOK TURMAFD, COMPARTILHADO COM A APURACAO
      *                 DE FREQUENCIA (FREQAPUR), QUE AGORA GERA O
      *                 ARQUIVO TURMA COM A FREQUENCIA CALCULADA DO
      *                 DIARIO DE CHAMADA (PRESENCA) EM VEZ DO
      *                 PERCENTUAL DIGITADO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT ATRIBUI-FILE ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
           COPY TURMAFD.

       FD  NOTAHIST-FILE.
           COPY NOTAHSFD.
       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  ATRIBUI-FILE.
           COPY ATRIBFD.

       WORKING-STORAGE SECTION.
       01  WRK-RPT-CABEC1.
           05 FILLER         PIC X(30) VALUE
       77 WRK-DIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DIS-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO      VALUE 'S'.
       77 WRK-ATR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATR-ABERTO  PIC X(01) VALUE 'N'.
           88 ATRIBUI-ABERTO      VALUE 'S'.
       77 WRK-NOTA1       PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA2       PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA3       PIC 9(02) VALUE ZEROS.
           PERFORM 0080-ABRIR-ALUNO.
           PERFORM 0085-ABRIR-MATRICULAS.
           PERFORM 0087-ABRIR-DISCIPLINAS.
           PERFORM 0088-ABRIR-ATRIBUICOES.
           IF WRK-MODO-CONSULTA
               PERFORM 0500-CONSULTAR-ALUNO
           ELSE
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.
           IF ATRIBUI-ABERTO
               CLOSE ATRIBUI-FILE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

                   'DISCIPLINA DESATIVADA'
           END-IF.

      *****************************************************
      * ABRE AS ATRIBUICOES DE AULA (MANTIDAS PELO MANTATR)
      * EM CONSULTA. SEM O ARQUIVO, A CONFERENCIA DE
      * PROFESSOR ATRIBUIDO FICA DESATIVADA COM AVISO
      *****************************************************
       0088-ABRIR-ATRIBUICOES.
           OPEN INPUT ATRIBUI-FILE.
           IF WRK-ATR-STATUS = '00'
               SET ATRIBUI-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - ARQUIVO ATRIBUI NAO ENCONTRADO '
                   '(STATUS ' WRK-ATR-STATUS ') - CONFERENCIA DE '
                   'PROFESSOR DESATIVADA'
           END-IF.

      *****************************************************
      * ABRE O HISTORICO DE NOTAS EM MODO EXTEND, CRIANDO-O NA
      * PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR
               PERFORM 0198-VALIDAR-DISCIPLINA
                   THRU 0198-VALIDAR-FIM
           END-IF.
           IF WRK-NOTA-OK = 'S'
               PERFORM 0199-VALIDAR-PROFESSOR
                   THRU 0199-VALIDAR-FIM
           END-IF.

      *****************************************************
      * CONFERE A MATRICULA CONTRA O MASTER MATRICUL (MANTIDO
       0198-VALIDAR-FIM.
           EXIT.

      *****************************************************
      * CONFERE SE A TURMA DO ALUNO (MAT-TURMA, LIDA NO
      * 0197) TEM PROFESSOR ATRIBUIDO PARA A DISCIPLINA NO
      * SEMESTRE DO LOTE - SEM ATRIBUICAO A NOTA E REJEITADA.
      * SO CONFERE COM O MASTER DE MATRICULAS E O ARQUIVO DE
      * ATRIBUICOES DISPONIVEIS
      *****************************************************
       0199-VALIDAR-PROFESSOR.
           IF NOT ATRIBUI-ABERTO OR NOT MATRICUL-ABERTO
               GO TO 0199-VALIDAR-FIM
           END-IF.
           MOVE MAT-TURMA      TO ATR-TURMA.
           MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA.
           MOVE WRK-SEMESTRE   TO ATR-SEMESTRE.
           READ ATRIBUI-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-NOTA-OK
                   MOVE 'TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO'
                       TO WRK-MOTIVO-REJ
           END-READ.

       0199-VALIDAR-FIM.
           EXIT.

      *****************************************************
      * GRAVA O RESULTADO DO ALUNO NO HISTORICO DE NOTAS,
      * CHAVEADO POR NOME E DATA DE PROCESSAMENTO
           MOVE WRK-RESULTADO TO NHI-RESULTADO.
           MOVE WRK-DISCIPLINA TO NHI-DISCIPLINA.
           MOVE WRK-SEMESTRE  TO NHI-SEMESTRE.
           MOVE SPACE         TO NHI-ORIGEM.
           WRITE NOTAHIST-REC.
           MOVE 'NOTAHIST' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
