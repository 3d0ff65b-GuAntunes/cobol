       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTOCO.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO MASTER DE CODIGOS DE OCORRENCIA DE
      *           TRANSPORTE (ARQUIVO OCORCOD, CHAVEADO PELO
      *           CODIGO): SIGNIFICADO, CLASSE (T = EM TRANSITO,
      *           A = TENTATIVA FRUSTRADA, R = RECUSA, E = ENTREGUE,
      *           I = INFORMATIVA) E SEVERIDADE 1 A 3. USADO PELO
      *           OCORLOAD PARA VALIDAR E CLASSIFICAR AS
      *           OCORRENCIAS DAS TRANSPORTADORAS. CADA TRANSACAO
      *           E REGISTRADA NO LOG MANTOCOLOG, NO MOLDE DO
      *           MANTVEI/MANTVEILOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORCOD-FILE ASSIGN TO "OCORCOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCD-CODIGO
               FILE STATUS IS WRK-OCD-STATUS.
           SELECT MANTOCOLOG-FILE ASSIGN TO "MANTOCOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORCOD-FILE.
           COPY OCOCODFD.

       FD  MANTOCOLOG-FILE.
       01  MANTOCOLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-CODIGO      PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-DESCRICAO   PIC X(30).
           05 FILLER          PIC X(01).
           05 LOG-CLASSE      PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-SEVERIDADE  PIC 9(01).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-OCD-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-CODIGO-PROC  PIC X(03) VALUE SPACES.
       77 WRK-DESCR-PROC   PIC X(30) VALUE SPACES.
       77 WRK-CLASSE-PROC  PIC X(01) VALUE SPACES.
       77 WRK-SEVER-PROC   PIC 9(01) VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE OCORCOD-FILE MANTOCOLOG-FILE.
           DISPLAY 'MANUTENCAO DE CODIGOS DE OCORRENCIA ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O OCORCOD-FILE.
           IF WRK-OCD-STATUS NOT = '00'
               OPEN OUTPUT OCORCOD-FILE
               CLOSE OCORCOD-FILE
               OPEN I-O OCORCOD-FILE
           END-IF.
           OPEN EXTEND MANTOCOLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTOCOLOG-FILE
               CLOSE MANTOCOLOG-FILE
               OPEN EXTEND MANTOCOLOG-FILE
           END-IF.

      *****************************************************
      * IDENTIFICA O OPERADOR PELA SESSAO AUTENTICADA DO
      * PROGMENU (ARQUIVO OPERSESS); SEM SESSAO, PERGUNTA
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
                   PERFORM 0200-INCLUIR-CODIGO
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-CODIGO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-CODIGO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-CODIGO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-CODIGO.
           DISPLAY 'CODIGO DA OCORRENCIA (3 POSICOES, EX 001) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.

       0150-LER-DADOS-CODIGO.
           DISPLAY 'SIGNIFICADO DA OCORRENCIA ?'.
           ACCEPT WRK-DESCR-PROC FROM CONSOLE.
           DISPLAY 'CLASSE (T=EM TRANSITO A=TENTATIVA FRUSTRADA '
               'R=RECUSA E=ENTREGUE I=INFORMATIVA) ?'.
           ACCEPT WRK-CLASSE-PROC FROM CONSOLE.
           DISPLAY 'SEVERIDADE (1=BAIXA 2=MEDIA 3=ALTA) ?'.
           ACCEPT WRK-SEVER-PROC FROM CONSOLE.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS: SIGNIFICADO PREENCHIDO,
      * CLASSE CONHECIDA E SEVERIDADE DE 1 A 3
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-DESCR-PROC = SPACES
               MOVE 'SIGNIFICADO EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-CLASSE-PROC NOT = 'T'
               AND WRK-CLASSE-PROC NOT = 'A'
               AND WRK-CLASSE-PROC NOT = 'R'
               AND WRK-CLASSE-PROC NOT = 'E'
               AND WRK-CLASSE-PROC NOT = 'I'
               MOVE 'CLASSE INVALIDA' TO WRK-RESULTADO
           END-IF.
           IF WRK-SEVER-PROC < 1 OR WRK-SEVER-PROC > 3
               MOVE 'SEVERIDADE INVALIDA' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-DESCR-PROC  TO OCD-DESCRICAO.
           MOVE WRK-CLASSE-PROC TO OCD-CLASSE.
           MOVE WRK-SEVER-PROC  TO OCD-SEVERIDADE.

      *****************************************************
      * INCLUI UM CODIGO DE OCORRENCIA NOVO
      *****************************************************
       0200-INCLUIR-CODIGO.
           PERFORM 0140-LER-CHAVE-CODIGO.
           PERFORM 0150-LER-DADOS-CODIGO.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-CODIGO-PROC TO OCD-CODIGO
               PERFORM 0170-MOVER-DADOS
               WRITE OCORCOD-REC
                   INVALID KEY
                       MOVE 'CODIGO JA CADASTRADO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'CODIGO INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA SIGNIFICADO, CLASSE OU SEVERIDADE DE UM CODIGO
      *****************************************************
       0300-ALTERAR-CODIGO.
           PERFORM 0140-LER-CHAVE-CODIGO.
           MOVE WRK-CODIGO-PROC TO OCD-CODIGO.
           READ OCORCOD-FILE
               INVALID KEY
                   MOVE 'CODIGO NAO CADASTRADO' TO WRK-RESULTADO
                   MOVE SPACES TO WRK-DESCR-PROC WRK-CLASSE-PROC
                   MOVE ZEROS TO WRK-SEVER-PROC
           END-READ.
           IF WRK-OCD-STATUS = '00'
               PERFORM 0150-LER-DADOS-CODIGO
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0170-MOVER-DADOS
                   REWRITE OCORCOD-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'CODIGO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UM CODIGO QUE AS TRANSPORTADORAS NAO USAM MAIS
      *****************************************************
       0400-EXCLUIR-CODIGO.
           PERFORM 0140-LER-CHAVE-CODIGO.
           MOVE WRK-CODIGO-PROC TO OCD-CODIGO.
           MOVE SPACES TO WRK-DESCR-PROC WRK-CLASSE-PROC.
           MOVE ZEROS TO WRK-SEVER-PROC.
           DELETE OCORCOD-FILE
               INVALID KEY
                   MOVE 'CODIGO NAO CADASTRADO' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'CODIGO EXCLUIDO' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UM CODIGO DE OCORRENCIA DO MASTER
      *****************************************************
       0450-CONSULTAR-CODIGO.
           PERFORM 0140-LER-CHAVE-CODIGO.
           MOVE WRK-CODIGO-PROC TO OCD-CODIGO.
           READ OCORCOD-FILE
               INVALID KEY
                   DISPLAY 'CODIGO NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'SIGNIFICADO..... ' OCD-DESCRICAO
                   DISPLAY 'CLASSE.......... ' OCD-CLASSE
                   DISPLAY 'SEVERIDADE...... ' OCD-SEVERIDADE
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTOCOLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR MOVE 'INCLUIR' TO LOG-TRANS
               WHEN OPCAO-ALTERAR MOVE 'ALTERAR' TO LOG-TRANS
               WHEN OPCAO-EXCLUIR MOVE 'EXCLUIR' TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-CODIGO-PROC TO LOG-CODIGO.
           MOVE WRK-DESCR-PROC  TO LOG-DESCRICAO.
           MOVE WRK-CLASSE-PROC TO LOG-CLASSE.
           MOVE WRK-SEVER-PROC  TO LOG-SEVERIDADE.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTOCOLOG-REC.
