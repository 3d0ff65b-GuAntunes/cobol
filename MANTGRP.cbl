       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTGRP.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO MASTER DE GRUPOS ECONOMICOS (ARQUIVO
      *           GRUPOS, CHAVEADO PELO CODIGO): NOME DO GRUPO E
      *           LIMITE DE CREDITO DO GRUPO INTEIRO, CONFERIDO PELO
      *           PROGCOB09 ALEM DO LIMITE DE CADA FILIAL. O CODIGO
      *           E A RAIZ DO CNPJ (8 POSICOES) PARA O GRUPO QUE SAI
      *           DA PROPRIA RAIZ, OU UM CODIGO LIVRE QUE O MANTCLI
      *           (TRANSACAO G) GRAVA NOS CLIENTES DE RAIZES
      *           DIFERENTES. CADA TRANSACAO E REGISTRADA NO LOG
      *           MANTGRPLOG, NO MOLDE DO MANTVEN/MANTVENLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS-FILE ASSIGN TO "GRUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS WRK-GRP-STATUS.
           SELECT MANTGRPLOG-FILE ASSIGN TO "MANTGRPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS-FILE.
           COPY GRUPOFD.

       FD  MANTGRPLOG-FILE.
       01  MANTGRPLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-CODIGO      PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-NOME        PIC X(30).
           05 FILLER          PIC X(01).
           05 LOG-LIM-ANTES   PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-LIM-DEPOIS  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-GRP-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-CODIGO-PROC  PIC X(08) VALUE SPACES.
       77 WRK-NOME-PROC    PIC X(30) VALUE SPACES.
       77 WRK-LIM-PROC     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIM-ANTES    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE GRUPOS-FILE MANTGRPLOG-FILE.
           DISPLAY 'MANUTENCAO DE GRUPOS ECONOMICOS ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O GRUPOS-FILE.
           IF WRK-GRP-STATUS NOT = '00'
               OPEN OUTPUT GRUPOS-FILE
               CLOSE GRUPOS-FILE
               OPEN I-O GRUPOS-FILE
           END-IF.
           OPEN EXTEND MANTGRPLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTGRPLOG-FILE
               CLOSE MANTGRPLOG-FILE
               OPEN EXTEND MANTGRPLOG-FILE
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
                   PERFORM 0200-INCLUIR-GRUPO
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-GRUPO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-GRUPO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-GRUPO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-GRUPO.
           DISPLAY 'CODIGO DO GRUPO (RAIZ DO CNPJ OU CODIGO LIVRE, '
               '8 POSICOES) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.

       0150-LER-DADOS-GRUPO.
           DISPLAY 'NOME DO GRUPO ?'.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           DISPLAY 'LIMITE DO GRUPO 9(09)V99 (ZERO = SEM LIMITE) ?'.
           ACCEPT WRK-LIM-PROC FROM CONSOLE.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS: CODIGO E NOME PREENCHIDOS
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-NOME-PROC = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-CODIGO-PROC = SPACES
               MOVE 'CODIGO EM BRANCO' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-NOME-PROC TO GRP-NOME.
           MOVE WRK-LIM-PROC  TO GRP-LIMITE-CRED.
           ACCEPT GRP-DATA-ALT FROM DATE YYYYMMDD.

      *****************************************************
      * INCLUI UM GRUPO NOVO
      *****************************************************
       0200-INCLUIR-GRUPO.
           MOVE ZEROS TO WRK-LIM-ANTES.
           PERFORM 0140-LER-CHAVE-GRUPO.
           PERFORM 0150-LER-DADOS-GRUPO.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-CODIGO-PROC TO GRP-CODIGO
               PERFORM 0170-MOVER-DADOS
               WRITE GRUPOS-REC
                   INVALID KEY
                       MOVE 'GRUPO JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'GRUPO INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA O NOME E O LIMITE DE UM GRUPO, COM O LIMITE
      * ANTERIOR NO LOG
      *****************************************************
       0300-ALTERAR-GRUPO.
           MOVE ZEROS TO WRK-LIM-ANTES.
           PERFORM 0140-LER-CHAVE-GRUPO.
           MOVE WRK-CODIGO-PROC TO GRP-CODIGO.
           READ GRUPOS-FILE
               INVALID KEY
                   MOVE 'GRUPO NAO EXISTE' TO WRK-RESULTADO
                   MOVE SPACES TO WRK-NOME-PROC
                   MOVE ZEROS TO WRK-LIM-PROC
           END-READ.
           IF WRK-GRP-STATUS = '00'
               MOVE GRP-LIMITE-CRED TO WRK-LIM-ANTES
               DISPLAY 'NOME ATUAL..: ' GRP-NOME
               DISPLAY 'LIMITE ATUAL: ' GRP-LIMITE-CRED
               PERFORM 0150-LER-DADOS-GRUPO
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0170-MOVER-DADOS
                   REWRITE GRUPOS-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'GRUPO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UM GRUPO. OS CLIENTES CONTINUAM AGRUPADOS PELA
      * RAIZ DO CNPJ OU PELO CLI-GRUPO, MAS O GRUPO PASSA A NAO
      * TER LIMITE PROPRIO NO PROGCOB09
      *****************************************************
       0400-EXCLUIR-GRUPO.
           PERFORM 0140-LER-CHAVE-GRUPO.
           MOVE WRK-CODIGO-PROC TO GRP-CODIGO.
           MOVE SPACES TO WRK-NOME-PROC.
           MOVE ZEROS TO WRK-LIM-PROC WRK-LIM-ANTES.
           DELETE GRUPOS-FILE
               INVALID KEY
                   MOVE 'GRUPO NAO EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'GRUPO EXCLUIDO' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UM GRUPO DO MASTER
      *****************************************************
       0450-CONSULTAR-GRUPO.
           PERFORM 0140-LER-CHAVE-GRUPO.
           MOVE WRK-CODIGO-PROC TO GRP-CODIGO.
           READ GRUPOS-FILE
               INVALID KEY
                   DISPLAY 'GRUPO NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'NOME............ ' GRP-NOME
                   DISPLAY 'LIMITE DO GRUPO. ' GRP-LIMITE-CRED
                   DISPLAY 'ULTIMA ALTERACAO ' GRP-DATA-ALT
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTGRPLOG-REC.
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
           MOVE WRK-NOME-PROC   TO LOG-NOME.
           MOVE WRK-LIM-ANTES   TO LOG-LIM-ANTES.
           MOVE WRK-LIM-PROC    TO LOG-LIM-DEPOIS.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTGRPLOG-REC.
