       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORD.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO MASTER DE APORTES PROGRAMADOS
      *           (ARQUIVO ORDAPORT): UMA ORDEM POR CLIENTE E
      *           PRODUTO, COM O VALOR MENSAL, O DIA DO MES, A
      *           VIGENCIA E A SITUACAO (ATIVA OU SUSPENSA). O
      *           CLIENTE E O PRODUTO SAO CONFERIDOS NOS MASTERS
      *           CLIENTE E PRODCAT. REATIVAR UMA ORDEM SUSPENSA
      *           ZERA AS FALHAS DE SUITABILITY. CADA TRANSACAO E
      *           REGISTRADA NO LOG MANTORDL, NO MESMO MOLDE DO
      *           MANTPROD.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDAPORT-FILE ASSIGN TO "ORDAPORT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-ORD-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NOME
               FILE STATUS IS WRK-PRD-STATUS.
           SELECT MANTORDLOG-FILE ASSIGN TO "MANTORDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDAPORT-FILE.
           COPY ORDAPFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

       FD  MANTORDLOG-FILE.
       01  MANTORDLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-DOC         PIC X(14).
           05 FILLER          PIC X(01).
           05 LOG-PRODUTO     PIC X(15).
           05 FILLER          PIC X(01).
           05 LOG-VALOR       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-DIA         PIC 9(02).
           05 FILLER          PIC X(01).
           05 LOG-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(30).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-ORD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-DOC-PROC     PIC X(14) VALUE SPACES.
       77 WRK-PRODUTO-PROC PIC X(15) VALUE SPACES.
       77 WRK-VALOR-PROC   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIA-PROC     PIC 9(02) VALUE ZEROS.
       77 WRK-INI-PROC     PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PROC     PIC 9(08) VALUE ZEROS.
       77 WRK-SIT-PROC     PIC X(01) VALUE 'A'.
       77 WRK-SIT-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'S'.
       77 WRK-RESULTADO    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE ORDAPORT-FILE MANTORDLOG-FILE.
           IF WRK-CLI-STATUS = '00'
               CLOSE CLIENTE-FILE
           END-IF.
           IF WRK-PRD-STATUS = '00'
               CLOSE PRODCAT-FILE
           END-IF.
           DISPLAY 'MANUTENCAO DOS APORTES PROGRAMADOS ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * OS MASTERS DE CONFERENCIA EM INPUT (SEM ELES A ORDEM
      * ENTRA SEM CONFERENCIA, COM AVISO) E O LOG EM EXTEND
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O ORDAPORT-FILE.
           IF WRK-ORD-STATUS NOT = '00'
               OPEN OUTPUT ORDAPORT-FILE
               CLOSE ORDAPORT-FILE
               OPEN I-O ORDAPORT-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'AVISO - MASTER CLIENTE NAO ENCONTRADO '
                   '(STATUS ' WRK-CLI-STATUS ') - CLIENTE NAO '
                   'SERA CONFERIDO'
           END-IF.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'AVISO - CATALOGO PRODCAT NAO ENCONTRADO '
                   '(STATUS ' WRK-PRD-STATUS ') - PRODUTO NAO '
                   'SERA CONFERIDO'
           END-IF.
           OPEN EXTEND MANTORDLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTORDLOG-FILE
               CLOSE MANTORDLOG-FILE
               OPEN EXTEND MANTORDLOG-FILE
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
           MOVE SPACES TO WRK-SIT-PROC.
           MOVE ZEROS TO WRK-VALOR-PROC WRK-DIA-PROC.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR-ORDEM
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-ORDEM
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-ORDEM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-ORDEM
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * PERGUNTA A CHAVE DA ORDEM (DOCUMENTO DO CLIENTE E
      * PRODUTO)
      *****************************************************
       0140-LER-CHAVE.
           DISPLAY 'DOCUMENTO DO CLIENTE ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           DISPLAY 'PRODUTO ?'.
           ACCEPT WRK-PRODUTO-PROC FROM CONSOLE.
           MOVE WRK-DOC-PROC     TO ORD-DOC.
           MOVE WRK-PRODUTO-PROC TO ORD-PRODUTO.

      *****************************************************
      * PERGUNTA E CRITICA OS DADOS DA ORDEM: VALOR, DIA DO
      * MES (1 A 31 - NO MES MAIS CURTO VALE O ULTIMO DIA),
      * VIGENCIA E SITUACAO
      *****************************************************
       0150-LER-DADOS-ORDEM.
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY 'VALOR MENSAL DO APORTE ?'.
           ACCEPT WRK-VALOR-PROC FROM CONSOLE.
           DISPLAY 'DIA DO MES DO APORTE (1 A 31) ?'.
           ACCEPT WRK-DIA-PROC FROM CONSOLE.
           DISPLAY 'INICIO DA VIGENCIA AAAAMMDD (ZEROS = HOJE) ?'.
           ACCEPT WRK-INI-PROC FROM CONSOLE.
           IF WRK-INI-PROC = 0
               ACCEPT WRK-INI-PROC FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'FIM DA VIGENCIA AAAAMMDD (ZEROS = SEM PRAZO) ?'.
           ACCEPT WRK-FIM-PROC FROM CONSOLE.
           DISPLAY 'SITUACAO (A=ATIVA S=SUSPENSA) ?'.
           ACCEPT WRK-SIT-PROC FROM CONSOLE.
           IF WRK-SIT-PROC NOT = 'S'
               MOVE 'A' TO WRK-SIT-PROC
           END-IF.
           IF WRK-VALOR-PROC = 0
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'VALOR ZERADO' TO WRK-RESULTADO
           END-IF.
           IF WRK-DIA-PROC < 1 OR WRK-DIA-PROC > 31
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'DIA DO MES INVALIDO' TO WRK-RESULTADO
           END-IF.
           IF WRK-FIM-PROC NOT = 0 AND WRK-FIM-PROC < WRK-INI-PROC
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'FIM ANTERIOR AO INICIO' TO WRK-RESULTADO
           END-IF.

      *****************************************************
      * CONFERE O CLIENTE (CADASTRADO E ATIVO) E O PRODUTO
      * (NO CATALOGO) DA ORDEM A INCLUIR
      *****************************************************
       0160-CONFERIR-CLIENTE-PRODUTO.
           IF WRK-CLI-STATUS = '00'
               MOVE WRK-DOC-PROC TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'CLIENTE NAO CADASTRADO'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF NOT CLI-ATIVO
                           MOVE 'N' TO WRK-DADOS-OK
                           MOVE 'CLIENTE INATIVO' TO WRK-RESULTADO
                       END-IF
               END-READ
           END-IF.
           IF WRK-PRD-STATUS = '00' AND WRK-DADOS-OK = 'S'
               MOVE WRK-PRODUTO-PROC TO PRD-NOME
               READ PRODCAT-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'PRODUTO NAO CADASTRADO'
                           TO WRK-RESULTADO
               END-READ
           END-IF.

      *****************************************************
      * INCLUI UMA ORDEM NOVA
      *****************************************************
       0200-INCLUIR-ORDEM.
           PERFORM 0140-LER-CHAVE.
           MOVE 'S' TO WRK-DADOS-OK.
           PERFORM 0160-CONFERIR-CLIENTE-PRODUTO.
           IF WRK-DADOS-OK = 'S'
               PERFORM 0150-LER-DADOS-ORDEM
           END-IF.
           IF WRK-DADOS-OK = 'S'
               MOVE WRK-DOC-PROC     TO ORD-DOC
               MOVE WRK-PRODUTO-PROC TO ORD-PRODUTO
               MOVE WRK-VALOR-PROC   TO ORD-VALOR
               MOVE WRK-DIA-PROC     TO ORD-DIA
               MOVE WRK-INI-PROC     TO ORD-DATA-INI
               MOVE WRK-FIM-PROC     TO ORD-DATA-FIM
               MOVE WRK-SIT-PROC     TO ORD-SITUACAO
               MOVE ZEROS TO ORD-FALHAS-SUIT ORD-ULT-CICLO
                   ORD-ULT-DATA
               WRITE ORDAPORT-REC
                   INVALID KEY
                       MOVE 'ORDEM JA CADASTRADA' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ORDEM INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA UMA ORDEM JA CADASTRADA; A VOLTA DE SUSPENSA
      * PARA ATIVA ZERA AS FALHAS DE SUITABILITY
      *****************************************************
       0300-ALTERAR-ORDEM.
           PERFORM 0140-LER-CHAVE.
           READ ORDAPORT-FILE
               INVALID KEY
                   MOVE 'ORDEM NAO CADASTRADA' TO WRK-RESULTADO
           END-READ.
           IF WRK-ORD-STATUS = '00'
               MOVE ORD-SITUACAO TO WRK-SIT-ANTERIOR
               PERFORM 0150-LER-DADOS-ORDEM
               IF WRK-DADOS-OK = 'S'
                   MOVE WRK-VALOR-PROC TO ORD-VALOR
                   MOVE WRK-DIA-PROC   TO ORD-DIA
                   MOVE WRK-INI-PROC   TO ORD-DATA-INI
                   MOVE WRK-FIM-PROC   TO ORD-DATA-FIM
                   MOVE WRK-SIT-PROC   TO ORD-SITUACAO
                   IF WRK-SIT-ANTERIOR = 'S' AND ORD-ATIVA
                       MOVE ZEROS TO ORD-FALHAS-SUIT
                   END-IF
                   REWRITE ORDAPORT-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'ORDEM ALTERADA' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UMA ORDEM ENCERRADA PELO CLIENTE
      *****************************************************
       0400-EXCLUIR-ORDEM.
           PERFORM 0140-LER-CHAVE.
           DELETE ORDAPORT-FILE
               INVALID KEY
                   MOVE 'ORDEM NAO CADASTRADA' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'ORDEM EXCLUIDA' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UMA ORDEM
      *****************************************************
       0450-CONSULTAR-ORDEM.
           PERFORM 0140-LER-CHAVE.
           READ ORDAPORT-FILE
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'VALOR....... ' ORD-VALOR
                   DISPLAY 'DIA DO MES.. ' ORD-DIA
                   DISPLAY 'VIGENCIA.... ' ORD-DATA-INI ' A '
                       ORD-DATA-FIM
                   DISPLAY 'SITUACAO.... ' ORD-SITUACAO
                       ' FALHAS SUIT. ' ORD-FALHAS-SUIT
                   DISPLAY 'ULT. GERACAO ' ORD-ULT-DATA
                       ' CICLO ' ORD-ULT-CICLO
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTORDLOG-REC.
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
           MOVE WRK-DOC-PROC     TO LOG-DOC.
           MOVE WRK-PRODUTO-PROC TO LOG-PRODUTO.
           MOVE WRK-VALOR-PROC   TO LOG-VALOR.
           MOVE WRK-DIA-PROC     TO LOG-DIA.
           MOVE WRK-SIT-PROC     TO LOG-SITUACAO.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTORDLOG-REC.
