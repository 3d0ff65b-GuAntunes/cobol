       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTVEN.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO MASTER DE VENDEDORES (ARQUIVO
      *           VENDEDOR, CHAVEADO PELO CODIGO): NOME, MATRICULA
      *           NA FOLHA, SITUACAO E PERCENTUAL DE COMISSAO COM
      *           A DATA DE VIGENCIA. NA ALTERACAO DO PERCENTUAL O
      *           ANTERIOR E GUARDADO EM VEN-PCT-ANTERIOR, PARA QUE
      *           O COMISSAO PAGUE OS RECEBIMENTOS DE ANTES DA
      *           VIGENCIA PELO PERCENTUAL DA EPOCA. CADA TRANSACAO
      *           E REGISTRADA NO LOG MANTVENLOG, NO MOLDE DO
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
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VEN-STATUS.
           SELECT MANTVENLOG-FILE ASSIGN TO "MANTVENL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-FILE.
           COPY VENDFD.

       FD  MANTVENLOG-FILE.
       01  MANTVENLOG-REC.
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
           05 LOG-NOME        PIC X(30).
           05 FILLER          PIC X(01).
           05 LOG-MATRICULA   PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-PCT-ANTES   PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-PCT-DEPOIS  PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-VEN-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-NOME-PROC    PIC X(30) VALUE SPACES.
       77 WRK-MATR-PROC    PIC 9(06) VALUE ZEROS.
       77 WRK-SIT-PROC     PIC X(01) VALUE SPACES.
       77 WRK-PCT-PROC     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-ANTES    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       01  WRK-VIG-GRUPO.
           05 WRK-VIG-PROC     PIC 9(08) VALUE ZEROS.
       01  WRK-VIG-R REDEFINES WRK-VIG-GRUPO.
           05 WRK-VIG-ANO      PIC 9(04).
           05 WRK-VIG-MES      PIC 9(02).
           05 WRK-VIG-DIA      PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE VENDEDOR-FILE MANTVENLOG-FILE.
           DISPLAY 'MANUTENCAO DE VENDEDORES ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O VENDEDOR-FILE.
           IF WRK-VEN-STATUS NOT = '00'
               OPEN OUTPUT VENDEDOR-FILE
               CLOSE VENDEDOR-FILE
               OPEN I-O VENDEDOR-FILE
           END-IF.
           OPEN EXTEND MANTVENLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTVENLOG-FILE
               CLOSE MANTVENLOG-FILE
               OPEN EXTEND MANTVENLOG-FILE
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
                   PERFORM 0200-INCLUIR-VENDEDOR
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-VENDEDOR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-VENDEDOR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-VENDEDOR
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-VENDEDOR.
           DISPLAY 'CODIGO DO VENDEDOR (3 POSICOES) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.

       0150-LER-DADOS-VENDEDOR.
           DISPLAY 'NOME DO VENDEDOR ?'.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           DISPLAY 'MATRICULA NA FOLHA DE PAGAMENTO (6 DIGITOS) ?'.
           ACCEPT WRK-MATR-PROC FROM CONSOLE.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO) ?'.
           ACCEPT WRK-SIT-PROC FROM CONSOLE.
           DISPLAY 'PERCENTUAL DE COMISSAO 99V99 (EX 2,50) ?'.
           ACCEPT WRK-PCT-PROC FROM CONSOLE.
           DISPLAY 'VIGENCIA DO PERCENTUAL AAAAMMDD '
               '(ZEROS = HOJE) ?'.
           ACCEPT WRK-VIG-PROC FROM CONSOLE.
           IF WRK-VIG-PROC = 0
               ACCEPT WRK-VIG-PROC FROM DATE YYYYMMDD
           END-IF.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS: NOME PREENCHIDO, MATRICULA
      * INFORMADA, SITUACAO A/I, PERCENTUAL ENTRE 0,01 E 30,00
      * E DATA DE VIGENCIA COM MES E DIA VALIDOS
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-NOME-PROC = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-MATR-PROC = 0
               MOVE 'MATRICULA ZERADA' TO WRK-RESULTADO
           END-IF.
           IF WRK-SIT-PROC NOT = 'A' AND WRK-SIT-PROC NOT = 'I'
               MOVE 'SITUACAO INVALIDA' TO WRK-RESULTADO
           END-IF.
           IF WRK-PCT-PROC = 0 OR WRK-PCT-PROC > 30
               MOVE 'PERCENTUAL INVALIDO' TO WRK-RESULTADO
           END-IF.
           IF WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
               OR WRK-VIG-DIA < 1 OR WRK-VIG-DIA > 31
               MOVE 'VIGENCIA INVALIDA' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-NOME-PROC TO VEN-NOME.
           MOVE WRK-MATR-PROC TO VEN-MATRICULA.
           MOVE WRK-SIT-PROC  TO VEN-SITUACAO.
           MOVE WRK-PCT-PROC  TO VEN-PCT-COMISSAO.
           MOVE WRK-VIG-PROC  TO VEN-DATA-VIGENCIA.

      *****************************************************
      * INCLUI UM VENDEDOR NOVO (SEM PERCENTUAL ANTERIOR)
      *****************************************************
       0200-INCLUIR-VENDEDOR.
           MOVE ZEROS TO WRK-PCT-ANTES.
           PERFORM 0140-LER-CHAVE-VENDEDOR.
           PERFORM 0150-LER-DADOS-VENDEDOR.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-CODIGO-PROC TO VEN-CODIGO
               PERFORM 0170-MOVER-DADOS
               MOVE ZEROS TO VEN-PCT-ANTERIOR
               WRITE VENDEDOR-REC
                   INVALID KEY
                       MOVE 'VENDEDOR JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'VENDEDOR INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA OS DADOS DE UM VENDEDOR. SE O PERCENTUAL MUDAR,
      * O ATUAL PASSA A SER O ANTERIOR E A NOVA VIGENCIA NAO
      * PODE SER ANTERIOR A VIGENCIA QUE ESTA SENDO SUBSTITUIDA
      *****************************************************
       0300-ALTERAR-VENDEDOR.
           MOVE ZEROS TO WRK-PCT-ANTES.
           PERFORM 0140-LER-CHAVE-VENDEDOR.
           MOVE WRK-CODIGO-PROC TO VEN-CODIGO.
           READ VENDEDOR-FILE
               INVALID KEY
                   MOVE 'VENDEDOR NAO EXISTE' TO WRK-RESULTADO
                   MOVE SPACES TO WRK-NOME-PROC WRK-SIT-PROC
                   MOVE ZEROS TO WRK-MATR-PROC WRK-PCT-PROC
                       WRK-VIG-PROC
           END-READ.
           IF WRK-VEN-STATUS = '00'
               MOVE VEN-PCT-COMISSAO TO WRK-PCT-ANTES
               DISPLAY 'PERCENTUAL ATUAL: ' VEN-PCT-COMISSAO
                   ' DESDE ' VEN-DATA-VIGENCIA
               PERFORM 0150-LER-DADOS-VENDEDOR
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   AND WRK-PCT-PROC NOT = VEN-PCT-COMISSAO
                   AND WRK-VIG-PROC NOT > VEN-DATA-VIGENCIA
                   MOVE 'VIGENCIA RETROATIVA' TO WRK-RESULTADO
               END-IF
               IF WRK-RESULTADO = SPACES
                   IF WRK-PCT-PROC NOT = VEN-PCT-COMISSAO
                       MOVE VEN-PCT-COMISSAO TO VEN-PCT-ANTERIOR
                       PERFORM 0170-MOVER-DADOS
                   ELSE
                       MOVE WRK-NOME-PROC TO VEN-NOME
                       MOVE WRK-MATR-PROC TO VEN-MATRICULA
                       MOVE WRK-SIT-PROC  TO VEN-SITUACAO
                       MOVE VEN-DATA-VIGENCIA TO WRK-VIG-PROC
                   END-IF
                   REWRITE VENDEDOR-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'VENDEDOR ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UM VENDEDOR. CLIENTE QUE AINDA APONTE PARA ELE
      * FICA SEM COMISSAO NO COMISSAO ATE SER REVINCULADO -
      * PARA AFASTAMENTO, PREFERIR A SITUACAO I (INATIVO)
      *****************************************************
       0400-EXCLUIR-VENDEDOR.
           PERFORM 0140-LER-CHAVE-VENDEDOR.
           MOVE WRK-CODIGO-PROC TO VEN-CODIGO.
           MOVE SPACES TO WRK-NOME-PROC WRK-SIT-PROC.
           MOVE ZEROS TO WRK-MATR-PROC WRK-PCT-PROC WRK-PCT-ANTES
               WRK-VIG-PROC.
           DELETE VENDEDOR-FILE
               INVALID KEY
                   MOVE 'VENDEDOR NAO EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'VENDEDOR EXCLUIDO' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UM VENDEDOR DO MASTER
      *****************************************************
       0450-CONSULTAR-VENDEDOR.
           PERFORM 0140-LER-CHAVE-VENDEDOR.
           MOVE WRK-CODIGO-PROC TO VEN-CODIGO.
           READ VENDEDOR-FILE
               INVALID KEY
                   DISPLAY 'VENDEDOR NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'NOME............ ' VEN-NOME
                   DISPLAY 'MATRICULA....... ' VEN-MATRICULA
                   DISPLAY 'SITUACAO........ ' VEN-SITUACAO
                   DISPLAY 'PCT COMISSAO.... ' VEN-PCT-COMISSAO
                       ' DESDE ' VEN-DATA-VIGENCIA
                   DISPLAY 'PCT ANTERIOR.... ' VEN-PCT-ANTERIOR
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTVENLOG-REC.
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
           MOVE WRK-MATR-PROC   TO LOG-MATRICULA.
           MOVE WRK-SIT-PROC    TO LOG-SITUACAO.
           MOVE WRK-PCT-ANTES   TO LOG-PCT-ANTES.
           MOVE WRK-PCT-PROC    TO LOG-PCT-DEPOIS.
           MOVE WRK-VIG-PROC    TO LOG-VIGENCIA.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTVENLOG-REC.
