       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTVEI.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO MASTER DE TIPOS DE VEICULO POR
      *           CENTRO DE ORIGEM (ARQUIVO VEICULO, CHAVEADO POR
      *           ORIGEM + TIPO): CAPACIDADE EM QUILOS E EM
      *           VOLUMES E QUANTIDADE DE VEICULOS DA FROTA DO
      *           CENTRO. USADO PELO PLANCARG PARA MONTAR AS
      *           CARGAS DO DIA. CADA TRANSACAO E REGISTRADA NO
      *           LOG MANTVEILOG, NO MOLDE DO MANTTRA/MANTTRALOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULO-FILE ASSIGN TO "VEICULO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-CHAVE
               FILE STATUS IS WRK-VEI-STATUS.
           SELECT MANTVEILOG-FILE ASSIGN TO "MANTVEIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VEICULO-FILE.
           COPY VEICFD.

       FD  MANTVEILOG-FILE.
       01  MANTVEILOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-ORIGEM      PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-TIPO        PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-CAPAC-KG    PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 LOG-CAPAC-VOL   PIC 9(05).
           05 FILLER          PIC X(01).
           05 LOG-QTD-FROTA   PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-VEI-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-ORIGEM-PROC  PIC X(03) VALUE SPACES.
       77 WRK-TIPO-PROC    PIC X(03) VALUE SPACES.
       77 WRK-DESCR-PROC   PIC X(20) VALUE SPACES.
       77 WRK-CAPKG-PROC   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CAPVOL-PROC  PIC 9(05) VALUE ZEROS.
       77 WRK-FROTA-PROC   PIC 9(03) VALUE ZEROS.
       77 WRK-SITUAC-PROC  PIC X(01) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE VEICULO-FILE MANTVEILOG-FILE.
           DISPLAY 'MANUTENCAO DE TIPOS DE VEICULO ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O VEICULO-FILE.
           IF WRK-VEI-STATUS NOT = '00'
               OPEN OUTPUT VEICULO-FILE
               CLOSE VEICULO-FILE
               OPEN I-O VEICULO-FILE
           END-IF.
           OPEN EXTEND MANTVEILOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTVEILOG-FILE
               CLOSE MANTVEILOG-FILE
               OPEN EXTEND MANTVEILOG-FILE
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
                   PERFORM 0200-INCLUIR-VEICULO
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-VEICULO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-VEICULO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-VEICULO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-VEICULO.
           DISPLAY 'CENTRO DE ORIGEM (EX SP1) ?'.
           ACCEPT WRK-ORIGEM-PROC FROM CONSOLE.
           DISPLAY 'TIPO DE VEICULO (3 POSICOES, EX TRK) ?'.
           ACCEPT WRK-TIPO-PROC FROM CONSOLE.

       0150-LER-DADOS-VEICULO.
           DISPLAY 'DESCRICAO DO VEICULO ?'.
           ACCEPT WRK-DESCR-PROC FROM CONSOLE.
           DISPLAY 'CAPACIDADE DE CARGA EM KG (999999V99) ?'.
           ACCEPT WRK-CAPKG-PROC FROM CONSOLE.
           DISPLAY 'CAPACIDADE EM VOLUMES (99999) ?'.
           ACCEPT WRK-CAPVOL-PROC FROM CONSOLE.
           DISPLAY 'QUANTIDADE NA FROTA DO CENTRO (999) ?'.
           ACCEPT WRK-FROTA-PROC FROM CONSOLE.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO) ?'.
           ACCEPT WRK-SITUAC-PROC FROM CONSOLE.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS: CAPACIDADES MAIORES QUE
      * ZERO E SITUACAO A OU I
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-CAPKG-PROC = 0 OR WRK-CAPVOL-PROC = 0
               MOVE 'CAPACIDADE ZERADA' TO WRK-RESULTADO
           END-IF.
           IF WRK-SITUAC-PROC NOT = 'A'
               AND WRK-SITUAC-PROC NOT = 'I'
               MOVE 'SITUACAO INVALIDA' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-DESCR-PROC  TO VEI-DESCRICAO.
           MOVE WRK-CAPKG-PROC  TO VEI-CAPAC-KG.
           MOVE WRK-CAPVOL-PROC TO VEI-CAPAC-VOL.
           MOVE WRK-FROTA-PROC  TO VEI-QTD-FROTA.
           MOVE WRK-SITUAC-PROC TO VEI-SITUACAO.

      *****************************************************
      * INCLUI UM TIPO DE VEICULO NOVO NA FROTA DO CENTRO
      *****************************************************
       0200-INCLUIR-VEICULO.
           PERFORM 0140-LER-CHAVE-VEICULO.
           PERFORM 0150-LER-DADOS-VEICULO.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-ORIGEM-PROC TO VEI-ORIGEM
               MOVE WRK-TIPO-PROC   TO VEI-TIPO
               PERFORM 0170-MOVER-DADOS
               WRITE VEICULO-REC
                   INVALID KEY
                       MOVE 'VEICULO JA CADASTRADO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'VEICULO INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA CAPACIDADES, FROTA OU SITUACAO DE UM TIPO
      *****************************************************
       0300-ALTERAR-VEICULO.
           PERFORM 0140-LER-CHAVE-VEICULO.
           MOVE WRK-ORIGEM-PROC TO VEI-ORIGEM.
           MOVE WRK-TIPO-PROC   TO VEI-TIPO.
           READ VEICULO-FILE
               INVALID KEY
                   MOVE 'VEICULO NAO CADASTRADO' TO WRK-RESULTADO
                   MOVE SPACES TO WRK-SITUAC-PROC
                   MOVE ZEROS TO WRK-CAPKG-PROC WRK-CAPVOL-PROC
                       WRK-FROTA-PROC
           END-READ.
           IF WRK-VEI-STATUS = '00'
               PERFORM 0150-LER-DADOS-VEICULO
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0170-MOVER-DADOS
                   REWRITE VEICULO-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'VEICULO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI UM TIPO DE VEICULO QUE SAIU DA FROTA
      *****************************************************
       0400-EXCLUIR-VEICULO.
           PERFORM 0140-LER-CHAVE-VEICULO.
           MOVE WRK-ORIGEM-PROC TO VEI-ORIGEM.
           MOVE WRK-TIPO-PROC   TO VEI-TIPO.
           MOVE SPACES TO WRK-SITUAC-PROC.
           MOVE ZEROS TO WRK-CAPKG-PROC WRK-CAPVOL-PROC
               WRK-FROTA-PROC.
           DELETE VEICULO-FILE
               INVALID KEY
                   MOVE 'VEICULO NAO CADASTRADO' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'VEICULO EXCLUIDO' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UM TIPO DE VEICULO DO MASTER
      *****************************************************
       0450-CONSULTAR-VEICULO.
           PERFORM 0140-LER-CHAVE-VEICULO.
           MOVE WRK-ORIGEM-PROC TO VEI-ORIGEM.
           MOVE WRK-TIPO-PROC   TO VEI-TIPO.
           READ VEICULO-FILE
               INVALID KEY
                   DISPLAY 'VEICULO NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'DESCRICAO....... ' VEI-DESCRICAO
                   DISPLAY 'CAPACIDADE KG... ' VEI-CAPAC-KG
                   DISPLAY 'CAPACIDADE VOL.. ' VEI-CAPAC-VOL
                   DISPLAY 'QTD NA FROTA.... ' VEI-QTD-FROTA
                   DISPLAY 'SITUACAO........ ' VEI-SITUACAO
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTVEILOG-REC.
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
           MOVE WRK-ORIGEM-PROC TO LOG-ORIGEM.
           MOVE WRK-TIPO-PROC   TO LOG-TIPO.
           MOVE WRK-CAPKG-PROC  TO LOG-CAPAC-KG.
           MOVE WRK-CAPVOL-PROC TO LOG-CAPAC-VOL.
           MOVE WRK-FROTA-PROC  TO LOG-QTD-FROTA.
           MOVE WRK-SITUAC-PROC TO LOG-SITUACAO.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTVEILOG-REC.
