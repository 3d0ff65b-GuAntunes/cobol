       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPLC.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO PLANO DE CONTAS (ARQUIVO PLCONTAS,
      *           CHAVEADO PELO NUMERO DA CONTA): NOME, NATUREZA
      *           (ATIVO/PASSIVO/RECEITA/DESPESA) E SITUACAO
      *           (ATIVA/INATIVA). OS SALDOS SAO DO BALANCET E NAO
      *           SE DIGITAM; CONTA COM SALDO OU MOVIMENTO NO MES
      *           NAO SE EXCLUI - INATIVA-SE. CADA TRANSACAO E
      *           REGISTRADA NO LOG MANTPLCLOG, NO MOLDE DO
      *           MANTTRC/MANTTRCLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.
           SELECT MANTPLCLOG-FILE ASSIGN TO "MANTPLCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLCONTAS-FILE.
           COPY PLCONTFD.

       FD  MANTPLCLOG-FILE.
       01  MANTPLCLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-CONTA       PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-NOME        PIC X(30).
           05 FILLER          PIC X(01).
           05 LOG-NATUREZA    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-PLC-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-CONTA-PROC   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-PROC    PIC X(30) VALUE SPACES.
       77 WRK-NATUREZA-PROC PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO-PROC PIC X(01) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-SALDO-EDIT   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE PLCONTAS-FILE MANTPLCLOG-FILE.
           DISPLAY 'MANUTENCAO DO PLANO DE CONTAS ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O PLCONTAS-FILE.
           IF WRK-PLC-STATUS NOT = '00'
               OPEN OUTPUT PLCONTAS-FILE
               CLOSE PLCONTAS-FILE
               OPEN I-O PLCONTAS-FILE
           END-IF.
           OPEN EXTEND MANTPLCLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTPLCLOG-FILE
               CLOSE MANTPLCLOG-FILE
               OPEN EXTEND MANTPLCLOG-FILE
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
                   PERFORM 0200-INCLUIR-CONTA
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-CONTA
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-CONTA
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-CONTA
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-CONTA.
           DISPLAY 'NUMERO DA CONTA (8 DIGITOS) ?'.
           ACCEPT WRK-CONTA-PROC FROM CONSOLE.

       0150-LER-DADOS-CONTA.
           DISPLAY 'NOME DA CONTA ?'.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           DISPLAY 'NATUREZA (A=ATIVO P=PASSIVO R=RECEITA '
               'D=DESPESA) ?'.
           ACCEPT WRK-NATUREZA-PROC FROM CONSOLE.
           DISPLAY 'CONTA ATIVA PARA LANCAMENTOS (S/N) ?'.
           ACCEPT WRK-SITUACAO-PROC FROM CONSOLE.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-CONTA-PROC = 0
               MOVE 'CONTA ZERADA' TO WRK-RESULTADO
           END-IF.
           IF WRK-NOME-PROC = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-NATUREZA-PROC NOT = 'A'
               AND WRK-NATUREZA-PROC NOT = 'P'
               AND WRK-NATUREZA-PROC NOT = 'R'
               AND WRK-NATUREZA-PROC NOT = 'D'
               MOVE 'NATUREZA INVALIDA' TO WRK-RESULTADO
           END-IF.
           IF WRK-SITUACAO-PROC NOT = 'S'
               AND WRK-SITUACAO-PROC NOT = 'N'
               MOVE 'SITUACAO INVALIDA' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-NOME-PROC     TO PLC-NOME.
           MOVE WRK-NATUREZA-PROC TO PLC-NATUREZA.
           MOVE WRK-SITUACAO-PROC TO PLC-SITUACAO.

      *****************************************************
      * INCLUI UMA CONTA NO PLANO, COM SALDOS ZERADOS
      *****************************************************
       0200-INCLUIR-CONTA.
           PERFORM 0140-LER-CHAVE-CONTA.
           PERFORM 0150-LER-DADOS-CONTA.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-CONTA-PROC TO PLC-CONTA
               PERFORM 0170-MOVER-DADOS
               MOVE ZEROS TO PLC-SALDO PLC-DATA-ULT-MOV PLC-ANOMES
                   PLC-SALDO-INI-MES PLC-DEB-MES PLC-CRD-MES
               WRITE PLCONTAS-REC
                   INVALID KEY
                       MOVE 'CONTA JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'CONTA INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA NOME, NATUREZA E SITUACAO DE UMA CONTA. CONTA
      * INATIVADA PASSA A SEGURAR O LANCAMENTO QUE A USAR; OS
      * SALDOS NAO MUDAM
      *****************************************************
       0300-ALTERAR-CONTA.
           PERFORM 0140-LER-CHAVE-CONTA.
           MOVE WRK-CONTA-PROC TO PLC-CONTA.
           READ PLCONTAS-FILE
               INVALID KEY
                   MOVE 'CONTA NAO EXISTE' TO WRK-RESULTADO
                   PERFORM 0180-LIMPAR-DADOS
           END-READ.
           IF WRK-PLC-STATUS = '00'
               PERFORM 0150-LER-DADOS-CONTA
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0170-MOVER-DADOS
                   REWRITE PLCONTAS-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'CONTA ALTERADA' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0180-LIMPAR-DADOS.
           MOVE SPACES TO WRK-NOME-PROC WRK-NATUREZA-PROC
               WRK-SITUACAO-PROC.

      *****************************************************
      * EXCLUI UMA CONTA DO PLANO. CONTA COM SALDO OU COM
      * MOVIMENTO NO MES NAO SAI (O BALANCETE PERDERIA A
      * LINHA) - NESSE CASO INATIVA-SE PELA ALTERACAO
      *****************************************************
       0400-EXCLUIR-CONTA.
           PERFORM 0140-LER-CHAVE-CONTA.
           MOVE WRK-CONTA-PROC TO PLC-CONTA.
           PERFORM 0180-LIMPAR-DADOS.
           READ PLCONTAS-FILE
               INVALID KEY
                   MOVE 'CONTA NAO EXISTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-PLC-STATUS = '00'
               MOVE PLC-NOME TO WRK-NOME-PROC
               IF PLC-SALDO NOT = 0 OR PLC-DEB-MES > 0
                   OR PLC-CRD-MES > 0
                   MOVE 'COM SALDO/MOVIMENTO' TO WRK-RESULTADO
               ELSE
                   DELETE PLCONTAS-FILE
                       INVALID KEY
                           MOVE 'FALHA AO EXCLUIR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'CONTA EXCLUIDA' TO WRK-RESULTADO
                   END-DELETE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UMA CONTA DO PLANO, COM O SALDO DO ULTIMO
      * BALANCETE E O MOVIMENTO DO MES
      *****************************************************
       0450-CONSULTAR-CONTA.
           PERFORM 0140-LER-CHAVE-CONTA.
           MOVE WRK-CONTA-PROC TO PLC-CONTA.
           READ PLCONTAS-FILE
               INVALID KEY
                   DISPLAY 'CONTA NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'NOME............ ' PLC-NOME
                   DISPLAY 'NATUREZA........ ' PLC-NATUREZA
                       '  ATIVA ' PLC-SITUACAO
                   MOVE PLC-SALDO TO WRK-SALDO-EDIT
                   DISPLAY 'SALDO (+ DEVEDOR) ' WRK-SALDO-EDIT
                       ' EM ' PLC-DATA-ULT-MOV
                   MOVE PLC-SALDO-INI-MES TO WRK-SALDO-EDIT
                   DISPLAY 'SALDO INICIAL DO MES ' PLC-ANOMES
                       ' ' WRK-SALDO-EDIT
                   MOVE PLC-DEB-MES TO WRK-SALDO-EDIT
                   DISPLAY 'DEBITOS DO MES.. ' WRK-SALDO-EDIT
                   MOVE PLC-CRD-MES TO WRK-SALDO-EDIT
                   DISPLAY 'CREDITOS DO MES. ' WRK-SALDO-EDIT
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTPLCLOG-REC.
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
           MOVE WRK-CONTA-PROC    TO LOG-CONTA.
           MOVE WRK-NOME-PROC     TO LOG-NOME.
           MOVE WRK-NATUREZA-PROC TO LOG-NATUREZA.
           MOVE WRK-SITUACAO-PROC TO LOG-SITUACAO.
           MOVE WRK-RESULTADO     TO LOG-RESULTADO.
           WRITE MANTPLCLOG-REC.
