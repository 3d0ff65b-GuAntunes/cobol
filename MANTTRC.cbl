       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTRC.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO/
      *           CONSULTA) DO CADASTRO DE TRANSPORTADORAS
      *           (ARQUIVO TRANSCAD, CHAVEADO PELO CODIGO): CNPJ,
      *           PRAZO DE PAGAMENTO, DADOS BANCARIOS E ALIQUOTAS
      *           DE RETENCAO NA FONTE. E O LADO "FORNECEDOR" DA
      *           TRANSPORTADORA, USADO PELO CONTAS A PAGAR
      *           (FRETACER) E PELA REMESSA DE PAGAMENTO
      *           (PAGTRANS); AS ROTAS E TARIFAS CONTINUAM NO
      *           MASTER TRANSP (MANTTRA). CADA TRANSACAO E
      *           REGISTRADA NO LOG MANTTRCLOG, NO MOLDE DO
      *           MANTTRA/MANTTRALOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCAD-FILE ASSIGN TO "TRANSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-CODIGO
               FILE STATUS IS WRK-TRC-STATUS.
           SELECT MANTTRCLOG-FILE ASSIGN TO "MANTTRCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCAD-FILE.
           COPY TRCADFD.

       FD  MANTTRCLOG-FILE.
       01  MANTTRCLOG-REC.
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
           05 LOG-CNPJ        PIC X(14).
           05 FILLER          PIC X(01).
           05 LOG-PRAZO       PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-BANCO       PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-AGENCIA     PIC 9(04).
           05 FILLER          PIC X(01).
           05 LOG-CONTA       PIC 9(10).
           05 FILLER          PIC X(01).
           05 LOG-PCT-IRRF    PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-PCT-INSS    PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-PCT-PCC     PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-TRC-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-CNPJ-PROC    PIC X(14) VALUE SPACES.
       77 WRK-PESSOA-PROC  PIC X(01) VALUE SPACES.
       77 WRK-SIMPLES-PROC PIC X(01) VALUE SPACES.
       77 WRK-PRAZO-PROC   PIC 9(03) VALUE ZEROS.
       77 WRK-BANCO-PROC   PIC 9(03) VALUE ZEROS.
       77 WRK-AGENCIA-PROC PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-PROC   PIC 9(10) VALUE ZEROS.
       77 WRK-DV-PROC      PIC X(01) VALUE SPACES.
       77 WRK-IRRF-PROC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-INSS-PROC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-BASEINSS-PROC PIC 9(03) VALUE ZEROS.
       77 WRK-PCC-PROC     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE TRANSCAD-FILE MANTTRCLOG-FILE.
           DISPLAY 'MANUTENCAO DO CADASTRO DE TRANSPORTADORAS '
               'ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O TRANSCAD-FILE.
           IF WRK-TRC-STATUS NOT = '00'
               OPEN OUTPUT TRANSCAD-FILE
               CLOSE TRANSCAD-FILE
               OPEN I-O TRANSCAD-FILE
           END-IF.
           OPEN EXTEND MANTTRCLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTTRCLOG-FILE
               CLOSE MANTTRCLOG-FILE
               OPEN EXTEND MANTTRCLOG-FILE
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
                   PERFORM 0200-INCLUIR-TRANSP
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-TRANSP
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-TRANSP
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-TRANSP
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-CHAVE-TRANSP.
           DISPLAY 'CODIGO DA TRANSPORTADORA (3 POSICOES) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.

       0150-LER-DADOS-TRANSP.
           DISPLAY 'RAZAO SOCIAL ?'.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           DISPLAY 'CNPJ/CPF (14 POSICOES) ?'.
           ACCEPT WRK-CNPJ-PROC FROM CONSOLE.
           DISPLAY 'PESSOA (J=JURIDICA F=AUTONOMO) ?'.
           ACCEPT WRK-PESSOA-PROC FROM CONSOLE.
           DISPLAY 'OPTANTE PELO SIMPLES (S/N) ?'.
           ACCEPT WRK-SIMPLES-PROC FROM CONSOLE.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS APOS O ACERTO ?'.
           ACCEPT WRK-PRAZO-PROC FROM CONSOLE.
           DISPLAY 'BANCO (3 DIGITOS, ZEROS = SEM DADOS) ?'.
           ACCEPT WRK-BANCO-PROC FROM CONSOLE.
           DISPLAY 'AGENCIA (4 DIGITOS) ?'.
           ACCEPT WRK-AGENCIA-PROC FROM CONSOLE.
           DISPLAY 'CONTA (10 DIGITOS) ?'.
           ACCEPT WRK-CONTA-PROC FROM CONSOLE.
           DISPLAY 'DIGITO DA CONTA ?'.
           ACCEPT WRK-DV-PROC FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE IRRF 99V99 ?'.
           ACCEPT WRK-IRRF-PROC FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE INSS 99V99 ?'.
           ACCEPT WRK-INSS-PROC FROM CONSOLE.
           DISPLAY 'BASE DO INSS EM % DO FRETE '
               '(20 = AUTONOMO, ZEROS = 100) ?'.
           ACCEPT WRK-BASEINSS-PROC FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE PIS/COFINS/CSLL 99V99 ?'.
           ACCEPT WRK-PCC-PROC FROM CONSOLE.

      *****************************************************
      * CONFERE OS DADOS DIGITADOS. OS DADOS BANCARIOS SAO
      * OPCIONAIS (SEM ELES A TRANSPORTADORA NAO ENTRA NA
      * REMESSA), MAS SE O BANCO FOR INFORMADO AGENCIA E
      * CONTA TAMBEM TEM DE SER
      *****************************************************
       0160-VALIDAR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-NOME-PROC = SPACES
               MOVE 'NOME EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-CNPJ-PROC = SPACES
               MOVE 'CNPJ EM BRANCO' TO WRK-RESULTADO
           END-IF.
           IF WRK-PESSOA-PROC NOT = 'J' AND WRK-PESSOA-PROC NOT = 'F'
               MOVE 'PESSOA INVALIDA' TO WRK-RESULTADO
           END-IF.
           IF WRK-SIMPLES-PROC NOT = 'S'
               AND WRK-SIMPLES-PROC NOT = 'N'
               MOVE 'SIMPLES INVALIDO' TO WRK-RESULTADO
           END-IF.
           IF WRK-PRAZO-PROC > 180
               MOVE 'PRAZO INVALIDO' TO WRK-RESULTADO
           END-IF.
           IF WRK-BANCO-PROC > 0
               AND (WRK-AGENCIA-PROC = 0 OR WRK-CONTA-PROC = 0)
               MOVE 'DADOS BANC. INCOMPL.' TO WRK-RESULTADO
           END-IF.
           IF WRK-IRRF-PROC > 30 OR WRK-INSS-PROC > 20
               OR WRK-PCC-PROC > 10 OR WRK-BASEINSS-PROC > 100
               MOVE 'ALIQUOTA INVALIDA' TO WRK-RESULTADO
           END-IF.

       0170-MOVER-DADOS.
           MOVE WRK-NOME-PROC     TO TRC-NOME.
           MOVE WRK-CNPJ-PROC     TO TRC-CNPJ.
           MOVE WRK-PESSOA-PROC   TO TRC-TIPO-PESSOA.
           MOVE WRK-SIMPLES-PROC  TO TRC-SIMPLES.
           MOVE WRK-PRAZO-PROC    TO TRC-PRAZO-DIAS.
           MOVE WRK-BANCO-PROC    TO TRC-BANCO.
           MOVE WRK-AGENCIA-PROC  TO TRC-AGENCIA.
           MOVE WRK-CONTA-PROC    TO TRC-CONTA.
           MOVE WRK-DV-PROC       TO TRC-DV-CONTA.
           MOVE WRK-IRRF-PROC     TO TRC-PCT-IRRF.
           MOVE WRK-INSS-PROC     TO TRC-PCT-INSS.
           MOVE WRK-BASEINSS-PROC TO TRC-PCT-BASE-INSS.
           MOVE WRK-PCC-PROC      TO TRC-PCT-PCC.

      *****************************************************
      * INCLUI UMA TRANSPORTADORA NO CADASTRO
      *****************************************************
       0200-INCLUIR-TRANSP.
           PERFORM 0140-LER-CHAVE-TRANSP.
           PERFORM 0150-LER-DADOS-TRANSP.
           PERFORM 0160-VALIDAR-DADOS.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-CODIGO-PROC TO TRC-CODIGO
               PERFORM 0170-MOVER-DADOS
               WRITE TRANSCAD-REC
                   INVALID KEY
                       MOVE 'TRANSP. JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'TRANSP. INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA OS DADOS DE UMA TRANSPORTADORA. O NOVO PRAZO E
      * AS NOVAS ALIQUOTAS VALEM PARA AS COBRANCAS LANCADAS
      * DAQUI EM DIANTE; O QUE JA ESTA NO CPAGAR NAO MUDA
      *****************************************************
       0300-ALTERAR-TRANSP.
           PERFORM 0140-LER-CHAVE-TRANSP.
           MOVE WRK-CODIGO-PROC TO TRC-CODIGO.
           READ TRANSCAD-FILE
               INVALID KEY
                   MOVE 'TRANSP. NAO EXISTE' TO WRK-RESULTADO
                   PERFORM 0180-LIMPAR-DADOS
           END-READ.
           IF WRK-TRC-STATUS = '00'
               PERFORM 0150-LER-DADOS-TRANSP
               PERFORM 0160-VALIDAR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0170-MOVER-DADOS
                   REWRITE TRANSCAD-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'TRANSP. ALTERADA' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0180-LIMPAR-DADOS.
           MOVE SPACES TO WRK-NOME-PROC WRK-CNPJ-PROC WRK-PESSOA-PROC
               WRK-SIMPLES-PROC WRK-DV-PROC.
           MOVE ZEROS TO WRK-PRAZO-PROC WRK-BANCO-PROC
               WRK-AGENCIA-PROC WRK-CONTA-PROC WRK-IRRF-PROC
               WRK-INSS-PROC WRK-BASEINSS-PROC WRK-PCC-PROC.

      *****************************************************
      * EXCLUI UMA TRANSPORTADORA DO CADASTRO. COBRANCAS DELA
      * AINDA ABERTAS NO CPAGAR FICAM FORA DA REMESSA ATE O
      * CADASTRO VOLTAR
      *****************************************************
       0400-EXCLUIR-TRANSP.
           PERFORM 0140-LER-CHAVE-TRANSP.
           MOVE WRK-CODIGO-PROC TO TRC-CODIGO.
           PERFORM 0180-LIMPAR-DADOS.
           DELETE TRANSCAD-FILE
               INVALID KEY
                   MOVE 'TRANSP. NAO EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'TRANSP. EXCLUIDA' TO WRK-RESULTADO
           END-DELETE.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UMA TRANSPORTADORA DO CADASTRO
      *****************************************************
       0450-CONSULTAR-TRANSP.
           PERFORM 0140-LER-CHAVE-TRANSP.
           MOVE WRK-CODIGO-PROC TO TRC-CODIGO.
           READ TRANSCAD-FILE
               INVALID KEY
                   DISPLAY 'TRANSPORTADORA NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'RAZAO SOCIAL.... ' TRC-NOME
                   DISPLAY 'CNPJ/CPF........ ' TRC-CNPJ
                       '  PESSOA ' TRC-TIPO-PESSOA
                       '  SIMPLES ' TRC-SIMPLES
                   DISPLAY 'PRAZO (DIAS).... ' TRC-PRAZO-DIAS
                   DISPLAY 'BANCO/AG/CONTA.. ' TRC-BANCO ' / '
                       TRC-AGENCIA ' / ' TRC-CONTA '-' TRC-DV-CONTA
                   DISPLAY 'IRRF............ ' TRC-PCT-IRRF
                   DISPLAY 'INSS............ ' TRC-PCT-INSS
                       ' SOBRE ' TRC-PCT-BASE-INSS '% DO FRETE'
                   DISPLAY 'PIS/COFINS/CSLL. ' TRC-PCT-PCC
           END-READ.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTTRCLOG-REC.
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
           MOVE WRK-CODIGO-PROC  TO LOG-CODIGO.
           MOVE WRK-CNPJ-PROC    TO LOG-CNPJ.
           MOVE WRK-PRAZO-PROC   TO LOG-PRAZO.
           MOVE WRK-BANCO-PROC   TO LOG-BANCO.
           MOVE WRK-AGENCIA-PROC TO LOG-AGENCIA.
           MOVE WRK-CONTA-PROC   TO LOG-CONTA.
           MOVE WRK-IRRF-PROC    TO LOG-PCT-IRRF.
           MOVE WRK-INSS-PROC    TO LOG-PCT-INSS.
           MOVE WRK-PCC-PROC     TO LOG-PCT-PCC.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTTRCLOG-REC.
