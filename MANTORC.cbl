       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORC.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO DO MASTER DE ORCAMENTO DE FRETE
      *           (ARQUIVO ORCFRETE): PEDIDOS, PESO E RECEITA
      *           ORCADOS POR ANO, ROTA ORIGEM+UF E MES, COM
      *           CONTROLE DE VERSAO:
      *             I - INCLUI O ORCAMENTO ORIGINAL (VERSAO O);
      *             A - ALTERA MESES DA VERSAO VIGENTE (A REVISAO,
      *                 SE HOUVER; SENAO O ORIGINAL);
      *             R - CRIA A REVISAO (VERSAO R) COPIANDO O
      *                 ORIGINAL E ALTERANDO OS MESES REVISADOS -
      *                 DAI EM DIANTE O ORIGINAL FICA CONGELADO,
      *                 PARA A COMPARACAO COM O APROVADO NO INICIO
      *                 DO ANO;
      *             E - EXCLUI A REVISAO (VOLTA A VALER O
      *                 ORIGINAL) OU, SEM REVISAO, O ORIGINAL;
      *             C - CONSULTA AS DUAS VERSOES MES A MES.
      *           A ROTA E CONFERIDA NO MASTER DE TARIFAS UFRATE.
      *           CADA TRANSACAO E REGISTRADA NO LOG MANTORCL, NO
      *           MESMO MOLDE DO MANTORD.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCFRETE-FILE ASSIGN TO "ORCFRETE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-ORC-STATUS.
           SELECT UFRATE-FILE ASSIGN TO "UFRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UFR-CHAVE
               FILE STATUS IS WRK-UFR-STATUS.
           SELECT MANTORCLOG-FILE ASSIGN TO "MANTORCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCFRETE-FILE.
           COPY ORCFRTFD.

       FD  UFRATE-FILE.
           COPY UFRATEFD.

       FD  MANTORCLOG-FILE.
       01  MANTORCLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-ANO         PIC 9(04).
           05 FILLER          PIC X(01).
           05 LOG-ORIGEM      PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 LOG-VERSAO      PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-RECEITA     PIC 9(13)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(40).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-ORC-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-UFR-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR      VALUE 'I'.
           88 OPCAO-ALTERAR      VALUE 'A'.
           88 OPCAO-REVISAR      VALUE 'R'.
           88 OPCAO-EXCLUIR      VALUE 'E'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-ANO-PROC     PIC 9(04) VALUE ZEROS.
       77 WRK-ORIGEM-PROC  PIC X(03) VALUE SPACES.
       77 WRK-UF-PROC      PIC X(02) VALUE SPACES.
       77 WRK-VERSAO-PROC  PIC X(01) VALUE SPACES.
       77 WRK-MES-PROC     PIC 9(02) VALUE ZEROS.
       77 WRK-PED-PROC     PIC 9(07) VALUE ZEROS.
       77 WRK-PESO-PROC    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-PROC     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MES-IDX      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TOT-RECEITA  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-RESULTADO    PIC X(40) VALUE SPACES.
       01  WRK-LIN-MES.
           05 FILLER           PIC X(04) VALUE 'MES '.
           05 WRK-LM-MES       PIC Z9.
           05 FILLER           PIC X(10) VALUE ' PEDIDOS '.
           05 WRK-LM-PEDIDOS   PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(07) VALUE ' PESO '.
           05 WRK-LM-PESO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(10) VALUE ' RECEITA '.
           05 WRK-LM-RECEITA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE ORCFRETE-FILE MANTORCLOG-FILE.
           IF WRK-UFR-STATUS = '00'
               CLOSE UFRATE-FILE
           END-IF.
           DISPLAY 'MANUTENCAO DO ORCAMENTO DE FRETE ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * O UFRATE EM INPUT (SEM ELE A ROTA ENTRA SEM
      * CONFERENCIA, COM AVISO) E O LOG EM EXTEND
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O ORCFRETE-FILE.
           IF WRK-ORC-STATUS NOT = '00'
               OPEN OUTPUT ORCFRETE-FILE
               CLOSE ORCFRETE-FILE
               OPEN I-O ORCFRETE-FILE
           END-IF.
           OPEN INPUT UFRATE-FILE.
           IF WRK-UFR-STATUS NOT = '00'
               DISPLAY 'AVISO - MASTER UFRATE NAO ENCONTRADO '
                   '(STATUS ' WRK-UFR-STATUS ') - ROTA NAO '
                   'SERA CONFERIDA'
           END-IF.
           OPEN EXTEND MANTORCLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTORCLOG-FILE
               CLOSE MANTORCLOG-FILE
               OPEN EXTEND MANTORCLOG-FILE
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
           DISPLAY 'TRANSACAO (I=INCLUIR ORIGINAL A=ALTERAR '
               'R=REVISAR E=EXCLUIR C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           MOVE SPACES TO WRK-VERSAO-PROC WRK-RESULTADO.
           MOVE ZEROS TO WRK-TOT-RECEITA.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR-ORIGINAL
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR-VIGENTE
               WHEN OPCAO-REVISAR
                   PERFORM 0350-REVISAR-ORCAMENTO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0400-EXCLUIR-VERSAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-ORCAMENTO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * PERGUNTA A CHAVE DO ORCAMENTO (ANO E ROTA ORIGEM+UF)
      *****************************************************
       0140-LER-CHAVE.
           DISPLAY 'ANO DO ORCAMENTO AAAA ?'.
           ACCEPT WRK-ANO-PROC FROM CONSOLE.
           DISPLAY 'ORIGEM (CENTRO DE DISTRIBUICAO) ?'.
           ACCEPT WRK-ORIGEM-PROC FROM CONSOLE.
           DISPLAY 'UF DE DESTINO ?'.
           ACCEPT WRK-UF-PROC FROM CONSOLE.

      *****************************************************
      * LE A VERSAO WRK-VERSAO-PROC DA CHAVE INFORMADA;
      * WRK-ACHOU = 'S' QUANDO EXISTE
      *****************************************************
       0145-LER-VERSAO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE WRK-ANO-PROC    TO ORC-ANO.
           MOVE WRK-ORIGEM-PROC TO ORC-ORIGEM.
           MOVE WRK-UF-PROC     TO ORC-UF.
           MOVE WRK-VERSAO-PROC TO ORC-VERSAO.
           READ ORCFRETE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

      *****************************************************
      * CONFERE A ROTA NO MASTER DE TARIFAS: BASTA UMA
      * VIGENCIA CADASTRADA PARA A ORIGEM+UF
      *****************************************************
       0150-CONFERIR-ROTA.
           MOVE 'S' TO WRK-DADOS-OK.
           IF WRK-ANO-PROC < 2000
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'ANO INVALIDO' TO WRK-RESULTADO
               GO TO 0150-CONFERIR-FIM
           END-IF.
           IF WRK-UFR-STATUS NOT = '00'
               GO TO 0150-CONFERIR-FIM
           END-IF.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE 'ROTA SEM TARIFA NO UFRATE' TO WRK-RESULTADO.
           MOVE WRK-ORIGEM-PROC TO UFR-ORIGEM.
           MOVE WRK-UF-PROC     TO UFR-UF.
           MOVE SPACES          TO UFR-NIVEL-SERV.
           MOVE ZEROS           TO UFR-VIGENCIA.
           START UFRATE-FILE KEY NOT < UFR-CHAVE
               INVALID KEY
                   GO TO 0150-CONFERIR-FIM
           END-START.
           READ UFRATE-FILE NEXT
               AT END
                   GO TO 0150-CONFERIR-FIM
           END-READ.
           IF UFR-ORIGEM = WRK-ORIGEM-PROC AND UFR-UF = WRK-UF-PROC
               MOVE 'S' TO WRK-DADOS-OK
               MOVE SPACES TO WRK-RESULTADO
           END-IF.

       0150-CONFERIR-FIM.
           EXIT.

      *****************************************************
      * PERGUNTA OS MESES A GRAVAR NO REGISTRO CORRENTE, UM
      * POR VEZ, ATE O OPERADOR INFORMAR O MES ZERO
      *****************************************************
       0160-LER-MESES.
           MOVE 99 TO WRK-MES-PROC.
           PERFORM 0165-LER-UM-MES UNTIL WRK-MES-PROC = 0.

       0165-LER-UM-MES.
           DISPLAY 'MES (1 A 12, ZERO = ENCERRA) ?'.
           ACCEPT WRK-MES-PROC FROM CONSOLE.
           IF WRK-MES-PROC > 12
               DISPLAY 'MES INVALIDO'
           END-IF.
           IF WRK-MES-PROC > 0 AND WRK-MES-PROC NOT > 12
               DISPLAY 'PEDIDOS ORCADOS NO MES ?'
               ACCEPT WRK-PED-PROC FROM CONSOLE
               DISPLAY 'PESO ORCADO NO MES (KG) ?'
               ACCEPT WRK-PESO-PROC FROM CONSOLE
               DISPLAY 'RECEITA DE FRETE ORCADA NO MES ?'
               ACCEPT WRK-REC-PROC FROM CONSOLE
               MOVE WRK-PED-PROC  TO ORC-PEDIDOS(WRK-MES-PROC)
               MOVE WRK-PESO-PROC TO ORC-PESO(WRK-MES-PROC)
               MOVE WRK-REC-PROC  TO ORC-RECEITA(WRK-MES-PROC)
           END-IF.

      *****************************************************
      * RECEITA ANUAL DO REGISTRO CORRENTE (PARA O LOG E A
      * CONSULTA) E CARIMBO DA ATUALIZACAO
      *****************************************************
       0170-TOTALIZAR-RECEITA.
           MOVE ZEROS TO WRK-TOT-RECEITA.
           PERFORM 0175-SOMAR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           ACCEPT ORC-DATA-ATUALIZ FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO ORC-OPERADOR.

       0175-SOMAR-MES.
           ADD ORC-RECEITA(WRK-MES-IDX) TO WRK-TOT-RECEITA.

      *****************************************************
      * INCLUI O ORCAMENTO ORIGINAL DA ROTA NO ANO
      *****************************************************
       0200-INCLUIR-ORIGINAL.
           PERFORM 0140-LER-CHAVE.
           MOVE 'O' TO WRK-VERSAO-PROC.
           PERFORM 0150-CONFERIR-ROTA THRU 0150-CONFERIR-FIM.
           IF WRK-DADOS-OK = 'S'
               PERFORM 0145-LER-VERSAO
               IF WRK-ACHOU = 'S'
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'ORCAMENTO JA CADASTRADO' TO WRK-RESULTADO
               END-IF
           END-IF.
           IF WRK-DADOS-OK = 'S'
               INITIALIZE ORCFRETE-REC
               MOVE WRK-ANO-PROC    TO ORC-ANO
               MOVE WRK-ORIGEM-PROC TO ORC-ORIGEM
               MOVE WRK-UF-PROC     TO ORC-UF
               MOVE 'O'             TO ORC-VERSAO
               PERFORM 0160-LER-MESES
               PERFORM 0170-TOTALIZAR-RECEITA
               WRITE ORCFRETE-REC
                   INVALID KEY
                       MOVE 'ORCAMENTO JA CADASTRADO'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ORCAMENTO ORIGINAL INCLUIDO'
                           TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA MESES DA VERSAO VIGENTE: A REVISAO, QUANDO
      * EXISTE (O ORIGINAL REVISADO NAO MUDA MAIS); SENAO O
      * PROPRIO ORIGINAL
      *****************************************************
       0300-ALTERAR-VIGENTE.
           PERFORM 0140-LER-CHAVE.
           MOVE 'R' TO WRK-VERSAO-PROC.
           PERFORM 0145-LER-VERSAO.
           IF WRK-ACHOU = 'N'
               MOVE 'O' TO WRK-VERSAO-PROC
               PERFORM 0145-LER-VERSAO
           END-IF.
           IF WRK-ACHOU = 'N'
               MOVE 'ORCAMENTO NAO CADASTRADO' TO WRK-RESULTADO
           ELSE
               DISPLAY 'VERSAO VIGENTE: ' WRK-VERSAO-PROC
               PERFORM 0160-LER-MESES
               PERFORM 0170-TOTALIZAR-RECEITA
               REWRITE ORCFRETE-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ORCAMENTO ALTERADO' TO WRK-RESULTADO
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CRIA A REVISAO A PARTIR DO ORIGINAL E PERGUNTA OS
      * MESES REVISADOS. SO HA UMA REVISAO POR ROTA E ANO -
      * AS ALTERACOES SEGUINTES SAO FEITAS NELA (TRANSACAO A)
      *****************************************************
       0350-REVISAR-ORCAMENTO.
           PERFORM 0140-LER-CHAVE.
           MOVE 'R' TO WRK-VERSAO-PROC.
           PERFORM 0145-LER-VERSAO.
           IF WRK-ACHOU = 'S'
               MOVE 'REVISAO JA EXISTE - USE A TRANSACAO A'
                   TO WRK-RESULTADO
           ELSE
               MOVE 'O' TO WRK-VERSAO-PROC
               PERFORM 0145-LER-VERSAO
               IF WRK-ACHOU = 'N'
                   MOVE 'ORIGINAL NAO CADASTRADO' TO WRK-RESULTADO
               ELSE
                   MOVE 'R' TO WRK-VERSAO-PROC ORC-VERSAO
                   PERFORM 0160-LER-MESES
                   PERFORM 0170-TOTALIZAR-RECEITA
                   WRITE ORCFRETE-REC
                       INVALID KEY
                           MOVE 'REVISAO JA EXISTE' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'REVISAO INCLUIDA' TO WRK-RESULTADO
                   END-WRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * EXCLUI A REVISAO (O ORIGINAL VOLTA A SER A VERSAO
      * VIGENTE) OU, SEM REVISAO, O PROPRIO ORIGINAL
      *****************************************************
       0400-EXCLUIR-VERSAO.
           PERFORM 0140-LER-CHAVE.
           MOVE 'R' TO WRK-VERSAO-PROC.
           PERFORM 0145-LER-VERSAO.
           IF WRK-ACHOU = 'N'
               MOVE 'O' TO WRK-VERSAO-PROC
               PERFORM 0145-LER-VERSAO
           END-IF.
           IF WRK-ACHOU = 'N'
               MOVE 'ORCAMENTO NAO CADASTRADO' TO WRK-RESULTADO
           ELSE
               PERFORM 0170-TOTALIZAR-RECEITA
               DELETE ORCFRETE-FILE
                   INVALID KEY
                       MOVE 'FALHA AO EXCLUIR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF WRK-VERSAO-PROC = 'R'
                           MOVE 'REVISAO EXCLUIDA - VALE O ORIGINAL'
                               TO WRK-RESULTADO
                       ELSE
                           MOVE 'ORCAMENTO EXCLUIDO'
                               TO WRK-RESULTADO
                       END-IF
               END-DELETE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA O ORIGINAL E A REVISAO, MES A MES
      *****************************************************
       0450-CONSULTAR-ORCAMENTO.
           PERFORM 0140-LER-CHAVE.
           MOVE 'O' TO WRK-VERSAO-PROC.
           PERFORM 0455-MOSTRAR-VERSAO.
           MOVE 'R' TO WRK-VERSAO-PROC.
           PERFORM 0455-MOSTRAR-VERSAO.

       0455-MOSTRAR-VERSAO.
           PERFORM 0145-LER-VERSAO.
           IF WRK-ACHOU = 'N'
               IF WRK-VERSAO-PROC = 'O'
                   DISPLAY 'ORCAMENTO ORIGINAL NAO CADASTRADO'
               ELSE
                   DISPLAY 'SEM REVISAO'
               END-IF
           ELSE
               IF WRK-VERSAO-PROC = 'O'
                   DISPLAY 'ORCAMENTO ORIGINAL - ATUALIZADO EM '
                       ORC-DATA-ATUALIZ ' POR ' ORC-OPERADOR
               ELSE
                   DISPLAY 'REVISAO (VIGENTE) - ATUALIZADA EM '
                       ORC-DATA-ATUALIZ ' POR ' ORC-OPERADOR
               END-IF
               PERFORM 0460-MOSTRAR-MES
                   VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
           END-IF.

       0460-MOSTRAR-MES.
           MOVE WRK-MES-IDX              TO WRK-LM-MES.
           MOVE ORC-PEDIDOS(WRK-MES-IDX) TO WRK-LM-PEDIDOS.
           MOVE ORC-PESO(WRK-MES-IDX)    TO WRK-LM-PESO.
           MOVE ORC-RECEITA(WRK-MES-IDX) TO WRK-LM-RECEITA.
           DISPLAY WRK-LIN-MES.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTORCLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR MOVE 'INCLUIR' TO LOG-TRANS
               WHEN OPCAO-ALTERAR MOVE 'ALTERAR' TO LOG-TRANS
               WHEN OPCAO-REVISAR MOVE 'REVISAR' TO LOG-TRANS
               WHEN OPCAO-EXCLUIR MOVE 'EXCLUIR' TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-ANO-PROC     TO LOG-ANO.
           MOVE WRK-ORIGEM-PROC  TO LOG-ORIGEM.
           MOVE WRK-UF-PROC      TO LOG-UF.
           MOVE WRK-VERSAO-PROC  TO LOG-VERSAO.
           MOVE WRK-TOT-RECEITA  TO LOG-RECEITA.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTORCLOG-REC.
