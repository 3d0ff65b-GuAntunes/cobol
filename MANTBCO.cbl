      *           LOG MANTBCOLOG, NO MOLDE DO MANTUF/MANTUFLOG.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - TRANSACAO T - TABELA DE TARIFAS CONTRATADAS DO
      *                 BANCO (TIPO, BASE, PRECO UNITARIO E PADRAO DO
      *                 DEBITO NO EXTRATO), USADA NA CONFERENCIA MENSAL
      *                 DE TARIFAS DO TARBANC. A CONSULTA LISTA A
      *                 TABELA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 OPCAO-ALTERAR      VALUE 'A'.
           88 OPCAO-EXCLUIR      VALUE 'E'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-TARIFAS      VALUE 'T'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-LAYOUT-PROC  PIC X(01) VALUE '1'.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

      *--- TABELA DE TARIFAS DO BANCO (TRANSACAO T) ---*
       77 WRK-TAR-TIPO-PROC   PIC X(04) VALUE SPACES.
       77 WRK-TAR-BASE-PROC   PIC X(01) VALUE SPACES.
           88 WRK-TAR-BASE-VALIDA VALUE 'B' 'L' 'M'.
       77 WRK-TAR-PRECO-PROC  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TAR-PADRAO-PROC PIC X(10) VALUE SPACES.
       77 WRK-TAR-TAM-PROC    PIC 9(02) VALUE ZEROS.
       77 WRK-TAR-IDX         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TAR-POS         PIC 9(02) COMP VALUE ZEROS.
       01  WRK-LIN-TARIFA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-TIPO      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-BASE      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PRECO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PADRAO    PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
      *****************************************************
       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (I=INCLUIR A=ALTERAR E=EXCLUIR '
               'C=CONSULTAR T=TARIFAS F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0400-EXCLUIR-BANCO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-BANCO
               WHEN OPCAO-TARIFAS
                   PERFORM 0600-MANTER-TARIFAS
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
           MOVE WRK-NOME-PROC   TO BNC-NOME.
           MOVE WRK-CONTA-PROC  TO BNC-CONTA.
           MOVE WRK-LAYOUT-PROC TO BNC-LAYOUT.
           MOVE ZEROS TO BNC-QTD-TARIFAS.
           INITIALIZE BNC-TARIFAS.
           WRITE BANCOMST-REC
               INVALID KEY
                   MOVE 'BANCO JA CADASTRADO' TO WRK-RESULTADO
               MOVE WRK-NOME-PROC   TO BNC-NOME
               MOVE WRK-CONTA-PROC  TO BNC-CONTA
               MOVE WRK-LAYOUT-PROC TO BNC-LAYOUT
               PERFORM 0605-NORMALIZAR-TARIFAS
               REWRITE BANCOMST-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   DISPLAY 'NOME..... ' BNC-NOME
                   DISPLAY 'CONTA.... ' BNC-CONTA
                   DISPLAY 'LAYOUT... ' BNC-LAYOUT
                   PERFORM 0605-NORMALIZAR-TARIFAS
                   PERFORM 0610-LISTAR-TARIFAS
           END-READ.

      *****************************************************
               WHEN OPCAO-INCLUIR MOVE 'INCLUIR' TO LOG-TRANS
               WHEN OPCAO-ALTERAR MOVE 'ALTERAR' TO LOG-TRANS
               WHEN OPCAO-EXCLUIR MOVE 'EXCLUIR' TO LOG-TRANS
               WHEN OPCAO-TARIFAS MOVE 'TARIFA'  TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-CODIGO-PROC TO LOG-CODIGO.
           MOVE WRK-CONTA-PROC  TO LOG-CONTA.
           MOVE WRK-LAYOUT-PROC TO LOG-LAYOUT.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTBCOLOG-REC.

      *****************************************************
      * TABELA DE TARIFAS CONTRATADAS DE UM BANCO - UMA
      * TARIFA POR TRANSACAO: TIPO NOVO INCLUI, TIPO JA
      * CADASTRADO ALTERA, PRECO ZERO EXCLUI. O PADRAO E O
      * INICIO DO DOCUMENTO COM QUE O BANCO LANCA O DEBITO DA
      * TARIFA NO EXTRATO (CONFERIDO PELO TARBANC)
      *****************************************************
       0600-MANTER-TARIFAS.
           DISPLAY 'CODIGO DO BANCO (3 POSICOES) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           MOVE WRK-CODIGO-PROC TO BNC-CODIGO.
           MOVE SPACES TO WRK-LAYOUT-PROC.
           MOVE ZEROS TO WRK-CONTA-PROC.
           READ BANCOMST-FILE
               INVALID KEY
                   MOVE 'BANCO NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-BNC-STATUS = '00'
               MOVE BNC-CONTA  TO WRK-CONTA-PROC
               MOVE BNC-LAYOUT TO WRK-LAYOUT-PROC
               PERFORM 0605-NORMALIZAR-TARIFAS
               PERFORM 0610-LISTAR-TARIFAS
               PERFORM 0620-ATUALIZAR-TARIFA
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * BANCO GRAVADO ANTES DA TABELA DE TARIFAS VEM COM A
      * AREA EM BRANCO: FICA SEM TARIFA NENHUMA
      *****************************************************
       0605-NORMALIZAR-TARIFAS.
           IF BNC-QTD-TARIFAS NOT NUMERIC
               OR BNC-QTD-TARIFAS > 8
               MOVE ZEROS TO BNC-QTD-TARIFAS
               INITIALIZE BNC-TARIFAS
           END-IF.

       0610-LISTAR-TARIFAS.
           DISPLAY 'TARIFAS.. ' BNC-QTD-TARIFAS
               ' (TIPO BASE PRECO PADRAO)'.
           PERFORM 0615-LISTAR-UMA-TARIFA
               VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX > BNC-QTD-TARIFAS.

       0615-LISTAR-UMA-TARIFA.
           MOVE BNC-TAR-TIPO(WRK-TAR-IDX)   TO WRK-LF-TIPO.
           MOVE BNC-TAR-BASE(WRK-TAR-IDX)   TO WRK-LF-BASE.
           MOVE BNC-TAR-PRECO(WRK-TAR-IDX)  TO WRK-LF-PRECO.
           MOVE BNC-TAR-PADRAO(WRK-TAR-IDX) TO WRK-LF-PADRAO.
           DISPLAY WRK-LIN-TARIFA.

       0620-ATUALIZAR-TARIFA.
           DISPLAY 'TIPO DA TARIFA (4 POSICOES) ?'.
           ACCEPT WRK-TAR-TIPO-PROC FROM CONSOLE.
           MOVE ZEROS TO WRK-TAR-POS.
           PERFORM 0625-PROCURAR-TARIFA
               VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX > BNC-QTD-TARIFAS.
           DISPLAY 'PRECO UNITARIO CONTRATADO (ZEROS = EXCLUIR) ?'.
           ACCEPT WRK-TAR-PRECO-PROC FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-TAR-TIPO-PROC = SPACES
                   MOVE 'TIPO EM BRANCO' TO WRK-RESULTADO
               WHEN WRK-TAR-PRECO-PROC = 0
                   PERFORM 0640-EXCLUIR-TARIFA
               WHEN WRK-TAR-POS = 0 AND BNC-QTD-TARIFAS >= 8
                   MOVE 'TABELA CHEIA (8)' TO WRK-RESULTADO
               WHEN OTHER
                   PERFORM 0630-GRAVAR-TARIFA
           END-EVALUATE.

       0625-PROCURAR-TARIFA.
           IF BNC-TAR-TIPO(WRK-TAR-IDX) = WRK-TAR-TIPO-PROC
               MOVE WRK-TAR-IDX TO WRK-TAR-POS
           END-IF.

      *****************************************************
      * INCLUI OU ALTERA A TARIFA. O TAMANHO DO PADRAO E
      * MEDIDO AQUI (ATE O ULTIMO CARACTER NAO BRANCO), PARA A
      * CONFERENCIA COMPARAR SO O INICIO DO DOCUMENTO
      *****************************************************
       0630-GRAVAR-TARIFA.
           DISPLAY 'BASE (B=POR BOLETO L=POR LIQUIDACAO M=MENSAL) ?'.
           ACCEPT WRK-TAR-BASE-PROC FROM CONSOLE.
           DISPLAY 'PADRAO DO DOCUMENTO NO EXTRATO (ATE 10) ?'.
           ACCEPT WRK-TAR-PADRAO-PROC FROM CONSOLE.
           IF NOT WRK-TAR-BASE-VALIDA
               MOVE 'BASE INVALIDA' TO WRK-RESULTADO
           ELSE
               IF WRK-TAR-PADRAO-PROC = SPACES
                   MOVE 'PADRAO EM BRANCO' TO WRK-RESULTADO
               ELSE
                   PERFORM 0635-MEDIR-PADRAO
                       VARYING WRK-TAR-TAM-PROC FROM 10 BY -1
                       UNTIL WRK-TAR-PADRAO-PROC(WRK-TAR-TAM-PROC:1)
                           NOT = SPACE
                   MOVE SPACES TO WRK-RESULTADO
                   IF WRK-TAR-POS = 0
                       ADD 1 TO BNC-QTD-TARIFAS
                       MOVE BNC-QTD-TARIFAS TO WRK-TAR-POS
                       STRING 'TARIFA ' WRK-TAR-TIPO-PROC ' INCLUIDA'
                           DELIMITED BY SIZE INTO WRK-RESULTADO
                   ELSE
                       STRING 'TARIFA ' WRK-TAR-TIPO-PROC ' ALTERADA'
                           DELIMITED BY SIZE INTO WRK-RESULTADO
                   END-IF
                   MOVE WRK-TAR-TIPO-PROC   TO BNC-TAR-TIPO(WRK-TAR-POS)
                   MOVE WRK-TAR-BASE-PROC   TO BNC-TAR-BASE(WRK-TAR-POS)
                   MOVE WRK-TAR-PRECO-PROC  TO
                       BNC-TAR-PRECO(WRK-TAR-POS)
                   MOVE WRK-TAR-PADRAO-PROC TO
                       BNC-TAR-PADRAO(WRK-TAR-POS)
                   MOVE WRK-TAR-TAM-PROC    TO BNC-TAR-TAM(WRK-TAR-POS)
                   PERFORM 0650-REGRAVAR-BANCO
               END-IF
           END-IF.

       0635-MEDIR-PADRAO.
           CONTINUE.

      *****************************************************
      * EXCLUI A TARIFA, PUXANDO AS SEGUINTES UMA POSICAO
      *****************************************************
       0640-EXCLUIR-TARIFA.
           IF WRK-TAR-POS = 0
               MOVE 'TARIFA NAO CADASTRADA' TO WRK-RESULTADO
           ELSE
               PERFORM 0645-PUXAR-TARIFA
                   VARYING WRK-TAR-IDX FROM WRK-TAR-POS BY 1
                   UNTIL WRK-TAR-IDX >= BNC-QTD-TARIFAS
               INITIALIZE BNC-TARIFA(BNC-QTD-TARIFAS)
               SUBTRACT 1 FROM BNC-QTD-TARIFAS
               MOVE SPACES TO WRK-RESULTADO
               STRING 'TARIFA ' WRK-TAR-TIPO-PROC ' EXCLUIDA'
                   DELIMITED BY SIZE INTO WRK-RESULTADO
               PERFORM 0650-REGRAVAR-BANCO
           END-IF.

       0645-PUXAR-TARIFA.
           MOVE BNC-TARIFA(WRK-TAR-IDX + 1) TO BNC-TARIFA(WRK-TAR-IDX).

       0650-REGRAVAR-BANCO.
           REWRITE BANCOMST-REC
               INVALID KEY
                   MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
           END-REWRITE.
