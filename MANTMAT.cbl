      *           MANTMATLOG, NO MOLDE DO MANTUF/MANTUFLOG.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUSAO E ALTERACAO PASSARAM A PEDIR O
      *                 RESPONSAVEL FINANCEIRO (CPF/CNPJ DO CLIENTE) E O
      *                 DESCONTO OU BOLSA EM PERCENTUAL (MAT-DOC-RESP,
      *                 MAT-TIPO-DESCONTO, MAT-PCT-DESCONTO), USADOS
      *                 PELA COBRANCA MENSAL DA MENSALIDADE (MENSALID);
      *                 A CONSULTA OS MOSTRA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-NOME-PROC    PIC X(20) VALUE SPACES.
       77 WRK-TURMA-PROC   PIC X(05) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
      *--- DADOS DA COBRANCA DA MENSALIDADE ---*
       77 WRK-RESP-PROC    PIC X(14) VALUE SPACES.
       77 WRK-TIPO-PROC    PIC X(01) VALUE SPACES.
       77 WRK-PCT-PROC     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-EDIT     PIC ZZ9,99.
       77 WRK-COBR-OK      PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-NOME-PROC FROM CONSOLE.
           DISPLAY 'TURMA/SECAO (5 POSICOES) ?'.
           ACCEPT WRK-TURMA-PROC FROM CONSOLE.
           PERFORM 0250-LER-COBRANCA THRU 0250-LER-COBRANCA-FIM.
           IF WRK-COBR-OK = 'S'
               MOVE WRK-MATR-PROC  TO MAT-MATRICULA
               MOVE WRK-NOME-PROC  TO MAT-NOME
               MOVE WRK-TURMA-PROC TO MAT-TURMA
               MOVE 'A'            TO MAT-SITUACAO
               MOVE WRK-RESP-PROC  TO MAT-DOC-RESP
               MOVE WRK-TIPO-PROC  TO MAT-TIPO-DESCONTO
               MOVE WRK-PCT-PROC   TO MAT-PCT-DESCONTO
               WRITE MATRICUL-REC
                   INVALID KEY
                       MOVE 'MATRICULA JA EXISTE' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'MATRICULA INCLUIDA' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

               ACCEPT WRK-NOME-PROC FROM CONSOLE
               DISPLAY 'NOVA TURMA/SECAO ?'
               ACCEPT WRK-TURMA-PROC FROM CONSOLE
               DISPLAY 'RESPONSAVEL ATUAL: ' MAT-DOC-RESP
                   '  DESCONTO/BOLSA: ' MAT-TIPO-DESCONTO
               PERFORM 0250-LER-COBRANCA THRU 0250-LER-COBRANCA-FIM
               IF WRK-COBR-OK = 'S'
                   MOVE WRK-NOME-PROC  TO MAT-NOME
                   MOVE WRK-TURMA-PROC TO MAT-TURMA
                   MOVE WRK-RESP-PROC  TO MAT-DOC-RESP
                   MOVE WRK-TIPO-PROC  TO MAT-TIPO-DESCONTO
                   MOVE WRK-PCT-PROC   TO MAT-PCT-DESCONTO
                   REWRITE MATRICUL-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'MATRICULA ALTERADA'
                               TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * DADOS DA COBRANCA DA MENSALIDADE: RESPONSAVEL
      * FINANCEIRO (CPF/CNPJ DO CLIENTE; EM BRANCO A MATRICULA
      * NAO E COBRADA) E DESCONTO OU BOLSA EM PERCENTUAL
      * SOBRE O PRECO DA TURMA
      *****************************************************
       0250-LER-COBRANCA.
           MOVE 'N' TO WRK-COBR-OK.
           MOVE ZEROS TO WRK-PCT-PROC.
           DISPLAY 'CPF/CNPJ DO RESPONSAVEL FINANCEIRO '
               '(EM BRANCO = SEM COBRANCA) ?'.
           ACCEPT WRK-RESP-PROC FROM CONSOLE.
           DISPLAY 'DESCONTO/BOLSA (D=DESCONTO B=BOLSA '
               'BRANCO=NENHUM) ?'.
           ACCEPT WRK-TIPO-PROC FROM CONSOLE.
           IF WRK-TIPO-PROC NOT = SPACE
               AND WRK-TIPO-PROC NOT = 'D'
               AND WRK-TIPO-PROC NOT = 'B'
               MOVE 'DESCONTO INVALIDO' TO WRK-RESULTADO
               GO TO 0250-LER-COBRANCA-FIM
           END-IF.
           IF WRK-TIPO-PROC NOT = SPACE
               DISPLAY 'PERCENTUAL (999V99, ATE 100) ?'
               ACCEPT WRK-PCT-PROC FROM CONSOLE
               IF WRK-PCT-PROC = 0 OR WRK-PCT-PROC > 100
                   MOVE 'PERCENTUAL INVALIDO' TO WRK-RESULTADO
                   GO TO 0250-LER-COBRANCA-FIM
               END-IF
           END-IF.
           MOVE 'S' TO WRK-COBR-OK.

       0250-LER-COBRANCA-FIM.
           EXIT.

      *****************************************************
      * DESATIVA (TRANSFERENCIA/EVASAO) OU REATIVA UMA
      * MATRICULA - O REGISTRO E O HISTORICO FICAM
                   DISPLAY 'NOME..... ' MAT-NOME
                   DISPLAY 'TURMA.... ' MAT-TURMA
                   DISPLAY 'SITUACAO. ' MAT-SITUACAO
                   DISPLAY 'RESPONS.. ' MAT-DOC-RESP
                   MOVE MAT-PCT-DESCONTO TO WRK-PCT-EDIT
                   DISPLAY 'DESCONTO. ' MAT-TIPO-DESCONTO ' '
                       WRK-PCT-EDIT '%'
           END-READ.

      *****************************************************
