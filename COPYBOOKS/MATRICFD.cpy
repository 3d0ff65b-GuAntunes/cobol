      *           VEZ DE CRIAR ALUNO FANTASMA NO NOTAHIST/ALUNO.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS MAT-DOC-RESP (CPF/CNPJ DO RESPONSAVEL
      *                 FINANCEIRO, CADASTRADO NO CLIENTE), MAT-TIPO-
      *                 DESCONTO (D = DESCONTO, B = BOLSA, BRANCO =
      *                 NENHUM) E MAT-PCT-DESCONTO SOBRE O PRECO DA
      *                 TURMA, PARA A COBRANCA MENSAL DA MENSALIDADE
      *                 (MENSALID). SEM RESPONSAVEL A MATRICULA NAO E
      *                 COBRADA.
      *****************************************************
       01  MATRICUL-REC.
           05 MAT-MATRICULA   PIC 9(06).
           05 MAT-SITUACAO    PIC X(01).
               88 MAT-ATIVA        VALUE 'A'.
               88 MAT-INATIVA      VALUE 'I'.
           05 MAT-DOC-RESP    PIC X(14).
           05 MAT-TIPO-DESCONTO PIC X(01).
               88 MAT-SEM-DESCONTO VALUE SPACE.
               88 MAT-DESCONTO     VALUE 'D'.
               88 MAT-BOLSA        VALUE 'B'.
           05 MAT-PCT-DESCONTO PIC 9(03)V99.
