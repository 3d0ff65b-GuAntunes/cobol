      *****************************************************
      * PROFFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE PROFESSORES
      *           (ARQUIVO PROFESSR, CHAVEADO PELO CODIGO DE CINCO
      *           DIGITOS): NOME E SITUACAO. MANTIDO PELO MANTPRF;
      *           AS ATRIBUICOES DE TURMA/DISCIPLINA (ATRIBFD)
      *           SO ACEITAM PROFESSOR ATIVO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  PROFESSR-REC.
           05 PRF-CODIGO      PIC 9(05).
           05 PRF-NOME        PIC X(30).
           05 PRF-SITUACAO    PIC X(01).
               88 PRF-ATIVO        VALUE 'A'.
               88 PRF-INATIVO      VALUE 'I'.
