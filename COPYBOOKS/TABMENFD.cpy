      *****************************************************
      * TABMENFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE PRECO DA
      *           MENSALIDADE (ARQUIVO TABMENS, CHAVEADO PELA
      *           TURMA/SECAO DO MATRICUL): VALOR CHEIO DA
      *           MENSALIDADE DA TURMA, ANTES DO DESCONTO OU
      *           BOLSA DO ALUNO, E SITUACAO. MANTIDO PELO
      *           MANTMEN E LIDO PELA RODADA MENSAL DE COBRANCA
      *           (MENSALID). TURMA SEM PRECO ATIVO NAO E COBRADA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  TABMENS-REC.
           05 TMS-TURMA       PIC X(05).
           05 TMS-VALOR       PIC 9(07)V99.
           05 TMS-SITUACAO    PIC X(01).
               88 TMS-ATIVA        VALUE 'A'.
               88 TMS-INATIVA      VALUE 'I'.
