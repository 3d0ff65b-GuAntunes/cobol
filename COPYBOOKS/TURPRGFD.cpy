      *****************************************************
      * TURPRGFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE PROGRESSAO DE
      *           TURMAS (ARQUIVO TURMAPRG, CHAVEADO PELA TURMA/
      *           SECAO DO MATRICUL): PARA CADA TURMA, A TURMA DO
      *           ANO SEGUINTE PARA O ALUNO APROVADO. PROXIMA
      *           TURMA EM BRANCO E O ULTIMO NIVEL - O APROVADO SE
      *           FORMA E A MATRICULA E DESATIVADA. MANTIDO PELO
      *           MANTTPG E LIDO PELA PROMOCAO DE FIM DE ANO
      *           (PROMOANO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  TURMAPRG-REC.
           05 TPG-TURMA       PIC X(05).
           05 TPG-PROXIMA     PIC X(05).
               88 TPG-ULTIMO-NIVEL VALUE SPACES.
