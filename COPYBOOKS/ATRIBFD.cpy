      *****************************************************
      * ATRIBFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DAS ATRIBUICOES DE AULA
      *           (ARQUIVO ATRIBUI, CHAVEADO POR TURMA (MAT-TURMA)
      *           + DISCIPLINA + SEMESTRE): O PROFESSOR QUE DA A
      *           DISCIPLINA NAQUELA TURMA NO SEMESTRE. MANTIDO
      *           PELO MANTATR; O LOTE DA TURMA (PROGCOB13)
      *           REJEITA NOTA DE TURMA/DISCIPLINA SEM ATRIBUICAO
      *           E O PROFREL APURA OS RESULTADOS POR PROFESSOR.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  ATRIBUI-REC.
           05 ATR-CHAVE.
               10 ATR-TURMA      PIC X(05).
               10 ATR-DISCIPLINA PIC X(03).
               10 ATR-SEMESTRE   PIC 9(01).
           05 ATR-PROFESSOR   PIC 9(05).
