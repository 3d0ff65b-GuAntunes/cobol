      *                 EM QUE A PROVA NORMALMENTE ACONTECE), PARA
      *                 A CONSOLIDACAO ANUAL (CONSANO) NAO MISTURAR
      *                 OS DOIS SEMESTRES DA MESMA DISCIPLINA.
      * 15/10/2026 GA - O LANCAMENTO DO NOTAHIST SAI COM NHI-ORIGEM EM
      *                 BRANCO (LANCAMENTO NORMAL), PARA DISTINGUI-LO DO
      *                 CORRETIVO DA REVISAO DE NOTA (REVPROC).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WRK-RESULT-FINAL TO NHI-RESULTADO.
           MOVE RCP-DISCIPLINA   TO NHI-DISCIPLINA.
           MOVE WRK-SEMESTRE     TO NHI-SEMESTRE.
           MOVE SPACE            TO NHI-ORIGEM.
           WRITE NOTAHIST-REC.
           MOVE 'NOTAHIST' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
