      *                 CARIMBAM O SEMESTRE INFORMADO NO SYSIN, E
      *                 A CONSOLIDACAO ANUAL (CONSANO) COMBINA AS
      *                 MEDIAS SEMESTRAIS NO RESULTADO FINAL.
      * 15/10/2026 GA - INCLUIDO NHI-ORIGEM NO FIM DO REGISTRO: 'R'
      *                 MARCA O LANCAMENTO CORRETIVO DE UMA REVISAO DE
      *                 NOTA APROVADA (LOTE REVPROC), QUE ENTRA AO LADO
      *                 DO LANCAMENTO ORIGINAL SEM SOBRESCREVE-LO;
      *                 BRANCO NOS DEMAIS LANCAMENTOS E NOS ANTIGOS.
      *****************************************************
       01  NOTAHIST-REC.
           05 NHI-MATRICULA PIC 9(06).
           05 NHI-RESULTADO PIC X(20).
           05 NHI-DISCIPLINA PIC X(03).
           05 NHI-SEMESTRE  PIC 9(01).
           05 NHI-ORIGEM    PIC X(01).
               88 NHI-REVISAO      VALUE 'R'.
