      *****************************************************
      * GLMOVFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT FIXO DE IMPORTACAO DO RAZAO CONTABIL -
      *           UMA LINHA POR LANCAMENTO DE DEBITO OU CREDITO,
      *           COM A FONTE DO CONTAMAP. GRAVADO PELA EXTRACAO
      *           DIARIA GLEXTR (ARQUIVO GLMOV) E PELO FECHAMENTO
      *           MENSAL DA PDD PROVPDD (ARQUIVO PDDMOV).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  GLMOV-REC.
           05 GLM-DATA      PIC 9(08).
           05 GLM-FONTE     PIC X(08).
           05 GLM-CONTA     PIC 9(08).
           05 GLM-DC        PIC X(01).
           05 GLM-VALOR     PIC 9(13)V99.
           05 GLM-HISTORICO PIC X(30).
