      *****************************************************
      * PLCONTFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO PLANO DE CONTAS
      *           (ARQUIVO PLCONTAS, CHAVEADO PELO NUMERO DA CONTA
      *           DO RAZAO - O MESMO GLM-CONTA DO GLMOV E AS
      *           CONTAS DO CONTAMAP). MANTIDO PELO MANTPLC; O
      *           GLEXTR E O PROVPDD CONFEREM CADA LANCAMENTO
      *           CONTRA ELE (CONTA INEXISTENTE OU INATIVA SEGURA
      *           O ARQUIVO) E O BALANCET ATUALIZA OS SALDOS.
      *           SALDOS COM SINAL: POSITIVO = DEVEDOR, NEGATIVO =
      *           CREDOR, QUALQUER QUE SEJA A NATUREZA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  PLCONTAS-REC.
           05 PLC-CONTA         PIC 9(08).
           05 PLC-NOME          PIC X(30).
           05 PLC-NATUREZA      PIC X(01).
               88 PLC-ATIVO         VALUE 'A'.
               88 PLC-PASSIVO       VALUE 'P'.
               88 PLC-RECEITA       VALUE 'R'.
               88 PLC-DESPESA       VALUE 'D'.
           05 PLC-SITUACAO      PIC X(01).
               88 PLC-ATIVA         VALUE 'S'.
               88 PLC-INATIVA       VALUE 'N'.
      *--- SALDO APOS O ULTIMO BALANCETE DIARIO ---*
           05 PLC-SALDO         PIC S9(13)V99.
           05 PLC-DATA-ULT-MOV  PIC 9(08).
      *--- ACUMULADOS DO MES CORRENTE (PLC-ANOMES) ---*
           05 PLC-ANOMES        PIC 9(06).
           05 PLC-SALDO-INI-MES PIC S9(13)V99.
           05 PLC-DEB-MES       PIC 9(13)V99.
           05 PLC-CRD-MES       PIC 9(13)V99.
