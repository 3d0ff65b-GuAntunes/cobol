      *           PELO ACERTO DE CONTAS FRETACER.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - VARIAS TRANSPORTADORAS POR ROTA: A CHAVE
      *                 GANHOU A PRIORIDADE (1 = PRINCIPAL) E CADA
      *                 TRANSPORTADORA DA ROTA TEM A COTA-ALVO EM
      *                 PERCENTUAL DO PESO DO DIA E A CAPACIDADE
      *                 DIARIA EM QUILOS (ZEROS = SEM LIMITE).
      *                 COTA ZERO = RESERVA, SO RECEBE PEDIDO
      *                 QUANDO AS DEMAIS ESTAO SEM CAPACIDADE.
      *****************************************************
       01  TRANSP-REC.
           05 TRA-CHAVE.
               10 TRA-ORIGEM    PIC X(03).
               10 TRA-UF        PIC X(02).
               10 TRA-PRIORIDADE PIC 9(01).
           05 TRA-CODIGO    PIC X(03).
           05 TRA-NOME      PIC X(20).
           05 TRA-CUSTO-KG  PIC 9(02)V99.
           05 TRA-CUSTO-MIN PIC 9(05)V99.
           05 TRA-PCT-COTA  PIC 9(03).
           05 TRA-CAPAC-KG  PIC 9(07)V99.
