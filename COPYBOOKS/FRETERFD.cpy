      *                 PEDIDO DADO NA PRECIFICACAO).
      * 22/08/2026 GA - FRJ-VALOR AMPLIADO PARA 9(09)V99, JUNTO COM
      *                 A AMPLIACAO GERAL DOS CAMPOS DE VALOR.
      * 15/10/2026 GA - INCLUIDO FRJ-NIVEL-SERV, PARA O REJEITO
      *                 RESSUBMETIDO VOLTAR AO LOTE NO MESMO NIVEL DE
      *                 SERVICO.
      * 15/10/2026 GA - INCLUIDOS FRJ-TIPO-PED E FRJ-NUM-ORIGINAL (COMO
      *                 NA FRETESFD), PARA A DEVOLUCAO REJEITADA VOLTAR
      *                 PELO FRETRESUB COMO DEVOLUCAO, E NAO COMO VENDA.
      *                 REGISTRO PASSA A 123 POSICOES.
      *****************************************************
       01  FRETEREJ-REC.
           05 FRJ-PRODUTO   PIC X(20).
           05 FRJ-ORIGEM    PIC X(03).
           05 FRJ-MOTIVO    PIC X(40).
           05 FRJ-NUM-PEDIDO PIC 9(08).
           05 FRJ-NIVEL-SERV PIC X(01).
           05 FRJ-TIPO-PED  PIC X(01).
               88 FRJ-DEVOLUCAO     VALUE 'D'.
           05 FRJ-NUM-ORIGINAL PIC 9(08).
