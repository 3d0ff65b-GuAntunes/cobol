      *****************************************************
      * SINISFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE SINISTROS DE
      *           TRANSPORTE (ARQUIVO SINISTRO, INDEXADO PELO
      *           NUMERO UNICO DO PEDIDO - UM SINISTRO POR
      *           PEDIDO). REGISTRA QUEM ABRIU, O TIPO (AVARIA,
      *           EXTRAVIO OU ROUBO), O VALOR DECLARADO CONTRA O
      *           VALOR DA MERCADORIA DO PEDIDO, A TRANSPORTADORA
      *           RESPONSAVEL E O CICLO DE VIDA: ABERTO, EM
      *           ANALISE, ACEITO PELA TRANSPORTADORA, CLIENTE
      *           INDENIZADO E ENCERRADO. MANTIDO PELO MANTSIN;
      *           LIDO PELO PEDHLOAD (SITUACAO NO PEDHIST), PELO
      *           FRETACER (DESCONTO NO ACERTO DE CONTAS) E PELO
      *           GLEXTR (INDENIZACOES NO RAZAO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  SINISTRO-REC.
           05 SIN-NUM-PEDIDO    PIC 9(08).
           05 SIN-SITUACAO      PIC X(01).
               88 SIN-ABERTO        VALUE 'A'.
               88 SIN-EM-ANALISE    VALUE 'N'.
               88 SIN-ACEITO        VALUE 'T'.
               88 SIN-INDENIZADO    VALUE 'I'.
               88 SIN-ENCERRADO     VALUE 'E'.
           05 SIN-TIPO          PIC X(01).
               88 SIN-AVARIA        VALUE 'A'.
               88 SIN-EXTRAVIO      VALUE 'E'.
               88 SIN-ROUBO         VALUE 'R'.
               88 SIN-TIPO-VALIDO   VALUE 'A' 'E' 'R'.
           05 SIN-DOC           PIC X(14).
           05 SIN-TRANSP        PIC X(03).
           05 SIN-VALOR-PEDIDO  PIC 9(09)V99.
           05 SIN-VALOR-DECL    PIC 9(09)V99.
           05 SIN-VALOR-ACEITO  PIC 9(09)V99.
           05 SIN-VALOR-INDENIZ PIC 9(09)V99.
           05 SIN-OPERADOR      PIC X(08).
           05 SIN-DATA-ABERT    PIC 9(08).
           05 SIN-DATA-ANALISE  PIC 9(08).
           05 SIN-DATA-ACEITE   PIC 9(08).
           05 SIN-DATA-INDENIZ  PIC 9(08).
           05 SIN-DATA-ENCERR   PIC 9(08).
      *--- DATA DO ACERTO FRETACER QUE DESCONTOU O VALOR ACEITO
      *--- (ZEROS = AINDA NAO DESCONTADO DA TRANSPORTADORA)
           05 SIN-DATA-DEDUCAO  PIC 9(08).
           05 SIN-DESCRICAO     PIC X(30).
