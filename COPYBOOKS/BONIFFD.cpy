      *****************************************************
      * BONIFFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DE BONIFICACOES POR VOLUME
      *           CONCEDIDAS (ARQUIVO BONIFREG, CUMULATIVO): UM
      *           REGISTRO POR CLIENTE E TRIMESTRE, GRAVADO PELO
      *           BONIFVOL COM O CONTRATO QUE DEU AS FAIXAS, O
      *           VOLUME APURADO, A FAIXA ATINGIDA, O CREDITO
      *           CONCEDIDO, O QUANTO FOI APLICADO NOS TITULOS DO
      *           ABERTOS E O SALDO QUE FICOU A COMPENSAR. IMPEDE
      *           A SEGUNDA CONCESSAO DO MESMO TRIMESTRE E E A
      *           FONTE BON-VOL DO LANCAMENTO CONTABIL DO GLEXTR
      *           (PELA DATA DE NEGOCIO DA CONCESSAO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  BONIFREG-REC.
           05 BNR-DOC           PIC X(14).
           05 BNR-ANO           PIC 9(04).
           05 BNR-TRIMESTRE     PIC 9(01).
           05 BNR-DATA          PIC 9(08).
           05 BNR-CTR-ORIGEM    PIC X(03).
           05 BNR-CTR-UF        PIC X(02).
           05 BNR-CTR-NIVEL     PIC X(01).
           05 BNR-CTR-VIGENCIA  PIC 9(08).
           05 BNR-BASE          PIC X(01).
           05 BNR-PESO          PIC 9(09)V99.
           05 BNR-FRETE         PIC 9(11)V99.
           05 BNR-FAIXA         PIC 9(01).
           05 BNR-PCT           PIC 9(02)V99.
           05 BNR-VALOR         PIC 9(11)V99.
           05 BNR-APLICADO      PIC 9(11)V99.
           05 BNR-SALDO         PIC 9(11)V99.
           05 BNR-QTD-TITULOS   PIC 9(03).
