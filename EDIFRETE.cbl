      *           IA POR FAX.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - O REGISTRO 313 PASSOU A LEVAR NA POSICAO 78 O
      *                 NIVEL DE SERVICO CONTRATADO DO EMBARQUE
      *                 (E=EXPRESSO P=PADRAO C=ECONOMICO; PEDIDO ANTIGO
      *                 SEM NIVEL SAI COMO P), PARA A TRANSPORTADORA
      *                 PROGRAMAR A COLETA NO PRAZO DO NIVEL.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 EDD-PESO          PIC 9(05)V99.
           05 EDD-VALOR         PIC 9(09)V99.
           05 EDD-FRETE         PIC 9(07)V99.
           05 EDD-NIVEL-SERV    PIC X(01).
           05 FILLER            PIC X(02).
       01  EDINOTA-TRL-REC.
           05 EDT-TIPO          PIC X(03).
           05 EDT-QTD           PIC 9(07).
           MOVE FSA-PESO        TO EDD-PESO.
           MOVE FSA-VALOR       TO EDD-VALOR.
           MOVE FSA-FRETE       TO EDD-FRETE.
           IF FSA-NIVEL-SERV = SPACES
               MOVE 'P' TO EDD-NIVEL-SERV
           ELSE
               MOVE FSA-NIVEL-SERV TO EDD-NIVEL-SERV
           END-IF.
           WRITE EDINOTA-DET-REC.

      *****************************************************
