      *           CARREGAVA POR LISTA DE PAPEL MANUSCRITA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - CADA PEDIDO DO ROMANEIO SAI COM O NIVEL DE
      *                 SERVICO CONTRATADO (EXPRESSO, PADRAO OU
      *                 ECONOMICO; SEM NIVEL = PADRAO) NA NOVA COLUNA
      *                 SERVICO, PARA A DOCA PRIORIZAR O CARREGAMENTO DO
      *                 EXPRESSO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 SRT-PRODUTO       PIC X(20).
           05 SRT-PESO          PIC 9(05)V99.
           05 SRT-VOLUMES       PIC 9(03).
           05 SRT-NIVEL-SERV    PIC X(01).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.
           05 FILLER PIC X(22) VALUE 'CLIENTE'.
           05 FILLER PIC X(22) VALUE 'PRODUTO'.
           05 FILLER PIC X(05) VALUE 'VOLS'.
           05 FILLER PIC X(11) VALUE 'PESO KG'.
           05 FILLER PIC X(09) VALUE 'SERVICO'.
       01  WRK-ROM-UF-LINHA.
           05 FILLER            PIC X(14) VALUE 'DESTINO UF....'.
           05 WRK-UFL-UF        PIC X(02).
           05 WRK-ITM-VOLS      PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-ITM-PESO      PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-ITM-NIVEL     PIC X(09).
       01  WRK-ROM-RODAPE1.
           05 FILLER            PIC X(22) VALUE
              'TOTAL DE PEDIDOS.....'.
                           MOVE FSA-PRODUTO     TO SRT-PRODUTO
                           MOVE FSA-PESO        TO SRT-PESO
                           MOVE FSA-QTD-VOLUMES TO SRT-VOLUMES
                           MOVE FSA-NIVEL-SERV  TO SRT-NIVEL-SERV
                           RELEASE SORTROM-REC
                       WHEN OTHER
                           CONTINUE
           MOVE SRT-PRODUTO    TO WRK-ITM-PRODUTO.
           MOVE SRT-VOLUMES    TO WRK-ITM-VOLS.
           MOVE SRT-PESO       TO WRK-ITM-PESO.
           EVALUATE SRT-NIVEL-SERV
               WHEN 'E'
                   MOVE 'EXPRESSO'  TO WRK-ITM-NIVEL
               WHEN 'C'
                   MOVE 'ECONOMICO' TO WRK-ITM-NIVEL
               WHEN OTHER
                   MOVE 'PADRAO'    TO WRK-ITM-NIVEL
           END-EVALUATE.
           MOVE WRK-ROM-ITEM TO ROMARPT-REC.
           WRITE ROMARPT-REC.

