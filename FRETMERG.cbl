      *           (FRETESRT) COM OS TOTAIS DO DIA INTEIRO.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - REGISTRO DAS PARTICOES DO FRETESAI AMPLIADO
      *                 PARA 133 POSICOES (TIPO DO PEDIDO E PEDIDO
      *                 ORIGINAL DA DEVOLUCAO NO FIM DO LAYOUT).
      * 15/10/2026 GA - REGISTROS DAS PARTICOES AMPLIADOS PARA 134
      *                 POSICOES NO FRETESAI (NIVEL DE SERVICO,
      *                 FSA-NIVEL-SERV) E 123 NO FRETEREJ
      *                 (FRJ-NIVEL-SERV, FRJ-TIPO-PED E
      *                 FRJ-NUM-ORIGINAL) - COM OS TAMANHOS ANTERIORES O
      *                 FIM DE CADA PEDIDO SE PERDIA NA JUNCAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FSAPAR1-FILE.
       01  FSAPAR1-REC          PIC X(134).
       FD  FSAPAR2-FILE.
       01  FSAPAR2-REC          PIC X(134).
       FD  FSAPAR3-FILE.
       01  FSAPAR3-REC          PIC X(134).
       FD  FSAPAR4-FILE.
       01  FSAPAR4-REC          PIC X(134).
       FD  FRJPAR1-FILE.
       01  FRJPAR1-REC          PIC X(123).
       FD  FRJPAR2-FILE.
       01  FRJPAR2-REC          PIC X(123).
       FD  FRJPAR3-FILE.
       01  FRJPAR3-REC          PIC X(123).
       FD  FRJPAR4-FILE.
       01  FRJPAR4-REC          PIC X(123).

       FD  FRETESAI-FILE.
           COPY FRETESFD.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-PARTICAO      PIC 9(01) VALUE ZEROS.
       77 WRK-LADO          PIC X(01) VALUE 'S'.
       01  WRK-REG-ENTRADA  PIC X(134) VALUE SPACES.

       77 WRK-SAI-QTD       PIC 9(07) VALUE ZEROS.
       77 WRK-SAI-VALOR     PIC 9(13)V99 VALUE ZEROS.
               ADD FSA-PESO  TO WRK-SAI-PESO
               PERFORM 0410-ACUMULAR-ORIGEM-UF
           ELSE
               MOVE WRK-REG-ENTRADA(1:123) TO FRETEREJ-REC
               WRITE FRETEREJ-REC
               MOVE 'FRETEREJ' TO WRK-IO-DDNAME
               MOVE 'WRITE' TO WRK-IO-OPERACAO
