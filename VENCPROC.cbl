      *           RENDENDO NA TAXA DO PRODUTO PARA SEMPRE.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - RESGATE NO VENCIMENTO GRAVA MVJ-PENALIDADE
      *                 ZERADA NO JORNAL (A PENALIDADE SO EXISTE NO
      *                 RESGATE ANTECIPADO DO MOVINV).
      * 15/10/2026 GA - IR DO RESGATE NO VENCIMENTO SO SOBRE O
      *                 RENDIMENTO ACIMA DA BASE JA TRIBUTADA PELO COME-
      *                 COTAS (POS-BASE-IR, QUANDO PREENCHIDA); A
      *                 ROLAGEM ZERA A BASE, POIS O SALDO VIRA O NOVO
      *                 VALOR APLICADO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IMPOSTO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENC-FLAG     PIC X(01) VALUE 'N'.
       77 WRK-BASE-IR       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-APL-GRUPO.
           05 WRK-APL-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-APL-R REDEFINES WRK-APL-GRUPO.
           ADD 1 TO WRK-QTD-ROLADAS.
           MOVE POS-SALDO-PROJ TO POS-VALOR-APL.
           MOVE WRK-DATA-NEGOCIO TO POS-DATA-APL.
           MOVE ZEROS TO POS-BASE-IR.
           REWRITE POSICAO-REC
               INVALID KEY
                   CONTINUE
      *****************************************************
      * RESGATE DE VENCIMENTO: IR REGRESSIVO SOBRE O
      * RENDIMENTO (SALDO - APLICADO, MINIMO ZERO) PELOS DIAS
      * CORRIDOS DA APLICACAO AO VENCIMENTO. NO FUNDO QUE JA
      * PASSOU POR COME-COTAS, SO O RENDIMENTO ACIMA DA BASE
      * JA TRIBUTADA (POS-BASE-IR)
      *****************************************************
       0500-RESGATAR-POSICAO.
           ADD 1 TO WRK-QTD-RESGATES.
               WHEN OTHER
                   MOVE 15,0 TO WRK-ALIQ-IR
           END-EVALUATE.
           MOVE POS-VALOR-APL TO WRK-BASE-IR.
           IF POS-BASE-IR > 0
               MOVE POS-BASE-IR TO WRK-BASE-IR
           END-IF.
           COMPUTE WRK-RENDIMENTO =
               POS-SALDO-PROJ - WRK-BASE-IR.
           IF WRK-RENDIMENTO < 0
               MOVE ZEROS TO WRK-RENDIMENTO
           END-IF.
           MOVE 'R'              TO MVJ-TIPO.
           MOVE POS-SALDO-PROJ   TO MVJ-VALOR.
           MOVE WRK-IMPOSTO      TO MVJ-IMPOSTO.
           MOVE ZEROS            TO MVJ-PENALIDADE.
           WRITE MOVJORN-REC.
           MOVE 'MOVJORN' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
