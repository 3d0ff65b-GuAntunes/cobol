      *                 01 DO AAAAMM PEDIDO: O FECHAMENTO E
      *                 RECUSADO SE O MES JA FOI REVALORIZADO,
      *                 PARA NAO COMPOR A TAXA DUAS VEZES.
      * 15/10/2026 GA - CADA POSICAO REVALORIZADA GRAVA O SALDO DE FIM
      *                 DE MES NO HISTORICO POSHIST (LAYOUT POSHSTFD),
      *                 BASE DA RENTABILIDADE X CDI DO RENTCDI.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INDICES-FILE ASSIGN TO "INDICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IDX-STATUS.
           SELECT POSHIST-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PSH-STATUS.
           SELECT REVALRPT-FILE ASSIGN TO "REVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
           05 IDX-ANOMES    PIC 9(06).
           05 IDX-VALOR     PIC 9(02)V9999.

       FD  POSHIST-FILE.
           COPY POSHSTFD.

       FD  REVALRPT-FILE.
       01  REVALRPT-REC         PIC X(80).

       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-IDX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PSH-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
           PERFORM 0150-ABRIR-ARQUIVOS.
           PERFORM 0200-VARRER-POSICOES.
           PERFORM 0600-DELTA-POR-PRODUTO.
           CLOSE POSICAO-FILE REVALRPT-FILE POSHIST-FILE.
           IF WRK-PRD-STATUS = '00'
               CLOSE PRODCAT-FILE
           END-IF.
                   '(STATUS ' WRK-PRD-STATUS ') - TUDO ROLARA '
                   'PELA TAXA DA POSICAO'
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==POSHIST==
               ==:STA:== BY ==WRK-PSH-STATUS==
               ==:DDN:== BY =='POSHIST'==.
           OPEN OUTPUT REVALRPT-FILE.
           MOVE SPACES TO REVALRPT-REC.
           STRING 'REVALORIZACAO MENSAL DO POSICAO - '
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WRK-QTD-REVAL.
           PERFORM 0330-GRAVAR-HISTORICO.
           IF WRK-ACU-USO > 0
               ADD POS-SALDO-PROJ TO WRK-ACU-DEPOIS(WRK-ACU-USO)
           END-IF.
               MOVE WRK-ACU-IDX TO WRK-ACU-USO
           END-IF.

      *****************************************************
      * GRAVA O SALDO REVALORIZADO DO MES NO HISTORICO POSHIST
      *****************************************************
       0330-GRAVAR-HISTORICO.
           MOVE SPACES TO POSHIST-REC.
           MOVE WRK-ANOMES     TO PSH-ANOMES.
           MOVE POS-DOC        TO PSH-DOC.
           MOVE POS-PRODUTO    TO PSH-PRODUTO.
           MOVE POS-SALDO-PROJ TO PSH-SALDO.
           WRITE POSHIST-REC.
           MOVE 'POSHIST' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-PSH-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0600-DELTA-POR-PRODUTO.
           MOVE SPACES TO REVALRPT-REC.
           WRITE REVALRPT-REC.
