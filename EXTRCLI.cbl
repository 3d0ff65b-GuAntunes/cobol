       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCLI.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: EXTRATO MENSAL DE CONTA DO CLIENTE, PARA A
      *           POSTAGEM DO FECHAMENTO. O CLIENTE LIGAVA PARA
      *           SABER QUANTO DEVIA E O OPERADOR LIA O CLI360 NA
      *           TELA - NADA ERA MANDADO SEM PEDIDO. NO MES DE
      *           REFERENCIA DO SYSIN (ZEROS = MES ANTERIOR), UM
      *           EXTRATO POR CLI-DOC, ENDERECADO PELO MASTER
      *           CLIENTE, COM:
      *             - SALDO ANTERIOR;
      *             - FATURAS EMITIDAS NO MES (FATREG) E
      *               PAGAMENTOS APLICADOS NO MES (CRJORNAL);
      *             - SALDO ATUAL E A POSICAO POR VENCIMENTO DO
      *               QUE SEGUE EM ABERTO NO FECHAMENTO;
      *             - CREDITOS CONCEDIDOS NO MES: CANCELAMENTOS
      *               POS-FATURA (CANCELAM) E CREDITOS DE
      *               REPRECIFICACAO E DE DEVOLUCAO (AJUSTES).
      *               O CAIXAAPL NAO ABATE CREDITO DO MASTER
      *               ABERTOS; O EXTRATO OS MOSTRA A PARTE, COMO
      *               CREDITO A ABATER, COM O SALDO LIQUIDO.
      *           O SALDO ATUAL SAI DO MASTER ABERTOS (TITULOS EM
      *           ABERTO, INCLUSIVE OS BAIXADOS COMO PERDA),
      *           DESCONTADOS O FATURADO E SOMADO O RECEBIDO DEPOIS
      *           DO FIM DO MES - O EXTRATO PODE RODAR NOS
      *           PRIMEIROS DIAS DO MES SEGUINTE. O SALDO ANTERIOR E
      *           O ATUAL MENOS AS FATURAS MAIS OS PAGAMENTOS DO
      *           MES. CLIENTE SEM MOVIMENTO NO MES E COM SALDO
      *           ZERO NAO RECEBE EXTRATO. O RELATORIO DE CONTROLE
      *           EXTRCTL PROVA QUE A SOMA DOS EXTRATOS BATE COM O
      *           SALDO DO ABERTOS (RC 8 SE NAO BATER).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REG-STATUS.
           SELECT CRJORNAL-FILE ASSIGN TO "CRJORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRJ-STATUS.
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT SORTEXT-FILE ASSIGN TO "SORTEXT".
           SELECT EXTRATOS-FILE ASSIGN TO "EXTRATOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRCTL-FILE ASSIGN TO "EXTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  CRJORNAL-FILE.
           COPY CRJRNFD.

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  AJUSTES-FILE.
           COPY AJUSTEFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

      *****************************************************
      * UM REGISTRO POR TITULO EM ABERTO (A), FATURA (F),
      * PAGAMENTO (P) OU CREDITO (C) DO CLIENTE
      *****************************************************
       SD  SORTEXT-FILE.
       01  SORTEXT-REC.
           05 SRX-DOC           PIC X(14).
           05 SRX-DATA          PIC 9(08).
           05 SRX-TIPO          PIC X(01).
               88 SRX-ABERTO        VALUE 'A'.
               88 SRX-FATURA        VALUE 'F'.
               88 SRX-PAGAMENTO     VALUE 'P'.
               88 SRX-CREDITO       VALUE 'C'.
           05 SRX-NUMERO        PIC 9(08).
           05 SRX-PARCELA       PIC 9(02).
           05 SRX-VENC          PIC 9(08).
           05 SRX-VALOR         PIC 9(11)V99.
           05 SRX-POSTERIOR     PIC X(01).
               88 SRX-APOS-MES      VALUE 'S'.
           05 SRX-ORIGEM        PIC X(01).

       FD  EXTRATOS-FILE.
       01  EXTRATOS-REC         PIC X(80).

       FD  EXTRCTL-FILE.
       01  EXTRCTL-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AJU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) ---*
       01  WRK-ANOMES-GRUPO.
           05 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES-GRUPO.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
       77 WRK-INI-MES       PIC 9(08) VALUE ZEROS.
       01  WRK-FIM-MES-GRUPO.
           05 WRK-FIM-MES       PIC 9(08) VALUE ZEROS.
       01  WRK-FIM-MES-R REDEFINES WRK-FIM-MES-GRUPO.
           05 WRK-FMS-ANO       PIC 9(04).
           05 WRK-FMS-MES       PIC 9(02).
           05 WRK-FMS-DIA       PIC 9(02).
       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO    PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO       PIC 9(04).
           05 WRK-VEN-MES       PIC 9(02).
           05 WRK-VEN-DIA       PIC 9(02).
       01  WRK-DATA-ED-GRUPO.
           05 WRK-DATA-ED-IN    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ED-R REDEFINES WRK-DATA-ED-GRUPO.
           05 WRK-DED-ANO       PIC 9(04).
           05 WRK-DED-MES       PIC 9(02).
           05 WRK-DED-DIA       PIC 9(02).
       01  WRK-DATA-ED.
           05 WRK-DE-DIA        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-DE-MES        PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-DE-ANO        PIC 9(04).
       01  WRK-CEP-GRUPO.
           05 WRK-CEP           PIC 9(08) VALUE ZEROS.
       01  WRK-CEP-R REDEFINES WRK-CEP-GRUPO.
           05 WRK-CEP-PREFIXO   PIC 9(05).
           05 WRK-CEP-SUFIXO    PIC 9(03).

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXTRATOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PULADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-END   PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-TITULO  PIC 9(11)V99 VALUE ZEROS.

      *--- CLIENTE EM CURSO NA SAIDA DO SORT ---*
       77 WRK-DOC-ATUAL     PIC X(14) VALUE SPACES.
       77 WRK-DOC-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-CLI-SALDO-HOJE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-FAT-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-PAG-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-CRD-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-FAT-APOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-PAG-APOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-SALDO-ANT PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CLI-SALDO-ATU PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CLI-SALDO-LIQ PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CLI-QTD-MOV   PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-AGING-TOT PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-APOS-FECH PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC 9(06) VALUE ZEROS.
       77 WRK-FAIXA-IDX     PIC 9(01) COMP VALUE ZEROS.
       01  WRK-TAB-AGING.
           05 WRK-AGING-VALOR   PIC 9(13)V99 OCCURS 5 TIMES.
       01  WRK-TAB-AGING-ROTULOS.
           05 FILLER PIC X(26) VALUE 'A VENCER..................'.
           05 FILLER PIC X(26) VALUE 'VENCIDO DE 1 A 30 DIAS....'.
           05 FILLER PIC X(26) VALUE 'VENCIDO DE 31 A 60 DIAS...'.
           05 FILLER PIC X(26) VALUE 'VENCIDO DE 61 A 90 DIAS...'.
           05 FILLER PIC X(26) VALUE 'VENCIDO HA MAIS DE 90 DIAS'.
       01  WRK-TAB-AGING-ROTULOS-R REDEFINES WRK-TAB-AGING-ROTULOS.
           05 WRK-AGING-ROTULO  PIC X(26) OCCURS 5 TIMES.

      *--- LANCAMENTOS DO MES DO CLIENTE EM CURSO ---*
       77 WRK-MOV-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MOV-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MOV-CORTADOS  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-MOV.
           05 WRK-MOV-ITEM OCCURS 300 TIMES.
               10 WRK-MOV-DATA     PIC 9(08).
               10 WRK-MOV-TIPO     PIC X(01).
               10 WRK-MOV-NUMERO   PIC 9(08).
               10 WRK-MOV-PARCELA  PIC 9(02).
               10 WRK-MOV-VALOR    PIC 9(11)V99.
               10 WRK-MOV-ORIGEM   PIC X(01).

      *--- TOTAIS DE CONTROLE ---*
       77 WRK-TOT-ABERTOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FAT-APOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PAG-APOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ABE-FECH  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-ANT PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FAT-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PAG-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CRD-MES   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-ATU PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(13)V99 VALUE ZEROS.

      *--- LINHAS DO EXTRATO ---*
       01  WRK-EXT-ROTULADA.
           05 WRK-ER-ROTULO     PIC X(48).
           05 WRK-ER-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-EXT-MOV.
           05 WRK-EM-DATA       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-EM-HISTORICO  PIC X(24).
           05 WRK-EM-NUMERO     PIC 9(08).
           05 WRK-EM-TRACO      PIC X(01).
           05 WRK-EM-PARCELA    PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EM-DEBITO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-EM-CREDITO    PIC ZZZ.ZZZ.ZZ9,99.

      *--- LINHAS DO CONTROLE ---*
       01  WRK-CTL-LINHA.
           05 WRK-CL-DOC        PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CL-NOME       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CL-ENDERECO   PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CL-SALDO-ANT  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CL-SALDO-ATU  PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-CTL-TOTAL.
           05 WRK-CT-ROTULO     PIC X(40).
           05 WRK-CT-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CTL-QTD.
           05 WRK-CQ-ROTULO     PIC X(40).
           05 WRK-CQ-QTD        PIC ZZZZZZ9.

           COPY CALDATA.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               MOVE 'S' TO WRK-CLI-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-CLI-STATUS ') - EXTRATOS SEM '
                   'ENDERECO'
           END-IF.
           OPEN OUTPUT EXTRATOS-FILE.
           OPEN OUTPUT EXTRCTL-FILE.
           MOVE SPACES TO EXTRCTL-REC.
           STRING 'EXTRATOS DE CONTA DE CLIENTES - CONTROLE - MES '
               WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE ALL '=' TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE 'DOCUMENTO      NOME                 END'
               TO EXTRCTL-REC.
           MOVE 'SALDO ANTERIOR     SALDO ATUAL' TO EXTRCTL-REC(42:).
           WRITE EXTRCTL-REC.
           MOVE ALL '-' TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           SORT SORTEXT-FILE
               ON ASCENDING KEY SRX-DOC SRX-DATA SRX-TIPO
                   SRX-NUMERO SRX-PARCELA
               INPUT PROCEDURE IS 0200-SELECIONAR-MOVIMENTO
               OUTPUT PROCEDURE IS 0300-MONTAR-EXTRATOS.
           PERFORM 0600-PROVA-DE-CONTROLE.
           CLOSE EXTRATOS-FILE EXTRCTL-FILE.
           IF WRK-CLI-ABERTO = 'S'
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY 'EXTRCLI ' WRK-ANOMES ' - ' WRK-QTD-EXTRATOS
               ' EXTRATOS, ' WRK-QTD-PULADOS ' CLIENTES SEM '
               'MOVIMENTO'.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) E
      * O ULTIMO DIA DO MES, BASE DA POSICAO POR VENCIMENTO
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'MES DE REFERENCIA AAAAMM (ZEROS = ANTERIOR).. '.
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES = 0
               MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-ANOMES
               IF WRK-REF-MES = 1
                   MOVE 12 TO WRK-REF-MES
                   SUBTRACT 1 FROM WRK-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-REF-MES
               END-IF
           END-IF.
           COMPUTE WRK-INI-MES = WRK-ANOMES * 100 + 1.
           MOVE WRK-REF-ANO TO WRK-PROX-ANO.
           PERFORM 0525-AJUSTAR-FEVEREIRO.
           MOVE WRK-REF-ANO TO WRK-FMS-ANO.
           MOVE WRK-REF-MES TO WRK-FMS-MES.
           MOVE WRK-DIASMES(WRK-REF-MES) TO WRK-FMS-DIA.

      *****************************************************
      * ENTRADA DO SORT: TITULOS DO ABERTOS, FATURAS E
      * PAGAMENTOS DESDE O INICIO DO MES E CREDITOS DO MES
      *****************************************************
       0200-SELECIONAR-MOVIMENTO.
           PERFORM 0210-LER-ABERTOS.
           PERFORM 0230-LER-FATURAS.
           PERFORM 0250-LER-PAGAMENTOS.
           PERFORM 0270-LER-CANCELAMENTOS.
           PERFORM 0280-LER-AJUSTES.

       0210-LER-ABERTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - EXTRATOS ABANDONADOS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0220-LER-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.

       0220-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   COMPUTE WRK-SALDO-TITULO =
                       ABR-VALOR - ABR-VALOR-PAGO
                   IF WRK-SALDO-TITULO > 0
                       ADD WRK-SALDO-TITULO TO WRK-TOT-ABERTOS
                       MOVE ABR-DOC          TO SRX-DOC
                       MOVE ABR-DATA-EMISSAO TO SRX-DATA
                       MOVE 'A'              TO SRX-TIPO
                       MOVE ABR-NUMERO       TO SRX-NUMERO
                       IF ABR-PARCELA IS NUMERIC
                           MOVE ABR-PARCELA TO SRX-PARCELA
                       ELSE
                           MOVE 1 TO SRX-PARCELA
                       END-IF
                       MOVE ABR-DATA-VENC    TO SRX-VENC
                       MOVE WRK-SALDO-TITULO TO SRX-VALOR
                       MOVE 'N'              TO SRX-POSTERIOR
                       MOVE SPACES           TO SRX-ORIGEM
                       RELEASE SORTEXT-REC
                   END-IF
           END-READ.

      *****************************************************
      * FATURAS EMITIDAS DO INICIO DO MES EM DIANTE, PELO
      * VALOR DO TITULO (MERCADORIA + FRETE, COMO O CAIXAAPL)
      *****************************************************
       0230-LER-FATURAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - EXTRATOS ABANDONADOS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0240-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0240-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF REG-DATA-EMISSAO NOT < WRK-INI-MES
                       MOVE REG-DOC          TO SRX-DOC
                       MOVE REG-DATA-EMISSAO TO SRX-DATA
                       MOVE 'F'              TO SRX-TIPO
                       MOVE REG-NUMERO       TO SRX-NUMERO
                       MOVE ZEROS            TO SRX-PARCELA SRX-VENC
                       COMPUTE SRX-VALOR =
                           REG-TOT-VALOR + REG-TOT-FRETE
                       MOVE 'N'              TO SRX-POSTERIOR
                       IF REG-DATA-EMISSAO > WRK-FIM-MES
                           MOVE 'S' TO SRX-POSTERIOR
                           ADD SRX-VALOR TO WRK-TOT-FAT-APOS
                       END-IF
                       MOVE SPACES           TO SRX-ORIGEM
                       RELEASE SORTEXT-REC
                   END-IF
           END-READ.

      *****************************************************
      * PAGAMENTOS APLICADOS PELO CAIXAAPL DO INICIO DO MES EM
      * DIANTE (DATA DA APLICACAO NO JORNAL)
      *****************************************************
       0250-LER-PAGAMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CRJORNAL-FILE.
           IF WRK-CRJ-STATUS NOT = '00'
               DISPLAY 'CRJORNAL NAO DISPONIVEL (STATUS '
                   WRK-CRJ-STATUS ') - EXTRATOS ABANDONADOS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0260-LER-UM-PAGAMENTO UNTIL WRK-FIM-ARQ.
           CLOSE CRJORNAL-FILE.

       0260-LER-UM-PAGAMENTO.
           READ CRJORNAL-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CRJ-DATA NOT < WRK-INI-MES
                       MOVE CRJ-DOC      TO SRX-DOC
                       MOVE CRJ-DATA     TO SRX-DATA
                       MOVE 'P'          TO SRX-TIPO
                       MOVE CRJ-NUMERO   TO SRX-NUMERO
                       IF CRJ-PARCELA IS NUMERIC
                           MOVE CRJ-PARCELA TO SRX-PARCELA
                       ELSE
                           MOVE 1 TO SRX-PARCELA
                       END-IF
                       MOVE ZEROS        TO SRX-VENC
                       MOVE CRJ-VALOR    TO SRX-VALOR
                       MOVE 'N'          TO SRX-POSTERIOR
                       IF CRJ-DATA > WRK-FIM-MES
                           MOVE 'S' TO SRX-POSTERIOR
                           ADD CRJ-VALOR TO WRK-TOT-PAG-APOS
                       END-IF
                       MOVE SPACES       TO SRX-ORIGEM
                       RELEASE SORTEXT-REC
                   END-IF
           END-READ.

      *****************************************************
      * CANCELAMENTOS DEPOIS DE FATURADO, DATADOS NO MES, PELO
      * VALOR CANCELADO (MERCADORIA + FRETE)
      *****************************************************
       0270-LER-CANCELAMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CANCELAM-FILE.
           IF WRK-CAN-STATUS = '00'
               PERFORM 0275-LER-UM-CANCELAMENTO UNTIL WRK-FIM-ARQ
               CLOSE CANCELAM-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO CANCELAM NAO ENCONTRADO '
                   '(STATUS ' WRK-CAN-STATUS ') - SEM CREDITO POR '
                   'CANCELAMENTO'
           END-IF.

       0275-LER-UM-CANCELAMENTO.
           READ CANCELAM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CAN-POS-FATURA
                       AND CAN-DATA NOT < WRK-INI-MES
                       AND CAN-DATA NOT > WRK-FIM-MES
                       AND CAN-VALOR > 0
                       MOVE CAN-DOC        TO SRX-DOC
                       MOVE CAN-DATA       TO SRX-DATA
                       MOVE 'C'            TO SRX-TIPO
                       MOVE CAN-NUM-FATURA TO SRX-NUMERO
                       MOVE ZEROS          TO SRX-PARCELA SRX-VENC
                       MOVE CAN-VALOR      TO SRX-VALOR
                       MOVE 'N'            TO SRX-POSTERIOR
                       MOVE 'C'            TO SRX-ORIGEM
                       RELEASE SORTEXT-REC
                   END-IF
           END-READ.

      *****************************************************
      * CREDITOS DO AJUSTES GRAVADOS NO MES: DEVOLUCAO PELO
      * VALOR DA MERCADORIA; REPRECIFICACAO CONTRA FATURA JA
      * EMITIDA PELA DIFERENCA (A AINDA NAO FATURADA ENTRA NA
      * PROPRIA FATURA)
      *****************************************************
       0280-LER-AJUSTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT AJUSTES-FILE.
           IF WRK-AJU-STATUS = '00'
               PERFORM 0285-LER-UM-AJUSTE UNTIL WRK-FIM-ARQ
               CLOSE AJUSTES-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO AJUSTES NAO ENCONTRADO '
                   '(STATUS ' WRK-AJU-STATUS ') - SEM CREDITO POR '
                   'AJUSTE'
           END-IF.

       0285-LER-UM-AJUSTE.
           READ AJUSTES-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF AJU-CREDITO
                       AND AJU-DATA-AJUSTE NOT < WRK-INI-MES
                       AND AJU-DATA-AJUSTE NOT > WRK-FIM-MES
                       PERFORM 0290-LIBERAR-AJUSTE
                   END-IF
           END-READ.

       0290-LIBERAR-AJUSTE.
           MOVE ZEROS TO SRX-VALOR.
           IF AJU-DEVOLUCAO
               MOVE AJU-VALOR-MERC TO SRX-VALOR
               MOVE 'D' TO SRX-ORIGEM
           ELSE
               IF AJU-NUM-FATURA > 0 AND AJU-DIFERENCA < 0
                   COMPUTE SRX-VALOR = 0 - AJU-DIFERENCA
                   MOVE 'R' TO SRX-ORIGEM
               END-IF
           END-IF.
           IF SRX-VALOR > 0
               MOVE AJU-DOC         TO SRX-DOC
               MOVE AJU-DATA-AJUSTE TO SRX-DATA
               MOVE 'C'             TO SRX-TIPO
               MOVE AJU-NUM-FATURA  TO SRX-NUMERO
               MOVE ZEROS           TO SRX-PARCELA SRX-VENC
               MOVE 'N'             TO SRX-POSTERIOR
               RELEASE SORTEXT-REC
           END-IF.

      *****************************************************
      * SAIDA DO SORT: ACUMULA O CLIENTE E, NA QUEBRA DO
      * DOCUMENTO, EMITE O EXTRATO
      *****************************************************
       0300-MONTAR-EXTRATOS.
           RETURN SORTEXT-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0310-TRATAR-UM-REGISTRO UNTIL WRK-FIM-SRT.
           IF WRK-DOC-ABERTO = 'S'
               PERFORM 0400-FECHAR-CLIENTE THRU 0400-FECHAR-FIM
           END-IF.

       0310-TRATAR-UM-REGISTRO.
           IF WRK-DOC-ABERTO = 'S' AND SRX-DOC NOT = WRK-DOC-ATUAL
               PERFORM 0400-FECHAR-CLIENTE THRU 0400-FECHAR-FIM
           END-IF.
           IF WRK-DOC-ABERTO = 'N'
               PERFORM 0320-ABRIR-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN SRX-ABERTO
                   PERFORM 0330-ACUMULAR-TITULO
               WHEN SRX-APOS-MES AND SRX-FATURA
                   ADD SRX-VALOR TO WRK-CLI-FAT-APOS
               WHEN SRX-APOS-MES
                   ADD SRX-VALOR TO WRK-CLI-PAG-APOS
               WHEN OTHER
                   PERFORM 0340-GUARDAR-LANCAMENTO
           END-EVALUATE.
           RETURN SORTEXT-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0320-ABRIR-CLIENTE.
           MOVE 'S' TO WRK-DOC-ABERTO.
           MOVE SRX-DOC TO WRK-DOC-ATUAL.
           MOVE ZEROS TO WRK-CLI-SALDO-HOJE WRK-CLI-FAT-MES
               WRK-CLI-PAG-MES WRK-CLI-CRD-MES WRK-CLI-FAT-APOS
               WRK-CLI-PAG-APOS WRK-CLI-QTD-MOV WRK-CLI-AGING-TOT
               WRK-MOV-QTD WRK-MOV-CORTADOS.
           MOVE ZEROS TO WRK-AGING-VALOR(1) WRK-AGING-VALOR(2)
               WRK-AGING-VALOR(3) WRK-AGING-VALOR(4)
               WRK-AGING-VALOR(5).

      *****************************************************
      * TITULO EM ABERTO: SOMA NO SALDO DE HOJE E, SE EMITIDO
      * ATE O FIM DO MES, ENTRA NA POSICAO POR VENCIMENTO COM
      * OS DIAS CORRIDOS DE ATRASO NO ULTIMO DIA DO MES
      *****************************************************
       0330-ACUMULAR-TITULO.
           ADD SRX-VALOR TO WRK-CLI-SALDO-HOJE.
           IF SRX-DATA NOT > WRK-FIM-MES
               ADD SRX-VALOR TO WRK-CLI-AGING-TOT
               IF SRX-VENC NOT < WRK-FIM-MES
                   MOVE 1 TO WRK-FAIXA-IDX
               ELSE
                   MOVE SRX-VENC TO WRK-VENCIMENTO
                   MOVE WRK-VEN-DIA TO WRK-IDADE-DIA1
                   MOVE WRK-VEN-MES TO WRK-IDADE-MES1
                   MOVE WRK-VEN-ANO TO WRK-IDADE-ANO1
                   MOVE WRK-FMS-DIA TO WRK-IDADE-DIA2
                   MOVE WRK-FMS-MES TO WRK-IDADE-MES2
                   MOVE WRK-FMS-ANO TO WRK-IDADE-ANO2
                   PERFORM 0600-CALCULAR-IDADE-DIAS
                   MOVE WRK-IDADE-DIAS TO WRK-DIAS-ATRASO
                   EVALUATE TRUE
                       WHEN WRK-DIAS-ATRASO <= 30
                           MOVE 2 TO WRK-FAIXA-IDX
                       WHEN WRK-DIAS-ATRASO <= 60
                           MOVE 3 TO WRK-FAIXA-IDX
                       WHEN WRK-DIAS-ATRASO <= 90
                           MOVE 4 TO WRK-FAIXA-IDX
                       WHEN OTHER
                           MOVE 5 TO WRK-FAIXA-IDX
                   END-EVALUATE
               END-IF
               ADD SRX-VALOR TO WRK-AGING-VALOR(WRK-FAIXA-IDX)
           END-IF.

       0340-GUARDAR-LANCAMENTO.
           ADD 1 TO WRK-CLI-QTD-MOV.
           EVALUATE TRUE
               WHEN SRX-FATURA
                   ADD SRX-VALOR TO WRK-CLI-FAT-MES
               WHEN SRX-PAGAMENTO
                   ADD SRX-VALOR TO WRK-CLI-PAG-MES
               WHEN OTHER
                   ADD SRX-VALOR TO WRK-CLI-CRD-MES
           END-EVALUATE.
           IF WRK-MOV-QTD < 300
               ADD 1 TO WRK-MOV-QTD
               MOVE SRX-DATA    TO WRK-MOV-DATA(WRK-MOV-QTD)
               MOVE SRX-TIPO    TO WRK-MOV-TIPO(WRK-MOV-QTD)
               MOVE SRX-NUMERO  TO WRK-MOV-NUMERO(WRK-MOV-QTD)
               MOVE SRX-PARCELA TO WRK-MOV-PARCELA(WRK-MOV-QTD)
               MOVE SRX-VALOR   TO WRK-MOV-VALOR(WRK-MOV-QTD)
               MOVE SRX-ORIGEM  TO WRK-MOV-ORIGEM(WRK-MOV-QTD)
           ELSE
               ADD 1 TO WRK-MOV-CORTADOS
           END-IF.

      *****************************************************
      * FECHA O CLIENTE: SALDO ATUAL NO FIM DO MES E SALDO
      * ANTERIOR; SEM MOVIMENTO E COM SALDO ZERO NAO HA EXTRATO
      *****************************************************
       0400-FECHAR-CLIENTE.
           MOVE 'N' TO WRK-DOC-ABERTO.
           COMPUTE WRK-CLI-SALDO-ATU = WRK-CLI-SALDO-HOJE
               - WRK-CLI-FAT-APOS + WRK-CLI-PAG-APOS.
           COMPUTE WRK-CLI-SALDO-ANT = WRK-CLI-SALDO-ATU
               - WRK-CLI-FAT-MES + WRK-CLI-PAG-MES.
           ADD WRK-CLI-SALDO-ATU TO WRK-TOT-SALDO-ATU.
           IF WRK-CLI-QTD-MOV = 0 AND WRK-CLI-SALDO-ATU = 0
               ADD 1 TO WRK-QTD-PULADOS
               GO TO 0400-FECHAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-EXTRATOS.
           ADD WRK-CLI-SALDO-ANT TO WRK-TOT-SALDO-ANT.
           ADD WRK-CLI-FAT-MES   TO WRK-TOT-FAT-MES.
           ADD WRK-CLI-PAG-MES   TO WRK-TOT-PAG-MES.
           ADD WRK-CLI-CRD-MES   TO WRK-TOT-CRD-MES.
           PERFORM 0410-LER-CADASTRO.
           PERFORM 0420-CABECALHO-EXTRATO.
           PERFORM 0440-MOVIMENTO-EXTRATO.
           PERFORM 0460-CREDITOS-EXTRATO.
           PERFORM 0480-POSICAO-EXTRATO.
           MOVE SPACES TO WRK-CTL-LINHA.
           MOVE WRK-DOC-ATUAL     TO WRK-CL-DOC.
           MOVE CLI-NOME          TO WRK-CL-NOME.
           IF CLI-CEP = 0
               MOVE 'NAO' TO WRK-CL-ENDERECO
           ELSE
               MOVE 'SIM' TO WRK-CL-ENDERECO
           END-IF.
           MOVE WRK-CLI-SALDO-ANT TO WRK-CL-SALDO-ANT.
           MOVE WRK-CLI-SALDO-ATU TO WRK-CL-SALDO-ATU.
           MOVE WRK-CTL-LINHA TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.

       0400-FECHAR-FIM.
           EXIT.

      *****************************************************
      * CADASTRO DO CLIENTE PARA O ENDERECAMENTO - SEM O
      * CADASTRO OU SEM CEP O EXTRATO SAI E FICA APONTADO NO
      * CONTROLE PARA A MESA COMPLETAR O ENDERECO
      *****************************************************
       0410-LER-CADASTRO.
           MOVE SPACES TO CLIENTE-REC.
           MOVE ZEROS TO CLI-CEP.
           MOVE 'CLIENTE SEM CADASTRO' TO CLI-NOME.
           IF WRK-CLI-ABERTO = 'S'
               MOVE WRK-DOC-ATUAL TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-REC
                       MOVE ZEROS TO CLI-CEP
                       MOVE 'CLIENTE SEM CADASTRO' TO CLI-NOME
               END-READ
           END-IF.
           IF CLI-CEP = 0
               ADD 1 TO WRK-QTD-SEM-END
           END-IF.

       0420-CABECALHO-EXTRATO.
           MOVE ALL '*' TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           STRING 'EXTRATO DE CONTA - MES ' WRK-REF-MES '/'
               WRK-REF-ANO DELIMITED BY SIZE INTO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE CLI-NOME TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           IF CLI-CEP = 0
               MOVE 'ENDERECO NAO CADASTRADO' TO EXTRATOS-REC
               WRITE EXTRATOS-REC
           ELSE
               MOVE CLI-ENDERECO TO EXTRATOS-REC
               WRITE EXTRATOS-REC
               MOVE CLI-CEP TO WRK-CEP
               MOVE SPACES TO EXTRATOS-REC
               STRING CLI-CIDADE ' - ' CLI-UF '   CEP '
                   WRK-CEP-PREFIXO '-' WRK-CEP-SUFIXO
                   DELIMITED BY SIZE INTO EXTRATOS-REC
               WRITE EXTRATOS-REC
           END-IF.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           STRING 'CLIENTE (DOC).... ' WRK-DOC-ATUAL
               DELIMITED BY SIZE INTO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE ALL '-' TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.

      *****************************************************
      * SALDO ANTERIOR, FATURAS E PAGAMENTOS DO MES EM ORDEM
      * DE DATA E SALDO ATUAL
      *****************************************************
       0440-MOVIMENTO-EXTRATO.
           MOVE SPACES TO WRK-EXT-ROTULADA.
           MOVE 'SALDO ANTERIOR' TO WRK-ER-ROTULO.
           MOVE WRK-CLI-SALDO-ANT TO WRK-ER-VALOR.
           MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE 'DATA       HISTORICO               DOCUMENTO'
               TO EXTRATOS-REC.
           MOVE 'DEBITO        CREDITO' TO EXTRATOS-REC(57:).
           WRITE EXTRATOS-REC.
           PERFORM 0450-IMPRIMIR-LANCAMENTO
               VARYING WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX > WRK-MOV-QTD.
           IF WRK-MOV-CORTADOS > 0
               MOVE SPACES TO EXTRATOS-REC
               STRING '(MAIS ' WRK-MOV-CORTADOS ' LANCAMENTOS NO '
                   'MES - INCLUIDOS NOS TOTAIS)'
                   DELIMITED BY SIZE INTO EXTRATOS-REC
               WRITE EXTRATOS-REC
           END-IF.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO WRK-EXT-ROTULADA.
           MOVE 'TOTAL DE FATURAS EMITIDAS NO MES' TO WRK-ER-ROTULO.
           MOVE WRK-CLI-FAT-MES TO WRK-ER-VALOR.
           MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO WRK-EXT-ROTULADA.
           MOVE 'TOTAL DE PAGAMENTOS RECEBIDOS NO MES'
               TO WRK-ER-ROTULO.
           MOVE WRK-CLI-PAG-MES TO WRK-ER-VALOR.
           MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO WRK-EXT-ROTULADA.
           MOVE 'SALDO ATUAL EM' TO WRK-ER-ROTULO.
           MOVE WRK-FIM-MES TO WRK-DATA-ED-IN.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-ER-ROTULO(16:10).
           MOVE WRK-CLI-SALDO-ATU TO WRK-ER-VALOR.
           MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.

      *****************************************************
      * LANCAMENTO DO MES: FATURA NO DEBITO, PAGAMENTO NO
      * CREDITO; OS CREDITOS CONCEDIDOS SAEM NA SECAO PROPRIA
      *****************************************************
       0450-IMPRIMIR-LANCAMENTO.
           IF WRK-MOV-TIPO(WRK-MOV-IDX) NOT = 'C'
               MOVE SPACES TO WRK-EXT-MOV
               MOVE WRK-MOV-DATA(WRK-MOV-IDX) TO WRK-DATA-ED-IN
               PERFORM 0490-EDITAR-DATA
               MOVE WRK-DATA-ED TO WRK-EM-DATA
               MOVE WRK-MOV-NUMERO(WRK-MOV-IDX) TO WRK-EM-NUMERO
               IF WRK-MOV-TIPO(WRK-MOV-IDX) = 'F'
                   MOVE 'FATURA EMITIDA' TO WRK-EM-HISTORICO
                   MOVE WRK-MOV-VALOR(WRK-MOV-IDX) TO WRK-EM-DEBITO
               ELSE
                   MOVE 'PAGAMENTO RECEBIDO' TO WRK-EM-HISTORICO
                   MOVE '-' TO WRK-EM-TRACO
                   MOVE WRK-MOV-PARCELA(WRK-MOV-IDX)
                       TO WRK-EM-PARCELA
                   MOVE WRK-MOV-VALOR(WRK-MOV-IDX) TO WRK-EM-CREDITO
               END-IF
               MOVE WRK-EXT-MOV TO EXTRATOS-REC
               IF WRK-MOV-TIPO(WRK-MOV-IDX) = 'F'
                   MOVE SPACES TO EXTRATOS-REC(44:3)
                   MOVE SPACES TO EXTRATOS-REC(63:)
               ELSE
                   MOVE SPACES TO EXTRATOS-REC(48:15)
               END-IF
               WRITE EXTRATOS-REC
           END-IF.

      *****************************************************
      * CREDITOS CONCEDIDOS NO MES, A ABATER DOS PROXIMOS
      * PAGAMENTOS, E O SALDO LIQUIDO DELES
      *****************************************************
       0460-CREDITOS-EXTRATO.
           IF WRK-CLI-CRD-MES > 0
               MOVE SPACES TO EXTRATOS-REC
               WRITE EXTRATOS-REC
               MOVE 'CREDITOS CONCEDIDOS NO MES (A ABATER)'
                   TO EXTRATOS-REC
               WRITE EXTRATOS-REC
               PERFORM 0470-IMPRIMIR-CREDITO
                   VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > WRK-MOV-QTD
               MOVE SPACES TO WRK-EXT-ROTULADA
               MOVE 'TOTAL DE CREDITOS A ABATER' TO WRK-ER-ROTULO
               MOVE WRK-CLI-CRD-MES TO WRK-ER-VALOR
               MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC
               WRITE EXTRATOS-REC
               COMPUTE WRK-CLI-SALDO-LIQ =
                   WRK-CLI-SALDO-ATU - WRK-CLI-CRD-MES
               MOVE SPACES TO WRK-EXT-ROTULADA
               MOVE 'SALDO ATUAL DEDUZIDOS OS CREDITOS'
                   TO WRK-ER-ROTULO
               MOVE WRK-CLI-SALDO-LIQ TO WRK-ER-VALOR
               MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC
               WRITE EXTRATOS-REC
           END-IF.

       0470-IMPRIMIR-CREDITO.
           IF WRK-MOV-TIPO(WRK-MOV-IDX) = 'C'
               MOVE SPACES TO WRK-EXT-MOV
               MOVE WRK-MOV-DATA(WRK-MOV-IDX) TO WRK-DATA-ED-IN
               PERFORM 0490-EDITAR-DATA
               MOVE WRK-DATA-ED TO WRK-EM-DATA
               EVALUATE WRK-MOV-ORIGEM(WRK-MOV-IDX)
                   WHEN 'C'
                       MOVE 'CANCELAMENTO DE PEDIDO'
                           TO WRK-EM-HISTORICO
                   WHEN 'D'
                       MOVE 'DEVOLUCAO DE MERCADORIA'
                           TO WRK-EM-HISTORICO
                   WHEN OTHER
                       MOVE 'REPRECIFICACAO DE FRETE'
                           TO WRK-EM-HISTORICO
               END-EVALUATE
               MOVE WRK-MOV-NUMERO(WRK-MOV-IDX) TO WRK-EM-NUMERO
               MOVE WRK-MOV-VALOR(WRK-MOV-IDX) TO WRK-EM-CREDITO
               MOVE WRK-EXT-MOV TO EXTRATOS-REC
               MOVE SPACES TO EXTRATOS-REC(44:19)
               IF WRK-MOV-NUMERO(WRK-MOV-IDX) = 0
                   MOVE SPACES TO EXTRATOS-REC(36:8)
               END-IF
               WRITE EXTRATOS-REC
           END-IF.

      *****************************************************
      * POSICAO POR VENCIMENTO DO SALDO ATUAL NO ULTIMO DIA DO
      * MES. O QUE O ABERTOS JA NAO MOSTRA POR TER SIDO PAGO
      * DEPOIS DO FIM DO MES SAI EM LINHA PROPRIA
      *****************************************************
       0480-POSICAO-EXTRATO.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           MOVE WRK-FIM-MES TO WRK-DATA-ED-IN.
           PERFORM 0490-EDITAR-DATA.
           STRING 'POSICAO DO SALDO POR VENCIMENTO EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           PERFORM 0485-IMPRIMIR-FAIXA
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX > 5.
           COMPUTE WRK-CLI-APOS-FECH =
               WRK-CLI-SALDO-ATU - WRK-CLI-AGING-TOT.
           IF WRK-CLI-APOS-FECH NOT = 0
               MOVE SPACES TO WRK-EXT-ROTULADA
               MOVE '  PAGO APOS O FECHAMENTO DO MES' TO WRK-ER-ROTULO
               MOVE WRK-CLI-APOS-FECH TO WRK-ER-VALOR
               MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC
               WRITE EXTRATOS-REC
           END-IF.
           MOVE ALL '*' TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.
           MOVE SPACES TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.

       0485-IMPRIMIR-FAIXA.
           MOVE SPACES TO WRK-EXT-ROTULADA.
           MOVE '  ' TO WRK-ER-ROTULO.
           MOVE WRK-AGING-ROTULO(WRK-FAIXA-IDX) TO WRK-ER-ROTULO(3:).
           MOVE WRK-AGING-VALOR(WRK-FAIXA-IDX) TO WRK-ER-VALOR.
           MOVE WRK-EXT-ROTULADA TO EXTRATOS-REC.
           WRITE EXTRATOS-REC.

       0490-EDITAR-DATA.
           MOVE WRK-DED-DIA TO WRK-DE-DIA.
           MOVE WRK-DED-MES TO WRK-DE-MES.
           MOVE WRK-DED-ANO TO WRK-DE-ANO.

      *****************************************************
      * PROVA: O SALDO DO ABERTOS DE HOJE, DESCONTADO O
      * FATURADO E SOMADO O RECEBIDO DEPOIS DO FIM DO MES, TEM
      * DE SER A SOMA DOS SALDOS ATUAIS DOS EXTRATOS (OS
      * CLIENTES PULADOS TEM SALDO ZERO)
      *****************************************************
       0600-PROVA-DE-CONTROLE.
           COMPUTE WRK-TOT-ABE-FECH = WRK-TOT-ABERTOS
               - WRK-TOT-FAT-APOS + WRK-TOT-PAG-APOS.
           COMPUTE WRK-TOT-DIFERENCA =
               WRK-TOT-ABE-FECH - WRK-TOT-SALDO-ATU.
           MOVE ALL '-' TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-QTD.
           MOVE 'EXTRATOS EMITIDOS.......................'
               TO WRK-CQ-ROTULO.
           MOVE WRK-QTD-EXTRATOS TO WRK-CQ-QTD.
           MOVE WRK-CTL-QTD TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-QTD.
           MOVE '  SEM ENDERECO CADASTRADO...............'
               TO WRK-CQ-ROTULO.
           MOVE WRK-QTD-SEM-END TO WRK-CQ-QTD.
           MOVE WRK-CTL-QTD TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-QTD.
           MOVE 'CLIENTES SEM MOVIMENTO E SALDO ZERO.....'
               TO WRK-CQ-ROTULO.
           MOVE WRK-QTD-PULADOS TO WRK-CQ-QTD.
           MOVE WRK-CTL-QTD TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'SALDO ANTERIOR DOS EXTRATOS.............'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-SALDO-ANT TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE '(+) FATURAS EMITIDAS NO MES.............'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-FAT-MES TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE '(-) PAGAMENTOS RECEBIDOS NO MES.........'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-PAG-MES TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'SALDO ATUAL DOS EXTRATOS................'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-SALDO-ATU TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'CREDITOS A ABATER (FORA DO SALDO).......'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-CRD-MES TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'SALDO DO MASTER ABERTOS (HOJE)..........'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-ABERTOS TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE '(-) FATURADO APOS O FIM DO MES..........'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-FAT-APOS TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE '(+) RECEBIDO APOS O FIM DO MES..........'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-PAG-APOS TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'SALDO DO ABERTOS NO FIM DO MES..........'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-ABE-FECH TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           MOVE SPACES TO WRK-CTL-TOTAL.
           MOVE 'DIFERENCA PARA OS EXTRATOS..............'
               TO WRK-CT-ROTULO.
           MOVE WRK-TOT-DIFERENCA TO WRK-CT-VALOR.
           MOVE WRK-CTL-TOTAL TO EXTRCTL-REC.
           WRITE EXTRCTL-REC.
           IF WRK-TOT-DIFERENCA = 0
               MOVE 'PROVA: EXTRATOS CONFEREM COM O ABERTOS'
                   TO EXTRCTL-REC
           ELSE
               MOVE 'PROVA: EXTRATOS NAO CONFEREM COM O ABERTOS'
                   TO EXTRCTL-REC
               DISPLAY 'EXTRCLI - SOMA DOS EXTRATOS NAO CONFERE '
                   'COM O ABERTOS - DIFERENCA ' WRK-TOT-DIFERENCA
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE EXTRCTL-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'EXTRCLI'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-EXTRATOS TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
