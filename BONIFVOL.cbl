       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONIFVOL.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: BONIFICACAO TRIMESTRAL POR VOLUME. ALGUNS
      *           CONTRATOS PROMETEM UM CREDITO QUANDO O CLIENTE
      *           EMBARCA MAIS QUE UM PESO OU UM VALOR DE FRETE
      *           NO TRIMESTRE; A CONTA ERA FEITA A MAO, TARDE OU
      *           ESQUECIDA. RODA NO FECHAMENTO DO TRIMESTRE
      *           (CARTAO SYSIN, ZEROS = TRIMESTRE ANTERIOR AO DA
      *           DATA DE NEGOCIO) E, POR CLIENTE:
      *             - SOMA O FRETE FATURADO NO TRIMESTRE (FATREG,
      *               PELA DATA DE EMISSAO) E O PESO FATURADO
      *               (FRETESAI, BLOCOS DO TRIMESTRE, SEM
      *               DEVOLUCOES E SEM PEDIDOS CANCELADOS ANTES DA
      *               FATURA - OS MESMOS QUE O FATURA PULA);
      *             - TOMA AS FAIXAS DO CONTRATO (CONTRTFD, BASE
      *               PESO OU FRETE, ATE TRES LIMITES) DA PRIMEIRA
      *               VIGENCIA COM FAIXAS QUE COBRE O TRIMESTRE;
      *             - ACHA A MAIOR FAIXA ULTRAPASSADA E CALCULA A
      *               BONIFICACAO PELO PERCENTUAL DELA SOBRE O
      *               FRETE FATURADO DO TRIMESTRE;
      *             - APLICA O CREDITO NOS TITULOS EM ABERTO DO
      *               CLIENTE NO ABERTOS, DO VENCIMENTO MAIS
      *               ANTIGO PARA O MAIS NOVO (TITULO EM PERDA,
      *               SITUACAO X, FICA DE FORA). O QUE SOBRA FICA
      *               COMO SALDO A COMPENSAR, AVISADO COM RC 4;
      *             - GRAVA A CONCESSAO NO BONIFREG (CUMULATIVO,
      *               FONTE BON-VOL DO GLEXTR NA DATA DE NEGOCIO)
      *               E EMITE O EXTRATO AO CLIENTE (CARTABON).
      *           O MASTER REGRAVADO SAI NO ABERNOVO, TROCADO PELO
      *           PASSO SEGUINTE DA JCL COMO NO CAIXAAPL. O
      *           RELATORIO BONIFRPT LISTA TODO CLIENTE COM FAIXAS
      *           NO CONTRATO. CLIENTE JA CREDITADO NO TRIMESTRE
      *           (BONIFREG) NAO E CREDITADO DE NOVO.
      *           RETURN-CODE: 16 COM TRIMESTRE INVALIDO OU AINDA
      *           ABERTO, OU SEM FATREG, FRETESAI, CONTRATO OU
      *           ABERTOS (NADA E GRAVADO); 4 COM SALDO A
      *           COMPENSAR OU CLIENTE FORA DA TABELA; 0 NOS
      *           DEMAIS CASOS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REG-STATUS.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FSA-STATUS.
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WRK-CTR-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT ABERNOVO-FILE ASSIGN TO "ABERNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABN-STATUS.
           SELECT BONIFREG-FILE ASSIGN TO "BONIFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNR-STATUS.
           SELECT CARTABON-FILE ASSIGN TO "CARTABON"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BONIFRPT-FILE ASSIGN TO "BONIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  FRETESAI-FILE.
           COPY FRETESFD.
       01  FRETESAI-HDR-REC.
           05 FSH-TIPO      PIC X(03).
           05 FSH-DATA      PIC 9(08).
           05 FSH-ORIGEM    PIC X(08).

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  CONTRATO-FILE.
           COPY CONTRTFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  ABERNOVO-FILE.
       01  ABERNOVO-REC         PIC X(77).

       FD  BONIFREG-FILE.
           COPY BONIFFD.

       FD  CARTABON-FILE.
       01  CARTABON-REC         PIC X(80).

       FD  BONIFRPT-FILE.
       01  BONIFRPT-REC         PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BNR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTE-ABERTO     VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- DATA DE NEGOCIO E TRIMESTRE APURADO, DO CARTAO SYSIN ---*
       01  WRK-NEG-GRUPO.
           05 WRK-DATA-NEGOCIO PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NGC-ANO      PIC 9(04).
           05 WRK-NGC-MES      PIC 9(02).
           05 WRK-NGC-DIA      PIC 9(02).
       01  WRK-TRI-GRUPO.
           05 WRK-TRI-PARM     PIC 9(05) VALUE ZEROS.
       01  WRK-TRI-R REDEFINES WRK-TRI-GRUPO.
           05 WRK-TRI-ANO      PIC 9(04).
           05 WRK-TRI-NUM      PIC 9(01).
       01  WRK-INI-GRUPO.
           05 WRK-INI-TRI      PIC 9(08) VALUE ZEROS.
       01  WRK-INI-R REDEFINES WRK-INI-GRUPO.
           05 WRK-INI-ANO      PIC 9(04).
           05 WRK-INI-MES      PIC 9(02).
           05 WRK-INI-DIA      PIC 9(02).
       01  WRK-FIM-GRUPO.
           05 WRK-FIM-TRI      PIC 9(08) VALUE ZEROS.
       01  WRK-FIM-R REDEFINES WRK-FIM-GRUPO.
           05 WRK-FIM-ANO      PIC 9(04).
           05 WRK-FIM-MES      PIC 9(02).
           05 WRK-FIM-DIA      PIC 9(02).

      *--- PEDIDOS CANCELADOS (CANCELAM) - NAO ENTRAM NO PESO ---*
       77 WRK-CAN-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CAN-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PED-CANCELADO PIC X(01) VALUE 'N'.
       01  WRK-TAB-CANCELADOS.
           05 WRK-CAN-NUMERO PIC 9(08) OCCURS 1000 TIMES.

      *--- BLOCO HDR/TRL DO FRETESAI DENTRO DO TRIMESTRE ---*
       77 WRK-NO-BLOCO      PIC X(01) VALUE 'N'.
           88 BLOCO-DO-TRIMESTRE VALUE 'S'.

      *--- CLIENTES JA CREDITADOS NO TRIMESTRE (BONIFREG) ---*
       77 WRK-CNC-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CNC-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JA-CONCEDIDA  PIC X(01) VALUE 'N'.
       01  WRK-TAB-CONCEDIDAS.
           05 WRK-CNC-DOC    PIC X(14) OCCURS 2000 TIMES.

      *--- VOLUME FATURADO NO TRIMESTRE POR CLIENTE ---*
       77 WRK-CLI-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-BUSCA     PIC X(14) VALUE SPACES.
       77 WRK-TAB-CHEIA     PIC X(01) VALUE 'N'.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 2000 TIMES.
               10 WRK-CLI-DOC     PIC X(14).
               10 WRK-CLI-FRETE   PIC 9(11)V99.
               10 WRK-CLI-PESO    PIC 9(09)V99.
               10 WRK-CLI-QTD-FAT PIC 9(05).

      *--- TABELA DOS TITULOS EM ABERTO (MASTER ABERTOS) ---*
       77 WRK-ABR-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ABERTOS.
           05 WRK-ABR-ITEM OCCURS 5000 TIMES.
               10 WRK-ABR-NUMERO   PIC 9(08).
               10 WRK-ABR-DOC      PIC X(14).
               10 WRK-ABR-EMISSAO  PIC 9(08).
               10 WRK-ABR-VENC     PIC 9(08).
               10 WRK-ABR-VALOR    PIC 9(11)V99.
               10 WRK-ABR-PAGO     PIC 9(11)V99.
               10 WRK-ABR-ULTPAG   PIC 9(08).
               10 WRK-ABR-SIT      PIC X(01).
               10 WRK-ABR-PARCELA  PIC 9(02).
               10 WRK-ABR-QTD-PARC PIC 9(02).

      *--- CONTRATO QUE DA AS FAIXAS DO CLIENTE ---*
       77 WRK-ACHOU-CTR     PIC X(01) VALUE 'N'.
       77 WRK-FIM-CTR       PIC X(01) VALUE 'N'.
       77 WRK-FX-IDX        PIC 9(01) COMP VALUE ZEROS.
       01  WRK-CTR-BONIF.
           05 WRK-BON-ORIGEM   PIC X(03).
           05 WRK-BON-UF       PIC X(02).
           05 WRK-BON-NIVEL    PIC X(01).
           05 WRK-BON-VIGENCIA PIC 9(08).
           05 WRK-BON-BASE     PIC X(01).
               88 BONIF-POR-PESO    VALUE 'P'.
           05 WRK-BON-FAIXA OCCURS 3 TIMES.
               10 WRK-BON-LIMITE   PIC 9(09)V99.
               10 WRK-BON-PCT      PIC 9(02)V99.

      *--- APURACAO E APLICACAO DO CREDITO DO CLIENTE ---*
       77 WRK-MEDIDA        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAIXA-ATING   PIC 9(01) VALUE ZEROS.
       77 WRK-PCT-ATING     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-ED        PIC Z9,99.
       77 WRK-VAL-BONIF     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CRED-RESTANTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CRED-APLICADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-TITULO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-APLICAR   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-TIT-CLI   PIC 9(03) VALUE ZEROS.
       77 WRK-SEM-TITULO    PIC X(01) VALUE 'N'.
       77 WRK-RESULTADO     PIC X(11) VALUE SPACES.

       77 WRK-QTD-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CTR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-CTR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-ATING PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-CONC   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONCEDIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TIT-APLIC PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIQUID    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BONIF     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-APLICADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO     PIC 9(11)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-DET.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BASE      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MEDIDA    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FRETE     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FAIXA     PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT       PIC Z9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BONIF     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-RESULTADO PIC X(11).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-TOT-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *--- LINHAS DO EXTRATO AO CLIENTE ---*
       01  WRK-CARTA-ROTULO.
           05 WRK-CR-ROTULO    PIC X(18).
           05 WRK-CR-TEXTO     PIC X(62).
       01  WRK-CARTA-VALOR.
           05 WRK-CV-ROTULO    PIC X(18).
           05 WRK-CV-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-CV-TEXTO     PIC X(45).
       01  WRK-CARTA-FAIXA.
           05 FILLER           PIC X(08) VALUE '  FAIXA '.
           05 WRK-CF-FAIXA     PIC 9(01).
           05 FILLER           PIC X(10) VALUE ' ACIMA DE '.
           05 WRK-CF-LIMITE    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-CF-PCT       PIC Z9,99.
           05 FILLER           PIC X(02) VALUE ' %'.
           05 WRK-CF-MARCA     PIC X(14).
       01  WRK-CARTA-TITULO.
           05 FILLER           PIC X(09) VALUE '  FATURA '.
           05 WRK-CT-NUMERO    PIC 9(08).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-CT-PARCELA   PIC 9(02).
           05 FILLER           PIC X(06) VALUE ' VENC '.
           05 WRK-CT-VENC      PIC 9(08).
           05 FILLER           PIC X(11) VALUE '  APLICADO '.
           05 WRK-CT-APLICADO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(08) VALUE '  RESTA '.
           05 WRK-CT-RESTA     PIC ZZ.ZZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-CARREGAR-CONCEDIDAS.
           PERFORM 0110-CARREGAR-CANCELADOS.
           PERFORM 0120-CARREGAR-ABERTOS.
           PERFORM 0200-SOMAR-FATURAS.
           PERFORM 0250-SOMAR-PESO.
           OPEN OUTPUT BONIFRPT-FILE.
           MOVE SPACES TO BONIFRPT-REC.
           STRING 'BONIFICACAO POR VOLUME - TRIMESTRE ' WRK-TRI-NUM
               '/' WRK-TRI-ANO ' (' WRK-INI-TRI ' A ' WRK-FIM-TRI
               ') - ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           MOVE ALL '=' TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           MOVE 'DOCUMENTO      B         MEDIDA          FRETE F'
               TO BONIFRPT-REC.
           MOVE '   PCT   BONIFICACAO RESULTADO'
               TO BONIFRPT-REC(49:30).
           WRITE BONIFRPT-REC.
           MOVE ALL '-' TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           OPEN OUTPUT CARTABON-FILE.
           MOVE SPACES TO CARTABON-REC.
           STRING 'EXTRATOS DE BONIFICACAO POR VOLUME - TRIMESTRE '
               WRK-TRI-NUM '/' WRK-TRI-ANO
               DELIMITED BY SIZE INTO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE ALL '=' TO CARTABON-REC.
           WRITE CARTABON-REC.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==BONIFREG==
               ==:STA:== BY ==WRK-BNR-STATUS==
               ==:DDN:== BY =='BONIFREG'==.
           PERFORM 0300-APURAR-UM-CLIENTE THRU 0300-APURAR-FIM
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           CLOSE BONIFREG-FILE CARTABON-FILE CONTRATO-FILE.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.
           PERFORM 0500-REGRAVAR-MASTER.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE BONIFRPT-FILE.
           DISPLAY 'BONIFVOL - TRIMESTRE ' WRK-TRI-NUM '/' WRK-TRI-ANO
               ' CONCEDIDAS ' WRK-QTD-CONCEDIDAS
               ' COM SALDO A COMPENSAR ' WRK-QTD-COM-SALDO.
           IF WRK-QTD-COM-SALDO > 0 OR WRK-TAB-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO (ZEROS = HOJE) E TRIMESTRE AAAAT
      * (ZEROS = O TRIMESTRE ANTERIOR AO DA DATA DE NEGOCIO).
      * SO SE APURA TRIMESTRE JA ENCERRADO
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'TRIMESTRE AAAAT (ZEROS = O ANTERIOR).. '.
           ACCEPT WRK-TRI-PARM.
           IF WRK-TRI-PARM = 0
               COMPUTE WRK-TRI-NUM = (WRK-NGC-MES + 2) / 3
               MOVE WRK-NGC-ANO TO WRK-TRI-ANO
               IF WRK-TRI-NUM = 1
                   MOVE 4 TO WRK-TRI-NUM
                   SUBTRACT 1 FROM WRK-TRI-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-TRI-NUM
               END-IF
           END-IF.
           IF WRK-TRI-NUM < 1 OR WRK-TRI-NUM > 4
               DISPLAY 'TRIMESTRE INVALIDO ' WRK-TRI-PARM
                   ' - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-TRI-ANO TO WRK-INI-ANO WRK-FIM-ANO.
           COMPUTE WRK-INI-MES = WRK-TRI-NUM * 3 - 2.
           MOVE 1 TO WRK-INI-DIA.
           COMPUTE WRK-FIM-MES = WRK-TRI-NUM * 3.
           EVALUATE WRK-TRI-NUM
               WHEN 2
               WHEN 3
                   MOVE 30 TO WRK-FIM-DIA
               WHEN OTHER
                   MOVE 31 TO WRK-FIM-DIA
           END-EVALUATE.
           IF WRK-FIM-TRI NOT < WRK-DATA-NEGOCIO
               DISPLAY 'TRIMESTRE ' WRK-TRI-NUM '/' WRK-TRI-ANO
                   ' AINDA NAO ENCERRADO EM ' WRK-DATA-NEGOCIO
                   ' - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * SEM O FATREG E O FRETESAI NAO HA VOLUME; SEM O
      * CONTRATO NAO HA FAIXAS E SEM O ABERTOS NAO HA ONDE
      * APLICAR O CREDITO - APURACAO RECUSADA ANTES DE GRAVAR
      * QUALQUER COISA. SEM O CLIENTE O EXTRATO SAI SEM NOME E
      * ENDERECO
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS NOT = '00'
               DISPLAY 'FRETESAI NAO DISPONIVEL (STATUS '
                   WRK-FSA-STATUS ') - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CTR-STATUS NOT = '00'
               DISPLAY 'MASTER CONTRATO NAO DISPONIVEL (STATUS '
                   WRK-CTR-STATUS ') - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - APURACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               SET CLIENTE-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-CLI-STATUS ') - EXTRATOS SEM '
                   'NOME E ENDERECO'
           END-IF.

      *****************************************************
      * CLIENTES JA CREDITADOS NESTE TRIMESTRE EM RODADA
      * ANTERIOR. SEM O BONIFREG (PRIMEIRA RODADA) NENHUM
      *****************************************************
       0100-CARREGAR-CONCEDIDAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT BONIFREG-FILE.
           IF WRK-BNR-STATUS = '00'
               PERFORM 0105-LER-UMA-CONCEDIDA UNTIL WRK-FIM-ARQ
               CLOSE BONIFREG-FILE
           END-IF.

       0105-LER-UMA-CONCEDIDA.
           READ BONIFREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF BNR-ANO = WRK-TRI-ANO
                       AND BNR-TRIMESTRE = WRK-TRI-NUM
                       IF WRK-CNC-QTD < 2000
                           ADD 1 TO WRK-CNC-QTD
                           MOVE BNR-DOC TO WRK-CNC-DOC(WRK-CNC-QTD)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * PEDIDOS CANCELADOS (CANCELAM) - O FATURA NAO OS
      * FATURA, ENTAO O PESO DELES NAO CONTA. SEM O ARQUIVO,
      * NADA E PULADO
      *****************************************************
       0110-CARREGAR-CANCELADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CANCELAM-FILE.
           IF WRK-CAN-STATUS = '00'
               PERFORM 0115-LER-UM-CANCELADO UNTIL WRK-FIM-ARQ
               CLOSE CANCELAM-FILE
           ELSE
               DISPLAY 'AVISO - CANCELAM NAO ENCONTRADO (STATUS '
                   WRK-CAN-STATUS ') - NENHUM PEDIDO PULADO'
           END-IF.

       0115-LER-UM-CANCELADO.
           READ CANCELAM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-CAN-QTD < 1000
                       ADD 1 TO WRK-CAN-QTD
                       MOVE CAN-NUM-PEDIDO TO
                           WRK-CAN-NUMERO(WRK-CAN-QTD)
                   ELSE
                       DISPLAY 'AVISO - TABELA DE CANCELADOS '
                           'CHEIA (1000) - EXPURGUE O CANCELAM'
                       SET WRK-FIM-ARQ TO TRUE
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA O MASTER DE TITULOS EM ABERTO NA TABELA, NO
      * MOLDE DO CAIXAAPL
      *****************************************************
       0120-CARREGAR-ABERTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0125-CARREGAR-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.

       0125-CARREGAR-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-ABR-QTD >= 5000
                       DISPLAY 'TABELA DE TITULOS CHEIA (5000) - '
                           'EXPURGUE O MASTER ABERTOS - APURACAO '
                           'RECUSADA'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ABR-QTD
                   MOVE ABR-NUMERO TO WRK-ABR-NUMERO(WRK-ABR-QTD)
                   MOVE ABR-DOC TO WRK-ABR-DOC(WRK-ABR-QTD)
                   MOVE ABR-DATA-EMISSAO TO
                       WRK-ABR-EMISSAO(WRK-ABR-QTD)
                   MOVE ABR-DATA-VENC TO WRK-ABR-VENC(WRK-ABR-QTD)
                   MOVE ABR-VALOR TO WRK-ABR-VALOR(WRK-ABR-QTD)
                   MOVE ABR-VALOR-PAGO TO WRK-ABR-PAGO(WRK-ABR-QTD)
                   MOVE ABR-DATA-ULT-PAG TO
                       WRK-ABR-ULTPAG(WRK-ABR-QTD)
                   MOVE ABR-SITUACAO TO WRK-ABR-SIT(WRK-ABR-QTD)
                   IF ABR-PARCELA IS NUMERIC
                       MOVE ABR-PARCELA TO
                           WRK-ABR-PARCELA(WRK-ABR-QTD)
                       MOVE ABR-QTD-PARCELAS TO
                           WRK-ABR-QTD-PARC(WRK-ABR-QTD)
                   ELSE
                       MOVE 1 TO WRK-ABR-PARCELA(WRK-ABR-QTD)
                           WRK-ABR-QTD-PARC(WRK-ABR-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * FRETE FATURADO: FATURAS DO FATREG EMITIDAS DENTRO DO
      * TRIMESTRE, SOMADAS POR CLIENTE
      *****************************************************
       0200-SOMAR-FATURAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-SOMAR-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0210-SOMAR-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF REG-DATA-EMISSAO NOT < WRK-INI-TRI
                       AND REG-DATA-EMISSAO NOT > WRK-FIM-TRI
                       MOVE REG-DOC TO WRK-DOC-BUSCA
                       PERFORM 0220-LOCALIZAR-CLIENTE
                       IF WRK-CLI-USO > 0
                           ADD 1 TO WRK-QTD-FATURAS
                           ADD 1 TO WRK-CLI-QTD-FAT(WRK-CLI-USO)
                           ADD REG-TOT-FRETE TO
                               WRK-CLI-FRETE(WRK-CLI-USO)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * ACHA O CLIENTE NA TABELA, INCLUINDO-O NA PRIMEIRA VEZ.
      * TABELA CHEIA: O CLIENTE FICA FORA (WRK-CLI-USO ZERO),
      * AVISADO UMA VEZ E COM RC 4 NO FINAL
      *****************************************************
       0220-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-USO.
           PERFORM 0225-PROCURAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
               OR WRK-CLI-USO > 0.
           IF WRK-CLI-USO = 0
               IF WRK-CLI-QTD < 2000
                   ADD 1 TO WRK-CLI-QTD
                   MOVE WRK-CLI-QTD   TO WRK-CLI-USO
                   MOVE WRK-DOC-BUSCA TO WRK-CLI-DOC(WRK-CLI-USO)
                   MOVE ZEROS TO WRK-CLI-FRETE(WRK-CLI-USO)
                       WRK-CLI-PESO(WRK-CLI-USO)
                       WRK-CLI-QTD-FAT(WRK-CLI-USO)
               ELSE
                   IF WRK-TAB-CHEIA = 'N'
                       DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA '
                           '(2000) - CLIENTES EXCEDENTES FORA DA '
                           'APURACAO'
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF
           END-IF.

       0225-PROCURAR-CLIENTE.
           IF WRK-CLI-DOC(WRK-CLI-IDX) = WRK-DOC-BUSCA
               MOVE WRK-CLI-IDX TO WRK-CLI-USO
           END-IF.

      *****************************************************
      * PESO FATURADO: PEDIDOS DOS BLOCOS HDR/TRL DO FRETESAI
      * GRAVADOS DENTRO DO TRIMESTRE (CADA BLOCO E FATURADO
      * PELO FATURA NA PROPRIA DATA), SEM AS DEVOLUCOES (NOTA
      * DE CREDITO) E SEM OS PEDIDOS CANCELADOS
      *****************************************************
       0250-SOMAR-PESO.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0260-LER-UM-PEDIDO UNTIL WRK-FIM-ARQ.
           CLOSE FRETESAI-FILE.

       0260-LER-UM-PEDIDO.
           READ FRETESAI-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FSA-PRODUTO(1:3) = 'HDR'
                           IF FSH-DATA NOT < WRK-INI-TRI
                               AND FSH-DATA NOT > WRK-FIM-TRI
                               SET BLOCO-DO-TRIMESTRE TO TRUE
                           ELSE
                               MOVE 'N' TO WRK-NO-BLOCO
                           END-IF
                       WHEN FSA-PRODUTO(1:3) = 'TRL'
                           MOVE 'N' TO WRK-NO-BLOCO
                       WHEN BLOCO-DO-TRIMESTRE
                           PERFORM 0270-SOMAR-UM-PEDIDO
                               THRU 0270-SOMAR-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0270-SOMAR-UM-PEDIDO.
           IF FSA-DEVOLUCAO
               GO TO 0270-SOMAR-FIM
           END-IF.
           MOVE 'N' TO WRK-PED-CANCELADO.
           PERFORM 0275-PROCURAR-CANCELADO
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-CAN-QTD
               OR WRK-PED-CANCELADO = 'S'.
           IF WRK-PED-CANCELADO = 'S'
               GO TO 0270-SOMAR-FIM
           END-IF.
           MOVE FSA-DOC TO WRK-DOC-BUSCA.
           PERFORM 0220-LOCALIZAR-CLIENTE.
           IF WRK-CLI-USO > 0
               ADD 1 TO WRK-QTD-PEDIDOS
               ADD FSA-PESO TO WRK-CLI-PESO(WRK-CLI-USO)
           END-IF.

       0270-SOMAR-FIM.
           EXIT.

       0275-PROCURAR-CANCELADO.
           IF WRK-CAN-NUMERO(WRK-CAN-IDX) = FSA-NUM-PEDIDO
               MOVE 'S' TO WRK-PED-CANCELADO
           END-IF.

      *****************************************************
      * UM CLIENTE: CONTRATO COM FAIXAS, CONCESSAO ANTERIOR NO
      * TRIMESTRE, FAIXA ATINGIDA E, SE HOUVER BONIFICACAO,
      * EXTRATO, APLICACAO NOS TITULOS E REGISTRO NO BONIFREG.
      * CLIENTE SEM FAIXAS NO CONTRATO SO E CONTADO
      *****************************************************
       0300-APURAR-UM-CLIENTE.
           PERFORM 0310-BUSCAR-CONTRATO.
           IF WRK-ACHOU-CTR = 'N'
               ADD 1 TO WRK-QTD-SEM-CTR
               GO TO 0300-APURAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-COM-CTR.
           MOVE ZEROS TO WRK-FAIXA-ATING WRK-PCT-ATING WRK-VAL-BONIF.
           IF BONIF-POR-PESO
               MOVE WRK-CLI-PESO(WRK-CLI-IDX) TO WRK-MEDIDA
           ELSE
               MOVE WRK-CLI-FRETE(WRK-CLI-IDX) TO WRK-MEDIDA
           END-IF.
           MOVE 'N' TO WRK-JA-CONCEDIDA.
           PERFORM 0330-PROCURAR-CONCEDIDA
               VARYING WRK-CNC-IDX FROM 1 BY 1
               UNTIL WRK-CNC-IDX > WRK-CNC-QTD
               OR WRK-JA-CONCEDIDA = 'S'.
           IF WRK-JA-CONCEDIDA = 'S'
               ADD 1 TO WRK-QTD-JA-CONC
               MOVE 'JA CONCED.' TO WRK-RESULTADO
               PERFORM 0350-IMPRIMIR-LINHA
               GO TO 0300-APURAR-FIM
           END-IF.
           PERFORM 0320-AVALIAR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > 3.
           IF WRK-FAIXA-ATING > 0
               MOVE WRK-BON-PCT(WRK-FAIXA-ATING) TO WRK-PCT-ATING
               COMPUTE WRK-VAL-BONIF ROUNDED =
                   WRK-CLI-FRETE(WRK-CLI-IDX) * WRK-PCT-ATING / 100
           END-IF.
           IF WRK-VAL-BONIF = 0
               ADD 1 TO WRK-QTD-NAO-ATING
               MOVE 'NAO ATINGIU' TO WRK-RESULTADO
               PERFORM 0350-IMPRIMIR-LINHA
               GO TO 0300-APURAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CONCEDIDAS.
           ADD WRK-VAL-BONIF TO WRK-TOT-BONIF.
           PERFORM 0400-CARTA-CABECALHO.
           MOVE WRK-VAL-BONIF TO WRK-CRED-RESTANTE.
           MOVE ZEROS TO WRK-CRED-APLICADO WRK-QTD-TIT-CLI.
           MOVE 'N' TO WRK-SEM-TITULO.
           PERFORM 0410-APLICAR-UM-TITULO
               UNTIL WRK-CRED-RESTANTE = 0
               OR WRK-SEM-TITULO = 'S'.
           ADD WRK-CRED-APLICADO TO WRK-TOT-APLICADO.
           IF WRK-CRED-RESTANTE > 0
               ADD 1 TO WRK-QTD-COM-SALDO
               ADD WRK-CRED-RESTANTE TO WRK-TOT-SALDO
               MOVE 'CONC.+SALDO' TO WRK-RESULTADO
           ELSE
               MOVE 'CONCEDIDA' TO WRK-RESULTADO
           END-IF.
           PERFORM 0420-CARTA-RODAPE.
           PERFORM 0430-GRAVAR-CONCESSAO.
           PERFORM 0350-IMPRIMIR-LINHA.

       0300-APURAR-FIM.
           EXIT.

      *****************************************************
      * FAIXAS DO CLIENTE: PRIMEIRA VIGENCIA DE CONTRATO (NA
      * ORDEM DA CHAVE) COM BASE DE BONIFICACAO E PRIMEIRA
      * FAIXA PREENCHIDA QUE COBRE ALGUM DIA DO TRIMESTRE
      *****************************************************
       0310-BUSCAR-CONTRATO.
           MOVE 'N' TO WRK-ACHOU-CTR WRK-FIM-CTR.
           MOVE LOW-VALUES TO CTR-CHAVE.
           MOVE WRK-CLI-DOC(WRK-CLI-IDX) TO CTR-DOC.
           START CONTRATO-FILE KEY NOT < CTR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CTR
           END-START.
           PERFORM 0315-LER-UM-CONTRATO
               UNTIL WRK-FIM-CTR = 'S'.

       0315-LER-UM-CONTRATO.
           READ CONTRATO-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-CTR
               NOT AT END
                   IF CTR-DOC NOT = WRK-CLI-DOC(WRK-CLI-IDX)
                       MOVE 'S' TO WRK-FIM-CTR
                   ELSE
                       IF CTR-VIGENCIA NOT > WRK-FIM-TRI
                           AND (CTR-DATA-FIM = 0
                               OR CTR-DATA-FIM NOT < WRK-INI-TRI)
                           AND (CTR-BONIF-PESO OR CTR-BONIF-FRETE)
                           AND CTR-BONIF-LIMITE(1) IS NUMERIC
                           AND CTR-BONIF-LIMITE(1) > 0
                           MOVE CTR-ORIGEM     TO WRK-BON-ORIGEM
                           MOVE CTR-UF         TO WRK-BON-UF
                           MOVE CTR-NIVEL-SERV TO WRK-BON-NIVEL
                           MOVE CTR-VIGENCIA   TO WRK-BON-VIGENCIA
                           MOVE CTR-BONIF-BASE TO WRK-BON-BASE
                           PERFORM 0317-GUARDAR-UMA-FAIXA
                               VARYING WRK-FX-IDX FROM 1 BY 1
                               UNTIL WRK-FX-IDX > 3
                           MOVE 'S' TO WRK-ACHOU-CTR WRK-FIM-CTR
                       END-IF
                   END-IF
           END-READ.

       0317-GUARDAR-UMA-FAIXA.
           IF CTR-BONIF-LIMITE(WRK-FX-IDX) IS NUMERIC
               AND CTR-BONIF-PCT(WRK-FX-IDX) IS NUMERIC
               MOVE CTR-BONIF-LIMITE(WRK-FX-IDX) TO
                   WRK-BON-LIMITE(WRK-FX-IDX)
               MOVE CTR-BONIF-PCT(WRK-FX-IDX) TO
                   WRK-BON-PCT(WRK-FX-IDX)
           ELSE
               MOVE ZEROS TO WRK-BON-LIMITE(WRK-FX-IDX)
                   WRK-BON-PCT(WRK-FX-IDX)
           END-IF.

      *****************************************************
      * A FAIXA ATINGIDA E A MAIOR CUJO LIMITE FOI
      * ULTRAPASSADO ("EMBARCAR MAIS QUE") NO TRIMESTRE
      *****************************************************
       0320-AVALIAR-FAIXA.
           IF WRK-BON-LIMITE(WRK-FX-IDX) > 0
               AND WRK-MEDIDA > WRK-BON-LIMITE(WRK-FX-IDX)
               MOVE WRK-FX-IDX TO WRK-FAIXA-ATING
           END-IF.

       0330-PROCURAR-CONCEDIDA.
           IF WRK-CNC-DOC(WRK-CNC-IDX) = WRK-CLI-DOC(WRK-CLI-IDX)
               MOVE 'S' TO WRK-JA-CONCEDIDA
           END-IF.

       0350-IMPRIMIR-LINHA.
           MOVE WRK-CLI-DOC(WRK-CLI-IDX)   TO WRK-LD-DOC.
           MOVE WRK-BON-BASE               TO WRK-LD-BASE.
           MOVE WRK-MEDIDA                 TO WRK-LD-MEDIDA.
           MOVE WRK-CLI-FRETE(WRK-CLI-IDX) TO WRK-LD-FRETE.
           MOVE WRK-FAIXA-ATING            TO WRK-LD-FAIXA.
           MOVE WRK-PCT-ATING              TO WRK-LD-PCT.
           MOVE WRK-VAL-BONIF              TO WRK-LD-BONIF.
           MOVE WRK-RESULTADO              TO WRK-LD-RESULTADO.
           MOVE WRK-LIN-DET TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.

      *****************************************************
      * CABECALHO DO EXTRATO AO CLIENTE: NOME E ENDERECO DO
      * MASTER CLIENTE (QUANDO HA), PERIODO, CONTRATO, VOLUME
      * FATURADO, FAIXAS COM A ATINGIDA MARCADA E O CREDITO
      *****************************************************
       0400-CARTA-CABECALHO.
           MOVE SPACES TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE ALL '*' TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO CARTABON-REC.
           STRING 'EXTRATO DE BONIFICACAO POR VOLUME - TRIMESTRE '
               WRK-TRI-NUM '/' WRK-TRI-ANO
               DELIMITED BY SIZE INTO CARTABON-REC.
           WRITE CARTABON-REC.
           PERFORM 0405-CARTA-ENDERECO THRU 0405-CARTA-ENDERECO-FIM.
           MOVE SPACES TO WRK-CARTA-ROTULO.
           MOVE 'CLIENTE (DOC)....' TO WRK-CR-ROTULO.
           MOVE WRK-CLI-DOC(WRK-CLI-IDX) TO WRK-CR-TEXTO.
           MOVE WRK-CARTA-ROTULO TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO WRK-CARTA-ROTULO.
           MOVE 'PERIODO..........' TO WRK-CR-ROTULO.
           STRING WRK-INI-TRI ' A ' WRK-FIM-TRI
               DELIMITED BY SIZE INTO WRK-CR-TEXTO.
           MOVE WRK-CARTA-ROTULO TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO WRK-CARTA-ROTULO.
           MOVE 'CONTRATO.........' TO WRK-CR-ROTULO.
           STRING WRK-BON-ORIGEM '/' WRK-BON-UF '/' WRK-BON-NIVEL
               ' VIGENCIA ' WRK-BON-VIGENCIA
               DELIMITED BY SIZE INTO WRK-CR-TEXTO.
           MOVE WRK-CARTA-ROTULO TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO WRK-CARTA-VALOR.
           MOVE 'FRETE FATURADO...' TO WRK-CV-ROTULO.
           MOVE WRK-CLI-FRETE(WRK-CLI-IDX) TO WRK-CV-VALOR.
           STRING '  EM ' WRK-CLI-QTD-FAT(WRK-CLI-IDX) ' FATURA(S)'
               DELIMITED BY SIZE INTO WRK-CV-TEXTO.
           MOVE WRK-CARTA-VALOR TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO WRK-CARTA-VALOR.
           MOVE 'PESO FATURADO KG.' TO WRK-CV-ROTULO.
           MOVE WRK-CLI-PESO(WRK-CLI-IDX) TO WRK-CV-VALOR.
           MOVE WRK-CARTA-VALOR TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO CARTABON-REC.
           IF BONIF-POR-PESO
               MOVE 'FAIXAS DO CONTRATO (PESO FATURADO EM KG):'
                   TO CARTABON-REC
           ELSE
               MOVE 'FAIXAS DO CONTRATO (FRETE FATURADO EM R$):'
                   TO CARTABON-REC
           END-IF.
           WRITE CARTABON-REC.
           PERFORM 0407-CARTA-UMA-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > 3.
           MOVE SPACES TO WRK-CARTA-VALOR.
           MOVE 'BONIFICACAO......' TO WRK-CV-ROTULO.
           MOVE WRK-VAL-BONIF TO WRK-CV-VALOR.
           MOVE WRK-PCT-ATING TO WRK-PCT-ED.
           STRING '  (' WRK-PCT-ED ' % DO FRETE FATURADO)'
               DELIMITED BY SIZE INTO WRK-CV-TEXTO.
           MOVE WRK-CARTA-VALOR TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE 'CREDITO APLICADO NOS TITULOS EM ABERTO:'
               TO CARTABON-REC.
           WRITE CARTABON-REC.

       0405-CARTA-ENDERECO.
           IF NOT CLIENTE-ABERTO
               GO TO 0405-CARTA-ENDERECO-FIM
           END-IF.
           MOVE WRK-CLI-DOC(WRK-CLI-IDX) TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   GO TO 0405-CARTA-ENDERECO-FIM
           END-READ.
           MOVE CLI-NOME TO CARTABON-REC.
           WRITE CARTABON-REC.
           IF CLI-CEP = 0
               GO TO 0405-CARTA-ENDERECO-FIM
           END-IF.
           MOVE CLI-ENDERECO TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO CARTABON-REC.
           STRING CLI-CIDADE ' ' CLI-UF '  CEP ' CLI-CEP
               DELIMITED BY SIZE INTO CARTABON-REC.
           WRITE CARTABON-REC.

       0405-CARTA-ENDERECO-FIM.
           EXIT.

       0407-CARTA-UMA-FAIXA.
           IF WRK-BON-LIMITE(WRK-FX-IDX) > 0
               MOVE WRK-FX-IDX                 TO WRK-CF-FAIXA
               MOVE WRK-BON-LIMITE(WRK-FX-IDX) TO WRK-CF-LIMITE
               MOVE WRK-BON-PCT(WRK-FX-IDX)    TO WRK-CF-PCT
               IF WRK-FX-IDX = WRK-FAIXA-ATING
                   MOVE '  <= ATINGIDA' TO WRK-CF-MARCA
               ELSE
                   MOVE SPACES TO WRK-CF-MARCA
               END-IF
               MOVE WRK-CARTA-FAIXA TO CARTABON-REC
               WRITE CARTABON-REC
           END-IF.

      *****************************************************
      * APLICA O CREDITO NO TITULO EM ABERTO MAIS ANTIGO DO
      * CLIENTE (MENOR VENCIMENTO): ATE O SALDO DELE, COM
      * SITUACAO PARCIAL OU LIQUIDADA, COMO A BAIXA DO
      * CAIXAAPL. TITULO EM PERDA (X) NAO RECEBE CREDITO
      *****************************************************
       0410-APLICAR-UM-TITULO.
           MOVE ZEROS TO WRK-ABR-USO.
           PERFORM 0415-PROCURAR-MAIS-ANTIGO
               VARYING WRK-ABR-IDX FROM 1 BY 1
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD.
           IF WRK-ABR-USO = 0
               MOVE 'S' TO WRK-SEM-TITULO
           ELSE
               COMPUTE WRK-SALDO-TITULO =
                   WRK-ABR-VALOR(WRK-ABR-USO)
                       - WRK-ABR-PAGO(WRK-ABR-USO)
               IF WRK-CRED-RESTANTE > WRK-SALDO-TITULO
                   MOVE WRK-SALDO-TITULO TO WRK-VAL-APLICAR
               ELSE
                   MOVE WRK-CRED-RESTANTE TO WRK-VAL-APLICAR
               END-IF
               ADD WRK-VAL-APLICAR TO WRK-ABR-PAGO(WRK-ABR-USO)
               MOVE WRK-DATA-NEGOCIO TO WRK-ABR-ULTPAG(WRK-ABR-USO)
               IF WRK-ABR-PAGO(WRK-ABR-USO) >=
                   WRK-ABR-VALOR(WRK-ABR-USO)
                   MOVE 'L' TO WRK-ABR-SIT(WRK-ABR-USO)
                   ADD 1 TO WRK-QTD-LIQUID
               ELSE
                   MOVE 'P' TO WRK-ABR-SIT(WRK-ABR-USO)
               END-IF
               SUBTRACT WRK-VAL-APLICAR FROM WRK-CRED-RESTANTE
               ADD WRK-VAL-APLICAR TO WRK-CRED-APLICADO
               ADD 1 TO WRK-QTD-TIT-CLI
               ADD 1 TO WRK-QTD-TIT-APLIC
               MOVE WRK-ABR-NUMERO(WRK-ABR-USO)  TO WRK-CT-NUMERO
               MOVE WRK-ABR-PARCELA(WRK-ABR-USO) TO WRK-CT-PARCELA
               MOVE WRK-ABR-VENC(WRK-ABR-USO)    TO WRK-CT-VENC
               MOVE WRK-VAL-APLICAR              TO WRK-CT-APLICADO
               COMPUTE WRK-CT-RESTA =
                   WRK-ABR-VALOR(WRK-ABR-USO)
                       - WRK-ABR-PAGO(WRK-ABR-USO)
               MOVE WRK-CARTA-TITULO TO CARTABON-REC
               WRITE CARTABON-REC
           END-IF.

       0415-PROCURAR-MAIS-ANTIGO.
           IF WRK-ABR-DOC(WRK-ABR-IDX) = WRK-CLI-DOC(WRK-CLI-IDX)
               AND WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'L'
               AND WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'X'
               AND WRK-ABR-VALOR(WRK-ABR-IDX) >
                   WRK-ABR-PAGO(WRK-ABR-IDX)
               IF WRK-ABR-USO = 0
                   MOVE WRK-ABR-IDX TO WRK-ABR-USO
               ELSE
                   IF WRK-ABR-VENC(WRK-ABR-IDX) <
                       WRK-ABR-VENC(WRK-ABR-USO)
                       MOVE WRK-ABR-IDX TO WRK-ABR-USO
                   END-IF
               END-IF
           END-IF.

       0420-CARTA-RODAPE.
           IF WRK-QTD-TIT-CLI = 0
               MOVE '  NENHUM TITULO EM ABERTO NESTA DATA'
                   TO CARTABON-REC
               WRITE CARTABON-REC
           END-IF.
           MOVE SPACES TO WRK-CARTA-VALOR.
           MOVE 'TOTAL APLICADO...' TO WRK-CV-ROTULO.
           MOVE WRK-CRED-APLICADO TO WRK-CV-VALOR.
           MOVE WRK-CARTA-VALOR TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE SPACES TO WRK-CARTA-VALOR.
           MOVE 'SALDO A COMPENSAR' TO WRK-CV-ROTULO.
           MOVE WRK-CRED-RESTANTE TO WRK-CV-VALOR.
           MOVE WRK-CARTA-VALOR TO CARTABON-REC.
           WRITE CARTABON-REC.
           MOVE ALL '*' TO CARTABON-REC.
           WRITE CARTABON-REC.

      *****************************************************
      * REGISTRA A CONCESSAO NO BONIFREG: BASE DO LANCAMENTO
      * CONTABIL (GLEXTR) E TRAVA CONTRA A SEGUNDA CONCESSAO
      *****************************************************
       0430-GRAVAR-CONCESSAO.
           MOVE SPACES TO BONIFREG-REC.
           MOVE WRK-CLI-DOC(WRK-CLI-IDX)   TO BNR-DOC.
           MOVE WRK-TRI-ANO                TO BNR-ANO.
           MOVE WRK-TRI-NUM                TO BNR-TRIMESTRE.
           MOVE WRK-DATA-NEGOCIO           TO BNR-DATA.
           MOVE WRK-BON-ORIGEM             TO BNR-CTR-ORIGEM.
           MOVE WRK-BON-UF                 TO BNR-CTR-UF.
           MOVE WRK-BON-NIVEL              TO BNR-CTR-NIVEL.
           MOVE WRK-BON-VIGENCIA           TO BNR-CTR-VIGENCIA.
           MOVE WRK-BON-BASE               TO BNR-BASE.
           MOVE WRK-CLI-PESO(WRK-CLI-IDX)  TO BNR-PESO.
           MOVE WRK-CLI-FRETE(WRK-CLI-IDX) TO BNR-FRETE.
           MOVE WRK-FAIXA-ATING            TO BNR-FAIXA.
           MOVE WRK-PCT-ATING              TO BNR-PCT.
           MOVE WRK-VAL-BONIF              TO BNR-VALOR.
           MOVE WRK-CRED-APLICADO          TO BNR-APLICADO.
           MOVE WRK-CRED-RESTANTE          TO BNR-SALDO.
           MOVE WRK-QTD-TIT-CLI            TO BNR-QTD-TITULOS.
           WRITE BONIFREG-REC.
           MOVE 'BONIFREG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-BNR-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * REGRAVA O MASTER NO ABERNOVO SO COM OS TITULOS AINDA
      * ABERTOS, PARCIAIS OU EM PERDA - O LIQUIDADO PELO
      * CREDITO SAI DO MASTER E FICA NO EXTRATO E NO BONIFREG
      *****************************************************
       0500-REGRAVAR-MASTER.
           OPEN OUTPUT ABERNOVO-FILE.
           MOVE 'ABERNOVO' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-ABN-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           PERFORM 0510-GRAVAR-UM-TITULO
               VARYING WRK-ABR-IDX FROM 1 BY 1
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD.
           CLOSE ABERNOVO-FILE.

       0510-GRAVAR-UM-TITULO.
           IF WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'L'
               MOVE WRK-ABR-NUMERO(WRK-ABR-IDX)  TO ABR-NUMERO
               MOVE WRK-ABR-DOC(WRK-ABR-IDX)     TO ABR-DOC
               MOVE WRK-ABR-EMISSAO(WRK-ABR-IDX) TO ABR-DATA-EMISSAO
               MOVE WRK-ABR-VENC(WRK-ABR-IDX)    TO ABR-DATA-VENC
               MOVE WRK-ABR-VALOR(WRK-ABR-IDX)   TO ABR-VALOR
               MOVE WRK-ABR-PAGO(WRK-ABR-IDX)    TO ABR-VALOR-PAGO
               MOVE WRK-ABR-ULTPAG(WRK-ABR-IDX)  TO ABR-DATA-ULT-PAG
               MOVE WRK-ABR-SIT(WRK-ABR-IDX)     TO ABR-SITUACAO
               MOVE WRK-ABR-PARCELA(WRK-ABR-IDX) TO ABR-PARCELA
               MOVE WRK-ABR-QTD-PARC(WRK-ABR-IDX) TO ABR-QTD-PARCELAS
               MOVE ABERTOS-REC TO ABERNOVO-REC
               WRITE ABERNOVO-REC
               MOVE 'ABERNOVO' TO WRK-IO-DDNAME
               MOVE 'WRITE' TO WRK-IO-OPERACAO
               MOVE WRK-ABN-STATUS TO WRK-IO-STATUS
               PERFORM 9800-CONFERIR-IO
           END-IF.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           MOVE ALL '-' TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           MOVE 'FATURAS DO TRIMESTRE..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FATURAS TO WRK-TOT-QTD-ED.
           MOVE ZEROS TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'PEDIDOS FATURADOS (PESO)......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PEDIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'CLIENTES FATURADOS............' TO WRK-TOT-ROTULO.
           MOVE WRK-CLI-QTD TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'SEM BONIFICACAO NO CONTRATO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CTR TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'COM BONIFICACAO NO CONTRATO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-COM-CTR TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE '  FAIXA NAO ATINGIDA..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-NAO-ATING TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE '  JA CONCEDIDA ANTES..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-JA-CONC TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE '  BONIFICACOES CONCEDIDAS.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CONCEDIDAS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-BONIF TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'CREDITO APLICADO NOS TITULOS..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-TIT-APLIC TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-APLICADO TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE '  TITULOS LIQUIDADOS..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIQUID TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL.
           MOVE 'SALDO A COMPENSAR.............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-COM-SALDO TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-SALDO TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL.

       0610-GRAVAR-TOTAL.
           MOVE WRK-TOT-LINHA TO BONIFRPT-REC.
           WRITE BONIFRPT-REC.
           MOVE ZEROS TO WRK-TOT-VALOR-ED.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'BONIFVOL'         TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO   TO OPS-DATA.
           MOVE WRK-HORA-INICIO    TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM       TO OPS-HORA-FIM.
           MOVE WRK-CLI-QTD        TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-CONCEDIDAS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-JA-CONC    TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
