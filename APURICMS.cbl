       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICMS.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: APURACAO MENSAL DO ICMS SOBRE O FRETE. A MESA
      *           FISCAL SOMAVA NA CALCULADORA, POR UF E ALIQUOTA,
      *           O ICMS QUE O FATURA GRAVA NO FATREG. NO MES DE
      *           REFERENCIA DO SYSIN (ZEROS = MES ANTERIOR):
      *             - DEBITOS: FATURAS EMITIDAS NO MES, PELA BASE,
      *               ALIQUOTA E VALOR DO FATREG E PELO PAR UF DE
      *               ORIGEM (REG-UF-ORIGEM) / UF DE DESTINO;
      *             - CREDITOS: CANCELAMENTOS POS-FATURA DATADOS NO
      *               MES (CANCELAM; O FRETE DO PEDIDO VEM DO
      *               PEDHIST, COMO NO COMISSAO) E CREDITOS DE
      *               REPRECIFICACAO GRAVADOS NO MES CONTRA FATURA
      *               JA EMITIDA (AJUSTES), A ALIQUOTA DO PAR DE UF
      *               NO MASTER ICMSTAB.
      *           O RELATORIO ICMSRPT TOTALIZA BASE E IMPOSTO POR
      *           ORIGEM/DESTINO/ALIQUOTA, COM O ICMS A RECOLHER POR
      *           UF (A DE ORIGEM DA PRESTACAO; SALDO NEGATIVO FICA
      *           COMO SALDO CREDOR) E LISTA COMO EXCECAO A FATURA
      *           INTERESTADUAL COM FRETE E ALIQUOTA ZERO. O ARQUIVO
      *           ICMSEXT LEVA OS MESMOS TOTAIS NO LAYOUT FIXO DE
      *           CARGA DO SISTEMA DE ESCRITURACAO DA MESA FISCAL.
      *           FATURA ANTERIOR AO REGISTRO DA UF DE ORIGEM NO
      *           FATREG APARECE COM A ORIGEM '**'.
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
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT ICMSTAB-FILE ASSIGN TO "ICMSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICM-CHAVE
               FILE STATUS IS WRK-ICM-STATUS.
           SELECT SORTICM-FILE ASSIGN TO "SORTICM".
           SELECT ICMSRPT-FILE ASSIGN TO "ICMSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICMSEXT-FILE ASSIGN TO "ICMSEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  AJUSTES-FILE.
           COPY AJUSTEFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  ICMSTAB-FILE.
           COPY ICMSFD.

       SD  SORTICM-FILE.
       01  SORTICM-REC.
           05 SRI-UF-ORIGEM     PIC X(02).
           05 SRI-UF-DESTINO    PIC X(02).
           05 SRI-ALIQ          PIC 9(02)V99.
           05 SRI-TIPO          PIC X(01).
               88 SRI-DEBITO        VALUE 'D'.
           05 SRI-NUMERO        PIC 9(08).
           05 SRI-BASE          PIC 9(11)V99.
           05 SRI-ICMS          PIC 9(11)V99.

       FD  ICMSRPT-FILE.
       01  ICMSRPT-REC          PIC X(80).

      *****************************************************
      * LAYOUT FIXO DE CARGA DA ESCRITURACAO FISCAL: HEADER 0,
      * UM DETALHE 1 POR ORIGEM/DESTINO/ALIQUOTA, UM RESUMO 2
      * POR UF DE ORIGEM E TRAILER 9
      *****************************************************
       FD  ICMSEXT-FILE.
       01  ICMSEXT-HEADER.
           05 IXH-TIPO          PIC X(01).
           05 IXH-LITERAL       PIC X(08).
           05 IXH-ANOMES        PIC 9(06).
           05 IXH-DATA-GERACAO  PIC 9(08).
           05 FILLER            PIC X(57).
       01  ICMSEXT-DETALHE.
           05 IXD-TIPO          PIC X(01).
           05 IXD-ANOMES        PIC 9(06).
           05 IXD-UF-ORIGEM     PIC X(02).
           05 IXD-UF-DESTINO    PIC X(02).
           05 IXD-ALIQ          PIC 9(02)V99.
           05 IXD-QTD-NOTAS     PIC 9(05).
           05 IXD-BASE-DEB      PIC 9(13)V99.
           05 IXD-ICMS-DEB      PIC 9(13)V99.
           05 IXD-BASE-CRD      PIC 9(13)V99.
           05 IXD-ICMS-CRD      PIC 9(13)V99.
       01  ICMSEXT-RESUMO.
           05 IXR-TIPO          PIC X(01).
           05 IXR-ANOMES        PIC 9(06).
           05 IXR-UF            PIC X(02).
           05 IXR-ICMS-DEB      PIC 9(13)V99.
           05 IXR-ICMS-CRD      PIC 9(13)V99.
           05 IXR-A-RECOLHER    PIC 9(13)V99.
           05 IXR-SALDO-CREDOR  PIC 9(13)V99.
           05 FILLER            PIC X(11).
       01  ICMSEXT-TRAILER.
           05 IXT-TIPO          PIC X(01).
           05 IXT-QTD-REGISTROS PIC 9(07).
           05 IXT-A-RECOLHER    PIC 9(13)V99.
           05 FILLER            PIC X(57).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AJU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ICM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EXT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-PHI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-ICM-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) ---*
       01  WRK-ANOMES-GRUPO.
           05 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES-GRUPO.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
       01  WRK-DATA-MOV-GRUPO.
           05 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MOV-R REDEFINES WRK-DATA-MOV-GRUPO.
           05 WRK-DMV-ANOMES    PIC 9(06).
           05 FILLER            PIC 9(02).

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCEL    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AJUSTES   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CAN-SEMPED PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXT       PIC 9(07) VALUE ZEROS.
       77 WRK-UF-ORI-BUSCA  PIC X(02) VALUE SPACES.
       77 WRK-UF-DES-BUSCA  PIC X(02) VALUE SPACES.
       77 WRK-ALIQ-ACHADA   PIC 9(02)V99 VALUE ZEROS.

      *--- GRUPO ORIGEM/DESTINO/ALIQUOTA EM CURSO NA SAIDA ---*
       77 WRK-GRP-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-GRP-ORIGEM    PIC X(02) VALUE SPACES.
       77 WRK-GRP-DESTINO   PIC X(02) VALUE SPACES.
       77 WRK-GRP-ALIQ      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-GRP-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-BASE-DEB  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-ICMS-DEB  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-BASE-CRD  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-ICMS-CRD  PIC 9(13)V99 VALUE ZEROS.
      *--- UF DE ORIGEM EM CURSO NA SAIDA ---*
       77 WRK-ORI-ABERTA    PIC X(01) VALUE 'N'.
       77 WRK-ORI-NOTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-ORI-BASE-DEB  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ORI-ICMS-DEB  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ORI-BASE-CRD  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ORI-ICMS-CRD  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ICMS    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-A-RECOLHER PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDOR    PIC 9(13)V99 VALUE ZEROS.

      *--- RESUMO POR UF DE ORIGEM ---*
       77 WRK-UF-QTD        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-UF-IDX        PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-UF.
           05 WRK-UF-ITEM OCCURS 30 TIMES.
               10 WRK-UF-SIGLA     PIC X(02).
               10 WRK-UF-ICMS-DEB  PIC 9(13)V99.
               10 WRK-UF-ICMS-CRD  PIC 9(13)V99.
               10 WRK-UF-RECOLHER  PIC 9(13)V99.
               10 WRK-UF-CREDOR    PIC 9(13)V99.

      *--- FATURAS INTERESTADUAIS COM ALIQUOTA ZERO ---*
       77 WRK-EXC-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EXC-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-EXCECOES.
           05 WRK-EXC-ITEM OCCURS 200 TIMES.
               10 WRK-EXC-NUMERO   PIC 9(08).
               10 WRK-EXC-EMISSAO  PIC 9(08).
               10 WRK-EXC-DOC      PIC X(14).
               10 WRK-EXC-ORIGEM   PIC X(02).
               10 WRK-EXC-DESTINO  PIC X(02).
               10 WRK-EXC-FRETE    PIC 9(11)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-GRUPO.
           05 WRK-LG-ORIGEM    PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-DESTINO   PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-ALIQ      PIC Z9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-NOTAS     PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-BASE      PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-ICMS-DEB  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-ICMS-CRD  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-ICMS-LIQ  PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-RESUMO.
           05 WRK-LR-UF        PIC X(02).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LR-ICMS-DEB  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-ICMS-CRD  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-RECOLHER  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-CREDOR    PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-EXCECAO.
           05 WRK-LE-NUMERO    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-EMISSAO   PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-ORIGEM    PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LE-DESTINO   PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-FRETE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-ABRIR-CONSULTAS.
           OPEN OUTPUT ICMSRPT-FILE.
           OPEN OUTPUT ICMSEXT-FILE.
           MOVE SPACES TO ICMSRPT-REC.
           STRING 'APURACAO DO ICMS SOBRE O FRETE - MES '
               WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE ALL '=' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE 'OR DE  ALIQ NOTAS    BASE LIQUIDA   ICMS DEBITOS'
               TO ICMSRPT-REC.
           MOVE 'ICMS CREDITOS    ICMS LIQUIDO' TO ICMSRPT-REC(51:).
           WRITE ICMSRPT-REC.
           MOVE ALL '-' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE SPACES TO ICMSEXT-HEADER.
           MOVE '0'              TO IXH-TIPO.
           MOVE 'APURICMS'       TO IXH-LITERAL.
           MOVE WRK-ANOMES       TO IXH-ANOMES.
           MOVE WRK-DATA-NEGOCIO TO IXH-DATA-GERACAO.
           WRITE ICMSEXT-HEADER.
           PERFORM 0690-CONFERIR-EXTRATO.
           SORT SORTICM-FILE
               ON ASCENDING KEY SRI-UF-ORIGEM SRI-UF-DESTINO
                   SRI-ALIQ
               INPUT PROCEDURE IS 0200-SELECIONAR-MOVIMENTO
               OUTPUT PROCEDURE IS 0300-TOTALIZAR-APURACAO.
           PERFORM 0500-RESUMO-POR-UF.
           PERFORM 0550-RELACIONAR-EXCECOES.
           MOVE SPACES TO ICMSEXT-TRAILER.
           MOVE '9' TO IXT-TIPO.
           COMPUTE IXT-QTD-REGISTROS = WRK-QTD-EXT + 1.
           MOVE WRK-TOT-A-RECOLHER TO IXT-A-RECOLHER.
           WRITE ICMSEXT-TRAILER.
           PERFORM 0690-CONFERIR-EXTRATO.
           CLOSE ICMSRPT-FILE ICMSEXT-FILE.
           IF WRK-PHI-ABERTO = 'S'
               CLOSE PEDHIST-FILE
           END-IF.
           IF WRK-ICM-ABERTO = 'S'
               CLOSE ICMSTAB-FILE
           END-IF.
           DISPLAY 'APURICMS - ' WRK-QTD-FATURAS ' FATURAS, '
               WRK-QTD-CANCEL ' CANCELAMENTOS, ' WRK-QTD-AJUSTES
               ' AJUSTES, ' WRK-QTD-EXCECOES ' EXCECOES'.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE)
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

      *****************************************************
      * PEDHIST E ICMSTAB SO SERVEM AOS CREDITOS: SEM ELES A
      * APURACAO SAI SO COM OS DEBITOS DAS FATURAS
      *****************************************************
       0100-ABRIR-CONSULTAS.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS = '00'
               MOVE 'S' TO WRK-PHI-ABERTO
           ELSE
               DISPLAY 'AVISO - PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - SEM CREDITO POR CANCELAMENTO'
           END-IF.
           OPEN INPUT ICMSTAB-FILE.
           IF WRK-ICM-STATUS = '00'
               MOVE 'S' TO WRK-ICM-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER ICMSTAB NAO DISPONIVEL '
                   '(STATUS ' WRK-ICM-STATUS ') - SEM CREDITOS NO '
                   'MES'
           END-IF.

      *****************************************************
      * ENTRADA DO SORT: DEBITOS DO FATREG E CREDITOS DO
      * CANCELAM E DO AJUSTES, UM REGISTRO POR DOCUMENTO
      *****************************************************
       0200-SELECIONAR-MOVIMENTO.
           PERFORM 0210-LER-FATURAS.
           PERFORM 0240-LER-CANCELAMENTOS.
           PERFORM 0270-LER-AJUSTES.

       0210-LER-FATURAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - APURACAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0220-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0220-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE REG-DATA-EMISSAO TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       PERFORM 0230-TRATAR-FATURA
                   END-IF
           END-READ.

      *****************************************************
      * FATURA DO MES: COM BASE TRIBUTADA VAI PARA A APURACAO;
      * INTERESTADUAL COM FRETE E SEM ALIQUOTA VAI PARA A
      * LISTA DE EXCECOES
      *****************************************************
       0230-TRATAR-FATURA.
           IF REG-UF-ORIGEM = SPACES
               MOVE '**' TO REG-UF-ORIGEM
           END-IF.
           IF REG-ALIQ-ICMS = 0
               AND REG-TOT-FRETE > 0
               AND REG-UF-ORIGEM NOT = '**'
               AND REG-UF-ORIGEM NOT = REG-UF
               PERFORM 0235-GUARDAR-EXCECAO
           END-IF.
           IF REG-BASE-ICMS > 0
               ADD 1 TO WRK-QTD-FATURAS
               MOVE REG-UF-ORIGEM  TO SRI-UF-ORIGEM
               MOVE REG-UF         TO SRI-UF-DESTINO
               MOVE REG-ALIQ-ICMS  TO SRI-ALIQ
               MOVE 'D'            TO SRI-TIPO
               MOVE REG-NUMERO     TO SRI-NUMERO
               MOVE REG-BASE-ICMS  TO SRI-BASE
               MOVE REG-VALOR-ICMS TO SRI-ICMS
               RELEASE SORTICM-REC
           END-IF.

       0235-GUARDAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           IF WRK-EXC-QTD < 200
               ADD 1 TO WRK-EXC-QTD
               MOVE REG-NUMERO TO WRK-EXC-NUMERO(WRK-EXC-QTD)
               MOVE REG-DATA-EMISSAO TO WRK-EXC-EMISSAO(WRK-EXC-QTD)
               MOVE REG-DOC TO WRK-EXC-DOC(WRK-EXC-QTD)
               MOVE REG-UF-ORIGEM TO WRK-EXC-ORIGEM(WRK-EXC-QTD)
               MOVE REG-UF TO WRK-EXC-DESTINO(WRK-EXC-QTD)
               MOVE REG-TOT-FRETE TO WRK-EXC-FRETE(WRK-EXC-QTD)
           END-IF.

      *****************************************************
      * CANCELAMENTOS POS-FATURA DATADOS NO MES: O FRETE E AS
      * UFS DO PEDIDO VEM DO PEDHIST (O CAN-VALOR JUNTA
      * MERCADORIA E FRETE) E A ALIQUOTA DO PAR NO ICMSTAB
      *****************************************************
       0240-LER-CANCELAMENTOS.
           IF WRK-PHI-ABERTO = 'S' AND WRK-ICM-ABERTO = 'S'
               MOVE 'N' TO WRK-EOF-ARQ
               OPEN INPUT CANCELAM-FILE
               IF WRK-CAN-STATUS = '00'
                   PERFORM 0250-LER-UM-CANCELAMENTO
                       UNTIL WRK-FIM-ARQ
                   CLOSE CANCELAM-FILE
               ELSE
                   DISPLAY 'AVISO - ARQUIVO CANCELAM NAO ENCONTRADO '
                       '(STATUS ' WRK-CAN-STATUS ') - SEM CREDITO '
                       'POR CANCELAMENTO'
               END-IF
           END-IF.

       0250-LER-UM-CANCELAMENTO.
           READ CANCELAM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE CAN-DATA TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND CAN-POS-FATURA
                       AND CAN-NUM-FATURA > 0
                       PERFORM 0260-CREDITAR-CANCELAMENTO
                           THRU 0260-CREDITAR-FIM
                   END-IF
           END-READ.

       0260-CREDITAR-CANCELAMENTO.
           MOVE CAN-NUM-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-CAN-SEMPED
                   GO TO 0260-CREDITAR-FIM
           END-READ.
           IF PHI-FRETE = 0
               GO TO 0260-CREDITAR-FIM
           END-IF.
           MOVE PHI-ORIGEM(1:2) TO WRK-UF-ORI-BUSCA.
           MOVE PHI-UF          TO WRK-UF-DES-BUSCA.
           PERFORM 0290-ACHAR-ALIQUOTA.
           IF WRK-ALIQ-ACHADA = 0
               GO TO 0260-CREDITAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CANCEL.
           MOVE WRK-UF-ORI-BUSCA TO SRI-UF-ORIGEM.
           MOVE WRK-UF-DES-BUSCA TO SRI-UF-DESTINO.
           MOVE WRK-ALIQ-ACHADA  TO SRI-ALIQ.
           MOVE 'C'              TO SRI-TIPO.
           MOVE CAN-NUM-FATURA   TO SRI-NUMERO.
           MOVE PHI-FRETE        TO SRI-BASE.
           COMPUTE SRI-ICMS ROUNDED =
               PHI-FRETE * WRK-ALIQ-ACHADA / 100.
           RELEASE SORTICM-REC.

       0260-CREDITAR-FIM.
           EXIT.

      *****************************************************
      * CREDITOS DE REPRECIFICACAO GRAVADOS NO MES CONTRA
      * FATURA JA EMITIDA (AJU-DIFERENCA NEGATIVA). CREDITO DE
      * DEVOLUCAO E MERCADORIA, SEM FRETE, E NAO ENTRA
      *****************************************************
       0270-LER-AJUSTES.
           IF WRK-ICM-ABERTO = 'S'
               MOVE 'N' TO WRK-EOF-ARQ
               OPEN INPUT AJUSTES-FILE
               IF WRK-AJU-STATUS = '00'
                   PERFORM 0280-LER-UM-AJUSTE UNTIL WRK-FIM-ARQ
                   CLOSE AJUSTES-FILE
               ELSE
                   DISPLAY 'AVISO - ARQUIVO AJUSTES NAO ENCONTRADO '
                       '(STATUS ' WRK-AJU-STATUS ') - SEM CREDITO '
                       'POR REPRECIFICACAO'
               END-IF
           END-IF.

       0280-LER-UM-AJUSTE.
           READ AJUSTES-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE AJU-DATA-AJUSTE TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND AJU-CREDITO
                       AND AJU-REPRECIFICACAO
                       AND AJU-NUM-FATURA > 0
                       AND AJU-DIFERENCA < 0
                       PERFORM 0285-CREDITAR-AJUSTE
                   END-IF
           END-READ.

       0285-CREDITAR-AJUSTE.
           MOVE AJU-ORIGEM(1:2) TO WRK-UF-ORI-BUSCA.
           MOVE AJU-UF          TO WRK-UF-DES-BUSCA.
           PERFORM 0290-ACHAR-ALIQUOTA.
           IF WRK-ALIQ-ACHADA > 0
               ADD 1 TO WRK-QTD-AJUSTES
               MOVE WRK-UF-ORI-BUSCA TO SRI-UF-ORIGEM
               MOVE WRK-UF-DES-BUSCA TO SRI-UF-DESTINO
               MOVE WRK-ALIQ-ACHADA  TO SRI-ALIQ
               MOVE 'A'              TO SRI-TIPO
               MOVE AJU-NUM-FATURA   TO SRI-NUMERO
               COMPUTE SRI-BASE = 0 - AJU-DIFERENCA
               COMPUTE SRI-ICMS ROUNDED =
                   SRI-BASE * WRK-ALIQ-ACHADA / 100
               RELEASE SORTICM-REC
           END-IF.

       0290-ACHAR-ALIQUOTA.
           MOVE ZEROS TO WRK-ALIQ-ACHADA.
           MOVE WRK-UF-ORI-BUSCA TO ICM-UF-ORIGEM.
           MOVE WRK-UF-DES-BUSCA TO ICM-UF-DESTINO.
           READ ICMSTAB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ICM-ALIQUOTA TO WRK-ALIQ-ACHADA
           END-READ.

      *****************************************************
      * SAIDA DO SORT: UMA LINHA POR ORIGEM/DESTINO/ALIQUOTA E
      * O TOTAL POR UF DE ORIGEM, COM O ICMS A RECOLHER
      *****************************************************
       0300-TOTALIZAR-APURACAO.
           RETURN SORTICM-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0310-TRATAR-UM-MOVIMENTO UNTIL WRK-FIM-SRT.
           IF WRK-GRP-ABERTO = 'S'
               PERFORM 0330-FECHAR-GRUPO
           END-IF.
           IF WRK-ORI-ABERTA = 'S'
               PERFORM 0350-FECHAR-ORIGEM
           END-IF.

       0310-TRATAR-UM-MOVIMENTO.
           IF WRK-ORI-ABERTA = 'S'
               AND SRI-UF-ORIGEM NOT = WRK-GRP-ORIGEM
               PERFORM 0330-FECHAR-GRUPO
               PERFORM 0350-FECHAR-ORIGEM
           END-IF.
           IF WRK-GRP-ABERTO = 'S'
               AND (SRI-UF-DESTINO NOT = WRK-GRP-DESTINO
                   OR SRI-ALIQ NOT = WRK-GRP-ALIQ)
               PERFORM 0330-FECHAR-GRUPO
           END-IF.
           IF WRK-ORI-ABERTA = 'N'
               MOVE 'S' TO WRK-ORI-ABERTA
               MOVE ZEROS TO WRK-ORI-NOTAS WRK-ORI-BASE-DEB
                   WRK-ORI-ICMS-DEB WRK-ORI-BASE-CRD
                   WRK-ORI-ICMS-CRD
           END-IF.
           IF WRK-GRP-ABERTO = 'N'
               MOVE 'S' TO WRK-GRP-ABERTO
               MOVE SRI-UF-ORIGEM  TO WRK-GRP-ORIGEM
               MOVE SRI-UF-DESTINO TO WRK-GRP-DESTINO
               MOVE SRI-ALIQ       TO WRK-GRP-ALIQ
               MOVE ZEROS TO WRK-GRP-NOTAS WRK-GRP-BASE-DEB
                   WRK-GRP-ICMS-DEB WRK-GRP-BASE-CRD
                   WRK-GRP-ICMS-CRD
           END-IF.
           IF SRI-DEBITO
               ADD 1        TO WRK-GRP-NOTAS
               ADD SRI-BASE TO WRK-GRP-BASE-DEB
               ADD SRI-ICMS TO WRK-GRP-ICMS-DEB
           ELSE
               ADD SRI-BASE TO WRK-GRP-BASE-CRD
               ADD SRI-ICMS TO WRK-GRP-ICMS-CRD
           END-IF.
           RETURN SORTICM-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0330-FECHAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ABERTO.
           MOVE SPACES TO WRK-LIN-GRUPO.
           MOVE WRK-GRP-ORIGEM  TO WRK-LG-ORIGEM.
           MOVE WRK-GRP-DESTINO TO WRK-LG-DESTINO.
           MOVE WRK-GRP-ALIQ    TO WRK-LG-ALIQ.
           MOVE WRK-GRP-NOTAS   TO WRK-LG-NOTAS.
           COMPUTE WRK-LG-BASE = WRK-GRP-BASE-DEB - WRK-GRP-BASE-CRD.
           MOVE WRK-GRP-ICMS-DEB TO WRK-LG-ICMS-DEB.
           MOVE WRK-GRP-ICMS-CRD TO WRK-LG-ICMS-CRD.
           COMPUTE WRK-LG-ICMS-LIQ =
               WRK-GRP-ICMS-DEB - WRK-GRP-ICMS-CRD.
           MOVE WRK-LIN-GRUPO TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE SPACES TO ICMSEXT-DETALHE.
           MOVE '1'              TO IXD-TIPO.
           MOVE WRK-ANOMES       TO IXD-ANOMES.
           MOVE WRK-GRP-ORIGEM   TO IXD-UF-ORIGEM.
           MOVE WRK-GRP-DESTINO  TO IXD-UF-DESTINO.
           MOVE WRK-GRP-ALIQ     TO IXD-ALIQ.
           MOVE WRK-GRP-NOTAS    TO IXD-QTD-NOTAS.
           MOVE WRK-GRP-BASE-DEB TO IXD-BASE-DEB.
           MOVE WRK-GRP-ICMS-DEB TO IXD-ICMS-DEB.
           MOVE WRK-GRP-BASE-CRD TO IXD-BASE-CRD.
           MOVE WRK-GRP-ICMS-CRD TO IXD-ICMS-CRD.
           WRITE ICMSEXT-DETALHE.
           PERFORM 0690-CONFERIR-EXTRATO.
           ADD WRK-GRP-NOTAS    TO WRK-ORI-NOTAS.
           ADD WRK-GRP-BASE-DEB TO WRK-ORI-BASE-DEB.
           ADD WRK-GRP-ICMS-DEB TO WRK-ORI-ICMS-DEB.
           ADD WRK-GRP-BASE-CRD TO WRK-ORI-BASE-CRD.
           ADD WRK-GRP-ICMS-CRD TO WRK-ORI-ICMS-CRD.

      *****************************************************
      * FECHA A UF DE ORIGEM: DEBITOS MENOS CREDITOS POSITIVO E
      * ICMS A RECOLHER; NEGATIVO FICA COMO SALDO CREDOR
      *****************************************************
       0350-FECHAR-ORIGEM.
           MOVE 'N' TO WRK-ORI-ABERTA.
           MOVE SPACES TO WRK-LIN-GRUPO.
           MOVE WRK-GRP-ORIGEM  TO WRK-LG-ORIGEM.
           MOVE WRK-ORI-NOTAS   TO WRK-LG-NOTAS.
           COMPUTE WRK-LG-BASE = WRK-ORI-BASE-DEB - WRK-ORI-BASE-CRD.
           MOVE WRK-ORI-ICMS-DEB TO WRK-LG-ICMS-DEB.
           MOVE WRK-ORI-ICMS-CRD TO WRK-LG-ICMS-CRD.
           COMPUTE WRK-SALDO-ICMS =
               WRK-ORI-ICMS-DEB - WRK-ORI-ICMS-CRD.
           MOVE WRK-SALDO-ICMS TO WRK-LG-ICMS-LIQ.
           MOVE ALL '-' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE WRK-LIN-GRUPO TO ICMSRPT-REC.
           MOVE 'TOTAL' TO ICMSRPT-REC(4:5).
           WRITE ICMSRPT-REC.
           MOVE SPACES TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           IF WRK-UF-QTD < 30
               ADD 1 TO WRK-UF-QTD
               MOVE WRK-GRP-ORIGEM TO WRK-UF-SIGLA(WRK-UF-QTD)
               MOVE WRK-ORI-ICMS-DEB TO WRK-UF-ICMS-DEB(WRK-UF-QTD)
               MOVE WRK-ORI-ICMS-CRD TO WRK-UF-ICMS-CRD(WRK-UF-QTD)
               MOVE ZEROS TO WRK-UF-RECOLHER(WRK-UF-QTD)
                   WRK-UF-CREDOR(WRK-UF-QTD)
               IF WRK-SALDO-ICMS > 0
                   MOVE WRK-SALDO-ICMS TO
                       WRK-UF-RECOLHER(WRK-UF-QTD)
               ELSE
                   COMPUTE WRK-UF-CREDOR(WRK-UF-QTD) =
                       0 - WRK-SALDO-ICMS
               END-IF
           END-IF.

      *****************************************************
      * RESUMO: ICMS A RECOLHER POR UF, NO RELATORIO E NO
      * EXTRATO
      *****************************************************
       0500-RESUMO-POR-UF.
           MOVE SPACES TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE 'ICMS A RECOLHER POR UF DE ORIGEM' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE 'UF               DEBITOS           CREDITOS'
               TO ICMSRPT-REC.
           MOVE '        A RECOLHER   SALDO CREDOR'
               TO ICMSRPT-REC(45:).
           WRITE ICMSRPT-REC.
           MOVE ALL '-' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           PERFORM 0510-RESUMIR-UMA-UF
               VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-UF-QTD.
           MOVE ALL '-' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE SPACES TO WRK-LIN-RESUMO.
           MOVE WRK-TOT-A-RECOLHER TO WRK-LR-RECOLHER.
           MOVE WRK-TOT-CREDOR     TO WRK-LR-CREDOR.
           MOVE WRK-LIN-RESUMO TO ICMSRPT-REC.
           MOVE 'TOTAL' TO ICMSRPT-REC(1:5).
           WRITE ICMSRPT-REC.

       0510-RESUMIR-UMA-UF.
           MOVE SPACES TO WRK-LIN-RESUMO.
           MOVE WRK-UF-SIGLA(WRK-UF-IDX)    TO WRK-LR-UF.
           MOVE WRK-UF-ICMS-DEB(WRK-UF-IDX) TO WRK-LR-ICMS-DEB.
           MOVE WRK-UF-ICMS-CRD(WRK-UF-IDX) TO WRK-LR-ICMS-CRD.
           MOVE WRK-UF-RECOLHER(WRK-UF-IDX) TO WRK-LR-RECOLHER.
           MOVE WRK-UF-CREDOR(WRK-UF-IDX)   TO WRK-LR-CREDOR.
           MOVE WRK-LIN-RESUMO TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           ADD WRK-UF-RECOLHER(WRK-UF-IDX) TO WRK-TOT-A-RECOLHER.
           ADD WRK-UF-CREDOR(WRK-UF-IDX)   TO WRK-TOT-CREDOR.
           MOVE SPACES TO ICMSEXT-RESUMO.
           MOVE '2'                         TO IXR-TIPO.
           MOVE WRK-ANOMES                  TO IXR-ANOMES.
           MOVE WRK-UF-SIGLA(WRK-UF-IDX)    TO IXR-UF.
           MOVE WRK-UF-ICMS-DEB(WRK-UF-IDX) TO IXR-ICMS-DEB.
           MOVE WRK-UF-ICMS-CRD(WRK-UF-IDX) TO IXR-ICMS-CRD.
           MOVE WRK-UF-RECOLHER(WRK-UF-IDX) TO IXR-A-RECOLHER.
           MOVE WRK-UF-CREDOR(WRK-UF-IDX)   TO IXR-SALDO-CREDOR.
           WRITE ICMSEXT-RESUMO.
           PERFORM 0690-CONFERIR-EXTRATO.

      *****************************************************
      * FATURAS INTERESTADUAIS COM FRETE E ALIQUOTA ZERO - PAR
      * DE UF SEM ALIQUOTA NO ICMSTAB NA DATA DA EMISSAO
      *****************************************************
       0550-RELACIONAR-EXCECOES.
           MOVE SPACES TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE SPACES TO ICMSRPT-REC.
           STRING 'EXCECOES - FATURA INTERESTADUAL COM ALIQUOTA '
               'ZERO: ' WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           MOVE 'FATURA   EMISSAO  CLIENTE        OR/DE'
               TO ICMSRPT-REC.
           MOVE 'FRETE' TO ICMSRPT-REC(52:).
           WRITE ICMSRPT-REC.
           MOVE ALL '-' TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.
           PERFORM 0560-IMPRIMIR-EXCECAO
               VARYING WRK-EXC-IDX FROM 1 BY 1
               UNTIL WRK-EXC-IDX > WRK-EXC-QTD.
           MOVE SPACES TO ICMSRPT-REC.
           STRING 'CREDITOS: ' WRK-QTD-CANCEL ' CANCELAMENTOS, '
               WRK-QTD-AJUSTES ' REPRECIFICACOES; CANCELAMENTOS '
               'SEM PEDIDO: ' WRK-QTD-CAN-SEMPED
               DELIMITED BY SIZE INTO ICMSRPT-REC.
           WRITE ICMSRPT-REC.

       0560-IMPRIMIR-EXCECAO.
           MOVE WRK-EXC-NUMERO(WRK-EXC-IDX)  TO WRK-LE-NUMERO.
           MOVE WRK-EXC-EMISSAO(WRK-EXC-IDX) TO WRK-LE-EMISSAO.
           MOVE WRK-EXC-DOC(WRK-EXC-IDX)     TO WRK-LE-DOC.
           MOVE WRK-EXC-ORIGEM(WRK-EXC-IDX)  TO WRK-LE-ORIGEM.
           MOVE WRK-EXC-DESTINO(WRK-EXC-IDX) TO WRK-LE-DESTINO.
           MOVE WRK-EXC-FRETE(WRK-EXC-IDX)   TO WRK-LE-FRETE.
           MOVE WRK-LIN-EXCECAO TO ICMSRPT-REC.
           WRITE ICMSRPT-REC.

       0690-CONFERIR-EXTRATO.
           ADD 1 TO WRK-QTD-EXT.
           MOVE 'ICMSEXT' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-EXT-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'APURICMS'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-EXT      TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-EXCECOES TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
