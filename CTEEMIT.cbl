       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTEEMIT.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: EMISSAO NOTURNA DO CONHECIMENTO DE TRANSPORTE
      *           ELETRONICO (CT-E) DE CADA PEDIDO PRECIFICADO NO
      *           BLOCO DO DIA DO FRETESAI - ATE AQUI EMITIDO A
      *           MAO NO PORTAL DA SEFAZ. PARA CADA PEDIDO NAO
      *           CANCELADO:
      *             - TIRA O PROXIMO NUMERO DA SERIE CORRENTE
      *               (CONTROLE NO ARQUIVO CTECTL, QUE TRAZ TAMBEM
      *               O CNPJ E O NOME DO EMITENTE);
      *             - MONTA A CHAVE DE ACESSO DE 44 DIGITOS (UF,
      *               AAMM, CNPJ, MODELO 57, SERIE, NUMERO, TIPO DE
      *               EMISSAO, CODIGO NUMERICO) COM O DIGITO
      *               VERIFICADOR MODULO 11;
      *             - DESTACA O ICMS SOBRE O FRETE PELA ALIQUOTA DO
      *               PAR ORIGEM+DESTINO DO MASTER ICMSTAB;
      *             - TRAZ O DESTINATARIO DO BLOCO DE ENDERECO DO
      *               MASTER CLIENTE (O REMETENTE E O EMITENTE, NO
      *               CENTRO DE ORIGEM DO PEDIDO).
      *           SAIDAS: ARQUIVO DE TRANSMISSAO CTETRANS (LAYOUT
      *           FIXO, HEADER/DETALHE/TRAILER), COPIA IMPRESSA NO
      *           MOLDE DO DACTE (ARQUIVO DACTE) E O REGISTRO
      *           CUMULATIVO CTEREG, DE ONDE O PEDHLOAD LEVA A
      *           CHAVE AO PEDHIST PARA O FRETINQ E O CANCPED.
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO: A PRESTACAO CORRE NO
      *                 SENTIDO INVERSO - INICIA NA UF DO CLIENTE E
      *                 TERMINA NA UF DO CENTRO DE ORIGEM (CHAVE,
      *                 ALIQUOTA, TRANSMISSAO, CTEREG E DACTE).
      * 15/10/2026 GA - REINICIO APOS QUEDA NO MEIO DA EMISSAO: A
      *                 NUMERACAO CONTINUA DO MAIOR NUMERO DA SERIE JA
      *                 GRAVADO NO CTEREG QUANDO O CTECTL (REGRAVADO SO
      *                 NO FIM) FICOU PARA TRAS - ANTES O REINICIO
      *                 REPETIA NUMERO E CHAVE DE ACESSO. OS CT-E JA
      *                 EMITIDOS NA DATA SAO REMONTADOS A PARTIR DO
      *                 CTEREG NA TRANSMISSAO (CTETRANS) E NO DACTE, QUE
      *                 SAO REGRAVADOS A CADA EXECUCAO E OS PERDIAM; O
      *                 TRAILER CONTA TODOS OS DOCUMENTOS DO DIA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FSA-STATUS.
           SELECT CTECTL-FILE ASSIGN TO "CTECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT CTEREG-FILE ASSIGN TO "CTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTE-STATUS.
           SELECT CTETRANS-FILE ASSIGN TO "CTETRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTX-STATUS.
           SELECT DACTE-FILE ASSIGN TO "DACTE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT ICMSTAB-FILE ASSIGN TO "ICMSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ICM-CHAVE
               FILE STATUS IS WRK-ICM-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-RUN-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETESAI-FILE.
           COPY FRETESFD.
       01  FRETESAI-HDR-REC.
           05 FSH-TIPO      PIC X(03).
           05 FSH-DATA      PIC 9(08).
           05 FSH-ORIGEM    PIC X(08).

      *****************************************************
      * CONTROLE DA NUMERACAO DO CT-E E DADOS DO EMITENTE -
      * UMA LINHA, REGRAVADA AO FINAL DE CADA EMISSAO
      *****************************************************
       FD  CTECTL-FILE.
       01  CTECTL-REC.
           05 CTN-SERIE         PIC 9(03).
           05 CTN-ULTIMO-NUM    PIC 9(09).
           05 CTN-CNPJ-EMIT     PIC 9(14).
           05 CTN-NOME-EMIT     PIC X(20).

       FD  CTEREG-FILE.
           COPY CTEREGFD.

      *****************************************************
      * ARQUIVO DE TRANSMISSAO - LAYOUT FIXO: HEADER (H) COM A
      * DATA E O EMITENTE, UM DETALHE (D) POR CT-E E TRAILER
      * (T) COM QUANTIDADE E VALOR TOTAL DAS PRESTACOES
      *****************************************************
       FD  CTETRANS-FILE.
       01  CTETRANS-REC.
           05 CTX-TIPO          PIC X(01).
           05 CTX-CHAVE         PIC X(44).
           05 CTX-SERIE         PIC 9(03).
           05 CTX-NUMERO        PIC 9(09).
           05 CTX-DATA-EMISSAO  PIC 9(08).
           05 CTX-NUM-PEDIDO    PIC 9(08).
           05 CTX-ORIGEM        PIC X(03).
           05 CTX-UF-INICIO     PIC X(02).
           05 CTX-UF-FIM        PIC X(02).
           05 CTX-TRANSP        PIC X(03).
           05 CTX-DEST-DOC      PIC X(14).
           05 CTX-DEST-NOME     PIC X(20).
           05 CTX-DEST-ENDER    PIC X(30).
           05 CTX-DEST-CIDADE   PIC X(20).
           05 CTX-DEST-UF       PIC X(02).
           05 CTX-DEST-CEP      PIC 9(08).
           05 CTX-PRODUTO       PIC X(20).
           05 CTX-VALOR-CARGA   PIC 9(09)V99.
           05 CTX-PESO          PIC 9(05)V99.
           05 CTX-QTD-VOLUMES   PIC 9(03).
           05 CTX-VALOR-PREST   PIC 9(07)V99.
           05 CTX-BASE-ICMS     PIC 9(07)V99.
           05 CTX-ALIQ-ICMS     PIC 9(02)V99.
           05 CTX-VALOR-ICMS    PIC 9(07)V99.
       01  CTETRANS-HDR-REC.
           05 CTH-TIPO          PIC X(01).
           05 CTH-DATA          PIC 9(08).
           05 CTH-CNPJ-EMIT     PIC 9(14).
           05 CTH-NOME-EMIT     PIC X(20).
           05 CTH-SERIE         PIC 9(03).
       01  CTETRANS-TRL-REC.
           05 CTT-TIPO          PIC X(01).
           05 CTT-DATA          PIC 9(08).
           05 CTT-QTD-CTE       PIC 9(07).
           05 CTT-TOT-PREST     PIC 9(11)V99.
           05 CTT-TOT-ICMS      PIC 9(11)V99.

       FD  DACTE-FILE.
       01  DACTE-REC            PIC X(80).

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  ICMSTAB-FILE.
           COPY ICMSFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ICM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-NO-BLOCO      PIC X(01) VALUE 'N'.
           88 BLOCO-DO-DIA       VALUE 'S'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTE-ABERTO     VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EMITIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCELADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-JA-EMITIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-PREST     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS      PIC 9(11)V99 VALUE ZEROS.

      *--- SERIE/NUMERO CORRENTES E EMITENTE (CTECTL) ---*
       77 WRK-SERIE         PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-CTE       PIC 9(09) VALUE ZEROS.
       77 WRK-CNPJ-EMIT     PIC 9(14) VALUE ZEROS.
       77 WRK-NOME-EMIT     PIC X(20) VALUE SPACES.

      *--- PEDIDOS CANCELADOS (CANCELAM) A PULAR ---*
       77 WRK-CAN-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CAN-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PED-PULAR     PIC X(01) VALUE 'N'.
       01  WRK-TAB-CANCEL.
           05 WRK-CAN-NUMERO PIC 9(08) OCCURS 1000 TIMES.

      *--- PEDIDOS JA COM CT-E NESTA DATA (REINICIO DO PASSO) ---*
       77 WRK-EMI-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EMI-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EMI-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CTL-ATRASADO  PIC X(01) VALUE 'N'.
       77 WRK-SERIE-SALVA   PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-SALVO     PIC 9(09) VALUE ZEROS.
       01  WRK-TAB-EMITIDOS.
           05 WRK-EMI-ITEM OCCURS 5000 TIMES.
               10 WRK-EMI-NUMERO   PIC 9(08).
               10 WRK-EMI-SERIE    PIC 9(03).
               10 WRK-EMI-CTE      PIC 9(09).
               10 WRK-EMI-CHAVE    PIC X(44).
               10 WRK-EMI-UF-ORI   PIC X(02).
               10 WRK-EMI-UF-DES   PIC X(02).
               10 WRK-EMI-BASE     PIC 9(07)V99.
               10 WRK-EMI-ALIQ     PIC 9(02)V99.
               10 WRK-EMI-ICMS     PIC 9(07)V99.

      *--- ALIQUOTAS DE ICMS POR PAR DE UF (MASTER ICMSTAB) ---*
       77 WRK-ICM-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ICM-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ICM-USO       PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-ICMS.
           05 WRK-ICM-ITEM OCCURS 800 TIMES.
               10 WRK-ICM-UF-ORI  PIC X(02).
               10 WRK-ICM-UF-DES  PIC X(02).
               10 WRK-ICM-ALIQ    PIC 9(02)V99.
       77 WRK-UF-ORIGEM     PIC X(02) VALUE SPACES.
       77 WRK-UF-DESTINO    PIC X(02) VALUE SPACES.
       77 WRK-ALIQ-ICMS     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS    PIC 9(07)V99 VALUE ZEROS.

      *--- CODIGOS IBGE DAS UF (PRIMEIROS DIGITOS DA CHAVE) ---*
       01  WRK-TAB-UF-IBGE-VALORES.
           05 FILLER PIC X(36) VALUE
              'AC12AL27AP16AM13BA29CE23DF53ES32GO52'.
           05 FILLER PIC X(36) VALUE
              'MA21MT51MS50MG31PA15PB25PR41PE26PI22'.
           05 FILLER PIC X(36) VALUE
              'RJ33RN24RS43RO11RR14SC42SP35SE28TO17'.
       01  WRK-TAB-UF-IBGE REDEFINES WRK-TAB-UF-IBGE-VALORES.
           05 WRK-IBGE-ITEM OCCURS 27 TIMES.
               10 WRK-IBGE-UF     PIC X(02).
               10 WRK-IBGE-CODIGO PIC 9(02).
       77 WRK-IBGE-IDX      PIC 9(02) COMP VALUE ZEROS.

      *--- CHAVE DE ACESSO (44 DIGITOS) E VISAO POR DIGITO ---*
       01  WRK-CHAVE-CTE.
           05 WRK-CHV-CUF       PIC 9(02).
           05 WRK-CHV-AAMM      PIC 9(04).
           05 WRK-CHV-CNPJ      PIC 9(14).
           05 WRK-CHV-MODELO    PIC 9(02) VALUE 57.
           05 WRK-CHV-SERIE     PIC 9(03).
           05 WRK-CHV-NUMERO    PIC 9(09).
           05 WRK-CHV-TP-EMIS   PIC 9(01) VALUE 1.
           05 WRK-CHV-CODIGO    PIC 9(08).
           05 WRK-CHV-DV        PIC 9(01).
       01  WRK-CHAVE-DIGITOS REDEFINES WRK-CHAVE-CTE.
           05 WRK-CHV-DIGITO    PIC 9(01) OCCURS 44 TIMES.
       77 WRK-DV-IDX        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-PESO       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DV-SOMA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DV-QUOC       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DV-RESTO      PIC 9(02) COMP VALUE ZEROS.

      *--- LINHAS DO DACTE ---*
       01  WRK-DAC-LIN1.
           05 FILLER            PIC X(18) VALUE 'DACTE  MODELO 57  '.
           05 FILLER            PIC X(07) VALUE 'SERIE '.
           05 WRK-DAC-SERIE     PIC 9(03).
           05 FILLER            PIC X(10) VALUE '  NUMERO '.
           05 WRK-DAC-NUMERO    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER            PIC X(11) VALUE '  EMISSAO '.
           05 WRK-DAC-EMISSAO   PIC 9(08).
       01  WRK-DAC-LIN2.
           05 FILLER            PIC X(08) VALUE 'CHAVE.. '.
           05 WRK-DAC-CHAVE     PIC X(44).
       01  WRK-DAC-LIN3.
           05 FILLER            PIC X(13) VALUE 'REMETENTE... '.
           05 WRK-DAC-EMIT      PIC X(20).
           05 FILLER            PIC X(06) VALUE ' CNPJ '.
           05 WRK-DAC-CNPJ      PIC 9(14).
           05 FILLER            PIC X(08) VALUE ' ORIGEM '.
           05 WRK-DAC-ORIGEM    PIC X(03).
       01  WRK-DAC-LIN4.
           05 FILLER            PIC X(13) VALUE 'DESTINATARIO '.
           05 WRK-DAC-DEST-NOME PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DAC-DEST-DOC  PIC X(14).
       01  WRK-DAC-LIN5.
           05 FILLER            PIC X(13) VALUE 'ENDERECO.... '.
           05 WRK-DAC-ENDER     PIC X(30).
       01  WRK-DAC-LIN6.
           05 FILLER            PIC X(13) VALUE 'MUNICIPIO... '.
           05 WRK-DAC-CIDADE    PIC X(20).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-DAC-UF        PIC X(02).
           05 FILLER            PIC X(05) VALUE ' CEP '.
           05 WRK-DAC-CEP       PIC 9(08).
       01  WRK-DAC-LIN7.
           05 FILLER            PIC X(13) VALUE 'CARGA....... '.
           05 WRK-DAC-PRODUTO   PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-DAC-VOLUMES   PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' VOL '.
           05 WRK-DAC-PESO      PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(03) VALUE ' KG'.
       01  WRK-DAC-LIN8.
           05 FILLER            PIC X(13) VALUE 'VALOR CARGA. '.
           05 WRK-DAC-CARGA     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(14) VALUE '  PRESTACAO.. '.
           05 WRK-DAC-PREST     PIC Z.ZZZ.ZZ9,99.
       01  WRK-DAC-LIN9.
           05 FILLER            PIC X(13) VALUE 'ICMS BASE... '.
           05 WRK-DAC-BASE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(08) VALUE '  ALIQ '.
           05 WRK-DAC-ALIQ      PIC Z9,99.
           05 FILLER            PIC X(09) VALUE '  VALOR '.
           05 WRK-DAC-ICMS      PIC Z.ZZZ.ZZ9,99.
       01  WRK-DAC-LIN10.
           05 FILLER            PIC X(13) VALUE 'PEDIDO...... '.
           05 WRK-DAC-PEDIDO    PIC 9(08).
           05 FILLER            PIC X(17) VALUE
              '  TRANSPORTADORA '.
           05 WRK-DAC-TRANSP    PIC X(03).
           05 FILLER            PIC X(05) VALUE '  UF '.
           05 WRK-DAC-UF-INI    PIC X(02).
           05 FILLER            PIC X(04) VALUE ' -> '.
           05 WRK-DAC-UF-FIM    PIC X(02).

           COPY FSTDATA.
           COPY RUNDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           MOVE 'CTEEMIT' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0100-LER-CONTROLE.
           PERFORM 0140-CARREGAR-CANCELADOS.
           PERFORM 0150-CARREGAR-ICMS.
           PERFORM 0160-CARREGAR-EMITIDOS.
           PERFORM 0110-ABRIR-ARQUIVOS.
           PERFORM 0200-EMITIR-DO-BLOCO.
           PERFORM 0120-FECHAR-ARQUIVOS.
           PERFORM 0130-GRAVAR-CONTROLE.
           DISPLAY 'CT-E EMITIDOS NESTA EXECUCAO.......: '
               WRK-QTD-EMITIDOS.
           DISPLAY 'PEDIDOS PULADOS POR CANCELAMENTO...: '
               WRK-QTD-CANCELADOS.
           DISPLAY 'PEDIDOS JA COM CT-E (REINICIO).....: '
               WRK-QTD-JA-EMITIDOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.

      *****************************************************
      * LE O CONTROLE DE NUMERACAO: SERIE CORRENTE, ULTIMO
      * NUMERO USADO E O EMITENTE. SEM O CONTROLE (OU SEM O
      * CNPJ DO EMITENTE) NAO HA CHAVE DE ACESSO VALIDA -
      * EMISSAO RECUSADA
      *****************************************************
       0100-LER-CONTROLE.
           OPEN INPUT CTECTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ CTECTL-FILE
                   AT END
                       MOVE ZEROS TO CTN-CNPJ-EMIT
                   NOT AT END
                       MOVE CTN-SERIE      TO WRK-SERIE
                       MOVE CTN-ULTIMO-NUM TO WRK-NUM-CTE
                       MOVE CTN-CNPJ-EMIT  TO WRK-CNPJ-EMIT
                       MOVE CTN-NOME-EMIT  TO WRK-NOME-EMIT
               END-READ
               CLOSE CTECTL-FILE
           END-IF.
           IF WRK-CNPJ-EMIT = 0
               DISPLAY 'CONTROLE CTECTL AUSENTE OU SEM CNPJ DO '
                   'EMITENTE (STATUS ' WRK-CTL-STATUS ') - '
                   'EMISSAO RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-SERIE = 0
               MOVE 1 TO WRK-SERIE
           END-IF.

      *****************************************************
      * REGRAVA O CONTROLE COM A SERIE E O ULTIMO NUMERO
      * USADOS NESTA EXECUCAO
      *****************************************************
       0130-GRAVAR-CONTROLE.
           OPEN OUTPUT CTECTL-FILE.
           MOVE WRK-SERIE     TO CTN-SERIE.
           MOVE WRK-NUM-CTE   TO CTN-ULTIMO-NUM.
           MOVE WRK-CNPJ-EMIT TO CTN-CNPJ-EMIT.
           MOVE WRK-NOME-EMIT TO CTN-NOME-EMIT.
           WRITE CTECTL-REC.
           CLOSE CTECTL-FILE.

      *****************************************************
      * CARREGA OS PEDIDOS CANCELADOS (CANCELAM) - PEDIDO
      * CANCELADO NAO GANHA CT-E
      *****************************************************
       0140-CARREGAR-CANCELADOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CANCELAM-FILE.
           IF WRK-CAN-STATUS = '00'
               PERFORM 0145-LER-UM-CANCELADO UNTIL WRK-FIM-ARQ
               CLOSE CANCELAM-FILE
           END-IF.

       0145-LER-UM-CANCELADO.
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
      * CARREGA AS ALIQUOTAS DE ICMS DO MASTER ICMSTAB. SEM O
      * MASTER, OS CT-E SAEM COM O ICMS ZERADO E A MESA FISCAL
      * E AVISADA NO CONSOLE
      *****************************************************
       0150-CARREGAR-ICMS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ICMSTAB-FILE.
           IF WRK-ICM-STATUS = '00'
               PERFORM 0155-LER-UMA-ALIQUOTA UNTIL WRK-FIM-ARQ
               CLOSE ICMSTAB-FILE
           ELSE
               DISPLAY 'AVISO - MASTER ICMSTAB NAO ENCONTRADO '
                   '(STATUS ' WRK-ICM-STATUS ') - CT-E SAIRAO '
                   'COM ICMS ZERADO'
           END-IF.

       0155-LER-UMA-ALIQUOTA.
           READ ICMSTAB-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-ICM-QTD < 800
                       ADD 1 TO WRK-ICM-QTD
                       MOVE ICM-UF-ORIGEM TO
                           WRK-ICM-UF-ORI(WRK-ICM-QTD)
                       MOVE ICM-UF-DESTINO TO
                           WRK-ICM-UF-DES(WRK-ICM-QTD)
                       MOVE ICM-ALIQUOTA TO
                           WRK-ICM-ALIQ(WRK-ICM-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA OS PEDIDOS QUE JA GANHARAM CT-E NESTA DATA DE
      * NEGOCIO - NO REINICIO DE UM PASSO QUE CAIU NO MEIO,
      * O MESMO PEDIDO NAO GANHA SEGUNDO DOCUMENTO E O SEU
      * DETALHE E REMONTADO NA TRANSMISSAO E NO DACTE, QUE SAO
      * REGRAVADOS A CADA EXECUCAO. O CTECTL SO E REGRAVADO NO
      * FIM: SE O CTEREG JA TEM NUMERO ACIMA DO ULTIMO DO
      * CONTROLE, A NUMERACAO CONTINUA DO CTEREG, SEM REPETIR
      * NUMERO NEM CHAVE DE ACESSO
      *****************************************************
       0160-CARREGAR-EMITIDOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CTEREG-FILE.
           IF WRK-CTE-STATUS = '00'
               PERFORM 0165-LER-UM-EMITIDO UNTIL WRK-FIM-ARQ
               CLOSE CTEREG-FILE
           END-IF.
           IF WRK-CTL-ATRASADO = 'S'
               DISPLAY 'AVISO - CTECTL ATRAS DO CTEREG (REINICIO) - '
                   'NUMERACAO SEGUE DA SERIE ' WRK-SERIE
                   ' NUMERO ' WRK-NUM-CTE
           END-IF.

       0165-LER-UM-EMITIDO.
           READ CTEREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CTE-SERIE > WRK-SERIE
                       OR (CTE-SERIE = WRK-SERIE
                           AND CTE-NUMERO > WRK-NUM-CTE)
                       MOVE CTE-SERIE  TO WRK-SERIE
                       MOVE CTE-NUMERO TO WRK-NUM-CTE
                       MOVE 'S' TO WRK-CTL-ATRASADO
                   END-IF
                   IF CTE-DATA-EMISSAO = WRK-DATA-NEGOCIO
                       AND WRK-EMI-QTD < 5000
                       ADD 1 TO WRK-EMI-QTD
                       MOVE CTE-NUM-PEDIDO TO
                           WRK-EMI-NUMERO(WRK-EMI-QTD)
                       MOVE CTE-SERIE      TO WRK-EMI-SERIE(WRK-EMI-QTD)
                       MOVE CTE-NUMERO     TO WRK-EMI-CTE(WRK-EMI-QTD)
                       MOVE CTE-CHAVE      TO WRK-EMI-CHAVE(WRK-EMI-QTD)
                       MOVE CTE-UF-ORIGEM  TO
                           WRK-EMI-UF-ORI(WRK-EMI-QTD)
                       MOVE CTE-UF-DESTINO TO
                           WRK-EMI-UF-DES(WRK-EMI-QTD)
                       MOVE CTE-BASE-ICMS  TO WRK-EMI-BASE(WRK-EMI-QTD)
                       MOVE CTE-ALIQ-ICMS  TO WRK-EMI-ALIQ(WRK-EMI-QTD)
                       MOVE CTE-VALOR-ICMS TO WRK-EMI-ICMS(WRK-EMI-QTD)
                   END-IF
           END-READ.

       0110-ABRIR-ARQUIVOS.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS NOT = '00'
               DISPLAY 'ARQUIVO FRETESAI NAO ENCONTRADO (STATUS '
                   WRK-FSA-STATUS ') - NADA A EMITIR'
               PERFORM 9000-GRAVAR-ESTATISTICA
               PERFORM 9710-REGISTRAR-FIM-RUN
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               SET CLIENTE-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-CLI-STATUS ') - CT-E SEM '
                   'ENDERECO DO DESTINATARIO'
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==CTEREG==
               ==:STA:== BY ==WRK-CTE-STATUS==
               ==:DDN:== BY =='CTEREG'==.
           OPEN OUTPUT CTETRANS-FILE.
           MOVE 'CTETRANS' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-CTX-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           OPEN OUTPUT DACTE-FILE.
           MOVE SPACES TO CTETRANS-HDR-REC.
           MOVE 'H'              TO CTH-TIPO.
           MOVE WRK-DATA-NEGOCIO TO CTH-DATA.
           MOVE WRK-CNPJ-EMIT    TO CTH-CNPJ-EMIT.
           MOVE WRK-NOME-EMIT    TO CTH-NOME-EMIT.
           MOVE WRK-SERIE        TO CTH-SERIE.
           WRITE CTETRANS-HDR-REC.

       0120-FECHAR-ARQUIVOS.
           MOVE SPACES TO CTETRANS-TRL-REC.
           MOVE 'T'              TO CTT-TIPO.
           MOVE WRK-DATA-NEGOCIO TO CTT-DATA.
           COMPUTE CTT-QTD-CTE = WRK-QTD-EMITIDOS
               + WRK-QTD-JA-EMITIDOS.
           MOVE WRK-TOT-PREST    TO CTT-TOT-PREST.
           MOVE WRK-TOT-ICMS     TO CTT-TOT-ICMS.
           WRITE CTETRANS-TRL-REC.
           CLOSE FRETESAI-FILE CTEREG-FILE CTETRANS-FILE
               DACTE-FILE.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.

      *****************************************************
      * VARRE O FRETESAI E EMITE UM CT-E POR PEDIDO DOS BLOCOS
      * HDR/TRL DA DATA DE NEGOCIO (O ARQUIVO E CUMULATIVO, E
      * OS BLOCOS ANTERIORES JA TIVERAM SEUS DOCUMENTOS)
      *****************************************************
       0200-EMITIR-DO-BLOCO.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-UM-FSA UNTIL WRK-FIM-ARQ.

       0210-LER-UM-FSA.
           READ FRETESAI-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FSA-PRODUTO(1:3) = 'HDR'
                           IF FSH-DATA = WRK-DATA-NEGOCIO
                               SET BLOCO-DO-DIA TO TRUE
                           ELSE
                               MOVE 'N' TO WRK-NO-BLOCO
                           END-IF
                       WHEN FSA-PRODUTO(1:3) = 'TRL'
                           MOVE 'N' TO WRK-NO-BLOCO
                       WHEN BLOCO-DO-DIA
                           PERFORM 0220-EMITIR-UM-CTE
                               THRU 0220-EMITIR-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0220-EMITIR-UM-CTE.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE 'N' TO WRK-PED-PULAR.
           PERFORM 0225-PROCURAR-CANCELADO
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-CAN-QTD
               OR WRK-PED-PULAR = 'S'.
           IF WRK-PED-PULAR = 'S'
               ADD 1 TO WRK-QTD-CANCELADOS
               GO TO 0220-EMITIR-FIM
           END-IF.
           PERFORM 0226-PROCURAR-EMITIDO
               VARYING WRK-EMI-IDX FROM 1 BY 1
               UNTIL WRK-EMI-IDX > WRK-EMI-QTD
               OR WRK-PED-PULAR = 'S'.
           IF WRK-PED-PULAR = 'S'
               ADD 1 TO WRK-QTD-JA-EMITIDOS
               PERFORM 0230-REMONTAR-EMITIDO
               GO TO 0220-EMITIR-FIM
           END-IF.
           PERFORM 0300-PROXIMO-NUMERO.
           PERFORM 0400-MONTAR-CHAVE.
           PERFORM 0500-CALCULAR-ICMS.
           PERFORM 0600-LER-DESTINATARIO.
           PERFORM 0700-GRAVAR-TRANSMISSAO.
           PERFORM 0710-GRAVAR-REGISTRO.
           PERFORM 0800-IMPRIMIR-DACTE.
           ADD 1 TO WRK-QTD-EMITIDOS.
           ADD FSA-FRETE TO WRK-TOT-PREST.
           ADD WRK-VALOR-ICMS TO WRK-TOT-ICMS.

       0220-EMITIR-FIM.
           EXIT.

       0225-PROCURAR-CANCELADO.
           IF WRK-CAN-NUMERO(WRK-CAN-IDX) = FSA-NUM-PEDIDO
               MOVE 'S' TO WRK-PED-PULAR
           END-IF.

       0226-PROCURAR-EMITIDO.
           IF WRK-EMI-NUMERO(WRK-EMI-IDX) = FSA-NUM-PEDIDO
               MOVE 'S' TO WRK-PED-PULAR
               MOVE WRK-EMI-IDX TO WRK-EMI-USO
           END-IF.

      *****************************************************
      * PEDIDO QUE JA GANHOU CT-E ANTES DA QUEDA DO PASSO: O
      * DOCUMENTO NAO E REEMITIDO, MAS O DETALHE VOLTA PARA A
      * TRANSMISSAO E PARA O DACTE COM A SERIE, O NUMERO, A
      * CHAVE E O ICMS GRAVADOS NO CTEREG. A NUMERACAO CORRENTE
      * E PRESERVADA
      *****************************************************
       0230-REMONTAR-EMITIDO.
           MOVE WRK-SERIE   TO WRK-SERIE-SALVA.
           MOVE WRK-NUM-CTE TO WRK-NUM-SALVO.
           MOVE WRK-EMI-SERIE(WRK-EMI-USO)  TO WRK-SERIE.
           MOVE WRK-EMI-CTE(WRK-EMI-USO)    TO WRK-NUM-CTE.
           MOVE WRK-EMI-CHAVE(WRK-EMI-USO)  TO WRK-CHAVE-CTE.
           MOVE WRK-EMI-UF-ORI(WRK-EMI-USO) TO WRK-UF-ORIGEM.
           MOVE WRK-EMI-UF-DES(WRK-EMI-USO) TO WRK-UF-DESTINO.
           MOVE WRK-EMI-ALIQ(WRK-EMI-USO)   TO WRK-ALIQ-ICMS.
           MOVE WRK-EMI-ICMS(WRK-EMI-USO)   TO WRK-VALOR-ICMS.
           IF WRK-EMI-BASE(WRK-EMI-USO) > 0
               MOVE 1 TO WRK-ICM-USO
           ELSE
               MOVE 0 TO WRK-ICM-USO
           END-IF.
           PERFORM 0600-LER-DESTINATARIO.
           PERFORM 0700-GRAVAR-TRANSMISSAO.
           PERFORM 0800-IMPRIMIR-DACTE.
           ADD FSA-FRETE TO WRK-TOT-PREST.
           ADD WRK-VALOR-ICMS TO WRK-TOT-ICMS.
           MOVE WRK-SERIE-SALVA TO WRK-SERIE.
           MOVE WRK-NUM-SALVO   TO WRK-NUM-CTE.

      *****************************************************
      * PROXIMO NUMERO DA SERIE; ESGOTADA A SERIE (999.999.999)
      * A NUMERACAO RECOMECA NA SERIE SEGUINTE
      *****************************************************
       0300-PROXIMO-NUMERO.
           IF WRK-NUM-CTE = 999999999
               ADD 1 TO WRK-SERIE
               MOVE ZEROS TO WRK-NUM-CTE
               DISPLAY 'SERIE ESGOTADA - EMISSAO SEGUE NA SERIE '
                   WRK-SERIE
           END-IF.
           ADD 1 TO WRK-NUM-CTE.

      *****************************************************
      * MONTA A CHAVE DE ACESSO: UF DO EMITENTE (CENTRO DE
      * ORIGEM) + AAMM DA EMISSAO + CNPJ + MODELO 57 + SERIE +
      * NUMERO + TIPO DE EMISSAO 1 + CODIGO NUMERICO (O NUMERO
      * DO PEDIDO) + DIGITO VERIFICADOR
      *****************************************************
       0400-MONTAR-CHAVE.
           IF FSA-DEVOLUCAO
               MOVE FSA-UF          TO WRK-UF-ORIGEM
               MOVE FSA-ORIGEM(1:2) TO WRK-UF-DESTINO
           ELSE
               MOVE FSA-ORIGEM(1:2) TO WRK-UF-ORIGEM
               MOVE FSA-UF          TO WRK-UF-DESTINO
           END-IF.
           MOVE ZEROS TO WRK-CHV-CUF.
           PERFORM 0405-PROCURAR-UF-IBGE
               VARYING WRK-IBGE-IDX FROM 1 BY 1
               UNTIL WRK-IBGE-IDX > 27
               OR WRK-CHV-CUF > 0.
           IF WRK-CHV-CUF = 0
               DISPLAY 'AVISO - UF DE ORIGEM ' WRK-UF-ORIGEM
                   ' SEM CODIGO IBGE NO PEDIDO ' FSA-NUM-PEDIDO
           END-IF.
           MOVE WRK-DATA-NEGOCIO(3:4) TO WRK-CHV-AAMM.
           MOVE WRK-CNPJ-EMIT  TO WRK-CHV-CNPJ.
           MOVE 57             TO WRK-CHV-MODELO.
           MOVE WRK-SERIE      TO WRK-CHV-SERIE.
           MOVE WRK-NUM-CTE    TO WRK-CHV-NUMERO.
           MOVE 1              TO WRK-CHV-TP-EMIS.
           MOVE FSA-NUM-PEDIDO TO WRK-CHV-CODIGO.
           PERFORM 0410-CALCULAR-DV.

       0405-PROCURAR-UF-IBGE.
           IF WRK-IBGE-UF(WRK-IBGE-IDX) = WRK-UF-ORIGEM
               MOVE WRK-IBGE-CODIGO(WRK-IBGE-IDX) TO WRK-CHV-CUF
           END-IF.

      *****************************************************
      * DIGITO VERIFICADOR MODULO 11 SOBRE OS 43 PRIMEIROS
      * DIGITOS: PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA,
      * RECOMECANDO EM 2; RESTO 0 OU 1 DA DIGITO ZERO, SENAO
      * O DIGITO E 11 MENOS O RESTO
      *****************************************************
       0410-CALCULAR-DV.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM 0415-SOMAR-UM-DIGITO
               VARYING WRK-DV-IDX FROM 43 BY -1
               UNTIL WRK-DV-IDX < 1.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO < 2
               MOVE 0 TO WRK-CHV-DV
           ELSE
               COMPUTE WRK-CHV-DV = 11 - WRK-DV-RESTO
           END-IF.

       0415-SOMAR-UM-DIGITO.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CHV-DIGITO(WRK-DV-IDX) * WRK-DV-PESO.
           IF WRK-DV-PESO = 9
               MOVE 2 TO WRK-DV-PESO
           ELSE
               ADD 1 TO WRK-DV-PESO
           END-IF.

      *****************************************************
      * ICMS SOBRE A PRESTACAO: ALIQUOTA DO PAR UF DE ORIGEM
      * (DUAS PRIMEIRAS POSICOES DO CENTRO) + UF DE DESTINO;
      * PAR SEM ALIQUOTA CADASTRADA TRIBUTA ZERO
      *****************************************************
       0500-CALCULAR-ICMS.
           MOVE ZEROS TO WRK-ICM-USO WRK-ALIQ-ICMS WRK-VALOR-ICMS.
           PERFORM 0510-PROCURAR-ALIQUOTA
               VARYING WRK-ICM-IDX FROM 1 BY 1
               UNTIL WRK-ICM-IDX > WRK-ICM-QTD
               OR WRK-ICM-USO > 0.
           IF WRK-ICM-USO > 0
               MOVE WRK-ICM-ALIQ(WRK-ICM-USO) TO WRK-ALIQ-ICMS
               COMPUTE WRK-VALOR-ICMS ROUNDED =
                   FSA-FRETE * WRK-ALIQ-ICMS / 100
           END-IF.

       0510-PROCURAR-ALIQUOTA.
           IF WRK-ICM-UF-ORI(WRK-ICM-IDX) = WRK-UF-ORIGEM
               AND WRK-ICM-UF-DES(WRK-ICM-IDX) = WRK-UF-DESTINO
               MOVE WRK-ICM-IDX TO WRK-ICM-USO
           END-IF.

      *****************************************************
      * DESTINATARIO: BLOCO DE ENDERECO DO MASTER CLIENTE.
      * CLIENTE NAO ENCONTRADO SAI SO COM NOME E DOCUMENTO DO
      * PEDIDO
      *****************************************************
       0600-LER-DESTINATARIO.
           MOVE SPACES TO CLI-ENDERECO CLI-CIDADE CLI-UF.
           MOVE ZEROS TO CLI-CEP.
           MOVE FSA-NOME-CLI TO CLI-NOME.
           IF CLIENTE-ABERTO
               MOVE FSA-DOC TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE SPACES TO CLI-ENDERECO CLI-CIDADE
                           CLI-UF
                       MOVE ZEROS TO CLI-CEP
                       MOVE FSA-NOME-CLI TO CLI-NOME
               END-READ
           END-IF.

       0700-GRAVAR-TRANSMISSAO.
           MOVE SPACES TO CTETRANS-REC.
           MOVE 'D'              TO CTX-TIPO.
           MOVE WRK-CHAVE-CTE    TO CTX-CHAVE.
           MOVE WRK-SERIE        TO CTX-SERIE.
           MOVE WRK-NUM-CTE      TO CTX-NUMERO.
           MOVE WRK-DATA-NEGOCIO TO CTX-DATA-EMISSAO.
           MOVE FSA-NUM-PEDIDO   TO CTX-NUM-PEDIDO.
           MOVE FSA-ORIGEM       TO CTX-ORIGEM.
           MOVE WRK-UF-ORIGEM    TO CTX-UF-INICIO.
           MOVE WRK-UF-DESTINO   TO CTX-UF-FIM.
           MOVE FSA-TRANSP       TO CTX-TRANSP.
           MOVE FSA-DOC          TO CTX-DEST-DOC.
           MOVE CLI-NOME         TO CTX-DEST-NOME.
           MOVE CLI-ENDERECO     TO CTX-DEST-ENDER.
           MOVE CLI-CIDADE       TO CTX-DEST-CIDADE.
           MOVE CLI-UF           TO CTX-DEST-UF.
           MOVE CLI-CEP          TO CTX-DEST-CEP.
           MOVE FSA-PRODUTO      TO CTX-PRODUTO.
           MOVE FSA-VALOR        TO CTX-VALOR-CARGA.
           MOVE FSA-PESO         TO CTX-PESO.
           MOVE FSA-QTD-VOLUMES  TO CTX-QTD-VOLUMES.
           MOVE FSA-FRETE        TO CTX-VALOR-PREST.
           IF WRK-ICM-USO > 0
               MOVE FSA-FRETE    TO CTX-BASE-ICMS
           ELSE
               MOVE ZEROS        TO CTX-BASE-ICMS
           END-IF.
           MOVE WRK-ALIQ-ICMS    TO CTX-ALIQ-ICMS.
           MOVE WRK-VALOR-ICMS   TO CTX-VALOR-ICMS.
           WRITE CTETRANS-REC.
           MOVE 'CTETRANS' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-CTX-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0710-GRAVAR-REGISTRO.
           MOVE SPACES TO CTEREG-REC.
           MOVE FSA-NUM-PEDIDO   TO CTE-NUM-PEDIDO.
           MOVE WRK-SERIE        TO CTE-SERIE.
           MOVE WRK-NUM-CTE      TO CTE-NUMERO.
           MOVE WRK-CHAVE-CTE    TO CTE-CHAVE.
           MOVE WRK-DATA-NEGOCIO TO CTE-DATA-EMISSAO.
           MOVE FSA-DOC          TO CTE-DOC.
           MOVE WRK-UF-ORIGEM    TO CTE-UF-ORIGEM.
           MOVE WRK-UF-DESTINO   TO CTE-UF-DESTINO.
           MOVE FSA-FRETE        TO CTE-VALOR-PREST.
           MOVE FSA-VALOR        TO CTE-VALOR-CARGA.
           MOVE CTX-BASE-ICMS    TO CTE-BASE-ICMS.
           MOVE WRK-ALIQ-ICMS    TO CTE-ALIQ-ICMS.
           MOVE WRK-VALOR-ICMS   TO CTE-VALOR-ICMS.
           WRITE CTEREG-REC.
           MOVE 'CTEREG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-CTE-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * COPIA IMPRESSA NO MOLDE DO DACTE - UM BLOCO POR CT-E
      *****************************************************
       0800-IMPRIMIR-DACTE.
           MOVE ALL '=' TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE WRK-SERIE        TO WRK-DAC-SERIE.
           MOVE WRK-NUM-CTE      TO WRK-DAC-NUMERO.
           MOVE WRK-DATA-NEGOCIO TO WRK-DAC-EMISSAO.
           MOVE WRK-DAC-LIN1     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE WRK-CHAVE-CTE    TO WRK-DAC-CHAVE.
           MOVE WRK-DAC-LIN2     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE ALL '-' TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE WRK-NOME-EMIT    TO WRK-DAC-EMIT.
           MOVE WRK-CNPJ-EMIT    TO WRK-DAC-CNPJ.
           MOVE FSA-ORIGEM       TO WRK-DAC-ORIGEM.
           MOVE WRK-DAC-LIN3     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE CLI-NOME         TO WRK-DAC-DEST-NOME.
           MOVE FSA-DOC          TO WRK-DAC-DEST-DOC.
           MOVE WRK-DAC-LIN4     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE CLI-ENDERECO     TO WRK-DAC-ENDER.
           MOVE WRK-DAC-LIN5     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE CLI-CIDADE       TO WRK-DAC-CIDADE.
           MOVE CLI-UF           TO WRK-DAC-UF.
           MOVE CLI-CEP          TO WRK-DAC-CEP.
           MOVE WRK-DAC-LIN6     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE ALL '-' TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE FSA-PRODUTO      TO WRK-DAC-PRODUTO.
           MOVE FSA-QTD-VOLUMES  TO WRK-DAC-VOLUMES.
           MOVE FSA-PESO         TO WRK-DAC-PESO.
           MOVE WRK-DAC-LIN7     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE FSA-VALOR        TO WRK-DAC-CARGA.
           MOVE FSA-FRETE        TO WRK-DAC-PREST.
           MOVE WRK-DAC-LIN8     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE CTX-BASE-ICMS    TO WRK-DAC-BASE.
           MOVE WRK-ALIQ-ICMS    TO WRK-DAC-ALIQ.
           MOVE WRK-VALOR-ICMS   TO WRK-DAC-ICMS.
           MOVE WRK-DAC-LIN9     TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE FSA-NUM-PEDIDO   TO WRK-DAC-PEDIDO.
           MOVE FSA-TRANSP       TO WRK-DAC-TRANSP.
           MOVE WRK-UF-ORIGEM    TO WRK-DAC-UF-INI.
           MOVE WRK-UF-DESTINO   TO WRK-DAC-UF-FIM.
           MOVE WRK-DAC-LIN10    TO DACTE-REC.
           WRITE DACTE-REC.
           MOVE SPACES TO DACTE-REC.
           WRITE DACTE-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTOS DOCUMENTOS EMITIU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'CTEEMIT'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-EMITIDOS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-CANCELADOS TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.

           COPY RUNPROC.
