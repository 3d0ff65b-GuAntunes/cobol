       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLIM.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: REVISAO TRIMESTRAL DO LIMITE DE CREDITO PELO
      *           COMPORTAMENTO DE PAGAMENTO DE CADA CLIENTE. ATE
      *           AQUI O CLI-LIMITE-CRED SO MUDAVA QUANDO ALGUEM
      *           LEMBRAVA DE PEDIR (MANTCLI, TRANSACAO L). PARA
      *           CADA CLIENTE ATIVO DO MASTER, NO PERIODO DO SYSIN
      *           (ZEROS = 3 MESES ATE A DATA DE NEGOCIO), MEDE:
      *             - OS DIAS DE ATRASO DE CADA BAIXA DO CRJORNAL
      *               (DATA DO CREDITO NO BANCO CONTRA O VENCIMENTO
      *               DA PARCELA), E DE CADA TITULO DO ABERTOS JA
      *               VENCIDO E AINDA EM ABERTO (ATE A DATA DE
      *               NEGOCIO) - DAI O ATRASO MEDIO, O PIOR ATRASO E
      *               A PARTICIPACAO DOS TITULOS PAGOS COM ATRASO;
      *               PAGAMENTO ANTECIPADO CONTA ZERO DIAS;
      *             - A EXPOSICAO ATUAL (SALDO NO ABERTOS);
      *             - O FATURAMENTO DO PERIODO (FATREG, MERCADORIA
      *               MAIS FRETE).
      *           PELAS REGRAS DO SYSIN O CLIENTE E CLASSIFICADO
      *           BOM, NEUTRO OU RUIM: BOM TEM O LIMITE AUMENTADO
      *           (ATE O TETO DE N MESES DO FATURAMENTO MEDIO,
      *           NUNCA ABAIXO DO LIMITE ATUAL), RUIM TEM O LIMITE
      *           REDUZIDO (SEM LIMITE - ZEROS - A REDUCAO PARTE DO
      *           TETO), SEMPRE EM CENTENAS INTEIRAS. NEUTRO E
      *           CLIENTE SEM TITULO NO PERIODO FICAM COMO ESTAO.
      *           O RELATORIO LIMRPT VAI PARA O SUPERVISOR DE
      *           CREDITO; AS RECOMENDACOES QUE MUDAM O LIMITE
      *           VAO PARA A FILA LIMPEND (UMA NOVA REVISAO
      *           SUBSTITUI A FILA ANTERIOR) E SO CHEGAM AO MASTER
      *           PELA APROVACAO NO APRVLIM.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT CRJORNAL-FILE ASSIGN TO "CRJORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRJ-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.
           SELECT LIMPEND-FILE ASSIGN TO "LIMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.
           SELECT LIMRPT-FILE ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  CRJORNAL-FILE.
           COPY CRJRNFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  LIMPEND-FILE.
           COPY LIMPENFD.

       FD  LIMRPT-FILE.
       01  LIMRPT-REC           PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FAT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PEN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- PERIODO E REGRAS DA REVISAO, DO CARTAO SYSIN ---*
       77 WRK-MESES         PIC 9(02) VALUE ZEROS.
       77 WRK-BOM-MEDIA     PIC 9(03) VALUE ZEROS.
       77 WRK-BOM-PCT       PIC 9(03) VALUE ZEROS.
       77 WRK-RUIM-MEDIA    PIC 9(03) VALUE ZEROS.
       77 WRK-RUIM-PCT      PIC 9(03) VALUE ZEROS.
       77 WRK-RUIM-PIOR     PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-AUMENTO   PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-REDUCAO   PIC 9(03) VALUE ZEROS.
       77 WRK-TETO-MESES    PIC 9(02) VALUE ZEROS.
       77 WRK-INI-PERIODO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MESES-ABS PIC 9(06) VALUE ZEROS.
       77 WRK-INI-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-INI-MES       PIC 9(02) VALUE ZEROS.

       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA     PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO      PIC 9(04).
           05 WRK-NEG-MES      PIC 9(02).
           05 WRK-NEG-DIA      PIC 9(02).

      *--- DATAS PARA A CONTAGEM DOS DIAS DE ATRASO ---*
       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO      PIC 9(04).
           05 WRK-VEN-MES      PIC 9(02).
           05 WRK-VEN-DIA      PIC 9(02).
       01  WRK-PAGTO-GRUPO.
           05 WRK-PAGAMENTO    PIC 9(08) VALUE ZEROS.
       01  WRK-PAGTO-R REDEFINES WRK-PAGTO-GRUPO.
           05 WRK-PAG-ANO      PIC 9(04).
           05 WRK-PAG-MES      PIC 9(02).
           05 WRK-PAG-DIA      PIC 9(02).
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.

       77 WRK-QTD-CLIENTES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TITULOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BAIXAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-VENC  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-MOV   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-HIST  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BOM       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NEUTRO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RUIM      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FILA      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-LIM-ANTES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-LIM-NOVO  PIC 9(13)V99 VALUE ZEROS.

      *--- MEDIDAS E RECOMENDACAO DO CLIENTE CORRENTE ---*
       77 WRK-CLASSE        PIC X(08) VALUE SPACES.
       77 WRK-MEDIA-DIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-ATRASO    PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-MENSAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TETO          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-BASE          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-LIMITE-NOVO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CENTENAS      PIC 9(11) VALUE ZEROS.
       77 WRK-FATOR         PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-MAXIMO PIC 9(09)V99 VALUE 999999900,00.

      *****************************************************
      * CLIENTES ATIVOS DO MASTER (NA ORDEM DA CHAVE), COM AS
      * MEDIDAS ACUMULADAS NO PERIODO
      *****************************************************
       77 WRK-CLT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-PROCURA   PIC X(14) VALUE SPACES.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLT-ITEM OCCURS 2000 TIMES.
               10 WRK-CLT-DOC      PIC X(14).
               10 WRK-CLT-NOME     PIC X(20).
               10 WRK-CLT-LIMITE   PIC 9(09)V99.
               10 WRK-CLT-TITULOS  PIC 9(05).
               10 WRK-CLT-ATRASOS  PIC 9(05).
               10 WRK-CLT-SOMA-DIAS PIC 9(09).
               10 WRK-CLT-PIOR     PIC 9(05).
               10 WRK-CLT-EXPOSICAO PIC 9(11)V99.
               10 WRK-CLT-FATURADO PIC 9(11)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-CAB.
           05 FILLER PIC X(15) VALUE 'CLIENTE'.
           05 FILLER PIC X(21) VALUE 'NOME'.
           05 FILLER PIC X(09) VALUE 'CLASSE'.
           05 FILLER PIC X(15) VALUE '  LIMITE ATUAL'.
           05 FILLER PIC X(15) VALUE '   RECOMENDADO'.
           05 FILLER PIC X(05) VALUE 'FILA'.
       01  WRK-LIN-DET1.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CLASSE    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-LIMITE    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOVO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FILA      PIC X(03).
       01  WRK-LIN-DET2.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'TITULOS '.
           05 WRK-LD-TITULOS   PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE ' ATRASADOS '.
           05 WRK-LD-ATRASOS   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE ' ('.
           05 WRK-LD-PCT       PIC ZZ9.
           05 FILLER           PIC X(09) VALUE '%) MEDIA '.
           05 WRK-LD-MEDIA     PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE ' PIOR '.
           05 WRK-LD-PIOR      PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE ' DIAS'.
       01  WRK-LIN-DET3.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'EXPOSICAO '.
           05 WRK-LD-EXPOSICAO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(21)
               VALUE '  FATURADO NO PERIODO'.
           05 WRK-LD-FATURADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
       01  WRK-TOT-VALOR-LINHA.
           05 WRK-TOT-VAL-ROTULO PIC X(30).
           05 WRK-TOT-VALOR-ED   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-CARREGAR-CLIENTES.
           PERFORM 0200-MEDIR-ABERTOS.
           PERFORM 0300-MEDIR-BAIXAS.
           PERFORM 0400-MEDIR-FATURAMENTO.
           OPEN OUTPUT LIMRPT-FILE.
           OPEN OUTPUT LIMPEND-FILE.
           MOVE 'LIMPEND' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-PEN-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           PERFORM 0450-CABECALHO.
           PERFORM 0500-AVALIAR-CLIENTE THRU 0500-FIM
               VARYING WRK-CLT-IDX FROM 1 BY 1
               UNTIL WRK-CLT-IDX > WRK-CLT-QTD.
           PERFORM 0700-TOTAIS-RELATORIO.
           CLOSE LIMRPT-FILE LIMPEND-FILE.
           DISPLAY 'REVLIM - CLIENTES ' WRK-QTD-CLIENTES
               ' RECOMENDACOES NA FILA ' WRK-QTD-FILA.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO, PERIODO EM MESES (ZEROS = 3, UM
      * TRIMESTRE) E AS REGRAS DE CLASSIFICACAO E DE AJUSTE -
      * CADA UMA COM SEU PADRAO QUANDO VEM ZERADA
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'MESES DO PERIODO (ZEROS = 3).. '.
           ACCEPT WRK-MESES.
           DISPLAY 'BOM - ATRASO MEDIO ATE DIAS (ZEROS = 5).. '.
           ACCEPT WRK-BOM-MEDIA.
           DISPLAY 'BOM - ATRASADOS ATE % (ZEROS = 10).. '.
           ACCEPT WRK-BOM-PCT.
           DISPLAY 'RUIM - ATRASO MEDIO ACIMA DE DIAS '
               '(ZEROS = 15).. '.
           ACCEPT WRK-RUIM-MEDIA.
           DISPLAY 'RUIM - ATRASADOS ACIMA DE % (ZEROS = 40).. '.
           ACCEPT WRK-RUIM-PCT.
           DISPLAY 'RUIM - PIOR ATRASO ACIMA DE DIAS '
               '(ZEROS = 60).. '.
           ACCEPT WRK-RUIM-PIOR.
           DISPLAY 'AUMENTO PARA BOM EM % (ZEROS = 20).. '.
           ACCEPT WRK-PCT-AUMENTO.
           DISPLAY 'REDUCAO PARA RUIM EM % (ZEROS = 30).. '.
           ACCEPT WRK-PCT-REDUCAO.
           DISPLAY 'TETO EM MESES DE FATURAMENTO (ZEROS = 3).. '.
           ACCEPT WRK-TETO-MESES.
           IF WRK-MESES = 0
               MOVE 3 TO WRK-MESES
           END-IF.
           IF WRK-BOM-MEDIA = 0
               MOVE 5 TO WRK-BOM-MEDIA
           END-IF.
           IF WRK-BOM-PCT = 0
               MOVE 10 TO WRK-BOM-PCT
           END-IF.
           IF WRK-RUIM-MEDIA = 0
               MOVE 15 TO WRK-RUIM-MEDIA
           END-IF.
           IF WRK-RUIM-PCT = 0
               MOVE 40 TO WRK-RUIM-PCT
           END-IF.
           IF WRK-RUIM-PIOR = 0
               MOVE 60 TO WRK-RUIM-PIOR
           END-IF.
           IF WRK-PCT-AUMENTO = 0
               MOVE 20 TO WRK-PCT-AUMENTO
           END-IF.
           IF WRK-PCT-REDUCAO = 0
               MOVE 30 TO WRK-PCT-REDUCAO
           END-IF.
           IF WRK-PCT-REDUCAO > 99
               MOVE 99 TO WRK-PCT-REDUCAO
           END-IF.
           IF WRK-TETO-MESES = 0
               MOVE 3 TO WRK-TETO-MESES
           END-IF.
      *--- INICIO DO PERIODO: O MESMO DIA, N MESES ANTES ---*
           MOVE WRK-DATA-NEGOCIO TO WRK-NEG-DATA.
           COMPUTE WRK-QTD-MESES-ABS =
               WRK-NEG-ANO * 12 + WRK-NEG-MES - 1 - WRK-MESES.
           DIVIDE WRK-QTD-MESES-ABS BY 12 GIVING WRK-INI-ANO
               REMAINDER WRK-INI-MES.
           ADD 1 TO WRK-INI-MES.
           COMPUTE WRK-INI-PERIODO = WRK-INI-ANO * 10000
               + WRK-INI-MES * 100 + WRK-NEG-DIA.

      *****************************************************
      * SEM O MASTER DE CLIENTES NAO HA LIMITE A REVISAR, E
      * SEM ABERTOS, CRJORNAL OU FATREG AS MEDIDAS SAIRIAM
      * ERRADAS - QUALQUER UM FALTANDO ABANDONA A RODADA
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO DISPONIVEL (STATUS '
                   WRK-CLI-STATUS ') - REVISAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - REVISAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CRJORNAL-FILE.
           IF WRK-CRJ-STATUS NOT = '00'
               DISPLAY 'JORNAL CRJORNAL NAO DISPONIVEL (STATUS '
                   WRK-CRJ-STATUS ') - REVISAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FATREG-FILE.
           IF WRK-FAT-STATUS NOT = '00'
               DISPLAY 'REGISTRO FATREG NAO DISPONIVEL (STATUS '
                   WRK-FAT-STATUS ') - REVISAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * CARREGA OS CLIENTES ATIVOS DO MASTER, COM O LIMITE
      * ATUAL E AS MEDIDAS ZERADAS
      *****************************************************
       0100-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO CLI-DOC.
           START CLIENTE-FILE KEY NOT < CLI-DOC
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-LER-UM-CLIENTE UNTIL WRK-FIM-ARQ.
           CLOSE CLIENTE-FILE.

       0110-LER-UM-CLIENTE.
           READ CLIENTE-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CLI-ATIVO
                       PERFORM 0120-GUARDAR-CLIENTE
                   END-IF
           END-READ.

       0120-GUARDAR-CLIENTE.
           IF WRK-CLT-QTD >= 2000
               DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA (2000) - '
                   CLI-DOC ' FICA FORA DA REVISAO'
           ELSE
               ADD 1 TO WRK-CLT-QTD
               MOVE CLI-DOC   TO WRK-CLT-DOC(WRK-CLT-QTD)
               MOVE CLI-NOME  TO WRK-CLT-NOME(WRK-CLT-QTD)
               MOVE CLI-LIMITE-CRED TO WRK-CLT-LIMITE(WRK-CLT-QTD)
               MOVE ZEROS TO WRK-CLT-TITULOS(WRK-CLT-QTD)
                   WRK-CLT-ATRASOS(WRK-CLT-QTD)
                   WRK-CLT-SOMA-DIAS(WRK-CLT-QTD)
                   WRK-CLT-PIOR(WRK-CLT-QTD)
                   WRK-CLT-EXPOSICAO(WRK-CLT-QTD)
                   WRK-CLT-FATURADO(WRK-CLT-QTD)
           END-IF.

       0150-ACHAR-CLIENTE.
           MOVE ZEROS TO WRK-CLT-USO.
           PERFORM 0155-PROCURAR-CLIENTE
               VARYING WRK-CLT-IDX FROM 1 BY 1
               UNTIL WRK-CLT-IDX > WRK-CLT-QTD
               OR WRK-CLT-USO > 0.

       0155-PROCURAR-CLIENTE.
           IF WRK-CLT-DOC(WRK-CLT-IDX) = WRK-DOC-PROCURA
               MOVE WRK-CLT-IDX TO WRK-CLT-USO
           END-IF.

      *****************************************************
      * ABERTOS: TODO SALDO A RECEBER ENTRA NA EXPOSICAO; O
      * TITULO JA VENCIDO E NAO PAGO CONTA COMO ATRASADO, COM
      * OS DIAS CORRIDOS ATE A DATA DE NEGOCIO
      *****************************************************
       0200-MEDIR-ABERTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.

       0210-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-TITULOS
                   IF ABR-VALOR > ABR-VALOR-PAGO
                       PERFORM 0220-MEDIR-TITULO
                   END-IF
           END-READ.

       0220-MEDIR-TITULO.
           MOVE ABR-DOC TO WRK-DOC-PROCURA.
           PERFORM 0150-ACHAR-CLIENTE.
           IF WRK-CLT-USO > 0
               COMPUTE WRK-CLT-EXPOSICAO(WRK-CLT-USO) =
                   WRK-CLT-EXPOSICAO(WRK-CLT-USO)
                   + ABR-VALOR - ABR-VALOR-PAGO
               IF ABR-DATA-VENC < WRK-DATA-NEGOCIO
                   MOVE ABR-DATA-VENC    TO WRK-VENCIMENTO
                   MOVE WRK-DATA-NEGOCIO TO WRK-PAGAMENTO
                   PERFORM 0250-CONTAR-ATRASO
               END-IF
           END-IF.

      *****************************************************
      * UM TITULO OBSERVADO PARA O CLIENTE CORRENTE: DIAS
      * CORRIDOS DO VENCIMENTO AO PAGAMENTO (OU A DATA DE
      * NEGOCIO), ZERO QUANDO PAGO NO PRAZO
      *****************************************************
       0250-CONTAR-ATRASO.
           ADD 1 TO WRK-CLT-TITULOS(WRK-CLT-USO).
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF WRK-PAGAMENTO > WRK-VENCIMENTO
               MOVE WRK-VEN-DIA TO WRK-IDADE-DIA1
               MOVE WRK-VEN-MES TO WRK-IDADE-MES1
               MOVE WRK-VEN-ANO TO WRK-IDADE-ANO1
               MOVE WRK-PAG-DIA TO WRK-IDADE-DIA2
               MOVE WRK-PAG-MES TO WRK-IDADE-MES2
               MOVE WRK-PAG-ANO TO WRK-IDADE-ANO2
               PERFORM 0600-CALCULAR-IDADE-DIAS
               MOVE WRK-IDADE-DIAS TO WRK-DIAS-ATRASO
               ADD 1 TO WRK-CLT-ATRASOS(WRK-CLT-USO)
               ADD WRK-DIAS-ATRASO TO WRK-CLT-SOMA-DIAS(WRK-CLT-USO)
               IF WRK-DIAS-ATRASO > WRK-CLT-PIOR(WRK-CLT-USO)
                   MOVE WRK-DIAS-ATRASO TO WRK-CLT-PIOR(WRK-CLT-USO)
               END-IF
           END-IF.

      *****************************************************
      * CRJORNAL: CADA BAIXA COM CREDITO NO BANCO DENTRO DO
      * PERIODO E UM TITULO OBSERVADO. BAIXA GRAVADA ANTES DO
      * VENCIMENTO PASSAR A SER GUARDADO NO JORNAL NAO TEM
      * COMO SER MEDIDA E FICA DE FORA (CONTADA NO TOTAL)
      *****************************************************
       0300-MEDIR-BAIXAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0310-LER-UMA-BAIXA UNTIL WRK-FIM-ARQ.
           CLOSE CRJORNAL-FILE.

       0310-LER-UMA-BAIXA.
           READ CRJORNAL-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CRJ-DATA-BANCO > WRK-INI-PERIODO
                       AND CRJ-DATA-BANCO NOT > WRK-DATA-NEGOCIO
                       PERFORM 0320-MEDIR-BAIXA
                   END-IF
           END-READ.

       0320-MEDIR-BAIXA.
           IF CRJ-DATA-VENC IS NOT NUMERIC
               OR CRJ-DATA-VENC = 0
               ADD 1 TO WRK-QTD-SEM-VENC
           ELSE
               MOVE CRJ-DOC TO WRK-DOC-PROCURA
               PERFORM 0150-ACHAR-CLIENTE
               IF WRK-CLT-USO > 0
                   ADD 1 TO WRK-QTD-BAIXAS
                   MOVE CRJ-DATA-VENC  TO WRK-VENCIMENTO
                   MOVE CRJ-DATA-BANCO TO WRK-PAGAMENTO
                   PERFORM 0250-CONTAR-ATRASO
               END-IF
           END-IF.

      *****************************************************
      * FATREG: FATURAMENTO DO PERIODO (MERCADORIA + FRETE),
      * BASE DO TETO DO LIMITE
      *****************************************************
       0400-MEDIR-FATURAMENTO.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0410-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0410-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF REG-DATA-EMISSAO > WRK-INI-PERIODO
                       AND REG-DATA-EMISSAO NOT > WRK-DATA-NEGOCIO
                       MOVE REG-DOC TO WRK-DOC-PROCURA
                       PERFORM 0150-ACHAR-CLIENTE
                       IF WRK-CLT-USO > 0
                           ADD 1 TO WRK-QTD-FATURAS
                           COMPUTE WRK-CLT-FATURADO(WRK-CLT-USO) =
                               WRK-CLT-FATURADO(WRK-CLT-USO)
                               + REG-TOT-VALOR + REG-TOT-FRETE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * CABECALHO DO RELATORIO, COM O PERIODO E AS REGRAS EM
      * VIGOR NESTA RODADA
      *****************************************************
       0450-CABECALHO.
           MOVE SPACES TO LIMRPT-REC.
           STRING 'REVISAO DE LIMITE DE CREDITO - PERIODO '
               WRK-INI-PERIODO ' A ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE ALL '=' TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           STRING 'BOM : MEDIA ATE ' WRK-BOM-MEDIA ' DIAS E ATE '
               WRK-BOM-PCT '% ATRASADOS - AUMENTO DE '
               WRK-PCT-AUMENTO '%' DELIMITED BY SIZE INTO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           STRING 'RUIM: MEDIA ACIMA DE ' WRK-RUIM-MEDIA
               ' DIAS, ' WRK-RUIM-PCT '% ATRASADOS OU PIOR ACIMA DE '
               WRK-RUIM-PIOR ' DIAS' DELIMITED BY SIZE
               INTO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           STRING '      REDUCAO DE ' WRK-PCT-REDUCAO
               '% - TETO DE ' WRK-TETO-MESES
               ' MESES DO FATURAMENTO MEDIO' DELIMITED BY SIZE
               INTO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE SPACES TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE WRK-LIN-CAB TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE ALL '-' TO LIMRPT-REC.
           WRITE LIMRPT-REC.

      *****************************************************
      * CLASSIFICA O CLIENTE E CALCULA O LIMITE RECOMENDADO.
      * CLIENTE SEM TITULO, SEM SALDO E SEM FATURA NO PERIODO
      * NAO APARECE NO RELATORIO
      *****************************************************
       0500-AVALIAR-CLIENTE.
           IF WRK-CLT-TITULOS(WRK-CLT-IDX) = 0
               AND WRK-CLT-EXPOSICAO(WRK-CLT-IDX) = 0
               AND WRK-CLT-FATURADO(WRK-CLT-IDX) = 0
               ADD 1 TO WRK-QTD-SEM-MOV
               GO TO 0500-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-MEDIA-DIAS WRK-PCT-ATRASO.
           IF WRK-CLT-TITULOS(WRK-CLT-IDX) > 0
               COMPUTE WRK-MEDIA-DIAS =
                   WRK-CLT-SOMA-DIAS(WRK-CLT-IDX)
                   / WRK-CLT-TITULOS(WRK-CLT-IDX)
               COMPUTE WRK-PCT-ATRASO =
                   WRK-CLT-ATRASOS(WRK-CLT-IDX) * 100
                   / WRK-CLT-TITULOS(WRK-CLT-IDX)
           END-IF.
           COMPUTE WRK-MEDIA-MENSAL =
               WRK-CLT-FATURADO(WRK-CLT-IDX) / WRK-MESES.
           COMPUTE WRK-TETO = WRK-MEDIA-MENSAL * WRK-TETO-MESES.
           MOVE WRK-CLT-LIMITE(WRK-CLT-IDX) TO WRK-LIMITE-NOVO.
           EVALUATE TRUE
               WHEN WRK-CLT-TITULOS(WRK-CLT-IDX) = 0
                   MOVE 'SEM HIST' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-SEM-HIST
               WHEN WRK-MEDIA-DIAS > WRK-RUIM-MEDIA
                 OR WRK-PCT-ATRASO > WRK-RUIM-PCT
                 OR WRK-CLT-PIOR(WRK-CLT-IDX) > WRK-RUIM-PIOR
                   MOVE 'RUIM' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-RUIM
                   PERFORM 0520-REDUZIR-LIMITE
               WHEN WRK-MEDIA-DIAS NOT > WRK-BOM-MEDIA
                AND WRK-PCT-ATRASO NOT > WRK-BOM-PCT
                   MOVE 'BOM' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-BOM
                   PERFORM 0530-AUMENTAR-LIMITE
               WHEN OTHER
                   MOVE 'NEUTRO' TO WRK-CLASSE
                   ADD 1 TO WRK-QTD-NEUTRO
           END-EVALUATE.
           IF WRK-LIMITE-NOVO > WRK-LIMITE-MAXIMO
               MOVE WRK-LIMITE-MAXIMO TO WRK-LIMITE-NOVO
           END-IF.
           MOVE SPACES TO WRK-LD-FILA.
           IF WRK-LIMITE-NOVO NOT = WRK-CLT-LIMITE(WRK-CLT-IDX)
               PERFORM 0550-ENFILEIRAR
               MOVE '*' TO WRK-LD-FILA
           END-IF.
           PERFORM 0560-IMPRIMIR-CLIENTE.

       0500-FIM.
           EXIT.

      *****************************************************
      * RUIM: REDUZ O LIMITE ATUAL; CLIENTE SEM LIMITE (ZEROS)
      * PASSA A TER UM, REDUZIDO A PARTIR DO TETO (OU DA
      * EXPOSICAO, SEM FATURAMENTO NO PERIODO). NUNCA FICA
      * ABAIXO DE UMA CENTENA - ZEROS SERIA "SEM LIMITE"
      *****************************************************
       0520-REDUZIR-LIMITE.
           MOVE WRK-CLT-LIMITE(WRK-CLT-IDX) TO WRK-BASE.
           IF WRK-BASE = 0
               MOVE WRK-TETO TO WRK-BASE
           END-IF.
           IF WRK-BASE = 0
               MOVE WRK-CLT-EXPOSICAO(WRK-CLT-IDX) TO WRK-BASE
           END-IF.
           IF WRK-BASE > 0
               COMPUTE WRK-FATOR = 100 - WRK-PCT-REDUCAO
               COMPUTE WRK-BASE = WRK-BASE * WRK-FATOR / 100
               COMPUTE WRK-CENTENAS = WRK-BASE / 100
               COMPUTE WRK-LIMITE-NOVO = WRK-CENTENAS * 100
               IF WRK-LIMITE-NOVO < 100
                   MOVE 100 TO WRK-LIMITE-NOVO
               END-IF
           END-IF.

      *****************************************************
      * BOM: AUMENTA O LIMITE ATUAL ATE O TETO DE N MESES DO
      * FATURAMENTO MEDIO, SEM NUNCA BAIXAR O LIMITE; CLIENTE
      * SEM LIMITE (ZEROS) CONTINUA SEM
      *****************************************************
       0530-AUMENTAR-LIMITE.
           IF WRK-CLT-LIMITE(WRK-CLT-IDX) > 0
               COMPUTE WRK-FATOR = 100 + WRK-PCT-AUMENTO
               COMPUTE WRK-BASE = WRK-CLT-LIMITE(WRK-CLT-IDX)
                   * WRK-FATOR / 100
               IF WRK-BASE > WRK-TETO
                   MOVE WRK-TETO TO WRK-BASE
               END-IF
               COMPUTE WRK-CENTENAS = WRK-BASE / 100
               COMPUTE WRK-LIMITE-NOVO = WRK-CENTENAS * 100
               IF WRK-LIMITE-NOVO < WRK-CLT-LIMITE(WRK-CLT-IDX)
                   MOVE WRK-CLT-LIMITE(WRK-CLT-IDX)
                       TO WRK-LIMITE-NOVO
               END-IF
           END-IF.

      *****************************************************
      * RECOMENDACAO PARA A FILA DO SUPERVISOR DE CREDITO
      *****************************************************
       0550-ENFILEIRAR.
           MOVE SPACES TO LIMPEND-REC.
           MOVE WRK-DATA-NEGOCIO TO LPN-DATA.
           ACCEPT LPN-HORA FROM TIME.
           MOVE WRK-CLT-DOC(WRK-CLT-IDX)    TO LPN-DOC.
           MOVE WRK-CLT-NOME(WRK-CLT-IDX)   TO LPN-NOME.
           MOVE WRK-CLT-LIMITE(WRK-CLT-IDX) TO LPN-LIMITE-ANTES.
           MOVE WRK-LIMITE-NOVO             TO LPN-LIMITE-NOVO.
           MOVE WRK-CLASSE                  TO LPN-CLASSE.
           MOVE WRK-CLT-TITULOS(WRK-CLT-IDX) TO LPN-QTD-TITULOS.
           MOVE WRK-CLT-ATRASOS(WRK-CLT-IDX) TO LPN-QTD-ATRASO.
           MOVE WRK-PCT-ATRASO              TO LPN-PCT-ATRASO.
           MOVE WRK-MEDIA-DIAS              TO LPN-MEDIA-DIAS.
           MOVE WRK-CLT-PIOR(WRK-CLT-IDX)   TO LPN-PIOR-DIAS.
           MOVE WRK-CLT-EXPOSICAO(WRK-CLT-IDX) TO LPN-EXPOSICAO.
           MOVE WRK-CLT-FATURADO(WRK-CLT-IDX)  TO LPN-FATURADO.
           WRITE LIMPEND-REC.
           MOVE 'LIMPEND' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-PEN-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-FILA.
           ADD WRK-CLT-LIMITE(WRK-CLT-IDX) TO WRK-TOT-LIM-ANTES.
           ADD WRK-LIMITE-NOVO TO WRK-TOT-LIM-NOVO.

       0560-IMPRIMIR-CLIENTE.
           MOVE WRK-CLT-DOC(WRK-CLT-IDX)    TO WRK-LD-DOC.
           MOVE WRK-CLT-NOME(WRK-CLT-IDX)   TO WRK-LD-NOME.
           MOVE WRK-CLASSE                  TO WRK-LD-CLASSE.
           MOVE WRK-CLT-LIMITE(WRK-CLT-IDX) TO WRK-LD-LIMITE.
           MOVE WRK-LIMITE-NOVO             TO WRK-LD-NOVO.
           MOVE WRK-LIN-DET1 TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE WRK-CLT-TITULOS(WRK-CLT-IDX) TO WRK-LD-TITULOS.
           MOVE WRK-CLT-ATRASOS(WRK-CLT-IDX) TO WRK-LD-ATRASOS.
           MOVE WRK-PCT-ATRASO              TO WRK-LD-PCT.
           MOVE WRK-MEDIA-DIAS              TO WRK-LD-MEDIA.
           MOVE WRK-CLT-PIOR(WRK-CLT-IDX)   TO WRK-LD-PIOR.
           MOVE WRK-LIN-DET2 TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE WRK-CLT-EXPOSICAO(WRK-CLT-IDX) TO WRK-LD-EXPOSICAO.
           MOVE WRK-CLT-FATURADO(WRK-CLT-IDX)  TO WRK-LD-FATURADO.
           MOVE WRK-LIN-DET3 TO LIMRPT-REC.
           WRITE LIMRPT-REC.

      *****************************************************
      * TOTAIS DA REVISAO
      *****************************************************
       0700-TOTAIS-RELATORIO.
           MOVE SPACES TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE ALL '-' TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE 'CLIENTES LIDOS NO MASTER......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES ATIVOS SEM MOVIMENTO.' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-MOV TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES REVISADOS............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CLIENTES TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE '   BOM........................' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-BOM TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE '   NEUTRO.....................' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-NEUTRO TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE '   RUIM.......................' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-RUIM TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE '   SEM HISTORICO NO PERIODO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-HIST TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'BAIXAS MEDIDAS NO PERIODO.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-BAIXAS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'BAIXAS SEM VENCIMENTO NO JORN.' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-VENC TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'FATURAS DO PERIODO............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FATURAS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'RECOMENDACOES NA FILA LIMPEND.' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FILA TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'LIMITES ATUAIS DA FILA........' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-LIM-ANTES TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-VALOR-LINHA TO LIMRPT-REC.
           WRITE LIMRPT-REC.
           MOVE 'LIMITES RECOMENDADOS DA FILA..' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-LIM-NOVO TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-VALOR-LINHA TO LIMRPT-REC.
           WRITE LIMRPT-REC.

       0710-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO LIMRPT-REC.
           WRITE LIMRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'REVLIM'          TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO  TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS     TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-FILA      TO OPS-QTD-GRAVADOS.
           MOVE ZEROS             TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
