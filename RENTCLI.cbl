       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCLI.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: DEMONSTRATIVO MENSAL DE RENTABILIDADE POR
      *           CLIENTE (CLI-DOC), PARA QUE O LIMITE DE CREDITO
      *           DO CLIENTE E AS TARIFAS DO CONTRATO SEJAM
      *           REVISTOS SABENDO SE O CLIENTE DA RESULTADO.
      *           LINHAS DO DEMONSTRATIVO NO MES DE REFERENCIA:
      *             - FRETE FATURADO: REG-TOT-FRETE DAS FATURAS
      *               DO FATREG EMITIDAS NO MES;
      *             - CUSTO DA TRANSPORTADORA: COBRANCAS DO TRFAT
      *               (O MESMO CASAMENTO POR PEDIDO E
      *               TRANSPORTADORA DO FRETACER) DOS PEDIDOS
      *               FATURADOS NO MES (PHI-DATA-FATURA);
      *             - AJUSTES DE REPRECIFICACAO DO AJUSTES (RERATE)
      *               DOS PEDIDOS FATURADOS NO MES: DEBITO SOMA,
      *               CREDITO SUBTRAI. CREDITOS DE DEVOLUCAO SAO
      *               MERCADORIA E NAO ENTRAM;
      *             - CANCELAMENTOS POS-FATURA DO CANCELAM NO MES:
      *               ESTORNAM O FRETE DO PEDIDO (PEDHIST);
      *             - SINISTROS: INDENIZACOES PAGAS AO CLIENTE NO
      *               MES MENOS O VALOR ACEITO DESCONTADO DA
      *               TRANSPORTADORA NO MES (MASTER SINISTRO);
      *             - CUSTO DO DINHEIRO: PRAZO MEDIO DE PAGAMENTO
      *               DOS TITULOS DO CLIENTE NO ABERTOS (PONDERADO
      *               PELO VALOR; TITULO AINDA EM ABERTO CONTA ATE
      *               A DATA DE NEGOCIO) SOBRE O FRETE FATURADO,
      *               A TAXA MENSAL DO SYSIN.
      *           O RESULTADO E A MARGEM DE CONTRIBUICAO. O
      *           RELATORIO RENTRPT LISTA OS CLIENTES DO MELHOR
      *           PARA O PIOR, MARCANDO OS DE MARGEM NEGATIVA PARA
      *           REVISAO COMERCIAL.
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
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT TRFAT-FILE ASSIGN TO "TRFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT CANCELAM-FILE ASSIGN TO "CANCELAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAN-STATUS.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT RENTRPT-FILE ASSIGN TO "RENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

      *****************************************************
      * FATURA DA TRANSPORTADORA - UMA LINHA POR PEDIDO
      * COBRADO, IDENTIFICADO PELO NOSSO NUMERO DE PEDIDO
      *****************************************************
       FD  TRFAT-FILE.
       01  TRFAT-REC.
           05 TRF-TRANSP     PIC X(03).
           05 TRF-NUM-PEDIDO PIC 9(08).
           05 TRF-VALOR      PIC 9(07)V99.

       FD  AJUSTES-FILE.
           COPY AJUSTEFD.

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  SINISTRO-FILE.
           COPY SINISFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  RENTRPT-FILE.
       01  RENTRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AJU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FATURAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PED-FAT   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-COBR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AJUSTES   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCEL    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CAN-SEMPED PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SINIST    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TITULOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CAD   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PREJUIZO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(07) VALUE ZEROS.

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

      *--- TAXA MENSAL DO CUSTO DO DINHEIRO (SYSIN) ---*
       77 WRK-TAXA-MES      PIC 9(02)V99 VALUE ZEROS.

      *--- DATAS DO TITULO PARA O PRAZO DE PAGAMENTO ---*
       01  WRK-EMI-GRUPO.
           05 WRK-EMI-DATA     PIC 9(08) VALUE ZEROS.
       01  WRK-EMI-R REDEFINES WRK-EMI-GRUPO.
           05 WRK-EMI-ANO      PIC 9(04).
           05 WRK-EMI-MES      PIC 9(02).
           05 WRK-EMI-DIA      PIC 9(02).
       01  WRK-PAG-GRUPO.
           05 WRK-PAG-DATA     PIC 9(08) VALUE ZEROS.
       01  WRK-PAG-R REDEFINES WRK-PAG-GRUPO.
           05 WRK-PAG-ANO      PIC 9(04).
           05 WRK-PAG-MES      PIC 9(02).
           05 WRK-PAG-DIA      PIC 9(02).

      *--- COBRANCAS DAS TRANSPORTADORAS EM MEMORIA ---*
       77 WRK-TRF-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRF-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-COBRADO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TEM-COBRANCA  PIC X(01) VALUE 'N'.
       01  WRK-TAB-TRFAT.
           05 WRK-TRF-ITEM OCCURS 5000 TIMES.
               10 WRK-TRF-TRANSP  PIC X(03).
               10 WRK-TRF-NUMERO  PIC 9(08).
               10 WRK-TRF-VALOR   PIC 9(07)V99.

      *****************************************************
      * DEMONSTRATIVO POR CLIENTE. O AJUSTE E O SINISTRO
      * LIQUIDO TEM SINAL (DEBITO DE REPRECIFICACAO POSITIVO;
      * RECUPERACAO MAIOR QUE A INDENIZACAO NEGATIVA)
      *****************************************************
       77 WRK-CLI-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-IDX2      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-BUSCA-DOC     PIC X(14) VALUE SPACES.
       77 WRK-CRIAR-CLI     PIC X(01) VALUE 'S'.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 2000 TIMES.
               10 WRK-CLI-DOC       PIC X(14).
               10 WRK-CLI-FATURAS   PIC 9(05).
               10 WRK-CLI-FRETE     PIC 9(11)V99.
               10 WRK-CLI-CUSTO-TRP PIC 9(11)V99.
               10 WRK-CLI-AJUSTE    PIC S9(11)V99.
               10 WRK-CLI-CANCEL    PIC 9(11)V99.
               10 WRK-CLI-SINIST    PIC S9(11)V99.
               10 WRK-CLI-PRZ-VALOR PIC 9(13)V99.
               10 WRK-CLI-PRZ-POND  PIC 9(15)V99.
               10 WRK-CLI-PRAZO     PIC 9(04).
               10 WRK-CLI-CUSTO-DIN PIC 9(11)V99.
               10 WRK-CLI-MARGEM    PIC S9(11)V99.
               10 WRK-CLI-PCT       PIC S9(03)V9.
               10 WRK-CLI-RANK      PIC 9(04).

       77 WRK-QTD-ACIMA     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RANK-IMPR     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TITULO-DIAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FRETE     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO-TRP PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-AJUSTE    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CANCEL    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SINIST    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO-DIN PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM    PIC S9(13)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO (DUAS LINHAS POR CLIENTE) ---*
       01  WRK-CAB-COLUNAS1.
           05 FILLER PIC X(05) VALUE 'POS'.
           05 FILLER PIC X(15) VALUE 'CLIENTE'.
           05 FILLER PIC X(21) VALUE 'NOME'.
           05 FILLER PIC X(13) VALUE ' FRETE FATUR.'.
           05 FILLER PIC X(15) VALUE '   MARGEM CONTR'.
           05 FILLER PIC X(08) VALUE '  MARGEM'.
       01  WRK-CAB-COLUNAS2.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'CUSTO TRP.'.
           05 FILLER PIC X(13) VALUE '      AJUSTES'.
           05 FILLER PIC X(12) VALUE '   CANCELAM.'.
           05 FILLER PIC X(13) VALUE '    SINISTROS'.
           05 FILLER PIC X(06) VALUE '  DIAS'.
           05 FILLER PIC X(12) VALUE '  CUSTO DIN.'.
       01  WRK-LIN-DET1.
           05 WRK-LD-RANK      PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FRETE     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MARGEM    PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT       PIC -ZZ9,9.
           05 FILLER           PIC X(01) VALUE '%'.
       01  WRK-LIN-DET2.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-CUSTO-TRP PIC ZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-AJUSTE    PIC -ZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-CANCEL    PIC ZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SINIST    PIC -ZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PRAZO     PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-CUSTO-DIN PIC ZZZZZZ9,99.
       01  WRK-LIN-PREJUIZO.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(46) VALUE
              '*** MARGEM NEGATIVA - REVISAO COMERCIAL ***'.
       01  WRK-LIN-PARAM.
           05 FILLER           PIC X(34) VALUE
              'TAXA DO CUSTO DO DINHEIRO AO MES: '.
           05 WRK-LP-TAXA      PIC Z9,99.
           05 FILLER           PIC X(01) VALUE '%'.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
       01  WRK-TOT-VALOR-LINHA.
           05 WRK-TOT-VAL-ROTULO PIC X(30).
           05 WRK-TOT-VALOR-ED   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-CARREGAR-FATURAS.
           PERFORM 0150-CARREGAR-COBRANCAS.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - DEMONSTRATIVO ABANDONADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-VARRER-PEDHIST.
           PERFORM 0300-APLICAR-AJUSTES.
           PERFORM 0350-APLICAR-CANCELAMENTOS.
           CLOSE PEDHIST-FILE.
           PERFORM 0400-APURAR-SINISTROS.
           PERFORM 0450-APURAR-PRAZOS.
           PERFORM 0500-CALCULAR-MARGEM
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           PERFORM 0550-CALCULAR-RANKING
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           OPEN OUTPUT RENTRPT-FILE.
           PERFORM 0600-IMPRIMIR-DEMONSTRATIVO.
           PERFORM 0700-TOTAIS-RELATORIO.
           CLOSE RENTRPT-FILE.
           DISPLAY 'RENTABILIDADE POR CLIENTE ' WRK-ANOMES
               ' - CLIENTES ' WRK-CLI-QTD
               ' COM MARGEM NEGATIVA ' WRK-QTD-PREJUIZO.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) E
      * A TAXA MENSAL DO CUSTO DO DINHEIRO (ZEROS = 1,00%)
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'MES DE REFERENCIA AAAAMM (ZEROS = ANTERIOR).. '.
           ACCEPT WRK-ANOMES.
           DISPLAY 'CUSTO DO DINHEIRO PCT AO MES 99V99 '
               '(ZEROS = 1,00).. '.
           ACCEPT WRK-TAXA-MES.
           IF WRK-ANOMES = 0
               MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-ANOMES
               IF WRK-REF-MES = 1
                   MOVE 12 TO WRK-REF-MES
                   SUBTRACT 1 FROM WRK-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-REF-MES
               END-IF
           END-IF.
           IF WRK-TAXA-MES = 0
               MOVE 1 TO WRK-TAXA-MES
           END-IF.

      *****************************************************
      * FRETE FATURADO: FATURAS DO FATREG EMITIDAS NO MES. SEM
      * O FATREG NAO HA DEMONSTRATIVO
      *****************************************************
       0100-CARREGAR-FATURAS.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - DEMONSTRATIVO ABANDONADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0110-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0110-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE REG-DATA-EMISSAO TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       ADD 1 TO WRK-QTD-FATURAS
                       MOVE REG-DOC TO WRK-BUSCA-DOC
                       MOVE 'S' TO WRK-CRIAR-CLI
                       PERFORM 0800-ACHAR-CLIENTE
                       IF WRK-CLI-USO > 0
                           ADD 1 TO WRK-CLI-FATURAS(WRK-CLI-USO)
                           ADD REG-TOT-FRETE TO
                               WRK-CLI-FRETE(WRK-CLI-USO)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA AS COBRANCAS DAS TRANSPORTADORAS (TRFAT) NA
      * TABELA EM MEMORIA, PARA O CASAMENTO POR PEDIDO
      *****************************************************
       0150-CARREGAR-COBRANCAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TRFAT-FILE.
           IF WRK-TRF-STATUS = '00'
               PERFORM 0160-CARREGAR-UMA-COBR UNTIL WRK-FIM-ARQ
               CLOSE TRFAT-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO TRFAT NAO ENCONTRADO '
                   '(STATUS ' WRK-TRF-STATUS ') - DEMONSTRATIVO '
                   'SEM CUSTO DE TRANSPORTADORA'
           END-IF.

       0160-CARREGAR-UMA-COBR.
           READ TRFAT-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-TRF-QTD >= 5000
                       DISPLAY 'AVISO - TABELA DE COBRANCAS CHEIA '
                           '(5000) - EXCEDENTE IGNORADO'
                       SET WRK-FIM-ARQ TO TRUE
                   ELSE
                       ADD 1 TO WRK-TRF-QTD
                       MOVE TRF-TRANSP TO
                           WRK-TRF-TRANSP(WRK-TRF-QTD)
                       MOVE TRF-NUM-PEDIDO TO
                           WRK-TRF-NUMERO(WRK-TRF-QTD)
                       MOVE TRF-VALOR TO
                           WRK-TRF-VALOR(WRK-TRF-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * CUSTO DA TRANSPORTADORA: VARRE O PEDHIST E, PARA CADA
      * PEDIDO FATURADO NO MES, SOMA AS COBRANCAS DO TRFAT DO
      * PEDIDO PELA TRANSPORTADORA QUE O LEVOU. PEDIDO AINDA
      * NAO COBRADO E CONTADO A PARTE (CUSTO A INCORRER)
      *****************************************************
       0200-VARRER-PEDHIST.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO PHI-NUM-PEDIDO.
           START PEDHIST-FILE KEY NOT < PHI-NUM-PEDIDO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0210-LER-UM-PEDIDO UNTIL WRK-FIM-ARQ.

       0210-LER-UM-PEDIDO.
           READ PEDHIST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE PHI-DATA-FATURA TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       PERFORM 0220-CUSTEAR-PEDIDO
                   END-IF
           END-READ.

       0220-CUSTEAR-PEDIDO.
           ADD 1 TO WRK-QTD-PED-FAT.
           MOVE 'N' TO WRK-TEM-COBRANCA.
           MOVE ZEROS TO WRK-COBRADO.
           PERFORM 0230-SOMAR-COBRANCA
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QTD.
           IF WRK-TEM-COBRANCA = 'N'
               ADD 1 TO WRK-QTD-SEM-COBR
           ELSE
               MOVE PHI-DOC TO WRK-BUSCA-DOC
               MOVE 'S' TO WRK-CRIAR-CLI
               PERFORM 0800-ACHAR-CLIENTE
               IF WRK-CLI-USO > 0
                   ADD WRK-COBRADO TO WRK-CLI-CUSTO-TRP(WRK-CLI-USO)
               END-IF
           END-IF.

       0230-SOMAR-COBRANCA.
           IF WRK-TRF-NUMERO(WRK-TRF-IDX) = PHI-NUM-PEDIDO
               AND WRK-TRF-TRANSP(WRK-TRF-IDX) = PHI-TRANSP
               MOVE 'S' TO WRK-TEM-COBRANCA
               ADD WRK-TRF-VALOR(WRK-TRF-IDX) TO WRK-COBRADO
           END-IF.

      *****************************************************
      * AJUSTES DE REPRECIFICACAO (RERATE) DOS PEDIDOS
      * FATURADOS NO MES. O AJUSTES NAO TEM DATA PROPRIA: O
      * MES DO AJUSTE E O DA FATURA DO PEDIDO NO PEDHIST. A
      * DIFERENCA E GRAVADA SEMPRE POSITIVA - O TIPO DIZ SE O
      * CLIENTE PAGA MAIS (DEBITO) OU RECEBE DE VOLTA (CREDITO)
      *****************************************************
       0300-APLICAR-AJUSTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT AJUSTES-FILE.
           IF WRK-AJU-STATUS = '00'
               PERFORM 0310-LER-UM-AJUSTE UNTIL WRK-FIM-ARQ
               CLOSE AJUSTES-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO AJUSTES NAO ENCONTRADO '
                   '(STATUS ' WRK-AJU-STATUS ') - DEMONSTRATIVO '
                   'SEM REPRECIFICACAO'
           END-IF.

       0310-LER-UM-AJUSTE.
           READ AJUSTES-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF AJU-REPRECIFICACAO
                       PERFORM 0320-APLICAR-UM-AJUSTE
                           THRU 0320-APLICAR-FIM
                   END-IF
           END-READ.

       0320-APLICAR-UM-AJUSTE.
           MOVE AJU-NUM-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   GO TO 0320-APLICAR-FIM
           END-READ.
           MOVE PHI-DATA-FATURA TO WRK-DATA-MOV.
           IF WRK-DMV-ANOMES NOT = WRK-ANOMES
               GO TO 0320-APLICAR-FIM
           END-IF.
           MOVE AJU-DOC TO WRK-BUSCA-DOC.
           MOVE 'S' TO WRK-CRIAR-CLI.
           PERFORM 0800-ACHAR-CLIENTE.
           IF WRK-CLI-USO = 0
               GO TO 0320-APLICAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-AJUSTES.
      *--- AJU-DIFERENCA JA VEM COM SINAL (CREDITO NEGATIVO) ---*
           ADD AJU-DIFERENCA TO WRK-CLI-AJUSTE(WRK-CLI-USO).

       0320-APLICAR-FIM.
           EXIT.

      *****************************************************
      * CANCELAMENTOS POS-FATURA COM DATA NO MES: O FRETE DO
      * PEDIDO (PEDHIST) SAI DA RECEITA DO CLIENTE. O CAN-VALOR
      * JUNTA MERCADORIA E FRETE E POR ISSO NAO E USADO AQUI
      *****************************************************
       0350-APLICAR-CANCELAMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CANCELAM-FILE.
           IF WRK-CAN-STATUS = '00'
               PERFORM 0360-LER-UM-CANCELAMENTO UNTIL WRK-FIM-ARQ
               CLOSE CANCELAM-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO CANCELAM NAO ENCONTRADO '
                   '(STATUS ' WRK-CAN-STATUS ') - DEMONSTRATIVO '
                   'SEM CANCELAMENTOS'
           END-IF.

       0360-LER-UM-CANCELAMENTO.
           READ CANCELAM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE CAN-DATA TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND CAN-POS-FATURA
                       PERFORM 0370-ESTORNAR-FRETE
                           THRU 0370-ESTORNAR-FIM
                   END-IF
           END-READ.

       0370-ESTORNAR-FRETE.
           MOVE CAN-NUM-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-CAN-SEMPED
                   GO TO 0370-ESTORNAR-FIM
           END-READ.
           MOVE CAN-DOC TO WRK-BUSCA-DOC.
           MOVE 'S' TO WRK-CRIAR-CLI.
           PERFORM 0800-ACHAR-CLIENTE.
           IF WRK-CLI-USO = 0
               GO TO 0370-ESTORNAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CANCEL.
           ADD PHI-FRETE TO WRK-CLI-CANCEL(WRK-CLI-USO).

       0370-ESTORNAR-FIM.
           EXIT.

      *****************************************************
      * SINISTROS: INDENIZACAO PAGA AO CLIENTE NO MES MENOS O
      * VALOR ACEITO QUE O ACERTO (FRETACER) DESCONTOU DA
      * TRANSPORTADORA NO MES
      *****************************************************
       0400-APURAR-SINISTROS.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS NOT = '00'
               DISPLAY 'AVISO - MASTER SINISTRO NAO DISPONIVEL '
                   '(STATUS ' WRK-SIN-STATUS ') - DEMONSTRATIVO '
                   'SEM SINISTROS'
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               MOVE ZEROS TO SIN-NUM-PEDIDO
               START SINISTRO-FILE KEY NOT < SIN-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0410-LER-UM-SINISTRO UNTIL WRK-FIM-ARQ
               CLOSE SINISTRO-FILE
           END-IF.

       0410-LER-UM-SINISTRO.
           READ SINISTRO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE SIN-DOC TO WRK-BUSCA-DOC
                   MOVE 'S' TO WRK-CRIAR-CLI
                   MOVE SIN-DATA-INDENIZ TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND SIN-VALOR-INDENIZ > 0
                       PERFORM 0800-ACHAR-CLIENTE
                       IF WRK-CLI-USO > 0
                           ADD 1 TO WRK-QTD-SINIST
                           ADD SIN-VALOR-INDENIZ TO
                               WRK-CLI-SINIST(WRK-CLI-USO)
                       END-IF
                   END-IF
                   MOVE SIN-DATA-DEDUCAO TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND SIN-VALOR-ACEITO > 0
                       PERFORM 0800-ACHAR-CLIENTE
                       IF WRK-CLI-USO > 0
                           SUBTRACT SIN-VALOR-ACEITO FROM
                               WRK-CLI-SINIST(WRK-CLI-USO)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * PRAZO MEDIO DE PAGAMENTO DOS CLIENTES DO DEMONSTRATIVO,
      * PONDERADO PELO VALOR DOS TITULOS DO ABERTOS: LIQUIDADO
      * CONTA DA EMISSAO AO ULTIMO PAGAMENTO; EM ABERTO OU
      * PARCIAL, DA EMISSAO ATE A DATA DE NEGOCIO. CLIENTE SEM
      * MOVIMENTO NO MES NAO ENTRA
      *****************************************************
       0450-APURAR-PRAZOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS = '00'
               PERFORM 0460-LER-UM-TITULO UNTIL WRK-FIM-ARQ
               CLOSE ABERTOS-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO ABERTOS NAO ENCONTRADO '
                   '(STATUS ' WRK-ABE-STATUS ') - DEMONSTRATIVO '
                   'SEM CUSTO DO DINHEIRO'
           END-IF.

       0460-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0470-PRAZO-DO-TITULO
                       THRU 0470-PRAZO-FIM
           END-READ.

       0470-PRAZO-DO-TITULO.
           IF ABR-DATA-EMISSAO = 0
               OR ABR-DATA-EMISSAO > WRK-DATA-NEGOCIO
               OR ABR-VALOR = 0
               GO TO 0470-PRAZO-FIM
           END-IF.
           MOVE ABR-DOC TO WRK-BUSCA-DOC.
           MOVE 'N' TO WRK-CRIAR-CLI.
           PERFORM 0800-ACHAR-CLIENTE.
           IF WRK-CLI-USO = 0
               GO TO 0470-PRAZO-FIM
           END-IF.
           MOVE ABR-DATA-EMISSAO TO WRK-EMI-DATA.
           IF ABR-LIQUIDADA AND ABR-DATA-ULT-PAG > 0
               MOVE ABR-DATA-ULT-PAG TO WRK-PAG-DATA
           ELSE
               MOVE WRK-DATA-NEGOCIO TO WRK-PAG-DATA
           END-IF.
           MOVE WRK-EMI-DIA TO WRK-IDADE-DIA1.
           MOVE WRK-EMI-MES TO WRK-IDADE-MES1.
           MOVE WRK-EMI-ANO TO WRK-IDADE-ANO1.
           MOVE WRK-PAG-DIA TO WRK-IDADE-DIA2.
           MOVE WRK-PAG-MES TO WRK-IDADE-MES2.
           MOVE WRK-PAG-ANO TO WRK-IDADE-ANO2.
           PERFORM 0600-CALCULAR-IDADE-DIAS.
           MOVE WRK-IDADE-DIAS TO WRK-TITULO-DIAS.
           ADD 1 TO WRK-QTD-TITULOS.
           ADD ABR-VALOR TO WRK-CLI-PRZ-VALOR(WRK-CLI-USO).
           COMPUTE WRK-CLI-PRZ-POND(WRK-CLI-USO) =
               WRK-CLI-PRZ-POND(WRK-CLI-USO)
                   + ABR-VALOR * WRK-TITULO-DIAS.

       0470-PRAZO-FIM.
           EXIT.

      *****************************************************
      * CUSTO DO DINHEIRO = FRETE FATURADO X TAXA MENSAL X
      * PRAZO MEDIO / 30. MARGEM DE CONTRIBUICAO = FRETE
      * FATURADO + AJUSTES - CANCELAMENTOS - CUSTO DA
      * TRANSPORTADORA - SINISTROS - CUSTO DO DINHEIRO
      *****************************************************
       0500-CALCULAR-MARGEM.
           MOVE ZEROS TO WRK-CLI-PRAZO(WRK-CLI-IDX)
               WRK-CLI-CUSTO-DIN(WRK-CLI-IDX)
               WRK-CLI-PCT(WRK-CLI-IDX).
           IF WRK-CLI-PRZ-VALOR(WRK-CLI-IDX) > 0
               COMPUTE WRK-CLI-PRAZO(WRK-CLI-IDX) ROUNDED =
                   WRK-CLI-PRZ-POND(WRK-CLI-IDX)
                       / WRK-CLI-PRZ-VALOR(WRK-CLI-IDX)
               COMPUTE WRK-CLI-CUSTO-DIN(WRK-CLI-IDX) ROUNDED =
                   WRK-CLI-FRETE(WRK-CLI-IDX) * WRK-TAXA-MES / 100
                       * WRK-CLI-PRAZO(WRK-CLI-IDX) / 30
           END-IF.
           COMPUTE WRK-CLI-MARGEM(WRK-CLI-IDX) =
               WRK-CLI-FRETE(WRK-CLI-IDX)
                   + WRK-CLI-AJUSTE(WRK-CLI-IDX)
                   - WRK-CLI-CANCEL(WRK-CLI-IDX)
                   - WRK-CLI-CUSTO-TRP(WRK-CLI-IDX)
                   - WRK-CLI-SINIST(WRK-CLI-IDX)
                   - WRK-CLI-CUSTO-DIN(WRK-CLI-IDX).
           IF WRK-CLI-FRETE(WRK-CLI-IDX) > 0
               COMPUTE WRK-CLI-PCT(WRK-CLI-IDX) ROUNDED =
                   WRK-CLI-MARGEM(WRK-CLI-IDX) * 100
                       / WRK-CLI-FRETE(WRK-CLI-IDX)
                   ON SIZE ERROR
                       MOVE -999,9 TO WRK-CLI-PCT(WRK-CLI-IDX)
               END-COMPUTE
           END-IF.
           IF WRK-CLI-MARGEM(WRK-CLI-IDX) < 0
               ADD 1 TO WRK-QTD-PREJUIZO
           END-IF.
           ADD WRK-CLI-FRETE(WRK-CLI-IDX)     TO WRK-TOT-FRETE.
           ADD WRK-CLI-CUSTO-TRP(WRK-CLI-IDX) TO WRK-TOT-CUSTO-TRP.
           ADD WRK-CLI-AJUSTE(WRK-CLI-IDX)    TO WRK-TOT-AJUSTE.
           ADD WRK-CLI-CANCEL(WRK-CLI-IDX)    TO WRK-TOT-CANCEL.
           ADD WRK-CLI-SINIST(WRK-CLI-IDX)    TO WRK-TOT-SINIST.
           ADD WRK-CLI-CUSTO-DIN(WRK-CLI-IDX) TO WRK-TOT-CUSTO-DIN.
           ADD WRK-CLI-MARGEM(WRK-CLI-IDX)    TO WRK-TOT-MARGEM.

      *****************************************************
      * RANKING: 1 + OS CLIENTES COM MARGEM MAIOR (NO EMPATE,
      * FICA NA FRENTE O DE MAIS FRETE FATURADO E, PERSISTINDO,
      * O QUE ENTROU ANTES NA TABELA)
      *****************************************************
       0550-CALCULAR-RANKING.
           MOVE ZEROS TO WRK-QTD-ACIMA.
           PERFORM 0555-COMPARAR-CLIENTE
               VARYING WRK-CLI-IDX2 FROM 1 BY 1
               UNTIL WRK-CLI-IDX2 > WRK-CLI-QTD.
           COMPUTE WRK-CLI-RANK(WRK-CLI-IDX) = WRK-QTD-ACIMA + 1.

       0555-COMPARAR-CLIENTE.
           IF WRK-CLI-IDX2 NOT = WRK-CLI-IDX
               EVALUATE TRUE
                   WHEN WRK-CLI-MARGEM(WRK-CLI-IDX2)
                       > WRK-CLI-MARGEM(WRK-CLI-IDX)
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN WRK-CLI-MARGEM(WRK-CLI-IDX2)
                       < WRK-CLI-MARGEM(WRK-CLI-IDX)
                       CONTINUE
                   WHEN WRK-CLI-FRETE(WRK-CLI-IDX2)
                       > WRK-CLI-FRETE(WRK-CLI-IDX)
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN WRK-CLI-FRETE(WRK-CLI-IDX2)
                       = WRK-CLI-FRETE(WRK-CLI-IDX)
                       AND WRK-CLI-IDX2 < WRK-CLI-IDX
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************
      * IMPRIME O DEMONSTRATIVO NA ORDEM DO RANKING, COM O
      * NOME DO CLIENTE DO MASTER CLIENTE
      *****************************************************
       0600-IMPRIMIR-DEMONSTRATIVO.
           MOVE SPACES TO RENTRPT-REC.
           STRING 'RENTABILIDADE POR CLIENTE - MES '
               WRK-REF-MES '/' WRK-REF-ANO
               ' - EMITIDO EM ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-TAXA-MES TO WRK-LP-TAXA.
           MOVE WRK-LIN-PARAM TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '=' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-CAB-COLUNAS1 TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-CAB-COLUNAS2 TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '-' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               MOVE 'S' TO WRK-CLI-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-CLI-STATUS ') - DEMONSTRATIVO '
                   'SEM NOMES'
           END-IF.
           PERFORM 0610-IMPRIMIR-POSICAO
               VARYING WRK-RANK-IMPR FROM 1 BY 1
               UNTIL WRK-RANK-IMPR > WRK-CLI-QTD.
           IF WRK-CLI-ABERTO = 'S'
               CLOSE CLIENTE-FILE
           END-IF.

       0610-IMPRIMIR-POSICAO.
           MOVE ZEROS TO WRK-CLI-USO.
           PERFORM 0615-PROCURAR-POSICAO
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
               OR WRK-CLI-USO > 0.
           IF WRK-CLI-USO > 0
               PERFORM 0620-IMPRIMIR-CLIENTE
           END-IF.

       0615-PROCURAR-POSICAO.
           IF WRK-CLI-RANK(WRK-CLI-IDX) = WRK-RANK-IMPR
               MOVE WRK-CLI-IDX TO WRK-CLI-USO
           END-IF.

       0620-IMPRIMIR-CLIENTE.
           MOVE '*** SEM CADASTRO ***' TO WRK-LD-NOME.
           IF WRK-CLI-ABERTO = 'S'
               MOVE WRK-CLI-DOC(WRK-CLI-USO) TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-CAD
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-LD-NOME
               END-READ
           END-IF.
           MOVE WRK-CLI-RANK(WRK-CLI-USO)      TO WRK-LD-RANK.
           MOVE WRK-CLI-DOC(WRK-CLI-USO)       TO WRK-LD-DOC.
           MOVE WRK-CLI-FRETE(WRK-CLI-USO)     TO WRK-LD-FRETE.
           MOVE WRK-CLI-MARGEM(WRK-CLI-USO)    TO WRK-LD-MARGEM.
           MOVE WRK-CLI-PCT(WRK-CLI-USO)       TO WRK-LD-PCT.
           MOVE WRK-CLI-CUSTO-TRP(WRK-CLI-USO) TO WRK-LD-CUSTO-TRP.
           MOVE WRK-CLI-AJUSTE(WRK-CLI-USO)    TO WRK-LD-AJUSTE.
           MOVE WRK-CLI-CANCEL(WRK-CLI-USO)    TO WRK-LD-CANCEL.
           MOVE WRK-CLI-SINIST(WRK-CLI-USO)    TO WRK-LD-SINIST.
           MOVE WRK-CLI-PRAZO(WRK-CLI-USO)     TO WRK-LD-PRAZO.
           MOVE WRK-CLI-CUSTO-DIN(WRK-CLI-USO) TO WRK-LD-CUSTO-DIN.
           MOVE WRK-LIN-DET1 TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-LIN-DET2 TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           IF WRK-CLI-MARGEM(WRK-CLI-USO) < 0
               MOVE WRK-LIN-PREJUIZO TO RENTRPT-REC
               WRITE RENTRPT-REC
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.

       0700-TOTAIS-RELATORIO.
           MOVE SPACES TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '-' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE 'FRETE FATURADO................' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-FRETE TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'AJUSTES DE REPRECIFICACAO.....' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-AJUSTE TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'CANCELAMENTOS POS-FATURA......' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-CANCEL TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'CUSTO DAS TRANSPORTADORAS.....' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-CUSTO-TRP TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'SINISTROS LIQUIDOS............' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-SINIST TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'CUSTO DO DINHEIRO.............' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-CUSTO-DIN TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE 'MARGEM DE CONTRIBUICAO........' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-MARGEM TO WRK-TOT-VALOR-ED.
           PERFORM 0710-GRAVAR-TOTAL-VALOR.
           MOVE SPACES TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE 'REGISTROS LIDOS NO FATREG.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'FATURAS EMITIDAS NO MES.......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FATURAS TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'PEDIDOS FATURADOS NO MES......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PED-FAT TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'PEDIDOS AINDA SEM COBRANCA TRP' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-COBR TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'AJUSTES DE REPRECIFICACAO.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-AJUSTES TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'CANCELAMENTOS POS-FATURA......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CANCEL TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'CANCELAMENTOS SEM PEDHIST.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CAN-SEMPED TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'INDENIZACOES PAGAS NO MES.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SINIST TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'TITULOS NO PRAZO MEDIO........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-TITULOS TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES NO DEMONSTRATIVO.....' TO WRK-TOT-ROTULO.
           MOVE WRK-CLI-QTD TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES SEM CADASTRO.........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CAD TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES COM MARGEM NEGATIVA..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PREJUIZO TO WRK-TOT-QTD-ED.
           PERFORM 0720-GRAVAR-TOTAL-QTD.

       0710-GRAVAR-TOTAL-VALOR.
           MOVE WRK-TOT-VALOR-LINHA TO RENTRPT-REC.
           WRITE RENTRPT-REC.

       0720-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.

      *****************************************************
      * LOCALIZA O CLIENTE WRK-BUSCA-DOC NA TABELA DO
      * DEMONSTRATIVO, DEVOLVENDO O INDICE EM WRK-CLI-USO.
      * COM WRK-CRIAR-CLI = 'S' O CLIENTE AUSENTE E INCLUIDO
      * (ZEROS = NAO ACHOU OU TABELA CHEIA)
      *****************************************************
       0800-ACHAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-USO.
           PERFORM 0805-PROCURAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
               OR WRK-CLI-USO > 0.
           IF WRK-CLI-USO = 0 AND WRK-CRIAR-CLI = 'S'
               IF WRK-CLI-QTD < 2000
                   ADD 1 TO WRK-CLI-QTD
                   INITIALIZE WRK-CLI-ITEM(WRK-CLI-QTD)
                   MOVE WRK-BUSCA-DOC TO WRK-CLI-DOC(WRK-CLI-QTD)
                   MOVE WRK-CLI-QTD TO WRK-CLI-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA '
                       '(2000) - ' WRK-BUSCA-DOC ' IGNORADO'
               END-IF
           END-IF.

       0805-PROCURAR-CLIENTE.
           IF WRK-CLI-DOC(WRK-CLI-IDX) = WRK-BUSCA-DOC
               MOVE WRK-CLI-IDX TO WRK-CLI-USO
           END-IF.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'RENTCLI'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LINHAS   TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-COBR TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
