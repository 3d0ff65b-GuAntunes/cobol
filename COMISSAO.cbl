       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: CALCULO MENSAL DA COMISSAO DOS VENDEDORES
      *           SOBRE O FRETE RECEBIDO (REGIME DE CAIXA, NAO DE
      *           FATURAMENTO). ATE AQUI O RH CALCULAVA A MAO A
      *           PARTIR DAS FATURAS IMPRESSAS.
      *             - CADA BAIXA DO CRJORNAL NO MES DE REFERENCIA
      *               E RASTREADA ATE A FATURA DO FATREG; A PARTE
      *               DE FRETE DO RECEBIDO (VALOR RECEBIDO X
      *               FRETE / TOTAL DA FATURA) E A BASE DA
      *               COMISSAO;
      *             - O VENDEDOR E O DO CLIENTE DA FATURA
      *               (CLI-VENDEDOR) E O PERCENTUAL E O DO MASTER
      *               VENDEDOR VIGENTE NA DATA DO RECEBIMENTO (ANTES
      *               DA VIGENCIA VALE O PERCENTUAL ANTERIOR);
      *             - CANCELAMENTO POS-FATURA (CANCELAM) E CREDITO
      *               DE REPRECIFICACAO (AJUSTES) DATADOS NO MES
      *               ESTORNAM A COMISSAO JA PAGA: O FRETE
      *               CANCELADO OU CREDITADO VEZES A FRACAO JA
      *               RECEBIDA DA FATURA ATE O FIM DO MES. O QUE
      *               AINDA NAO FOI RECEBIDO NAO PAGOU COMISSAO E
      *               NAO E ESTORNADO.
      *           SAIDAS: O EXTRATO POR VENDEDOR (RELATORIO
      *           COMISRPT) E O ARQUIVO DE INTERFACE DA FOLHA DE
      *           PAGAMENTO (COMISFOL: HEADER, UM LANCAMENTO POR
      *           VENDEDOR - PROVENTO OU, SE O ESTORNO SUPERAR A
      *           COMISSAO, DESCONTO - E TRAILER COM QUANTIDADE E
      *           TOTAIS).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRJORNAL-FILE ASSIGN TO "CRJORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRJ-STATUS.
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
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VEN-STATUS.
           SELECT COMISRPT-FILE ASSIGN TO "COMISRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMISFOL-FILE ASSIGN TO "COMISFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOL-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRJORNAL-FILE.
           COPY CRJRNFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  CANCELAM-FILE.
           COPY CANCELFD.

       FD  AJUSTES-FILE.
           COPY AJUSTEFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  VENDEDOR-FILE.
           COPY VENDFD.

       FD  COMISRPT-FILE.
       01  COMISRPT-REC         PIC X(80).

      *****************************************************
      * INTERFACE DA FOLHA DE PAGAMENTO - REGISTRO DE 40
      * POSICOES: H = HEADER (MES DE COMPETENCIA E DATA DE
      * GERACAO), D = LANCAMENTO DO VENDEDOR (P = PROVENTO,
      * D = DESCONTO), T = TRAILER (QUANTIDADE E TOTAIS)
      *****************************************************
       FD  COMISFOL-FILE.
       01  FOL-HEADER.
           05 FOH-TIPO-REG      PIC X(01).
           05 FOH-SISTEMA       PIC X(08).
           05 FOH-COMPETENCIA   PIC 9(06).
           05 FOH-DATA-GERACAO  PIC 9(08).
           05 FILLER            PIC X(17).
       01  FOL-DETALHE.
           05 FOD-TIPO-REG      PIC X(01).
           05 FOD-MATRICULA     PIC 9(06).
           05 FOD-VENDEDOR      PIC X(03).
           05 FOD-RUBRICA       PIC X(04).
           05 FOD-TIPO-LANC     PIC X(01).
           05 FOD-VALOR         PIC 9(09)V99.
           05 FOD-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X(08).
       01  FOL-TRAILER.
           05 FOT-TIPO-REG      PIC X(01).
           05 FOT-QTD-LANC      PIC 9(06).
           05 FOT-TOT-PROVENTO  PIC 9(11)V99.
           05 FOT-TOT-DESCONTO  PIC 9(11)V99.
           05 FILLER            PIC X(07).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AJU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-VEN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FOL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-MES       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RECEB     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCEL    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AJUSTES   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-FAT   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-VEND  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VEN-NCAD  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CAN-SEMPED PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LANC      PIC 9(07) VALUE ZEROS.
       77 WRK-BASE-SEM-VEND PIC S9(11)V99 VALUE ZEROS.

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

      *****************************************************
      * FATURAS ENVOLVIDAS NO MES (RECEBIDAS, CANCELADAS OU
      * CREDITADAS), COM O TOTAL E O FRETE DO FATREG E O
      * RECEBIDO ACUMULADO ATE O FIM DO MES
      *****************************************************
       77 WRK-FAT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-FAT-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-FAT-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-BUSCA-FATURA  PIC 9(08) VALUE ZEROS.
       77 WRK-CRIAR-FAT     PIC X(01) VALUE 'S'.
       01  WRK-TAB-FATURAS.
           05 WRK-FAT-ITEM OCCURS 5000 TIMES.
               10 WRK-FAT-NUMERO    PIC 9(08).
               10 WRK-FAT-ACHOU     PIC X(01).
               10 WRK-FAT-DOC       PIC X(14).
               10 WRK-FAT-TOTAL     PIC 9(11)V99.
               10 WRK-FAT-FRETE     PIC 9(11)V99.
               10 WRK-FAT-RECEBIDO  PIC 9(11)V99.

      *****************************************************
      * EVENTOS DO MES: R = RECEBIMENTO, C = CANCELAMENTO POS-
      * FATURA, A = CREDITO DE REPRECIFICACAO. O VALOR E O
      * RECEBIDO (R) OU O FRETE CANCELADO/CREDITADO (C/A); A
      * BASE E A COMISSAO SAO NEGATIVAS NOS ESTORNOS
      *****************************************************
       77 WRK-EVT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EVT-IDX       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-EVENTOS.
           05 WRK-EVT-ITEM OCCURS 5000 TIMES.
               10 WRK-EVT-TIPO      PIC X(01).
               10 WRK-EVT-FAT-IDX   PIC 9(04) COMP.
               10 WRK-EVT-DATA      PIC 9(08).
               10 WRK-EVT-VALOR     PIC 9(11)V99.
               10 WRK-EVT-VEN-IDX   PIC 9(04) COMP.
               10 WRK-EVT-BASE      PIC S9(11)V99.
               10 WRK-EVT-PCT       PIC 9(02)V99.
               10 WRK-EVT-COMISSAO  PIC S9(09)V99.

      *--- VENDEDORES COM MOVIMENTO NO MES ---*
       77 WRK-VND-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VND-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VND-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VND-MENOR     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VND-IMPR      PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-VENDEDORES.
           05 WRK-VND-ITEM OCCURS 300 TIMES.
               10 WRK-VND-CODIGO    PIC X(03).
               10 WRK-VND-NOME      PIC X(30).
               10 WRK-VND-MATRICULA PIC 9(06).
               10 WRK-VND-IMPRESSO  PIC X(01).
               10 WRK-VND-BASE      PIC S9(11)V99.
               10 WRK-VND-COMISSAO  PIC S9(09)V99.
               10 WRK-VND-ESTORNO   PIC S9(09)V99.
               10 WRK-VND-LIQUIDO   PIC S9(09)V99.

      *--- CAMPOS DE CALCULO DO EVENTO ---*
       77 WRK-FRACAO        PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-VEND-CODIGO   PIC X(03) VALUE SPACES.
       77 WRK-TOT-COMISSAO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROVENTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO  PIC 9(11)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-VENDEDOR.
           05 FILLER           PIC X(09) VALUE 'VENDEDOR '.
           05 WRK-LV-CODIGO    PIC X(03).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 WRK-LV-NOME      PIC X(30).
           05 FILLER           PIC X(13) VALUE '  MATRICULA: '.
           05 WRK-LV-MATRICULA PIC 9(06).
       01  WRK-CAB-COLUNAS.
           05 FILLER PIC X(13) VALUE 'EVENTO'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(09) VALUE 'FATURA'.
           05 FILLER PIC X(15) VALUE 'CLIENTE'.
           05 FILLER PIC X(11) VALUE '       BASE'.
           05 FILLER PIC X(06) VALUE '    %'.
           05 FILLER PIC X(11) VALUE '   COMISSAO'.
       01  WRK-LIN-DET.
           05 WRK-LD-EVENTO    PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FATURA    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BASE      PIC -ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT       PIC Z9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-COMISSAO  PIC -ZZ.ZZ9,99.
       01  WRK-LIN-TOT-VEND.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LT-ROTULO    PIC X(30).
           05 WRK-LT-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
       01  WRK-TOT-VALOR-LINHA.
           05 WRK-TOT-VAL-ROTULO PIC X(30).
           05 WRK-TOT-VALOR-ED   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS = '00'
               MOVE 'S' TO WRK-PHI-ABERTO
           ELSE
               DISPLAY 'AVISO - PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - CANCELAMENTOS SEM ESTORNO'
           END-IF.
           PERFORM 0100-CARREGAR-CANCELAMENTOS.
           PERFORM 0150-CARREGAR-AJUSTES.
           IF WRK-PHI-ABERTO = 'S'
               CLOSE PEDHIST-FILE
           END-IF.
           PERFORM 0200-CARREGAR-RECEBIMENTOS.
           PERFORM 0250-COMPLETAR-FATURAS.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO DISPONIVEL (STATUS '
                   WRK-CLI-STATUS ') - COMISSAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VENDEDOR-FILE.
           IF WRK-VEN-STATUS NOT = '00'
               DISPLAY 'MASTER VENDEDOR NAO DISPONIVEL (STATUS '
                   WRK-VEN-STATUS ') - COMISSAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0300-CALCULAR-EVENTO THRU 0300-CALCULAR-FIM
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-QTD.
           CLOSE CLIENTE-FILE VENDEDOR-FILE.
           OPEN OUTPUT COMISRPT-FILE.
           OPEN OUTPUT COMISFOL-FILE.
           PERFORM 0400-EMITIR-EXTRATOS.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE COMISRPT-FILE COMISFOL-FILE.
           DISPLAY 'COMISSAO ' WRK-ANOMES ' - VENDEDORES '
               WRK-VND-QTD ' LANCAMENTOS NA FOLHA ' WRK-QTD-LANC.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE).
      * O FIM DO MES E TOMADO COMO DIA 31 - SO SERVE PARA
      * COMPARAR DATAS AAAAMMDD
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
           COMPUTE WRK-FIM-MES = WRK-ANOMES * 100 + 31.

      *****************************************************
      * CANCELAMENTOS POS-FATURA DATADOS NO MES: O FRETE DO
      * PEDIDO VEM DO PEDHIST (O CAN-VALOR JUNTA MERCADORIA
      * E FRETE)
      *****************************************************
       0100-CARREGAR-CANCELAMENTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CANCELAM-FILE.
           IF WRK-CAN-STATUS = '00'
               PERFORM 0110-LER-UM-CANCELAMENTO UNTIL WRK-FIM-ARQ
               CLOSE CANCELAM-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO CANCELAM NAO ENCONTRADO '
                   '(STATUS ' WRK-CAN-STATUS ') - SEM ESTORNO POR '
                   'CANCELAMENTO'
           END-IF.

       0110-LER-UM-CANCELAMENTO.
           READ CANCELAM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE CAN-DATA TO WRK-DATA-MOV
                   IF WRK-DMV-ANOMES = WRK-ANOMES
                       AND CAN-POS-FATURA
                       AND CAN-NUM-FATURA > 0
                       PERFORM 0120-REGISTRAR-CANCELAMENTO
                           THRU 0120-REGISTRAR-FIM
                   END-IF
           END-READ.

       0120-REGISTRAR-CANCELAMENTO.
           IF WRK-PHI-ABERTO NOT = 'S'
               ADD 1 TO WRK-QTD-CAN-SEMPED
               GO TO 0120-REGISTRAR-FIM
           END-IF.
           MOVE CAN-NUM-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-CAN-SEMPED
                   GO TO 0120-REGISTRAR-FIM
           END-READ.
           IF PHI-FRETE = 0
               GO TO 0120-REGISTRAR-FIM
           END-IF.
           MOVE CAN-NUM-FATURA TO WRK-BUSCA-FATURA.
           MOVE 'S' TO WRK-CRIAR-FAT.
           PERFORM 0800-ACHAR-FATURA.
           IF WRK-FAT-USO = 0
               GO TO 0120-REGISTRAR-FIM
           END-IF.
           PERFORM 0850-NOVO-EVENTO.
           IF WRK-EVT-IDX = 0
               GO TO 0120-REGISTRAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CANCEL.
           MOVE 'C'       TO WRK-EVT-TIPO(WRK-EVT-IDX).
           MOVE CAN-DATA  TO WRK-EVT-DATA(WRK-EVT-IDX).
           MOVE PHI-FRETE TO WRK-EVT-VALOR(WRK-EVT-IDX).

       0120-REGISTRAR-FIM.
           EXIT.

      *****************************************************
      * CREDITOS DE REPRECIFICACAO GRAVADOS NO MES CONTRA UMA
      * FATURA JA EMITIDA (AJU-DIFERENCA NEGATIVA NO CREDITO;
      * O EVENTO GUARDA O VALOR ABSOLUTO). CREDITO DE
      * DEVOLUCAO E MERCADORIA (SEM FRETE) E NAO MEXE NA
      * COMISSAO
      *****************************************************
       0150-CARREGAR-AJUSTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT AJUSTES-FILE.
           IF WRK-AJU-STATUS = '00'
               PERFORM 0160-LER-UM-AJUSTE UNTIL WRK-FIM-ARQ
               CLOSE AJUSTES-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO AJUSTES NAO ENCONTRADO '
                   '(STATUS ' WRK-AJU-STATUS ') - SEM ESTORNO POR '
                   'CREDITO'
           END-IF.

       0160-LER-UM-AJUSTE.
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
                       PERFORM 0170-REGISTRAR-AJUSTE
                   END-IF
           END-READ.

       0170-REGISTRAR-AJUSTE.
           MOVE AJU-NUM-FATURA TO WRK-BUSCA-FATURA.
           MOVE 'S' TO WRK-CRIAR-FAT.
           PERFORM 0800-ACHAR-FATURA.
           IF WRK-FAT-USO > 0
               PERFORM 0850-NOVO-EVENTO
               IF WRK-EVT-IDX > 0
                   ADD 1 TO WRK-QTD-AJUSTES
                   MOVE 'A'             TO WRK-EVT-TIPO(WRK-EVT-IDX)
                   MOVE AJU-DATA-AJUSTE TO WRK-EVT-DATA(WRK-EVT-IDX)
                   COMPUTE WRK-EVT-VALOR(WRK-EVT-IDX) =
                       0 - AJU-DIFERENCA
               END-IF
           END-IF.

      *****************************************************
      * BAIXAS DO CRJORNAL: AS DO MES VIRAM EVENTO DE
      * RECEBIMENTO; TODAS AS BAIXAS ATE O FIM DO MES SOMAM NO
      * RECEBIDO ACUMULADO DA FATURA (FRACAO JA PAGA, USADA
      * NOS ESTORNOS). SEM O JORNAL NAO HA COMISSAO
      *****************************************************
       0200-CARREGAR-RECEBIMENTOS.
           OPEN INPUT CRJORNAL-FILE.
           IF WRK-CRJ-STATUS NOT = '00'
               DISPLAY 'CRJORNAL NAO DISPONIVEL (STATUS '
                   WRK-CRJ-STATUS ') - COMISSAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-UMA-BAIXA UNTIL WRK-FIM-ARQ.
           CLOSE CRJORNAL-FILE.

       0210-LER-UMA-BAIXA.
           READ CRJORNAL-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CRJ-DATA NOT > WRK-FIM-MES
                       PERFORM 0220-TRATAR-BAIXA
                   END-IF
           END-READ.

       0220-TRATAR-BAIXA.
           MOVE CRJ-NUMERO TO WRK-BUSCA-FATURA.
           MOVE CRJ-DATA TO WRK-DATA-MOV.
           IF WRK-DMV-ANOMES = WRK-ANOMES
               MOVE 'S' TO WRK-CRIAR-FAT
           ELSE
               MOVE 'N' TO WRK-CRIAR-FAT
           END-IF.
           PERFORM 0800-ACHAR-FATURA.
           IF WRK-FAT-USO > 0
               ADD CRJ-VALOR TO WRK-FAT-RECEBIDO(WRK-FAT-USO)
               IF WRK-DMV-ANOMES = WRK-ANOMES
                   PERFORM 0850-NOVO-EVENTO
                   IF WRK-EVT-IDX > 0
                       ADD 1 TO WRK-QTD-RECEB
                       MOVE 'R'       TO WRK-EVT-TIPO(WRK-EVT-IDX)
                       MOVE CRJ-DATA  TO WRK-EVT-DATA(WRK-EVT-IDX)
                       MOVE CRJ-VALOR TO WRK-EVT-VALOR(WRK-EVT-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * COMPLETA AS FATURAS DA TABELA COM O CLIENTE, O TOTAL
      * (MERCADORIA + FRETE, O MESMO VALOR DO TITULO) E O
      * FRETE DO FATREG. SEM O FATREG NAO HA COMISSAO
      *****************************************************
       0250-COMPLETAR-FATURAS.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - COMISSAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0260-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0260-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE REG-NUMERO TO WRK-BUSCA-FATURA
                   MOVE 'N' TO WRK-CRIAR-FAT
                   PERFORM 0800-ACHAR-FATURA
                   IF WRK-FAT-USO > 0
                       MOVE 'S' TO WRK-FAT-ACHOU(WRK-FAT-USO)
                       MOVE REG-DOC TO WRK-FAT-DOC(WRK-FAT-USO)
                       COMPUTE WRK-FAT-TOTAL(WRK-FAT-USO) =
                           REG-TOT-VALOR + REG-TOT-FRETE
                       MOVE REG-TOT-FRETE TO
                           WRK-FAT-FRETE(WRK-FAT-USO)
                   END-IF
           END-READ.

      *****************************************************
      * CALCULA UM EVENTO: BASE DE FRETE, VENDEDOR DO CLIENTE,
      * PERCENTUAL VIGENTE NA DATA E COMISSAO. FATURA FORA DO
      * FATREG OU CLIENTE SEM VENDEDOR FICAM SEM COMISSAO
      *****************************************************
       0300-CALCULAR-EVENTO.
           MOVE ZEROS TO WRK-EVT-VEN-IDX(WRK-EVT-IDX)
               WRK-EVT-BASE(WRK-EVT-IDX) WRK-EVT-PCT(WRK-EVT-IDX)
               WRK-EVT-COMISSAO(WRK-EVT-IDX).
           MOVE WRK-EVT-FAT-IDX(WRK-EVT-IDX) TO WRK-FAT-USO.
           IF WRK-FAT-ACHOU(WRK-FAT-USO) NOT = 'S'
               OR WRK-FAT-TOTAL(WRK-FAT-USO) = 0
               ADD 1 TO WRK-QTD-SEM-FAT
               GO TO 0300-CALCULAR-FIM
           END-IF.
           IF WRK-EVT-TIPO(WRK-EVT-IDX) = 'R'
               COMPUTE WRK-EVT-BASE(WRK-EVT-IDX) ROUNDED =
                   WRK-EVT-VALOR(WRK-EVT-IDX)
                       * WRK-FAT-FRETE(WRK-FAT-USO)
                       / WRK-FAT-TOTAL(WRK-FAT-USO)
           ELSE
               IF WRK-FAT-RECEBIDO(WRK-FAT-USO)
                   >= WRK-FAT-TOTAL(WRK-FAT-USO)
                   MOVE 1 TO WRK-FRACAO
               ELSE
                   COMPUTE WRK-FRACAO ROUNDED =
                       WRK-FAT-RECEBIDO(WRK-FAT-USO)
                           / WRK-FAT-TOTAL(WRK-FAT-USO)
               END-IF
               COMPUTE WRK-EVT-BASE(WRK-EVT-IDX) ROUNDED =
                   0 - WRK-EVT-VALOR(WRK-EVT-IDX) * WRK-FRACAO
           END-IF.
           IF WRK-EVT-BASE(WRK-EVT-IDX) = 0
               GO TO 0300-CALCULAR-FIM
           END-IF.
           MOVE WRK-FAT-DOC(WRK-FAT-USO) TO CLI-DOC.
           MOVE SPACES TO WRK-VEND-CODIGO.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-VENDEDOR TO WRK-VEND-CODIGO
           END-READ.
           IF WRK-VEND-CODIGO = SPACES
               ADD 1 TO WRK-QTD-SEM-VEND
               ADD WRK-EVT-BASE(WRK-EVT-IDX) TO WRK-BASE-SEM-VEND
               GO TO 0300-CALCULAR-FIM
           END-IF.
           MOVE WRK-VEND-CODIGO TO VEN-CODIGO.
           READ VENDEDOR-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-VEN-NCAD
                   ADD WRK-EVT-BASE(WRK-EVT-IDX) TO WRK-BASE-SEM-VEND
                   GO TO 0300-CALCULAR-FIM
           END-READ.
           IF WRK-EVT-DATA(WRK-EVT-IDX) < VEN-DATA-VIGENCIA
               MOVE VEN-PCT-ANTERIOR TO WRK-EVT-PCT(WRK-EVT-IDX)
           ELSE
               MOVE VEN-PCT-COMISSAO TO WRK-EVT-PCT(WRK-EVT-IDX)
           END-IF.
           COMPUTE WRK-EVT-COMISSAO(WRK-EVT-IDX) ROUNDED =
               WRK-EVT-BASE(WRK-EVT-IDX) * WRK-EVT-PCT(WRK-EVT-IDX)
                   / 100.
           PERFORM 0350-ACHAR-VENDEDOR.
           IF WRK-VND-USO = 0
               GO TO 0300-CALCULAR-FIM
           END-IF.
           MOVE WRK-VND-USO TO WRK-EVT-VEN-IDX(WRK-EVT-IDX).
           ADD WRK-EVT-BASE(WRK-EVT-IDX) TO WRK-VND-BASE(WRK-VND-USO).
           IF WRK-EVT-TIPO(WRK-EVT-IDX) = 'R'
               ADD WRK-EVT-COMISSAO(WRK-EVT-IDX) TO
                   WRK-VND-COMISSAO(WRK-VND-USO)
           ELSE
               ADD WRK-EVT-COMISSAO(WRK-EVT-IDX) TO
                   WRK-VND-ESTORNO(WRK-VND-USO)
           END-IF.
           ADD WRK-EVT-COMISSAO(WRK-EVT-IDX) TO
               WRK-VND-LIQUIDO(WRK-VND-USO).

       0300-CALCULAR-FIM.
           EXIT.

      *****************************************************
      * LOCALIZA (OU ABRE) O VENDEDOR LIDO NO MASTER NA TABELA
      * DO MES, DEVOLVENDO O INDICE EM WRK-VND-USO (ZEROS =
      * TABELA CHEIA)
      *****************************************************
       0350-ACHAR-VENDEDOR.
           MOVE ZEROS TO WRK-VND-USO.
           PERFORM 0355-PROCURAR-VENDEDOR
               VARYING WRK-VND-IDX FROM 1 BY 1
               UNTIL WRK-VND-IDX > WRK-VND-QTD
               OR WRK-VND-USO > 0.
           IF WRK-VND-USO = 0
               IF WRK-VND-QTD < 300
                   ADD 1 TO WRK-VND-QTD
                   INITIALIZE WRK-VND-ITEM(WRK-VND-QTD)
                   MOVE VEN-CODIGO TO WRK-VND-CODIGO(WRK-VND-QTD)
                   MOVE VEN-NOME   TO WRK-VND-NOME(WRK-VND-QTD)
                   MOVE VEN-MATRICULA TO
                       WRK-VND-MATRICULA(WRK-VND-QTD)
                   MOVE 'N' TO WRK-VND-IMPRESSO(WRK-VND-QTD)
                   MOVE WRK-VND-QTD TO WRK-VND-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE VENDEDORES CHEIA '
                       '(300) - ' VEN-CODIGO ' IGNORADO'
               END-IF
           END-IF.

       0355-PROCURAR-VENDEDOR.
           IF WRK-VND-CODIGO(WRK-VND-IDX) = VEN-CODIGO
               MOVE WRK-VND-IDX TO WRK-VND-USO
           END-IF.

      *****************************************************
      * EMITE, NA ORDEM DO CODIGO DO VENDEDOR, O EXTRATO DE
      * CADA UM (EVENTOS E TOTAIS) E O LANCAMENTO DA FOLHA
      *****************************************************
       0400-EMITIR-EXTRATOS.
           MOVE SPACES TO COMISRPT-REC.
           STRING 'EXTRATO DE COMISSAO DOS VENDEDORES - MES '
               WRK-REF-MES '/' WRK-REF-ANO
               ' - EMITIDO EM ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE ALL '=' TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE SPACES TO FOL-HEADER.
           MOVE 'H'              TO FOH-TIPO-REG.
           MOVE 'COMISSAO'       TO FOH-SISTEMA.
           MOVE WRK-ANOMES       TO FOH-COMPETENCIA.
           MOVE WRK-DATA-NEGOCIO TO FOH-DATA-GERACAO.
           WRITE FOL-HEADER.
           PERFORM 0410-EMITIR-PROXIMO
               VARYING WRK-VND-IMPR FROM 1 BY 1
               UNTIL WRK-VND-IMPR > WRK-VND-QTD.
           MOVE SPACES TO FOL-TRAILER.
           MOVE 'T'              TO FOT-TIPO-REG.
           MOVE WRK-QTD-LANC     TO FOT-QTD-LANC.
           MOVE WRK-TOT-PROVENTO TO FOT-TOT-PROVENTO.
           MOVE WRK-TOT-DESCONTO TO FOT-TOT-DESCONTO.
           WRITE FOL-TRAILER.

       0410-EMITIR-PROXIMO.
           MOVE ZEROS TO WRK-VND-MENOR.
           PERFORM 0415-PROCURAR-MENOR
               VARYING WRK-VND-IDX FROM 1 BY 1
               UNTIL WRK-VND-IDX > WRK-VND-QTD.
           IF WRK-VND-MENOR > 0
               MOVE 'S' TO WRK-VND-IMPRESSO(WRK-VND-MENOR)
               MOVE WRK-VND-MENOR TO WRK-VND-USO
               PERFORM 0420-EMITIR-VENDEDOR
               PERFORM 0450-LANCAR-FOLHA
           END-IF.

       0415-PROCURAR-MENOR.
           IF WRK-VND-IMPRESSO(WRK-VND-IDX) = 'N'
               IF WRK-VND-MENOR = 0
                   MOVE WRK-VND-IDX TO WRK-VND-MENOR
               ELSE
                   IF WRK-VND-CODIGO(WRK-VND-IDX)
                       < WRK-VND-CODIGO(WRK-VND-MENOR)
                       MOVE WRK-VND-IDX TO WRK-VND-MENOR
                   END-IF
               END-IF
           END-IF.

       0420-EMITIR-VENDEDOR.
           MOVE SPACES TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE WRK-VND-CODIGO(WRK-VND-USO)    TO WRK-LV-CODIGO.
           MOVE WRK-VND-NOME(WRK-VND-USO)      TO WRK-LV-NOME.
           MOVE WRK-VND-MATRICULA(WRK-VND-USO) TO WRK-LV-MATRICULA.
           MOVE WRK-LIN-VENDEDOR TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE WRK-CAB-COLUNAS TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE ALL '-' TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           PERFORM 0430-EMITIR-EVENTO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-QTD.
           MOVE 'COMISSAO SOBRE RECEBIMENTOS..' TO WRK-LT-ROTULO.
           MOVE WRK-VND-COMISSAO(WRK-VND-USO) TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT-VEND TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE 'ESTORNOS....................' TO WRK-LT-ROTULO.
           MOVE WRK-VND-ESTORNO(WRK-VND-USO) TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT-VEND TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE 'COMISSAO LIQUIDA DO MES.....' TO WRK-LT-ROTULO.
           MOVE WRK-VND-LIQUIDO(WRK-VND-USO) TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT-VEND TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           ADD WRK-VND-COMISSAO(WRK-VND-USO) TO WRK-TOT-COMISSAO.
           ADD WRK-VND-ESTORNO(WRK-VND-USO)  TO WRK-TOT-ESTORNO.
           ADD WRK-VND-LIQUIDO(WRK-VND-USO)  TO WRK-TOT-LIQUIDO.

       0430-EMITIR-EVENTO.
           IF WRK-EVT-VEN-IDX(WRK-EVT-IDX) = WRK-VND-USO
               EVALUATE WRK-EVT-TIPO(WRK-EVT-IDX)
                   WHEN 'R' MOVE 'RECEBIMENTO'  TO WRK-LD-EVENTO
                   WHEN 'C' MOVE 'CANCELAMENTO' TO WRK-LD-EVENTO
                   WHEN OTHER MOVE 'CREDITO REPR' TO WRK-LD-EVENTO
               END-EVALUATE
               MOVE WRK-EVT-FAT-IDX(WRK-EVT-IDX) TO WRK-FAT-USO
               MOVE WRK-EVT-DATA(WRK-EVT-IDX)     TO WRK-LD-DATA
               MOVE WRK-FAT-NUMERO(WRK-FAT-USO)   TO WRK-LD-FATURA
               MOVE WRK-FAT-DOC(WRK-FAT-USO)      TO WRK-LD-DOC
               MOVE WRK-EVT-BASE(WRK-EVT-IDX)     TO WRK-LD-BASE
               MOVE WRK-EVT-PCT(WRK-EVT-IDX)      TO WRK-LD-PCT
               MOVE WRK-EVT-COMISSAO(WRK-EVT-IDX) TO WRK-LD-COMISSAO
               MOVE WRK-LIN-DET TO COMISRPT-REC
               WRITE COMISRPT-REC
           END-IF.

      *****************************************************
      * LANCAMENTO DA FOLHA: LIQUIDO POSITIVO VAI COMO
      * PROVENTO (RUBRICA COMI); NEGATIVO, QUANDO O ESTORNO
      * SUPERA A COMISSAO DO MES, VAI COMO DESCONTO (RUBRICA
      * ESTC). LIQUIDO ZERO NAO GERA LANCAMENTO
      *****************************************************
       0450-LANCAR-FOLHA.
           IF WRK-VND-LIQUIDO(WRK-VND-USO) NOT = 0
               MOVE SPACES TO FOL-DETALHE
               MOVE 'D' TO FOD-TIPO-REG
               MOVE WRK-VND-MATRICULA(WRK-VND-USO) TO FOD-MATRICULA
               MOVE WRK-VND-CODIGO(WRK-VND-USO)    TO FOD-VENDEDOR
               MOVE WRK-ANOMES TO FOD-COMPETENCIA
               IF WRK-VND-LIQUIDO(WRK-VND-USO) > 0
                   MOVE 'COMI' TO FOD-RUBRICA
                   MOVE 'P'    TO FOD-TIPO-LANC
                   MOVE WRK-VND-LIQUIDO(WRK-VND-USO) TO FOD-VALOR
                   ADD FOD-VALOR TO WRK-TOT-PROVENTO
               ELSE
                   MOVE 'ESTC' TO FOD-RUBRICA
                   MOVE 'D'    TO FOD-TIPO-LANC
                   COMPUTE FOD-VALOR =
                       0 - WRK-VND-LIQUIDO(WRK-VND-USO)
                   ADD FOD-VALOR TO WRK-TOT-DESCONTO
               END-IF
               WRITE FOL-DETALHE
               MOVE 'COMISFOL' TO WRK-IO-DDNAME
               MOVE 'WRITE' TO WRK-IO-OPERACAO
               MOVE WRK-FOL-STATUS TO WRK-IO-STATUS
               PERFORM 9800-CONFERIR-IO
               ADD 1 TO WRK-QTD-LANC
           END-IF.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE ALL '-' TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE 'COMISSAO SOBRE RECEBIMENTOS..' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-COMISSAO TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL-VALOR.
           MOVE 'ESTORNOS......................' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-ESTORNO TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL-VALOR.
           MOVE 'COMISSAO LIQUIDA..............' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL-VALOR.
           MOVE 'BASE SEM VENDEDOR (NAO PAGA)..' TO WRK-TOT-VAL-ROTULO.
           MOVE WRK-BASE-SEM-VEND TO WRK-TOT-VALOR-ED.
           PERFORM 0610-GRAVAR-TOTAL-VALOR.
           MOVE SPACES TO COMISRPT-REC.
           WRITE COMISRPT-REC.
           MOVE 'BAIXAS LIDAS NO CRJORNAL......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'RECEBIMENTOS DO MES...........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-RECEB TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'CANCELAMENTOS POS-FATURA......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CANCEL TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'CANCELAMENTOS SEM PEDHIST.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CAN-SEMPED TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'CREDITOS DE REPRECIFICACAO....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-AJUSTES TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'EVENTOS SEM FATURA NO FATREG..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-FAT TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'EVENTOS DE CLIENTE SEM VEND...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-VEND TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'EVENTOS DE VEND NAO CADASTR...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-VEN-NCAD TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'VENDEDORES NO EXTRATO.........' TO WRK-TOT-ROTULO.
           MOVE WRK-VND-QTD TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.
           MOVE 'LANCAMENTOS NA FOLHA..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LANC TO WRK-TOT-QTD-ED.
           PERFORM 0620-GRAVAR-TOTAL-QTD.

       0610-GRAVAR-TOTAL-VALOR.
           MOVE WRK-TOT-VALOR-LINHA TO COMISRPT-REC.
           WRITE COMISRPT-REC.

       0620-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO COMISRPT-REC.
           WRITE COMISRPT-REC.

      *****************************************************
      * LOCALIZA A FATURA WRK-BUSCA-FATURA NA TABELA,
      * DEVOLVENDO O INDICE EM WRK-FAT-USO. COM WRK-CRIAR-FAT
      * = 'S' A FATURA AUSENTE E INCLUIDA (ZEROS = NAO ACHOU
      * OU TABELA CHEIA)
      *****************************************************
       0800-ACHAR-FATURA.
           MOVE ZEROS TO WRK-FAT-USO.
           PERFORM 0805-PROCURAR-FATURA
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-FAT-QTD
               OR WRK-FAT-USO > 0.
           IF WRK-FAT-USO = 0 AND WRK-CRIAR-FAT = 'S'
               IF WRK-FAT-QTD < 5000
                   ADD 1 TO WRK-FAT-QTD
                   INITIALIZE WRK-FAT-ITEM(WRK-FAT-QTD)
                   MOVE WRK-BUSCA-FATURA TO
                       WRK-FAT-NUMERO(WRK-FAT-QTD)
                   MOVE 'N' TO WRK-FAT-ACHOU(WRK-FAT-QTD)
                   MOVE WRK-FAT-QTD TO WRK-FAT-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE FATURAS CHEIA '
                       '(5000) - FATURA ' WRK-BUSCA-FATURA
                       ' IGNORADA'
               END-IF
           END-IF.

       0805-PROCURAR-FATURA.
           IF WRK-FAT-NUMERO(WRK-FAT-IDX) = WRK-BUSCA-FATURA
               MOVE WRK-FAT-IDX TO WRK-FAT-USO
           END-IF.

      *****************************************************
      * ABRE UM EVENTO NOVO PARA A FATURA WRK-FAT-USO,
      * DEVOLVENDO O INDICE EM WRK-EVT-IDX (ZEROS = CHEIA)
      *****************************************************
       0850-NOVO-EVENTO.
           IF WRK-EVT-QTD < 5000
               ADD 1 TO WRK-EVT-QTD
               INITIALIZE WRK-EVT-ITEM(WRK-EVT-QTD)
               MOVE WRK-FAT-USO TO WRK-EVT-FAT-IDX(WRK-EVT-QTD)
               MOVE WRK-EVT-QTD TO WRK-EVT-IDX
           ELSE
               DISPLAY 'AVISO - TABELA DE EVENTOS CHEIA (5000) - '
                   'FATURA ' WRK-BUSCA-FATURA ' IGNORADA'
               MOVE ZEROS TO WRK-EVT-IDX
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
           MOVE 'COMISSAO'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LANC     TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-FAT  TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
