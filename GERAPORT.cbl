       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAPORT.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: GERACAO DOS APORTES PROGRAMADOS. PARA CADA
      *           ORDEM ATIVA DO MASTER ORDAPORT, O APORTE DO MES
      *           VENCE NO DIA ORD-DIA (NO MES MAIS CURTO, NO
      *           ULTIMO DIA), ADIADO PARA O DIA UTIL SEGUINTE
      *           QUANDO CAI EM FIM DE SEMANA OU FERIADO (ROTINA
      *           COMUM DA CALPROC COM O MASTER FERIADOS). RODADO
      *           NA DATA DE NEGOCIO, GRAVA NO MOVTRANS (EXTEND,
      *           MOV-ORIGEM P, DATADO DO PROXIMO DIA UTIL) OS
      *           APORTES QUE VENCEM ATE O PROXIMO DIA UTIL E AINDA
      *           NAO FORAM GERADOS NO CICLO (ORD-ULT-CICLO, AAAAMM
      *           DO VENCIMENTO ORIGINAL), PARA O MOVINV PROCESSAR
      *           NO DIA SEGUINTE. ORDEM SUSPENSA OU FORA DA
      *           VIGENCIA NAO GERA. UM CICLO PERDIDO (RODADA NAO
      *           FEITA) E GERADO NA RODADA SEGUINTE, UM POR ORDEM.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDAPORT-FILE ASSIGN TO "ORDAPORT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-ORD-STATUS.
           SELECT MOVTRANS-FILE ASSIGN TO "MOVTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.
           SELECT GERARPT-FILE ASSIGN TO "GERARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDAPORT-FILE.
           COPY ORDAPFD.

       FD  MOVTRANS-FILE.
           COPY MOVTRNFD.

       FD  GERARPT-FILE.
       01  GERARPT-REC          PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       77 WRK-ORD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MOV-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ORD       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ORD        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GERADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUSPENSAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-GERADO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GEROU         PIC X(01) VALUE 'N'.

      *--- DATA DE NEGOCIO, PROXIMO DIA UTIL E CICLOS ---*
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO     PIC 9(04).
           05 WRK-NEG-MES     PIC 9(02).
           05 WRK-NEG-DIA     PIC 9(02).
       01  WRK-UTIL-GRUPO.
           05 WRK-UTIL-DATA   PIC 9(08) VALUE ZEROS.
       01  WRK-UTIL-R REDEFINES WRK-UTIL-GRUPO.
           05 WRK-UTIL-ANOMES PIC 9(06).
           05 WRK-UTIL-DIA    PIC 9(02).
       77 WRK-CIC-ATUAL     PIC 9(06) VALUE ZEROS.
       77 WRK-CIC-ANTERIOR  PIC 9(06) VALUE ZEROS.
       01  WRK-CIC-GRUPO.
           05 WRK-CICLO       PIC 9(06) VALUE ZEROS.
       01  WRK-CIC-R REDEFINES WRK-CIC-GRUPO.
           05 WRK-CIC-ANO     PIC 9(04).
           05 WRK-CIC-MES     PIC 9(02).
       01  WRK-AGEND-GRUPO.
           05 WRK-AGEND-DATA  PIC 9(08) VALUE ZEROS.
       01  WRK-AGEND-R REDEFINES WRK-AGEND-GRUPO.
           05 WRK-AGEND-ANO   PIC 9(04).
           05 WRK-AGEND-MES   PIC 9(02).
           05 WRK-AGEND-DIA   PIC 9(02).
       01  WRK-VENC-GRUPO.
           05 WRK-VENC-DATA   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VENC-ANO    PIC 9(04).
           05 WRK-VENC-MES    PIC 9(02).
           05 WRK-VENC-DIA    PIC 9(02).

       01  WRK-LIN-CAB.
           05 FILLER PIC X(15) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(16) VALUE 'PRODUTO'.
           05 FILLER PIC X(07) VALUE 'CICLO'.
           05 FILLER PIC X(11) VALUE 'VENCIMENTO'.
           05 FILLER PIC X(14) VALUE '         VALOR'.
       01  WRK-LIN-DET.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CICLO     PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VENC      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TOT.
           05 FILLER           PIC X(30)
                   VALUE 'TOTAL GERADO NO MOVTRANS..... '.
           05 WRK-LT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.
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
           MOVE WRK-DATA-NEGOCIO TO WRK-NEG-DATA.
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0050-CALCULAR-CICLOS.
           MOVE 'GERAPORT' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-VARRER-ORDENS.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE ORDAPORT-FILE MOVTRANS-FILE GERARPT-FILE.
           DISPLAY 'APORTES PROGRAMADOS ' WRK-DATA-NEGOCIO
               ' - ORDENS ' WRK-QTD-LIDAS
               ' GERADAS ' WRK-QTD-GERADAS
               ' SUSPENSAS ' WRK-QTD-SUSPENSAS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.

      *****************************************************
      * PROXIMO DIA UTIL APOS A DATA DE NEGOCIO (DATA DOS
      * MOVIMENTOS GERADOS), O CICLO DO SEU MES E O DO MES
      * ANTERIOR (VENCIMENTO ADIADO QUE VIROU O MES)
      *****************************************************
       0050-CALCULAR-CICLOS.
           MOVE WRK-NEG-DIA TO WRK-CALC-DIA.
           MOVE WRK-NEG-MES TO WRK-CALC-MES.
           MOVE WRK-NEG-ANO TO WRK-CALC-ANO.
           PERFORM 0500-ACHAR-PROX-DIA-UTIL.
           COMPUTE WRK-UTIL-DATA = WRK-PROX-ANO * 10000
               + WRK-PROX-MES * 100 + WRK-PROX-DIA.
           MOVE WRK-UTIL-ANOMES TO WRK-CIC-ATUAL WRK-CICLO.
           IF WRK-CIC-MES = 1
               MOVE 12 TO WRK-CIC-MES
               SUBTRACT 1 FROM WRK-CIC-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CIC-MES
           END-IF.
           MOVE WRK-CICLO TO WRK-CIC-ANTERIOR.

       0060-ABRIR-ARQUIVOS.
           OPEN I-O ORDAPORT-FILE.
           IF WRK-ORD-STATUS NOT = '00'
               DISPLAY 'MASTER ORDAPORT NAO ENCONTRADO (STATUS '
                   WRK-ORD-STATUS ') - NENHUM APORTE PROGRAMADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==MOVTRANS==
               ==:STA:== BY ==WRK-MOV-STATUS==
               ==:DDN:== BY =='MOVTRANS'==.
           OPEN OUTPUT GERARPT-FILE.
           MOVE SPACES TO GERARPT-REC.
           STRING 'APORTES PROGRAMADOS GERADOS EM '
               WRK-DATA-NEGOCIO ' PARA ' WRK-UTIL-DATA
               DELIMITED BY SIZE INTO GERARPT-REC.
           WRITE GERARPT-REC.
           MOVE ALL '=' TO GERARPT-REC.
           WRITE GERARPT-REC.
           MOVE WRK-LIN-CAB TO GERARPT-REC.
           WRITE GERARPT-REC.
           MOVE ALL '-' TO GERARPT-REC.
           WRITE GERARPT-REC.

       0100-VARRER-ORDENS.
           MOVE LOW-VALUES TO ORD-CHAVE.
           START ORDAPORT-FILE KEY NOT < ORD-CHAVE
               INVALID KEY
                   SET WRK-FIM-ORD TO TRUE
           END-START.
           PERFORM 0110-TRATAR-UMA-ORDEM UNTIL WRK-FIM-ORD.

       0110-TRATAR-UMA-ORDEM.
           READ ORDAPORT-FILE NEXT
               AT END
                   SET WRK-FIM-ORD TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0200-AVALIAR-ORDEM
                       THRU 0200-AVALIAR-FIM
           END-READ.

      *****************************************************
      * ORDEM SUSPENSA NAO GERA. A ATIVA E AVALIADA NO CICLO
      * ANTERIOR E, SE ELE NAO GEROU, NO ATUAL - NO MAXIMO UM
      * APORTE POR ORDEM EM CADA RODADA
      *****************************************************
       0200-AVALIAR-ORDEM.
           IF ORD-SUSPENSA
               ADD 1 TO WRK-QTD-SUSPENSAS
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE 'N' TO WRK-GEROU.
           MOVE WRK-CIC-ANTERIOR TO WRK-CICLO.
           PERFORM 0300-AVALIAR-CICLO THRU 0300-AVALIAR-FIM.
           IF WRK-GEROU = 'N'
               MOVE WRK-CIC-ATUAL TO WRK-CICLO
               PERFORM 0300-AVALIAR-CICLO THRU 0300-AVALIAR-FIM
           END-IF.

       0200-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * O CICLO EM WRK-CICLO GERA SE AINDA NAO FOI GERADO, SE
      * O DIA AGENDADO ESTA NA VIGENCIA E SE O VENCIMENTO (O
      * DIA AGENDADO OU O DIA UTIL SEGUINTE) NAO PASSA DO
      * PROXIMO DIA UTIL
      *****************************************************
       0300-AVALIAR-CICLO.
           IF WRK-CICLO NOT > ORD-ULT-CICLO
               GO TO 0300-AVALIAR-FIM
           END-IF.
           MOVE WRK-CIC-ANO TO WRK-AGEND-ANO WRK-PROX-ANO.
           MOVE WRK-CIC-MES TO WRK-AGEND-MES.
           PERFORM 0525-AJUSTAR-FEVEREIRO.
           MOVE ORD-DIA TO WRK-AGEND-DIA.
           IF WRK-AGEND-DIA > WRK-DIASMES(WRK-AGEND-MES)
               MOVE WRK-DIASMES(WRK-AGEND-MES) TO WRK-AGEND-DIA
           END-IF.
           IF WRK-AGEND-DATA < ORD-DATA-INI
               GO TO 0300-AVALIAR-FIM
           END-IF.
           IF ORD-DATA-FIM NOT = 0 AND WRK-AGEND-DATA > ORD-DATA-FIM
               GO TO 0300-AVALIAR-FIM
           END-IF.
           MOVE WRK-AGEND-DIA TO WRK-PROX-DIA.
           MOVE WRK-AGEND-MES TO WRK-PROX-MES.
           MOVE WRK-AGEND-ANO TO WRK-PROX-ANO.
           PERFORM 0530-VERIFICAR-DIA-UTIL.
           IF NOT ACHOU-DIA-UTIL
               MOVE WRK-AGEND-DIA TO WRK-CALC-DIA
               MOVE WRK-AGEND-MES TO WRK-CALC-MES
               MOVE WRK-AGEND-ANO TO WRK-CALC-ANO
               PERFORM 0500-ACHAR-PROX-DIA-UTIL
           END-IF.
           MOVE WRK-PROX-DIA TO WRK-VENC-DIA.
           MOVE WRK-PROX-MES TO WRK-VENC-MES.
           MOVE WRK-PROX-ANO TO WRK-VENC-ANO.
           IF WRK-VENC-DATA > WRK-UTIL-DATA
               GO TO 0300-AVALIAR-FIM
           END-IF.
           PERFORM 0400-GERAR-MOVIMENTO.

       0300-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * GRAVA O APORTE NO MOVTRANS, MARCA O CICLO NA ORDEM E
      * IMPRIME A LINHA DO RELATORIO
      *****************************************************
       0400-GERAR-MOVIMENTO.
           MOVE SPACES TO MOVTRANS-REC.
           MOVE ORD-DOC       TO MOV-DOC.
           MOVE ORD-PRODUTO   TO MOV-PRODUTO.
           MOVE 'A'           TO MOV-TIPO.
           MOVE ORD-VALOR     TO MOV-VALOR.
           MOVE WRK-UTIL-DATA TO MOV-DATA.
           MOVE 'P'           TO MOV-ORIGEM.
           WRITE MOVTRANS-REC.
           MOVE 'MOVTRANS' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-MOV-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE WRK-CICLO     TO ORD-ULT-CICLO.
           MOVE WRK-UTIL-DATA TO ORD-ULT-DATA.
           REWRITE ORDAPORT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'ORDAPORT' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-ORD-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE 'S' TO WRK-GEROU.
           ADD 1 TO WRK-QTD-GERADAS.
           ADD ORD-VALOR TO WRK-TOT-GERADO.
           MOVE ORD-DOC       TO WRK-LD-DOC.
           MOVE ORD-PRODUTO   TO WRK-LD-PRODUTO.
           MOVE WRK-CICLO     TO WRK-LD-CICLO.
           MOVE WRK-VENC-DATA TO WRK-LD-VENC.
           MOVE ORD-VALOR     TO WRK-LD-VALOR.
           MOVE WRK-LIN-DET TO GERARPT-REC.
           WRITE GERARPT-REC.

       0600-TOTAIS-RELATORIO.
           MOVE ALL '-' TO GERARPT-REC.
           WRITE GERARPT-REC.
           MOVE WRK-TOT-GERADO TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT TO GERARPT-REC.
           WRITE GERARPT-REC.
           MOVE SPACES TO GERARPT-REC.
           STRING 'ORDENS LIDAS ' WRK-QTD-LIDAS
               '  GERADAS ' WRK-QTD-GERADAS
               '  SUSPENSAS ' WRK-QTD-SUSPENSAS
               DELIMITED BY SIZE INTO GERARPT-REC.
           WRITE GERARPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTOS APORTES GEROU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'GERAPORT'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-GERADAS  TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.

           COPY RUNPROC.

           COPY CALPROC.
