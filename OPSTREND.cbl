       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSTREND.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: TENDENCIA SEMANAL DO TEMPO DE EXECUCAO DOS
      *           BATCHES A PARTIR DO HISTORICO DO OPSTAT. O
      *           OPSCTL SO DIZ SE O JOB DE HOJE TERMINOU NO
      *           PRAZO; ESTE RELATORIO (TRENDRPT) MOSTRA PARA
      *           ONDE A NOITE ESTA ANDANDO. POR PROGRAMA: TEMPO
      *           DECORRIDO (OPS-HORA-INICIO A OPS-HORA-FIM) E
      *           LIDOS POR MINUTO DA ULTIMA EXECUCAO, MEDIAS DAS
      *           ULTIMAS 4 E 13 SEMANAS E O CRESCIMENTO SEMANAL
      *           DE OPS-QTD-LIDOS (MEDIA DAS 4 SEMANAS CONTRA A
      *           DAS SEMANAS 5 A 13). PROGRAMA CUJA VAZAO CAIU
      *           MAIS QUE O LIMITE DO SYSIN (O MESMO VOLUME
      *           LEVANDO MAIS TEMPO) SAI MARCADO. PARA A CADEIA
      *           DO EODRUN COMO UM TODO, O TOTAL POR NOITE DAS
      *           13 SEMANAS, A TENDENCIA EM MINUTOS POR SEMANA E
      *           A DATA EM QUE, MANTIDA A TENDENCIA, A NOITE
      *           PASSA DA JANELA INFORMADA NO SYSIN.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT TRENDRPT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  TRENDRPT-FILE.
       01  TRENDRPT-REC         PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EOF-OPS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-OPS       VALUE 'S'.
       01  WRK-DATA-REF-G.
           05 WRK-REF-ANO  PIC 9(04).
           05 WRK-REF-MES  PIC 9(02).
           05 WRK-REF-DIA  PIC 9(02).
       01  WRK-DATA-REF REDEFINES WRK-DATA-REF-G PIC 9(08).
       77 WRK-JANELA-MIN   PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-QUEDA PIC 9(03) VALUE ZEROS.
       77 WRK-JD-REF       PIC 9(09) VALUE ZEROS.
       77 WRK-DIAS-ATRAS   PIC 9(05) VALUE ZEROS.
       77 WRK-NOITE-IDX    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS-OPS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONSID   PIC 9(07) VALUE ZEROS.
       01  WRK-DATA-OPS.
           05 WRK-OPS-ANO  PIC 9(04).
           05 WRK-OPS-MES  PIC 9(02).
           05 WRK-OPS-DIA  PIC 9(02).

      *--- TEMPO DECORRIDO DE UMA EXECUCAO, EM SEGUNDOS ---*
       01  WRK-HORA-CALC.
           05 WRK-HC-HH    PIC 9(02).
           05 WRK-HC-MM    PIC 9(02).
           05 WRK-HC-SS    PIC 9(02).
       77 WRK-SEG-INICIO   PIC 9(05) VALUE ZEROS.
       77 WRK-SEG-FIM      PIC 9(05) VALUE ZEROS.
       77 WRK-SEG-DECORR   PIC 9(05) VALUE ZEROS.

      *--- CADEIA DO EODRUN: OS PASSOS QUE GRAVAM OPSTAT, NA ---*
      *--- ORDEM DO JOB (MANTER EM LINHA COM O EODRUN.JCL)   ---*
       01  WRK-TAB-CADEIA.
           05 FILLER PIC X(10) VALUE 'PROGCOB09'.
           05 FILLER PIC X(10) VALUE 'FATURA'.
           05 FILLER PIC X(10) VALUE 'PROGCPF'.
           05 FILLER PIC X(10) VALUE 'PROGCOB17'.
       01  WRK-TAB-CADEIA-R REDEFINES WRK-TAB-CADEIA.
           05 WRK-CADEIA-PGM PIC X(10) OCCURS 4 TIMES.
       77 WRK-QTD-CADEIA   PIC 9(02) COMP VALUE 4.
       77 WRK-CAD-IDX      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-E-CADEIA     PIC X(01) VALUE 'N'.

      *--- TOTAL DA CADEIA POR NOITE (1 = NOITE DA DATA DE ---*
      *--- REFERENCIA, 91 = 90 DIAS ATRAS)                  ---*
       01  WRK-TAB-NOITES.
           05 WRK-NOITE-SEG PIC 9(07) COMP OCCURS 91 TIMES.

      *--- ACUMULADOS POR PROGRAMA: JANELA 1 = ULTIMAS 4   ---*
      *--- SEMANAS (DIAS 0 A 27), JANELA 2 = SEMANAS 5 A 13 ---*
      *--- (DIAS 28 A 90)                                   ---*
       77 WRK-QTD-PGM      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PGM-IDX      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PGM-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-JAN-IDX      PIC 9(01) COMP VALUE ZEROS.
       01  WRK-TAB-PROGRAMAS.
           05 WRK-PGM-ITEM OCCURS 100 TIMES.
               10 WRK-PGM-NOME     PIC X(10).
               10 WRK-PGM-ULT-DATA PIC 9(08).
               10 WRK-PGM-ULT-HORA PIC 9(06).
               10 WRK-PGM-ULT-SEG  PIC 9(05).
               10 WRK-PGM-ULT-LIDOS PIC 9(07).
               10 WRK-PGM-JANELA OCCURS 2 TIMES.
                   15 WRK-PGM-EXECS PIC 9(05) COMP.
                   15 WRK-PGM-SEGS  PIC 9(09) COMP.
                   15 WRK-PGM-LIDOS PIC 9(11) COMP.

      *--- CALCULOS DA LINHA DO PROGRAMA ---*
       77 WRK-MIN-ULT      PIC 9(04)V9 VALUE ZEROS.
       77 WRK-MIN-4S       PIC 9(04)V9 VALUE ZEROS.
       77 WRK-MIN-13S      PIC 9(04)V9 VALUE ZEROS.
       77 WRK-VAZAO-ULT    PIC 9(07) VALUE ZEROS.
       77 WRK-VAZAO-4S     PIC 9(07) VALUE ZEROS.
       77 WRK-VAZAO-ANT    PIC 9(07) VALUE ZEROS.
       77 WRK-VAZAO-13S    PIC 9(07) VALUE ZEROS.
       77 WRK-LIDOS-4S     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIDOS-ANT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CRESC-SEM    PIC S9(03)V9 VALUE ZEROS.
       77 WRK-QUEDA-PCT    PIC 9(03) VALUE ZEROS.
       77 WRK-EXECS-13S    PIC 9(05) VALUE ZEROS.
       77 WRK-SEGS-13S     PIC 9(09) VALUE ZEROS.
       77 WRK-LIDOS-13S    PIC 9(11) VALUE ZEROS.
       77 WRK-QTD-QUEDA    PIC 9(03) VALUE ZEROS.

      *--- CALCULOS DA CADEIA ---*
       77 WRK-SEM-IDX      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-IDX      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-NOITES-SEM   PIC 9(02) VALUE ZEROS.
       77 WRK-SEGS-SEM     PIC 9(08) VALUE ZEROS.
       77 WRK-NOITES-4S    PIC 9(03) VALUE ZEROS.
       77 WRK-SEGS-4S      PIC 9(09) VALUE ZEROS.
       77 WRK-NOITES-ANT   PIC 9(03) VALUE ZEROS.
       77 WRK-SEGS-ANT     PIC 9(09) VALUE ZEROS.
       77 WRK-CAD-MIN-SEM  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-CAD-MIN-4S   PIC 9(04)V9 VALUE ZEROS.
       77 WRK-CAD-MIN-ANT  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-CAD-MIN-ULT  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-TENDENCIA    PIC S9(04)V99 VALUE ZEROS.
       77 WRK-DIAS-ESTOURO PIC 9(05) VALUE ZEROS.
       77 WRK-DIA-CONT     PIC 9(05) VALUE ZEROS.
       77 WRK-ED-MINUTOS   PIC ZZZ9,9.
       77 WRK-ED-MINUTOS-2 PIC ZZZ9,9.
       01  WRK-DATA-ESTOURO.
           05 WRK-EST-ANO  PIC 9(04).
           05 WRK-EST-MES  PIC 9(02).
           05 WRK-EST-DIA  PIC 9(02).

           COPY CALDATA.

       01  WRK-LIN-PROGRAMA.
           05 WRK-LP-PROGRAMA  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-ULT-MIN   PIC ZZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-ULT-VAZAO PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-MIN-4S    PIC ZZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-MIN-13S   PIC ZZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-VAZAO-4S  PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-VAZAO-13S PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-CRESC     PIC +ZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-ALERTA    PIC X(17).

       01  WRK-LIN-SEMANA.
           05 FILLER           PIC X(07) VALUE 'SEMANA '.
           05 WRK-LS-SEMANA    PIC Z9.
           05 FILLER           PIC X(07) VALUE ' (DIAS '.
           05 WRK-LS-DIA-DE    PIC ZZ9.
           05 FILLER           PIC X(03) VALUE ' A '.
           05 WRK-LS-DIA-ATE   PIC ZZ9.
           05 FILLER           PIC X(16) VALUE ' ATRAS)  NOITES '.
           05 WRK-LS-NOITES    PIC 9.
           05 FILLER           PIC X(21) VALUE
              '  MINUTOS POR NOITE '.
           05 WRK-LS-MINUTOS   PIC ZZZ9,9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'DATA DE REFERENCIA AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = 0
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'JANELA NOTURNA DO EODRUN EM MINUTOS '
               '(ZEROS = 480).. '.
           ACCEPT WRK-JANELA-MIN.
           IF WRK-JANELA-MIN = 0
               MOVE 480 TO WRK-JANELA-MIN
           END-IF.
           DISPLAY 'QUEDA DE VAZAO QUE MARCA O PROGRAMA EM % '
               '(ZEROS = 25).. '.
           ACCEPT WRK-LIMITE-QUEDA.
           IF WRK-LIMITE-QUEDA = 0
               MOVE 25 TO WRK-LIMITE-QUEDA
           END-IF.
           MOVE WRK-REF-DIA TO WRK-IDADE-DIAX.
           MOVE WRK-REF-MES TO WRK-IDADE-MESX.
           MOVE WRK-REF-ANO TO WRK-IDADE-ANOX.
           PERFORM 0610-CALC-JULIANO.
           MOVE WRK-IDADE-JDX TO WRK-JD-REF.
           INITIALIZE WRK-TAB-NOITES.
           PERFORM 0100-LER-OPSTAT.
           OPEN OUTPUT TRENDRPT-FILE.
           PERFORM 0300-SECAO-PROGRAMAS.
           PERFORM 0400-SECAO-CADEIA
               THRU 0400-SECAO-FIM.
           CLOSE TRENDRPT-FILE.
           DISPLAY 'OPSTREND - REGISTROS LIDOS ' WRK-QTD-LIDOS-OPS
               ' NAS 13 SEMANAS ' WRK-QTD-CONSID
               ' PROGRAMAS ' WRK-QTD-PGM
               ' COM QUEDA DE VAZAO ' WRK-QTD-QUEDA.
           STOP RUN.

      *****************************************************
      * SEM O OPSTAT NAO HA HISTORICO A ANALISAR
      *****************************************************
       0100-LER-OPSTAT.
           OPEN INPUT OPSTAT-FILE.
           IF WRK-OPS-STATUS NOT = '00'
               DISPLAY 'OPSTAT NAO ENCONTRADO (STATUS '
                   WRK-OPS-STATUS ') - SEM HISTORICO NAO HA '
                   'TENDENCIA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-LER-UM-OPSTAT UNTIL WRK-FIM-OPS.
           CLOSE OPSTAT-FILE.

       0110-LER-UM-OPSTAT.
           READ OPSTAT-FILE
               AT END
                   SET WRK-FIM-OPS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS-OPS
                   IF OPS-DATA NOT > WRK-DATA-REF
                       AND OPS-PROGRAMA NOT = SPACES
                       PERFORM 0120-CONSIDERAR-EXECUCAO
                           THRU 0120-CONSIDERAR-FIM
                   END-IF
           END-READ.

      *****************************************************
      * SO ENTRAM AS EXECUCOES DOS ULTIMOS 91 DIAS (13
      * SEMANAS). EXECUCAO QUE CRUZA A MEIA-NOITE TEM HORA
      * FIM MENOR QUE A HORA INICIO
      *****************************************************
       0120-CONSIDERAR-EXECUCAO.
           MOVE OPS-DATA TO WRK-DATA-OPS.
           MOVE WRK-OPS-DIA TO WRK-IDADE-DIAX.
           MOVE WRK-OPS-MES TO WRK-IDADE-MESX.
           MOVE WRK-OPS-ANO TO WRK-IDADE-ANOX.
           PERFORM 0610-CALC-JULIANO.
           COMPUTE WRK-DIAS-ATRAS = WRK-JD-REF - WRK-IDADE-JDX.
           IF WRK-DIAS-ATRAS > 90
               GO TO 0120-CONSIDERAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CONSID.
           MOVE OPS-HORA-INICIO TO WRK-HORA-CALC.
           COMPUTE WRK-SEG-INICIO =
               WRK-HC-HH * 3600 + WRK-HC-MM * 60 + WRK-HC-SS.
           MOVE OPS-HORA-FIM TO WRK-HORA-CALC.
           COMPUTE WRK-SEG-FIM =
               WRK-HC-HH * 3600 + WRK-HC-MM * 60 + WRK-HC-SS.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               COMPUTE WRK-SEG-DECORR =
                   WRK-SEG-FIM + 86400 - WRK-SEG-INICIO
           ELSE
               COMPUTE WRK-SEG-DECORR = WRK-SEG-FIM - WRK-SEG-INICIO
           END-IF.
           PERFORM 0130-ACUMULAR-PROGRAMA
               THRU 0130-ACUMULAR-FIM.
           PERFORM 0140-ACUMULAR-CADEIA.

       0120-CONSIDERAR-FIM.
           EXIT.

       0130-ACUMULAR-PROGRAMA.
           MOVE 'N' TO WRK-PGM-ACHOU.
           PERFORM 0135-PROCURAR-PROGRAMA
               VARYING WRK-PGM-IDX FROM 1 BY 1
               UNTIL WRK-PGM-IDX > WRK-QTD-PGM
                  OR WRK-PGM-ACHOU = 'S'.
           IF WRK-PGM-ACHOU = 'S'
               SUBTRACT 1 FROM WRK-PGM-IDX
           ELSE
               IF WRK-QTD-PGM NOT < 100
                   DISPLAY 'AVISO - TABELA DE PROGRAMAS CHEIA - '
                       OPS-PROGRAMA ' FORA DO RELATORIO'
                   GO TO 0130-ACUMULAR-FIM
               END-IF
               ADD 1 TO WRK-QTD-PGM
               MOVE WRK-QTD-PGM TO WRK-PGM-IDX
               INITIALIZE WRK-PGM-ITEM(WRK-PGM-IDX)
               MOVE OPS-PROGRAMA TO WRK-PGM-NOME(WRK-PGM-IDX)
           END-IF.
           IF OPS-DATA > WRK-PGM-ULT-DATA(WRK-PGM-IDX)
               OR (OPS-DATA = WRK-PGM-ULT-DATA(WRK-PGM-IDX)
                   AND OPS-HORA-FIM NOT <
                       WRK-PGM-ULT-HORA(WRK-PGM-IDX))
               MOVE OPS-DATA       TO WRK-PGM-ULT-DATA(WRK-PGM-IDX)
               MOVE OPS-HORA-FIM   TO WRK-PGM-ULT-HORA(WRK-PGM-IDX)
               MOVE WRK-SEG-DECORR TO WRK-PGM-ULT-SEG(WRK-PGM-IDX)
               MOVE OPS-QTD-LIDOS  TO
                   WRK-PGM-ULT-LIDOS(WRK-PGM-IDX)
           END-IF.
           IF WRK-DIAS-ATRAS < 28
               MOVE 1 TO WRK-JAN-IDX
           ELSE
               MOVE 2 TO WRK-JAN-IDX
           END-IF.
           ADD 1 TO WRK-PGM-EXECS(WRK-PGM-IDX, WRK-JAN-IDX).
           ADD WRK-SEG-DECORR TO
               WRK-PGM-SEGS(WRK-PGM-IDX, WRK-JAN-IDX).
           ADD OPS-QTD-LIDOS TO
               WRK-PGM-LIDOS(WRK-PGM-IDX, WRK-JAN-IDX).

       0130-ACUMULAR-FIM.
           EXIT.

       0135-PROCURAR-PROGRAMA.
           IF WRK-PGM-NOME(WRK-PGM-IDX) = OPS-PROGRAMA
               MOVE 'S' TO WRK-PGM-ACHOU
           END-IF.

      *****************************************************
      * O TOTAL DA CADEIA E POR NOITE, NAO POR DATA: PASSO
      * QUE COMECA ANTES DO MEIO-DIA PERTENCE A NOITE DO DIA
      * ANTERIOR (O EODRUN QUE VIRA A MEIA-NOITE NAO PARTE A
      * NOITE EM DUAS)
      *****************************************************
       0140-ACUMULAR-CADEIA.
           MOVE 'N' TO WRK-E-CADEIA.
           PERFORM 0145-PROCURAR-CADEIA
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-QTD-CADEIA.
           IF WRK-E-CADEIA = 'S'
               COMPUTE WRK-NOITE-IDX = WRK-DIAS-ATRAS + 1
               IF OPS-HORA-INICIO < 120000
                   ADD 1 TO WRK-NOITE-IDX
               END-IF
               IF WRK-NOITE-IDX NOT > 91
                   ADD WRK-SEG-DECORR TO WRK-NOITE-SEG(WRK-NOITE-IDX)
               END-IF
           END-IF.

       0145-PROCURAR-CADEIA.
           IF WRK-CADEIA-PGM(WRK-CAD-IDX) = OPS-PROGRAMA
               MOVE 'S' TO WRK-E-CADEIA
           END-IF.

      *****************************************************
      * SECAO 1 - UMA LINHA POR PROGRAMA. A QUEDA DE VAZAO
      * COMPARA OS LIDOS POR MINUTO DAS ULTIMAS 4 SEMANAS
      * COM OS DAS SEMANAS 5 A 13
      *****************************************************
       0300-SECAO-PROGRAMAS.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'TENDENCIA DE TEMPO DOS BATCHES (OPSTAT) - '
               'REFERENCIA ' WRK-DATA-REF
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE ALL '=' TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE '1 - POR PROGRAMA (ULTIMAS 13 SEMANAS)'
               TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           STRING '            ULTIMA EXEC  MINUTOS MEDIOS  '
               'LIDOS/MINUTO   CRESC.'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'PROGRAMA      MIN LID/MIN  4 SEM 13 SEM   '
               '4 SEM  13 SEM LIDOS%'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE ALL '-' TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           IF WRK-QTD-PGM = 0
               MOVE 'NENHUMA EXECUCAO NAS ULTIMAS 13 SEMANAS'
                   TO TRENDRPT-REC
               WRITE TRENDRPT-REC
           END-IF.
           PERFORM 0310-LINHA-PROGRAMA
               VARYING WRK-PGM-IDX FROM 1 BY 1
               UNTIL WRK-PGM-IDX > WRK-QTD-PGM.
           MOVE ALL '-' TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'CRESC. LIDOS% = VARIACAO SEMANAL DA MEDIA DE '
               'LIDOS (4 SEM X SEMANAS 5-13)'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'QUEDA DE VAZAO = LIDOS/MINUTO DAS 4 SEMANAS '
               WRK-LIMITE-QUEDA '% ABAIXO DAS SEMANAS 5-13'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.

       0310-LINHA-PROGRAMA.
           MOVE SPACES TO WRK-LIN-PROGRAMA.
           MOVE ZEROS TO WRK-MIN-4S WRK-MIN-13S WRK-VAZAO-ULT
               WRK-VAZAO-4S WRK-VAZAO-ANT WRK-VAZAO-13S
               WRK-CRESC-SEM WRK-QUEDA-PCT.
           MOVE WRK-PGM-NOME(WRK-PGM-IDX) TO WRK-LP-PROGRAMA.
           COMPUTE WRK-MIN-ULT ROUNDED =
               WRK-PGM-ULT-SEG(WRK-PGM-IDX) / 60.
           IF WRK-PGM-ULT-SEG(WRK-PGM-IDX) > 0
               COMPUTE WRK-VAZAO-ULT ROUNDED =
                   WRK-PGM-ULT-LIDOS(WRK-PGM-IDX) * 60
                       / WRK-PGM-ULT-SEG(WRK-PGM-IDX)
           END-IF.
           COMPUTE WRK-EXECS-13S = WRK-PGM-EXECS(WRK-PGM-IDX, 1)
               + WRK-PGM-EXECS(WRK-PGM-IDX, 2).
           COMPUTE WRK-SEGS-13S = WRK-PGM-SEGS(WRK-PGM-IDX, 1)
               + WRK-PGM-SEGS(WRK-PGM-IDX, 2).
           COMPUTE WRK-LIDOS-13S = WRK-PGM-LIDOS(WRK-PGM-IDX, 1)
               + WRK-PGM-LIDOS(WRK-PGM-IDX, 2).
           COMPUTE WRK-MIN-13S ROUNDED =
               WRK-SEGS-13S / WRK-EXECS-13S / 60.
           IF WRK-SEGS-13S > 0
               COMPUTE WRK-VAZAO-13S ROUNDED =
                   WRK-LIDOS-13S * 60 / WRK-SEGS-13S
           END-IF.
           IF WRK-PGM-EXECS(WRK-PGM-IDX, 1) > 0
               COMPUTE WRK-MIN-4S ROUNDED =
                   WRK-PGM-SEGS(WRK-PGM-IDX, 1)
                       / WRK-PGM-EXECS(WRK-PGM-IDX, 1) / 60
               IF WRK-PGM-SEGS(WRK-PGM-IDX, 1) > 0
                   COMPUTE WRK-VAZAO-4S ROUNDED =
                       WRK-PGM-LIDOS(WRK-PGM-IDX, 1) * 60
                           / WRK-PGM-SEGS(WRK-PGM-IDX, 1)
               END-IF
           END-IF.
           MOVE WRK-MIN-ULT   TO WRK-LP-ULT-MIN.
           MOVE WRK-VAZAO-ULT TO WRK-LP-ULT-VAZAO.
           MOVE WRK-MIN-4S    TO WRK-LP-MIN-4S.
           MOVE WRK-MIN-13S   TO WRK-LP-MIN-13S.
           MOVE WRK-VAZAO-4S  TO WRK-LP-VAZAO-4S.
           MOVE WRK-VAZAO-13S TO WRK-LP-VAZAO-13S.
           IF WRK-PGM-EXECS(WRK-PGM-IDX, 1) = 0
               OR WRK-PGM-EXECS(WRK-PGM-IDX, 2) = 0
               MOVE 'SEM BASE' TO WRK-LP-ALERTA
           ELSE
               PERFORM 0320-COMPARAR-JANELAS
           END-IF.
           MOVE WRK-LIN-PROGRAMA TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.

      *****************************************************
      * CRESCIMENTO DOS LIDOS: AS MEDIAS DAS DUAS JANELAS
      * ESTAO CENTRADAS 2 E 9 SEMANAS ATRAS - A DIFERENCA,
      * DIVIDIDA POR 7 SEMANAS, DA A TAXA POR SEMANA
      *****************************************************
       0320-COMPARAR-JANELAS.
           COMPUTE WRK-LIDOS-4S ROUNDED =
               WRK-PGM-LIDOS(WRK-PGM-IDX, 1)
                   / WRK-PGM-EXECS(WRK-PGM-IDX, 1).
           COMPUTE WRK-LIDOS-ANT ROUNDED =
               WRK-PGM-LIDOS(WRK-PGM-IDX, 2)
                   / WRK-PGM-EXECS(WRK-PGM-IDX, 2).
           IF WRK-LIDOS-ANT > 0
               COMPUTE WRK-CRESC-SEM ROUNDED =
                   (WRK-LIDOS-4S - WRK-LIDOS-ANT) * 100
                       / WRK-LIDOS-ANT / 7
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-CRESC-SEM
               END-COMPUTE
           END-IF.
           MOVE WRK-CRESC-SEM TO WRK-LP-CRESC.
           IF WRK-PGM-SEGS(WRK-PGM-IDX, 2) > 0
               COMPUTE WRK-VAZAO-ANT ROUNDED =
                   WRK-PGM-LIDOS(WRK-PGM-IDX, 2) * 60
                       / WRK-PGM-SEGS(WRK-PGM-IDX, 2)
           END-IF.
           IF WRK-VAZAO-ANT > 0 AND WRK-VAZAO-4S < WRK-VAZAO-ANT
               COMPUTE WRK-QUEDA-PCT =
                   (WRK-VAZAO-ANT - WRK-VAZAO-4S) * 100
                       / WRK-VAZAO-ANT
               IF WRK-QUEDA-PCT > WRK-LIMITE-QUEDA
                   MOVE '*QUEDA DE VAZAO' TO WRK-LP-ALERTA
                   ADD 1 TO WRK-QTD-QUEDA
               END-IF
           END-IF.

      *****************************************************
      * SECAO 2 - CADEIA DO EODRUN: MINUTOS POR NOITE EM CADA
      * UMA DAS 13 SEMANAS, TENDENCIA (MEDIA DAS 4 SEMANAS
      * CONTRA A DAS SEMANAS 5 A 13, CENTRADAS 7 SEMANAS UMA
      * DA OUTRA) E PROJECAO DO ESTOURO DA JANELA
      *****************************************************
       0400-SECAO-CADEIA.
           MOVE SPACES TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           STRING '2 - CADEIA EODRUN (' DELIMITED BY SIZE
               WRK-CADEIA-PGM(1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-CADEIA-PGM(2) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-CADEIA-PGM(3) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-CADEIA-PGM(4) DELIMITED BY SPACE
               ') - MINUTOS POR NOITE' DELIMITED BY SIZE
               INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE ALL '-' TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE ZEROS TO WRK-NOITES-4S WRK-SEGS-4S WRK-NOITES-ANT
               WRK-SEGS-ANT.
           PERFORM 0410-LINHA-SEMANA
               VARYING WRK-SEM-IDX FROM 1 BY 1
               UNTIL WRK-SEM-IDX > 13.
           MOVE ALL '-' TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE ZEROS TO WRK-CAD-MIN-ULT.
           PERFORM 0405-ACHAR-ULTIMA-NOITE
               VARYING WRK-DIA-IDX FROM 91 BY -1
               UNTIL WRK-DIA-IDX < 1.
           MOVE WRK-CAD-MIN-ULT TO WRK-ED-MINUTOS.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'JANELA NOTURNA ' WRK-JANELA-MIN
               ' MIN - ULTIMA NOITE ' WRK-ED-MINUTOS ' MIN'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           IF WRK-NOITES-4S = 0 OR WRK-NOITES-ANT = 0
               MOVE 'HISTORICO INSUFICIENTE PARA A TENDENCIA (FALTAM '
                   TO TRENDRPT-REC
               WRITE TRENDRPT-REC
               MOVE 'NOITES NAS 4 SEMANAS OU NAS SEMANAS 5 A 13)'
                   TO TRENDRPT-REC
               WRITE TRENDRPT-REC
               GO TO 0400-SECAO-FIM
           END-IF.
           COMPUTE WRK-CAD-MIN-4S ROUNDED =
               WRK-SEGS-4S / WRK-NOITES-4S / 60.
           COMPUTE WRK-CAD-MIN-ANT ROUNDED =
               WRK-SEGS-ANT / WRK-NOITES-ANT / 60.
           COMPUTE WRK-TENDENCIA ROUNDED =
               (WRK-CAD-MIN-4S - WRK-CAD-MIN-ANT) / 7.
           MOVE WRK-CAD-MIN-4S  TO WRK-ED-MINUTOS.
           MOVE WRK-CAD-MIN-ANT TO WRK-ED-MINUTOS-2.
           MOVE SPACES TO TRENDRPT-REC.
           STRING 'MEDIA POR NOITE - 4 SEMANAS ' WRK-ED-MINUTOS
               ' MIN  SEMANAS 5-13 ' WRK-ED-MINUTOS-2 ' MIN'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           PERFORM 0420-PROJETAR-ESTOURO
               THRU 0420-PROJETAR-FIM.

       0400-SECAO-FIM.
           EXIT.

       0405-ACHAR-ULTIMA-NOITE.
           IF WRK-NOITE-SEG(WRK-DIA-IDX) > 0
               COMPUTE WRK-CAD-MIN-ULT ROUNDED =
                   WRK-NOITE-SEG(WRK-DIA-IDX) / 60
           END-IF.

       0410-LINHA-SEMANA.
           MOVE ZEROS TO WRK-NOITES-SEM WRK-SEGS-SEM.
           COMPUTE WRK-DIA-IDX = (WRK-SEM-IDX - 1) * 7 + 1.
           PERFORM 0415-SOMAR-NOITE 7 TIMES.
           IF WRK-SEM-IDX NOT > 4
               ADD WRK-NOITES-SEM TO WRK-NOITES-4S
               ADD WRK-SEGS-SEM   TO WRK-SEGS-4S
           ELSE
               ADD WRK-NOITES-SEM TO WRK-NOITES-ANT
               ADD WRK-SEGS-SEM   TO WRK-SEGS-ANT
           END-IF.
           MOVE ZEROS TO WRK-CAD-MIN-SEM.
           IF WRK-NOITES-SEM > 0
               COMPUTE WRK-CAD-MIN-SEM ROUNDED =
                   WRK-SEGS-SEM / WRK-NOITES-SEM / 60
           END-IF.
           MOVE WRK-SEM-IDX TO WRK-LS-SEMANA.
           COMPUTE WRK-LS-DIA-DE = (WRK-SEM-IDX - 1) * 7.
           COMPUTE WRK-LS-DIA-ATE = WRK-SEM-IDX * 7 - 1.
           MOVE WRK-NOITES-SEM TO WRK-LS-NOITES.
           MOVE WRK-CAD-MIN-SEM TO WRK-LS-MINUTOS.
           MOVE WRK-LIN-SEMANA TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.

       0415-SOMAR-NOITE.
           IF WRK-DIA-IDX NOT > 91
               IF WRK-NOITE-SEG(WRK-DIA-IDX) > 0
                   ADD 1 TO WRK-NOITES-SEM
                   ADD WRK-NOITE-SEG(WRK-DIA-IDX) TO WRK-SEGS-SEM
               END-IF
           END-IF.
           ADD 1 TO WRK-DIA-IDX.

      *****************************************************
      * PROJECAO: SEMANAS ATE A MEDIA DAS 4 SEMANAS ALCANCAR
      * A JANELA NO RITMO DA TENDENCIA, CONTADAS DA DATA DE
      * REFERENCIA (0520-SOMAR-UM-DIA DA CALPROC)
      *****************************************************
       0420-PROJETAR-ESTOURO.
           MOVE SPACES TO TRENDRPT-REC.
           MOVE WRK-TENDENCIA TO WRK-LP-CRESC.
           STRING 'TENDENCIA ' WRK-LP-CRESC ' MIN POR NOITE A '
               'CADA SEMANA'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           MOVE SPACES TO TRENDRPT-REC.
           IF WRK-CAD-MIN-4S NOT < WRK-JANELA-MIN
               MOVE '*** PROJECAO: A MEDIA DAS 4 SEMANAS JA PASSA DA '
                   TO TRENDRPT-REC
               WRITE TRENDRPT-REC
               MOVE '    JANELA NOTURNA - REVER A CADEIA JA ***'
                   TO TRENDRPT-REC
               WRITE TRENDRPT-REC
               GO TO 0420-PROJETAR-FIM
           END-IF.
           IF WRK-TENDENCIA NOT > 0
               MOVE 'PROJECAO: SEM TENDENCIA DE ALTA - SEM ESTOURO '
                   TO TRENDRPT-REC
               MOVE 'PREVISTO DA JANELA' TO TRENDRPT-REC(47:18)
               WRITE TRENDRPT-REC
               GO TO 0420-PROJETAR-FIM
           END-IF.
           COMPUTE WRK-DIAS-ESTOURO ROUNDED =
               (WRK-JANELA-MIN - WRK-CAD-MIN-4S) * 7 / WRK-TENDENCIA
               ON SIZE ERROR
                   MOVE 99999 TO WRK-DIAS-ESTOURO
           END-COMPUTE.
           IF WRK-DIAS-ESTOURO > 3650
               MOVE 'PROJECAO: NO RITMO ATUAL A JANELA SO ESTOURA '
                   TO TRENDRPT-REC
               MOVE 'DAQUI A MAIS DE 10 ANOS' TO TRENDRPT-REC(46:23)
               WRITE TRENDRPT-REC
               GO TO 0420-PROJETAR-FIM
           END-IF.
           MOVE WRK-REF-DIA TO WRK-PROX-DIA.
           MOVE WRK-REF-MES TO WRK-PROX-MES.
           MOVE WRK-REF-ANO TO WRK-PROX-ANO.
           MOVE ZEROS TO WRK-DIA-CONT.
           PERFORM 0425-AVANCAR-DIA
               UNTIL WRK-DIA-CONT NOT < WRK-DIAS-ESTOURO.
           MOVE WRK-PROX-ANO TO WRK-EST-ANO.
           MOVE WRK-PROX-MES TO WRK-EST-MES.
           MOVE WRK-PROX-DIA TO WRK-EST-DIA.
           STRING '*** PROJECAO: A CADEIA PASSA DA JANELA EM '
               WRK-DATA-ESTOURO ' (' WRK-DIAS-ESTOURO ' DIAS) ***'
               DELIMITED BY SIZE INTO TRENDRPT-REC.
           WRITE TRENDRPT-REC.

       0420-PROJETAR-FIM.
           EXIT.

       0425-AVANCAR-DIA.
           PERFORM 0520-SOMAR-UM-DIA.
           ADD 1 TO WRK-DIA-CONT.

           COPY CALPROC.
