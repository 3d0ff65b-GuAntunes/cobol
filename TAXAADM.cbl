       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAADM.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: COBRANCA MENSAL DA TAXA DE ADMINISTRACAO E
      *           CUSTODIA DAS POSICOES DE INVESTIMENTO. RODADO NO
      *           FECHAMENTO DO MES, DEPOIS DO REVALPOS, NA DATA DE
      *           NEGOCIO DO SYSIN: CADA POSICAO ABERTA DE PRODUTO
      *           COM PRD-TAXA-ADM (% AO ANO) CUJA PERIODICIDADE
      *           VENCE NO MES (PRD-FREQ-TAXA: MENSAL TODO MES,
      *           TRIMESTRAL EM MAR/JUN/SET/DEZ, SEMESTRAL EM
      *           JUN/DEZ, ANUAL EM DEZ) PAGA A TAXA PRO RATA DOS
      *           DIAS CORRIDOS DESDE A ULTIMA COBRANCA
      *           (POS-DATA-TAXA, OU DESDE A APLICACAO NA PRIMEIRA):
      *           SALDO X TAXA X DIAS / 365. A TAXA SAI DO
      *           POS-SALDO-PROJ E VAI PARA O JORNAL MOVJORN COMO
      *           TIPO T, DE ONDE O GLEXTR A CONTABILIZA COMO
      *           RECEITA NA MESMA NOITE. O RELATORIO TAXARPT TRAZ
      *           O DETALHE POR POSICAO E A RECEITA DO MES POR
      *           PRODUTO. A POSICAO JA COBRADA NO MES NAO E
      *           COBRADA DE NOVO (REINICIO DA RODADA). SEM ISTO A
      *           TAXA ERA CALCULADA FORA E ABATIDA A MAO, E O
      *           SALDO FICAVA SEMPRE ACIMA DO REAL.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSICAO-FILE ASSIGN TO "POSICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CHAVE
               FILE STATUS IS WRK-POS-STATUS.
           SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NOME
               FILE STATUS IS WRK-PRD-STATUS.
           SELECT MOVJORN-FILE ASSIGN TO "MOVJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT TAXARPT-FILE ASSIGN TO "TAXARPT"
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
       FD  POSICAO-FILE.
           COPY POSICAOFD.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

       FD  MOVJORN-FILE.
           COPY MOVJRNFD.

       FD  TAXARPT-FILE.
       01  TAXARPT-REC          PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       77 WRK-POS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-POS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-POS        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-TAXA  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COBRADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-TAXA      PIC 9(11)V99 VALUE ZEROS.

      *--- TAXA DA POSICAO CORRENTE ---*
       77 WRK-COBRA-NO-MES  PIC X(01) VALUE 'N'.
       77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC          PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ANTES   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BASE-TAXA     PIC 9(17)V9(04) VALUE ZEROS.
       77 WRK-VALOR-TAXA    PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO     PIC 9(04).
           05 WRK-NEG-MES     PIC 9(02).
           05 WRK-NEG-DIA     PIC 9(02).
       01  WRK-DESDE-GRUPO.
           05 WRK-DESDE-DATA  PIC 9(08) VALUE ZEROS.
       01  WRK-DESDE-R REDEFINES WRK-DESDE-GRUPO.
           05 WRK-DESDE-ANO   PIC 9(04).
           05 WRK-DESDE-MES   PIC 9(02).
           05 WRK-DESDE-DIA   PIC 9(02).

      *--- RECEITA DO MES POR PRODUTO ---*
       77 WRK-TP-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TP-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TP-USO        PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05 WRK-TP-ITEM OCCURS 200 TIMES.
               10 WRK-TP-PRODUTO  PIC X(15).
               10 WRK-TP-TAXA     PIC 9(02)V99.
               10 WRK-TP-FREQ     PIC X(01).
               10 WRK-TP-POSICOES PIC 9(05).
               10 WRK-TP-VALOR    PIC 9(11)V99.

       01  WRK-LIN-CAB.
           05 FILLER PIC X(16) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(16) VALUE 'PRODUTO'.
           05 FILLER PIC X(14) VALUE '   SALDO ANTES'.
           05 FILLER PIC X(06) VALUE '  DIAS'.
           05 FILLER PIC X(08) VALUE '  TX/ANO'.
           05 FILLER PIC X(13) VALUE '         TAXA'.
       01  WRK-LIN-DET.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-TAXA-ANO  PIC Z9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC Z.ZZZ.ZZ9,99.
       01  WRK-LIN-TOT.
           05 FILLER           PIC X(30)
                   VALUE 'TOTAL DE TAXAS COBRADAS...... '.
           05 WRK-LT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-CAB-PRD.
           05 FILLER PIC X(16) VALUE 'PRODUTO'.
           05 FILLER PIC X(08) VALUE '  TX/ANO'.
           05 FILLER PIC X(07) VALUE ' PERIOD'.
           05 FILLER PIC X(10) VALUE '  POSICOES'.
           05 FILLER PIC X(18) VALUE '           RECEITA'.
       01  WRK-LIN-PRD.
           05 WRK-LP-PRODUTO   PIC X(15).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LP-TAXA      PIC Z9,99.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LP-FREQ      PIC X(01).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LP-POSICOES  PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
           MOVE 'TAXAADM' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-VARRER-POSICOES.
           PERFORM 0600-TOTAIS-RELATORIO.
           PERFORM 0070-FECHAR-ARQUIVOS.
           DISPLAY 'TAXA DE ADMINISTRACAO ' WRK-DATA-NEGOCIO
               ' - POSICOES COM TAXA ' WRK-QTD-COM-TAXA
               ' COBRADAS ' WRK-QTD-COBRADAS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.

       0060-ABRIR-ARQUIVOS.
           OPEN I-O POSICAO-FILE.
           IF WRK-POS-STATUS NOT = '00'
               DISPLAY 'MASTER POSICAO NAO ENCONTRADO (STATUS '
                   WRK-POS-STATUS ') - NADA A COBRAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'CATALOGO PRODCAT NAO ENCONTRADO (STATUS '
                   WRK-PRD-STATUS ') - SEM ELE NAO HA COMO '
                   'SABER AS TAXAS'
               CLOSE POSICAO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==MOVJORN==
               ==:STA:== BY ==WRK-JRN-STATUS==
               ==:DDN:== BY =='MOVJORN'==.
           OPEN OUTPUT TAXARPT-FILE.
           MOVE SPACES TO TAXARPT-REC.
           STRING 'TAXA DE ADMINISTRACAO E CUSTODIA - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE ALL '=' TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE WRK-LIN-CAB TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE ALL '-' TO TAXARPT-REC.
           WRITE TAXARPT-REC.

       0070-FECHAR-ARQUIVOS.
           CLOSE POSICAO-FILE PRODCAT-FILE MOVJORN-FILE
               TAXARPT-FILE.

       0100-VARRER-POSICOES.
           MOVE LOW-VALUES TO POS-CHAVE.
           START POSICAO-FILE KEY NOT < POS-CHAVE
               INVALID KEY
                   SET WRK-FIM-POS TO TRUE
           END-START.
           PERFORM 0110-TRATAR-UMA-POSICAO UNTIL WRK-FIM-POS.

       0110-TRATAR-UMA-POSICAO.
           READ POSICAO-FILE NEXT
               AT END
                   SET WRK-FIM-POS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0200-AVALIAR-POSICAO
                       THRU 0200-AVALIAR-FIM
           END-READ.

      *****************************************************
      * SO POSICAO ABERTA DE PRODUTO COM TAXA, COM A COBRANCA
      * VENCENDO NO MES E AINDA NAO COBRADA NELE, PAGA A TAXA
      * PRO RATA DOS DIAS DESDE A ULTIMA COBRANCA
      *****************************************************
       0200-AVALIAR-POSICAO.
           IF POS-SALDO-PROJ = 0
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE POS-PRODUTO TO PRD-NOME.
           READ PRODCAT-FILE
               INVALID KEY
                   GO TO 0200-AVALIAR-FIM
           END-READ.
           IF PRD-TAXA-ADM = 0
               GO TO 0200-AVALIAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-COM-TAXA.
           PERFORM 0250-CONFERIR-PERIODICIDADE.
           IF WRK-COBRA-NO-MES = 'N'
               GO TO 0200-AVALIAR-FIM
           END-IF.
           IF POS-DATA-TAXA NOT < WRK-DATA-NEGOCIO
               OR POS-DATA-TAXA(1:6) = WRK-DATA-NEGOCIO(1:6)
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE POS-DATA-APL TO WRK-DESDE-DATA.
           IF POS-DATA-TAXA > 0
               MOVE POS-DATA-TAXA TO WRK-DESDE-DATA
           END-IF.
           IF WRK-DESDE-DATA NOT < WRK-DATA-NEGOCIO
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE WRK-NEG-DIA   TO WRK-IDADE-DIA1.
           MOVE WRK-NEG-MES   TO WRK-IDADE-MES1.
           MOVE WRK-NEG-ANO   TO WRK-IDADE-ANO1.
           MOVE WRK-DESDE-DIA TO WRK-IDADE-DIA2.
           MOVE WRK-DESDE-MES TO WRK-IDADE-MES2.
           MOVE WRK-DESDE-ANO TO WRK-IDADE-ANO2.
           PERFORM 0600-CALCULAR-IDADE-DIAS.
           MULTIPLY POS-SALDO-PROJ BY PRD-TAXA-ADM
               GIVING WRK-BASE-TAXA.
           MULTIPLY WRK-IDADE-DIAS BY WRK-BASE-TAXA.
           DIVIDE WRK-BASE-TAXA BY 36500
               GIVING WRK-VALOR-TAXA ROUNDED.
           IF WRK-VALOR-TAXA = 0
               GO TO 0200-AVALIAR-FIM
           END-IF.
           IF WRK-VALOR-TAXA > POS-SALDO-PROJ
               MOVE POS-SALDO-PROJ TO WRK-VALOR-TAXA
           END-IF.
           PERFORM 0300-APLICAR-TAXA.

       0200-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * MENSAL COBRA TODO MES; TRIMESTRAL NOS MESES MULTIPLOS
      * DE 3; SEMESTRAL EM JUNHO E DEZEMBRO; ANUAL EM DEZEMBRO
      *****************************************************
       0250-CONFERIR-PERIODICIDADE.
           MOVE 'N' TO WRK-COBRA-NO-MES.
           EVALUATE TRUE
               WHEN PRD-TAXA-TRIMESTRAL
                   DIVIDE WRK-NEG-MES BY 3 GIVING WRK-QUOC
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO = 0
                       MOVE 'S' TO WRK-COBRA-NO-MES
                   END-IF
               WHEN PRD-TAXA-SEMESTRAL
                   IF WRK-NEG-MES = 6 OR WRK-NEG-MES = 12
                       MOVE 'S' TO WRK-COBRA-NO-MES
                   END-IF
               WHEN PRD-TAXA-ANUAL
                   IF WRK-NEG-MES = 12
                       MOVE 'S' TO WRK-COBRA-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-COBRA-NO-MES
           END-EVALUATE.

      *****************************************************
      * ABATE A TAXA DO SALDO, MARCA A DATA DA COBRANCA,
      * GRAVA O JORNAL (TIPO T), A LINHA DO RELATORIO E SOMA
      * A RECEITA DO PRODUTO
      *****************************************************
       0300-APLICAR-TAXA.
           MOVE POS-SALDO-PROJ TO WRK-SALDO-ANTES.
           SUBTRACT WRK-VALOR-TAXA FROM POS-SALDO-PROJ.
           MOVE WRK-DATA-NEGOCIO TO POS-DATA-TAXA.
           REWRITE POSICAO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'POSICAO' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-POS-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-COBRADAS.
           ADD WRK-VALOR-TAXA TO WRK-TOT-TAXA.
           MOVE SPACES TO MOVJORN-REC.
           MOVE WRK-DATA-NEGOCIO TO MVJ-DATA.
           MOVE POS-DOC          TO MVJ-DOC.
           MOVE POS-PRODUTO      TO MVJ-PRODUTO.
           MOVE 'T'              TO MVJ-TIPO.
           MOVE WRK-VALOR-TAXA   TO MVJ-VALOR.
           MOVE ZEROS            TO MVJ-IMPOSTO MVJ-PENALIDADE.
           WRITE MOVJORN-REC.
           MOVE 'MOVJORN' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-JRN-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE POS-DOC          TO WRK-LD-DOC.
           MOVE POS-PRODUTO      TO WRK-LD-PRODUTO.
           MOVE WRK-SALDO-ANTES  TO WRK-LD-SALDO.
           MOVE WRK-IDADE-DIAS   TO WRK-LD-DIAS.
           MOVE PRD-TAXA-ADM     TO WRK-LD-TAXA-ANO.
           MOVE WRK-VALOR-TAXA   TO WRK-LD-VALOR.
           MOVE WRK-LIN-DET TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           PERFORM 0350-SOMAR-PRODUTO.

       0350-SOMAR-PRODUTO.
           MOVE ZEROS TO WRK-TP-USO.
           PERFORM 0360-PROCURAR-PRODUTO
               VARYING WRK-TP-IDX FROM 1 BY 1
               UNTIL WRK-TP-IDX > WRK-TP-QTD
               OR WRK-TP-USO > 0.
           IF WRK-TP-USO = 0
               IF WRK-TP-QTD < 200
                   ADD 1 TO WRK-TP-QTD
                   MOVE WRK-TP-QTD   TO WRK-TP-USO
                   MOVE POS-PRODUTO  TO WRK-TP-PRODUTO(WRK-TP-USO)
                   MOVE PRD-TAXA-ADM TO WRK-TP-TAXA(WRK-TP-USO)
                   MOVE PRD-FREQ-TAXA TO WRK-TP-FREQ(WRK-TP-USO)
                   MOVE ZEROS TO WRK-TP-POSICOES(WRK-TP-USO)
                       WRK-TP-VALOR(WRK-TP-USO)
               ELSE
                   DISPLAY 'AVISO - TABELA DE PRODUTOS CHEIA - '
                       POS-PRODUTO ' FORA DO RESUMO POR PRODUTO'
               END-IF
           END-IF.
           IF WRK-TP-USO > 0
               ADD 1 TO WRK-TP-POSICOES(WRK-TP-USO)
               ADD WRK-VALOR-TAXA TO WRK-TP-VALOR(WRK-TP-USO)
           END-IF.

       0360-PROCURAR-PRODUTO.
           IF WRK-TP-PRODUTO(WRK-TP-IDX) = POS-PRODUTO
               MOVE WRK-TP-IDX TO WRK-TP-USO
           END-IF.

      *****************************************************
      * TOTAL DO DIA E RECEITA DE TAXAS DO MES POR PRODUTO
      *****************************************************
       0600-TOTAIS-RELATORIO.
           MOVE ALL '-' TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE WRK-TOT-TAXA TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE SPACES TO TAXARPT-REC.
           STRING 'POSICOES LIDAS ' WRK-QTD-LIDAS
               '  COM TAXA ' WRK-QTD-COM-TAXA
               '  COBRADAS ' WRK-QTD-COBRADAS
               DELIMITED BY SIZE INTO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE SPACES TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE SPACES TO TAXARPT-REC.
           STRING 'RECEITA DE TAXAS POR PRODUTO - MES '
               WRK-DATA-NEGOCIO(1:6)
               DELIMITED BY SIZE INTO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE ALL '=' TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE WRK-LIN-CAB-PRD TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE ALL '-' TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           PERFORM 0610-LINHA-PRODUTO
               VARYING WRK-TP-IDX FROM 1 BY 1
               UNTIL WRK-TP-IDX > WRK-TP-QTD.
           MOVE ALL '-' TO TAXARPT-REC.
           WRITE TAXARPT-REC.
           MOVE WRK-LIN-TOT TO TAXARPT-REC.
           WRITE TAXARPT-REC.

       0610-LINHA-PRODUTO.
           MOVE WRK-TP-PRODUTO(WRK-TP-IDX)  TO WRK-LP-PRODUTO.
           MOVE WRK-TP-TAXA(WRK-TP-IDX)     TO WRK-LP-TAXA.
           MOVE WRK-TP-FREQ(WRK-TP-IDX)     TO WRK-LP-FREQ.
           MOVE WRK-TP-POSICOES(WRK-TP-IDX) TO WRK-LP-POSICOES.
           MOVE WRK-TP-VALOR(WRK-TP-IDX)    TO WRK-LP-VALOR.
           MOVE WRK-LIN-PRD TO TAXARPT-REC.
           WRITE TAXARPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTAS POSICOES COBROU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'TAXAADM'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-COBRADAS TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.

           COPY RUNPROC.
