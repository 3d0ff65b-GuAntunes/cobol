       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMECOTA.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: COME-COTAS SEMESTRAL DOS FUNDOS DE INVESTIMENTO
      *           DO MASTER POSICAO. NO ULTIMO DIA UTIL DE MAIO E
      *           DE NOVEMBRO (CONFERIDO PELA ROTINA COMUM DE DIA
      *           UTIL DA CALPROC, COM O MASTER FERIADOS), CADA
      *           POSICAO DE PRODUTO COM PRD-TIPO DE FUNDO PAGA O
      *           IR ANTECIPADO SOBRE O RENDIMENTO DESDE O ULTIMO
      *           EVENTO (SALDO MENOS POS-BASE-IR, OU MENOS O
      *           VALOR APLICADO NO PRIMEIRO EVENTO): 15% NO FUNDO
      *           DE LONGO PRAZO (F), 20% NO DE CURTO PRAZO (C). O
      *           IMPOSTO SAI DO POS-SALDO-PROJ, O NOVO SALDO VIRA
      *           A BASE JA TRIBUTADA (O RESGATE SO TRIBUTA O QUE
      *           RENDER DALI EM DIANTE), O IR SE ACUMULA EM
      *           POS-IR-ANTEC E O MOVIMENTO VAI PARA O JORNAL
      *           MOVJORN COMO TIPO C. EM OUTRA DATA O PROGRAMA
      *           SO AVISA E TERMINA. SEM ISTO OS FUNDOS
      *           MOSTRAVAM O SALDO BRUTO, MAIOR QUE O REAL.
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
           SELECT COMECRPT-FILE ASSIGN TO "COMECRPT"
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

       FD  COMECRPT-FILE.
       01  COMECRPT-REC         PIC X(80).

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
       77 WRK-QTD-FUNDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TRIBUT    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-REND  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-IMPOSTO   PIC 9(11)V99 VALUE ZEROS.

      *--- COME-COTAS DA POSICAO CORRENTE ---*
       77 WRK-BASE-IR       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTES   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ALIQ-CC       PIC 9(02)V9 VALUE ZEROS.
       77 WRK-IMPOSTO       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO     PIC 9(04).
           05 WRK-NEG-MES     PIC 9(02).
           05 WRK-NEG-DIA     PIC 9(02).

       01  WRK-LIN-CAB.
           05 FILLER PIC X(16) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(16) VALUE 'PRODUTO'.
           05 FILLER PIC X(14) VALUE '   SALDO ANTES'.
           05 FILLER PIC X(14) VALUE '    RENDIMENTO'.
           05 FILLER PIC X(13) VALUE '     IR COTAS'.
           05 FILLER PIC X(06) VALUE '  ALIQ'.
       01  WRK-LIN-DET.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-REND      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-IMPOSTO   PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ALIQ      PIC Z9,9.
       01  WRK-LIN-TOT.
           05 FILLER           PIC X(30)
                   VALUE 'TOTAL DE IR ANTECIPADO....... '.
           05 WRK-LT-IMPOSTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 0050-CONFERIR-DATA-EVENTO
               THRU 0050-CONFERIR-FIM.
           MOVE 'COMECOTA' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-VARRER-POSICOES.
           PERFORM 0600-TOTAIS-RELATORIO.
           PERFORM 0070-FECHAR-ARQUIVOS.
           DISPLAY 'COME-COTAS ' WRK-DATA-NEGOCIO
               ' - POSICOES DE FUNDO ' WRK-QTD-FUNDOS
               ' TRIBUTADAS ' WRK-QTD-TRIBUT.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.

      *****************************************************
      * O COME-COTAS SO OCORRE NO ULTIMO DIA UTIL DE MAIO E DE
      * NOVEMBRO: A DATA DE NEGOCIO TEM DE SER DIA UTIL DE UM
      * DESSES MESES E O PROXIMO DIA UTIL TEM DE CAIR NO MES
      * SEGUINTE. FORA DISSO, NADA A FAZER (RC 0)
      *****************************************************
       0050-CONFERIR-DATA-EVENTO.
           IF WRK-NEG-MES NOT = 5 AND WRK-NEG-MES NOT = 11
               GO TO 0055-FORA-DO-EVENTO
           END-IF.
           MOVE WRK-NEG-DIA TO WRK-PROX-DIA.
           MOVE WRK-NEG-MES TO WRK-PROX-MES.
           MOVE WRK-NEG-ANO TO WRK-PROX-ANO.
           PERFORM 0530-VERIFICAR-DIA-UTIL.
           IF NOT ACHOU-DIA-UTIL
               GO TO 0055-FORA-DO-EVENTO
           END-IF.
           MOVE WRK-NEG-DIA TO WRK-CALC-DIA.
           MOVE WRK-NEG-MES TO WRK-CALC-MES.
           MOVE WRK-NEG-ANO TO WRK-CALC-ANO.
           PERFORM 0500-ACHAR-PROX-DIA-UTIL.
           IF WRK-PROX-MES = WRK-NEG-MES
               GO TO 0055-FORA-DO-EVENTO
           END-IF.
           GO TO 0050-CONFERIR-FIM.

       0055-FORA-DO-EVENTO.
           DISPLAY 'DATA ' WRK-DATA-NEGOCIO ' NAO E O ULTIMO DIA '
               'UTIL DE MAIO OU NOVEMBRO - SEM COME-COTAS'.
           STOP RUN.

       0050-CONFERIR-FIM.
           EXIT.

       0060-ABRIR-ARQUIVOS.
           OPEN I-O POSICAO-FILE.
           IF WRK-POS-STATUS NOT = '00'
               DISPLAY 'MASTER POSICAO NAO ENCONTRADO (STATUS '
                   WRK-POS-STATUS ') - NADA A TRIBUTAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'CATALOGO PRODCAT NAO ENCONTRADO (STATUS '
                   WRK-PRD-STATUS ') - SEM ELE NAO HA COMO '
                   'SEPARAR OS FUNDOS'
               CLOSE POSICAO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==MOVJORN==
               ==:STA:== BY ==WRK-JRN-STATUS==
               ==:DDN:== BY =='MOVJORN'==.
           OPEN OUTPUT COMECRPT-FILE.
           MOVE SPACES TO COMECRPT-REC.
           STRING 'COME-COTAS DOS FUNDOS - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO COMECRPT-REC.
           WRITE COMECRPT-REC.
           MOVE ALL '=' TO COMECRPT-REC.
           WRITE COMECRPT-REC.
           MOVE WRK-LIN-CAB TO COMECRPT-REC.
           WRITE COMECRPT-REC.
           MOVE ALL '-' TO COMECRPT-REC.
           WRITE COMECRPT-REC.

       0070-FECHAR-ARQUIVOS.
           CLOSE POSICAO-FILE PRODCAT-FILE MOVJORN-FILE
               COMECRPT-FILE.

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
      * SO POSICAO DE FUNDO, AINDA NAO TRIBUTADA NESTA DATA (UM
      * REINICIO DA RODADA NAO COBRA DUAS VEZES), E COM
      * RENDIMENTO POSITIVO DESDE A BASE PAGA O COME-COTAS
      *****************************************************
       0200-AVALIAR-POSICAO.
           MOVE POS-PRODUTO TO PRD-NOME.
           READ PRODCAT-FILE
               INVALID KEY
                   GO TO 0200-AVALIAR-FIM
           END-READ.
           IF NOT PRD-FUNDO
               GO TO 0200-AVALIAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-FUNDOS.
           IF POS-DATA-CC NOT < WRK-DATA-NEGOCIO
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE POS-VALOR-APL TO WRK-BASE-IR.
           IF POS-BASE-IR > 0
               MOVE POS-BASE-IR TO WRK-BASE-IR
           END-IF.
           COMPUTE WRK-RENDIMENTO = POS-SALDO-PROJ - WRK-BASE-IR.
           IF WRK-RENDIMENTO NOT > 0
               ADD 1 TO WRK-QTD-SEM-REND
               GO TO 0200-AVALIAR-FIM
           END-IF.
           IF PRD-FUNDO-CURTO
               MOVE 20,0 TO WRK-ALIQ-CC
           ELSE
               MOVE 15,0 TO WRK-ALIQ-CC
           END-IF.
           COMPUTE WRK-IMPOSTO ROUNDED =
               WRK-RENDIMENTO * WRK-ALIQ-CC / 100.
           PERFORM 0300-APLICAR-COME-COTAS.

       0200-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * ABATE O IR DO SALDO, FIXA A NOVA BASE JA TRIBUTADA,
      * GRAVA O JORNAL (TIPO C) E A LINHA DO RELATORIO
      *****************************************************
       0300-APLICAR-COME-COTAS.
           MOVE POS-SALDO-PROJ TO WRK-SALDO-ANTES.
           SUBTRACT WRK-IMPOSTO FROM POS-SALDO-PROJ.
           MOVE POS-SALDO-PROJ   TO POS-BASE-IR.
           MOVE WRK-DATA-NEGOCIO TO POS-DATA-CC.
           ADD WRK-IMPOSTO       TO POS-IR-ANTEC.
           REWRITE POSICAO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'POSICAO' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-POS-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-TRIBUT.
           ADD WRK-IMPOSTO TO WRK-TOT-IMPOSTO.
           MOVE SPACES TO MOVJORN-REC.
           MOVE WRK-DATA-NEGOCIO TO MVJ-DATA.
           MOVE POS-DOC          TO MVJ-DOC.
           MOVE POS-PRODUTO      TO MVJ-PRODUTO.
           MOVE 'C'              TO MVJ-TIPO.
           MOVE WRK-IMPOSTO      TO MVJ-VALOR.
           MOVE WRK-IMPOSTO      TO MVJ-IMPOSTO.
           MOVE ZEROS            TO MVJ-PENALIDADE.
           WRITE MOVJORN-REC.
           MOVE 'MOVJORN' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-JRN-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE POS-DOC          TO WRK-LD-DOC.
           MOVE POS-PRODUTO      TO WRK-LD-PRODUTO.
           MOVE WRK-SALDO-ANTES  TO WRK-LD-SALDO.
           MOVE WRK-RENDIMENTO   TO WRK-LD-REND.
           MOVE WRK-IMPOSTO      TO WRK-LD-IMPOSTO.
           MOVE WRK-ALIQ-CC      TO WRK-LD-ALIQ.
           MOVE WRK-LIN-DET TO COMECRPT-REC.
           WRITE COMECRPT-REC.

       0600-TOTAIS-RELATORIO.
           MOVE ALL '-' TO COMECRPT-REC.
           WRITE COMECRPT-REC.
           MOVE WRK-TOT-IMPOSTO TO WRK-LT-IMPOSTO.
           MOVE WRK-LIN-TOT TO COMECRPT-REC.
           WRITE COMECRPT-REC.
           MOVE SPACES TO COMECRPT-REC.
           STRING 'POSICOES LIDAS ' WRK-QTD-LIDAS
               '  DE FUNDO ' WRK-QTD-FUNDOS
               '  TRIBUTADAS ' WRK-QTD-TRIBUT
               '  SEM RENDIMENTO ' WRK-QTD-SEM-REND
               DELIMITED BY SIZE INTO COMECRPT-REC.
           WRITE COMECRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTAS POSICOES TRIBUTOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'COMECOTA'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-TRIBUT   TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.

           COPY RUNPROC.
