       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALID.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: COBRANCA MENSAL DA MENSALIDADE ESCOLAR. RODADO
      *           UMA VEZ POR MES NA DATA DE NEGOCIO DO SYSIN: CADA
      *           MATRICULA ATIVA DO MATRICUL GERA UMA FATURA NO
      *           FATREG EM NOME DO RESPONSAVEL FINANCEIRO
      *           (MAT-DOC-RESP, CLIENTE ATIVO NO MASTER CLIENTE),
      *           NUMERADA NA MESMA SEQUENCIA DO FATNCTL DO
      *           FATURA. O VALOR E O PRECO DA TURMA NA TABELA
      *           TABMENS (MANTMEN) MENOS O DESCONTO OU BOLSA DO
      *           ALUNO. A PARTIR DO FATREG A MENSALIDADE SEGUE O
      *           MESMO CAMINHO DA FATURA DE FRETE (BOLETO,
      *           CAIXAAPL, COBRANCA). CADA COBRANCA FICA TAMBEM NO
      *           REGISTRO MENSREG (FATURA X MATRICULA X MES), QUE
      *           IMPEDE COBRAR O MESMO MES DUAS VEZES NO REINICIO
      *           DA RODADA E PERMITE AO BOLETIM APONTAR O ALUNO
      *           COM MENSALIDADE VENCIDA. MATRICULA INATIVA NAO E
      *           COBRADA; MATRICULA SEM RESPONSAVEL, COM
      *           RESPONSAVEL FORA DO CLIENTE OU INATIVO, OU DE
      *           TURMA SEM PRECO ATIVO SAI REJEITADA NO RELATORIO
      *           MENSRPT. BOLSA INTEGRAL NAO GERA FATURA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT TABMENS-FILE ASSIGN TO "TABMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-TURMA
               FILE STATUS IS WRK-TMS-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REG-STATUS.
           SELECT FATNCTL-FILE ASSIGN TO "FATNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT MENSREG-FILE ASSIGN TO "MENSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRG-STATUS.
           SELECT MENSRPT-FILE ASSIGN TO "MENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  TABMENS-FILE.
           COPY TABMENFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  FATNCTL-FILE.
       01  FATNCTL-REC.
           05 CTL-ULTIMO-NUM    PIC 9(08).

       FD  MENSREG-FILE.
           COPY MENREGFD.

       FD  MENSRPT-FILE.
       01  MENSRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       77 WRK-MAT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TMS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MRG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-MAT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-MAT        VALUE 'S'.
       77 WRK-EOF-MRG       PIC X(01) VALUE 'N'.
           88 WRK-FIM-MRG        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-FATURA    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INATIVAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-COBR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ISENTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COBRADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-TABELA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-COBRADO   PIC 9(11)V99 VALUE ZEROS.

      *--- VALOR DA MATRICULA CORRENTE ---*
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-BASE-DESC     PIC 9(09)V9(04) VALUE ZEROS.
       77 WRK-VALOR-DESC    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-COBRAR  PIC 9(07)V99 VALUE ZEROS.

      *--- MATRICULAS JA COBRADAS NA COMPETENCIA (MENSREG) ---*
       77 WRK-JC-QTD        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JC-IDX        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JC-USO        PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-JA-COBRADAS.
           05 WRK-JC-MATRICULA PIC 9(06) OCCURS 3000 TIMES.

       01  WRK-LIN-CAB.
           05 FILLER PIC X(07) VALUE 'MATRIC'.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(06) VALUE 'TURMA'.
           05 FILLER PIC X(09) VALUE 'FATURA'.
           05 FILLER PIC X(09) VALUE '   TABELA'.
           05 FILLER PIC X(11) VALUE '  DESC/BOLS'.
           05 FILLER PIC X(10) VALUE '     VALOR'.
       01  WRK-LIN-DET.
           05 WRK-LD-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TURMA     PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FATURA    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TABELA    PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT       PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZZ.ZZ9,99.
       01  WRK-LIN-REJ.
           05 WRK-LR-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-TURMA     PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE '*** '.
           05 WRK-LR-MOTIVO    PIC X(30).
       01  WRK-LIN-TOT.
           05 FILLER           PIC X(30)
                   VALUE 'TOTAL COBRADO NO MES......... '.
           05 WRK-LT-TABELA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
           MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-COMPETENCIA.
           MOVE 'MENSALID' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0090-LER-NUMERO-CONTROLE.
           PERFORM 0100-VARRER-MATRICULAS.
           PERFORM 0130-GRAVAR-NUMERO-CONTROLE.
           PERFORM 0600-TOTAIS-RELATORIO.
           PERFORM 0070-FECHAR-ARQUIVOS.
           DISPLAY 'MENSALIDADES ' WRK-COMPETENCIA
               ' - COBRADAS ' WRK-QTD-COBRADAS
               ' REJEITADAS ' WRK-QTD-REJEITOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.

      *****************************************************
      * MATRICUL, CLIENTE E TABMENS SAO ESSENCIAIS - SEM
      * ELES NAO HA QUEM COBRAR, DE QUEM COBRAR NEM QUANTO
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - NADA A COBRAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO ENCONTRADO (STATUS '
                   WRK-CLI-STATUS ') - SEM ELE NAO HA RESPONSAVEL'
               CLOSE MATRICUL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TABMENS-FILE.
           IF WRK-TMS-STATUS NOT = '00'
               DISPLAY 'TABELA TABMENS NAO ENCONTRADA (STATUS '
                   WRK-TMS-STATUS ') - SEM ELA NAO HA PRECO'
               CLOSE MATRICUL-FILE CLIENTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0080-CARREGAR-JA-COBRADAS.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==MENSREG==
               ==:STA:== BY ==WRK-MRG-STATUS==
               ==:DDN:== BY =='MENSREG'==.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==FATREG==
               ==:STA:== BY ==WRK-REG-STATUS==
               ==:DDN:== BY =='FATREG'==.
           OPEN OUTPUT MENSRPT-FILE.
           MOVE SPACES TO MENSRPT-REC.
           STRING 'COBRANCA DE MENSALIDADES - COMPETENCIA '
               WRK-COMPETENCIA '  EMISSAO ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE ALL '=' TO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE WRK-LIN-CAB TO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE ALL '-' TO MENSRPT-REC.
           WRITE MENSRPT-REC.

       0070-FECHAR-ARQUIVOS.
           CLOSE MATRICUL-FILE CLIENTE-FILE TABMENS-FILE
               FATREG-FILE MENSREG-FILE MENSRPT-FILE.

      *****************************************************
      * CARREGA AS MATRICULAS JA COBRADAS NA COMPETENCIA
      * (REINICIO DA RODADA NO MESMO MES). SEM O MENSREG
      * (PRIMEIRA EXECUCAO), NINGUEM FOI COBRADO AINDA
      *****************************************************
       0080-CARREGAR-JA-COBRADAS.
           MOVE ZEROS TO WRK-JC-QTD.
           OPEN INPUT MENSREG-FILE.
           IF WRK-MRG-STATUS NOT = '00'
               SET WRK-FIM-MRG TO TRUE
           END-IF.
           PERFORM 0085-LER-UMA-COBRANCA UNTIL WRK-FIM-MRG.
           IF WRK-MRG-STATUS = '00' OR WRK-MRG-STATUS = '10'
               CLOSE MENSREG-FILE
           END-IF.

       0085-LER-UMA-COBRANCA.
           READ MENSREG-FILE
               AT END
                   SET WRK-FIM-MRG TO TRUE
               NOT AT END
                   IF MRG-COMPETENCIA = WRK-COMPETENCIA
                       IF WRK-JC-QTD < 3000
                           ADD 1 TO WRK-JC-QTD
                           MOVE MRG-MATRICULA
                               TO WRK-JC-MATRICULA(WRK-JC-QTD)
                       ELSE
                           DISPLAY 'AVISO - TABELA DE COBRADAS '
                               'CHEIA - MATRICULA ' MRG-MATRICULA
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * LE DO ARQUIVO DE CONTROLE O ULTIMO NUMERO DE FATURA
      * JA UTILIZADO (O MESMO DO FATURA - AS MENSALIDADES
      * ENTRAM NA MESMA SEQUENCIA DE NUMERACAO)
      *****************************************************
       0090-LER-NUMERO-CONTROLE.
           MOVE ZEROS TO WRK-NUM-FATURA.
           OPEN INPUT FATNCTL-FILE.
           IF WRK-CTL-STATUS = '00'
               READ FATNCTL-FILE
                   AT END
                       MOVE ZEROS TO WRK-NUM-FATURA
                   NOT AT END
                       MOVE CTL-ULTIMO-NUM TO WRK-NUM-FATURA
               END-READ
               CLOSE FATNCTL-FILE
           END-IF.

       0100-VARRER-MATRICULAS.
           MOVE ZEROS TO MAT-MATRICULA.
           START MATRICUL-FILE KEY NOT < MAT-MATRICULA
               INVALID KEY
                   SET WRK-FIM-MAT TO TRUE
           END-START.
           PERFORM 0110-TRATAR-UMA-MATRICULA UNTIL WRK-FIM-MAT.

       0110-TRATAR-UMA-MATRICULA.
           READ MATRICUL-FILE NEXT
               AT END
                   SET WRK-FIM-MAT TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0200-AVALIAR-MATRICULA
                       THRU 0200-AVALIAR-FIM
           END-READ.

      *****************************************************
      * REGRAVA O ARQUIVO DE CONTROLE COM O ULTIMO NUMERO DE
      * FATURA UTILIZADO NESTA EXECUCAO
      *****************************************************
       0130-GRAVAR-NUMERO-CONTROLE.
           OPEN OUTPUT FATNCTL-FILE.
           MOVE WRK-NUM-FATURA TO CTL-ULTIMO-NUM.
           WRITE FATNCTL-REC.
           CLOSE FATNCTL-FILE.

      *****************************************************
      * SO MATRICULA ATIVA, AINDA NAO COBRADA NO MES, COM
      * RESPONSAVEL ATIVO NO CLIENTE E TURMA COM PRECO ATIVO
      * GERA FATURA. O VALOR E O PRECO DA TURMA MENOS O
      * PERCENTUAL DE DESCONTO/BOLSA DO ALUNO
      *****************************************************
       0200-AVALIAR-MATRICULA.
           IF NOT MAT-ATIVA
               ADD 1 TO WRK-QTD-INATIVAS
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-JC-USO.
           PERFORM 0210-PROCURAR-COBRADA
               VARYING WRK-JC-IDX FROM 1 BY 1
               UNTIL WRK-JC-IDX > WRK-JC-QTD
               OR WRK-JC-USO > 0.
           IF WRK-JC-USO > 0
               ADD 1 TO WRK-QTD-JA-COBR
               GO TO 0200-AVALIAR-FIM
           END-IF.
           IF MAT-DOC-RESP = SPACES
               MOVE 'SEM RESPONSAVEL FINANCEIRO' TO WRK-MOTIVO
               PERFORM 0250-REJEITAR
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE MAT-DOC-RESP TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 0250-REJEITAR
                   GO TO 0200-AVALIAR-FIM
           END-READ.
           IF NOT CLI-ATIVO
               MOVE 'RESPONSAVEL INATIVO' TO WRK-MOTIVO
               PERFORM 0250-REJEITAR
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE MAT-TURMA TO TMS-TURMA.
           READ TABMENS-FILE
               INVALID KEY
                   MOVE 'TURMA SEM PRECO NA TABELA' TO WRK-MOTIVO
                   PERFORM 0250-REJEITAR
                   GO TO 0200-AVALIAR-FIM
           END-READ.
           IF NOT TMS-ATIVA
               MOVE 'PRECO DA TURMA INATIVO' TO WRK-MOTIVO
               PERFORM 0250-REJEITAR
               GO TO 0200-AVALIAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-VALOR-DESC.
           IF NOT MAT-SEM-DESCONTO
               MULTIPLY TMS-VALOR BY MAT-PCT-DESCONTO
                   GIVING WRK-BASE-DESC
               DIVIDE WRK-BASE-DESC BY 100
                   GIVING WRK-VALOR-DESC ROUNDED
           END-IF.
           IF WRK-VALOR-DESC NOT < TMS-VALOR
               ADD 1 TO WRK-QTD-ISENTAS
               GO TO 0200-AVALIAR-FIM
           END-IF.
           SUBTRACT WRK-VALOR-DESC FROM TMS-VALOR
               GIVING WRK-VALOR-COBRAR.
           PERFORM 0300-GERAR-COBRANCA.

       0200-AVALIAR-FIM.
           EXIT.

       0210-PROCURAR-COBRADA.
           IF WRK-JC-MATRICULA(WRK-JC-IDX) = MAT-MATRICULA
               MOVE WRK-JC-IDX TO WRK-JC-USO
           END-IF.

       0250-REJEITAR.
           ADD 1 TO WRK-QTD-REJEITOS.
           MOVE MAT-MATRICULA TO WRK-LR-MATRICULA.
           MOVE MAT-NOME      TO WRK-LR-NOME.
           MOVE MAT-TURMA     TO WRK-LR-TURMA.
           MOVE WRK-MOTIVO    TO WRK-LR-MOTIVO.
           MOVE WRK-LIN-REJ TO MENSRPT-REC.
           WRITE MENSRPT-REC.

      *****************************************************
      * GRAVA A FATURA DA MENSALIDADE NO FATREG (SEM FRETE E
      * SEM ICMS), O REGISTRO MENSREG E A LINHA DO RELATORIO
      *****************************************************
       0300-GERAR-COBRANCA.
           ADD 1 TO WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA    TO REG-NUMERO.
           MOVE WRK-DATA-NEGOCIO  TO REG-DATA-EMISSAO.
           MOVE CLI-UF            TO REG-UF.
           MOVE WRK-DATA-NEGOCIO  TO REG-DATA-PEDIDO.
           MOVE MAT-DOC-RESP      TO REG-DOC.
           MOVE 1                 TO REG-QTD-ITENS.
           MOVE WRK-VALOR-COBRAR  TO REG-TOT-VALOR.
           MOVE ZEROS             TO REG-TOT-FRETE.
           MOVE ZEROS             TO REG-BASE-ICMS.
           MOVE ZEROS             TO REG-ALIQ-ICMS.
           MOVE ZEROS             TO REG-VALOR-ICMS.
           MOVE CLI-UF            TO REG-UF-ORIGEM.
           WRITE FATREG-REC.
           MOVE 'FATREG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-REG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE WRK-NUM-FATURA    TO MRG-NUMERO.
           MOVE WRK-COMPETENCIA   TO MRG-COMPETENCIA.
           MOVE MAT-MATRICULA     TO MRG-MATRICULA.
           MOVE MAT-TURMA         TO MRG-TURMA.
           MOVE MAT-DOC-RESP      TO MRG-DOC.
           MOVE WRK-DATA-NEGOCIO  TO MRG-DATA-EMISSAO.
           MOVE TMS-VALOR         TO MRG-VALOR-TABELA.
           MOVE MAT-TIPO-DESCONTO TO MRG-TIPO-DESCONTO.
           MOVE MAT-PCT-DESCONTO  TO MRG-PCT-DESCONTO.
           MOVE WRK-VALOR-COBRAR  TO MRG-VALOR.
           WRITE MENSREG-REC.
           MOVE 'MENSREG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-MRG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-COBRADAS.
           ADD TMS-VALOR TO WRK-TOT-TABELA.
           ADD WRK-VALOR-COBRAR TO WRK-TOT-COBRADO.
           MOVE MAT-MATRICULA     TO WRK-LD-MATRICULA.
           MOVE MAT-NOME          TO WRK-LD-NOME.
           MOVE MAT-TURMA         TO WRK-LD-TURMA.
           MOVE WRK-NUM-FATURA    TO WRK-LD-FATURA.
           MOVE TMS-VALOR         TO WRK-LD-TABELA.
           MOVE MAT-TIPO-DESCONTO TO WRK-LD-TIPO.
           MOVE MAT-PCT-DESCONTO  TO WRK-LD-PCT.
           MOVE WRK-VALOR-COBRAR  TO WRK-LD-VALOR.
           MOVE WRK-LIN-DET TO MENSRPT-REC.
           WRITE MENSRPT-REC.

      *****************************************************
      * TOTAL DO MES (TABELA X COBRADO) E CONTAGENS
      *****************************************************
       0600-TOTAIS-RELATORIO.
           MOVE ALL '-' TO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE WRK-TOT-TABELA  TO WRK-LT-TABELA.
           MOVE WRK-TOT-COBRADO TO WRK-LT-VALOR.
           MOVE WRK-LIN-TOT TO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE SPACES TO MENSRPT-REC.
           STRING 'MATRICULAS LIDAS ' WRK-QTD-LIDAS
               '  COBRADAS ' WRK-QTD-COBRADAS
               '  REJEITADAS ' WRK-QTD-REJEITOS
               DELIMITED BY SIZE INTO MENSRPT-REC.
           WRITE MENSRPT-REC.
           MOVE SPACES TO MENSRPT-REC.
           STRING 'INATIVAS ' WRK-QTD-INATIVAS
               '  JA COBRADAS NO MES ' WRK-QTD-JA-COBR
               '  BOLSA INTEGRAL ' WRK-QTD-ISENTAS
               DELIMITED BY SIZE INTO MENSRPT-REC.
           WRITE MENSRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DE QUE O JOB
      * RODOU E QUANTAS MENSALIDADES COBROU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'MENSALID'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-COBRADAS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITOS TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.

           COPY RUNPROC.
