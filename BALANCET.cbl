       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCET.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: BALANCETE DE VERIFICACAO DO NOSSO LADO, ANTES
      *           DE OS LANCAMENTOS CHEGAREM A CONTABILIDADE. RODA
      *           APOS O GLEXTR NA DATA DE NEGOCIO DO SYSIN E LE
      *           OS LANCAMENTOS DO DIA NO LAYOUT GLMOV (ARQUIVO
      *           GLMOV DO GLEXTR E, QUANDO HOUVER, O PDDMOV DO
      *           FECHAMENTO MENSAL DA PDD COM DATA DO DIA):
      *             - CONFERE CADA LANCAMENTO CONTRA O PLANO DE
      *               CONTAS PLCONTAS (CONTA EXISTENTE E ATIVA);
      *             - CONFERE DEBITOS = CREDITOS;
      *             - ESTANDO TUDO CERTO, ATUALIZA O SALDO E OS
      *               ACUMULADOS DO MES DE CADA CONTA NO PLCONTAS.
      *           O RELATORIO BALRPT TRAZ, POR CONTA, SALDO
      *           ANTERIOR, DEBITOS, CREDITOS E SALDO ATUAL - DO DIA
      *           E ACUMULADO NO MES - E A PROVA DE QUE O TOTAL DOS
      *           DEBITOS E IGUAL AO DOS CREDITOS. CONTA INVALIDA OU
      *           DIA DESBALANCEADO ENCERRA COM RC 16 SEM ATUALIZAR
      *           O PLANO (CORRIGIDO O GLMOV, O BALANCET RODA DE
      *           NOVO). A RODADA E CONTROLADA PELO RUNCTL: NAO
      *           RODA EM DATA FECHADA NEM DUAS VEZES NA MESMA DATA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.
           SELECT GLMOV-FILE ASSIGN TO "GLMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLM-STATUS.
           SELECT PDDMOV-FILE ASSIGN TO "PDDMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDM-STATUS.
           SELECT BALRPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  PLCONTAS-FILE.
           COPY PLCONTFD.

       FD  GLMOV-FILE.
           COPY GLMOVFD.

       FD  PDDMOV-FILE.
           COPY GLMOVFD REPLACING ==GLMOV-REC== BY ==PDDMOV-REC==
               LEADING ==GLM-== BY ==PDM-==.

       FD  BALRPT-FILE.
       01  BALRPT-REC           PIC X(80).

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-PLC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-GLM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PDM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       01  WRK-NEGOCIO-GRUPO.
           05 WRK-DATA-NEGOCIO PIC 9(08) VALUE ZEROS.
       01  WRK-NEGOCIO-R REDEFINES WRK-NEGOCIO-GRUPO.
           05 WRK-NEG-ANOMES   PIC 9(06).
           05 WRK-NEG-DIA      PIC 9(02).

       77 WRK-QTD-LANCTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATUALIZ   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ATUALIZAR     PIC X(01) VALUE 'S'.
           88 WRK-PODE-ATUALIZAR VALUE 'S'.

      *--- LANCAMENTO CORRENTE (GLMOV OU PDDMOV) ---*
       77 WRK-ORIGEM-LANC   PIC X(08) VALUE SPACES.
       77 WRK-FONTE-LANC    PIC X(08) VALUE SPACES.
       77 WRK-CONTA-LANC    PIC 9(08) VALUE ZEROS.
       77 WRK-DC-LANC       PIC X(01) VALUE SPACES.
       77 WRK-VALOR-LANC    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-HIST-LANC     PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO-CONTA  PIC X(20) VALUE SPACES.

      *--- PLANO DE CONTAS EM MEMORIA, NA ORDEM DA CHAVE ---*
       77 WRK-CT-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CT-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CT-USO        PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05 WRK-CT-ITEM OCCURS 500 TIMES.
               10 WRK-CT-CONTA     PIC 9(08).
               10 WRK-CT-NOME      PIC X(30).
               10 WRK-CT-NATUREZA  PIC X(01).
               10 WRK-CT-SITUACAO  PIC X(01).
               10 WRK-CT-SALDO-DIA PIC S9(13)V99.
               10 WRK-CT-DEB-DIA   PIC 9(13)V99.
               10 WRK-CT-CRD-DIA   PIC 9(13)V99.
               10 WRK-CT-SALDO-MES PIC S9(13)V99.
               10 WRK-CT-DEB-MES   PIC 9(13)V99.
               10 WRK-CT-CRD-MES   PIC 9(13)V99.

      *--- LANCAMENTOS RECUSADOS (PRIMEIROS 50) ---*
       77 WRK-INV-QTD       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-INV-IDX       PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-INVALIDOS.
           05 WRK-INV-ITEM OCCURS 50 TIMES.
               10 WRK-INV-ORIGEM  PIC X(08).
               10 WRK-INV-FONTE   PIC X(08).
               10 WRK-INV-CONTA   PIC 9(08).
               10 WRK-INV-DC      PIC X(01).
               10 WRK-INV-MOTIVO  PIC X(20).
               10 WRK-INV-HIST    PIC X(30).

      *--- IMPRESSAO DE UMA LINHA DO BALANCETE ---*
       77 WRK-IMP-INICIAL   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-IMP-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-IMP-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-IMP-FINAL     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-IMP-SALDO     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-IMP-VALOR     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-IMP-DC        PIC X(01) VALUE SPACES.
       77 WRK-SOMA-INICIAL  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-DEBITOS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-FINAL    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SECAO-MES     PIC X(01) VALUE 'N'.
           88 WRK-IMPRIMINDO-MES VALUE 'S'.

       01  WRK-LIN-CONTA.
           05 WRK-LC-CONTA     PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-NOME      PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-NATUREZA  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-SITUACAO  PIC X(07).
       01  WRK-LIN-VALORES.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LV-INICIAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LV-DC-INI    PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LV-DEBITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LV-CREDITOS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LV-FINAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LV-DC-FIM    PIC X(01).

           COPY RUNDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           MOVE 'BALANCET' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           PERFORM 0100-CARREGAR-PLANO.
           MOVE 'GLMOV' TO WRK-ORIGEM-LANC.
           PERFORM 0200-LER-GLMOV.
           MOVE 'PDDMOV' TO WRK-ORIGEM-LANC.
           PERFORM 0250-LER-PDDMOV.
           IF WRK-QTD-INVALIDOS > 0
               OR WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               MOVE 'N' TO WRK-ATUALIZAR
           END-IF.
           OPEN OUTPUT BALRPT-FILE.
           PERFORM 0400-BALANCETE-DO-DIA.
           PERFORM 0450-BALANCETE-DO-MES.
           PERFORM 0480-PROVA-E-RECUSAS.
           CLOSE BALRPT-FILE.
           IF WRK-PODE-ATUALIZAR
               PERFORM 0500-ATUALIZAR-PLANO
               CLOSE PLCONTAS-FILE
               PERFORM 9710-REGISTRAR-FIM-RUN
               DISPLAY 'BALANCET - ' WRK-QTD-LANCTOS
                   ' LANCAMENTOS, ' WRK-QTD-ATUALIZ
                   ' CONTAS ATUALIZADAS'
           ELSE
               CLOSE PLCONTAS-FILE
               DISPLAY 'BALANCETE NAO FECHA OU HA CONTA FORA DO '
                   'PLANO - PLCONTAS NAO ATUALIZADO (RC 16)'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * CARREGA O PLANO DE CONTAS NA ORDEM DA CHAVE. NA VIRADA
      * DO MES O SALDO DA CONTA VIRA O SALDO INICIAL DO MES E
      * OS ACUMULADOS RECOMECAM
      *****************************************************
       0100-CARREGAR-PLANO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN I-O PLCONTAS-FILE.
           IF WRK-PLC-STATUS NOT = '00'
               DISPLAY 'PLANO DE CONTAS PLCONTAS NAO ENCONTRADO '
                   '(STATUS ' WRK-PLC-STATUS ') - BALANCETE '
                   'RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO PLC-CONTA.
           START PLCONTAS-FILE KEY NOT < PLC-CONTA
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-CARREGAR-UMA-CONTA UNTIL WRK-FIM-ARQ.

       0110-CARREGAR-UMA-CONTA.
           READ PLCONTAS-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-CT-QTD < 500
                       ADD 1 TO WRK-CT-QTD
                       PERFORM 0120-GUARDAR-CONTA
                   ELSE
                       DISPLAY 'PLANO COM MAIS DE 500 CONTAS - '
                           'BALANCETE RECUSADO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       0120-GUARDAR-CONTA.
           MOVE PLC-CONTA    TO WRK-CT-CONTA(WRK-CT-QTD).
           MOVE PLC-NOME     TO WRK-CT-NOME(WRK-CT-QTD).
           MOVE PLC-NATUREZA TO WRK-CT-NATUREZA(WRK-CT-QTD).
           MOVE PLC-SITUACAO TO WRK-CT-SITUACAO(WRK-CT-QTD).
           MOVE PLC-SALDO    TO WRK-CT-SALDO-DIA(WRK-CT-QTD).
           MOVE ZEROS TO WRK-CT-DEB-DIA(WRK-CT-QTD)
               WRK-CT-CRD-DIA(WRK-CT-QTD).
           IF PLC-ANOMES = WRK-NEG-ANOMES
               MOVE PLC-SALDO-INI-MES TO
                   WRK-CT-SALDO-MES(WRK-CT-QTD)
               MOVE PLC-DEB-MES TO WRK-CT-DEB-MES(WRK-CT-QTD)
               MOVE PLC-CRD-MES TO WRK-CT-CRD-MES(WRK-CT-QTD)
           ELSE
               MOVE PLC-SALDO TO WRK-CT-SALDO-MES(WRK-CT-QTD)
               MOVE ZEROS TO WRK-CT-DEB-MES(WRK-CT-QTD)
                   WRK-CT-CRD-MES(WRK-CT-QTD)
           END-IF.

      *****************************************************
      * LANCAMENTOS DO DIA DO GLEXTR. SEM O GLMOV O DIA NAO
      * TEVE MOVIMENTO E O BALANCETE SAI SO COM OS SALDOS
      *****************************************************
       0200-LER-GLMOV.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT GLMOV-FILE.
           IF WRK-GLM-STATUS = '00'
               PERFORM 0210-LER-UM-GLMOV UNTIL WRK-FIM-ARQ
               CLOSE GLMOV-FILE
           ELSE
               DISPLAY 'AVISO - GLMOV NAO ENCONTRADO (STATUS '
                   WRK-GLM-STATUS ') - DIA SEM LANCAMENTOS'
           END-IF.

       0210-LER-UM-GLMOV.
           READ GLMOV-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF GLM-DATA = WRK-DATA-NEGOCIO
                       MOVE GLM-FONTE     TO WRK-FONTE-LANC
                       MOVE GLM-CONTA     TO WRK-CONTA-LANC
                       MOVE GLM-DC        TO WRK-DC-LANC
                       MOVE GLM-VALOR     TO WRK-VALOR-LANC
                       MOVE GLM-HISTORICO TO WRK-HIST-LANC
                       PERFORM 0300-ACUMULAR-LANCAMENTO
                   END-IF
           END-READ.

      *****************************************************
      * LANCAMENTOS DO FECHAMENTO DA PDD, SO NO DIA EM QUE O
      * PROVPDD RODOU (O ARQUIVO FICA ATE O PROXIMO MES)
      *****************************************************
       0250-LER-PDDMOV.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PDDMOV-FILE.
           IF WRK-PDM-STATUS = '00'
               PERFORM 0260-LER-UM-PDDMOV UNTIL WRK-FIM-ARQ
               CLOSE PDDMOV-FILE
           END-IF.

       0260-LER-UM-PDDMOV.
           READ PDDMOV-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF PDM-DATA = WRK-DATA-NEGOCIO
                       MOVE PDM-FONTE     TO WRK-FONTE-LANC
                       MOVE PDM-CONTA     TO WRK-CONTA-LANC
                       MOVE PDM-DC        TO WRK-DC-LANC
                       MOVE PDM-VALOR     TO WRK-VALOR-LANC
                       MOVE PDM-HISTORICO TO WRK-HIST-LANC
                       PERFORM 0300-ACUMULAR-LANCAMENTO
                   END-IF
           END-READ.

      *****************************************************
      * CONFERE A CONTA DO LANCAMENTO NO PLANO E ACUMULA O
      * DEBITO OU CREDITO DO DIA NA CONTA E NO TOTAL
      *****************************************************
       0300-ACUMULAR-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCTOS.
           IF WRK-DC-LANC = 'D'
               ADD WRK-VALOR-LANC TO WRK-TOT-DEBITOS
           ELSE
               ADD WRK-VALOR-LANC TO WRK-TOT-CREDITOS
           END-IF.
           MOVE SPACES TO WRK-MOTIVO-CONTA.
           MOVE ZEROS TO WRK-CT-USO.
           PERFORM 0310-PROCURAR-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-CT-QTD
               OR WRK-CT-USO > 0.
           IF WRK-CT-USO = 0
               MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO-CONTA
           ELSE
               IF WRK-CT-SITUACAO(WRK-CT-USO) NOT = 'S'
                   MOVE 'CONTA INATIVA' TO WRK-MOTIVO-CONTA
               END-IF
           END-IF.
           IF WRK-DC-LANC NOT = 'D' AND WRK-DC-LANC NOT = 'C'
               MOVE 'D/C INVALIDO' TO WRK-MOTIVO-CONTA
           END-IF.
           IF WRK-MOTIVO-CONTA = SPACES
               IF WRK-DC-LANC = 'D'
                   ADD WRK-VALOR-LANC TO WRK-CT-DEB-DIA(WRK-CT-USO)
               ELSE
                   ADD WRK-VALOR-LANC TO WRK-CT-CRD-DIA(WRK-CT-USO)
               END-IF
           ELSE
               PERFORM 0320-GUARDAR-RECUSA
           END-IF.

       0310-PROCURAR-CONTA.
           IF WRK-CT-CONTA(WRK-CT-IDX) = WRK-CONTA-LANC
               MOVE WRK-CT-IDX TO WRK-CT-USO
           END-IF.

       0320-GUARDAR-RECUSA.
           ADD 1 TO WRK-QTD-INVALIDOS.
           IF WRK-INV-QTD < 50
               ADD 1 TO WRK-INV-QTD
               MOVE WRK-ORIGEM-LANC  TO WRK-INV-ORIGEM(WRK-INV-QTD)
               MOVE WRK-FONTE-LANC   TO WRK-INV-FONTE(WRK-INV-QTD)
               MOVE WRK-CONTA-LANC   TO WRK-INV-CONTA(WRK-INV-QTD)
               MOVE WRK-DC-LANC      TO WRK-INV-DC(WRK-INV-QTD)
               MOVE WRK-MOTIVO-CONTA TO WRK-INV-MOTIVO(WRK-INV-QTD)
               MOVE WRK-HIST-LANC    TO WRK-INV-HIST(WRK-INV-QTD)
           END-IF.

      *****************************************************
      * BALANCETE DO DIA: SALDO ANTERIOR (O DO ULTIMO
      * BALANCETE), DEBITOS E CREDITOS DO DIA E SALDO ATUAL
      *****************************************************
       0400-BALANCETE-DO-DIA.
           MOVE SPACES TO BALRPT-REC.
           STRING 'BALANCETE DE VERIFICACAO DO DIA '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO BALRPT-REC.
           WRITE BALRPT-REC.
           PERFORM 0410-CABECALHO-COLUNAS.
           MOVE 'N' TO WRK-SECAO-MES.
           MOVE ZEROS TO WRK-SOMA-INICIAL WRK-SOMA-DEBITOS
               WRK-SOMA-CREDITOS WRK-SOMA-FINAL.
           PERFORM 0420-IMPRIMIR-UMA-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-CT-QTD.
           PERFORM 0440-IMPRIMIR-TOTAIS.

      *****************************************************
      * ACUMULADO NO MES: SALDO NO INICIO DO MES, DEBITOS E
      * CREDITOS DO MES ATE HOJE E SALDO ATUAL
      *****************************************************
       0450-BALANCETE-DO-MES.
           MOVE SPACES TO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE SPACES TO BALRPT-REC.
           STRING 'BALANCETE DE VERIFICACAO ACUMULADO NO MES '
               WRK-NEG-ANOMES ' ATE ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO BALRPT-REC.
           WRITE BALRPT-REC.
           PERFORM 0410-CABECALHO-COLUNAS.
           MOVE 'S' TO WRK-SECAO-MES.
           MOVE ZEROS TO WRK-SOMA-INICIAL WRK-SOMA-DEBITOS
               WRK-SOMA-CREDITOS WRK-SOMA-FINAL.
           PERFORM 0420-IMPRIMIR-UMA-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-CT-QTD.
           PERFORM 0440-IMPRIMIR-TOTAIS.

       0410-CABECALHO-COLUNAS.
           MOVE ALL '=' TO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE 'CONTA    NOME                           NATUREZA'
               TO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE '      SALDO ANTERIOR            DEBITOS'
               TO BALRPT-REC.
           MOVE '           CREDITOS        SALDO ATUAL'
               TO BALRPT-REC(40:).
           WRITE BALRPT-REC.
           MOVE ALL '-' TO BALRPT-REC.
           WRITE BALRPT-REC.

      *****************************************************
      * UMA CONTA DO BALANCETE (SO AS QUE TEM SALDO OU
      * MOVIMENTO) - SALDOS COM INDICADOR D (DEVEDOR) OU C
      * (CREDOR)
      *****************************************************
       0420-IMPRIMIR-UMA-CONTA.
           IF WRK-IMPRIMINDO-MES
               MOVE WRK-CT-SALDO-MES(WRK-CT-IDX) TO WRK-IMP-INICIAL
               COMPUTE WRK-IMP-DEBITOS = WRK-CT-DEB-MES(WRK-CT-IDX)
                   + WRK-CT-DEB-DIA(WRK-CT-IDX)
               COMPUTE WRK-IMP-CREDITOS = WRK-CT-CRD-MES(WRK-CT-IDX)
                   + WRK-CT-CRD-DIA(WRK-CT-IDX)
           ELSE
               MOVE WRK-CT-SALDO-DIA(WRK-CT-IDX) TO WRK-IMP-INICIAL
               MOVE WRK-CT-DEB-DIA(WRK-CT-IDX) TO WRK-IMP-DEBITOS
               MOVE WRK-CT-CRD-DIA(WRK-CT-IDX) TO WRK-IMP-CREDITOS
           END-IF.
           COMPUTE WRK-IMP-FINAL = WRK-IMP-INICIAL + WRK-IMP-DEBITOS
               - WRK-IMP-CREDITOS.
           IF WRK-IMP-INICIAL NOT = 0 OR WRK-IMP-DEBITOS > 0
               OR WRK-IMP-CREDITOS > 0
               MOVE SPACES TO WRK-LIN-CONTA
               MOVE WRK-CT-CONTA(WRK-CT-IDX) TO WRK-LC-CONTA
               MOVE WRK-CT-NOME(WRK-CT-IDX)  TO WRK-LC-NOME
               EVALUATE WRK-CT-NATUREZA(WRK-CT-IDX)
                   WHEN 'A' MOVE 'ATIVO'    TO WRK-LC-NATUREZA
                   WHEN 'P' MOVE 'PASSIVO'  TO WRK-LC-NATUREZA
                   WHEN 'R' MOVE 'RECEITA'  TO WRK-LC-NATUREZA
                   WHEN 'D' MOVE 'DESPESA'  TO WRK-LC-NATUREZA
               END-EVALUATE
               IF WRK-CT-SITUACAO(WRK-CT-IDX) NOT = 'S'
                   MOVE 'INATIVA' TO WRK-LC-SITUACAO
               END-IF
               MOVE WRK-LIN-CONTA TO BALRPT-REC
               WRITE BALRPT-REC
               PERFORM 0430-IMPRIMIR-VALORES
               ADD WRK-IMP-INICIAL  TO WRK-SOMA-INICIAL
               ADD WRK-IMP-DEBITOS  TO WRK-SOMA-DEBITOS
               ADD WRK-IMP-CREDITOS TO WRK-SOMA-CREDITOS
               ADD WRK-IMP-FINAL    TO WRK-SOMA-FINAL
           END-IF.

       0430-IMPRIMIR-VALORES.
           MOVE SPACES TO WRK-LIN-VALORES.
           MOVE WRK-IMP-INICIAL TO WRK-IMP-SALDO.
           PERFORM 0435-SEPARAR-SALDO.
           MOVE WRK-IMP-VALOR TO WRK-LV-INICIAL.
           MOVE WRK-IMP-DC    TO WRK-LV-DC-INI.
           MOVE WRK-IMP-DEBITOS  TO WRK-LV-DEBITOS.
           MOVE WRK-IMP-CREDITOS TO WRK-LV-CREDITOS.
           MOVE WRK-IMP-FINAL TO WRK-IMP-SALDO.
           PERFORM 0435-SEPARAR-SALDO.
           MOVE WRK-IMP-VALOR TO WRK-LV-FINAL.
           MOVE WRK-IMP-DC    TO WRK-LV-DC-FIM.
           MOVE WRK-LIN-VALORES TO BALRPT-REC.
           WRITE BALRPT-REC.

       0435-SEPARAR-SALDO.
           EVALUATE TRUE
               WHEN WRK-IMP-SALDO > 0
                   MOVE WRK-IMP-SALDO TO WRK-IMP-VALOR
                   MOVE 'D' TO WRK-IMP-DC
               WHEN WRK-IMP-SALDO < 0
                   COMPUTE WRK-IMP-VALOR = 0 - WRK-IMP-SALDO
                   MOVE 'C' TO WRK-IMP-DC
               WHEN OTHER
                   MOVE ZEROS TO WRK-IMP-VALOR
                   MOVE SPACE TO WRK-IMP-DC
           END-EVALUATE.

      *****************************************************
      * TOTAIS DA SECAO: DEBITOS TEM DE SER IGUAIS AOS
      * CREDITOS E A SOMA DOS SALDOS, ZERO
      *****************************************************
       0440-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE SPACES TO BALRPT-REC.
           IF WRK-SOMA-DEBITOS = WRK-SOMA-CREDITOS
               AND WRK-SOMA-FINAL = 0
               MOVE 'TOTAIS - BALANCETE FECHADO' TO BALRPT-REC
           ELSE
               MOVE 'TOTAIS - BALANCETE DESBALANCEADO' TO BALRPT-REC
           END-IF.
           WRITE BALRPT-REC.
           MOVE WRK-SOMA-INICIAL  TO WRK-IMP-INICIAL.
           MOVE WRK-SOMA-DEBITOS  TO WRK-IMP-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO WRK-IMP-CREDITOS.
           MOVE WRK-SOMA-FINAL    TO WRK-IMP-FINAL.
           PERFORM 0430-IMPRIMIR-VALORES.

      *****************************************************
      * PROVA DOS LANCAMENTOS LIDOS E LISTA DOS RECUSADOS
      *****************************************************
       0480-PROVA-E-RECUSAS.
           MOVE SPACES TO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE SPACES TO BALRPT-REC.
           STRING 'LANCAMENTOS LIDOS: ' WRK-QTD-LANCTOS
               '  RECUSADOS: ' WRK-QTD-INVALIDOS
               DELIMITED BY SIZE INTO BALRPT-REC.
           WRITE BALRPT-REC.
           MOVE SPACES TO WRK-LIN-VALORES.
           MOVE WRK-TOT-DEBITOS  TO WRK-LV-DEBITOS.
           MOVE WRK-TOT-CREDITOS TO WRK-LV-CREDITOS.
           MOVE WRK-LIN-VALORES TO BALRPT-REC.
           MOVE 'TOTAL LIDO D/C' TO BALRPT-REC(1:21).
           MOVE SPACES TO BALRPT-REC(59:).
           WRITE BALRPT-REC.
           MOVE SPACES TO BALRPT-REC.
           IF WRK-PODE-ATUALIZAR
               MOVE 'PLANO DE CONTAS ATUALIZADO COM O MOVIMENTO DO '
                   TO BALRPT-REC
               MOVE 'DIA' TO BALRPT-REC(48:)
           ELSE
               MOVE 'PLANO DE CONTAS NAO ATUALIZADO - CORRIGIR E '
                   TO BALRPT-REC
               MOVE 'RODAR DE NOVO' TO BALRPT-REC(46:)
           END-IF.
           WRITE BALRPT-REC.
           PERFORM 0490-IMPRIMIR-RECUSA
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QTD.

       0490-IMPRIMIR-RECUSA.
           MOVE SPACES TO BALRPT-REC.
           STRING WRK-INV-ORIGEM(WRK-INV-IDX) ' '
               WRK-INV-FONTE(WRK-INV-IDX) ' '
               WRK-INV-CONTA(WRK-INV-IDX) ' '
               WRK-INV-DC(WRK-INV-IDX) ' '
               WRK-INV-MOTIVO(WRK-INV-IDX) ' '
               WRK-INV-HIST(WRK-INV-IDX)(1:21)
               DELIMITED BY SIZE INTO BALRPT-REC.
           WRITE BALRPT-REC.

      *****************************************************
      * GRAVA NO PLCONTAS O NOVO SALDO E OS ACUMULADOS DO MES
      * DE CADA CONTA
      *****************************************************
       0500-ATUALIZAR-PLANO.
           PERFORM 0510-ATUALIZAR-UMA-CONTA
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-CT-QTD.

       0510-ATUALIZAR-UMA-CONTA.
           MOVE WRK-CT-CONTA(WRK-CT-IDX) TO PLC-CONTA.
           READ PLCONTAS-FILE.
           MOVE 'PLCONTAS' TO WRK-IO-DDNAME.
           MOVE 'READ' TO WRK-IO-OPERACAO.
           MOVE WRK-PLC-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           COMPUTE PLC-SALDO = WRK-CT-SALDO-DIA(WRK-CT-IDX)
               + WRK-CT-DEB-DIA(WRK-CT-IDX)
               - WRK-CT-CRD-DIA(WRK-CT-IDX).
           MOVE WRK-NEG-ANOMES TO PLC-ANOMES.
           MOVE WRK-CT-SALDO-MES(WRK-CT-IDX) TO PLC-SALDO-INI-MES.
           COMPUTE PLC-DEB-MES = WRK-CT-DEB-MES(WRK-CT-IDX)
               + WRK-CT-DEB-DIA(WRK-CT-IDX).
           COMPUTE PLC-CRD-MES = WRK-CT-CRD-MES(WRK-CT-IDX)
               + WRK-CT-CRD-DIA(WRK-CT-IDX).
           IF WRK-CT-DEB-DIA(WRK-CT-IDX) > 0
               OR WRK-CT-CRD-DIA(WRK-CT-IDX) > 0
               MOVE WRK-DATA-NEGOCIO TO PLC-DATA-ULT-MOV
           END-IF.
           REWRITE PLCONTAS-REC.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-PLC-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           ADD 1 TO WRK-QTD-ATUALIZ.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'BALANCET'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO  TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LANCTOS   TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-ATUALIZ   TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-INVALIDOS TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY RUNPROC.

           COPY FSTPROC.
