       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPDD.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: FECHAMENTO MENSAL DA PROVISAO PARA DEVEDORES
      *           DUVIDOSOS (PDD). A CONTABILIDADE LANCAVA A
      *           PROVISAO A MAO, UMA VEZ POR MES, A PARTIR DE UM
      *           IMPRESSO DO ABERTOS. NA DATA BASE DO SYSIN
      *           (ZEROS = HOJE, NORMALMENTE O ULTIMO DIA DO MES):
      *             - OS TITULOS DA LISTA PDDBAIXA (APROVADOS PELA
      *               MESA DE CREDITO COMO INCOBRAVEIS) PASSAM A
      *               PERDA (SITUACAO X) NO NOVO MASTER ABERNOVO,
      *               COM LANCAMENTO PROPRIO CONTRA A PROVISAO
      *               (FONTE PDD-PERD DO CONTAMAP);
      *             - TODO TITULO ABERTO OU PARCIAL E ENVELHECIDO
      *               PELOS DIAS CORRIDOS DE ATRASO E PROVISIONADO
      *               PELO PERCENTUAL DA FAIXA DO ARQUIVO DE
      *               PARAMETROS PDDPARM (UMA LINHA POR FAIXA,
      *               "ATE N DIAS", EM ORDEM CRESCENTE);
      *             - A NOVA PROVISAO E COMPARADA COM O SALDO DO
      *               MES ANTERIOR (HISTORICO PDDHIST) JA DEDUZIDAS
      *               AS PERDAS, E SO A DIFERENCA E LANCADA
      *               (FONTE PDD-CONS: CONSTITUICAO OU REVERSAO).
      *           OS LANCAMENTOS SAEM NO LAYOUT DE IMPORTACAO DO
      *           RAZAO (ARQUIVO PDDMOV, LAYOUT GLMOV) E O
      *           RELATORIO PDDRPT TRAZ O DETALHE POR CLIENTE E
      *           FAIXA QUE SUPORTA O LANCAMENTO. MES JA
      *           PROVISIONADO NO PDDHIST E RECUSADO (RC 16), PARA
      *           NAO LANCAR A PROVISAO DUAS VEZES.
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - AS CONTAS DAS FONTES PDD-CONS E PDD-PERD SAO
      *                 CONFERIDAS NO PLANO DE CONTAS PLCONTAS ANTES DO
      *                 FECHAMENTO (INEXISTENTE OU INATIVA = RC 16).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT ABERNOVO-FILE ASSIGN TO "ABERNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABN-STATUS.
           SELECT PDDPARM-FILE ASSIGN TO "PDDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.
           SELECT PDDBAIXA-FILE ASSIGN TO "PDDBAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BXA-STATUS.
           SELECT PDDHIST-FILE ASSIGN TO "PDDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HST-STATUS.
           SELECT CONTAMAP-FILE ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAP-STATUS.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.
           SELECT PDDMOV-FILE ASSIGN TO "PDDMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLM-STATUS.
           SELECT PDDRPT-FILE ASSIGN TO "PDDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTPDD-FILE ASSIGN TO "SORTPDD".
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  ABERNOVO-FILE.
       01  ABERNOVO-REC         PIC X(77).

      *****************************************************
      * FAIXAS DE ATRASO DA PROVISAO - UMA LINHA POR FAIXA EM
      * ORDEM CRESCENTE DE DIAS: A FAIXA VALE PARA O ATRASO
      * ATE PDP-DIAS-ATE (A PRIMEIRA, COM ZERO, E A CARTEIRA A
      * VENCER); ATRASO ACIMA DA ULTIMA CAI NA ULTIMA
      *****************************************************
       FD  PDDPARM-FILE.
       01  PDDPARM-REC.
           05 PDP-DIAS-ATE      PIC 9(05).
           05 PDP-PCT           PIC 9(03)V99.
           05 PDP-DESCRICAO     PIC X(20).

      *****************************************************
      * TITULOS APROVADOS PARA BAIXA COMO PERDA NO MES
      *****************************************************
       FD  PDDBAIXA-FILE.
       01  PDDBAIXA-REC.
           05 PDB-NUMERO        PIC 9(08).
           05 PDB-PARCELA       PIC 9(02).
           05 PDB-MOTIVO        PIC X(30).

      *****************************************************
      * HISTORICO DOS FECHAMENTOS - UMA LINHA POR MES COM O
      * SALDO DA PROVISAO QUE FICOU NO RAZAO
      *****************************************************
       FD  PDDHIST-FILE.
       01  PDDHIST-REC.
           05 PDH-ANOMES        PIC 9(06).
           05 PDH-DATA          PIC 9(08).
           05 PDH-QTD-TITULOS   PIC 9(07).
           05 PDH-CARTEIRA      PIC 9(13)V99.
           05 PDH-SALDO-PDD     PIC 9(13)V99.
           05 PDH-PERDAS        PIC 9(13)V99.

       FD  CONTAMAP-FILE.
           COPY CTAMAPFD.

       FD  PLCONTAS-FILE.
           COPY PLCONTFD.

       FD  PDDMOV-FILE.
           COPY GLMOVFD.

       FD  PDDRPT-FILE.
       01  PDDRPT-REC           PIC X(80).

       SD  SORTPDD-FILE.
       01  SORTPDD-REC.
           05 SRT-DOC           PIC X(14).
           05 SRT-FAIXA         PIC 9(02).
           05 SRT-NUMERO        PIC 9(08).
           05 SRT-PARCELA       PIC 9(02).
           05 SRT-VENC          PIC 9(08).
           05 SRT-DIAS          PIC 9(05).
           05 SRT-SALDO         PIC 9(11)V99.
           05 SRT-PCT           PIC 9(03)V99.
           05 SRT-PROVISAO      PIC 9(11)V99.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BXA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MAP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-GLM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PLC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CONTA-CONF    PIC 9(08) VALUE ZEROS.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       01  WRK-BASE-GRUPO.
           05 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       01  WRK-BASE-R REDEFINES WRK-BASE-GRUPO.
           05 WRK-BASE-ANOMES  PIC 9(06).
           05 WRK-BASE-DIA     PIC 9(02).
       01  WRK-BASE-R2 REDEFINES WRK-BASE-GRUPO.
           05 WRK-BAS-ANO      PIC 9(04).
           05 WRK-BAS-MES      PIC 9(02).
           05 WRK-BAS-DIA      PIC 9(02).
       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO      PIC 9(04).
           05 WRK-VEN-MES      PIC 9(02).
           05 WRK-VEN-DIA      PIC 9(02).

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TITULOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PERDAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANCTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-TITULO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CARTEIRA  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PROVISAO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PERDAS    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MES-ANTERIOR  PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-AJUSTADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.

      *--- FAIXAS DE ATRASO (PDDPARM) E ACUMULADOS ---*
       77 WRK-FX-QTD        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FX-IDX        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FX-USO        PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-FAIXAS.
           05 WRK-FX-ITEM OCCURS 10 TIMES.
               10 WRK-FX-ATE       PIC 9(05).
               10 WRK-FX-PCT       PIC 9(03)V99.
               10 WRK-FX-DESC      PIC X(20).
               10 WRK-FX-TITULOS   PIC 9(07).
               10 WRK-FX-SALDO     PIC 9(13)V99.
               10 WRK-FX-PROVISAO  PIC 9(13)V99.

      *--- TITULOS APROVADOS PARA PERDA (PDDBAIXA) ---*
       77 WRK-BX-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BX-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BX-USO        PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-BAIXAS.
           05 WRK-BX-ITEM OCCURS 500 TIMES.
               10 WRK-BX-NUMERO    PIC 9(08).
               10 WRK-BX-PARCELA   PIC 9(02).
               10 WRK-BX-MOTIVO    PIC X(30).
               10 WRK-BX-DOC       PIC X(14).
               10 WRK-BX-SALDO     PIC 9(11)V99.
               10 WRK-BX-SITUACAO  PIC X(01).

      *--- MAPA DE CONTAS EM MEMORIA (MESMO DO GLEXTR) ---*
       77 WRK-MAP-QTD       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAP-IDX       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAP-USO       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FONTE-BUSCA   PIC X(08) VALUE SPACES.
       01  WRK-TAB-MAPA.
           05 WRK-MAP-ITEM OCCURS 20 TIMES.
               10 WRK-MAP-FONTE   PIC X(08).
               10 WRK-MAP-DEB     PIC 9(08).
               10 WRK-MAP-CRD     PIC 9(08).

       77 WRK-CONTA-LANC    PIC 9(08) VALUE ZEROS.
       77 WRK-DC-LANC       PIC X(01) VALUE SPACES.
       77 WRK-VALOR-LANC    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-HIST-LANC     PIC X(30) VALUE SPACES.

      *--- QUEBRA POR CLIENTE NA SAIDA DO SORT ---*
       77 WRK-DOC-ATUAL     PIC X(14) VALUE SPACES.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-CLI-SALDO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CLI-PROVISAO  PIC 9(13)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-TITULO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LT-NUMERO    PIC 9(08).
           05 WRK-LT-TRACO     PIC X(01).
           05 WRK-LT-PARCELA   PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-VENC      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-FAIXA     PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-SALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-PCT       PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-PROVISAO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-SUBTOTAL.
           05 WRK-LS-ROTULO    PIC X(32).
           05 WRK-LS-SALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 WRK-LS-PROVISAO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-FAIXA.
           05 WRK-LF-FAIXA     PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-DESC      PIC X(20).
           05 WRK-LF-TITULOS   PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-SALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PCT       PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PROVISAO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-PERDA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-NUMERO    PIC 9(08).
           05 WRK-LP-TRACO     PIC X(01).
           05 WRK-LP-PARCELA   PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-SALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-OBS       PIC X(30).
       01  WRK-LIN-MOVTO.
           05 WRK-LM-ROTULO    PIC X(40).
           05 WRK-LM-VALOR     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA BASE DA PROVISAO AAAAMMDD '
               '(ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE = 0
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0100-CARREGAR-FAIXAS.
           PERFORM 0120-CARREGAR-MAPA.
           PERFORM 0140-LER-HISTORICO.
           PERFORM 0160-CARREGAR-BAIXAS.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - FECHAMENTO RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ABERNOVO-FILE.
           OPEN OUTPUT PDDRPT-FILE.
           MOVE SPACES TO PDDRPT-REC.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - DATA BASE '
               WRK-DATA-BASE DELIMITED BY SIZE INTO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE ALL '=' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           SORT SORTPDD-FILE
               ON ASCENDING KEY SRT-DOC SRT-FAIXA SRT-NUMERO
                   SRT-PARCELA
               INPUT PROCEDURE IS 0200-ENVELHECER-TITULOS
               OUTPUT PROCEDURE IS 0300-DETALHE-POR-CLIENTE.
           CLOSE ABERTOS-FILE ABERNOVO-FILE.
           PERFORM 0400-RESUMO-POR-FAIXA.
           PERFORM 0450-RELACIONAR-PERDAS.
           OPEN OUTPUT PDDMOV-FILE.
           PERFORM 0500-LANCAR-PERDAS.
           PERFORM 0550-LANCAR-DIFERENCA.
           CLOSE PDDMOV-FILE.
           PERFORM 0600-MOVIMENTO-PROVISAO.
           PERFORM 0700-GRAVAR-HISTORICO.
           CLOSE PDDRPT-FILE.
           DISPLAY 'PROVPDD - PROVISAO ' WRK-TOT-PROVISAO
               ' PERDAS ' WRK-QTD-PERDAS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * CARREGA AS FAIXAS DE ATRASO. SEM O PARAMETRO NAO HA
      * PERCENTUAL A APLICAR - FECHAMENTO RECUSADO
      *****************************************************
       0100-CARREGAR-FAIXAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PDDPARM-FILE.
           IF WRK-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETRO PDDPARM NAO ENCONTRADO (STATUS '
                   WRK-PRM-STATUS ') - FECHAMENTO RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0110-LER-UMA-FAIXA UNTIL WRK-FIM-ARQ.
           CLOSE PDDPARM-FILE.
           IF WRK-FX-QTD = 0
               DISPLAY 'PDDPARM SEM FAIXAS - FECHAMENTO RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LER-UMA-FAIXA.
           READ PDDPARM-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-FX-QTD < 10
                       ADD 1 TO WRK-FX-QTD
                       INITIALIZE WRK-FX-ITEM(WRK-FX-QTD)
                       MOVE PDP-DIAS-ATE  TO WRK-FX-ATE(WRK-FX-QTD)
                       MOVE PDP-PCT       TO WRK-FX-PCT(WRK-FX-QTD)
                       MOVE PDP-DESCRICAO TO WRK-FX-DESC(WRK-FX-QTD)
                   ELSE
                       DISPLAY 'AVISO - PDDPARM COM MAIS DE 10 '
                           'FAIXAS - EXCEDENTE IGNORADO'
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA O MAPA DE CONTAS E CONFERE AS DUAS FONTES DA
      * PDD ANTES DE TOCAR EM QUALQUER ARQUIVO
      *****************************************************
       0120-CARREGAR-MAPA.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CONTAMAP-FILE.
           IF WRK-MAP-STATUS NOT = '00'
               DISPLAY 'MAPA DE CONTAS CONTAMAP NAO ENCONTRADO '
                   '(STATUS ' WRK-MAP-STATUS ') - FECHAMENTO '
                   'RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0125-LER-UMA-CONTA UNTIL WRK-FIM-ARQ.
           CLOSE CONTAMAP-FILE.
           OPEN INPUT PLCONTAS-FILE.
           IF WRK-PLC-STATUS NOT = '00'
               DISPLAY 'PLANO DE CONTAS PLCONTAS NAO ENCONTRADO '
                   '(STATUS ' WRK-PLC-STATUS ') - FECHAMENTO '
                   'RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'PDD-CONS' TO WRK-FONTE-BUSCA.
           PERFORM 0130-ACHAR-FONTE.
           PERFORM 0137-CONFERIR-CONTAS-FONTE.
           MOVE 'PDD-PERD' TO WRK-FONTE-BUSCA.
           PERFORM 0130-ACHAR-FONTE.
           PERFORM 0137-CONFERIR-CONTAS-FONTE.
           CLOSE PLCONTAS-FILE.

       0125-LER-UMA-CONTA.
           READ CONTAMAP-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-MAP-QTD < 20
                       ADD 1 TO WRK-MAP-QTD
                       MOVE CMP-FONTE TO WRK-MAP-FONTE(WRK-MAP-QTD)
                       MOVE CMP-CONTA-DEB TO
                           WRK-MAP-DEB(WRK-MAP-QTD)
                       MOVE CMP-CONTA-CRD TO
                           WRK-MAP-CRD(WRK-MAP-QTD)
                   END-IF
           END-READ.

       0130-ACHAR-FONTE.
           MOVE ZEROS TO WRK-MAP-USO.
           PERFORM 0135-PROCURAR-FONTE
               VARYING WRK-MAP-IDX FROM 1 BY 1
               UNTIL WRK-MAP-IDX > WRK-MAP-QTD
               OR WRK-MAP-USO > 0.
           IF WRK-MAP-USO = 0
               DISPLAY 'FONTE ' WRK-FONTE-BUSCA ' SEM CONTA NO '
                   'CONTAMAP - FECHAMENTO RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0135-PROCURAR-FONTE.
           IF WRK-MAP-FONTE(WRK-MAP-IDX) = WRK-FONTE-BUSCA
               MOVE WRK-MAP-IDX TO WRK-MAP-USO
           END-IF.

      *****************************************************
      * AS CONTAS DA FONTE TEM DE EXISTIR NO PLANO DE CONTAS E
      * ESTAR ATIVAS - SENAO O PDDMOV SERIA RECUSADO NO RAZAO
      *****************************************************
       0137-CONFERIR-CONTAS-FONTE.
           MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-CONF.
           PERFORM 0138-CONFERIR-UMA-CONTA.
           MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-CONF.
           PERFORM 0138-CONFERIR-UMA-CONTA.

       0138-CONFERIR-UMA-CONTA.
           MOVE WRK-CONTA-CONF TO PLC-CONTA.
           READ PLCONTAS-FILE
               INVALID KEY
                   MOVE 'N' TO PLC-SITUACAO
           END-READ.
           IF NOT PLC-ATIVA
               DISPLAY 'CONTA ' WRK-CONTA-CONF ' DA FONTE '
                   WRK-FONTE-BUSCA ' INEXISTENTE OU INATIVA NO '
                   'PLCONTAS - FECHAMENTO RECUSADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * SALDO DA PROVISAO DO ULTIMO FECHAMENTO ANTERIOR A DATA
      * BASE. MES JA FECHADO E RECUSADO; SEM HISTORICO E O
      * PRIMEIRO FECHAMENTO (SALDO ANTERIOR ZERO)
      *****************************************************
       0140-LER-HISTORICO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PDDHIST-FILE.
           IF WRK-HST-STATUS = '00'
               PERFORM 0145-LER-UM-FECHAMENTO UNTIL WRK-FIM-ARQ
               CLOSE PDDHIST-FILE
           ELSE
               DISPLAY 'AVISO - HISTORICO PDDHIST NAO ENCONTRADO '
                   '- PRIMEIRO FECHAMENTO, SALDO ANTERIOR ZERO'
           END-IF.

       0145-LER-UM-FECHAMENTO.
           READ PDDHIST-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF PDH-ANOMES = WRK-BASE-ANOMES
                       DISPLAY 'MES ' WRK-BASE-ANOMES ' JA '
                           'PROVISIONADO EM ' PDH-DATA
                           ' - FECHAMENTO DUPLICADO RECUSADO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF PDH-ANOMES < WRK-BASE-ANOMES
                       AND PDH-ANOMES > WRK-MES-ANTERIOR
                       MOVE PDH-ANOMES    TO WRK-MES-ANTERIOR
                       MOVE PDH-SALDO-PDD TO WRK-SALDO-ANTERIOR
                   END-IF
           END-READ.

      *****************************************************
      * LISTA DE TITULOS APROVADOS PARA PERDA NO MES (SEM A
      * LISTA, NENHUMA PERDA E BAIXADA)
      *****************************************************
       0160-CARREGAR-BAIXAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT PDDBAIXA-FILE.
           IF WRK-BXA-STATUS = '00'
               PERFORM 0165-LER-UMA-BAIXA UNTIL WRK-FIM-ARQ
               CLOSE PDDBAIXA-FILE
           ELSE
               DISPLAY 'AVISO - LISTA PDDBAIXA NAO ENCONTRADA - '
                   'NENHUMA PERDA BAIXADA NO MES'
           END-IF.

       0165-LER-UMA-BAIXA.
           READ PDDBAIXA-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-BX-QTD < 500
                       ADD 1 TO WRK-BX-QTD
                       MOVE PDB-NUMERO  TO WRK-BX-NUMERO(WRK-BX-QTD)
                       MOVE PDB-PARCELA TO
                           WRK-BX-PARCELA(WRK-BX-QTD)
                       MOVE PDB-MOTIVO  TO WRK-BX-MOTIVO(WRK-BX-QTD)
                       MOVE SPACES TO WRK-BX-DOC(WRK-BX-QTD)
                       MOVE ZEROS  TO WRK-BX-SALDO(WRK-BX-QTD)
                       MOVE 'N'    TO WRK-BX-SITUACAO(WRK-BX-QTD)
                   ELSE
                       DISPLAY 'AVISO - PDDBAIXA COM MAIS DE 500 '
                           'TITULOS - FATURA ' PDB-NUMERO
                           ' FICA PARA O PROXIMO MES'
                   END-IF
           END-READ.

      *****************************************************
      * ENTRADA DO SORT: CADA TITULO DO ABERTOS VAI PARA O
      * ABERNOVO (O APROVADO PARA PERDA JA COM A SITUACAO X) E
      * O ABERTO OU PARCIAL E ENVELHECIDO E PROVISIONADO
      *****************************************************
       0200-ENVELHECER-TITULOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-UM-TITULO UNTIL WRK-FIM-ARQ.

       0210-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ABR-PARCELA NOT NUMERIC
                       MOVE 1 TO ABR-PARCELA ABR-QTD-PARCELAS
                   END-IF
                   IF ABR-ABERTA OR ABR-PARCIAL
                       PERFORM 0220-VERIFICAR-BAIXA
                   END-IF
                   IF ABR-ABERTA OR ABR-PARCIAL
                       PERFORM 0230-PROVISIONAR-TITULO
                   END-IF
                   MOVE ABERTOS-REC TO ABERNOVO-REC
                   WRITE ABERNOVO-REC
                   MOVE 'ABERNOVO' TO WRK-IO-DDNAME
                   MOVE 'WRITE' TO WRK-IO-OPERACAO
                   MOVE WRK-ABN-STATUS TO WRK-IO-STATUS
                   PERFORM 9800-CONFERIR-IO
           END-READ.

       0220-VERIFICAR-BAIXA.
           MOVE ZEROS TO WRK-BX-USO.
           PERFORM 0225-PROCURAR-BAIXA
               VARYING WRK-BX-IDX FROM 1 BY 1
               UNTIL WRK-BX-IDX > WRK-BX-QTD
               OR WRK-BX-USO > 0.
           IF WRK-BX-USO > 0
               MOVE 'X' TO ABR-SITUACAO
               MOVE 'S' TO WRK-BX-SITUACAO(WRK-BX-USO)
               MOVE ABR-DOC TO WRK-BX-DOC(WRK-BX-USO)
               COMPUTE WRK-BX-SALDO(WRK-BX-USO) =
                   ABR-VALOR - ABR-VALOR-PAGO
               ADD WRK-BX-SALDO(WRK-BX-USO) TO WRK-TOT-PERDAS
               ADD 1 TO WRK-QTD-PERDAS
           END-IF.

       0225-PROCURAR-BAIXA.
           IF WRK-BX-NUMERO(WRK-BX-IDX) = ABR-NUMERO
               AND WRK-BX-PARCELA(WRK-BX-IDX) = ABR-PARCELA
               AND WRK-BX-SITUACAO(WRK-BX-IDX) = 'N'
               MOVE WRK-BX-IDX TO WRK-BX-USO
           END-IF.

      *****************************************************
      * ATRASO EM DIAS CORRIDOS ATE A DATA BASE (A VENCER =
      * ZERO), PELA ROTINA COMUM DE IDADE DA CALPROC; A FAIXA
      * E A PRIMEIRA CUJO LIMITE COBRE O ATRASO
      *****************************************************
       0230-PROVISIONAR-TITULO.
           COMPUTE WRK-SALDO-TITULO = ABR-VALOR - ABR-VALOR-PAGO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF ABR-DATA-VENC < WRK-DATA-BASE
               MOVE ABR-DATA-VENC TO WRK-VENCIMENTO
               MOVE WRK-VEN-DIA TO WRK-IDADE-DIA1
               MOVE WRK-VEN-MES TO WRK-IDADE-MES1
               MOVE WRK-VEN-ANO TO WRK-IDADE-ANO1
               MOVE WRK-BAS-DIA TO WRK-IDADE-DIA2
               MOVE WRK-BAS-MES TO WRK-IDADE-MES2
               MOVE WRK-BAS-ANO TO WRK-IDADE-ANO2
               PERFORM 0600-CALCULAR-IDADE-DIAS
               MOVE WRK-IDADE-DIAS TO WRK-DIAS-ATRASO
           END-IF.
           MOVE ZEROS TO WRK-FX-USO.
           PERFORM 0235-PROCURAR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-FX-QTD
               OR WRK-FX-USO > 0.
           IF WRK-FX-USO = 0
               MOVE WRK-FX-QTD TO WRK-FX-USO
           END-IF.
           ADD 1 TO WRK-QTD-TITULOS.
           MOVE ABR-DOC         TO SRT-DOC.
           MOVE WRK-FX-USO      TO SRT-FAIXA.
           MOVE ABR-NUMERO      TO SRT-NUMERO.
           MOVE ABR-PARCELA     TO SRT-PARCELA.
           MOVE ABR-DATA-VENC   TO SRT-VENC.
           MOVE WRK-DIAS-ATRASO TO SRT-DIAS.
           MOVE WRK-SALDO-TITULO TO SRT-SALDO.
           MOVE WRK-FX-PCT(WRK-FX-USO) TO SRT-PCT.
           COMPUTE SRT-PROVISAO ROUNDED =
               WRK-SALDO-TITULO * SRT-PCT / 100.
           ADD 1 TO WRK-FX-TITULOS(WRK-FX-USO).
           ADD WRK-SALDO-TITULO TO WRK-FX-SALDO(WRK-FX-USO)
               WRK-TOT-CARTEIRA.
           ADD SRT-PROVISAO TO WRK-FX-PROVISAO(WRK-FX-USO)
               WRK-TOT-PROVISAO.
           RELEASE SORTPDD-REC.

       0235-PROCURAR-FAIXA.
           IF WRK-DIAS-ATRASO NOT > WRK-FX-ATE(WRK-FX-IDX)
               MOVE WRK-FX-IDX TO WRK-FX-USO
           END-IF.

      *****************************************************
      * SAIDA DO SORT: DETALHE POR CLIENTE E FAIXA, COM O
      * SUBTOTAL DO CLIENTE NA QUEBRA
      *****************************************************
       0300-DETALHE-POR-CLIENTE.
           MOVE SPACES TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE 'DETALHE POR CLIENTE E FAIXA' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE '  TITULO      VENCTO    DIAS FX           SALDO'
               TO PDDRPT-REC.
           MOVE '    PCT         PROVISAO' TO PDDRPT-REC(49:).
           WRITE PDDRPT-REC.
           MOVE ALL '-' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           RETURN SORTPDD-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0310-TRATAR-UM-TITULO UNTIL WRK-FIM-SRT.
           IF WRK-CLI-ABERTO = 'S'
               PERFORM 0330-FECHAR-CLIENTE
           END-IF.

       0310-TRATAR-UM-TITULO.
           IF WRK-CLI-ABERTO = 'N'
               OR SRT-DOC NOT = WRK-DOC-ATUAL
               IF WRK-CLI-ABERTO = 'S'
                   PERFORM 0330-FECHAR-CLIENTE
               END-IF
               PERFORM 0320-ABRIR-CLIENTE
           END-IF.
           MOVE SPACES TO WRK-LIN-TITULO.
           MOVE SRT-NUMERO   TO WRK-LT-NUMERO.
           MOVE '-'          TO WRK-LT-TRACO.
           MOVE SRT-PARCELA  TO WRK-LT-PARCELA.
           MOVE SRT-VENC     TO WRK-LT-VENC.
           MOVE SRT-DIAS     TO WRK-LT-DIAS.
           MOVE SRT-FAIXA    TO WRK-LT-FAIXA.
           MOVE SRT-SALDO    TO WRK-LT-SALDO.
           MOVE SRT-PCT      TO WRK-LT-PCT.
           MOVE SRT-PROVISAO TO WRK-LT-PROVISAO.
           MOVE WRK-LIN-TITULO TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           ADD SRT-SALDO    TO WRK-CLI-SALDO.
           ADD SRT-PROVISAO TO WRK-CLI-PROVISAO.
           RETURN SORTPDD-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0320-ABRIR-CLIENTE.
           MOVE 'S' TO WRK-CLI-ABERTO.
           MOVE SRT-DOC TO WRK-DOC-ATUAL.
           MOVE ZEROS TO WRK-CLI-SALDO WRK-CLI-PROVISAO.
           MOVE SPACES TO PDDRPT-REC.
           STRING 'CLIENTE ' SRT-DOC DELIMITED BY SIZE
               INTO PDDRPT-REC.
           WRITE PDDRPT-REC.

       0330-FECHAR-CLIENTE.
           MOVE SPACES TO WRK-LIN-SUBTOTAL.
           MOVE '  TOTAL DO CLIENTE' TO WRK-LS-ROTULO.
           MOVE WRK-CLI-SALDO    TO WRK-LS-SALDO.
           MOVE WRK-CLI-PROVISAO TO WRK-LS-PROVISAO.
           MOVE WRK-LIN-SUBTOTAL TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE SPACES TO PDDRPT-REC.
           WRITE PDDRPT-REC.

      *****************************************************
      * RESUMO DA CARTEIRA E DA PROVISAO POR FAIXA
      *****************************************************
       0400-RESUMO-POR-FAIXA.
           MOVE SPACES TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE 'RESUMO POR FAIXA DE ATRASO' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE ALL '-' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           PERFORM 0410-IMPRIMIR-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-FX-QTD.
           MOVE SPACES TO WRK-LIN-FAIXA.
           MOVE 'TOTAL DA CARTEIRA' TO WRK-LF-DESC.
           MOVE WRK-QTD-TITULOS  TO WRK-LF-TITULOS.
           MOVE WRK-TOT-CARTEIRA TO WRK-LF-SALDO.
           MOVE WRK-TOT-PROVISAO TO WRK-LF-PROVISAO.
           MOVE WRK-LIN-FAIXA TO PDDRPT-REC.
           WRITE PDDRPT-REC.

       0410-IMPRIMIR-FAIXA.
           MOVE SPACES TO WRK-LIN-FAIXA.
           MOVE WRK-FX-IDX TO WRK-LF-FAIXA.
           MOVE WRK-FX-DESC(WRK-FX-IDX)     TO WRK-LF-DESC.
           MOVE WRK-FX-TITULOS(WRK-FX-IDX)  TO WRK-LF-TITULOS.
           MOVE WRK-FX-SALDO(WRK-FX-IDX)    TO WRK-LF-SALDO.
           MOVE WRK-FX-PCT(WRK-FX-IDX)      TO WRK-LF-PCT.
           MOVE WRK-FX-PROVISAO(WRK-FX-IDX) TO WRK-LF-PROVISAO.
           MOVE WRK-LIN-FAIXA TO PDDRPT-REC.
           WRITE PDDRPT-REC.

      *****************************************************
      * TITULOS BAIXADOS COMO PERDA E OS DA LISTA QUE NAO
      * ESTAVAM EM ABERTO NO MASTER
      *****************************************************
       0450-RELACIONAR-PERDAS.
           MOVE SPACES TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE 'TITULOS BAIXADOS COMO PERDA' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE ALL '-' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           PERFORM 0460-IMPRIMIR-PERDA
               VARYING WRK-BX-IDX FROM 1 BY 1
               UNTIL WRK-BX-IDX > WRK-BX-QTD.

       0460-IMPRIMIR-PERDA.
           MOVE SPACES TO WRK-LIN-PERDA.
           MOVE WRK-BX-NUMERO(WRK-BX-IDX)  TO WRK-LP-NUMERO.
           MOVE '-'                        TO WRK-LP-TRACO.
           MOVE WRK-BX-PARCELA(WRK-BX-IDX) TO WRK-LP-PARCELA.
           MOVE WRK-BX-DOC(WRK-BX-IDX)     TO WRK-LP-DOC.
           MOVE WRK-BX-SALDO(WRK-BX-IDX)   TO WRK-LP-SALDO.
           IF WRK-BX-SITUACAO(WRK-BX-IDX) = 'S'
               MOVE WRK-BX-MOTIVO(WRK-BX-IDX) TO WRK-LP-OBS
           ELSE
               MOVE 'NAO ESTA EM ABERTO - IGNORADO' TO WRK-LP-OBS
           END-IF.
           MOVE WRK-LIN-PERDA TO PDDRPT-REC.
           WRITE PDDRPT-REC.

      *****************************************************
      * UM LANCAMENTO POR TITULO PERDIDO: DEBITO NA PROVISAO,
      * CREDITO EM CLIENTES (CONTAS DA FONTE PDD-PERD)
      *****************************************************
       0500-LANCAR-PERDAS.
           MOVE 'PDD-PERD' TO WRK-FONTE-BUSCA.
           PERFORM 0130-ACHAR-FONTE.
           PERFORM 0510-LANCAR-UMA-PERDA
               VARYING WRK-BX-IDX FROM 1 BY 1
               UNTIL WRK-BX-IDX > WRK-BX-QTD.

       0510-LANCAR-UMA-PERDA.
           IF WRK-BX-SITUACAO(WRK-BX-IDX) = 'S'
               AND WRK-BX-SALDO(WRK-BX-IDX) > 0
               MOVE SPACES TO WRK-HIST-LANC
               STRING 'PERDA FATURA ' WRK-BX-NUMERO(WRK-BX-IDX)
                   '-' WRK-BX-PARCELA(WRK-BX-IDX)
                   DELIMITED BY SIZE INTO WRK-HIST-LANC
               MOVE WRK-BX-SALDO(WRK-BX-IDX) TO WRK-VALOR-LANC
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
           END-IF.

      *****************************************************
      * SO A DIFERENCA ENTRE A NOVA PROVISAO E O SALDO QUE
      * SOBROU DO MES ANTERIOR DEPOIS DAS PERDAS: POSITIVA E
      * CONSTITUICAO (DEBITO NA DESPESA, CREDITO NA PROVISAO
      * DA FONTE PDD-CONS), NEGATIVA E REVERSAO (CONTAS
      * INVERTIDAS)
      *****************************************************
       0550-LANCAR-DIFERENCA.
           COMPUTE WRK-SALDO-AJUSTADO =
               WRK-SALDO-ANTERIOR - WRK-TOT-PERDAS.
           COMPUTE WRK-DIFERENCA =
               WRK-TOT-PROVISAO - WRK-SALDO-AJUSTADO.
           MOVE 'PDD-CONS' TO WRK-FONTE-BUSCA.
           PERFORM 0130-ACHAR-FONTE.
           MOVE SPACES TO WRK-HIST-LANC.
           IF WRK-DIFERENCA > 0
               STRING 'CONSTITUICAO PDD ' WRK-BASE-ANOMES
                   DELIMITED BY SIZE INTO WRK-HIST-LANC
               MOVE WRK-DIFERENCA TO WRK-VALOR-LANC
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DIFERENCA < 0
               STRING 'REVERSAO PDD ' WRK-BASE-ANOMES
                   DELIMITED BY SIZE INTO WRK-HIST-LANC
               COMPUTE WRK-VALOR-LANC = 0 - WRK-DIFERENCA
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
               PERFORM 0590-GRAVAR-LANCAMENTO
           END-IF.

      *****************************************************
      * GRAVA UM LANCAMENTO NO PDDMOV (LAYOUT GLMOV) NA DATA
      * BASE E ACUMULA DEBITOS E CREDITOS PARA A PROVA
      *****************************************************
       0590-GRAVAR-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCTOS.
           MOVE SPACES TO GLMOV-REC.
           MOVE WRK-DATA-BASE   TO GLM-DATA.
           MOVE WRK-FONTE-BUSCA TO GLM-FONTE.
           MOVE WRK-CONTA-LANC  TO GLM-CONTA.
           MOVE WRK-DC-LANC     TO GLM-DC.
           MOVE WRK-VALOR-LANC  TO GLM-VALOR.
           MOVE WRK-HIST-LANC   TO GLM-HISTORICO.
           WRITE GLMOV-REC.
           MOVE 'PDDMOV' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-GLM-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           IF WRK-DC-LANC = 'D'
               ADD WRK-VALOR-LANC TO WRK-TOT-DEBITOS
           ELSE
               ADD WRK-VALOR-LANC TO WRK-TOT-CREDITOS
           END-IF.

      *****************************************************
      * MOVIMENTO DA PROVISAO NO MES E PROVA DOS LANCAMENTOS
      *****************************************************
       0600-MOVIMENTO-PROVISAO.
           MOVE SPACES TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE SPACES TO PDDRPT-REC.
           STRING 'MOVIMENTO DA PROVISAO (MES ANTERIOR '
               WRK-MES-ANTERIOR ')' DELIMITED BY SIZE
               INTO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE ALL '-' TO PDDRPT-REC.
           WRITE PDDRPT-REC.
           MOVE 'SALDO DO MES ANTERIOR..................'
               TO WRK-LM-ROTULO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE '(-) PERDAS BAIXADAS CONTRA A PROVISAO..'
               TO WRK-LM-ROTULO.
           MOVE WRK-TOT-PERDAS TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE '(=) SALDO AJUSTADO.....................'
               TO WRK-LM-ROTULO.
           MOVE WRK-SALDO-AJUSTADO TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE 'PROVISAO CALCULADA NA DATA BASE........'
               TO WRK-LM-ROTULO.
           MOVE WRK-TOT-PROVISAO TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE 'DIFERENCA LANCADA (+ CONST / - REVERS).'
               TO WRK-LM-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE 'TOTAL DE DEBITOS NO PDDMOV.............'
               TO WRK-LM-ROTULO.
           MOVE WRK-TOT-DEBITOS TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.
           MOVE 'TOTAL DE CREDITOS NO PDDMOV............'
               TO WRK-LM-ROTULO.
           MOVE WRK-TOT-CREDITOS TO WRK-LM-VALOR.
           PERFORM 0610-GRAVAR-MOVTO.

       0610-GRAVAR-MOVTO.
           MOVE WRK-LIN-MOVTO TO PDDRPT-REC.
           WRITE PDDRPT-REC.

      *****************************************************
      * REGISTRA O FECHAMENTO NO HISTORICO - O SALDO GRAVADO
      * E O QUE FICA NO RAZAO DEPOIS DOS LANCAMENTOS
      *****************************************************
       0700-GRAVAR-HISTORICO.
           OPEN EXTEND PDDHIST-FILE.
           IF WRK-HST-STATUS NOT = '00'
               OPEN OUTPUT PDDHIST-FILE
           END-IF.
           MOVE 'PDDHIST' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-HST-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE WRK-BASE-ANOMES  TO PDH-ANOMES.
           MOVE WRK-DATA-BASE    TO PDH-DATA.
           MOVE WRK-QTD-TITULOS  TO PDH-QTD-TITULOS.
           MOVE WRK-TOT-CARTEIRA TO PDH-CARTEIRA.
           MOVE WRK-TOT-PROVISAO TO PDH-SALDO-PDD.
           MOVE WRK-TOT-PERDAS   TO PDH-PERDAS.
           WRITE PDDHIST-REC.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-HST-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           CLOSE PDDHIST-FILE.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'PROVPDD'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-BASE    TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LANCTOS  TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
