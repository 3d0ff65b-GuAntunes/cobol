       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCDI.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RENTABILIDADE DAS CARTEIRAS DE INVESTIMENTO
      *           CONTRA O CDI, POR CLIENTE E POR POSICAO, NO
      *           PERIODO DO SYSIN (MES INICIAL E FINAL AAAAMM, ATE
      *           24 MESES; DOCUMENTO EM BRANCO = TODOS). O RETORNO
      *           E PONDERADO NO TEMPO (TWR): MES A MES, O SALDO DE
      *           FIM DE MES DO HISTORICO POSHIST (GRAVADO PELO
      *           REVALPOS) DIVIDIDO PELO SALDO DO MES ANTERIOR MAIS
      *           O FLUXO LIQUIDO DO MES NO JORNAL MOVJORN (APORTE
      *           SOMA; RESGATE E COME-COTAS SUBTRAEM - FLUXO
      *           CONSIDERADO NO INICIO DO MES), ENCADEADO NO
      *           PERIODO. MES SEM SALDO NO HISTORICO NAO ENTRA. O
      *           CDI DE REFERENCIA E O ACUMULADO DO ARQUIVO INDICES
      *           NOS MESMOS MESES QUE ENTRARAM NA CONTA. SAI O
      *           RETORNO, O CDI E O RETORNO EM % DO CDI (RELATORIO
      *           RENTRPT), E NO FIM O RANKING DA CASA POR PRODUTO:
      *           O ENTREGUE CONTRA O PROMETIDO NO PRODCAT (PRE =
      *           PRD-TAXA AO MES; CDI = PRD-PARAM % DO CDI; IPC =
      *           IPCA + PRD-PARAM AO MES), EM ORDEM DE % DO
      *           PROMETIDO (VERBO SORT).
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - TAXA DE ADMINISTRACAO/CUSTODIA (MVJ-TIPO T) NAO
      *                 E FLUXO DO CLIENTE: A RENTABILIDADE SAI LIQUIDA
      *                 DA TAXA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSHIST-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PSH-STATUS.
           SELECT MOVJORN-FILE ASSIGN TO "MOVJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT INDICES-FILE ASSIGN TO "INDICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IDX-STATUS.
           SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NOME
               FILE STATUS IS WRK-PRD-STATUS.
           SELECT SORTRNT-FILE ASSIGN TO "SORTRNT".
           SELECT SORTPRK-FILE ASSIGN TO "SORTPRK".
           SELECT RENTRPT-FILE ASSIGN TO "RENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSHIST-FILE.
           COPY POSHSTFD.

       FD  MOVJORN-FILE.
           COPY MOVJRNFD.

       FD  INDICES-FILE.
       01  INDICES-REC.
           05 IDX-CODIGO    PIC X(04).
           05 IDX-ANOMES    PIC 9(06).
           05 IDX-VALOR     PIC 9(02)V9999.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

      *****************************************************
      * UMA POSICAO POR REGISTRO, COM A SERIE DE SALDOS DE FIM
      * DE MES E DE FLUXOS DO PERIODO (MESMO LAYOUT DOS
      * VETORES DA TABELA DE POSICOES)
      *****************************************************
       SD  SORTRNT-FILE.
       01  SORTRNT-REC.
           05 SRT-DOC           PIC X(14).
           05 SRT-PRODUTO       PIC X(15).
           05 SRT-VETORES.
               10 SRT-SALDO     PIC 9(09)V99 OCCURS 25 TIMES.
               10 SRT-FLUXO     PIC S9(09)V99 OCCURS 25 TIMES.

       SD  SORTPRK-FILE.
       01  SORTPRK-REC.
           05 SRK-PCT-DE-PROM   PIC S9(07)V9.
           05 SRK-PRODUTO       PIC X(15).
           05 SRK-INDEXADOR     PIC X(03).
           05 SRK-QTDPOS        PIC 9(05).
           05 SRK-MESES         PIC 9(03).
           05 SRK-PCT-RENT      PIC S9(05)V99.
           05 SRK-PCT-PROM      PIC S9(05)V99.
           05 SRK-PCT-DE-CDI    PIC S9(07)V9.

       FD  RENTRPT-FILE.
       01  RENTRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-PSH-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-IDX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-POSICOES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLIENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RANK      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-CDI   PIC 9(03) VALUE ZEROS.

      *--- PERIODO E FILTRO, DO CARTAO SYSIN ---*
       77 WRK-ANOMES-INI    PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-FIM    PIC 9(06) VALUE ZEROS.
       77 WRK-DOC-FILTRO    PIC X(14) VALUE SPACES.
       77 WRK-QTD-MESES     PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-SLOTS     PIC 9(02) COMP VALUE ZEROS.
       01  WRK-AM-GRUPO.
           05 WRK-AM          PIC 9(06) VALUE ZEROS.
       01  WRK-AM-R REDEFINES WRK-AM-GRUPO.
           05 WRK-AM-ANO      PIC 9(04).
           05 WRK-AM-MES      PIC 9(02).
       01  WRK-BASE-GRUPO.
           05 WRK-BASE-AM     PIC 9(06) VALUE ZEROS.
       01  WRK-BASE-R REDEFINES WRK-BASE-GRUPO.
           05 WRK-BASE-ANO    PIC 9(04).
           05 WRK-BASE-MES-N  PIC 9(02).
       77 WRK-SLOT          PIC S9(05) VALUE ZEROS.

      *****************************************************
      * MESES DO PERIODO: A CASA 1 E O MES ANTERIOR AO INICIAL
      * (SO O SALDO DE PARTIDA); AS CASAS 2 EM DIANTE SAO OS
      * MESES DO PERIODO, COM O CDI E O IPCA PUBLICADOS
      *****************************************************
       77 WRK-MI            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MI-ANT        PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 25 TIMES.
               10 WRK-MES-ANOMES   PIC 9(06).
               10 WRK-MES-TEM-CDI  PIC X(01).
               10 WRK-MES-CDI      PIC 9(02)V9999.
               10 WRK-MES-IPCA     PIC 9(02)V9999.

      *--- POSICOES DO PERIODO (HISTORICO + JORNAL) ---*
       77 WRK-PSC-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PSC-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PSC-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-PSC-BUSCA.
           05 WRK-BUSCA-DOC     PIC X(14).
           05 WRK-BUSCA-PRODUTO PIC X(15).
       01  WRK-TAB-POSICOES.
           05 WRK-PSC-ITEM OCCURS 1000 TIMES.
               10 WRK-PSC-CHAVE.
                   15 WRK-PSC-DOC      PIC X(14).
                   15 WRK-PSC-PRODUTO  PIC X(15).
               10 WRK-PSC-VETORES.
                   15 WRK-PSC-SALDO PIC 9(09)V99 OCCURS 25 TIMES.
                   15 WRK-PSC-FLUXO PIC S9(09)V99 OCCURS 25 TIMES.

      *--- ACUMULADO DO CLIENTE CORRENTE NA SAIDA DO SORT ---*
       77 WRK-DOC-ATUAL     PIC X(14) VALUE SPACES.
       01  WRK-CLI-VETORES.
           05 WRK-CLA-SALDO     PIC 9(09)V99 OCCURS 25 TIMES.
           05 WRK-CLA-FLUXO     PIC S9(09)V99 OCCURS 25 TIMES.

      *--- ACUMULADO POR PRODUTO PARA O RANKING ---*
       77 WRK-PRT-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRT-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRT-USO       PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05 WRK-PRT-ITEM OCCURS 100 TIMES.
               10 WRK-PRT-NOME      PIC X(15).
               10 WRK-PRT-QTDPOS    PIC 9(05).
               10 WRK-PRT-VETORES.
                   15 WRK-PRT-SALDO PIC 9(09)V99 OCCURS 25 TIMES.
                   15 WRK-PRT-FLUXO PIC S9(09)V99 OCCURS 25 TIMES.

      *****************************************************
      * AREA DE CALCULO DO RETORNO (0700): A SERIE A MEDIR, O
      * INDEXADOR PROMETIDO (BRANCO = SEM PROMESSA) E OS
      * FATORES ACUMULADOS QUE ELA DEVOLVE
      *****************************************************
       01  WRK-CALC-VETORES.
           05 WRK-CV-SALDO      PIC 9(09)V99 OCCURS 25 TIMES.
           05 WRK-CV-FLUXO      PIC S9(09)V99 OCCURS 25 TIMES.
       77 WRK-PROM-INDEX    PIC X(03) VALUE SPACES.
       77 WRK-PROM-TAXA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PROM-PARAM    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BASE-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TX-MES        PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-FAT-MES       PIC 9(03)V9(08) VALUE ZEROS.
       77 WRK-TX-VAR        PIC S9(03)V9(08) VALUE ZEROS.
       77 WRK-FAT-RENT      PIC 9(03)V9(08) VALUE ZEROS.
       77 WRK-FAT-CDI       PIC 9(03)V9(08) VALUE ZEROS.
       77 WRK-FAT-PROM      PIC 9(03)V9(08) VALUE ZEROS.
       77 WRK-MESES-CONT    PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-RENT      PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PCT-CDI       PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PCT-PROM      PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PCT-DE-CDI    PIC S9(07)V9 VALUE ZEROS.
       77 WRK-PCT-DE-PROM   PIC S9(07)V9 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-CAB.
           05 FILLER PIC X(15) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(15) VALUE 'PRODUTO'.
           05 FILLER PIC X(05) VALUE 'MESES'.
           05 FILLER PIC X(11) VALUE '     RENT %'.
           05 FILLER PIC X(11) VALUE '      CDI %'.
           05 FILLER PIC X(11) VALUE '   % DO CDI'.
       01  WRK-LIN-POS.
           05 WRK-LP-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-PRODUTO   PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-MESES     PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LP-RENT      PIC -ZZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LP-CDI       PIC -ZZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LP-PCT-CDI   PIC -ZZZZ9,9.
       01  WRK-LIN-SEM.
           05 WRK-LS-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LS-PRODUTO   PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(30)
                   VALUE 'SEM SALDO MENSAL NO PERIODO'.
       01  WRK-LIN-CAB-RANK.
           05 FILLER PIC X(20) VALUE 'POS PRODUTO'.
           05 FILLER PIC X(08) VALUE 'IDX  MES'.
           05 FILLER PIC X(11) VALUE '   ENTREG %'.
           05 FILLER PIC X(11) VALUE '     PROM %'.
           05 FILLER PIC X(11) VALUE '  % PROMET.'.
           05 FILLER PIC X(11) VALUE '   % DO CDI'.
       01  WRK-LIN-RANK.
           05 WRK-LR-POS       PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-PRODUTO   PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-INDEX     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LR-MESES     PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LR-RENT      PIC -ZZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LR-PROM      PIC -ZZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LR-PCT-PROM  PIC -ZZZZ9,9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LR-PCT-CDI   PIC -ZZZZ9,9.
       01  WRK-LIN-CDI.
           05 FILLER           PIC X(30)
                   VALUE 'CDI ACUMULADO NO PERIODO (%): '.
           05 WRK-LC-CDI       PIC -ZZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(20)
                   VALUE 'MESES SEM CDI: '.
           05 WRK-LC-SEM-CDI   PIC ZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-MONTAR-MESES.
           PERFORM 0150-BUSCAR-INDICES.
           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0250-CARREGAR-FLUXOS.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'AVISO - CATALOGO PRODCAT NAO ENCONTRADO '
                   '(STATUS ' WRK-PRD-STATUS ') - RANKING SEM O '
                   'PROMETIDO'
           END-IF.
           OPEN OUTPUT RENTRPT-FILE.
           PERFORM 0300-CABECALHO.
           SORT SORTRNT-FILE
               ON ASCENDING KEY SRT-DOC SRT-PRODUTO
               INPUT PROCEDURE IS 0400-LIBERAR-POSICOES
               OUTPUT PROCEDURE IS 0420-EMITIR-CLIENTES.
           SORT SORTPRK-FILE
               ON DESCENDING KEY SRK-PCT-DE-PROM
               INPUT PROCEDURE IS 0500-LIBERAR-PRODUTOS
               OUTPUT PROCEDURE IS 0520-EMITIR-RANKING.
           CLOSE RENTRPT-FILE.
           IF WRK-PRD-STATUS = '00'
               CLOSE PRODCAT-FILE
           END-IF.
           DISPLAY 'RENTCDI - CLIENTES ' WRK-QTD-CLIENTES
               ' POSICOES ' WRK-QTD-POSICOES
               ' PRODUTOS ' WRK-QTD-RANK.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * PERIODO (MES INICIAL E FINAL) E FILTRO DE CLIENTE DO
      * CARTAO SYSIN; PERIODO INVALIDO OU ACIMA DE 24 MESES
      * ENCERRA COM RC 16
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'MES INICIAL DO PERIODO AAAAMM.. '.
           ACCEPT WRK-ANOMES-INI.
           DISPLAY 'MES FINAL DO PERIODO AAAAMM (ZEROS = O '
               'INICIAL).. '.
           ACCEPT WRK-ANOMES-FIM.
           DISPLAY 'DOCUMENTO DO CLIENTE (BRANCOS = TODOS).. '.
           ACCEPT WRK-DOC-FILTRO.
           IF WRK-ANOMES-FIM = 0
               MOVE WRK-ANOMES-INI TO WRK-ANOMES-FIM
           END-IF.
           MOVE WRK-ANOMES-INI TO WRK-BASE-AM.
           MOVE WRK-ANOMES-FIM TO WRK-AM.
           COMPUTE WRK-QTD-MESES =
               (WRK-AM-ANO - WRK-BASE-ANO) * 12
                   + WRK-AM-MES - WRK-BASE-MES-N + 1.
           IF WRK-ANOMES-INI = 0 OR WRK-QTD-MESES < 1
               OR WRK-QTD-MESES > 24
               OR WRK-BASE-MES-N < 1 OR WRK-BASE-MES-N > 12
               DISPLAY 'PERIODO INVALIDO (' WRK-ANOMES-INI ' A '
                   WRK-ANOMES-FIM ') - INFORME ATE 24 MESES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WRK-QTD-SLOTS = WRK-QTD-MESES + 1.

      *****************************************************
      * MONTA A TABELA DE MESES A PARTIR DO MES ANTERIOR AO
      * INICIAL (CASA 1)
      *****************************************************
       0100-MONTAR-MESES.
           IF WRK-BASE-MES-N = 1
               MOVE 12 TO WRK-BASE-MES-N
               SUBTRACT 1 FROM WRK-BASE-ANO
           ELSE
               SUBTRACT 1 FROM WRK-BASE-MES-N
           END-IF.
           MOVE WRK-BASE-AM TO WRK-AM.
           PERFORM 0110-MONTAR-UM-MES
               VARYING WRK-MI FROM 1 BY 1
               UNTIL WRK-MI > WRK-QTD-SLOTS.

       0110-MONTAR-UM-MES.
           MOVE WRK-AM TO WRK-MES-ANOMES(WRK-MI).
           MOVE 'N' TO WRK-MES-TEM-CDI(WRK-MI).
           MOVE ZEROS TO WRK-MES-CDI(WRK-MI) WRK-MES-IPCA(WRK-MI).
           IF WRK-AM-MES = 12
               MOVE 1 TO WRK-AM-MES
               ADD 1 TO WRK-AM-ANO
           ELSE
               ADD 1 TO WRK-AM-MES
           END-IF.

      *****************************************************
      * CDI E IPCA PUBLICADOS NO ARQUIVO INDICES PARA OS MESES
      * DO PERIODO
      *****************************************************
       0150-BUSCAR-INDICES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT INDICES-FILE.
           IF WRK-IDX-STATUS = '00'
               PERFORM 0160-LER-UM-INDICE UNTIL WRK-FIM-ARQ
               CLOSE INDICES-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO INDICES NAO ENCONTRADO '
                   '(STATUS ' WRK-IDX-STATUS ') - CDI ZERADO NO '
                   'PERIODO'
           END-IF.

       0160-LER-UM-INDICE.
           READ INDICES-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE IDX-ANOMES TO WRK-AM
                   PERFORM 0170-CALCULAR-CASA
                   IF WRK-SLOT > 1 AND WRK-SLOT <= WRK-QTD-SLOTS
                       EVALUATE IDX-CODIGO
                           WHEN 'CDI '
                               MOVE 'S' TO WRK-MES-TEM-CDI(WRK-SLOT)
                               MOVE IDX-VALOR TO
                                   WRK-MES-CDI(WRK-SLOT)
                           WHEN 'IPCA'
                               MOVE IDX-VALOR TO
                                   WRK-MES-IPCA(WRK-SLOT)
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************
      * CASA DA TABELA DE MESES DO AAAAMM EM WRK-AM (FORA DO
      * PERIODO DA MENOR QUE 1 OU MAIOR QUE WRK-QTD-SLOTS)
      *****************************************************
       0170-CALCULAR-CASA.
           COMPUTE WRK-SLOT =
               (WRK-AM-ANO - WRK-BASE-ANO) * 12
                   + WRK-AM-MES - WRK-BASE-MES-N + 1.

      *****************************************************
      * SALDOS DE FIM DE MES DO HISTORICO POSHIST, DO MES
      * ANTERIOR AO INICIAL ATE O FINAL. SEM O HISTORICO NAO HA
      * O QUE MEDIR (RC 16)
      *****************************************************
       0200-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT POSHIST-FILE.
           IF WRK-PSH-STATUS NOT = '00'
               DISPLAY 'HISTORICO POSHIST NAO ENCONTRADO (STATUS '
                   WRK-PSH-STATUS ') - NADA A MEDIR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0210-LER-UM-SALDO UNTIL WRK-FIM-ARQ.
           CLOSE POSHIST-FILE.

       0210-LER-UM-SALDO.
           READ POSHIST-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE PSH-ANOMES TO WRK-AM
                   PERFORM 0170-CALCULAR-CASA
                   IF WRK-SLOT >= 1 AND WRK-SLOT <= WRK-QTD-SLOTS
                       AND (WRK-DOC-FILTRO = SPACES
                           OR WRK-DOC-FILTRO = PSH-DOC)
                       MOVE PSH-DOC     TO WRK-BUSCA-DOC
                       MOVE PSH-PRODUTO TO WRK-BUSCA-PRODUTO
                       PERFORM 0230-PROCURAR-OU-CRIAR
                       IF WRK-PSC-USO > 0
                           MOVE PSH-SALDO TO
                               WRK-PSC-SALDO(WRK-PSC-USO, WRK-SLOT)
                       END-IF
                   END-IF
           END-READ.

       0230-PROCURAR-OU-CRIAR.
           MOVE ZEROS TO WRK-PSC-USO.
           PERFORM 0235-PROCURAR-POSICAO
               VARYING WRK-PSC-IDX FROM 1 BY 1
               UNTIL WRK-PSC-IDX > WRK-PSC-QTD
               OR WRK-PSC-USO > 0.
           IF WRK-PSC-USO = 0
               IF WRK-PSC-QTD < 1000
                   ADD 1 TO WRK-PSC-QTD
                   MOVE WRK-PSC-BUSCA TO WRK-PSC-CHAVE(WRK-PSC-QTD)
                   PERFORM 0238-ZERAR-VETORES
                       VARYING WRK-MI FROM 1 BY 1
                       UNTIL WRK-MI > 25
                   MOVE WRK-PSC-QTD TO WRK-PSC-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE POSICOES CHEIA (1000)'
               END-IF
           END-IF.

       0235-PROCURAR-POSICAO.
           IF WRK-PSC-CHAVE(WRK-PSC-IDX) = WRK-PSC-BUSCA
               MOVE WRK-PSC-IDX TO WRK-PSC-USO
           END-IF.

       0238-ZERAR-VETORES.
           MOVE ZEROS TO WRK-PSC-SALDO(WRK-PSC-QTD, WRK-MI)
               WRK-PSC-FLUXO(WRK-PSC-QTD, WRK-MI).

      *****************************************************
      * FLUXOS DO PERIODO NO JORNAL MOVJORN: APORTE ENTRA,
      * RESGATE (BRUTO) E COME-COTAS SAEM
      *****************************************************
       0250-CARREGAR-FLUXOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT MOVJORN-FILE.
           IF WRK-JRN-STATUS NOT = '00'
               DISPLAY 'AVISO - JORNAL MOVJORN NAO ENCONTRADO '
                   '(STATUS ' WRK-JRN-STATUS ') - PERIODO SEM '
                   'APORTES NEM RESGATES'
           ELSE
               PERFORM 0260-LER-UM-MOVIMENTO UNTIL WRK-FIM-ARQ
               CLOSE MOVJORN-FILE
           END-IF.

       0260-LER-UM-MOVIMENTO.
           READ MOVJORN-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE MVJ-DATA(1:6) TO WRK-AM
                   PERFORM 0170-CALCULAR-CASA
                   IF WRK-SLOT > 1 AND WRK-SLOT <= WRK-QTD-SLOTS
                       AND (WRK-DOC-FILTRO = SPACES
                           OR WRK-DOC-FILTRO = MVJ-DOC)
                       MOVE MVJ-DOC     TO WRK-BUSCA-DOC
                       MOVE MVJ-PRODUTO TO WRK-BUSCA-PRODUTO
                       PERFORM 0230-PROCURAR-OU-CRIAR
                       IF WRK-PSC-USO > 0
                           PERFORM 0270-SOMAR-FLUXO
                               THRU 0270-SOMAR-FIM
                       END-IF
                   END-IF
           END-READ.

       0270-SOMAR-FLUXO.
           IF MVJ-TAXA-ADM
               GO TO 0270-SOMAR-FIM
           END-IF.
           IF MVJ-APORTE
               ADD MVJ-VALOR TO
                   WRK-PSC-FLUXO(WRK-PSC-USO, WRK-SLOT)
           ELSE
               SUBTRACT MVJ-VALOR FROM
                   WRK-PSC-FLUXO(WRK-PSC-USO, WRK-SLOT)
           END-IF.

       0270-SOMAR-FIM.
           EXIT.

      *****************************************************
      * TITULO, CDI ACUMULADO DO PERIODO E CABECALHO
      *****************************************************
       0300-CABECALHO.
           MOVE SPACES TO RENTRPT-REC.
           STRING 'RENTABILIDADE X CDI - PERIODO ' WRK-ANOMES-INI
               ' A ' WRK-ANOMES-FIM DELIMITED BY SIZE
               INTO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '=' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE 1 TO WRK-FAT-CDI.
           PERFORM 0310-CDI-DE-UM-MES
               VARYING WRK-MI FROM 2 BY 1
               UNTIL WRK-MI > WRK-QTD-SLOTS.
           SUBTRACT 1 FROM WRK-FAT-CDI GIVING WRK-TX-VAR.
           MULTIPLY WRK-TX-VAR BY 100 GIVING WRK-PCT-CDI ROUNDED.
           MOVE WRK-PCT-CDI TO WRK-LC-CDI.
           MOVE WRK-QTD-SEM-CDI TO WRK-LC-SEM-CDI.
           MOVE WRK-LIN-CDI TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE SPACES TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-LIN-CAB TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '-' TO RENTRPT-REC.
           WRITE RENTRPT-REC.

       0310-CDI-DE-UM-MES.
           IF WRK-MES-TEM-CDI(WRK-MI) NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-CDI
           END-IF.
           DIVIDE WRK-MES-CDI(WRK-MI) BY 100
               GIVING WRK-TX-MES ROUNDED.
           ADD 1 TO WRK-TX-MES GIVING WRK-FAT-MES.
           COMPUTE WRK-FAT-CDI ROUNDED = WRK-FAT-CDI * WRK-FAT-MES.

      *****************************************************
      * ENTRADA DO SORT: UMA POSICAO POR REGISTRO
      *****************************************************
       0400-LIBERAR-POSICOES.
           PERFORM 0410-LIBERAR-UMA-POSICAO
               VARYING WRK-PSC-IDX FROM 1 BY 1
               UNTIL WRK-PSC-IDX > WRK-PSC-QTD.

       0410-LIBERAR-UMA-POSICAO.
           MOVE WRK-PSC-DOC(WRK-PSC-IDX)     TO SRT-DOC.
           MOVE WRK-PSC-PRODUTO(WRK-PSC-IDX) TO SRT-PRODUTO.
           MOVE WRK-PSC-VETORES(WRK-PSC-IDX) TO SRT-VETORES.
           RELEASE SORTRNT-REC.

      *****************************************************
      * SAIDA DO SORT EM ORDEM DE DOCUMENTO: UMA LINHA POR
      * POSICAO E, NA QUEBRA, A LINHA DO CLIENTE COM O RETORNO
      * DA CARTEIRA INTEIRA (SALDOS E FLUXOS SOMADOS)
      *****************************************************
       0420-EMITIR-CLIENTES.
           RETURN SORTRNT-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0430-TRATAR-UM-CLIENTE UNTIL WRK-FIM-SRT.

       0430-TRATAR-UM-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE SRT-DOC TO WRK-DOC-ATUAL.
           INITIALIZE WRK-CLI-VETORES.
           PERFORM 0440-TRATAR-UMA-POSICAO
               UNTIL WRK-FIM-SRT OR SRT-DOC NOT = WRK-DOC-ATUAL.
           MOVE WRK-CLI-VETORES TO WRK-CALC-VETORES.
           MOVE SPACES TO WRK-PROM-INDEX.
           PERFORM 0700-CALCULAR-RETORNO.
           MOVE WRK-DOC-ATUAL TO WRK-LP-DOC WRK-LS-DOC.
           MOVE '*TOTAL CLIENTE' TO WRK-LP-PRODUTO WRK-LS-PRODUTO.
           PERFORM 0460-IMPRIMIR-LINHA.
           MOVE SPACES TO RENTRPT-REC.
           WRITE RENTRPT-REC.

       0440-TRATAR-UMA-POSICAO.
           ADD 1 TO WRK-QTD-POSICOES.
           MOVE SRT-VETORES TO WRK-CALC-VETORES.
           MOVE SPACES TO WRK-PROM-INDEX.
           PERFORM 0700-CALCULAR-RETORNO.
           MOVE SRT-DOC     TO WRK-LP-DOC WRK-LS-DOC.
           MOVE SRT-PRODUTO TO WRK-LP-PRODUTO WRK-LS-PRODUTO.
           PERFORM 0460-IMPRIMIR-LINHA.
           PERFORM 0450-SOMAR-UM-MES
               VARYING WRK-MI FROM 1 BY 1
               UNTIL WRK-MI > WRK-QTD-SLOTS.
           PERFORM 0470-ACHAR-PRODUTO.
           IF WRK-PRT-USO > 0
               ADD 1 TO WRK-PRT-QTDPOS(WRK-PRT-USO)
               PERFORM 0480-SOMAR-MES-PRODUTO
                   VARYING WRK-MI FROM 1 BY 1
                   UNTIL WRK-MI > WRK-QTD-SLOTS
           END-IF.
           RETURN SORTRNT-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0450-SOMAR-UM-MES.
           ADD SRT-SALDO(WRK-MI) TO WRK-CLA-SALDO(WRK-MI).
           ADD SRT-FLUXO(WRK-MI) TO WRK-CLA-FLUXO(WRK-MI).

       0460-IMPRIMIR-LINHA.
           IF WRK-MESES-CONT = 0
               MOVE WRK-LIN-SEM TO RENTRPT-REC
           ELSE
               MOVE WRK-MESES-CONT TO WRK-LP-MESES
               MOVE WRK-PCT-RENT   TO WRK-LP-RENT
               MOVE WRK-PCT-CDI    TO WRK-LP-CDI
               MOVE WRK-PCT-DE-CDI TO WRK-LP-PCT-CDI
               MOVE WRK-LIN-POS TO RENTRPT-REC
           END-IF.
           WRITE RENTRPT-REC.

       0470-ACHAR-PRODUTO.
           MOVE ZEROS TO WRK-PRT-USO.
           PERFORM 0475-PROCURAR-PRODUTO
               VARYING WRK-PRT-IDX FROM 1 BY 1
               UNTIL WRK-PRT-IDX > WRK-PRT-QTD
               OR WRK-PRT-USO > 0.
           IF WRK-PRT-USO = 0
               IF WRK-PRT-QTD < 100
                   ADD 1 TO WRK-PRT-QTD
                   MOVE SRT-PRODUTO TO WRK-PRT-NOME(WRK-PRT-QTD)
                   MOVE ZEROS TO WRK-PRT-QTDPOS(WRK-PRT-QTD)
                   INITIALIZE WRK-PRT-VETORES(WRK-PRT-QTD)
                   MOVE WRK-PRT-QTD TO WRK-PRT-USO
               END-IF
           END-IF.

       0475-PROCURAR-PRODUTO.
           IF WRK-PRT-NOME(WRK-PRT-IDX) = SRT-PRODUTO
               MOVE WRK-PRT-IDX TO WRK-PRT-USO
           END-IF.

       0480-SOMAR-MES-PRODUTO.
           ADD SRT-SALDO(WRK-MI) TO
               WRK-PRT-SALDO(WRK-PRT-USO, WRK-MI).
           ADD SRT-FLUXO(WRK-MI) TO
               WRK-PRT-FLUXO(WRK-PRT-USO, WRK-MI).

      *****************************************************
      * ENTRADA DO SORT DO RANKING: O RETORNO DE CADA PRODUTO
      * (CARTEIRAS SOMADAS) CONTRA O PROMETIDO NO PRODCAT
      *****************************************************
       0500-LIBERAR-PRODUTOS.
           PERFORM 0510-LIBERAR-UM-PRODUTO
               VARYING WRK-PRT-IDX FROM 1 BY 1
               UNTIL WRK-PRT-IDX > WRK-PRT-QTD.

       0510-LIBERAR-UM-PRODUTO.
           MOVE SPACES TO WRK-PROM-INDEX.
           MOVE ZEROS TO WRK-PROM-TAXA WRK-PROM-PARAM.
           IF WRK-PRD-STATUS = '00'
               MOVE WRK-PRT-NOME(WRK-PRT-IDX) TO PRD-NOME
               READ PRODCAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-INDEXADOR TO WRK-PROM-INDEX
                       MOVE PRD-TAXA      TO WRK-PROM-TAXA
                       MOVE PRD-PARAM     TO WRK-PROM-PARAM
               END-READ
           END-IF.
           MOVE WRK-PRT-VETORES(WRK-PRT-IDX) TO WRK-CALC-VETORES.
           PERFORM 0700-CALCULAR-RETORNO.
           MOVE WRK-PRT-NOME(WRK-PRT-IDX)   TO SRK-PRODUTO.
           MOVE WRK-PRT-QTDPOS(WRK-PRT-IDX) TO SRK-QTDPOS.
           MOVE WRK-PROM-INDEX  TO SRK-INDEXADOR.
           MOVE WRK-MESES-CONT  TO SRK-MESES.
           MOVE WRK-PCT-RENT    TO SRK-PCT-RENT.
           MOVE WRK-PCT-PROM    TO SRK-PCT-PROM.
           MOVE WRK-PCT-DE-PROM TO SRK-PCT-DE-PROM.
           MOVE WRK-PCT-DE-CDI  TO SRK-PCT-DE-CDI.
           RELEASE SORTPRK-REC.

       0520-EMITIR-RANKING.
           MOVE SPACES TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE 'RANKING DA CASA POR PRODUTO - ENTREGUE X PROMETIDO'
               TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '=' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE WRK-LIN-CAB-RANK TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE ALL '-' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE 'N' TO WRK-EOF-SRT.
           RETURN SORTPRK-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0530-IMPRIMIR-UM-PRODUTO UNTIL WRK-FIM-SRT.
           MOVE ALL '-' TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           MOVE SPACES TO RENTRPT-REC.
           STRING 'CLIENTES ' WRK-QTD-CLIENTES
               '  POSICOES ' WRK-QTD-POSICOES
               '  PRODUTOS ' WRK-QTD-RANK
               DELIMITED BY SIZE INTO RENTRPT-REC.
           WRITE RENTRPT-REC.

       0530-IMPRIMIR-UM-PRODUTO.
           ADD 1 TO WRK-QTD-RANK.
           MOVE WRK-QTD-RANK    TO WRK-LR-POS.
           MOVE SRK-PRODUTO     TO WRK-LR-PRODUTO.
           MOVE SRK-INDEXADOR   TO WRK-LR-INDEX.
           MOVE SRK-MESES       TO WRK-LR-MESES.
           MOVE SRK-PCT-RENT    TO WRK-LR-RENT.
           MOVE SRK-PCT-PROM    TO WRK-LR-PROM.
           MOVE SRK-PCT-DE-PROM TO WRK-LR-PCT-PROM.
           MOVE SRK-PCT-DE-CDI  TO WRK-LR-PCT-CDI.
           MOVE WRK-LIN-RANK TO RENTRPT-REC.
           WRITE RENTRPT-REC.
           RETURN SORTPRK-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

      *****************************************************
      * RETORNO PONDERADO NO TEMPO DA SERIE EM WRK-CALC-
      * VETORES: MES A MES, SALDO FINAL / (SALDO ANTERIOR +
      * FLUXO), ENCADEADO; O CDI E O PROMETIDO SAO ACUMULADOS
      * NOS MESMOS MESES. DEVOLVE OS PERCENTUAIS DO PERIODO
      *****************************************************
       0700-CALCULAR-RETORNO.
           MOVE 1 TO WRK-FAT-RENT WRK-FAT-CDI WRK-FAT-PROM.
           MOVE ZEROS TO WRK-MESES-CONT WRK-PCT-DE-CDI
               WRK-PCT-DE-PROM.
           PERFORM 0710-CALCULAR-UM-MES
               VARYING WRK-MI FROM 2 BY 1
               UNTIL WRK-MI > WRK-QTD-SLOTS.
           SUBTRACT 1 FROM WRK-FAT-RENT GIVING WRK-TX-VAR.
           MULTIPLY WRK-TX-VAR BY 100 GIVING WRK-PCT-RENT ROUNDED.
           SUBTRACT 1 FROM WRK-FAT-CDI GIVING WRK-TX-VAR.
           MULTIPLY WRK-TX-VAR BY 100 GIVING WRK-PCT-CDI ROUNDED.
           SUBTRACT 1 FROM WRK-FAT-PROM GIVING WRK-TX-VAR.
           MULTIPLY WRK-TX-VAR BY 100 GIVING WRK-PCT-PROM ROUNDED.
           IF WRK-PCT-CDI > 0
               COMPUTE WRK-PCT-DE-CDI ROUNDED =
                   WRK-PCT-RENT * 100 / WRK-PCT-CDI
           END-IF.
           IF WRK-PCT-PROM > 0
               COMPUTE WRK-PCT-DE-PROM ROUNDED =
                   WRK-PCT-RENT * 100 / WRK-PCT-PROM
           END-IF.

       0710-CALCULAR-UM-MES.
           SUBTRACT 1 FROM WRK-MI GIVING WRK-MI-ANT.
           COMPUTE WRK-BASE-VALOR =
               WRK-CV-SALDO(WRK-MI-ANT) + WRK-CV-FLUXO(WRK-MI).
           IF WRK-BASE-VALOR > 0 AND WRK-CV-SALDO(WRK-MI) > 0
               ADD 1 TO WRK-MESES-CONT
               COMPUTE WRK-FAT-MES ROUNDED =
                   WRK-CV-SALDO(WRK-MI) / WRK-BASE-VALOR
               COMPUTE WRK-FAT-RENT ROUNDED =
                   WRK-FAT-RENT * WRK-FAT-MES
               DIVIDE WRK-MES-CDI(WRK-MI) BY 100
                   GIVING WRK-TX-MES ROUNDED
               ADD 1 TO WRK-TX-MES GIVING WRK-FAT-MES
               COMPUTE WRK-FAT-CDI ROUNDED =
                   WRK-FAT-CDI * WRK-FAT-MES
               PERFORM 0720-TAXA-PROMETIDA
           END-IF.

      *****************************************************
      * TAXA DO MES PROMETIDA PELO PRODUTO, NA MESMA REGRA DA
      * REVALORIZACAO DO REVALPOS
      *****************************************************
       0720-TAXA-PROMETIDA.
           EVALUATE WRK-PROM-INDEX
               WHEN SPACES
                   MOVE ZEROS TO WRK-TX-MES
               WHEN 'CDI'
                   COMPUTE WRK-TX-MES ROUNDED =
                       WRK-MES-CDI(WRK-MI) * WRK-PROM-PARAM / 10000
               WHEN 'IPC'
                   COMPUTE WRK-TX-MES ROUNDED =
                       (WRK-MES-IPCA(WRK-MI) + WRK-PROM-PARAM) / 100
               WHEN OTHER
                   DIVIDE WRK-PROM-TAXA BY 100
                       GIVING WRK-TX-MES ROUNDED
           END-EVALUATE.
           ADD 1 TO WRK-TX-MES GIVING WRK-FAT-MES.
           COMPUTE WRK-FAT-PROM ROUNDED = WRK-FAT-PROM * WRK-FAT-MES.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTAS POSICOES MEDIU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'RENTCDI'       TO OPS-PROGRAMA.
           ACCEPT OPS-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM    TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS   TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-POSICOES TO OPS-QTD-GRAVADOS.
           MOVE ZEROS           TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
