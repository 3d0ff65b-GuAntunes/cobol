       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAPERF.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: BOLETIM MENSAL DE DESEMPENHO DAS
      *           TRANSPORTADORAS, POR TRA-CODIGO E ROTA
      *           ORIGEM+UF, PARA A REVISAO TRIMESTRAL DE
      *           CONTRATOS DE COMPRAS. JUNTA EM UMA FOLHA SO O
      *           QUE HOJE SAI ESPALHADO NO ENTRCONF (PRAZO), NO
      *           FRETACER (CUSTO) E NO MASTER SINISTRO:
      *             - VOLUME EMBARCADO (PEDIDOS E QUILOS);
      *             - PERCENTUAL ENTREGUE NO PRAZO E MEDIA DE
      *               DIAS DE ATRASO DOS ATRASADOS (PEDIDO SEM
      *               ENTREGA COM A PROMESSA VENCIDA CONTA COMO
      *               FORA DO PRAZO);
      *             - CUSTO COBRADO (TRFAT) CONTRA O CUSTO
      *               ESPERADO PELA TARIFA DE COMPRA DO MASTER
      *               TRANSP (PESO X TRA-CUSTO-KG, COM O MINIMO
      *               TRA-CUSTO-MIN POR EMBARQUE);
      *             - QUANTIDADE E VALOR DOS SINISTROS.
      *           A BASE SAO OS PEDIDOS DO MES DE REFERENCIA NO
      *           PEDHIST (DATA DO PEDIDO), EXCETO CANCELADOS E
      *           REJEITADOS. CADA LINHA GANHA UMA NOTA PONDERADA
      *           DE 0 A 100 (PRAZO, CUSTO E SINISTROS, COM OS
      *           PESOS NO SYSIN) E A POSICAO NO RANKING - A ROTA
      *           ENTRE AS TRANSPORTADORAS DA MESMA ORIGEM+UF E O
      *           TOTAL DA TRANSPORTADORA ENTRE TODAS ELAS. A
      *           FOLHA SAI NA ORDEM DO RANKING DAS
      *           TRANSPORTADORAS (RELATORIO TRAPRPT).
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - MASTER TRANSP COM VARIAS TRANSPORTADORAS
      *                 POR ROTA: A TARIFA DE COMPRA E PROCURADA
      *                 ENTRE AS TRANSPORTADORAS DA ROTA PELO
      *                 CODIGO DA QUE LEVOU O PEDIDO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT TRANSP-FILE ASSIGN TO "TRANSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CHAVE
               FILE STATUS IS WRK-TRA-STATUS.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT TRFAT-FILE ASSIGN TO "TRFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT TRAPRPT-FILE ASSIGN TO "TRAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  TRANSP-FILE.
           COPY TRANSPFD.

       FD  SINISTRO-FILE.
           COPY SINISFD.

      *****************************************************
      * FATURA DA TRANSPORTADORA - UMA LINHA POR PEDIDO
      * COBRADO, IDENTIFICADO PELO NOSSO NUMERO DE PEDIDO
      *****************************************************
       FD  TRFAT-FILE.
       01  TRFAT-REC.
           05 TRF-TRANSP     PIC X(03).
           05 TRF-NUM-PEDIDO PIC 9(08).
           05 TRF-VALOR      PIC 9(07)V99.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  TRAPRPT-FILE.
       01  TRAPRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRA-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-SIN-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-TRA-ACHOU     PIC X(01) VALUE 'N'.
       77 WRK-EOF-ROTA      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ROTA       VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DO-MES    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-TRANSP PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-TARIFA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(07) VALUE ZEROS.

      *--- MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) ---*
       01  WRK-ANOMES-GRUPO.
           05 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES-GRUPO.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
       01  WRK-DATA-PED-GRUPO.
           05 WRK-DATA-PED      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PED-R REDEFINES WRK-DATA-PED-GRUPO.
           05 WRK-DPD-ANOMES    PIC 9(06).
           05 FILLER            PIC 9(02).

      *--- PESOS DA NOTA E PENALIDADE DE SINISTRO (SYSIN) ---*
       77 WRK-PESO-PRAZO    PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-CUSTO    PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-SINIST   PIC 9(03) VALUE ZEROS.
       77 WRK-PENAL-SINIST  PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-PESOS    PIC 9(04) VALUE ZEROS.

      *--- CAMPOS DO PEDIDO EM AVALIACAO ---*
       77 WRK-ESPERADO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COBRADO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-COBRANCA  PIC X(01) VALUE 'N'.
       77 WRK-SIN-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SITUACAO-PRZ  PIC X(01) VALUE SPACES.
           88 WRK-PRZ-NO-PRAZO   VALUE 'P'.
           88 WRK-PRZ-ATRASADO   VALUE 'A'.
           88 WRK-PRZ-VENCIDO    VALUE 'V'.
           88 WRK-PRZ-EM-ABERTO  VALUE ' '.
       01  WRK-PROM-GRUPO.
           05 WRK-PROM-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-PROM-R REDEFINES WRK-PROM-GRUPO.
           05 WRK-PRM-ANO      PIC 9(04).
           05 WRK-PRM-MES      PIC 9(02).
           05 WRK-PRM-DIA      PIC 9(02).
       01  WRK-REAL-GRUPO.
           05 WRK-REAL-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-REAL-R REDEFINES WRK-REAL-GRUPO.
           05 WRK-REA-ANO      PIC 9(04).
           05 WRK-REA-MES      PIC 9(02).
           05 WRK-REA-DIA      PIC 9(02).

      *--- COBRANCAS DAS TRANSPORTADORAS EM MEMORIA ---*
       77 WRK-TRF-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRF-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRF-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-TRFAT.
           05 WRK-TRF-ITEM OCCURS 5000 TIMES.
               10 WRK-TRF-TRANSP  PIC X(03).
               10 WRK-TRF-NUMERO  PIC 9(08).
               10 WRK-TRF-VALOR   PIC 9(07)V99.

      *****************************************************
      * ACUMULADOR DO BOLETIM. CADA TRANSPORTADORA TEM UMA
      * LINHA POR ROTA ORIGEM+UF E UMA LINHA DE TOTAL, COM A
      * ORIGEM '***' E A UF '**' (A MESMA CONVENCAO DE CHAVE
      * GERAL DOS ARQUIVOS DE PARAMETRO) - O RANKING COMPARA
      * SEMPRE AS LINHAS DE MESMA ORIGEM+UF, E OS TOTAIS SAO
      * COMPARADOS ENTRE SI
      *****************************************************
       77 WRK-ACU-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-IDX2      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-ROTA      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ACU-TOTAL     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BUSCA-TRANSP  PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-ORIGEM  PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-UF      PIC X(02) VALUE SPACES.
       01  WRK-TAB-ACUM.
           05 WRK-ACU-ITEM OCCURS 600 TIMES.
               10 WRK-ACU-TRANSP    PIC X(03).
               10 WRK-ACU-ORIGEM    PIC X(03).
               10 WRK-ACU-UF        PIC X(02).
               10 WRK-ACU-PEDIDOS   PIC 9(05).
               10 WRK-ACU-PESO      PIC 9(09)V99.
               10 WRK-ACU-AVALIADOS PIC 9(05).
               10 WRK-ACU-NOPRAZO   PIC 9(05).
               10 WRK-ACU-ATRASADOS PIC 9(05).
               10 WRK-ACU-VENCIDOS  PIC 9(05).
               10 WRK-ACU-DIAS-ATR  PIC 9(07).
               10 WRK-ACU-QTD-COBR  PIC 9(05).
               10 WRK-ACU-ESPERADO  PIC 9(11)V99.
               10 WRK-ACU-COBRADO   PIC 9(11)V99.
               10 WRK-ACU-SIN-QTD   PIC 9(05).
               10 WRK-ACU-SIN-VALOR PIC 9(11)V99.
               10 WRK-ACU-PCT-PRAZO PIC 9(03)V9.
               10 WRK-ACU-MEDIA-ATR PIC 9(03)V9.
               10 WRK-ACU-DESVIO    PIC S9(05)V9.
               10 WRK-ACU-NOTA      PIC 9(03)V9.
               10 WRK-ACU-RANK      PIC 9(03).

      *--- COMPONENTES DA NOTA DA LINHA EM CALCULO ---*
       77 WRK-NOTA-PRAZO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-CUSTO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-SINIST   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-SINIST    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERDA-SINIST  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-ACIMA     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-RANK-IMPR     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-TRANSP    PIC 9(03) COMP VALUE ZEROS.

      *--- LINHAS DO RELATORIO (DUAS LINHAS POR ROTA) ---*
       01  WRK-CAB-COLUNAS1.
           05 FILLER PIC X(12) VALUE 'TRP ROTA'.
           05 FILLER PIC X(07) VALUE 'PEDIDOS'.
           05 FILLER PIC X(14) VALUE '       PESO KG'.
           05 FILLER PIC X(09) VALUE ' NO PRAZO'.
           05 FILLER PIC X(09) VALUE ' DIAS ATR'.
           05 FILLER PIC X(08) VALUE '    NOTA'.
           05 FILLER PIC X(05) VALUE ' RANK'.
       01  WRK-CAB-COLUNAS2.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '     ESPERADO'.
           05 FILLER PIC X(14) VALUE '       COBRADO'.
           05 FILLER PIC X(10) VALUE '    DESVIO'.
           05 FILLER PIC X(06) VALUE 'SINIST'.
           05 FILLER PIC X(15) VALUE '  VALOR SINIST.'.
       01  WRK-LIN-DET1.
           05 WRK-LD-TRANSP    PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ROTA.
               10 WRK-LD-ORIGEM PIC X(03).
               10 WRK-LD-BARRA  PIC X(01).
               10 WRK-LD-UF     PIC X(02).
           05 WRK-LD-ROTA-TOT REDEFINES WRK-LD-ROTA PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PEDIDOS   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PESO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-PCT-PRAZO PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-MEDIA-ATR PIC ZZ9,9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-NOTA      PIC ZZ9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-RANK      PIC ZZ9.
       01  WRK-LIN-DET2.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 WRK-LD-ESPERADO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-COBRADO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESVIO    PIC -ZZZ9,9.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SIN-QTD   PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SIN-VALOR PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TRANSP.
           05 FILLER           PIC X(16) VALUE 'TRANSPORTADORA '.
           05 WRK-LT-TRANSP    PIC X(03).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 WRK-LT-NOME      PIC X(20).
           05 FILLER           PIC X(18) VALUE
              '   RANKING GERAL: '.
           05 WRK-LT-RANK      PIC ZZ9.
           05 FILLER           PIC X(04) VALUE ' DE '.
           05 WRK-LT-QTD       PIC ZZ9.
       01  WRK-LIN-PARAM.
           05 FILLER           PIC X(13) VALUE 'PESOS: PRAZO '.
           05 WRK-LP-PRAZO     PIC ZZ9.
           05 FILLER           PIC X(07) VALUE ' CUSTO '.
           05 WRK-LP-CUSTO     PIC ZZ9.
           05 FILLER           PIC X(11) VALUE ' SINISTROS '.
           05 WRK-LP-SINIST    PIC ZZ9.
           05 FILLER           PIC X(33) VALUE
              ' - PENALIDADE POR 1% SINISTRADO: '.
           05 WRK-LP-PENAL     PIC ZZ9.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY CALDATA.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-CARREGAR-COBRANCAS.
           PERFORM 0200-VARRER-PEDHIST.
           PERFORM 0400-CALCULAR-NOTAS
               VARYING WRK-ACU-IDX FROM 1 BY 1
               UNTIL WRK-ACU-IDX > WRK-ACU-QTD.
           PERFORM 0450-CALCULAR-RANKING
               VARYING WRK-ACU-IDX FROM 1 BY 1
               UNTIL WRK-ACU-IDX > WRK-ACU-QTD.
           OPEN OUTPUT TRAPRPT-FILE.
           PERFORM 0500-IMPRIMIR-BOLETIM.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE TRAPRPT-FILE.
           DISPLAY 'BOLETIM DE TRANSPORTADORAS ' WRK-ANOMES
               ' - PEDIDOS ' WRK-QTD-DO-MES
               ' TRANSPORTADORAS ' WRK-QTD-TRANSP.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE),
      * PESOS DA NOTA (ZEROS = 40/30/30) E A PENALIDADE DE
      * SINISTRO: PONTOS PERDIDOS POR PONTO PERCENTUAL DE
      * PEDIDOS SINISTRADOS (ZEROS = 10)
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'MES DE REFERENCIA AAAAMM (ZEROS = ANTERIOR).. '.
           ACCEPT WRK-ANOMES.
           DISPLAY 'PESO DO PRAZO NA NOTA (ZEROS = 40).. '.
           ACCEPT WRK-PESO-PRAZO.
           DISPLAY 'PESO DO CUSTO NA NOTA (ZEROS = 30).. '.
           ACCEPT WRK-PESO-CUSTO.
           DISPLAY 'PESO DOS SINISTROS NA NOTA (ZEROS = 30).. '.
           ACCEPT WRK-PESO-SINIST.
           DISPLAY 'PENALIDADE POR 1% SINISTRADO (ZEROS = 10).. '.
           ACCEPT WRK-PENAL-SINIST.
           IF WRK-ANOMES = 0
               MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-ANOMES
               IF WRK-REF-MES = 1
                   MOVE 12 TO WRK-REF-MES
                   SUBTRACT 1 FROM WRK-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-REF-MES
               END-IF
           END-IF.
           IF WRK-PESO-PRAZO = 0 AND WRK-PESO-CUSTO = 0
               AND WRK-PESO-SINIST = 0
               MOVE 40 TO WRK-PESO-PRAZO
               MOVE 30 TO WRK-PESO-CUSTO
               MOVE 30 TO WRK-PESO-SINIST
           END-IF.
           IF WRK-PENAL-SINIST = 0
               MOVE 10 TO WRK-PENAL-SINIST
           END-IF.
           COMPUTE WRK-SOMA-PESOS =
               WRK-PESO-PRAZO + WRK-PESO-CUSTO + WRK-PESO-SINIST.

      *****************************************************
      * CARREGA AS COBRANCAS DAS TRANSPORTADORAS (TRFAT) NA
      * TABELA EM MEMORIA, PARA O CASAMENTO POR PEDIDO
      *****************************************************
       0100-CARREGAR-COBRANCAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT TRFAT-FILE.
           IF WRK-TRF-STATUS = '00'
               PERFORM 0110-CARREGAR-UMA-COBR UNTIL WRK-FIM-ARQ
               CLOSE TRFAT-FILE
           ELSE
               DISPLAY 'AVISO - ARQUIVO TRFAT NAO ENCONTRADO '
                   '(STATUS ' WRK-TRF-STATUS ') - BOLETIM SEM '
                   'CUSTO COBRADO'
           END-IF.

       0110-CARREGAR-UMA-COBR.
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
      * VARRE O PEDHIST DE PONTA A PONTA E AVALIA OS PEDIDOS
      * DO MES DE REFERENCIA. SEM O PEDHIST NAO HA BOLETIM
      *****************************************************
       0200-VARRER-PEDHIST.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - BOLETIM ABANDONADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANSP-FILE.
           IF WRK-TRA-STATUS = '00'
               MOVE 'S' TO WRK-TRA-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER TRANSP NAO DISPONIVEL '
                   '(STATUS ' WRK-TRA-STATUS ') - BOLETIM SEM '
                   'CUSTO ESPERADO'
           END-IF.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE 'S' TO WRK-SIN-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER SINISTRO NAO DISPONIVEL '
                   '(STATUS ' WRK-SIN-STATUS ') - BOLETIM SEM '
                   'VALOR DE SINISTROS'
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO PHI-NUM-PEDIDO.
           START PEDHIST-FILE KEY NOT < PHI-NUM-PEDIDO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0210-LER-UM-PEDIDO UNTIL WRK-FIM-ARQ.
           CLOSE PEDHIST-FILE.
           IF WRK-TRA-ABERTO = 'S'
               CLOSE TRANSP-FILE
           END-IF.
           IF WRK-SIN-ABERTO = 'S'
               CLOSE SINISTRO-FILE
           END-IF.

       0210-LER-UM-PEDIDO.
           READ PEDHIST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE PHI-DATA-PEDIDO TO WRK-DATA-PED
                   IF WRK-DPD-ANOMES = WRK-ANOMES
                       AND NOT PHI-CANCELADO
                       AND NOT PHI-REJEITADO
                       PERFORM 0220-AVALIAR-PEDIDO
                           THRU 0220-AVALIAR-FIM
                   END-IF
           END-READ.

      *****************************************************
      * AVALIA UM PEDIDO DO MES E SOMA NA LINHA DA ROTA E NA
      * LINHA DE TOTAL DA TRANSPORTADORA
      *****************************************************
       0220-AVALIAR-PEDIDO.
           ADD 1 TO WRK-QTD-DO-MES.
           IF PHI-TRANSP = SPACES
               ADD 1 TO WRK-QTD-SEM-TRANSP
               GO TO 0220-AVALIAR-FIM
           END-IF.
           MOVE PHI-TRANSP TO WRK-BUSCA-TRANSP.
           MOVE PHI-ORIGEM TO WRK-BUSCA-ORIGEM.
           MOVE PHI-UF     TO WRK-BUSCA-UF.
           PERFORM 0300-ACHAR-ACUMULADOR.
           MOVE WRK-ACU-USO TO WRK-ACU-ROTA.
           MOVE '***' TO WRK-BUSCA-ORIGEM.
           MOVE '**'  TO WRK-BUSCA-UF.
           PERFORM 0300-ACHAR-ACUMULADOR.
           MOVE WRK-ACU-USO TO WRK-ACU-TOTAL.
           IF WRK-ACU-ROTA = 0 OR WRK-ACU-TOTAL = 0
               GO TO 0220-AVALIAR-FIM
           END-IF.
           PERFORM 0230-CLASSIFICAR-PRAZO.
           PERFORM 0240-CALCULAR-ESPERADO.
           PERFORM 0250-PROCURAR-COBRANCA.
           PERFORM 0260-LER-SINISTRO.
           MOVE WRK-ACU-ROTA TO WRK-ACU-USO.
           PERFORM 0280-SOMAR-NA-LINHA.
           MOVE WRK-ACU-TOTAL TO WRK-ACU-USO.
           PERFORM 0280-SOMAR-NA-LINHA.

       0220-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * PRAZO: ENTREGUE ATE A DATA PROMETIDA = NO PRAZO;
      * ENTREGUE DEPOIS = ATRASADO (DIAS CORRIDOS PELA ROTINA
      * COMUM DA CALPROC); SEM ENTREGA COM A PROMESSA JA
      * VENCIDA = VENCIDO (FORA DO PRAZO, SEM DIAS); SEM
      * ENTREGA DENTRO DA PROMESSA NAO ENTRA NA CONTA
      *****************************************************
       0230-CLASSIFICAR-PRAZO.
           MOVE SPACES TO WRK-SITUACAO-PRZ.
           MOVE ZEROS TO WRK-IDADE-DIAS.
           MOVE PHI-DATA-PROMET TO WRK-PROM-DATA.
           MOVE PHI-DATA-ENTREGA TO WRK-REAL-DATA.
           EVALUATE TRUE
               WHEN WRK-PROM-DATA = 0
                   CONTINUE
               WHEN WRK-REAL-DATA > 0
                   AND WRK-REAL-DATA <= WRK-PROM-DATA
                   SET WRK-PRZ-NO-PRAZO TO TRUE
               WHEN WRK-REAL-DATA > 0
                   SET WRK-PRZ-ATRASADO TO TRUE
                   MOVE WRK-PRM-DIA TO WRK-IDADE-DIA1
                   MOVE WRK-PRM-MES TO WRK-IDADE-MES1
                   MOVE WRK-PRM-ANO TO WRK-IDADE-ANO1
                   MOVE WRK-REA-DIA TO WRK-IDADE-DIA2
                   MOVE WRK-REA-MES TO WRK-IDADE-MES2
                   MOVE WRK-REA-ANO TO WRK-IDADE-ANO2
                   PERFORM 0600-CALCULAR-IDADE-DIAS
               WHEN WRK-PROM-DATA < WRK-DATA-NEGOCIO
                   SET WRK-PRZ-VENCIDO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * CUSTO ESPERADO PELA TARIFA DE COMPRA DA TRANSPORTADORA
      * DO PEDIDO NA ROTA: PESO X CUSTO POR KG, NAO MENOS QUE
      * O MINIMO POR EMBARQUE. SEM A TRANSPORTADORA ENTRE AS
      * DA ROTA NO MASTER, O PEDIDO FICA SEM TARIFA
      *****************************************************
       0240-CALCULAR-ESPERADO.
           MOVE ZEROS TO WRK-ESPERADO.
           MOVE 'N' TO WRK-TRA-ACHOU.
           IF WRK-TRA-ABERTO = 'S'
               MOVE 'N' TO WRK-EOF-ROTA
               MOVE PHI-ORIGEM TO TRA-ORIGEM
               MOVE PHI-UF     TO TRA-UF
               MOVE ZEROS      TO TRA-PRIORIDADE
               START TRANSP-FILE KEY NOT < TRA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ROTA TO TRUE
               END-START
               PERFORM 0245-LER-TRANSP-ROTA UNTIL WRK-FIM-ROTA
           END-IF.
           IF WRK-TRA-ACHOU = 'S'
               COMPUTE WRK-ESPERADO ROUNDED =
                   PHI-PESO * TRA-CUSTO-KG
               IF WRK-ESPERADO < TRA-CUSTO-MIN
                   MOVE TRA-CUSTO-MIN TO WRK-ESPERADO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-SEM-TARIFA
           END-IF.

       0245-LER-TRANSP-ROTA.
           READ TRANSP-FILE NEXT
               AT END
                   SET WRK-FIM-ROTA TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRA-ORIGEM NOT = PHI-ORIGEM
                           OR TRA-UF NOT = PHI-UF
                           SET WRK-FIM-ROTA TO TRUE
                       WHEN TRA-CODIGO = PHI-TRANSP
                           MOVE 'S' TO WRK-TRA-ACHOU
                           SET WRK-FIM-ROTA TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0250-PROCURAR-COBRANCA.
           MOVE 'N' TO WRK-TEM-COBRANCA.
           MOVE ZEROS TO WRK-COBRADO WRK-TRF-USO.
           PERFORM 0255-PROCURAR-UMA-COBR
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QTD
               OR WRK-TRF-USO > 0.
           IF WRK-TRF-USO > 0
               MOVE 'S' TO WRK-TEM-COBRANCA
               MOVE WRK-TRF-VALOR(WRK-TRF-USO) TO WRK-COBRADO
           END-IF.

       0255-PROCURAR-UMA-COBR.
           IF WRK-TRF-NUMERO(WRK-TRF-IDX) = PHI-NUM-PEDIDO
               AND WRK-TRF-TRANSP(WRK-TRF-IDX) = PHI-TRANSP
               MOVE WRK-TRF-IDX TO WRK-TRF-USO
           END-IF.

      *****************************************************
      * SINISTRO DO PEDIDO: O VALOR ACEITO PELA TRANSPORTADORA
      * QUANDO HOUVER, SENAO O VALOR DECLARADO NA ABERTURA
      *****************************************************
       0260-LER-SINISTRO.
           MOVE ZEROS TO WRK-SIN-VALOR.
           IF PHI-SIN-SITUACAO NOT = SPACES
               AND WRK-SIN-ABERTO = 'S'
               MOVE PHI-NUM-PEDIDO TO SIN-NUM-PEDIDO
               READ SINISTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIN-VALOR-ACEITO > 0
                           MOVE SIN-VALOR-ACEITO TO WRK-SIN-VALOR
                       ELSE
                           MOVE SIN-VALOR-DECL TO WRK-SIN-VALOR
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * SOMA O PEDIDO AVALIADO NA LINHA WRK-ACU-USO. O CUSTO
      * SO ENTRA NA COMPARACAO QUANDO A TRANSPORTADORA JA
      * COBROU O PEDIDO (ESPERADO X COBRADO DOS MESMOS PEDIDOS)
      *****************************************************
       0280-SOMAR-NA-LINHA.
           ADD 1 TO WRK-ACU-PEDIDOS(WRK-ACU-USO).
           ADD PHI-PESO TO WRK-ACU-PESO(WRK-ACU-USO).
           EVALUATE TRUE
               WHEN WRK-PRZ-NO-PRAZO
                   ADD 1 TO WRK-ACU-AVALIADOS(WRK-ACU-USO)
                   ADD 1 TO WRK-ACU-NOPRAZO(WRK-ACU-USO)
               WHEN WRK-PRZ-ATRASADO
                   ADD 1 TO WRK-ACU-AVALIADOS(WRK-ACU-USO)
                   ADD 1 TO WRK-ACU-ATRASADOS(WRK-ACU-USO)
                   ADD WRK-IDADE-DIAS TO
                       WRK-ACU-DIAS-ATR(WRK-ACU-USO)
               WHEN WRK-PRZ-VENCIDO
                   ADD 1 TO WRK-ACU-AVALIADOS(WRK-ACU-USO)
                   ADD 1 TO WRK-ACU-VENCIDOS(WRK-ACU-USO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-TEM-COBRANCA = 'S'
               ADD 1 TO WRK-ACU-QTD-COBR(WRK-ACU-USO)
               ADD WRK-ESPERADO TO WRK-ACU-ESPERADO(WRK-ACU-USO)
               ADD WRK-COBRADO  TO WRK-ACU-COBRADO(WRK-ACU-USO)
           END-IF.
           IF PHI-SIN-SITUACAO NOT = SPACES
               ADD 1 TO WRK-ACU-SIN-QTD(WRK-ACU-USO)
               ADD WRK-SIN-VALOR TO WRK-ACU-SIN-VALOR(WRK-ACU-USO)
           END-IF.

      *****************************************************
      * LOCALIZA (OU ABRE) A LINHA TRANSPORTADORA+ORIGEM+UF
      * INFORMADA EM WRK-BUSCA-*, DEVOLVENDO O INDICE EM
      * WRK-ACU-USO (ZEROS = TABELA CHEIA)
      *****************************************************
       0300-ACHAR-ACUMULADOR.
           MOVE ZEROS TO WRK-ACU-USO.
           PERFORM 0305-PROCURAR-ACUM
               VARYING WRK-ACU-IDX FROM 1 BY 1
               UNTIL WRK-ACU-IDX > WRK-ACU-QTD
               OR WRK-ACU-USO > 0.
           IF WRK-ACU-USO = 0
               IF WRK-ACU-QTD < 600
                   ADD 1 TO WRK-ACU-QTD
                   INITIALIZE WRK-ACU-ITEM(WRK-ACU-QTD)
                   MOVE WRK-BUSCA-TRANSP TO
                       WRK-ACU-TRANSP(WRK-ACU-QTD)
                   MOVE WRK-BUSCA-ORIGEM TO
                       WRK-ACU-ORIGEM(WRK-ACU-QTD)
                   MOVE WRK-BUSCA-UF TO WRK-ACU-UF(WRK-ACU-QTD)
                   MOVE WRK-ACU-QTD TO WRK-ACU-USO
                   IF WRK-BUSCA-ORIGEM = '***'
                       ADD 1 TO WRK-QTD-TRANSP
                   END-IF
               ELSE
                   DISPLAY 'AVISO - ACUMULADOR DO BOLETIM CHEIO '
                       '(600 LINHAS)'
               END-IF
           END-IF.

       0305-PROCURAR-ACUM.
           IF WRK-ACU-TRANSP(WRK-ACU-IDX) = WRK-BUSCA-TRANSP
               AND WRK-ACU-ORIGEM(WRK-ACU-IDX) = WRK-BUSCA-ORIGEM
               AND WRK-ACU-UF(WRK-ACU-IDX) = WRK-BUSCA-UF
               MOVE WRK-ACU-IDX TO WRK-ACU-USO
           END-IF.

      *****************************************************
      * NOTA PONDERADA DA LINHA (0 A 100):
      *   PRAZO     = PERCENTUAL NO PRAZO DOS AVALIADOS
      *               (NENHUM AVALIADO = 100);
      *   CUSTO     = ESPERADO / COBRADO X 100, LIMITADO A
      *               100 (SEM COBRANCA OU SEM TARIFA = 100);
      *   SINISTROS = 100 MENOS A PENALIDADE POR PONTO
      *               PERCENTUAL DE PEDIDOS SINISTRADOS
      *               (MINIMO ZERO).
      * O DESVIO E (COBRADO - ESPERADO) / ESPERADO EM %.
      *****************************************************
       0400-CALCULAR-NOTAS.
           MOVE 100 TO WRK-NOTA-PRAZO WRK-NOTA-CUSTO
               WRK-NOTA-SINIST.
           MOVE ZEROS TO WRK-ACU-PCT-PRAZO(WRK-ACU-IDX)
               WRK-ACU-MEDIA-ATR(WRK-ACU-IDX)
               WRK-ACU-DESVIO(WRK-ACU-IDX).
           IF WRK-ACU-AVALIADOS(WRK-ACU-IDX) > 0
               COMPUTE WRK-NOTA-PRAZO ROUNDED =
                   WRK-ACU-NOPRAZO(WRK-ACU-IDX) * 100
                       / WRK-ACU-AVALIADOS(WRK-ACU-IDX)
               MOVE WRK-NOTA-PRAZO TO WRK-ACU-PCT-PRAZO(WRK-ACU-IDX)
           END-IF.
           IF WRK-ACU-ATRASADOS(WRK-ACU-IDX) > 0
               COMPUTE WRK-ACU-MEDIA-ATR(WRK-ACU-IDX) ROUNDED =
                   WRK-ACU-DIAS-ATR(WRK-ACU-IDX)
                       / WRK-ACU-ATRASADOS(WRK-ACU-IDX)
           END-IF.
           IF WRK-ACU-COBRADO(WRK-ACU-IDX) > 0
               AND WRK-ACU-ESPERADO(WRK-ACU-IDX) > 0
               IF WRK-ACU-COBRADO(WRK-ACU-IDX)
                   > WRK-ACU-ESPERADO(WRK-ACU-IDX)
                   COMPUTE WRK-NOTA-CUSTO ROUNDED =
                       WRK-ACU-ESPERADO(WRK-ACU-IDX) * 100
                           / WRK-ACU-COBRADO(WRK-ACU-IDX)
               END-IF
               COMPUTE WRK-ACU-DESVIO(WRK-ACU-IDX) ROUNDED =
                   (WRK-ACU-COBRADO(WRK-ACU-IDX)
                       - WRK-ACU-ESPERADO(WRK-ACU-IDX)) * 100
                       / WRK-ACU-ESPERADO(WRK-ACU-IDX)
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-ACU-DESVIO(WRK-ACU-IDX)
               END-COMPUTE
           END-IF.
           IF WRK-ACU-SIN-QTD(WRK-ACU-IDX) > 0
               AND WRK-ACU-PEDIDOS(WRK-ACU-IDX) > 0
               COMPUTE WRK-PCT-SINIST ROUNDED =
                   WRK-ACU-SIN-QTD(WRK-ACU-IDX) * 100
                       / WRK-ACU-PEDIDOS(WRK-ACU-IDX)
               COMPUTE WRK-PERDA-SINIST =
                   WRK-PCT-SINIST * WRK-PENAL-SINIST
               IF WRK-PERDA-SINIST >= 100
                   MOVE ZEROS TO WRK-NOTA-SINIST
               ELSE
                   SUBTRACT WRK-PERDA-SINIST FROM WRK-NOTA-SINIST
               END-IF
           END-IF.
           COMPUTE WRK-ACU-NOTA(WRK-ACU-IDX) ROUNDED =
               (WRK-NOTA-PRAZO * WRK-PESO-PRAZO
                   + WRK-NOTA-CUSTO * WRK-PESO-CUSTO
                   + WRK-NOTA-SINIST * WRK-PESO-SINIST)
                   / WRK-SOMA-PESOS.

      *****************************************************
      * RANKING: 1 + AS LINHAS DE MESMA ORIGEM+UF COM NOTA
      * MAIOR (NO EMPATE, FICA NA FRENTE A QUE TEM MAIS
      * PEDIDOS E, PERSISTINDO, A QUE ENTROU ANTES NA TABELA),
      * PARA QUE CADA POSICAO SEJA UNICA
      *****************************************************
       0450-CALCULAR-RANKING.
           MOVE ZEROS TO WRK-QTD-ACIMA.
           PERFORM 0455-COMPARAR-LINHA
               VARYING WRK-ACU-IDX2 FROM 1 BY 1
               UNTIL WRK-ACU-IDX2 > WRK-ACU-QTD.
           COMPUTE WRK-ACU-RANK(WRK-ACU-IDX) = WRK-QTD-ACIMA + 1.

       0455-COMPARAR-LINHA.
           IF WRK-ACU-IDX2 NOT = WRK-ACU-IDX
               AND WRK-ACU-ORIGEM(WRK-ACU-IDX2) =
                   WRK-ACU-ORIGEM(WRK-ACU-IDX)
               AND WRK-ACU-UF(WRK-ACU-IDX2) = WRK-ACU-UF(WRK-ACU-IDX)
               EVALUATE TRUE
                   WHEN WRK-ACU-NOTA(WRK-ACU-IDX2)
                       > WRK-ACU-NOTA(WRK-ACU-IDX)
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN WRK-ACU-NOTA(WRK-ACU-IDX2)
                       < WRK-ACU-NOTA(WRK-ACU-IDX)
                       CONTINUE
                   WHEN WRK-ACU-PEDIDOS(WRK-ACU-IDX2)
                       > WRK-ACU-PEDIDOS(WRK-ACU-IDX)
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN WRK-ACU-PEDIDOS(WRK-ACU-IDX2)
                       = WRK-ACU-PEDIDOS(WRK-ACU-IDX)
                       AND WRK-ACU-IDX2 < WRK-ACU-IDX
                       ADD 1 TO WRK-QTD-ACIMA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************
      * IMPRIME O BOLETIM NA ORDEM DO RANKING GERAL: PARA CADA
      * POSICAO, A TRANSPORTADORA, AS SUAS ROTAS E O TOTAL
      *****************************************************
       0500-IMPRIMIR-BOLETIM.
           MOVE SPACES TO TRAPRPT-REC.
           STRING 'BOLETIM DE DESEMPENHO DAS TRANSPORTADORAS - '
               'MES ' WRK-REF-MES '/' WRK-REF-ANO
               ' - EMITIDO EM ' WRK-DATA-NEGOCIO
               DELIMITED BY SIZE INTO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE WRK-PESO-PRAZO   TO WRK-LP-PRAZO.
           MOVE WRK-PESO-CUSTO   TO WRK-LP-CUSTO.
           MOVE WRK-PESO-SINIST  TO WRK-LP-SINIST.
           MOVE WRK-PENAL-SINIST TO WRK-LP-PENAL.
           MOVE WRK-LIN-PARAM TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE ALL '=' TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           PERFORM 0510-IMPRIMIR-POSICAO
               VARYING WRK-RANK-IMPR FROM 1 BY 1
               UNTIL WRK-RANK-IMPR > WRK-QTD-TRANSP.

       0510-IMPRIMIR-POSICAO.
           MOVE ZEROS TO WRK-ACU-TOTAL.
           PERFORM 0515-PROCURAR-POSICAO
               VARYING WRK-ACU-IDX FROM 1 BY 1
               UNTIL WRK-ACU-IDX > WRK-ACU-QTD
               OR WRK-ACU-TOTAL > 0.
           IF WRK-ACU-TOTAL > 0
               PERFORM 0520-IMPRIMIR-TRANSP
           END-IF.

       0515-PROCURAR-POSICAO.
           IF WRK-ACU-ORIGEM(WRK-ACU-IDX) = '***'
               AND WRK-ACU-RANK(WRK-ACU-IDX) = WRK-RANK-IMPR
               MOVE WRK-ACU-IDX TO WRK-ACU-TOTAL
           END-IF.

       0520-IMPRIMIR-TRANSP.
           MOVE SPACES TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE WRK-ACU-TRANSP(WRK-ACU-TOTAL) TO WRK-LT-TRANSP.
           MOVE SPACES TO WRK-LT-NOME.
           PERFORM 0525-BUSCAR-NOME.
           MOVE WRK-RANK-IMPR  TO WRK-LT-RANK.
           MOVE WRK-QTD-TRANSP TO WRK-LT-QTD.
           MOVE WRK-LIN-TRANSP TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE WRK-CAB-COLUNAS1 TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE WRK-CAB-COLUNAS2 TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE ALL '-' TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           PERFORM 0530-IMPRIMIR-ROTA
               VARYING WRK-ACU-IDX FROM 1 BY 1
               UNTIL WRK-ACU-IDX > WRK-ACU-QTD.
           MOVE WRK-ACU-TOTAL TO WRK-ACU-USO.
           PERFORM 0540-MONTAR-DETALHE.
           MOVE 'TOTAL' TO WRK-LD-ROTA-TOT.
           PERFORM 0545-GRAVAR-DETALHE.

      *****************************************************
      * NOME DA TRANSPORTADORA: O PRIMEIRO REGISTRO DO MASTER
      * TRANSP COM O CODIGO (O MASTER E CHAVEADO POR ROTA)
      *****************************************************
       0525-BUSCAR-NOME.
           OPEN INPUT TRANSP-FILE.
           IF WRK-TRA-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               MOVE LOW-VALUES TO TRA-CHAVE
               START TRANSP-FILE KEY NOT < TRA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0527-LER-UM-TRANSP UNTIL WRK-FIM-ARQ
               CLOSE TRANSP-FILE
           END-IF.

       0527-LER-UM-TRANSP.
           READ TRANSP-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF TRA-CODIGO = WRK-LT-TRANSP
                       MOVE TRA-NOME TO WRK-LT-NOME
                       SET WRK-FIM-ARQ TO TRUE
                   END-IF
           END-READ.

       0530-IMPRIMIR-ROTA.
           IF WRK-ACU-TRANSP(WRK-ACU-IDX) =
                   WRK-ACU-TRANSP(WRK-ACU-TOTAL)
               AND WRK-ACU-ORIGEM(WRK-ACU-IDX) NOT = '***'
               MOVE WRK-ACU-IDX TO WRK-ACU-USO
               PERFORM 0540-MONTAR-DETALHE
               PERFORM 0545-GRAVAR-DETALHE
           END-IF.

       0540-MONTAR-DETALHE.
           MOVE '/' TO WRK-LD-BARRA.
           MOVE WRK-ACU-TRANSP(WRK-ACU-USO)    TO WRK-LD-TRANSP.
           MOVE WRK-ACU-ORIGEM(WRK-ACU-USO)    TO WRK-LD-ORIGEM.
           MOVE WRK-ACU-UF(WRK-ACU-USO)        TO WRK-LD-UF.
           MOVE WRK-ACU-PEDIDOS(WRK-ACU-USO)   TO WRK-LD-PEDIDOS.
           MOVE WRK-ACU-PESO(WRK-ACU-USO)      TO WRK-LD-PESO.
           MOVE WRK-ACU-PCT-PRAZO(WRK-ACU-USO) TO WRK-LD-PCT-PRAZO.
           MOVE WRK-ACU-MEDIA-ATR(WRK-ACU-USO) TO WRK-LD-MEDIA-ATR.
           MOVE WRK-ACU-ESPERADO(WRK-ACU-USO)  TO WRK-LD-ESPERADO.
           MOVE WRK-ACU-COBRADO(WRK-ACU-USO)   TO WRK-LD-COBRADO.
           MOVE WRK-ACU-DESVIO(WRK-ACU-USO)    TO WRK-LD-DESVIO.
           MOVE WRK-ACU-SIN-QTD(WRK-ACU-USO)   TO WRK-LD-SIN-QTD.
           MOVE WRK-ACU-SIN-VALOR(WRK-ACU-USO) TO WRK-LD-SIN-VALOR.
           MOVE WRK-ACU-NOTA(WRK-ACU-USO)      TO WRK-LD-NOTA.
           MOVE WRK-ACU-RANK(WRK-ACU-USO)      TO WRK-LD-RANK.

       0545-GRAVAR-DETALHE.
           MOVE WRK-LIN-DET1 TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE WRK-LIN-DET2 TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           ADD 1 TO WRK-QTD-LINHAS.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE ALL '-' TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'REGISTROS LIDOS NO PEDHIST....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS DO MES AVALIADOS......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-DO-MES TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS SEM TRANSPORTADORA....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-TRANSP TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS SEM TARIFA DE COMPRA..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-TARIFA TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'TRANSPORTADORAS NO BOLETIM....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-TRANSP TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO TRAPRPT-REC.
           WRITE TRAPRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DE QUE O BOLETIM
      * RODOU E QUANTOS PEDIDOS AVALIOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'TRAPERF'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LINHAS   TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-TRANSP TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
