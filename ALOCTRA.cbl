       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCTRA.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RELATORIO DIARIO DA ALOCACAO DE TRANSPORTADORAS
      *           POR ROTA. DO BLOCO DO DIA NO FRETESAI (HDR/TRL
      *           DA DATA DE NEGOCIO), SOMA PEDIDOS E PESO POR
      *           ORIGEM + UF + TRANSPORTADORA (FSA-TRANSP) E
      *           COMPARA, PARA CADA TRANSPORTADORA DA ROTA NO
      *           MASTER TRANSP (MANTTRA):
      *             - A PARTICIPACAO REAL NO PESO DA ROTA CONTRA A
      *               COTA-ALVO, MARCANDO O DESVIO ACIMA DA
      *               TOLERANCIA;
      *             - O PESO LEVADO CONTRA A CAPACIDADE DIARIA,
      *               MARCANDO A TRANSPORTADORA LOTADA.
      *           PEDIDO COM TRANSPORTADORA QUE NAO ESTA MAIS NA
      *           ROTA (MASTER ALTERADO DEPOIS DA PRECIFICACAO)
      *           SAI NUMA LINHA PROPRIA, MARCADA FORA DO MASTER;
      *           PEDIDO SEM TRANSPORTADORA SO ENTRA NO RESUMO.
      *           RELATORIO ALOCRPT.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FSA-STATUS.
           SELECT TRANSP-FILE ASSIGN TO "TRANSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CHAVE
               FILE STATUS IS WRK-TRA-STATUS.
           SELECT ALOCRPT-FILE ASSIGN TO "ALOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETESAI-FILE.
           COPY FRETESFD.
       01  FRETESAI-HDR-REC.
           05 FSH-TIPO      PIC X(03).
           05 FSH-DATA      PIC 9(08).
           05 FSH-ORIGEM    PIC X(08).

       FD  TRANSP-FILE.
           COPY TRANSPFD.

       FD  ALOCRPT-FILE.
       01  ALOCRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-NO-BLOCO      PIC X(01) VALUE 'N'.
           88 BLOCO-DO-DIA       VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-TRANSP PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA-MAST PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ROTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA-COTA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LOTADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(07) VALUE ZEROS.

      *--- DESVIO DA COTA (PONTOS PERCENTUAIS, PARA MAIS OU
      *--- PARA MENOS) ACIMA DO QUAL A LINHA SAI MARCADA
       77 WRK-TOLER-COTA    PIC 9(03)V9 VALUE 5.
       77 WRK-PCT-REAL      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-DESVIO        PIC S9(03)V9 VALUE ZEROS.
       77 WRK-PCT-CAPAC     PIC 9(04)V9 VALUE ZEROS.

      *****************************************************
      * TRANSPORTADORAS DE CADA ROTA (MASTER TRANSP, NA ORDEM
      * DA CHAVE ORIGEM+UF+PRIORIDADE) COM O QUE LEVARAM NO
      * DIA. LINHA ACRESCENTADA PELO FRETESAI (TRANSPORTADORA
      * FORA DO MASTER) FICA COM PRIORIDADE ZERO
      *****************************************************
       77 WRK-ALC-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALC-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALC-IDX2      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALC-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALC-PRIMEIRA  PIC X(01) VALUE 'N'.
       77 WRK-ROTA-PEDIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-ROTA-KG       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TAB-ALOC.
           05 WRK-ALC-ITEM OCCURS 400 TIMES.
               10 WRK-ALC-ORIGEM    PIC X(03).
               10 WRK-ALC-UF        PIC X(02).
               10 WRK-ALC-PRIOR     PIC 9(01).
               10 WRK-ALC-CODIGO    PIC X(03).
               10 WRK-ALC-NOME      PIC X(20).
               10 WRK-ALC-COTA      PIC 9(03).
               10 WRK-ALC-CAPAC     PIC 9(07)V99.
               10 WRK-ALC-PEDIDOS   PIC 9(05).
               10 WRK-ALC-KG        PIC 9(09)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-ROTA.
           05 FILLER            PIC X(05) VALUE 'ROTA '.
           05 WRK-LR-ORIGEM     PIC X(03).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LR-UF         PIC X(02).
           05 FILLER            PIC X(12) VALUE ' - PEDIDOS '.
           05 WRK-LR-PEDIDOS    PIC ZZZZZZ9.
           05 FILLER            PIC X(11) VALUE '  PESO KG '.
           05 WRK-LR-KG         PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-CAB-COLUNAS.
           05 FILLER PIC X(03) VALUE 'PRI'.
           05 FILLER PIC X(04) VALUE 'TRP'.
           05 FILLER PIC X(17) VALUE 'NOME'.
           05 FILLER PIC X(06) VALUE ' PEDS'.
           05 FILLER PIC X(14) VALUE '      PESO KG'.
           05 FILLER PIC X(07) VALUE ' REAL%'.
           05 FILLER PIC X(05) VALUE 'COTA'.
           05 FILLER PIC X(07) VALUE 'DESVIO'.
           05 FILLER PIC X(08) VALUE 'CAP.USO'.
           05 FILLER PIC X(09) VALUE 'AVISO'.
       01  WRK-LIN-DET.
           05 WRK-LD-PRIOR      PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-CODIGO     PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME       PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-PEDIDOS    PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-KG         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-REAL       PIC ZZ9,9.
           05 FILLER            PIC X(02) VALUE '% '.
           05 WRK-LD-COTA       PIC ZZ9.
           05 FILLER            PIC X(02) VALUE '% '.
           05 WRK-LD-DESVIO     PIC -ZZ9,9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-CAPAC      PIC ZZZ9,9.
           05 WRK-LD-CAPAC-PCT  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-AVISO      PIC X(09).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO    PIC X(36).
           05 WRK-TOT-QTD-ED    PIC ZZZZZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0100-CARREGAR-TRANSP.
           PERFORM 0200-SOMAR-FRETESAI.
           OPEN OUTPUT ALOCRPT-FILE.
           MOVE SPACES TO ALOCRPT-REC.
           STRING 'ALOCACAO DE TRANSPORTADORAS POR ROTA - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE
               INTO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE ALL '=' TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           PERFORM 0300-IMPRIMIR-ROTA
               VARYING WRK-ALC-IDX FROM 1 BY 1
               UNTIL WRK-ALC-IDX > WRK-ALC-QTD.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE ALOCRPT-FILE.
           DISPLAY 'ROTAS NO RELATORIO.........: ' WRK-QTD-ROTAS.
           DISPLAY 'PEDIDOS DO DIA.............: ' WRK-QTD-LIDOS.
           DISPLAY 'TRANSPORTADORAS FORA DA COTA: '
               WRK-QTD-FORA-COTA.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * CARREGA AS TRANSPORTADORAS DE TODAS AS ROTAS DO MASTER
      * TRANSP. SEM O MASTER NAO HA COTA A CONFERIR
      *****************************************************
       0100-CARREGAR-TRANSP.
           OPEN INPUT TRANSP-FILE.
           IF WRK-TRA-STATUS NOT = '00'
               DISPLAY 'MASTER TRANSP NAO DISPONIVEL (STATUS '
                   WRK-TRA-STATUS ') - CADASTRE AS ROTAS NO MANTTRA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO TRA-CHAVE.
           START TRANSP-FILE KEY NOT < TRA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-LER-UMA-TRANSP UNTIL WRK-FIM-ARQ.
           CLOSE TRANSP-FILE.

       0110-LER-UMA-TRANSP.
           READ TRANSP-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-ALC-QTD < 400
                       ADD 1 TO WRK-ALC-QTD
                       INITIALIZE WRK-ALC-ITEM(WRK-ALC-QTD)
                       MOVE TRA-ORIGEM TO WRK-ALC-ORIGEM(WRK-ALC-QTD)
                       MOVE TRA-UF     TO WRK-ALC-UF(WRK-ALC-QTD)
                       MOVE TRA-PRIORIDADE TO
                           WRK-ALC-PRIOR(WRK-ALC-QTD)
                       MOVE TRA-CODIGO TO WRK-ALC-CODIGO(WRK-ALC-QTD)
                       MOVE TRA-NOME   TO WRK-ALC-NOME(WRK-ALC-QTD)
                       MOVE TRA-PCT-COTA TO
                           WRK-ALC-COTA(WRK-ALC-QTD)
                       MOVE TRA-CAPAC-KG TO
                           WRK-ALC-CAPAC(WRK-ALC-QTD)
                   ELSE
                       DISPLAY 'AVISO - TABELA DE ROTAS CHEIA '
                           '(400) - EXCEDENTE IGNORADO'
                       SET WRK-FIM-ARQ TO TRUE
                   END-IF
           END-READ.

      *****************************************************
      * SOMA OS PEDIDOS DO BLOCO DO DIA NA TRANSPORTADORA DA
      * ROTA QUE OS LEVOU
      *****************************************************
       0200-SOMAR-FRETESAI.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS NOT = '00'
               DISPLAY 'FRETESAI NAO ENCONTRADO (STATUS '
                   WRK-FSA-STATUS ') - NADA A CONFERIR'
               SET WRK-FIM-ARQ TO TRUE
           END-IF.
           PERFORM 0210-LER-UM-PEDIDO UNTIL WRK-FIM-ARQ.
           IF WRK-FSA-STATUS = '00' OR = '10'
               CLOSE FRETESAI-FILE
           END-IF.

       0210-LER-UM-PEDIDO.
           READ FRETESAI-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FSA-PRODUTO(1:3) = 'HDR'
                           IF FSH-DATA = WRK-DATA-NEGOCIO
                               SET BLOCO-DO-DIA TO TRUE
                           ELSE
                               MOVE 'N' TO WRK-NO-BLOCO
                           END-IF
                       WHEN FSA-PRODUTO(1:3) = 'TRL'
                           MOVE 'N' TO WRK-NO-BLOCO
                       WHEN BLOCO-DO-DIA AND FSA-TRANSP = SPACES
                           ADD 1 TO WRK-QTD-LIDOS
                           ADD 1 TO WRK-QTD-SEM-TRANSP
                       WHEN BLOCO-DO-DIA
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM 0220-SOMAR-PEDIDO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0220-SOMAR-PEDIDO.
           MOVE ZEROS TO WRK-ALC-USO.
           PERFORM 0225-PROCURAR-TRANSP
               VARYING WRK-ALC-IDX FROM 1 BY 1
               UNTIL WRK-ALC-IDX > WRK-ALC-QTD
               OR WRK-ALC-USO > 0.
           IF WRK-ALC-USO = 0
               IF WRK-ALC-QTD < 400
                   ADD 1 TO WRK-ALC-QTD
                   INITIALIZE WRK-ALC-ITEM(WRK-ALC-QTD)
                   MOVE FSA-ORIGEM TO WRK-ALC-ORIGEM(WRK-ALC-QTD)
                   MOVE FSA-UF     TO WRK-ALC-UF(WRK-ALC-QTD)
                   MOVE FSA-TRANSP TO WRK-ALC-CODIGO(WRK-ALC-QTD)
                   MOVE 'FORA DO MASTER' TO
                       WRK-ALC-NOME(WRK-ALC-QTD)
                   MOVE WRK-ALC-QTD TO WRK-ALC-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE ROTAS CHEIA (400) - '
                       'PEDIDO ' FSA-NUM-PEDIDO ' IGNORADO'
               END-IF
           END-IF.
           IF WRK-ALC-USO > 0
               ADD 1 TO WRK-ALC-PEDIDOS(WRK-ALC-USO)
               ADD FSA-PESO TO WRK-ALC-KG(WRK-ALC-USO)
               IF WRK-ALC-PRIOR(WRK-ALC-USO) = 0
                   ADD 1 TO WRK-QTD-FORA-MAST
               END-IF
           END-IF.

       0225-PROCURAR-TRANSP.
           IF WRK-ALC-ORIGEM(WRK-ALC-IDX) = FSA-ORIGEM
               AND WRK-ALC-UF(WRK-ALC-IDX) = FSA-UF
               AND WRK-ALC-CODIGO(WRK-ALC-IDX) = FSA-TRANSP
               MOVE WRK-ALC-IDX TO WRK-ALC-USO
           END-IF.

      *****************************************************
      * NA PRIMEIRA LINHA DE CADA ROTA NA TABELA, IMPRIME O
      * CABECALHO DA ROTA COM O TOTAL DO DIA E TODAS AS
      * TRANSPORTADORAS DELA (AS DO MASTER NA ORDEM DE
      * PRIORIDADE, AS FORA DO MASTER POR ULTIMO)
      *****************************************************
       0300-IMPRIMIR-ROTA.
           MOVE 'S' TO WRK-ALC-PRIMEIRA.
           PERFORM 0305-CONFERIR-PRIMEIRA
               VARYING WRK-ALC-IDX2 FROM 1 BY 1
               UNTIL WRK-ALC-IDX2 NOT < WRK-ALC-IDX.
           IF WRK-ALC-PRIMEIRA = 'S'
               PERFORM 0310-IMPRIMIR-UMA-ROTA
           END-IF.

       0305-CONFERIR-PRIMEIRA.
           IF WRK-ALC-ORIGEM(WRK-ALC-IDX2) =
                   WRK-ALC-ORIGEM(WRK-ALC-IDX)
               AND WRK-ALC-UF(WRK-ALC-IDX2) = WRK-ALC-UF(WRK-ALC-IDX)
               MOVE 'N' TO WRK-ALC-PRIMEIRA
           END-IF.

       0310-IMPRIMIR-UMA-ROTA.
           ADD 1 TO WRK-QTD-ROTAS.
           MOVE ZEROS TO WRK-ROTA-PEDIDOS WRK-ROTA-KG.
           PERFORM 0315-SOMAR-ROTA
               VARYING WRK-ALC-IDX2 FROM WRK-ALC-IDX BY 1
               UNTIL WRK-ALC-IDX2 > WRK-ALC-QTD.
           MOVE SPACES TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE WRK-ALC-ORIGEM(WRK-ALC-IDX) TO WRK-LR-ORIGEM.
           MOVE WRK-ALC-UF(WRK-ALC-IDX)     TO WRK-LR-UF.
           MOVE WRK-ROTA-PEDIDOS TO WRK-LR-PEDIDOS.
           MOVE WRK-ROTA-KG      TO WRK-LR-KG.
           MOVE WRK-LIN-ROTA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE WRK-CAB-COLUNAS TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE ALL '-' TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           PERFORM 0320-IMPRIMIR-TRANSP
               VARYING WRK-ALC-IDX2 FROM WRK-ALC-IDX BY 1
               UNTIL WRK-ALC-IDX2 > WRK-ALC-QTD.

       0315-SOMAR-ROTA.
           IF WRK-ALC-ORIGEM(WRK-ALC-IDX2) =
                   WRK-ALC-ORIGEM(WRK-ALC-IDX)
               AND WRK-ALC-UF(WRK-ALC-IDX2) = WRK-ALC-UF(WRK-ALC-IDX)
               ADD WRK-ALC-PEDIDOS(WRK-ALC-IDX2) TO WRK-ROTA-PEDIDOS
               ADD WRK-ALC-KG(WRK-ALC-IDX2) TO WRK-ROTA-KG
           END-IF.

      *****************************************************
      * LINHA DA TRANSPORTADORA: PARTICIPACAO REAL NO PESO DA
      * ROTA, DESVIO CONTRA A COTA E USO DA CAPACIDADE DO DIA.
      * AVISO: LOTADA (CAPACIDADE ESGOTADA), FORA COTA (DESVIO
      * ALEM DA TOLERANCIA) OU FORA MAST (TRANSPORTADORA QUE
      * NAO ESTA MAIS NA ROTA)
      *****************************************************
       0320-IMPRIMIR-TRANSP.
           IF WRK-ALC-ORIGEM(WRK-ALC-IDX2) =
                   WRK-ALC-ORIGEM(WRK-ALC-IDX)
               AND WRK-ALC-UF(WRK-ALC-IDX2) = WRK-ALC-UF(WRK-ALC-IDX)
               PERFORM 0325-MONTAR-LINHA
               MOVE WRK-LIN-DET TO ALOCRPT-REC
               WRITE ALOCRPT-REC
               ADD 1 TO WRK-QTD-LINHAS
           END-IF.

       0325-MONTAR-LINHA.
           MOVE SPACES TO WRK-LD-AVISO WRK-LD-CAPAC-PCT.
           MOVE ZEROS TO WRK-PCT-REAL WRK-DESVIO WRK-PCT-CAPAC.
           IF WRK-ALC-PRIOR(WRK-ALC-IDX2) = 0
               MOVE '-' TO WRK-LD-PRIOR
           ELSE
               MOVE WRK-ALC-PRIOR(WRK-ALC-IDX2) TO WRK-LD-PRIOR
           END-IF.
           MOVE WRK-ALC-CODIGO(WRK-ALC-IDX2)  TO WRK-LD-CODIGO.
           MOVE WRK-ALC-NOME(WRK-ALC-IDX2)    TO WRK-LD-NOME.
           MOVE WRK-ALC-PEDIDOS(WRK-ALC-IDX2) TO WRK-LD-PEDIDOS.
           MOVE WRK-ALC-KG(WRK-ALC-IDX2)      TO WRK-LD-KG.
           MOVE WRK-ALC-COTA(WRK-ALC-IDX2)    TO WRK-LD-COTA.
           IF WRK-ROTA-KG > 0
               COMPUTE WRK-PCT-REAL ROUNDED =
                   WRK-ALC-KG(WRK-ALC-IDX2) * 100 / WRK-ROTA-KG
               COMPUTE WRK-DESVIO =
                   WRK-PCT-REAL - WRK-ALC-COTA(WRK-ALC-IDX2)
           END-IF.
           MOVE WRK-PCT-REAL TO WRK-LD-REAL.
           MOVE WRK-DESVIO   TO WRK-LD-DESVIO.
           IF WRK-ALC-CAPAC(WRK-ALC-IDX2) > 0
               COMPUTE WRK-PCT-CAPAC ROUNDED =
                   WRK-ALC-KG(WRK-ALC-IDX2) * 100
                       / WRK-ALC-CAPAC(WRK-ALC-IDX2)
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-PCT-CAPAC
               END-COMPUTE
               MOVE '%' TO WRK-LD-CAPAC-PCT
           END-IF.
           MOVE WRK-PCT-CAPAC TO WRK-LD-CAPAC.
           EVALUATE TRUE
               WHEN WRK-ALC-PRIOR(WRK-ALC-IDX2) = 0
                   MOVE 'FORA MAST' TO WRK-LD-AVISO
               WHEN WRK-ALC-CAPAC(WRK-ALC-IDX2) > 0
                   AND WRK-PCT-CAPAC NOT < 100
                   MOVE 'LOTADA' TO WRK-LD-AVISO
                   ADD 1 TO WRK-QTD-LOTADAS
               WHEN WRK-ROTA-KG > 0
                   AND (WRK-DESVIO > WRK-TOLER-COTA
                   OR WRK-DESVIO < 0 - WRK-TOLER-COTA)
                   MOVE 'FORA COTA' TO WRK-LD-AVISO
                   ADD 1 TO WRK-QTD-FORA-COTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0800-IMPRIMIR-RESUMO.
           MOVE SPACES TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE ALL '-' TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'ROTAS NO RELATORIO.................'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ROTAS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS DO DIA NO FRETESAI.........'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS SEM TRANSPORTADORA.........'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-TRANSP TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS COM TRANSP. FORA DO MASTER.'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FORA-MAST TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'TRANSPORTADORAS FORA DA COTA.......'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FORA-COTA TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'TRANSPORTADORAS LOTADAS............'
               TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LOTADAS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ALOCRPT-REC.
           WRITE ALOCRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'ALOCTRA'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LINHAS   TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-TRANSP TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
