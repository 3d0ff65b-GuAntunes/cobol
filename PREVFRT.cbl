       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVFRT.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PREVISAO MENSAL DE VOLUME E RECEITA DE FRETE
      *           POR ROTA ORIGEM+UF, PARA O PLANEJAMENTO DE
      *           CAPACIDADE COM A OPERACAO E AS TRANSPORTADORAS
      *           ANTES DOS PICOS. A BASE E O HISTORICO DE
      *           PEDIDOS DO PEDHIST (DATA DO PEDIDO), EXCETO
      *           CANCELADOS, REJEITADOS E DEVOLUCOES, NOS 36
      *           MESES QUE TERMINAM NO MES DE REFERENCIA (O MES
      *           RECEM-FECHADO). PARA CADA MEDIDA - QUANTIDADE DE
      *           PEDIDOS, PESO E RECEITA (FRETE COBRADO, O
      *           FSA-FRETE DA PRECIFICACAO) - O PROGRAMA:
      *             - CALCULA O FATOR SAZONAL DE CADA MES DO ANO
      *               (MEDIA DO MES NOS ANOS ANTERIORES SOBRE A
      *               MEDIA MENSAL GERAL; SO COM 12 MESES OU MAIS
      *               DE HISTORICO NA ROTA, SENAO FATOR 1);
      *             - TIRA A SAZONALIDADE DOS ULTIMOS SEIS MESES E
      *               MEDE A TENDENCIA PELA DIFERENCA ENTRE A
      *               MEDIA DO ULTIMO TRIMESTRE E A DO ANTERIOR;
      *             - PROJETA OS TRES MESES SEGUINTES (NIVEL MAIS
      *               TENDENCIA, VEZES O FATOR DO MES PROJETADO);
      *             - REFAZ A PROJECAO COM O HISTORICO ATE O MES
      *               ANTERIOR AO DE REFERENCIA E COMPARA COM O
      *               REALIZADO, MOSTRANDO O ACERTO DO METODO.
      *           SAI O RELATORIO PREVRPT, UM BLOCO POR ROTA EM
      *           ORDEM DE ORIGEM+UF E O TOTAL GERAL NO FIM.
      * DATA: 15/10/2026
      * MANUTENCAO:
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
           SELECT PREVRPT-FILE ASSIGN TO "PREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  PREVRPT-FILE.
       01  PREVRPT-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-USADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-IMPR      PIC 9(03) COMP VALUE ZEROS.

      *--- MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) ---*
       01  WRK-ANOMES-GRUPO.
           05 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES-GRUPO.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
       01  WRK-DATA-PED-GRUPO.
           05 WRK-DATA-PED      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PED-R REDEFINES WRK-DATA-PED-GRUPO.
           05 WRK-DPD-ANO       PIC 9(04).
           05 WRK-DPD-MES       PIC 9(02).
           05 WRK-DPD-DIA       PIC 9(02).

      *****************************************************
      * JANELA DE 36 MESES: A POSICAO 36 E O MES DE
      * REFERENCIA, A 1 E 35 MESES ANTES; AS POSICOES 37 A 39
      * SAO OS TRES MESES PROJETADOS. O MES CORRIDO E CONTADO
      * COMO ANO X 12 + MES
      *****************************************************
       77 WRK-REF-SEQ       PIC 9(06) COMP VALUE ZEROS.
       77 WRK-PED-SEQ       PIC 9(06) COMP VALUE ZEROS.
       77 WRK-CAL-SEQ       PIC 9(06) COMP VALUE ZEROS.
       77 WRK-CAL-ANO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MES-POS       PIC S9(07) COMP VALUE ZEROS.
       01  WRK-TAB-CAL.
           05 WRK-CAL-ITEM OCCURS 39 TIMES.
               10 WRK-CAL-MES      PIC 9(02).
               10 WRK-CAL-ANOMES   PIC 9(06).

      *--- HISTORICO MENSAL POR ROTA ORIGEM+UF ---*
       77 WRK-ROT-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROT-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROT-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MENOR-CHAVE   PIC X(05) VALUE SPACES.
       01  WRK-TAB-ROTA.
           05 WRK-ROT-ITEM OCCURS 300 TIMES.
               10 WRK-ROT-CHAVE.
                   15 WRK-ROT-ORIGEM  PIC X(03).
                   15 WRK-ROT-UF      PIC X(02).
               10 WRK-ROT-INICIO   PIC 9(02) COMP.
               10 WRK-ROT-IMPRESSO PIC X(01).
               10 WRK-ROT-MES OCCURS 36 TIMES.
                   15 WRK-ROT-PEDIDOS PIC 9(05).
                   15 WRK-ROT-PESO    PIC 9(09)V99.
                   15 WRK-ROT-RECEITA PIC 9(09)V99.

      *****************************************************
      * SERIE DA MEDIDA EM CALCULO E OS FATORES SAZONAIS DOS
      * DOZE MESES DO ANO, APURADOS ENTRE A POSICAO DE INICIO
      * DO HISTORICO DA ROTA E A POSICAO FINAL INFORMADA
      *****************************************************
       77 WRK-MEDIDA        PIC 9(01) COMP VALUE ZEROS.
       77 WRK-MES-I         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MES-J         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MES-LIM       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-INICIO        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FIM-HIST      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-HORIZ         PIC 9(01) COMP VALUE ZEROS.
       77 WRK-QTD-OBS       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-NIVEL     PIC 9(01) COMP VALUE ZEROS.
       77 WRK-SOMA-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SOMA-AUX      PIC 9(13)V9999 VALUE ZEROS.
       77 WRK-MEDIA-GERAL   PIC 9(11)V9999 VALUE ZEROS.
       77 WRK-NIVEL         PIC 9(11)V9999 VALUE ZEROS.
       77 WRK-NIVEL-ANT     PIC 9(11)V9999 VALUE ZEROS.
       77 WRK-TENDENCIA     PIC S9(11)V9999 VALUE ZEROS.
       77 WRK-PROJ-BASE     PIC S9(11)V9999 VALUE ZEROS.
       77 WRK-PROJECAO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TEND-PCT      PIC S9(03)V9 VALUE ZEROS.
       77 WRK-DESVIO        PIC S9(03)V9 VALUE ZEROS.
       01  WRK-TAB-SERIE.
           05 WRK-SERIE OCCURS 36 TIMES PIC 9(11)V99.
       01  WRK-TAB-FATOR.
           05 WRK-FAT-ITEM OCCURS 12 TIMES.
               10 WRK-FAT-SOMA     PIC 9(13)V99.
               10 WRK-FAT-QTD      PIC 9(02).
               10 WRK-FAT-FATOR    PIC 9(02)V9999.

      *--- RESULTADO DA ROTA E TOTAL GERAL (1=PED 2=PESO 3=REC) ---*
       01  WRK-TAB-RESULT.
           05 WRK-RES-ITEM OCCURS 3 TIMES.
               10 WRK-RES-REAL     PIC 9(11)V99.
               10 WRK-RES-PREV     PIC 9(11)V99.
               10 WRK-RES-PROJ OCCURS 3 TIMES PIC 9(11)V99.
       01  WRK-TAB-TOTAL.
           05 WRK-TOT-ITEM OCCURS 3 TIMES.
               10 WRK-TOT-REAL     PIC 9(13)V99.
               10 WRK-TOT-PREV     PIC 9(13)V99.
               10 WRK-TOT-PROJ OCCURS 3 TIMES PIC 9(13)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-ROTA.
           05 FILLER           PIC X(05) VALUE 'ROTA '.
           05 WRK-LR-ORIGEM    PIC X(03).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LR-UF        PIC X(02).
           05 FILLER           PIC X(13) VALUE '   HISTORICO '.
           05 WRK-LR-MESES     PIC Z9.
           05 FILLER           PIC X(29) VALUE
              ' MESES   TENDENCIA PEDIDOS '.
           05 WRK-LR-TEND      PIC -ZZ9,9.
           05 FILLER           PIC X(06) VALUE '% A.M.'.
       01  WRK-CAB-MESES.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE ' REAL '.
           05 WRK-CM-REAL      PIC 9(06).
           05 FILLER           PIC X(06) VALUE ' PREV '.
           05 WRK-CM-PREV      PIC 9(06).
           05 FILLER           PIC X(08) VALUE '   DESV%'.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-CM-PROJ1     PIC 9(06).
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-CM-PROJ2     PIC 9(06).
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-CM-PROJ3     PIC 9(06).
       01  WRK-LIN-MEDIDA.
           05 WRK-LM-ROTULO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-REAL      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PREV      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LM-DESVIO    PIC -ZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PROJ1     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PROJ2     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PROJ3     PIC ZZZ.ZZZ.ZZ9.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-MONTAR-CALENDARIO
               VARYING WRK-MES-I FROM 1 BY 1 UNTIL WRK-MES-I > 39.
           PERFORM 0200-VARRER-PEDHIST.
           OPEN OUTPUT PREVRPT-FILE.
           PERFORM 0600-IMPRIMIR-PREVISAO.
           PERFORM 0700-TOTAIS-RELATORIO.
           CLOSE PREVRPT-FILE.
           DISPLAY 'PREVISAO DE FRETE ' WRK-ANOMES
               ' - ROTAS ' WRK-ROT-QTD
               ' PEDIDOS NA JANELA ' WRK-QTD-USADOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA, O ULTIMO MES FECHADO DO HISTORICO
      * (ZEROS = MES ANTERIOR AO CORRENTE)
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'MES DE REFERENCIA AAAAMM (ZEROS = ANTERIOR).. '.
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES = 0
               MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-ANOMES
               IF WRK-REF-MES = 1
                   MOVE 12 TO WRK-REF-MES
                   SUBTRACT 1 FROM WRK-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-REF-MES
               END-IF
           END-IF.
           COMPUTE WRK-REF-SEQ = WRK-REF-ANO * 12 + WRK-REF-MES.

      *****************************************************
      * MES DO ANO E ANO/MES DE CADA POSICAO DA JANELA
      *****************************************************
       0100-MONTAR-CALENDARIO.
           COMPUTE WRK-CAL-SEQ = WRK-REF-SEQ - 36 + WRK-MES-I.
           COMPUTE WRK-CAL-ANO = (WRK-CAL-SEQ - 1) / 12.
           COMPUTE WRK-CAL-MES(WRK-MES-I) =
               WRK-CAL-SEQ - WRK-CAL-ANO * 12.
           COMPUTE WRK-CAL-ANOMES(WRK-MES-I) =
               WRK-CAL-ANO * 100 + WRK-CAL-MES(WRK-MES-I).

      *****************************************************
      * VARRE O PEDHIST DE PONTA A PONTA E SOMA CADA PEDIDO
      * DA JANELA NO MES E NA ROTA. SEM O PEDHIST NAO HA
      * PREVISAO
      *****************************************************
       0200-VARRER-PEDHIST.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - PREVISAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO PHI-NUM-PEDIDO.
           START PEDHIST-FILE KEY NOT < PHI-NUM-PEDIDO
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0210-LER-UM-PEDIDO UNTIL WRK-FIM-ARQ.
           CLOSE PEDHIST-FILE.

       0210-LER-UM-PEDIDO.
           READ PEDHIST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF NOT PHI-CANCELADO
                       AND NOT PHI-REJEITADO
                       AND NOT PHI-DEVOLUCAO
                       AND PHI-DATA-PEDIDO IS NUMERIC
                       AND PHI-DATA-PEDIDO > 0
                       PERFORM 0220-SOMAR-PEDIDO
                           THRU 0220-SOMAR-FIM
                   END-IF
           END-READ.

       0220-SOMAR-PEDIDO.
           MOVE PHI-DATA-PEDIDO TO WRK-DATA-PED.
           COMPUTE WRK-PED-SEQ = WRK-DPD-ANO * 12 + WRK-DPD-MES.
           COMPUTE WRK-MES-POS = WRK-PED-SEQ - WRK-REF-SEQ + 36.
           IF WRK-MES-POS < 1 OR WRK-MES-POS > 36
               ADD 1 TO WRK-QTD-FORA
               GO TO 0220-SOMAR-FIM
           END-IF.
           PERFORM 0230-ACHAR-ROTA.
           IF WRK-ROT-USO = 0
               GO TO 0220-SOMAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-USADOS.
           ADD 1 TO WRK-ROT-PEDIDOS(WRK-ROT-USO, WRK-MES-POS).
           ADD PHI-PESO TO WRK-ROT-PESO(WRK-ROT-USO, WRK-MES-POS).
           ADD PHI-FRETE TO
               WRK-ROT-RECEITA(WRK-ROT-USO, WRK-MES-POS).
           IF WRK-MES-POS < WRK-ROT-INICIO(WRK-ROT-USO)
               MOVE WRK-MES-POS TO WRK-ROT-INICIO(WRK-ROT-USO)
           END-IF.

       0220-SOMAR-FIM.
           EXIT.

      *****************************************************
      * LOCALIZA (OU ABRE) A ROTA ORIGEM+UF DO PEDIDO,
      * DEVOLVENDO O INDICE EM WRK-ROT-USO (ZEROS = CHEIA)
      *****************************************************
       0230-ACHAR-ROTA.
           MOVE ZEROS TO WRK-ROT-USO.
           PERFORM 0235-PROCURAR-ROTA
               VARYING WRK-ROT-IDX FROM 1 BY 1
               UNTIL WRK-ROT-IDX > WRK-ROT-QTD
               OR WRK-ROT-USO > 0.
           IF WRK-ROT-USO = 0
               IF WRK-ROT-QTD < 300
                   ADD 1 TO WRK-ROT-QTD
                   INITIALIZE WRK-ROT-ITEM(WRK-ROT-QTD)
                   MOVE PHI-ORIGEM TO WRK-ROT-ORIGEM(WRK-ROT-QTD)
                   MOVE PHI-UF     TO WRK-ROT-UF(WRK-ROT-QTD)
                   MOVE 99         TO WRK-ROT-INICIO(WRK-ROT-QTD)
                   MOVE 'N'        TO WRK-ROT-IMPRESSO(WRK-ROT-QTD)
                   MOVE WRK-ROT-QTD TO WRK-ROT-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE ROTAS CHEIA '
                       '(300 ROTAS)'
               END-IF
           END-IF.

       0235-PROCURAR-ROTA.
           IF WRK-ROT-ORIGEM(WRK-ROT-IDX) = PHI-ORIGEM
               AND WRK-ROT-UF(WRK-ROT-IDX) = PHI-UF
               MOVE WRK-ROT-IDX TO WRK-ROT-USO
           END-IF.

      *****************************************************
      * PROJETA AS TRES MEDIDAS DA ROTA WRK-ROT-USO: O
      * REALIZADO DO MES DE REFERENCIA, A PREVISAO QUE O
      * HISTORICO ATE O MES ANTERIOR DARIA PARA ELE E OS TRES
      * MESES SEGUINTES. SOMA TUDO NO TOTAL GERAL
      *****************************************************
       0400-PROJETAR-ROTA.
           MOVE WRK-ROT-INICIO(WRK-ROT-USO) TO WRK-INICIO.
           MOVE ZEROS TO WRK-TEND-PCT.
           PERFORM 0405-PROJETAR-MEDIDA
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3.

       0405-PROJETAR-MEDIDA.
           PERFORM 0410-COPIAR-SERIE
               VARYING WRK-MES-I FROM 1 BY 1 UNTIL WRK-MES-I > 36.
           MOVE WRK-SERIE(36) TO WRK-RES-REAL(WRK-MEDIDA).
           MOVE 35 TO WRK-FIM-HIST.
           PERFORM 0500-PREPARAR-SERIE THRU 0500-PREPARAR-FIM.
           MOVE 1 TO WRK-HORIZ.
           PERFORM 0550-PROJETAR-MES.
           MOVE WRK-PROJECAO TO WRK-RES-PREV(WRK-MEDIDA).
           MOVE 36 TO WRK-FIM-HIST.
           PERFORM 0500-PREPARAR-SERIE THRU 0500-PREPARAR-FIM.
           PERFORM 0415-PROJETAR-HORIZONTE
               VARYING WRK-HORIZ FROM 1 BY 1 UNTIL WRK-HORIZ > 3.
           IF WRK-MEDIDA = 1 AND WRK-NIVEL > 0
               COMPUTE WRK-TEND-PCT ROUNDED =
                   WRK-TENDENCIA * 100 / WRK-NIVEL
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-TEND-PCT
               END-COMPUTE
           END-IF.
           ADD WRK-RES-REAL(WRK-MEDIDA) TO WRK-TOT-REAL(WRK-MEDIDA).
           ADD WRK-RES-PREV(WRK-MEDIDA) TO WRK-TOT-PREV(WRK-MEDIDA).
           ADD WRK-RES-PROJ(WRK-MEDIDA, 1)
               TO WRK-TOT-PROJ(WRK-MEDIDA, 1).
           ADD WRK-RES-PROJ(WRK-MEDIDA, 2)
               TO WRK-TOT-PROJ(WRK-MEDIDA, 2).
           ADD WRK-RES-PROJ(WRK-MEDIDA, 3)
               TO WRK-TOT-PROJ(WRK-MEDIDA, 3).

       0410-COPIAR-SERIE.
           EVALUATE WRK-MEDIDA
               WHEN 1
                   MOVE WRK-ROT-PEDIDOS(WRK-ROT-USO, WRK-MES-I)
                       TO WRK-SERIE(WRK-MES-I)
               WHEN 2
                   MOVE WRK-ROT-PESO(WRK-ROT-USO, WRK-MES-I)
                       TO WRK-SERIE(WRK-MES-I)
               WHEN OTHER
                   MOVE WRK-ROT-RECEITA(WRK-ROT-USO, WRK-MES-I)
                       TO WRK-SERIE(WRK-MES-I)
           END-EVALUATE.

       0415-PROJETAR-HORIZONTE.
           PERFORM 0550-PROJETAR-MES.
           MOVE WRK-PROJECAO TO WRK-RES-PROJ(WRK-MEDIDA, WRK-HORIZ).

      *****************************************************
      * PREPARA A SERIE ENTRE WRK-INICIO E WRK-FIM-HIST:
      *   FATOR(MES) = MEDIA DO MES DO ANO / MEDIA GERAL,
      *     SO COM 12 MESES OU MAIS DE HISTORICO (SENAO 1),
      *     NUNCA ABAIXO DE 0,1;
      *   NIVEL      = MEDIA DESSAZONALIZADA DOS ULTIMOS TRES
      *     MESES (OU DOS QUE HOUVER);
      *   TENDENCIA  = (NIVEL - MEDIA DESSAZONALIZADA DO
      *     TRIMESTRE ANTERIOR) / 3, POR MES - SO COM SEIS
      *     MESES OU MAIS DE HISTORICO
      *****************************************************
       0500-PREPARAR-SERIE.
           MOVE ZEROS TO WRK-NIVEL WRK-NIVEL-ANT WRK-TENDENCIA
               WRK-SOMA-TOTAL WRK-QTD-OBS.
           PERFORM 0505-ZERAR-FATOR
               VARYING WRK-MES-J FROM 1 BY 1 UNTIL WRK-MES-J > 12.
           IF WRK-INICIO > WRK-FIM-HIST
               GO TO 0500-PREPARAR-FIM
           END-IF.
           COMPUTE WRK-QTD-OBS = WRK-FIM-HIST - WRK-INICIO + 1.
           PERFORM 0510-SOMAR-MES
               VARYING WRK-MES-I FROM WRK-INICIO BY 1
               UNTIL WRK-MES-I > WRK-FIM-HIST.
           IF WRK-QTD-OBS NOT < 12 AND WRK-SOMA-TOTAL > 0
               COMPUTE WRK-MEDIA-GERAL ROUNDED =
                   WRK-SOMA-TOTAL / WRK-QTD-OBS
               PERFORM 0515-CALCULAR-FATOR
                   VARYING WRK-MES-J FROM 1 BY 1
                   UNTIL WRK-MES-J > 12
           END-IF.
           IF WRK-QTD-OBS < 3
               MOVE WRK-QTD-OBS TO WRK-QTD-NIVEL
           ELSE
               MOVE 3 TO WRK-QTD-NIVEL
           END-IF.
           MOVE ZEROS TO WRK-SOMA-AUX.
           COMPUTE WRK-MES-LIM = WRK-FIM-HIST - WRK-QTD-NIVEL + 1.
           PERFORM 0520-SOMAR-DESSAZONAL
               VARYING WRK-MES-I FROM WRK-MES-LIM BY 1
               UNTIL WRK-MES-I > WRK-FIM-HIST.
           COMPUTE WRK-NIVEL ROUNDED = WRK-SOMA-AUX / WRK-QTD-NIVEL.
           IF WRK-QTD-OBS < 6
               GO TO 0500-PREPARAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-SOMA-AUX.
           COMPUTE WRK-MES-J = WRK-FIM-HIST - 5.
           COMPUTE WRK-MES-LIM = WRK-FIM-HIST - 3.
           PERFORM 0520-SOMAR-DESSAZONAL
               VARYING WRK-MES-I FROM WRK-MES-J BY 1
               UNTIL WRK-MES-I > WRK-MES-LIM.
           COMPUTE WRK-NIVEL-ANT ROUNDED = WRK-SOMA-AUX / 3.
           COMPUTE WRK-TENDENCIA ROUNDED =
               (WRK-NIVEL - WRK-NIVEL-ANT) / 3.

       0500-PREPARAR-FIM.
           EXIT.

       0505-ZERAR-FATOR.
           MOVE ZEROS TO WRK-FAT-SOMA(WRK-MES-J)
               WRK-FAT-QTD(WRK-MES-J).
           MOVE 1 TO WRK-FAT-FATOR(WRK-MES-J).

       0510-SOMAR-MES.
           MOVE WRK-CAL-MES(WRK-MES-I) TO WRK-MES-J.
           ADD WRK-SERIE(WRK-MES-I) TO WRK-FAT-SOMA(WRK-MES-J).
           ADD 1 TO WRK-FAT-QTD(WRK-MES-J).
           ADD WRK-SERIE(WRK-MES-I) TO WRK-SOMA-TOTAL.

       0515-CALCULAR-FATOR.
           IF WRK-FAT-QTD(WRK-MES-J) > 0
               COMPUTE WRK-FAT-FATOR(WRK-MES-J) ROUNDED =
                   WRK-FAT-SOMA(WRK-MES-J) / WRK-FAT-QTD(WRK-MES-J)
                       / WRK-MEDIA-GERAL
                   ON SIZE ERROR
                       MOVE 1 TO WRK-FAT-FATOR(WRK-MES-J)
               END-COMPUTE
               IF WRK-FAT-FATOR(WRK-MES-J) < 0,1
                   MOVE 0,1 TO WRK-FAT-FATOR(WRK-MES-J)
               END-IF
           END-IF.

       0520-SOMAR-DESSAZONAL.
           MOVE WRK-CAL-MES(WRK-MES-I) TO WRK-MES-J.
           COMPUTE WRK-SOMA-AUX ROUNDED = WRK-SOMA-AUX
               + WRK-SERIE(WRK-MES-I) / WRK-FAT-FATOR(WRK-MES-J).

      *****************************************************
      * PROJECAO DO MES WRK-FIM-HIST + WRK-HORIZ: O NIVEL ESTA
      * CENTRADO UM MES ANTES DO FIM DO HISTORICO, ENTAO SOMA
      * HORIZ + 1 TENDENCIAS; DEPOIS APLICA O FATOR SAZONAL DO
      * MES PROJETADO. PROJECAO NEGATIVA VIRA ZERO
      *****************************************************
       0550-PROJETAR-MES.
           COMPUTE WRK-PROJ-BASE =
               WRK-NIVEL + WRK-TENDENCIA * (WRK-HORIZ + 1).
           IF WRK-PROJ-BASE < 0
               MOVE ZEROS TO WRK-PROJ-BASE
           END-IF.
           COMPUTE WRK-MES-I = WRK-FIM-HIST + WRK-HORIZ.
           MOVE WRK-CAL-MES(WRK-MES-I) TO WRK-MES-J.
           COMPUTE WRK-PROJECAO ROUNDED =
               WRK-PROJ-BASE * WRK-FAT-FATOR(WRK-MES-J).

      *****************************************************
      * IMPRIME A PREVISAO EM ORDEM DE ORIGEM+UF: A CADA
      * PASSAGEM ESCOLHE A MENOR ROTA AINDA NAO IMPRESSA
      *****************************************************
       0600-IMPRIMIR-PREVISAO.
           MOVE SPACES TO PREVRPT-REC.
           STRING 'PREVISAO DE VOLUME E RECEITA DE FRETE POR ROTA - '
               'REFERENCIA ' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE SPACES TO PREVRPT-REC.
           STRING 'EMITIDO EM ' WRK-DATA-NEGOCIO
               ' - HISTORICO DE ' WRK-CAL-ANOMES(1)
               ' A ' WRK-CAL-ANOMES(36)
               DELIMITED BY SIZE INTO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE ALL '=' TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE WRK-CAL-ANOMES(36) TO WRK-CM-REAL WRK-CM-PREV.
           MOVE WRK-CAL-ANOMES(37) TO WRK-CM-PROJ1.
           MOVE WRK-CAL-ANOMES(38) TO WRK-CM-PROJ2.
           MOVE WRK-CAL-ANOMES(39) TO WRK-CM-PROJ3.
           PERFORM 0610-IMPRIMIR-PROXIMA
               VARYING WRK-QTD-IMPR FROM 1 BY 1
               UNTIL WRK-QTD-IMPR > WRK-ROT-QTD.
           PERFORM 0650-IMPRIMIR-TOTAL.

       0610-IMPRIMIR-PROXIMA.
           MOVE HIGH-VALUES TO WRK-MENOR-CHAVE.
           MOVE ZEROS TO WRK-ROT-USO.
           PERFORM 0615-PROCURAR-MENOR
               VARYING WRK-ROT-IDX FROM 1 BY 1
               UNTIL WRK-ROT-IDX > WRK-ROT-QTD.
           IF WRK-ROT-USO > 0
               MOVE 'S' TO WRK-ROT-IMPRESSO(WRK-ROT-USO)
               PERFORM 0400-PROJETAR-ROTA
               PERFORM 0620-IMPRIMIR-ROTA
           END-IF.

       0615-PROCURAR-MENOR.
           IF WRK-ROT-IMPRESSO(WRK-ROT-IDX) = 'N'
               AND WRK-ROT-CHAVE(WRK-ROT-IDX) < WRK-MENOR-CHAVE
               MOVE WRK-ROT-CHAVE(WRK-ROT-IDX) TO WRK-MENOR-CHAVE
               MOVE WRK-ROT-IDX TO WRK-ROT-USO
           END-IF.

       0620-IMPRIMIR-ROTA.
           MOVE SPACES TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE WRK-ROT-ORIGEM(WRK-ROT-USO) TO WRK-LR-ORIGEM.
           MOVE WRK-ROT-UF(WRK-ROT-USO)     TO WRK-LR-UF.
           COMPUTE WRK-LR-MESES = 37 - WRK-INICIO.
           MOVE WRK-TEND-PCT TO WRK-LR-TEND.
           MOVE WRK-LIN-ROTA TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE WRK-CAB-MESES TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           PERFORM 0630-IMPRIMIR-MEDIDA
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3.

       0630-IMPRIMIR-MEDIDA.
           EVALUATE WRK-MEDIDA
               WHEN 1 MOVE 'PEDIDOS' TO WRK-LM-ROTULO
               WHEN 2 MOVE 'PESO KG' TO WRK-LM-ROTULO
               WHEN OTHER MOVE 'RECEITA' TO WRK-LM-ROTULO
           END-EVALUATE.
           COMPUTE WRK-LM-REAL ROUNDED = WRK-RES-REAL(WRK-MEDIDA).
           COMPUTE WRK-LM-PREV ROUNDED = WRK-RES-PREV(WRK-MEDIDA).
           COMPUTE WRK-LM-PROJ1 ROUNDED =
               WRK-RES-PROJ(WRK-MEDIDA, 1).
           COMPUTE WRK-LM-PROJ2 ROUNDED =
               WRK-RES-PROJ(WRK-MEDIDA, 2).
           COMPUTE WRK-LM-PROJ3 ROUNDED =
               WRK-RES-PROJ(WRK-MEDIDA, 3).
           MOVE ZEROS TO WRK-DESVIO.
           IF WRK-RES-PREV(WRK-MEDIDA) > 0
               COMPUTE WRK-DESVIO ROUNDED =
                   (WRK-RES-REAL(WRK-MEDIDA)
                       - WRK-RES-PREV(WRK-MEDIDA)) * 100
                       / WRK-RES-PREV(WRK-MEDIDA)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-DESVIO
               END-COMPUTE
           END-IF.
           MOVE WRK-DESVIO TO WRK-LM-DESVIO.
           MOVE WRK-LIN-MEDIDA TO PREVRPT-REC.
           WRITE PREVRPT-REC.

      *****************************************************
      * TOTAL GERAL: SOMA DAS PREVISOES DAS ROTAS (A TENDENCIA
      * DO TOTAL E A DOS PEDIDOS SOMADOS)
      *****************************************************
       0650-IMPRIMIR-TOTAL.
           MOVE SPACES TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE ALL '-' TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE 'TOTAL GERAL DAS ROTAS' TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE WRK-CAB-MESES TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           PERFORM 0655-COPIAR-TOTAL
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3.
           PERFORM 0630-IMPRIMIR-MEDIDA
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3.

       0655-COPIAR-TOTAL.
           MOVE WRK-TOT-REAL(WRK-MEDIDA) TO WRK-RES-REAL(WRK-MEDIDA).
           MOVE WRK-TOT-PREV(WRK-MEDIDA) TO WRK-RES-PREV(WRK-MEDIDA).
           MOVE WRK-TOT-PROJ(WRK-MEDIDA, 1)
               TO WRK-RES-PROJ(WRK-MEDIDA, 1).
           MOVE WRK-TOT-PROJ(WRK-MEDIDA, 2)
               TO WRK-RES-PROJ(WRK-MEDIDA, 2).
           MOVE WRK-TOT-PROJ(WRK-MEDIDA, 3)
               TO WRK-RES-PROJ(WRK-MEDIDA, 3).

       0700-TOTAIS-RELATORIO.
           MOVE SPACES TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE ALL '-' TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'REGISTROS LIDOS NO PEDHIST....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS NA JANELA DE 36 MESES.' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-USADOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS FORA DA JANELA........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FORA TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO PREVRPT-REC.
           WRITE PREVRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'ROTAS PROJETADAS..............' TO WRK-TOT-ROTULO.
           MOVE WRK-ROT-QTD TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO PREVRPT-REC.
           WRITE PREVRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DE QUE A PREVISAO
      * RODOU E QUANTAS ROTAS PROJETOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'PREVFRT'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-ROT-QTD      TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
