       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCFRT.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RELATORIO MENSAL ORCADO X REALIZADO DE FRETE
      *           POR ROTA ORIGEM+UF, PARA A REUNIAO MENSAL DE
      *           RESULTADOS. O ORCADO VEM DO MASTER ORCFRETE
      *           (MANTIDO PELO MANTORC), NA VERSAO PEDIDA NO
      *           SYSIN: O ORIGINAL APROVADO OU A VERSAO VIGENTE
      *           (A REVISAO, QUANDO HOUVER). O REALIZADO VEM DO
      *           PEDHIST: PEDIDOS FATURADOS NO ANO DO MES DE
      *           REFERENCIA, PELA DATA DA FATURA, EXCETO
      *           CANCELADOS, REJEITADOS E DEVOLUCOES. PARA CADA
      *           MEDIDA - QUANTIDADE DE PEDIDOS, PESO E RECEITA
      *           (FRETE COBRADO, O FSA-FRETE DA PRECIFICACAO) -
      *           MOSTRA ORCADO, REALIZADO, VARIACAO E VARIACAO
      *           PERCENTUAL NO MES E NO ACUMULADO DO ANO, POR
      *           ROTA, COM SUBTOTAL POR CENTRO DE DISTRIBUICAO
      *           (ORIGEM) E TOTAL DA EMPRESA. VARIACAO
      *           DESFAVORAVEL (REALIZADO ABAIXO DO ORCADO) IGUAL
      *           OU MAIOR QUE O LIMITE DO SYSIN E MARCADA COM
      *           *** E REPETIDA NA LISTA FINAL PARA A REUNIAO.
      *           A RECEITA DO PEDHIST E CONCILIADA COM O FRETE
      *           FATURADO NO FATREG NO MESMO PERIODO.
      *           SAI O RELATORIO ORCRPT.
      *           RETURN-CODE: 16 SEM PEDHIST OU ORCFRETE; 4 COM
      *           VARIACAO DESFAVORAVEL, ROTA SEM ORCAMENTO OU SEM
      *           O FATREG; 0 NOS DEMAIS CASOS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCFRETE-FILE ASSIGN TO "ORCFRETE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-ORC-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REG-STATUS.
           SELECT ORCRPT-FILE ASSIGN TO "ORCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCFRETE-FILE.
           COPY ORCFRTFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  ORCRPT-FILE.
       01  ORCRPT-REC           PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-ORC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-FATREG-OK     PIC X(01) VALUE 'N'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-USADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORC       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-ORC   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FAT-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-IMPR      PIC 9(03) COMP VALUE ZEROS.

      *--- PARAMETROS DO SYSIN ---*
       77 WRK-VERSAO-PARM   PIC X(01) VALUE SPACES.
           88 WRK-SO-ORIGINAL    VALUE 'O'.
       77 WRK-LIMITE-PCT    PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-NEG    PIC S9(03)V9 VALUE ZEROS.

      *--- MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE) ---*
       01  WRK-ANOMES-GRUPO.
           05 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-R REDEFINES WRK-ANOMES-GRUPO.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
       01  WRK-DATA-MOV-GRUPO.
           05 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MOV-R REDEFINES WRK-DATA-MOV-GRUPO.
           05 WRK-DMV-ANO       PIC 9(04).
           05 WRK-DMV-MES       PIC 9(02).
           05 WRK-DMV-DIA       PIC 9(02).

      *****************************************************
      * ORCADO E REALIZADO POR ROTA ORIGEM+UF. MEDIDA 1 =
      * PEDIDOS, 2 = PESO, 3 = RECEITA; PERIODO 1 = MES DE
      * REFERENCIA, 2 = ACUMULADO DO ANO ATE ELE. VERSAO EM
      * BRANCO = ROTA SEM ORCAMENTO (SO REALIZADO)
      *****************************************************
       77 WRK-ROT-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROT-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ROT-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MENOR-CHAVE   PIC X(05) VALUE SPACES.
       01  WRK-CHAVE-PROC.
           05 WRK-ORIGEM-PROC   PIC X(03) VALUE SPACES.
           05 WRK-UF-PROC       PIC X(02) VALUE SPACES.
       01  WRK-TAB-ROTA.
           05 WRK-ROT-ITEM OCCURS 300 TIMES.
               10 WRK-ROT-CHAVE.
                   15 WRK-ROT-ORIGEM  PIC X(03).
                   15 WRK-ROT-UF      PIC X(02).
               10 WRK-ROT-VERSAO   PIC X(01).
               10 WRK-ROT-IMPRESSO PIC X(01).
               10 WRK-ROT-VALORES.
                   15 WRK-ROT-MED OCCURS 3 TIMES.
                       20 WRK-ROT-PER OCCURS 2 TIMES.
                           25 WRK-ROT-ORC   PIC 9(11)V99.
                           25 WRK-ROT-REAL  PIC 9(11)V99.

      *****************************************************
      * ACUMULADORES DOS TRES NIVEIS DO RELATORIO: 1 = ROTA
      * EM IMPRESSAO, 2 = CENTRO DE DISTRIBUICAO, 3 = EMPRESA
      *****************************************************
       77 WRK-NIV           PIC 9(01) COMP VALUE ZEROS.
       77 WRK-MEDIDA        PIC 9(01) COMP VALUE ZEROS.
       77 WRK-PER           PIC 9(01) COMP VALUE ZEROS.
       77 WRK-MES-I         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ORIGEM-ANT    PIC X(03) VALUE SPACES.
       01  WRK-TAB-NIVEL.
           05 WRK-NIV-ITEM OCCURS 3 TIMES.
               10 WRK-NIV-MED OCCURS 3 TIMES.
                   15 WRK-NIV-PER OCCURS 2 TIMES.
                       20 WRK-NIV-ORC   PIC 9(13)V99.
                       20 WRK-NIV-REAL  PIC 9(13)V99.
       77 WRK-VARIACAO      PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VAR-PCT       PIC S9(03)V9 VALUE ZEROS.
       77 WRK-NIVEL-IMPR    PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-IMPR    PIC X(07) VALUE SPACES.

      *--- VARIACOES DESFAVORAVEIS PARA A LISTA DA REUNIAO ---*
       77 WRK-DSF-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DSF-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DSF-PERDIDAS  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-DESFAV.
           05 WRK-DSF-ITEM OCCURS 500 TIMES.
               10 WRK-DSF-NIVEL    PIC X(08).
               10 WRK-DSF-CHAVE    PIC X(07).
               10 WRK-DSF-MEDIDA   PIC X(08).
               10 WRK-DSF-PERIODO  PIC X(05).
               10 WRK-DSF-ORC      PIC 9(13)V99.
               10 WRK-DSF-REAL     PIC 9(13)V99.
               10 WRK-DSF-PCT      PIC S9(03)V9.

      *--- CONCILIACAO COM O FRETE FATURADO NO FATREG ---*
       01  WRK-TAB-FATREG.
           05 WRK-FAT-FRETE OCCURS 2 TIMES PIC 9(13)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-ROTA.
           05 WRK-LR-NIVEL     PIC X(08).
           05 WRK-LR-CHAVE     PIC X(07).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LR-VERSAO    PIC X(30).
       01  WRK-CAB-COLUNAS.
           05 FILLER           PIC X(08) VALUE 'MEDIDA'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'PER. '.
           05 FILLER           PIC X(18) VALUE
              '            ORCADO'.
           05 FILLER           PIC X(18) VALUE
              '         REALIZADO'.
           05 FILLER           PIC X(19) VALUE
              '           VARIACAO'.
           05 FILLER           PIC X(07) VALUE '   VAR%'.
       01  WRK-LIN-MEDIDA.
           05 WRK-LM-ROTULO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PERIODO   PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-ORC       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-REAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-VARIACAO  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-PCT       PIC -ZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-MARCA     PIC X(03).
       01  WRK-CAB-DESFAV.
           05 FILLER           PIC X(15) VALUE 'NIVEL   CHAVE'.
           05 FILLER           PIC X(14) VALUE 'MEDIDA  PER.'.
           05 FILLER           PIC X(17) VALUE
              '           ORCADO'.
           05 FILLER           PIC X(18) VALUE
              '         REALIZADO'.
           05 FILLER           PIC X(07) VALUE '   VAR%'.
       01  WRK-LIN-DESFAV.
           05 WRK-LD-NIVEL     PIC X(08).
           05 WRK-LD-CHAVE     PIC X(07).
           05 WRK-LD-MEDIDA    PIC X(08).
           05 WRK-LD-PERIODO   PIC X(06).
           05 WRK-LD-ORC       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-REAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PCT       PIC -ZZ9,9.
       01  WRK-CAB-CONCIL.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE
              '               MES'.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE
              '         ACUMULADO'.
       01  WRK-LIN-CONCIL.
           05 WRK-LC-ROTULO    PIC X(30).
           05 WRK-LC-MES       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LC-ACUM      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-CARREGAR-ORCAMENTO.
           PERFORM 0200-VARRER-PEDHIST.
           PERFORM 0300-SOMAR-FATREG THRU 0300-SOMAR-FIM.
           OPEN OUTPUT ORCRPT-FILE.
           PERFORM 0600-IMPRIMIR-COMPARATIVO.
           PERFORM 0700-IMPRIMIR-DESFAVORAVEIS.
           PERFORM 0750-IMPRIMIR-CONCILIACAO
               THRU 0750-IMPRIMIR-FIM.
           PERFORM 0800-TOTAIS-RELATORIO.
           CLOSE ORCRPT-FILE.
           DISPLAY 'ORCADO X REALIZADO DE FRETE ' WRK-ANOMES
               ' - ROTAS ' WRK-ROT-QTD
               ' VARIACOES DESFAVORAVEIS ' WRK-DSF-QTD.
           IF WRK-DSF-QTD > 0 OR WRK-QTD-SEM-ORC > 0
               OR WRK-FATREG-OK = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MES DE REFERENCIA (ZEROS = MES ANTERIOR AO CORRENTE),
      * VERSAO DO ORCAMENTO (O = ORIGINAL; OUTRO VALOR = A
      * VIGENTE) E LIMITE EM % DA VARIACAO DESFAVORAVEL A
      * DESTACAR (ZEROS = 10%)
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
           DISPLAY 'VERSAO DO ORCAMENTO (O = ORIGINAL, '
               'BRANCO = VIGENTE).. '.
           ACCEPT WRK-VERSAO-PARM.
           DISPLAY 'LIMITE % DA VARIACAO DESFAVORAVEL '
               '(ZEROS = 10).. '.
           ACCEPT WRK-LIMITE-PCT.
           IF WRK-LIMITE-PCT = 0
               MOVE 10 TO WRK-LIMITE-PCT
           END-IF.
           COMPUTE WRK-LIMITE-NEG = 0 - WRK-LIMITE-PCT.

      *****************************************************
      * CARREGA O ORCAMENTO DO ANO DE REFERENCIA. NO MASTER A
      * REVISAO (R) VEM LOGO DEPOIS DO ORIGINAL (O) DA MESMA
      * ROTA, ENTAO NA VERSAO VIGENTE ELA SOBREPOE O ORIGINAL.
      * SEM O ORCFRETE NAO HA COMPARATIVO
      *****************************************************
       0100-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCFRETE-FILE.
           IF WRK-ORC-STATUS NOT = '00'
               DISPLAY 'ORCFRETE NAO DISPONIVEL (STATUS '
                   WRK-ORC-STATUS ') - COMPARATIVO ABANDONADO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO ORC-CHAVE.
           MOVE WRK-REF-ANO TO ORC-ANO.
           START ORCFRETE-FILE KEY NOT < ORC-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-LER-UM-ORCAMENTO UNTIL WRK-FIM-ARQ.
           CLOSE ORCFRETE-FILE.

       0110-LER-UM-ORCAMENTO.
           READ ORCFRETE-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF ORC-ANO NOT = WRK-REF-ANO
                       SET WRK-FIM-ARQ TO TRUE
                   ELSE
                       IF ORC-ORIGINAL OR NOT WRK-SO-ORIGINAL
                           PERFORM 0120-GUARDAR-ORCAMENTO
                       END-IF
                   END-IF
           END-READ.

       0120-GUARDAR-ORCAMENTO.
           MOVE ORC-ORIGEM TO WRK-ORIGEM-PROC.
           MOVE ORC-UF     TO WRK-UF-PROC.
           PERFORM 0230-ACHAR-ROTA.
           IF WRK-ROT-USO > 0
               IF WRK-ROT-VERSAO(WRK-ROT-USO) = SPACES
                   ADD 1 TO WRK-QTD-ORC
               END-IF
               MOVE ORC-VERSAO TO WRK-ROT-VERSAO(WRK-ROT-USO)
               INITIALIZE WRK-ROT-VALORES(WRK-ROT-USO)
               PERFORM 0125-SOMAR-MES-ORCADO
                   VARYING WRK-MES-I FROM 1 BY 1
                   UNTIL WRK-MES-I > WRK-REF-MES
           END-IF.

       0125-SOMAR-MES-ORCADO.
           ADD ORC-PEDIDOS(WRK-MES-I) TO WRK-ROT-ORC(WRK-ROT-USO, 1, 2).
           ADD ORC-PESO(WRK-MES-I)    TO WRK-ROT-ORC(WRK-ROT-USO, 2, 2).
           ADD ORC-RECEITA(WRK-MES-I) TO WRK-ROT-ORC(WRK-ROT-USO, 3, 2).
           IF WRK-MES-I = WRK-REF-MES
               MOVE ORC-PEDIDOS(WRK-MES-I)
                   TO WRK-ROT-ORC(WRK-ROT-USO, 1, 1)
               MOVE ORC-PESO(WRK-MES-I)
                   TO WRK-ROT-ORC(WRK-ROT-USO, 2, 1)
               MOVE ORC-RECEITA(WRK-MES-I)
                   TO WRK-ROT-ORC(WRK-ROT-USO, 3, 1)
           END-IF.

      *****************************************************
      * VARRE O PEDHIST E SOMA NA ROTA CADA PEDIDO FATURADO
      * NO ANO ATE O MES DE REFERENCIA (ACUMULADO) E, SE
      * FATURADO NO PROPRIO MES, TAMBEM NO MES. SEM O PEDHIST
      * NAO HA REALIZADO
      *****************************************************
       0200-VARRER-PEDHIST.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - COMPARATIVO ABANDONADO'
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
                       AND PHI-NUM-FATURA IS NUMERIC
                       AND PHI-NUM-FATURA > 0
                       AND PHI-DATA-FATURA IS NUMERIC
                       PERFORM 0220-SOMAR-PEDIDO
                           THRU 0220-SOMAR-FIM
                   END-IF
           END-READ.

       0220-SOMAR-PEDIDO.
           MOVE PHI-DATA-FATURA TO WRK-DATA-MOV.
           IF WRK-DMV-ANO NOT = WRK-REF-ANO
               OR WRK-DMV-MES > WRK-REF-MES
               OR WRK-DMV-MES = 0
               GO TO 0220-SOMAR-FIM
           END-IF.
           MOVE PHI-ORIGEM TO WRK-ORIGEM-PROC.
           MOVE PHI-UF     TO WRK-UF-PROC.
           PERFORM 0230-ACHAR-ROTA.
           IF WRK-ROT-USO = 0
               GO TO 0220-SOMAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-USADOS.
           ADD 1 TO WRK-ROT-REAL(WRK-ROT-USO, 1, 2).
           ADD PHI-PESO TO WRK-ROT-REAL(WRK-ROT-USO, 2, 2).
           ADD PHI-FRETE TO WRK-ROT-REAL(WRK-ROT-USO, 3, 2).
           IF WRK-DMV-MES = WRK-REF-MES
               ADD 1 TO WRK-ROT-REAL(WRK-ROT-USO, 1, 1)
               ADD PHI-PESO TO WRK-ROT-REAL(WRK-ROT-USO, 2, 1)
               ADD PHI-FRETE TO WRK-ROT-REAL(WRK-ROT-USO, 3, 1)
           END-IF.

       0220-SOMAR-FIM.
           EXIT.

      *****************************************************
      * LOCALIZA (OU ABRE) A ROTA WRK-CHAVE-PROC, DEVOLVENDO
      * O INDICE EM WRK-ROT-USO (ZEROS = TABELA CHEIA)
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
                   MOVE WRK-CHAVE-PROC TO WRK-ROT-CHAVE(WRK-ROT-QTD)
                   MOVE 'N'        TO WRK-ROT-IMPRESSO(WRK-ROT-QTD)
                   MOVE WRK-ROT-QTD TO WRK-ROT-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE ROTAS CHEIA '
                       '(300 ROTAS)'
               END-IF
           END-IF.

       0235-PROCURAR-ROTA.
           IF WRK-ROT-CHAVE(WRK-ROT-IDX) = WRK-CHAVE-PROC
               MOVE WRK-ROT-IDX TO WRK-ROT-USO
           END-IF.

      *****************************************************
      * SOMA O FRETE FATURADO NO FATREG NO MES E NO ANO ATE O
      * MES DE REFERENCIA, PARA CONCILIAR COM A RECEITA DO
      * PEDHIST. SEM O FATREG A CONCILIACAO FICA DE FORA
      *****************************************************
       0300-SOMAR-FATREG.
           MOVE ZEROS TO WRK-FAT-FRETE(1) WRK-FAT-FRETE(2).
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               DISPLAY 'AVISO - FATREG NAO DISPONIVEL (STATUS '
                   WRK-REG-STATUS ') - SEM CONCILIACAO'
               GO TO 0300-SOMAR-FIM
           END-IF.
           MOVE 'S' TO WRK-FATREG-OK.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0310-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0300-SOMAR-FIM.
           EXIT.

       0310-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-FAT-LIDAS
                   MOVE REG-DATA-EMISSAO TO WRK-DATA-MOV
                   IF WRK-DMV-ANO = WRK-REF-ANO
                       AND WRK-DMV-MES NOT > WRK-REF-MES
                       ADD REG-TOT-FRETE TO WRK-FAT-FRETE(2)
                       IF WRK-DMV-MES = WRK-REF-MES
                           ADD REG-TOT-FRETE TO WRK-FAT-FRETE(1)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * IMPRIME O COMPARATIVO EM ORDEM DE ORIGEM+UF: A CADA
      * PASSAGEM ESCOLHE A MENOR ROTA AINDA NAO IMPRESSA. NA
      * TROCA DE ORIGEM SAI O SUBTOTAL DO CENTRO DE
      * DISTRIBUICAO; NO FIM, O TOTAL DA EMPRESA
      *****************************************************
       0600-IMPRIMIR-COMPARATIVO.
           MOVE SPACES TO ORCRPT-REC.
           STRING 'ORCADO X REALIZADO DE FRETE POR ROTA - '
               'REFERENCIA ' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO ORCRPT-REC.
           IF WRK-SO-ORIGINAL
               STRING 'EMITIDO EM ' WRK-DATA-NEGOCIO
                   ' - ORCAMENTO ORIGINAL - DESTAQUE A PARTIR DE '
                   WRK-LIMITE-PCT '%'
                   DELIMITED BY SIZE INTO ORCRPT-REC
           ELSE
               STRING 'EMITIDO EM ' WRK-DATA-NEGOCIO
                   ' - ORCAMENTO VIGENTE - DESTAQUE A PARTIR DE '
                   WRK-LIMITE-PCT '%'
                   DELIMITED BY SIZE INTO ORCRPT-REC
           END-IF.
           WRITE ORCRPT-REC.
           MOVE ALL '=' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           INITIALIZE WRK-TAB-NIVEL.
           MOVE SPACES TO WRK-ORIGEM-ANT.
           PERFORM 0610-IMPRIMIR-PROXIMA
               VARYING WRK-QTD-IMPR FROM 1 BY 1
               UNTIL WRK-QTD-IMPR > WRK-ROT-QTD.
           IF WRK-ORIGEM-ANT NOT = SPACES
               PERFORM 0640-IMPRIMIR-CD
           END-IF.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE ALL '-' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'EMPRESA' TO WRK-LR-NIVEL WRK-NIVEL-IMPR.
           MOVE SPACES TO WRK-LR-CHAVE WRK-CHAVE-IMPR WRK-LR-VERSAO.
           MOVE 3 TO WRK-NIV.
           PERFORM 0650-IMPRIMIR-NIVEL.

       0610-IMPRIMIR-PROXIMA.
           MOVE HIGH-VALUES TO WRK-MENOR-CHAVE.
           MOVE ZEROS TO WRK-ROT-USO.
           PERFORM 0615-PROCURAR-MENOR
               VARYING WRK-ROT-IDX FROM 1 BY 1
               UNTIL WRK-ROT-IDX > WRK-ROT-QTD.
           IF WRK-ROT-USO > 0
               MOVE 'S' TO WRK-ROT-IMPRESSO(WRK-ROT-USO)
               IF WRK-ORIGEM-ANT NOT = SPACES
                   AND WRK-ORIGEM-ANT NOT = WRK-ROT-ORIGEM(WRK-ROT-USO)
                   PERFORM 0640-IMPRIMIR-CD
               END-IF
               MOVE WRK-ROT-ORIGEM(WRK-ROT-USO) TO WRK-ORIGEM-ANT
               PERFORM 0620-IMPRIMIR-ROTA
           END-IF.

       0615-PROCURAR-MENOR.
           IF WRK-ROT-IMPRESSO(WRK-ROT-IDX) = 'N'
               AND WRK-ROT-CHAVE(WRK-ROT-IDX) < WRK-MENOR-CHAVE
               MOVE WRK-ROT-CHAVE(WRK-ROT-IDX) TO WRK-MENOR-CHAVE
               MOVE WRK-ROT-IDX TO WRK-ROT-USO
           END-IF.

      *****************************************************
      * COPIA A ROTA PARA O NIVEL 1, SOMA NO CENTRO DE
      * DISTRIBUICAO E NA EMPRESA E IMPRIME O BLOCO DA ROTA
      *****************************************************
       0620-IMPRIMIR-ROTA.
           PERFORM 0625-ACUMULAR-MEDIDA
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3
               AFTER WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'ROTA' TO WRK-LR-NIVEL WRK-NIVEL-IMPR.
           MOVE SPACES TO WRK-LR-CHAVE.
           STRING WRK-ROT-ORIGEM(WRK-ROT-USO) '/'
               WRK-ROT-UF(WRK-ROT-USO)
               DELIMITED BY SIZE INTO WRK-LR-CHAVE.
           MOVE WRK-LR-CHAVE TO WRK-CHAVE-IMPR.
           EVALUATE WRK-ROT-VERSAO(WRK-ROT-USO)
               WHEN 'O'
                   MOVE 'ORCAMENTO ORIGINAL' TO WRK-LR-VERSAO
               WHEN 'R'
                   MOVE 'ORCAMENTO REVISADO' TO WRK-LR-VERSAO
               WHEN OTHER
                   MOVE 'SEM ORCAMENTO' TO WRK-LR-VERSAO
                   ADD 1 TO WRK-QTD-SEM-ORC
           END-EVALUATE.
           MOVE 1 TO WRK-NIV.
           PERFORM 0650-IMPRIMIR-NIVEL.

       0625-ACUMULAR-MEDIDA.
           MOVE WRK-ROT-ORC(WRK-ROT-USO, WRK-MEDIDA, WRK-PER)
               TO WRK-NIV-ORC(1, WRK-MEDIDA, WRK-PER).
           MOVE WRK-ROT-REAL(WRK-ROT-USO, WRK-MEDIDA, WRK-PER)
               TO WRK-NIV-REAL(1, WRK-MEDIDA, WRK-PER).
           ADD WRK-ROT-ORC(WRK-ROT-USO, WRK-MEDIDA, WRK-PER)
               TO WRK-NIV-ORC(2, WRK-MEDIDA, WRK-PER)
                  WRK-NIV-ORC(3, WRK-MEDIDA, WRK-PER).
           ADD WRK-ROT-REAL(WRK-ROT-USO, WRK-MEDIDA, WRK-PER)
               TO WRK-NIV-REAL(2, WRK-MEDIDA, WRK-PER)
                  WRK-NIV-REAL(3, WRK-MEDIDA, WRK-PER).

      *****************************************************
      * SUBTOTAL DO CENTRO DE DISTRIBUICAO WRK-ORIGEM-ANT,
      * ZERADO EM SEGUIDA PARA A PROXIMA ORIGEM
      *****************************************************
       0640-IMPRIMIR-CD.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'CD' TO WRK-LR-NIVEL WRK-NIVEL-IMPR.
           MOVE WRK-ORIGEM-ANT TO WRK-LR-CHAVE WRK-CHAVE-IMPR.
           MOVE 'SUBTOTAL DO CENTRO DE DISTRIB.' TO WRK-LR-VERSAO.
           MOVE 2 TO WRK-NIV.
           PERFORM 0650-IMPRIMIR-NIVEL.
           INITIALIZE WRK-NIV-ITEM(2).

      *****************************************************
      * IMPRIME O CABECALHO E AS SEIS LINHAS (TRES MEDIDAS,
      * MES E ACUMULADO) DO NIVEL WRK-NIV
      *****************************************************
       0650-IMPRIMIR-NIVEL.
           MOVE WRK-LIN-ROTA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE WRK-CAB-COLUNAS TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           PERFORM 0660-IMPRIMIR-LINHA
               VARYING WRK-MEDIDA FROM 1 BY 1 UNTIL WRK-MEDIDA > 3
               AFTER WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2.

      *****************************************************
      * VARIACAO = REALIZADO - ORCADO; % SOBRE O ORCADO. COM
      * ORCADO ZERO NAO HA PERCENTUAL NEM DESTAQUE
      *****************************************************
       0660-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LM-ROTULO WRK-LM-MARCA.
           IF WRK-PER = 1
               EVALUATE WRK-MEDIDA
                   WHEN 1 MOVE 'PEDIDOS' TO WRK-LM-ROTULO
                   WHEN 2 MOVE 'PESO KG' TO WRK-LM-ROTULO
                   WHEN OTHER MOVE 'RECEITA' TO WRK-LM-ROTULO
               END-EVALUATE
               MOVE 'MES' TO WRK-LM-PERIODO
           ELSE
               MOVE 'ACUM.' TO WRK-LM-PERIODO
           END-IF.
           COMPUTE WRK-VARIACAO =
               WRK-NIV-REAL(WRK-NIV, WRK-MEDIDA, WRK-PER)
               - WRK-NIV-ORC(WRK-NIV, WRK-MEDIDA, WRK-PER).
           MOVE ZEROS TO WRK-VAR-PCT.
           IF WRK-NIV-ORC(WRK-NIV, WRK-MEDIDA, WRK-PER) > 0
               COMPUTE WRK-VAR-PCT ROUNDED = WRK-VARIACAO * 100
                   / WRK-NIV-ORC(WRK-NIV, WRK-MEDIDA, WRK-PER)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-VAR-PCT
               END-COMPUTE
               IF WRK-VAR-PCT NOT > WRK-LIMITE-NEG
                   MOVE '***' TO WRK-LM-MARCA
                   PERFORM 0670-GUARDAR-DESFAVORAVEL
               END-IF
           END-IF.
           MOVE WRK-NIV-ORC(WRK-NIV, WRK-MEDIDA, WRK-PER)
               TO WRK-LM-ORC.
           MOVE WRK-NIV-REAL(WRK-NIV, WRK-MEDIDA, WRK-PER)
               TO WRK-LM-REAL.
           MOVE WRK-VARIACAO TO WRK-LM-VARIACAO.
           MOVE WRK-VAR-PCT  TO WRK-LM-PCT.
           MOVE WRK-LIN-MEDIDA TO ORCRPT-REC.
           WRITE ORCRPT-REC.

       0670-GUARDAR-DESFAVORAVEL.
           IF WRK-DSF-QTD NOT < 500
               ADD 1 TO WRK-DSF-PERDIDAS
           ELSE
               ADD 1 TO WRK-DSF-QTD
               MOVE WRK-NIVEL-IMPR TO WRK-DSF-NIVEL(WRK-DSF-QTD)
               MOVE WRK-CHAVE-IMPR TO WRK-DSF-CHAVE(WRK-DSF-QTD)
               EVALUATE WRK-MEDIDA
                   WHEN 1 MOVE 'PEDIDOS'
                       TO WRK-DSF-MEDIDA(WRK-DSF-QTD)
                   WHEN 2 MOVE 'PESO KG'
                       TO WRK-DSF-MEDIDA(WRK-DSF-QTD)
                   WHEN OTHER MOVE 'RECEITA'
                       TO WRK-DSF-MEDIDA(WRK-DSF-QTD)
               END-EVALUATE
               MOVE WRK-LM-PERIODO TO WRK-DSF-PERIODO(WRK-DSF-QTD)
               MOVE WRK-NIV-ORC(WRK-NIV, WRK-MEDIDA, WRK-PER)
                   TO WRK-DSF-ORC(WRK-DSF-QTD)
               MOVE WRK-NIV-REAL(WRK-NIV, WRK-MEDIDA, WRK-PER)
                   TO WRK-DSF-REAL(WRK-DSF-QTD)
               MOVE WRK-VAR-PCT TO WRK-DSF-PCT(WRK-DSF-QTD)
           END-IF.

      *****************************************************
      * LISTA DAS VARIACOES DESFAVORAVEIS DESTACADAS, NA
      * ORDEM DO RELATORIO, PARA A PAUTA DA REUNIAO MENSAL
      *****************************************************
       0700-IMPRIMIR-DESFAVORAVEIS.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE ALL '=' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO ORCRPT-REC.
           STRING 'VARIACOES DESFAVORAVEIS PARA A REUNIAO MENSAL '
               '(REALIZADO ' WRK-LIMITE-PCT '% OU MAIS ABAIXO)'
               DELIMITED BY SIZE INTO ORCRPT-REC.
           WRITE ORCRPT-REC.
           IF WRK-DSF-QTD = 0
               MOVE 'NENHUMA VARIACAO DESFAVORAVEL ACIMA DO LIMITE'
                   TO ORCRPT-REC
               WRITE ORCRPT-REC
           ELSE
               MOVE WRK-CAB-DESFAV TO ORCRPT-REC
               WRITE ORCRPT-REC
               PERFORM 0710-IMPRIMIR-DESFAV
                   VARYING WRK-DSF-IDX FROM 1 BY 1
                   UNTIL WRK-DSF-IDX > WRK-DSF-QTD
           END-IF.
           IF WRK-DSF-PERDIDAS > 0
               MOVE SPACES TO WRK-TOT-LINHA
               MOVE 'AVISO - NAO LISTADAS (LIMITE)' TO WRK-TOT-ROTULO
               MOVE WRK-DSF-PERDIDAS TO WRK-TOT-QTD-ED
               MOVE WRK-TOT-LINHA TO ORCRPT-REC
               WRITE ORCRPT-REC
           END-IF.

       0710-IMPRIMIR-DESFAV.
           MOVE WRK-DSF-NIVEL(WRK-DSF-IDX)   TO WRK-LD-NIVEL.
           MOVE WRK-DSF-CHAVE(WRK-DSF-IDX)   TO WRK-LD-CHAVE.
           MOVE WRK-DSF-MEDIDA(WRK-DSF-IDX)  TO WRK-LD-MEDIDA.
           MOVE WRK-DSF-PERIODO(WRK-DSF-IDX) TO WRK-LD-PERIODO.
           MOVE WRK-DSF-ORC(WRK-DSF-IDX)     TO WRK-LD-ORC.
           MOVE WRK-DSF-REAL(WRK-DSF-IDX)    TO WRK-LD-REAL.
           MOVE WRK-DSF-PCT(WRK-DSF-IDX)     TO WRK-LD-PCT.
           MOVE WRK-LIN-DESFAV TO ORCRPT-REC.
           WRITE ORCRPT-REC.

      *****************************************************
      * CONCILIA A RECEITA REALIZADA (FRETE DOS PEDIDOS NO
      * PEDHIST) COM O FRETE FATURADO NO FATREG NO PERIODO.
      * DIFERENCA APONTA FATURA CANCELADA OU DEVOLUCAO NO
      * PERIODO, OU PEDIDO SEM BAIXA NO PEDHIST
      *****************************************************
       0750-IMPRIMIR-CONCILIACAO.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE ALL '=' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'CONCILIACAO DA RECEITA COM O FATREG' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           IF WRK-FATREG-OK = 'N'
               MOVE 'FATREG NAO DISPONIVEL - CONCILIACAO NAO FEITA'
                   TO ORCRPT-REC
               WRITE ORCRPT-REC
               GO TO 0750-IMPRIMIR-FIM
           END-IF.
           MOVE WRK-CAB-CONCIL TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'RECEITA REALIZADA (PEDHIST)...' TO WRK-LC-ROTULO.
           MOVE WRK-NIV-REAL(3, 3, 1) TO WRK-LC-MES.
           MOVE WRK-NIV-REAL(3, 3, 2) TO WRK-LC-ACUM.
           MOVE WRK-LIN-CONCIL TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'FRETE FATURADO (FATREG).......' TO WRK-LC-ROTULO.
           MOVE WRK-FAT-FRETE(1) TO WRK-LC-MES.
           MOVE WRK-FAT-FRETE(2) TO WRK-LC-ACUM.
           MOVE WRK-LIN-CONCIL TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE 'DIFERENCA.....................' TO WRK-LC-ROTULO.
           COMPUTE WRK-LC-MES = WRK-NIV-REAL(3, 3, 1)
               - WRK-FAT-FRETE(1).
           COMPUTE WRK-LC-ACUM = WRK-NIV-REAL(3, 3, 2)
               - WRK-FAT-FRETE(2).
           MOVE WRK-LIN-CONCIL TO ORCRPT-REC.
           WRITE ORCRPT-REC.

       0750-IMPRIMIR-FIM.
           EXIT.

       0800-TOTAIS-RELATORIO.
           MOVE SPACES TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE ALL '-' TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'REGISTROS LIDOS NO PEDHIST....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'PEDIDOS FATURADOS NO PERIODO..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-USADOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'FATURAS LIDAS NO FATREG.......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FAT-LIDAS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'ROTAS COM ORCAMENTO...........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ORC TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'ROTAS SEM ORCAMENTO...........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-ORC TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'VARIACOES DESFAVORAVEIS.......' TO WRK-TOT-ROTULO.
           MOVE WRK-DSF-QTD TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO ORCRPT-REC.
           WRITE ORCRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DE QUE O
      * COMPARATIVO RODOU E QUANTAS VARIACOES DESTACOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'ORCFRT'         TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-ROT-QTD      TO OPS-QTD-GRAVADOS.
           MOVE WRK-DSF-QTD      TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
