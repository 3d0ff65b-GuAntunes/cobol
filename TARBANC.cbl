       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARBANC.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: CONFERENCIA MENSAL DAS TARIFAS BANCARIAS. AS
      *           TARIFAS CHEGAM COMO DEBITOS NO EXTRATO E O
      *           CONCBANC SO AS LISTA COMO PENDENCIA DO BANCO -
      *           NINGUEM CONFERIA SE O BANCO COBROU O COMBINADO.
      *           PARA CADA BANCO DO MASTER BANCOMST, NO PERIODO
      *           DO SYSIN (AAAAMM, ZEROS = MES ANTERIOR):
      *             - CLASSIFICA OS DEBITOS DO EXTRATO DO BANCO
      *               (EXTRBANC/EXTRBC2/EXTRBC3, PELO LAYOUT DO
      *               MASTER, NORMALIZADOS COMO NO CONCBANC) PELO
      *               PADRAO DE DOCUMENTO DE CADA TARIFA DA TABELA
      *               CONTRATADA (MANTBCO, TRANSACAO T);
      *             - CONTA OS EVENTOS COBRAVEIS PELOS NOSSOS
      *               PROPRIOS DADOS: BOLETOS EMITIDOS PELO BOLETO
      *               (REGISTROS DO OPSTAT NO MES - VALE A ULTIMA
      *               EXECUCAO DE CADA DIA, POIS UMA REEXECUCAO
      *               REFAZ A MESMA REMESSA) E LIQUIDACOES BAIXADAS
      *               PELO CAIXAAPL (CRJORNAL, PELA DATA DO CREDITO
      *               NO BANCO - UM CREDITO APLICADO EM VARIAS
      *               PARCELAS CONTA UMA VEZ); TARIFA MENSAL CONTA
      *               UM EVENTO;
      *             - COMPARA O ESPERADO (EVENTOS X PRECO
      *               CONTRATADO) COM O COBRADO. COBRANCA A MAIOR
      *               SAI NO RELATORIO TARBRPT COM A EVIDENCIA (A
      *               BASE DE EVENTOS E CADA DEBITO DA TARIFA),
      *               PARA A TESOURARIA PEDIR O ESTORNO.
      *           DEBITO QUE NAO CASA COM NENHUM PADRAO FICA COMO
      *           NAO CLASSIFICADO (PODE SER PAGAMENTO NOSSO OU
      *           TARIFA FORA DA TABELA). RETURN-CODE: 8 COM
      *           COBRANCA A MAIOR, 4 COM TARIFA NAO APURADA
      *           (EXTRATO OU BASE DE EVENTOS AUSENTE), 0 LIMPO;
      *           16 SEM O MASTER BANCOMST.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCOMST-FILE ASSIGN TO "BANCOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BNC-CODIGO
               FILE STATUS IS WRK-BNC-STATUS.
           SELECT EXTRBANC-FILE ASSIGN TO "EXTRBANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BCO-STATUS.
           SELECT EXTRBC2-FILE ASSIGN TO "EXTRBC2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BC2-STATUS.
           SELECT EXTRBC3-FILE ASSIGN TO "EXTRBC3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BC3-STATUS.
           SELECT CRJORNAL-FILE ASSIGN TO "CRJORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRJ-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT TARBRPT-FILE ASSIGN TO "TARBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCOMST-FILE.
           COPY BANCOFD.

      *****************************************************
      * EXTRATOS DO BANCO - OS TRES LAYOUTS DO CONCBANC
      *****************************************************
       FD  EXTRBANC-FILE.
       01  EXTRBANC-REC.
           05 BCO-DOCUMENTO PIC X(10).
           05 BCO-DATA      PIC 9(08).
           05 BCO-TIPO      PIC X(01).
           05 BCO-VALOR     PIC 9(08)V99.

       FD  EXTRBC2-FILE.
       01  EXTRBC2-REC.
           05 BC2-DATA      PIC 9(08).
           05 BC2-DOCUMENTO PIC X(12).
           05 BC2-VALOR     PIC 9(08)V99.
           05 BC2-SINAL     PIC X(01).

       FD  EXTRBC3-FILE.
       01  EXTRBC3-REC.
           05 BC3-CONTA     PIC 9(06).
           05 BC3-DOCUMENTO PIC X(10).
           05 BC3-VALOR     PIC 9(08)V99.
           05 BC3-DATA      PIC 9(08).
           05 BC3-TIPO      PIC X(01).

       FD  CRJORNAL-FILE.
           COPY CRJRNFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  TARBRPT-FILE.
       01  TARBRPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-BNC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BCO-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BC2-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BC3-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-G.
           05 WRK-PER-ANO   PIC 9(04).
           05 WRK-PER-MES   PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-G PIC 9(06).
       01  WRK-DATA-HOJE-G.
           05 WRK-HOJ-ANO   PIC 9(04).
           05 WRK-HOJ-MES   PIC 9(02).
           05 WRK-HOJ-DIA   PIC 9(02).
       01  WRK-DATA-HOJE REDEFINES WRK-DATA-HOJE-G PIC 9(08).
       01  WRK-DATA-AUX-G.
           05 WRK-AUX-ANO   PIC 9(04).
           05 WRK-AUX-MES   PIC 9(02).
           05 WRK-AUX-DIA   PIC 9(02).
       01  WRK-DATA-AUX REDEFINES WRK-DATA-AUX-G PIC 9(08).

      *--- BASE DE EVENTOS: BOLETOS (OPSTAT) E LIQUIDACOES ---*
       77 WRK-BOL-APURADO   PIC X(01) VALUE 'N'.
           88 WRK-BOLETOS-APURADOS VALUE 'S'.
       77 WRK-LIQ-APURADO   PIC X(01) VALUE 'N'.
           88 WRK-LIQUID-APURADAS  VALUE 'S'.
       77 WRK-QTD-BOLETOS   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-BOLETO   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIQUID    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-APLIC     PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-IDX       PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-BOLETOS-DIA.
           05 WRK-BOL-ENTRADA OCCURS 31 TIMES.
               10 WRK-BOL-QTD      PIC 9(07).
               10 WRK-BOL-RODOU    PIC X(01).
       01  WRK-CRJ-CHAVE.
           05 WRK-CRJ-DOC-BANCO PIC X(10).
           05 WRK-CRJ-DATA-BCO  PIC 9(08).
       77 WRK-CRJ-ANTERIOR  PIC X(18) VALUE SPACES.

      *--- BANCOS DO MASTER COM A TABELA DE TARIFAS ---*
       77 WRK-BNC-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-BNC-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRF-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TRF-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-BANCOS.
           05 WRK-BNC-ENTRADA OCCURS 10 TIMES.
               10 WRK-BNC-CODIGO    PIC X(03).
               10 WRK-BNC-NOME      PIC X(20).
               10 WRK-BNC-LAYOUT    PIC X(01).
               10 WRK-BNC-EXTRATO   PIC X(01).
               10 WRK-BNC-QTD-TAR   PIC 9(02).
               10 WRK-BNC-DEBITOS   PIC 9(05).
               10 WRK-BNC-NAO-CLASS PIC 9(05).
               10 WRK-BNC-VLR-NCLAS PIC 9(09)V99.
               10 WRK-TRF-ENTRADA OCCURS 8 TIMES.
                   15 WRK-TRF-TIPO      PIC X(04).
                   15 WRK-TRF-BASE      PIC X(01).
                   15 WRK-TRF-PRECO     PIC 9(05)V99.
                   15 WRK-TRF-PADRAO    PIC X(10).
                   15 WRK-TRF-TAM       PIC 9(02).
                   15 WRK-TRF-QTD-DEB   PIC 9(05).
                   15 WRK-TRF-COBRADO   PIC 9(09)V99.

      *--- DEBITO DO EXTRATO NORMALIZADO (QUALQUER LAYOUT) ---*
       77 WRK-EXT-DOCUMENTO PIC X(10) VALUE SPACES.
       77 WRK-EXT-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-EXT-VALOR     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-EXT-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-PADRAO-AUX    PIC X(10) VALUE SPACES.
       77 WRK-TAM-AUX       PIC 9(02) VALUE ZEROS.

      *--- DEBITOS CLASSIFICADOS, PARA A EVIDENCIA ---*
       77 WRK-EVD-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EVD-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-EVD-CHEIA     PIC X(01) VALUE 'N'.
       01  WRK-TAB-EVIDENCIAS.
           05 WRK-EVD-ENTRADA OCCURS 3000 TIMES.
               10 WRK-EVD-BANCO     PIC 9(02).
               10 WRK-EVD-TARIFA    PIC 9(02).
               10 WRK-EVD-DATA      PIC 9(08).
               10 WRK-EVD-DOC       PIC X(10).
               10 WRK-EVD-VALOR     PIC 9(08)V99.

      *--- CONFERENCIA DE UMA TARIFA ---*
       77 WRK-EVENTOS       PIC 9(07) VALUE ZEROS.
       77 WRK-ESPERADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-EQUIVALE      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TARIFA-APURADA PIC X(01) VALUE 'N'.

      *--- CONTADORES DO RESUMO ---*
       77 WRK-QTD-DEBITOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONFERIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-MAIOR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-MENOR   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-APUR  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-CLASS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-A-MAIOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-NAO-CLASS PIC 9(09)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-TARIFA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LT-TIPO      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-BASE      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-EVENTOS   PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-PRECO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-ESPERADO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-COBRADO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DIFERENCA PIC -Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-SITUACAO  PIC X(11).
       01  WRK-LIN-DEBITO.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'DEBITO '.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(05) VALUE ' DOC '.
           05 WRK-LD-DOC       PIC X(10).
           05 FILLER           PIC X(07) VALUE ' VALOR '.
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-ED-QTD        PIC ZZZZZZ9.
       77 WRK-ED-DIAS       PIC Z9.
       77 WRK-ED-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-EQUIVALE   PIC Z.ZZZ.ZZ9,99.
       77 WRK-ED-PRECO      PIC ZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO AAAAMM (ZEROS = MES ANTERIOR).. '.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = 0
               MOVE WRK-HOJ-ANO TO WRK-PER-ANO
               MOVE WRK-HOJ-MES TO WRK-PER-MES
               IF WRK-PER-MES = 1
                   SUBTRACT 1 FROM WRK-PER-ANO
                   MOVE 12 TO WRK-PER-MES
               ELSE
                   SUBTRACT 1 FROM WRK-PER-MES
               END-IF
           END-IF.
           PERFORM 0100-CARREGAR-BANCOS.
           PERFORM 0200-APURAR-BOLETOS.
           PERFORM 0250-APURAR-LIQUIDACOES.
           PERFORM 0300-CLASSIFICAR-DEBITOS
               VARYING WRK-BNC-USO FROM 1 BY 1
               UNTIL WRK-BNC-USO > WRK-BNC-QTD.
           OPEN OUTPUT TARBRPT-FILE.
           PERFORM 0450-CABECALHO.
           PERFORM 0500-CONFERIR-BANCO
               VARYING WRK-BNC-USO FROM 1 BY 1
               UNTIL WRK-BNC-USO > WRK-BNC-QTD.
           PERFORM 0700-RESUMO.
           CLOSE TARBRPT-FILE.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           EVALUATE TRUE
               WHEN WRK-QTD-A-MAIOR > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-NAO-APUR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE WRK-TOT-A-MAIOR TO WRK-ED-VALOR.
           DISPLAY 'TARBANC ' WRK-PERIODO ' - TARIFAS CONFERIDAS '
               WRK-QTD-CONFERIDAS ' A MAIOR ' WRK-QTD-A-MAIOR
               ' (' WRK-ED-VALOR ') NAO APURADAS '
               WRK-QTD-NAO-APUR.
           STOP RUN.

      *****************************************************
      * MASTER DE BANCOS COM A TABELA DE TARIFAS (ESSENCIAL:
      * SEM ELE NAO HA O QUE CONFERIR). BANCO GRAVADO ANTES
      * DA TABELA DE TARIFAS VEM SEM TARIFA NENHUMA
      *****************************************************
       0100-CARREGAR-BANCOS.
           OPEN INPUT BANCOMST-FILE.
           IF WRK-BNC-STATUS NOT = '00'
               DISPLAY 'ERRO - MASTER BANCOMST NAO DISPONIVEL '
                   '(STATUS ' WRK-BNC-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-BNC-QTD.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0110-CARREGAR-UM-BANCO UNTIL WRK-FIM-ARQ.
           CLOSE BANCOMST-FILE.
           IF WRK-BNC-QTD = 0
               DISPLAY 'AVISO - MASTER BANCOMST VAZIO - NENHUMA '
                   'TARIFA A CONFERIR'
               ADD 1 TO WRK-QTD-NAO-APUR
           END-IF.

       0110-CARREGAR-UM-BANCO.
           READ BANCOMST-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-BNC-QTD >= 10
                       DISPLAY 'AVISO - TABELA DE BANCOS CHEIA (10) '
                           '- BANCO ' BNC-CODIGO ' FORA DA CONFERENCIA'
                   ELSE
                       ADD 1 TO WRK-BNC-QTD
                       INITIALIZE WRK-BNC-ENTRADA(WRK-BNC-QTD)
                       MOVE BNC-CODIGO TO WRK-BNC-CODIGO(WRK-BNC-QTD)
                       MOVE BNC-NOME   TO WRK-BNC-NOME(WRK-BNC-QTD)
                       MOVE BNC-LAYOUT TO WRK-BNC-LAYOUT(WRK-BNC-QTD)
                       IF BNC-QTD-TARIFAS NUMERIC
                           AND BNC-QTD-TARIFAS NOT > 8
                           MOVE BNC-QTD-TARIFAS TO
                               WRK-BNC-QTD-TAR(WRK-BNC-QTD)
                       END-IF
                       PERFORM 0120-COPIAR-TARIFA
                           VARYING WRK-TRF-IDX FROM 1 BY 1
                           UNTIL WRK-TRF-IDX >
                               WRK-BNC-QTD-TAR(WRK-BNC-QTD)
                   END-IF
           END-READ.

       0120-COPIAR-TARIFA.
           MOVE BNC-TAR-TIPO(WRK-TRF-IDX)   TO
               WRK-TRF-TIPO(WRK-BNC-QTD WRK-TRF-IDX).
           MOVE BNC-TAR-BASE(WRK-TRF-IDX)   TO
               WRK-TRF-BASE(WRK-BNC-QTD WRK-TRF-IDX).
           MOVE BNC-TAR-PRECO(WRK-TRF-IDX)  TO
               WRK-TRF-PRECO(WRK-BNC-QTD WRK-TRF-IDX).
           MOVE BNC-TAR-PADRAO(WRK-TRF-IDX) TO
               WRK-TRF-PADRAO(WRK-BNC-QTD WRK-TRF-IDX).
           MOVE BNC-TAR-TAM(WRK-TRF-IDX)    TO
               WRK-TRF-TAM(WRK-BNC-QTD WRK-TRF-IDX).

      *****************************************************
      * BOLETOS EMITIDOS NO MES PELO OPSTAT DO BOLETO. O
      * BOLETO REGRAVA A REMESSA INTEIRA A CADA EXECUCAO: SE O
      * DIA RODOU MAIS DE UMA VEZ, VALE A ULTIMA (O OPSTAT E
      * GRAVADO EM ORDEM DE EXECUCAO)
      *****************************************************
       0200-APURAR-BOLETOS.
           INITIALIZE WRK-TAB-BOLETOS-DIA.
           OPEN INPUT OPSTAT-FILE.
           IF WRK-OPS-STATUS NOT = '00'
               DISPLAY 'AVISO - OPSTAT NAO DISPONIVEL (STATUS '
                   WRK-OPS-STATUS ') - TARIFA POR BOLETO NAO '
                   'APURADA'
           ELSE
               SET WRK-BOLETOS-APURADOS TO TRUE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-UM-OPSTAT UNTIL WRK-FIM-ARQ
               CLOSE OPSTAT-FILE
               PERFORM 0220-SOMAR-DIA
                   VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > 31
           END-IF.

       0210-LER-UM-OPSTAT.
           READ OPSTAT-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF OPS-PROGRAMA = 'BOLETO' AND OPS-DATA NUMERIC
                       MOVE OPS-DATA TO WRK-DATA-AUX
                       IF WRK-AUX-ANO = WRK-PER-ANO
                           AND WRK-AUX-MES = WRK-PER-MES
                           AND WRK-AUX-DIA > 0
                           AND WRK-AUX-DIA NOT > 31
                           MOVE OPS-QTD-GRAVADOS TO
                               WRK-BOL-QTD(WRK-AUX-DIA)
                           MOVE 'S' TO WRK-BOL-RODOU(WRK-AUX-DIA)
                       END-IF
                   END-IF
           END-READ.

       0220-SOMAR-DIA.
           IF WRK-BOL-RODOU(WRK-DIA-IDX) = 'S'
               ADD WRK-BOL-QTD(WRK-DIA-IDX) TO WRK-QTD-BOLETOS
               ADD 1 TO WRK-DIAS-BOLETO
           END-IF.

      *****************************************************
      * LIQUIDACOES DO MES PELO CRJORNAL DO CAIXAAPL, PELA
      * DATA DO CREDITO NO BANCO (SEM ELA, A DATA DA BAIXA).
      * O CAIXAAPL GRAVA EM SEGUIDA AS BAIXAS DE UM MESMO
      * CREDITO: DOCUMENTO E DATA REPETIDOS NAO CONTAM DE NOVO
      *****************************************************
       0250-APURAR-LIQUIDACOES.
           OPEN INPUT CRJORNAL-FILE.
           IF WRK-CRJ-STATUS NOT = '00'
               DISPLAY 'AVISO - CRJORNAL NAO DISPONIVEL (STATUS '
                   WRK-CRJ-STATUS ') - TARIFA POR LIQUIDACAO NAO '
                   'APURADA'
           ELSE
               SET WRK-LIQUID-APURADAS TO TRUE
               MOVE SPACES TO WRK-CRJ-ANTERIOR
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0260-LER-UMA-BAIXA UNTIL WRK-FIM-ARQ
               CLOSE CRJORNAL-FILE
           END-IF.

       0260-LER-UMA-BAIXA.
           READ CRJORNAL-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CRJ-DATA-BANCO NUMERIC AND CRJ-DATA-BANCO > 0
                       MOVE CRJ-DATA-BANCO TO WRK-DATA-AUX
                   ELSE
                       MOVE CRJ-DATA TO WRK-DATA-AUX
                   END-IF
                   IF WRK-AUX-ANO = WRK-PER-ANO
                       AND WRK-AUX-MES = WRK-PER-MES
                       ADD 1 TO WRK-QTD-APLIC
                       MOVE CRJ-DOC-BANCO TO WRK-CRJ-DOC-BANCO
                       MOVE WRK-DATA-AUX  TO WRK-CRJ-DATA-BCO
                       IF WRK-CRJ-CHAVE NOT = WRK-CRJ-ANTERIOR
                           ADD 1 TO WRK-QTD-LIQUID
                           MOVE WRK-CRJ-CHAVE TO WRK-CRJ-ANTERIOR
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * LE O EXTRATO DO BANCO PELO LAYOUT DO MASTER E
      * CLASSIFICA CADA DEBITO DO PERIODO. EXTRATO QUE NAO
      * CHEGOU DEIXA AS TARIFAS DO BANCO SEM APURACAO
      *****************************************************
       0300-CLASSIFICAR-DEBITOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE 'S' TO WRK-BNC-EXTRATO(WRK-BNC-USO).
           EVALUATE WRK-BNC-LAYOUT(WRK-BNC-USO)
               WHEN '2'
                   OPEN INPUT EXTRBC2-FILE
                   IF WRK-BC2-STATUS NOT = '00'
                       PERFORM 0390-EXTRATO-AUSENTE
                   END-IF
                   PERFORM 0320-LER-LAYOUT2 UNTIL WRK-FIM-ARQ
                   IF WRK-BC2-STATUS = '00'
                       OR WRK-BC2-STATUS = '10'
                       CLOSE EXTRBC2-FILE
                   END-IF
               WHEN '3'
                   OPEN INPUT EXTRBC3-FILE
                   IF WRK-BC3-STATUS NOT = '00'
                       PERFORM 0390-EXTRATO-AUSENTE
                   END-IF
                   PERFORM 0330-LER-LAYOUT3 UNTIL WRK-FIM-ARQ
                   IF WRK-BC3-STATUS = '00'
                       OR WRK-BC3-STATUS = '10'
                       CLOSE EXTRBC3-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT EXTRBANC-FILE
                   IF WRK-BCO-STATUS NOT = '00'
                       PERFORM 0390-EXTRATO-AUSENTE
                   END-IF
                   PERFORM 0310-LER-LAYOUT1 UNTIL WRK-FIM-ARQ
                   IF WRK-BCO-STATUS = '00'
                       OR WRK-BCO-STATUS = '10'
                       CLOSE EXTRBANC-FILE
                   END-IF
           END-EVALUATE.

       0310-LER-LAYOUT1.
           READ EXTRBANC-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE BCO-DOCUMENTO TO WRK-EXT-DOCUMENTO
                   MOVE BCO-TIPO      TO WRK-EXT-TIPO
                   MOVE BCO-VALOR     TO WRK-EXT-VALOR
                   MOVE BCO-DATA      TO WRK-EXT-DATA
                   PERFORM 0350-CLASSIFICAR-UM-DEBITO
           END-READ.

       0320-LER-LAYOUT2.
           READ EXTRBC2-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE BC2-DOCUMENTO(1:10) TO WRK-EXT-DOCUMENTO
                   EVALUATE BC2-SINAL
                       WHEN '-'
                           MOVE 'D' TO WRK-EXT-TIPO
                       WHEN '+'
                           MOVE 'C' TO WRK-EXT-TIPO
                       WHEN OTHER
                           MOVE BC2-SINAL TO WRK-EXT-TIPO
                   END-EVALUATE
                   MOVE BC2-VALOR     TO WRK-EXT-VALOR
                   MOVE BC2-DATA      TO WRK-EXT-DATA
                   PERFORM 0350-CLASSIFICAR-UM-DEBITO
           END-READ.

       0330-LER-LAYOUT3.
           READ EXTRBC3-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE BC3-DOCUMENTO TO WRK-EXT-DOCUMENTO
                   MOVE BC3-TIPO      TO WRK-EXT-TIPO
                   MOVE BC3-VALOR     TO WRK-EXT-VALOR
                   MOVE BC3-DATA      TO WRK-EXT-DATA
                   PERFORM 0350-CLASSIFICAR-UM-DEBITO
           END-READ.

      *****************************************************
      * DEBITO DO PERIODO: A PRIMEIRA TARIFA DA TABELA CUJO
      * PADRAO CASA COM O INICIO DO DOCUMENTO FICA COM ELE
      *****************************************************
       0350-CLASSIFICAR-UM-DEBITO.
           MOVE WRK-EXT-DATA TO WRK-DATA-AUX.
           IF WRK-EXT-TIPO = 'D'
               AND WRK-AUX-ANO = WRK-PER-ANO
               AND WRK-AUX-MES = WRK-PER-MES
               ADD 1 TO WRK-QTD-DEBITOS
               ADD 1 TO WRK-BNC-DEBITOS(WRK-BNC-USO)
               MOVE ZEROS TO WRK-TRF-USO
               PERFORM 0360-CASAR-PADRAO
                   VARYING WRK-TRF-IDX FROM 1 BY 1
                   UNTIL WRK-TRF-IDX > WRK-BNC-QTD-TAR(WRK-BNC-USO)
                       OR WRK-TRF-USO > 0
               IF WRK-TRF-USO = 0
                   ADD 1 TO WRK-BNC-NAO-CLASS(WRK-BNC-USO)
                   ADD WRK-EXT-VALOR TO
                       WRK-BNC-VLR-NCLAS(WRK-BNC-USO)
               ELSE
                   ADD 1 TO WRK-TRF-QTD-DEB(WRK-BNC-USO WRK-TRF-USO)
                   ADD WRK-EXT-VALOR TO
                       WRK-TRF-COBRADO(WRK-BNC-USO WRK-TRF-USO)
                   PERFORM 0370-GUARDAR-EVIDENCIA
               END-IF
           END-IF.

       0360-CASAR-PADRAO.
           MOVE WRK-TRF-TAM(WRK-BNC-USO WRK-TRF-IDX) TO WRK-TAM-AUX.
           MOVE WRK-TRF-PADRAO(WRK-BNC-USO WRK-TRF-IDX) TO
               WRK-PADRAO-AUX.
           IF WRK-TAM-AUX > 0 AND WRK-TAM-AUX NOT > 10
               IF WRK-EXT-DOCUMENTO(1:WRK-TAM-AUX) =
                   WRK-PADRAO-AUX(1:WRK-TAM-AUX)
                   MOVE WRK-TRF-IDX TO WRK-TRF-USO
               END-IF
           END-IF.

       0370-GUARDAR-EVIDENCIA.
           IF WRK-EVD-QTD >= 3000
               IF WRK-EVD-CHEIA = 'N'
                   DISPLAY 'AVISO - TABELA DE EVIDENCIAS CHEIA '
                       '(3000) - DEBITOS SEGUINTES SO NOS TOTAIS'
                   MOVE 'S' TO WRK-EVD-CHEIA
               END-IF
           ELSE
               ADD 1 TO WRK-EVD-QTD
               MOVE WRK-BNC-USO       TO WRK-EVD-BANCO(WRK-EVD-QTD)
               MOVE WRK-TRF-USO       TO WRK-EVD-TARIFA(WRK-EVD-QTD)
               MOVE WRK-EXT-DATA      TO WRK-EVD-DATA(WRK-EVD-QTD)
               MOVE WRK-EXT-DOCUMENTO TO WRK-EVD-DOC(WRK-EVD-QTD)
               MOVE WRK-EXT-VALOR     TO WRK-EVD-VALOR(WRK-EVD-QTD)
           END-IF.

       0390-EXTRATO-AUSENTE.
           DISPLAY 'AVISO - EXTRATO DO BANCO '
               WRK-BNC-CODIGO(WRK-BNC-USO) ' NAO CHEGOU (LAYOUT '
               WRK-BNC-LAYOUT(WRK-BNC-USO) ')'.
           MOVE 'N' TO WRK-BNC-EXTRATO(WRK-BNC-USO).
           SET WRK-FIM-ARQ TO TRUE.

      *****************************************************
      * CABECALHO COM A BASE DE EVENTOS DO MES
      *****************************************************
       0450-CABECALHO.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'CONFERENCIA DE TARIFAS BANCARIAS - PERIODO '
               WRK-PERIODO ' - EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE SPACES TO TARBRPT-REC.
           IF WRK-BOLETOS-APURADOS
               MOVE WRK-QTD-BOLETOS TO WRK-ED-QTD
               MOVE WRK-DIAS-BOLETO TO WRK-ED-DIAS
               STRING 'BASE: BOLETOS EMITIDOS ' WRK-ED-QTD
                   ' EM ' WRK-ED-DIAS ' DIAS DE EXECUCAO DO BOLETO '
                   '(OPSTAT)'
                   DELIMITED BY SIZE INTO TARBRPT-REC
           ELSE
               MOVE 'BASE: BOLETOS EMITIDOS NAO APURADOS (SEM OPSTAT)'
                   TO TARBRPT-REC
           END-IF.
           WRITE TARBRPT-REC.
           MOVE SPACES TO TARBRPT-REC.
           IF WRK-LIQUID-APURADAS
               MOVE WRK-QTD-LIQUID TO WRK-ED-QTD
               STRING '      LIQUIDACOES ' WRK-ED-QTD
                   ' (CREDITOS BAIXADOS PELO CAIXAAPL - CRJORNAL)'
                   DELIMITED BY SIZE INTO TARBRPT-REC
           ELSE
               MOVE '      LIQUIDACOES NAO APURADAS (SEM CRJORNAL)'
                   TO TARBRPT-REC
           END-IF.
           WRITE TARBRPT-REC.
           MOVE ALL '-' TO TARBRPT-REC.
           WRITE TARBRPT-REC.

      *****************************************************
      * UM BLOCO POR BANCO: AS TARIFAS DA TABELA CONFERIDAS E
      * OS DEBITOS QUE NAO CASARAM COM NENHUM PADRAO
      *****************************************************
       0500-CONFERIR-BANCO.
           MOVE SPACES TO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-BNC-DEBITOS(WRK-BNC-USO) TO WRK-ED-QTD.
           STRING 'BANCO ' WRK-BNC-CODIGO(WRK-BNC-USO) ' '
               WRK-BNC-NOME(WRK-BNC-USO) ' LAYOUT '
               WRK-BNC-LAYOUT(WRK-BNC-USO) ' - DEBITOS NO PERIODO '
               WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE SPACES TO TARBRPT-REC.
           EVALUATE TRUE
               WHEN WRK-BNC-QTD-TAR(WRK-BNC-USO) = 0
                   ADD 1 TO WRK-QTD-SEM-TABELA
                   STRING '  SEM TABELA DE TARIFAS NO BANCOMST '
                       '(MANTBCO, TRANSACAO T)'
                       DELIMITED BY SIZE INTO TARBRPT-REC
                   WRITE TARBRPT-REC
               WHEN OTHER
                   IF WRK-BNC-EXTRATO(WRK-BNC-USO) = 'N'
                       STRING '  EXTRATO DO BANCO NAO RECEBIDO - '
                           'TARIFAS NAO APURADAS'
                           DELIMITED BY SIZE INTO TARBRPT-REC
                       WRITE TARBRPT-REC
                   END-IF
                   MOVE SPACES TO TARBRPT-REC
                   STRING '  TIPO B EVENTO     PRECO      ESPERADO'
                       '       COBRADO     DIFERENCA SITUACAO'
                       DELIMITED BY SIZE INTO TARBRPT-REC
                   WRITE TARBRPT-REC
                   PERFORM 0510-CONFERIR-TARIFA
                       VARYING WRK-TRF-IDX FROM 1 BY 1
                       UNTIL WRK-TRF-IDX > WRK-BNC-QTD-TAR(WRK-BNC-USO)
           END-EVALUATE.
           IF WRK-BNC-NAO-CLASS(WRK-BNC-USO) > 0
               ADD WRK-BNC-NAO-CLASS(WRK-BNC-USO) TO WRK-QTD-NAO-CLASS
               ADD WRK-BNC-VLR-NCLAS(WRK-BNC-USO) TO WRK-TOT-NAO-CLASS
               MOVE WRK-BNC-NAO-CLASS(WRK-BNC-USO) TO WRK-ED-QTD
               MOVE WRK-BNC-VLR-NCLAS(WRK-BNC-USO) TO WRK-ED-VALOR
               MOVE SPACES TO TARBRPT-REC
               STRING '  DEBITOS NAO CLASSIFICADOS ' WRK-ED-QTD
                   ' VALOR ' WRK-ED-VALOR
                   DELIMITED BY SIZE INTO TARBRPT-REC
               WRITE TARBRPT-REC
           END-IF.

      *****************************************************
      * CONFERE UMA TARIFA: EVENTOS DA BASE X PRECO
      * CONTRATADO CONTRA O TOTAL DEBITADO. SEM EXTRATO OU SEM
      * A BASE DE EVENTOS A TARIFA FICA NAO APURADA
      *****************************************************
       0510-CONFERIR-TARIFA.
           MOVE 'S' TO WRK-TARIFA-APURADA.
           MOVE ZEROS TO WRK-EVENTOS.
           EVALUATE WRK-TRF-BASE(WRK-BNC-USO WRK-TRF-IDX)
               WHEN 'B'
                   IF WRK-BOLETOS-APURADOS
                       MOVE WRK-QTD-BOLETOS TO WRK-EVENTOS
                   ELSE
                       MOVE 'N' TO WRK-TARIFA-APURADA
                   END-IF
               WHEN 'L'
                   IF WRK-LIQUID-APURADAS
                       MOVE WRK-QTD-LIQUID TO WRK-EVENTOS
                   ELSE
                       MOVE 'N' TO WRK-TARIFA-APURADA
                   END-IF
               WHEN 'M'
                   MOVE 1 TO WRK-EVENTOS
               WHEN OTHER
                   MOVE 'N' TO WRK-TARIFA-APURADA
           END-EVALUATE.
           IF WRK-BNC-EXTRATO(WRK-BNC-USO) = 'N'
               MOVE 'N' TO WRK-TARIFA-APURADA
           END-IF.
           MOVE WRK-TRF-TIPO(WRK-BNC-USO WRK-TRF-IDX) TO WRK-LT-TIPO.
           MOVE WRK-TRF-BASE(WRK-BNC-USO WRK-TRF-IDX) TO WRK-LT-BASE.
           MOVE WRK-EVENTOS TO WRK-LT-EVENTOS.
           MOVE WRK-TRF-PRECO(WRK-BNC-USO WRK-TRF-IDX) TO
               WRK-LT-PRECO.
           MOVE WRK-TRF-COBRADO(WRK-BNC-USO WRK-TRF-IDX) TO
               WRK-LT-COBRADO.
           COMPUTE WRK-ESPERADO = WRK-EVENTOS *
               WRK-TRF-PRECO(WRK-BNC-USO WRK-TRF-IDX).
           COMPUTE WRK-DIFERENCA =
               WRK-TRF-COBRADO(WRK-BNC-USO WRK-TRF-IDX) - WRK-ESPERADO.
           MOVE WRK-ESPERADO  TO WRK-LT-ESPERADO.
           MOVE WRK-DIFERENCA TO WRK-LT-DIFERENCA.
           IF WRK-TARIFA-APURADA = 'N'
               ADD 1 TO WRK-QTD-NAO-APUR
               MOVE ZEROS TO WRK-LT-ESPERADO WRK-LT-DIFERENCA
               MOVE 'NAO APURADA' TO WRK-LT-SITUACAO
           ELSE
               ADD 1 TO WRK-QTD-CONFERIDAS
               EVALUATE TRUE
                   WHEN WRK-DIFERENCA > 0
                       ADD 1 TO WRK-QTD-A-MAIOR
                       ADD WRK-DIFERENCA TO WRK-TOT-A-MAIOR
                       MOVE 'A MAIOR' TO WRK-LT-SITUACAO
                   WHEN WRK-DIFERENCA < 0
                       ADD 1 TO WRK-QTD-A-MENOR
                       MOVE 'A MENOR' TO WRK-LT-SITUACAO
                   WHEN OTHER
                       MOVE 'CONFERE' TO WRK-LT-SITUACAO
               END-EVALUATE
           END-IF.
           MOVE WRK-LIN-TARIFA TO TARBRPT-REC.
           WRITE TARBRPT-REC.
           IF WRK-TARIFA-APURADA = 'S' AND WRK-DIFERENCA > 0
               PERFORM 0520-EVIDENCIA
           END-IF.

      *****************************************************
      * EVIDENCIA DA COBRANCA A MAIOR, PARA O PEDIDO DE
      * ESTORNO: A BASE DE EVENTOS, QUANTAS UNIDADES O VALOR
      * COBRADO REPRESENTA AO PRECO CONTRATADO E CADA DEBITO
      * DA TARIFA NO EXTRATO
      *****************************************************
       0520-EVIDENCIA.
           MOVE SPACES TO TARBRPT-REC.
           MOVE WRK-EVENTOS TO WRK-ED-QTD.
           EVALUATE WRK-TRF-BASE(WRK-BNC-USO WRK-TRF-IDX)
               WHEN 'B'
                   MOVE WRK-DIAS-BOLETO TO WRK-ED-DIAS
                   STRING '        BASE ' WRK-ED-QTD
                       ' BOLETOS EMITIDOS EM ' WRK-ED-DIAS
                       ' DIAS (OPSTAT DO BOLETO)'
                       DELIMITED BY SIZE INTO TARBRPT-REC
               WHEN 'L'
                   STRING '        BASE ' WRK-ED-QTD
                       ' LIQUIDACOES (CRJORNAL DO CAIXAAPL)'
                       DELIMITED BY SIZE INTO TARBRPT-REC
               WHEN OTHER
                   STRING '        BASE TARIFA MENSAL - UMA '
                       'COBRANCA NO MES'
                       DELIMITED BY SIZE INTO TARBRPT-REC
           END-EVALUATE.
           WRITE TARBRPT-REC.
           IF WRK-TRF-PRECO(WRK-BNC-USO WRK-TRF-IDX) > 0
               COMPUTE WRK-EQUIVALE ROUNDED =
                   WRK-TRF-COBRADO(WRK-BNC-USO WRK-TRF-IDX) /
                   WRK-TRF-PRECO(WRK-BNC-USO WRK-TRF-IDX)
               MOVE WRK-EQUIVALE TO WRK-ED-EQUIVALE
               MOVE WRK-TRF-PRECO(WRK-BNC-USO WRK-TRF-IDX) TO
                   WRK-ED-PRECO
               MOVE WRK-TRF-QTD-DEB(WRK-BNC-USO WRK-TRF-IDX) TO
                   WRK-ED-QTD
               MOVE SPACES TO TARBRPT-REC
               STRING '        COBRADO EM ' WRK-ED-QTD
                   ' DEBITOS = ' WRK-ED-EQUIVALE
                   ' UNIDADES A ' WRK-ED-PRECO
                   DELIMITED BY SIZE INTO TARBRPT-REC
               WRITE TARBRPT-REC
           END-IF.
           PERFORM 0525-EVIDENCIA-DEBITO
               VARYING WRK-EVD-IDX FROM 1 BY 1
               UNTIL WRK-EVD-IDX > WRK-EVD-QTD.

       0525-EVIDENCIA-DEBITO.
           IF WRK-EVD-BANCO(WRK-EVD-IDX) = WRK-BNC-USO
               AND WRK-EVD-TARIFA(WRK-EVD-IDX) = WRK-TRF-IDX
               MOVE WRK-EVD-DATA(WRK-EVD-IDX)  TO WRK-LD-DATA
               MOVE WRK-EVD-DOC(WRK-EVD-IDX)   TO WRK-LD-DOC
               MOVE WRK-EVD-VALOR(WRK-EVD-IDX) TO WRK-LD-VALOR
               MOVE WRK-LIN-DEBITO TO TARBRPT-REC
               WRITE TARBRPT-REC
           END-IF.

      *****************************************************
      * RESUMO DA CONFERENCIA
      *****************************************************
       0700-RESUMO.
           MOVE SPACES TO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE ALL '-' TO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE 'RESUMO' TO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-BNC-QTD TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'BANCOS NO MASTER.................. ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-SEM-TABELA TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'BANCOS SEM TABELA DE TARIFAS...... ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-DEBITOS TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'DEBITOS NO PERIODO................ ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-CONFERIDAS TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'TARIFAS CONFERIDAS................ ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-A-MAIOR TO WRK-ED-QTD.
           MOVE WRK-TOT-A-MAIOR TO WRK-ED-VALOR.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'COBRADAS A MAIOR.................. ' WRK-ED-QTD
               ' A RECLAMAR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-A-MENOR TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'COBRADAS A MENOR.................. ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-NAO-APUR TO WRK-ED-QTD.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'TARIFAS NAO APURADAS.............. ' WRK-ED-QTD
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.
           MOVE WRK-QTD-NAO-CLASS TO WRK-ED-QTD.
           MOVE WRK-TOT-NAO-CLASS TO WRK-ED-VALOR.
           MOVE SPACES TO TARBRPT-REC.
           STRING 'DEBITOS NAO CLASSIFICADOS......... ' WRK-ED-QTD
               ' VALOR      ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO TARBRPT-REC.
           WRITE TARBRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT (LIDOS = DEBITOS DO PERIODO, GRAVADOS
      * = TARIFAS CONFERIDAS, REJEITOS = COBRADAS A MAIOR)
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'TARBANC'          TO OPS-PROGRAMA.
           MOVE WRK-DATA-HOJE      TO OPS-DATA.
           MOVE WRK-HORA-INICIO    TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM       TO OPS-HORA-FIM.
           MOVE WRK-QTD-DEBITOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-CONFERIDAS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-A-MAIOR    TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
