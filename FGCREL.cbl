       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGCREL.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RELATORIO MENSAL DE COBERTURA DO FGC. O FUNDO
      *           GARANTIDOR SO COBRE ATE UM TETO POR CPF/CNPJ E
      *           POR INSTITUICAO EMISSORA. PARA CADA CLIENTE DO
      *           MASTER POSICAO, SOMA A EXPOSICAO POR EMISSOR
      *           (PRD-EMISSOR DO CATALOGO PRODCAT) E A SEPARA EM
      *           COBERTA (O SALDO DOS PRODUTOS COM PRD-FGC = 'S',
      *           LIMITADO AO TETO) E DESCOBERTA (O EXCEDENTE AO
      *           TETO MAIS OS PRODUTOS SEM FGC). NO FIM LISTA OS
      *           CLIENTES ACIMA DO TETO EM ALGUM EMISSOR, PARA A
      *           MESA SUGERIR DIVERSIFICACAO. O TETO VEM DO
      *           SYSIN EM REAIS (ZEROS = 250.000).
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
           SELECT FGCRPT-FILE ASSIGN TO "FGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSICAO-FILE.
           COPY POSICAOFD.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

       FD  FGCRPT-FILE.
       01  FGCRPT-REC           PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-POS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-POS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-POS        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-TETO-FGC      PIC 9(09) VALUE ZEROS.
       77 WRK-ED-TETO       PIC ZZZ.ZZZ.ZZ9.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLIENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CAT   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EXPOSTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-COBERTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DESCOB    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DOC-ATUAL     PIC X(14) VALUE SPACES.
       77 WRK-EMISSOR       PIC X(06) VALUE SPACES.
       77 WRK-COBERTO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESCOBERTO    PIC 9(11)V99 VALUE ZEROS.

      *--- EXPOSICAO DO CLIENTE CORRENTE POR EMISSOR ---*
       77 WRK-EMI-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMI-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-EMI-USO       PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-EMISSORES.
           05 WRK-EMI-ITEM OCCURS 50 TIMES.
               10 WRK-EMI-CODIGO    PIC X(06).
               10 WRK-EMI-TOTAL     PIC 9(11)V99.
               10 WRK-EMI-GARANTIDO PIC 9(11)V99.

      *--- CLIENTES ACIMA DO TETO, LISTADOS NO FIM ---*
       77 WRK-ACI-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ACI-IDX       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ACIMA.
           05 WRK-ACI-ITEM OCCURS 2000 TIMES.
               10 WRK-ACI-DOC       PIC X(14).
               10 WRK-ACI-EMISSOR   PIC X(06).
               10 WRK-ACI-GARANTIDO PIC 9(11)V99.
               10 WRK-ACI-EXCESSO   PIC 9(11)V99.

       01  WRK-LIN-CAB.
           05 FILLER PIC X(15) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(08) VALUE 'EMISSOR'.
           05 FILLER PIC X(14) VALUE '     EXPOSICAO'.
           05 FILLER PIC X(16) VALUE '         COBERTO'.
           05 FILLER PIC X(16) VALUE '      DESCOBERTO'.
       01  WRK-LIN-DET.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-EMISSOR   PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-EXPOSTO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-COBERTO   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCOB    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MARCA     PIC X(03).
       01  WRK-LIN-CAB-ACI.
           05 FILLER PIC X(15) VALUE 'DOCUMENTO'.
           05 FILLER PIC X(08) VALUE 'EMISSOR'.
           05 FILLER PIC X(14) VALUE ' SALDO COM FGC'.
           05 FILLER PIC X(17) VALUE '    ACIMA DO TETO'.
       01  WRK-LIN-ACI.
           05 WRK-LA-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-EMISSOR   PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LA-GARANTIDO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LA-EXCESSO   PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TOT.
           05 WRK-LT-TITULO    PIC X(21).
           05 WRK-LT-EXPOSTO   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LT-COBERTO   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LT-DESCOB    PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'TETO DO FGC POR EMISSOR EM REAIS (ZEROS = '
               '250000).. '.
           ACCEPT WRK-TETO-FGC.
           IF WRK-TETO-FGC = 0
               MOVE 250000 TO WRK-TETO-FGC
           END-IF.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-VARRER-POSICOES.
           IF WRK-DOC-ATUAL NOT = SPACES
               PERFORM 0300-FECHAR-CLIENTE
           END-IF.
           PERFORM 0600-TOTAIS-RELATORIO.
           PERFORM 0700-LISTAR-ACIMA-DO-TETO.
           CLOSE POSICAO-FILE PRODCAT-FILE FGCRPT-FILE.
           DISPLAY 'FGCREL ' WRK-DATA-NEGOCIO
               ' - CLIENTES ' WRK-QTD-CLIENTES
               ' ACIMA DO TETO ' WRK-ACI-QTD.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

       0060-ABRIR-ARQUIVOS.
           OPEN INPUT POSICAO-FILE.
           IF WRK-POS-STATUS NOT = '00'
               DISPLAY 'MASTER POSICAO NAO ENCONTRADO (STATUS '
                   WRK-POS-STATUS ') - NADA A APURAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'CATALOGO PRODCAT NAO ENCONTRADO (STATUS '
                   WRK-PRD-STATUS ') - SEM ELE NAO HA EMISSOR '
                   'NEM MARCA DE FGC'
               CLOSE POSICAO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FGCRPT-FILE.
           MOVE WRK-TETO-FGC TO WRK-ED-TETO.
           MOVE SPACES TO FGCRPT-REC.
           STRING 'COBERTURA DO FGC POR CLIENTE E EMISSOR - '
               WRK-DATA-NEGOCIO '  TETO ' WRK-ED-TETO
               DELIMITED BY SIZE INTO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE ALL '=' TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE WRK-LIN-CAB TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE ALL '-' TO FGCRPT-REC.
           WRITE FGCRPT-REC.

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
                   PERFORM 0200-SOMAR-POSICAO
                       THRU 0200-SOMAR-FIM
           END-READ.

      *****************************************************
      * O MASTER VEM EM ORDEM DE DOCUMENTO: NA TROCA FECHA O
      * CLIENTE ANTERIOR; A POSICAO COM SALDO SOMA NO EMISSOR
      * DO PRODUTO (SEM CATALOGO = EMISSOR EM BRANCO, SEM FGC)
      *****************************************************
       0200-SOMAR-POSICAO.
           IF POS-SALDO-PROJ = 0
               GO TO 0200-SOMAR-FIM
           END-IF.
           IF POS-DOC NOT = WRK-DOC-ATUAL
               IF WRK-DOC-ATUAL NOT = SPACES
                   PERFORM 0300-FECHAR-CLIENTE
               END-IF
               MOVE POS-DOC TO WRK-DOC-ATUAL
               MOVE ZEROS TO WRK-EMI-QTD
           END-IF.
           MOVE POS-PRODUTO TO PRD-NOME.
           READ PRODCAT-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CAT
                   MOVE SPACES TO PRD-EMISSOR
                   MOVE 'N' TO PRD-FGC
           END-READ.
           MOVE PRD-EMISSOR TO WRK-EMISSOR.
           PERFORM 0210-ACHAR-EMISSOR.
           IF WRK-EMI-USO = 0
               DISPLAY 'AVISO - CLIENTE ' POS-DOC ' COM MAIS DE 50 '
                   'EMISSORES - ' POS-PRODUTO ' FORA DO RELATORIO'
               GO TO 0200-SOMAR-FIM
           END-IF.
           ADD POS-SALDO-PROJ TO WRK-EMI-TOTAL(WRK-EMI-USO).
           IF PRD-COBERTO-FGC
               ADD POS-SALDO-PROJ TO WRK-EMI-GARANTIDO(WRK-EMI-USO)
           END-IF.

       0200-SOMAR-FIM.
           EXIT.

       0210-ACHAR-EMISSOR.
           MOVE ZEROS TO WRK-EMI-USO.
           PERFORM 0215-PROCURAR-EMISSOR
               VARYING WRK-EMI-IDX FROM 1 BY 1
               UNTIL WRK-EMI-IDX > WRK-EMI-QTD
               OR WRK-EMI-USO > 0.
           IF WRK-EMI-USO = 0 AND WRK-EMI-QTD < 50
               ADD 1 TO WRK-EMI-QTD
               MOVE WRK-EMISSOR TO WRK-EMI-CODIGO(WRK-EMI-QTD)
               MOVE ZEROS TO WRK-EMI-TOTAL(WRK-EMI-QTD)
                   WRK-EMI-GARANTIDO(WRK-EMI-QTD)
               MOVE WRK-EMI-QTD TO WRK-EMI-USO
           END-IF.

       0215-PROCURAR-EMISSOR.
           IF WRK-EMI-CODIGO(WRK-EMI-IDX) = WRK-EMISSOR
               MOVE WRK-EMI-IDX TO WRK-EMI-USO
           END-IF.

      *****************************************************
      * UMA LINHA POR EMISSOR DO CLIENTE: COBERTO E O SALDO COM
      * FGC ATE O TETO; O RESTO DA EXPOSICAO E DESCOBERTO.
      * ACIMA DO TETO MARCA A LINHA E GUARDA PARA A LISTA FINAL
      *****************************************************
       0300-FECHAR-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.
           PERFORM 0310-IMPRIMIR-EMISSOR
               VARYING WRK-EMI-IDX FROM 1 BY 1
               UNTIL WRK-EMI-IDX > WRK-EMI-QTD.

       0310-IMPRIMIR-EMISSOR.
           MOVE SPACES TO WRK-LD-MARCA.
           IF WRK-EMI-GARANTIDO(WRK-EMI-IDX) > WRK-TETO-FGC
               MOVE WRK-TETO-FGC TO WRK-COBERTO
               MOVE '***' TO WRK-LD-MARCA
               PERFORM 0320-GUARDAR-ACIMA-DO-TETO
           ELSE
               MOVE WRK-EMI-GARANTIDO(WRK-EMI-IDX) TO WRK-COBERTO
           END-IF.
           SUBTRACT WRK-COBERTO FROM WRK-EMI-TOTAL(WRK-EMI-IDX)
               GIVING WRK-DESCOBERTO.
           MOVE WRK-DOC-ATUAL TO WRK-LD-DOC.
           MOVE WRK-EMI-CODIGO(WRK-EMI-IDX) TO WRK-LD-EMISSOR.
           IF WRK-EMI-CODIGO(WRK-EMI-IDX) = SPACES
               MOVE '(S/E)' TO WRK-LD-EMISSOR
           END-IF.
           MOVE WRK-EMI-TOTAL(WRK-EMI-IDX) TO WRK-LD-EXPOSTO.
           MOVE WRK-COBERTO    TO WRK-LD-COBERTO.
           MOVE WRK-DESCOBERTO TO WRK-LD-DESCOB.
           MOVE WRK-LIN-DET TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD WRK-EMI-TOTAL(WRK-EMI-IDX) TO WRK-TOT-EXPOSTO.
           ADD WRK-COBERTO    TO WRK-TOT-COBERTO.
           ADD WRK-DESCOBERTO TO WRK-TOT-DESCOB.

       0320-GUARDAR-ACIMA-DO-TETO.
           IF WRK-ACI-QTD < 2000
               ADD 1 TO WRK-ACI-QTD
               MOVE WRK-DOC-ATUAL TO WRK-ACI-DOC(WRK-ACI-QTD)
               MOVE WRK-EMI-CODIGO(WRK-EMI-IDX)
                   TO WRK-ACI-EMISSOR(WRK-ACI-QTD)
               MOVE WRK-EMI-GARANTIDO(WRK-EMI-IDX)
                   TO WRK-ACI-GARANTIDO(WRK-ACI-QTD)
               SUBTRACT WRK-TETO-FGC FROM
                   WRK-EMI-GARANTIDO(WRK-EMI-IDX)
                   GIVING WRK-ACI-EXCESSO(WRK-ACI-QTD)
           ELSE
               DISPLAY 'AVISO - LISTA ACIMA DO TETO CHEIA (2000) - '
                   WRK-DOC-ATUAL ' ' WRK-EMI-CODIGO(WRK-EMI-IDX)
                   ' SO NO DETALHE'
           END-IF.

       0600-TOTAIS-RELATORIO.
           MOVE ALL '-' TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE 'TOTAL DA CASA' TO WRK-LT-TITULO.
           MOVE WRK-TOT-EXPOSTO TO WRK-LT-EXPOSTO.
           MOVE WRK-TOT-COBERTO TO WRK-LT-COBERTO.
           MOVE WRK-TOT-DESCOB  TO WRK-LT-DESCOB.
           MOVE WRK-LIN-TOT TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE SPACES TO FGCRPT-REC.
           STRING 'POSICOES LIDAS ' WRK-QTD-LIDAS
               '  CLIENTES ' WRK-QTD-CLIENTES
               '  LINHAS ' WRK-QTD-LINHAS
               '  SEM CATALOGO ' WRK-QTD-SEM-CAT
               DELIMITED BY SIZE INTO FGCRPT-REC.
           WRITE FGCRPT-REC.

      *****************************************************
      * CLIENTES COM SALDO GARANTIDO ACIMA DO TETO EM ALGUM
      * EMISSOR - CANDIDATOS A DIVERSIFICACAO
      *****************************************************
       0700-LISTAR-ACIMA-DO-TETO.
           MOVE SPACES TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE 'CLIENTES ACIMA DO TETO DO FGC - SUGERIR DIVERSIFICACAO'
               TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           MOVE ALL '=' TO FGCRPT-REC.
           WRITE FGCRPT-REC.
           IF WRK-ACI-QTD = 0
               MOVE 'NENHUM CLIENTE ACIMA DO TETO' TO FGCRPT-REC
               WRITE FGCRPT-REC
           ELSE
               MOVE WRK-LIN-CAB-ACI TO FGCRPT-REC
               WRITE FGCRPT-REC
               MOVE ALL '-' TO FGCRPT-REC
               WRITE FGCRPT-REC
               PERFORM 0710-IMPRIMIR-ACIMA
                   VARYING WRK-ACI-IDX FROM 1 BY 1
                   UNTIL WRK-ACI-IDX > WRK-ACI-QTD
           END-IF.

       0710-IMPRIMIR-ACIMA.
           MOVE WRK-ACI-DOC(WRK-ACI-IDX)       TO WRK-LA-DOC.
           MOVE WRK-ACI-EMISSOR(WRK-ACI-IDX)   TO WRK-LA-EMISSOR.
           MOVE WRK-ACI-GARANTIDO(WRK-ACI-IDX) TO WRK-LA-GARANTIDO.
           MOVE WRK-ACI-EXCESSO(WRK-ACI-IDX)   TO WRK-LA-EXCESSO.
           MOVE WRK-LIN-ACI TO FGCRPT-REC.
           WRITE FGCRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DE QUE O JOB RODOU
      * E QUANTOS CLIENTES APUROU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'FGCREL'         TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-CLIENTES TO OPS-QTD-GRAVADOS.
           MOVE ZEROS            TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
