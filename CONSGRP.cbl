       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSGRP.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: CONSOLIDACAO DO CREDITO POR GRUPO ECONOMICO.
      *           CADA FILIAL TEM O SEU CLI-DOC E O SEU LIMITE, E
      *           ATE AQUI NINGUEM VIA QUANTO O GRUPO INTEIRO DEVE.
      *           O GRUPO DO CLIENTE E O CLI-GRUPO INFORMADO NO
      *           MANTCLI OU, SEM ELE, A RAIZ DO CNPJ (8 PRIMEIRAS
      *           POSICOES DE CLI-DOC, TAMBEM NO CNPJ ALFANUMERICO);
      *           PESSOA FISICA SEM CLI-GRUPO FICA FORA. PARA CADA
      *           GRUPO COM MAIS DE UM MEMBRO, OU CADASTRADO NO
      *           MASTER GRUPOS (MANTGRP), O RELATORIO GRPRPT LISTA
      *           OS MEMBROS COM A EXPOSICAO (SALDO NO ABERTOS), O
      *           VENCIDO (SALDO JA VENCIDO NA DATA DE NEGOCIO) E O
      *           FATURADO NO PERIODO DO SYSIN (FATREG, MERCADORIA
      *           MAIS FRETE), O TOTAL DO GRUPO E A COMPARACAO COM
      *           O LIMITE DO GRUPO E COM A SOMA DOS LIMITES DAS
      *           FILIAIS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT GRUPOS-FILE ASSIGN TO "GRUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS WRK-GRP-STATUS.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.
           SELECT SORTGRP-FILE ASSIGN TO "SORTGRP".
           SELECT GRPRPT-FILE ASSIGN TO "GRPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  GRUPOS-FILE.
           COPY GRUPOFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       SD  SORTGRP-FILE.
       01  SORTGRP-REC.
           05 SRG-GRUPO         PIC X(08).
           05 SRG-DOC           PIC X(14).
           05 SRG-NOME          PIC X(20).
           05 SRG-SITUACAO      PIC X(01).
           05 SRG-LIMITE        PIC 9(09)V99.
           05 SRG-EXPOSICAO     PIC 9(11)V99.
           05 SRG-VENCIDO       PIC 9(11)V99.
           05 SRG-FATURADO      PIC 9(11)V99.

       FD  GRPRPT-FILE.
       01  GRPRPT-REC           PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-GRP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FAT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-GRP-MASTER    PIC X(01) VALUE 'N'.
           88 GRUPOS-ABERTO      VALUE 'S'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- PERIODO DO FATURAMENTO, DO CARTAO SYSIN ---*
       77 WRK-MESES         PIC 9(02) VALUE ZEROS.
       77 WRK-INI-PERIODO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MESES-ABS PIC 9(06) VALUE ZEROS.
       77 WRK-INI-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-INI-MES       PIC 9(02) VALUE ZEROS.
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA     PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO      PIC 9(04).
           05 WRK-NEG-MES      PIC 9(02).
           05 WRK-NEG-DIA      PIC 9(02).

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-GRUPO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRUPOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MEMBROS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ISOLADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-EXPOSICAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FATURADO  PIC 9(13)V99 VALUE ZEROS.

      *****************************************************
      * CLIENTES DO MASTER QUE PERTENCEM A ALGUM GRUPO, COM OS
      * VALORES ACUMULADOS DO ABERTOS E DO FATREG
      *****************************************************
       77 WRK-CLT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-PROCURA   PIC X(14) VALUE SPACES.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLT-ITEM OCCURS 2000 TIMES.
               10 WRK-CLT-GRUPO     PIC X(08).
               10 WRK-CLT-DOC       PIC X(14).
               10 WRK-CLT-NOME      PIC X(20).
               10 WRK-CLT-SITUACAO  PIC X(01).
               10 WRK-CLT-LIMITE    PIC 9(09)V99.
               10 WRK-CLT-EXPOSICAO PIC 9(11)V99.
               10 WRK-CLT-VENCIDO   PIC 9(11)V99.
               10 WRK-CLT-FATURADO  PIC 9(11)V99.

      *****************************************************
      * GRUPO CORRENTE NA SAIDA DO SORT: OS MEMBROS FICAM
      * GUARDADOS ATE A QUEBRA, QUANDO SE SABE SE O GRUPO VAI
      * PARA O RELATORIO
      *****************************************************
       77 WRK-GRP-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-GRP-CODIGO    PIC X(08) VALUE SPACES.
       77 WRK-GRP-NOME      PIC X(30) VALUE SPACES.
       77 WRK-GRP-CADASTRO  PIC X(01) VALUE 'N'.
       77 WRK-GRP-LIMITE    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-SOMA-LIM  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GRP-EXPOSICAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-VENCIDO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GRP-FATURADO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MBR-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MBR-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MBR-LISTADOS  PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-MEMBROS.
           05 WRK-MBR-ITEM OCCURS 200 TIMES.
               10 WRK-MBR-DOC       PIC X(14).
               10 WRK-MBR-NOME      PIC X(20).
               10 WRK-MBR-SITUACAO  PIC X(01).
               10 WRK-MBR-EXPOSICAO PIC 9(11)V99.
               10 WRK-MBR-VENCIDO   PIC 9(11)V99.
               10 WRK-MBR-FATURADO  PIC 9(11)V99.

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-CAB.
           05 FILLER PIC X(15) VALUE 'MEMBRO'.
           05 FILLER PIC X(15) VALUE 'NOME'.
           05 FILLER PIC X(17) VALUE '        EXPOSICAO'.
           05 FILLER PIC X(17) VALUE '          VENCIDO'.
           05 FILLER PIC X(16) VALUE '        FATURADO'.
       01  WRK-LIN-GRUPO.
           05 FILLER           PIC X(06) VALUE 'GRUPO '.
           05 WRK-LG-CODIGO    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-NOME      PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-ORIGEM    PIC X(32).
       01  WRK-LIN-MEMBRO.
           05 WRK-LM-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-NOME      PIC X(14).
           05 WRK-LM-INATIVO   PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-EXPOSICAO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LM-VENCIDO   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LM-FATURADO  PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TOTAL-GRUPO.
           05 FILLER           PIC X(17) VALUE 'TOTAL DO GRUPO - '.
           05 WRK-LT-MEMBROS   PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE ' MEMBRO(S)'.
           05 WRK-LT-EXPOSICAO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-VENCIDO   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LT-FATURADO  PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-LIMITE.
           05 FILLER           PIC X(16) VALUE 'LIMITE DO GRUPO '.
           05 WRK-LL-LIMITE    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(17) VALUE '  SOMA FILIAIS   '.
           05 WRK-LL-SOMA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-SITUACAO  PIC X(14).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
       01  WRK-TOT-VALOR-LINHA.
           05 WRK-TOT-VAL-ROTULO PIC X(30).
           05 WRK-TOT-VALOR-ED   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           PERFORM 0100-CARREGAR-CLIENTES.
           PERFORM 0200-SOMAR-ABERTOS.
           PERFORM 0300-SOMAR-FATURAMENTO.
           OPEN OUTPUT GRPRPT-FILE.
           PERFORM 0450-CABECALHO.
           SORT SORTGRP-FILE
               ON ASCENDING KEY SRG-GRUPO SRG-DOC
               INPUT PROCEDURE IS 0400-LIBERAR-MEMBROS
               OUTPUT PROCEDURE IS 0500-CONSOLIDAR-GRUPOS.
           PERFORM 0700-TOTAIS-RELATORIO.
           CLOSE GRPRPT-FILE.
           IF GRUPOS-ABERTO
               CLOSE GRUPOS-FILE
           END-IF.
           DISPLAY 'CONSGRP - GRUPOS ' WRK-QTD-GRUPOS
               ' MEMBROS ' WRK-QTD-MEMBROS
               ' ACIMA DO LIMITE ' WRK-QTD-EXCEDIDOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO E MESES DE FATURAMENTO (ZEROS = 12),
      * CONTADOS ATE A DATA DE NEGOCIO
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'MESES DE FATURAMENTO (ZEROS = 12).. '.
           ACCEPT WRK-MESES.
           IF WRK-MESES = 0
               MOVE 12 TO WRK-MESES
           END-IF.
      *--- INICIO DO PERIODO: O MESMO DIA, N MESES ANTES ---*
           MOVE WRK-DATA-NEGOCIO TO WRK-NEG-DATA.
           COMPUTE WRK-QTD-MESES-ABS =
               WRK-NEG-ANO * 12 + WRK-NEG-MES - 1 - WRK-MESES.
           DIVIDE WRK-QTD-MESES-ABS BY 12 GIVING WRK-INI-ANO
               REMAINDER WRK-INI-MES.
           ADD 1 TO WRK-INI-MES.
           COMPUTE WRK-INI-PERIODO = WRK-INI-ANO * 10000
               + WRK-INI-MES * 100 + WRK-NEG-DIA.

      *****************************************************
      * CLIENTE, ABERTOS E FATREG SAO A BASE DA CONSOLIDACAO -
      * QUALQUER UM FALTANDO ABANDONA A RODADA. SEM O MASTER
      * GRUPOS, OS GRUPOS SAIREM SEM NOME E SEM LIMITE
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO DISPONIVEL (STATUS '
                   WRK-CLI-STATUS ') - CONSOLIDACAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - CONSOLIDACAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FATREG-FILE.
           IF WRK-FAT-STATUS NOT = '00'
               DISPLAY 'REGISTRO FATREG NAO DISPONIVEL (STATUS '
                   WRK-FAT-STATUS ') - CONSOLIDACAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRUPOS-FILE.
           IF WRK-GRP-STATUS = '00'
               SET GRUPOS-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER GRUPOS NAO DISPONIVEL '
                   '(STATUS ' WRK-GRP-STATUS ') - GRUPOS SEM '
                   'NOME E SEM LIMITE'
           END-IF.

      *****************************************************
      * CARREGA DO MASTER TODO CLIENTE QUE PERTENCE A UM GRUPO
      * (ATIVO OU NAO - O SALDO DO INATIVO TAMBEM E DO GRUPO)
      *****************************************************
       0100-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO CLI-DOC.
           START CLIENTE-FILE KEY NOT < CLI-DOC
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-LER-UM-CLIENTE UNTIL WRK-FIM-ARQ.
           CLOSE CLIENTE-FILE.

       0110-LER-UM-CLIENTE.
           READ CLIENTE-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0120-GUARDAR-CLIENTE
           END-READ.

       0120-GUARDAR-CLIENTE.
           IF CLI-GRUPO = SPACES AND CLI-TIPO-DOC NOT = 'J'
               ADD 1 TO WRK-QTD-SEM-GRUPO
           ELSE
           IF WRK-CLT-QTD >= 2000
               DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA (2000) - '
                   CLI-DOC ' FICA FORA DA CONSOLIDACAO'
           ELSE
               ADD 1 TO WRK-CLT-QTD
               IF CLI-GRUPO NOT = SPACES
                   MOVE CLI-GRUPO TO WRK-CLT-GRUPO(WRK-CLT-QTD)
               ELSE
                   MOVE CLI-DOC(1:8) TO WRK-CLT-GRUPO(WRK-CLT-QTD)
               END-IF
               MOVE CLI-DOC   TO WRK-CLT-DOC(WRK-CLT-QTD)
               MOVE CLI-NOME  TO WRK-CLT-NOME(WRK-CLT-QTD)
               MOVE CLI-SITUACAO TO WRK-CLT-SITUACAO(WRK-CLT-QTD)
               MOVE CLI-LIMITE-CRED TO WRK-CLT-LIMITE(WRK-CLT-QTD)
               MOVE ZEROS TO WRK-CLT-EXPOSICAO(WRK-CLT-QTD)
                   WRK-CLT-VENCIDO(WRK-CLT-QTD)
                   WRK-CLT-FATURADO(WRK-CLT-QTD)
           END-IF
           END-IF.

       0150-ACHAR-CLIENTE.
           MOVE ZEROS TO WRK-CLT-USO.
           PERFORM 0155-PROCURAR-CLIENTE
               VARYING WRK-CLT-IDX FROM 1 BY 1
               UNTIL WRK-CLT-IDX > WRK-CLT-QTD
               OR WRK-CLT-USO > 0.

       0155-PROCURAR-CLIENTE.
           IF WRK-CLT-DOC(WRK-CLT-IDX) = WRK-DOC-PROCURA
               MOVE WRK-CLT-IDX TO WRK-CLT-USO
           END-IF.

      *****************************************************
      * ABERTOS: O SALDO NAO PAGO ENTRA NA EXPOSICAO; O SALDO
      * DE TITULO VENCIDO ANTES DA DATA DE NEGOCIO ENTRA TAMBEM
      * NO VENCIDO
      *****************************************************
       0200-SOMAR-ABERTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.

       0210-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF ABR-VALOR > ABR-VALOR-PAGO
                       PERFORM 0220-SOMAR-TITULO
                   END-IF
           END-READ.

       0220-SOMAR-TITULO.
           MOVE ABR-DOC TO WRK-DOC-PROCURA.
           PERFORM 0150-ACHAR-CLIENTE.
           IF WRK-CLT-USO > 0
               COMPUTE WRK-CLT-EXPOSICAO(WRK-CLT-USO) =
                   WRK-CLT-EXPOSICAO(WRK-CLT-USO)
                   + ABR-VALOR - ABR-VALOR-PAGO
               IF ABR-DATA-VENC < WRK-DATA-NEGOCIO
                   COMPUTE WRK-CLT-VENCIDO(WRK-CLT-USO) =
                       WRK-CLT-VENCIDO(WRK-CLT-USO)
                       + ABR-VALOR - ABR-VALOR-PAGO
               END-IF
           END-IF.

      *****************************************************
      * FATREG: FATURAMENTO DO PERIODO (MERCADORIA + FRETE)
      *****************************************************
       0300-SOMAR-FATURAMENTO.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0310-LER-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.

       0310-LER-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF REG-DATA-EMISSAO > WRK-INI-PERIODO
                       AND REG-DATA-EMISSAO NOT > WRK-DATA-NEGOCIO
                       MOVE REG-DOC TO WRK-DOC-PROCURA
                       PERFORM 0150-ACHAR-CLIENTE
                       IF WRK-CLT-USO > 0
                           COMPUTE WRK-CLT-FATURADO(WRK-CLT-USO) =
                               WRK-CLT-FATURADO(WRK-CLT-USO)
                               + REG-TOT-VALOR + REG-TOT-FRETE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * ENTRADA DO SORT: UM REGISTRO POR MEMBRO DE GRUPO
      *****************************************************
       0400-LIBERAR-MEMBROS.
           PERFORM 0410-LIBERAR-UM-MEMBRO
               VARYING WRK-CLT-IDX FROM 1 BY 1
               UNTIL WRK-CLT-IDX > WRK-CLT-QTD.

       0410-LIBERAR-UM-MEMBRO.
           MOVE WRK-CLT-GRUPO(WRK-CLT-IDX)     TO SRG-GRUPO.
           MOVE WRK-CLT-DOC(WRK-CLT-IDX)       TO SRG-DOC.
           MOVE WRK-CLT-NOME(WRK-CLT-IDX)      TO SRG-NOME.
           MOVE WRK-CLT-SITUACAO(WRK-CLT-IDX)  TO SRG-SITUACAO.
           MOVE WRK-CLT-LIMITE(WRK-CLT-IDX)    TO SRG-LIMITE.
           MOVE WRK-CLT-EXPOSICAO(WRK-CLT-IDX) TO SRG-EXPOSICAO.
           MOVE WRK-CLT-VENCIDO(WRK-CLT-IDX)   TO SRG-VENCIDO.
           MOVE WRK-CLT-FATURADO(WRK-CLT-IDX)  TO SRG-FATURADO.
           RELEASE SORTGRP-REC.

      *****************************************************
      * CABECALHO DO RELATORIO
      *****************************************************
       0450-CABECALHO.
           MOVE SPACES TO GRPRPT-REC.
           STRING 'CONSOLIDACAO POR GRUPO ECONOMICO - POSICAO EM '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE SPACES TO GRPRPT-REC.
           STRING 'FATURADO DE ' WRK-INI-PERIODO ' A '
               WRK-DATA-NEGOCIO ' (' WRK-MESES ' MESES) - '
               '* = MEMBRO INATIVO'
               DELIMITED BY SIZE INTO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE ALL '=' TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE WRK-LIN-CAB TO GRPRPT-REC.
           WRITE GRPRPT-REC.

      *****************************************************
      * SAIDA DO SORT: QUEBRA POR GRUPO. OS MEMBROS DE CADA
      * GRUPO SAO GUARDADOS E SOMADOS; NA QUEBRA O GRUPO VAI
      * PARA O RELATORIO SE TIVER MAIS DE UM MEMBRO OU ESTIVER
      * CADASTRADO NO MASTER GRUPOS
      *****************************************************
       0500-CONSOLIDAR-GRUPOS.
           MOVE 'N' TO WRK-EOF-SRT.
           RETURN SORTGRP-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0510-TRATAR-UM-MEMBRO UNTIL WRK-FIM-SRT.
           IF WRK-GRP-ABERTO = 'S'
               PERFORM 0550-FECHAR-GRUPO
           END-IF.

       0510-TRATAR-UM-MEMBRO.
           IF WRK-GRP-ABERTO = 'S'
               AND SRG-GRUPO NOT = WRK-GRP-CODIGO
               PERFORM 0550-FECHAR-GRUPO
           END-IF.
           IF WRK-GRP-ABERTO = 'N'
               MOVE 'S' TO WRK-GRP-ABERTO
               MOVE SRG-GRUPO TO WRK-GRP-CODIGO
               MOVE ZEROS TO WRK-MBR-QTD WRK-GRP-SOMA-LIM
                   WRK-GRP-EXPOSICAO WRK-GRP-VENCIDO
                   WRK-GRP-FATURADO
           END-IF.
           ADD 1 TO WRK-MBR-QTD.
           IF WRK-MBR-QTD NOT > 200
               MOVE SRG-DOC       TO WRK-MBR-DOC(WRK-MBR-QTD)
               MOVE SRG-NOME      TO WRK-MBR-NOME(WRK-MBR-QTD)
               MOVE SRG-SITUACAO  TO WRK-MBR-SITUACAO(WRK-MBR-QTD)
               MOVE SRG-EXPOSICAO TO WRK-MBR-EXPOSICAO(WRK-MBR-QTD)
               MOVE SRG-VENCIDO   TO WRK-MBR-VENCIDO(WRK-MBR-QTD)
               MOVE SRG-FATURADO  TO WRK-MBR-FATURADO(WRK-MBR-QTD)
           END-IF.
           ADD SRG-LIMITE    TO WRK-GRP-SOMA-LIM.
           ADD SRG-EXPOSICAO TO WRK-GRP-EXPOSICAO.
           ADD SRG-VENCIDO   TO WRK-GRP-VENCIDO.
           ADD SRG-FATURADO  TO WRK-GRP-FATURADO.
           RETURN SORTGRP-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

      *****************************************************
      * FECHA O GRUPO: NOME E LIMITE DO MASTER GRUPOS, OS
      * MEMBROS, O TOTAL E O LIMITE DO GRUPO CONTRA A
      * EXPOSICAO SOMADA
      *****************************************************
       0550-FECHAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ABERTO.
           MOVE 'N' TO WRK-GRP-CADASTRO.
           MOVE SPACES TO WRK-GRP-NOME.
           MOVE ZEROS TO WRK-GRP-LIMITE.
           IF GRUPOS-ABERTO
               MOVE WRK-GRP-CODIGO TO GRP-CODIGO
               READ GRUPOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRP-CADASTRO
                       MOVE GRP-NOME TO WRK-GRP-NOME
                       MOVE GRP-LIMITE-CRED TO WRK-GRP-LIMITE
               END-READ
           END-IF.
           IF WRK-MBR-QTD < 2 AND WRK-GRP-CADASTRO = 'N'
               ADD 1 TO WRK-QTD-ISOLADOS
           ELSE
               PERFORM 0560-IMPRIMIR-GRUPO
           END-IF.

       0560-IMPRIMIR-GRUPO.
           ADD 1 TO WRK-QTD-GRUPOS.
           ADD WRK-MBR-QTD TO WRK-QTD-MEMBROS.
           ADD WRK-GRP-EXPOSICAO TO WRK-TOT-EXPOSICAO.
           ADD WRK-GRP-VENCIDO   TO WRK-TOT-VENCIDO.
           ADD WRK-GRP-FATURADO  TO WRK-TOT-FATURADO.
           MOVE ALL '-' TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE WRK-GRP-CODIGO TO WRK-LG-CODIGO.
           IF WRK-GRP-CADASTRO = 'S'
               MOVE WRK-GRP-NOME TO WRK-LG-NOME
           ELSE
               MOVE '(SEM CADASTRO NO MASTER)' TO WRK-LG-NOME
           END-IF.
           IF WRK-GRP-CODIGO = WRK-MBR-DOC(1)(1:8)
               MOVE 'RAIZ DO CNPJ' TO WRK-LG-ORIGEM
           ELSE
               MOVE 'GRUPO INFORMADO' TO WRK-LG-ORIGEM
           END-IF.
           MOVE WRK-LIN-GRUPO TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE WRK-MBR-QTD TO WRK-MBR-LISTADOS.
           IF WRK-MBR-LISTADOS > 200
               MOVE 200 TO WRK-MBR-LISTADOS
           END-IF.
           PERFORM 0570-IMPRIMIR-MEMBRO
               VARYING WRK-MBR-IDX FROM 1 BY 1
               UNTIL WRK-MBR-IDX > WRK-MBR-LISTADOS.
           IF WRK-MBR-QTD > 200
               MOVE SPACES TO GRPRPT-REC
               STRING '  (MEMBROS ALEM DE 200 SO ENTRAM NO TOTAL)'
                   DELIMITED BY SIZE INTO GRPRPT-REC
               WRITE GRPRPT-REC
           END-IF.
           MOVE WRK-MBR-QTD       TO WRK-LT-MEMBROS.
           MOVE WRK-GRP-EXPOSICAO TO WRK-LT-EXPOSICAO.
           MOVE WRK-GRP-VENCIDO   TO WRK-LT-VENCIDO.
           MOVE WRK-GRP-FATURADO  TO WRK-LT-FATURADO.
           MOVE WRK-LIN-TOTAL-GRUPO TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE WRK-GRP-LIMITE   TO WRK-LL-LIMITE.
           MOVE WRK-GRP-SOMA-LIM TO WRK-LL-SOMA.
           IF WRK-GRP-LIMITE = 0
               MOVE 'SEM LIMITE' TO WRK-LL-SITUACAO
           ELSE
               IF WRK-GRP-EXPOSICAO > WRK-GRP-LIMITE
                   MOVE '*** EXCEDIDO' TO WRK-LL-SITUACAO
                   ADD 1 TO WRK-QTD-EXCEDIDOS
               ELSE
                   MOVE 'DENTRO' TO WRK-LL-SITUACAO
               END-IF
           END-IF.
           MOVE WRK-LIN-LIMITE TO GRPRPT-REC.
           WRITE GRPRPT-REC.

       0570-IMPRIMIR-MEMBRO.
           MOVE SPACES TO WRK-LIN-MEMBRO.
           MOVE WRK-MBR-DOC(WRK-MBR-IDX)  TO WRK-LM-DOC.
           MOVE WRK-MBR-NOME(WRK-MBR-IDX) TO WRK-LM-NOME.
           IF WRK-MBR-SITUACAO(WRK-MBR-IDX) = 'I'
               MOVE '*' TO WRK-LM-INATIVO
           END-IF.
           MOVE WRK-MBR-EXPOSICAO(WRK-MBR-IDX) TO WRK-LM-EXPOSICAO.
           MOVE WRK-MBR-VENCIDO(WRK-MBR-IDX)   TO WRK-LM-VENCIDO.
           MOVE WRK-MBR-FATURADO(WRK-MBR-IDX)  TO WRK-LM-FATURADO.
           MOVE WRK-LIN-MEMBRO TO GRPRPT-REC.
           WRITE GRPRPT-REC.

      *****************************************************
      * TOTAIS DA CONSOLIDACAO
      *****************************************************
       0700-TOTAIS-RELATORIO.
           MOVE SPACES TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE ALL '=' TO GRPRPT-REC.
           WRITE GRPRPT-REC.
           MOVE 'CLIENTES LIDOS NO MASTER......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'PESSOA FISICA SEM GRUPO.......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-GRUPO TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'RAIZES COM UM SO ESTABELECIM..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ISOLADOS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'GRUPOS CONSOLIDADOS...........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-GRUPOS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'MEMBROS DOS GRUPOS............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-MEMBROS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'GRUPOS ACIMA DO LIMITE........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EXCEDIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0710-GRAVAR-TOTAL-QTD.
           MOVE 'EXPOSICAO DOS GRUPOS..........' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-EXPOSICAO TO WRK-TOT-VALOR-ED.
           PERFORM 0720-GRAVAR-TOTAL-VALOR.
           MOVE 'VENCIDO DOS GRUPOS............' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-VENCIDO TO WRK-TOT-VALOR-ED.
           PERFORM 0720-GRAVAR-TOTAL-VALOR.
           MOVE 'FATURADO DOS GRUPOS...........' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-FATURADO TO WRK-TOT-VALOR-ED.
           PERFORM 0720-GRAVAR-TOTAL-VALOR.

       0710-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO GRPRPT-REC.
           WRITE GRPRPT-REC.

       0720-GRAVAR-TOTAL-VALOR.
           MOVE WRK-TOT-VALOR-LINHA TO GRPRPT-REC.
           WRITE GRPRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'CONSGRP'         TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO  TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS     TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-GRUPOS    TO OPS-QTD-GRAVADOS.
           MOVE ZEROS             TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
