       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANCARG.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PLANEJAMENTO DAS CARGAS DO DIA POR CENTRO DE
      *           ORIGEM. DO BLOCO DO DIA NO FRETESAI (HDR/TRL DA
      *           DATA DE NEGOCIO), ORDENA OS PEDIDOS POR ORIGEM,
      *           UF DE DESTINO E PESO DECRESCENTE (VERBO SORT) E
      *           ENCHE OS VEICULOS DA FROTA DO CENTRO (MASTER
      *           VEICULO DO MANTVEI) ATE A CAPACIDADE EM QUILOS
      *           (FSA-PESO) E EM VOLUMES (FSA-QTD-VOLUMES):
      *             - CADA PEDIDO VAI PARA A PRIMEIRA CARGA ABERTA
      *               DA ORIGEM+UF EM QUE CABE; NAO CABENDO EM
      *               NENHUMA, ABRE OUTRA NO MAIOR VEICULO LIVRE;
      *             - FECHADA A ORIGEM+UF, CADA CARGA E TROCADA
      *               PARA O MENOR VEICULO LIVRE QUE A COMPORTA,
      *               DEVOLVENDO O MAIOR A FROTA;
      *             - PEDIDO QUE NAO CABE EM NENHUM VEICULO LIVRE
      *               VAI PARA A LISTA DE SOBRAS (PROXIMA SAIDA).
      *           IMPRIME UMA FOLHA DE CARGA POR VEICULO COM OS
      *           PEDIDOS, OS TOTAIS E O PERCENTUAL DE UTILIZACAO
      *           (PESO E VOLUMES, DESTACANDO O VEICULO
      *           SUBUTILIZADO), A LISTA DE SOBRAS E O RESUMO. A
      *           DOCA DECIDIA NO OLHO O QUE IA EM QUAL CAMINHAO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO NAO ENTRA NO PLANO DE
      *                 CARGA (A MERCADORIA E COLETADA NO CLIENTE,
      *                 NAO SAI DA DOCA); SO E CONTADO NO RESUMO.
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
           SELECT VEICULO-FILE ASSIGN TO "VEICULO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-CHAVE
               FILE STATUS IS WRK-VEI-STATUS.
           SELECT PLANCRPT-FILE ASSIGN TO "PLANCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTCRG-FILE ASSIGN TO "SORTCRG".
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

       FD  VEICULO-FILE.
           COPY VEICFD.

       FD  PLANCRPT-FILE.
       01  PLANCRPT-REC         PIC X(80).

       SD  SORTCRG-FILE.
       01  SORTCRG-REC.
           05 SRT-ORIGEM        PIC X(03).
           05 SRT-UF            PIC X(02).
           05 SRT-PESO          PIC 9(05)V99.
           05 SRT-NUM-PEDIDO    PIC 9(08).
           05 SRT-NOME-CLI      PIC X(20).
           05 SRT-PRODUTO       PIC X(20).
           05 SRT-VOLUMES       PIC 9(03).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-VEI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-EOF-FSA       PIC X(01) VALUE 'N'.
           88 WRK-FIM-FSA        VALUE 'S'.
       77 WRK-EOF-SRT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT        VALUE 'S'.
       77 WRK-NO-BLOCO      PIC X(01) VALUE 'N'.
           88 BLOCO-DO-DIA       VALUE 'S'.
       77 WRK-GRP-ABERTO    PIC X(01) VALUE 'N'.
           88 GRUPO-ABERTO       VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOL     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CARREGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SOBRAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CARGAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUBUTIL   PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-UTIL     PIC 9(09)V9 VALUE ZEROS.
       77 WRK-MEDIA-UTIL    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-ORIGEM-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-UF-ATUAL      PIC X(02) VALUE SPACES.
       77 WRK-MOTIVO-SOBRA  PIC X(20) VALUE SPACES.

      *--- ABAIXO DESTE PERCENTUAL (PESO E VOLUMES) O VEICULO
      *--- SAI MARCADO COMO SUBUTILIZADO NA FOLHA DE CARGA
       77 WRK-LIMITE-SUBUTIL PIC 9(03)V9 VALUE 60.
       77 WRK-UTIL-KG       PIC 9(03)V9 VALUE ZEROS.
       77 WRK-UTIL-VOL      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-UTIL-MAIOR    PIC 9(03)V9 VALUE ZEROS.

      *--- FROTA DE CADA CENTRO (MASTER VEICULO, SO ATIVOS) ---*
       77 WRK-VEI-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VEI-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VEI-ESCOLHA   PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-FROTA.
           05 WRK-VEI-ITEM OCCURS 300 TIMES.
               10 WRK-VEI-ORIGEM    PIC X(03).
               10 WRK-VEI-TIPO      PIC X(03).
               10 WRK-VEI-DESCR     PIC X(20).
               10 WRK-VEI-CAP-KG    PIC 9(06)V99.
               10 WRK-VEI-CAP-VOL   PIC 9(05).
               10 WRK-VEI-LIVRES    PIC 9(03) COMP.

      *--- CARGAS ABERTAS DA ORIGEM+UF CORRENTE ---*
       77 WRK-CRG-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CRG-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CRG-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-CARGAS.
           05 WRK-CRG-ITEM OCCURS 50 TIMES.
               10 WRK-CRG-VEI       PIC 9(04) COMP.
               10 WRK-CRG-KG        PIC 9(07)V99.
               10 WRK-CRG-VOL       PIC 9(05).
               10 WRK-CRG-PEDIDOS   PIC 9(04).

      *--- PEDIDOS DA ORIGEM+UF CORRENTE E A CARGA DE CADA UM ---*
       77 WRK-GIT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-GIT-IDX       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-GRUPO.
           05 WRK-GIT-ITEM OCCURS 500 TIMES.
               10 WRK-GIT-NUMERO    PIC 9(08).
               10 WRK-GIT-CLIENTE   PIC X(20).
               10 WRK-GIT-PRODUTO   PIC X(20).
               10 WRK-GIT-VOLUMES   PIC 9(03).
               10 WRK-GIT-PESO      PIC 9(05)V99.
               10 WRK-GIT-CARGA     PIC 9(04) COMP.

      *--- SOBRAS (PEDIDOS PARA A PROXIMA SAIDA) ---*
       77 WRK-SOB-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SOB-IDX       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-SOBRAS.
           05 WRK-SOB-ITEM OCCURS 2000 TIMES.
               10 WRK-SOB-ORIGEM    PIC X(03).
               10 WRK-SOB-UF        PIC X(02).
               10 WRK-SOB-NUMERO    PIC 9(08).
               10 WRK-SOB-CLIENTE   PIC X(20).
               10 WRK-SOB-VOLUMES   PIC 9(03).
               10 WRK-SOB-PESO      PIC 9(05)V99.
               10 WRK-SOB-MOTIVO    PIC X(20).

      *--- LINHAS DA FOLHA DE CARGA ---*
       01  WRK-CRG-CABEC1.
           05 FILLER            PIC X(06) VALUE 'CARGA '.
           05 WRK-CB1-NUMERO    PIC 9(04).
           05 FILLER            PIC X(09) VALUE '  ORIGEM '.
           05 WRK-CB1-ORIGEM    PIC X(03).
           05 FILLER            PIC X(09) VALUE '  DESTINO'.
           05 FILLER            PIC X(04) VALUE ' UF '.
           05 WRK-CB1-UF        PIC X(02).
           05 FILLER            PIC X(10) VALUE '  VEICULO '.
           05 WRK-CB1-TIPO      PIC X(03).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 WRK-CB1-DESCR     PIC X(20).
       01  WRK-CRG-CABEC2.
           05 FILLER            PIC X(12) VALUE 'CAPACIDADE  '.
           05 WRK-CB2-CAP-KG    PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(05) VALUE ' KG  '.
           05 WRK-CB2-CAP-VOL   PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VOLUMES'.
       01  WRK-CRG-CABEC3.
           05 FILLER PIC X(10) VALUE 'PEDIDO'.
           05 FILLER PIC X(22) VALUE 'CLIENTE'.
           05 FILLER PIC X(22) VALUE 'PRODUTO'.
           05 FILLER PIC X(05) VALUE 'VOLS'.
           05 FILLER PIC X(10) VALUE 'PESO KG'.
       01  WRK-CRG-DETALHE.
           05 WRK-DET-NUMERO    PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-CLIENTE   PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-PRODUTO   PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-VOLS      PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-PESO      PIC ZZ.ZZ9,99.
       01  WRK-CRG-RODAPE1.
           05 FILLER            PIC X(16) VALUE 'TOTAL PEDIDOS  '.
           05 WRK-RD1-PEDIDOS   PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE '  VOLUMES '.
           05 WRK-RD1-VOLS      PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE '  PESO KG '.
           05 WRK-RD1-PESO      PIC Z.ZZZ.ZZ9,99.
       01  WRK-CRG-RODAPE2.
           05 FILLER            PIC X(16) VALUE 'UTILIZACAO PESO '.
           05 WRK-RD2-UTIL-KG   PIC ZZ9,9.
           05 FILLER            PIC X(11) VALUE '%  VOLUMES '.
           05 WRK-RD2-UTIL-VOL  PIC ZZ9,9.
           05 FILLER            PIC X(03) VALUE '%  '.
           05 WRK-RD2-AVISO     PIC X(20).
       01  WRK-CRG-ASSINA.
           05 FILLER            PIC X(44) VALUE
              'CONFERIDO NA DOCA EM ____/____/____  ASS: __'.
           05 FILLER            PIC X(12) VALUE
              '__________'.

      *--- LINHA DA LISTA DE SOBRAS ---*
       01  WRK-SOB-LINHA.
           05 WRK-SBL-ORIGEM    PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-SBL-UF        PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-SBL-NUMERO    PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-SBL-CLIENTE   PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-SBL-VOLS      PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-SBL-PESO      PIC ZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-SBL-MOTIVO    PIC X(20).

      *--- LINHAS DO RESUMO ---*
       01  WRK-RES-LINHA.
           05 WRK-RES-TEXTO     PIC X(36).
           05 WRK-RES-VALOR     PIC ZZZ.ZZ9.
       01  WRK-RES-MEDIA.
           05 FILLER            PIC X(36) VALUE
              'UTILIZACAO MEDIA DOS VEICULOS (%).'.
           05 WRK-RES-UTIL      PIC ZZ9,9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0100-CARREGAR-FROTA.
           OPEN OUTPUT PLANCRPT-FILE.
           MOVE SPACES TO PLANCRPT-REC.
           STRING 'PLANO DE CARGAS POR CENTRO DE ORIGEM - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE
               INTO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           PERFORM 0200-PLANEJAR-CARGAS.
           PERFORM 0700-IMPRIMIR-SOBRAS.
           PERFORM 0800-IMPRIMIR-RESUMO.
           CLOSE PLANCRPT-FILE.
           DISPLAY 'VEICULOS CARREGADOS......: ' WRK-QTD-CARGAS.
           DISPLAY 'PEDIDOS CARREGADOS.......: '
               WRK-QTD-CARREGADOS.
           DISPLAY 'PEDIDOS PARA PROXIMA SAIDA: ' WRK-QTD-SOBRAS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * CARREGA A FROTA ATIVA DE CADA CENTRO DO MASTER
      * VEICULO. SEM O MASTER NAO HA O QUE PLANEJAR
      *****************************************************
       0100-CARREGAR-FROTA.
           OPEN INPUT VEICULO-FILE.
           IF WRK-VEI-STATUS NOT = '00'
               DISPLAY 'MASTER VEICULO NAO DISPONIVEL (STATUS '
                   WRK-VEI-STATUS ') - CADASTRE A FROTA NO MANTVEI'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO VEI-CHAVE.
           START VEICULO-FILE KEY NOT < VEI-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0110-LER-UM-VEICULO UNTIL WRK-FIM-ARQ.
           CLOSE VEICULO-FILE.
           IF WRK-VEI-QTD = 0
               DISPLAY 'NENHUM VEICULO ATIVO NO MASTER VEICULO - '
                   'TODOS OS PEDIDOS IRAO PARA A PROXIMA SAIDA'
           END-IF.

       0110-LER-UM-VEICULO.
           READ VEICULO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF VEI-ATIVO AND VEI-QTD-FROTA > 0
                       IF WRK-VEI-QTD < 300
                           ADD 1 TO WRK-VEI-QTD
                           MOVE VEI-ORIGEM TO
                               WRK-VEI-ORIGEM(WRK-VEI-QTD)
                           MOVE VEI-TIPO TO
                               WRK-VEI-TIPO(WRK-VEI-QTD)
                           MOVE VEI-DESCRICAO TO
                               WRK-VEI-DESCR(WRK-VEI-QTD)
                           MOVE VEI-CAPAC-KG TO
                               WRK-VEI-CAP-KG(WRK-VEI-QTD)
                           MOVE VEI-CAPAC-VOL TO
                               WRK-VEI-CAP-VOL(WRK-VEI-QTD)
                           MOVE VEI-QTD-FROTA TO
                               WRK-VEI-LIVRES(WRK-VEI-QTD)
                       ELSE
                           DISPLAY 'AVISO - TABELA DE FROTA CHEIA '
                               '(300) - TIPOS EXCEDENTES IGNORADOS'
                           SET WRK-FIM-ARQ TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * ORDENA OS PEDIDOS DO BLOCO DO DIA POR ORIGEM, UF E
      * PESO DECRESCENTE (OS MAIORES ENTRAM PRIMEIRO) E MONTA
      * AS CARGAS NA SAIDA ORDENADA
      *****************************************************
       0200-PLANEJAR-CARGAS.
           SORT SORTCRG-FILE
               ON ASCENDING KEY SRT-ORIGEM SRT-UF
               ON DESCENDING KEY SRT-PESO
               ON ASCENDING KEY SRT-NUM-PEDIDO
               INPUT PROCEDURE IS 0210-FORNECER-PEDIDOS
               OUTPUT PROCEDURE IS 0220-MONTAR-CARGAS.

       0210-FORNECER-PEDIDOS.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS NOT = '00'
               DISPLAY 'FRETESAI NAO ENCONTRADO (STATUS '
                   WRK-FSA-STATUS ') - NADA A CARREGAR'
               SET WRK-FIM-FSA TO TRUE
           END-IF.
           PERFORM 0215-LIBERAR-UM-PEDIDO UNTIL WRK-FIM-FSA.
           IF WRK-FSA-STATUS = '00' OR = '10'
               CLOSE FRETESAI-FILE
           END-IF.

       0215-LIBERAR-UM-PEDIDO.
           READ FRETESAI-FILE
               AT END
                   SET WRK-FIM-FSA TO TRUE
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
                       WHEN BLOCO-DO-DIA AND FSA-DEVOLUCAO
                           ADD 1 TO WRK-QTD-DEVOL
                       WHEN BLOCO-DO-DIA
                           ADD 1 TO WRK-QTD-LIDOS
                           MOVE FSA-ORIGEM      TO SRT-ORIGEM
                           MOVE FSA-UF          TO SRT-UF
                           MOVE FSA-PESO        TO SRT-PESO
                           MOVE FSA-NUM-PEDIDO  TO SRT-NUM-PEDIDO
                           MOVE FSA-NOME-CLI    TO SRT-NOME-CLI
                           MOVE FSA-PRODUTO     TO SRT-PRODUTO
                           MOVE FSA-QTD-VOLUMES TO SRT-VOLUMES
                           RELEASE SORTCRG-REC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0220-MONTAR-CARGAS.
           RETURN SORTCRG-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0230-PROCESSAR-UM-PEDIDO UNTIL WRK-FIM-SRT.
           IF GRUPO-ABERTO
               PERFORM 0300-FECHAR-GRUPO
           END-IF.

      *****************************************************
      * NA QUEBRA DE ORIGEM+UF FECHA AS CARGAS DO GRUPO
      * ANTERIOR (AJUSTE DE VEICULO E IMPRESSAO) E ABRE O
      * GRUPO NOVO
      *****************************************************
       0230-PROCESSAR-UM-PEDIDO.
           IF NOT GRUPO-ABERTO
               OR SRT-ORIGEM NOT = WRK-ORIGEM-ATUAL
               OR SRT-UF NOT = WRK-UF-ATUAL
               IF GRUPO-ABERTO
                   PERFORM 0300-FECHAR-GRUPO
               END-IF
               MOVE SRT-ORIGEM TO WRK-ORIGEM-ATUAL
               MOVE SRT-UF     TO WRK-UF-ATUAL
               MOVE ZEROS TO WRK-CRG-QTD WRK-GIT-QTD
               SET GRUPO-ABERTO TO TRUE
           END-IF.
           PERFORM 0250-ALOCAR-PEDIDO THRU 0250-ALOCAR-FIM.
           RETURN SORTCRG-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

      *****************************************************
      * COLOCA O PEDIDO NA PRIMEIRA CARGA ABERTA DO GRUPO EM
      * QUE CABE (PESO E VOLUMES); SE NAO CABE EM NENHUMA,
      * ABRE OUTRA NO MAIOR VEICULO LIVRE DO CENTRO; SEM
      * VEICULO QUE O COMPORTE, O PEDIDO VAI PARA AS SOBRAS
      *****************************************************
       0250-ALOCAR-PEDIDO.
           IF WRK-GIT-QTD NOT < 500
               MOVE 'LIMITE DO GRUPO' TO WRK-MOTIVO-SOBRA
               PERFORM 0290-GUARDAR-SOBRA
               GO TO 0250-ALOCAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-CRG-USO.
           PERFORM 0255-PROCURAR-CARGA
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QTD
               OR WRK-CRG-USO > 0.
           IF WRK-CRG-USO = 0
               PERFORM 0260-ABRIR-CARGA THRU 0260-ABRIR-FIM
           END-IF.
           IF WRK-CRG-USO = 0
               PERFORM 0290-GUARDAR-SOBRA
               GO TO 0250-ALOCAR-FIM
           END-IF.
           ADD 1 TO WRK-GIT-QTD.
           MOVE SRT-NUM-PEDIDO TO WRK-GIT-NUMERO(WRK-GIT-QTD).
           MOVE SRT-NOME-CLI   TO WRK-GIT-CLIENTE(WRK-GIT-QTD).
           MOVE SRT-PRODUTO    TO WRK-GIT-PRODUTO(WRK-GIT-QTD).
           MOVE SRT-VOLUMES    TO WRK-GIT-VOLUMES(WRK-GIT-QTD).
           MOVE SRT-PESO       TO WRK-GIT-PESO(WRK-GIT-QTD).
           MOVE WRK-CRG-USO    TO WRK-GIT-CARGA(WRK-GIT-QTD).
           ADD SRT-PESO    TO WRK-CRG-KG(WRK-CRG-USO).
           ADD SRT-VOLUMES TO WRK-CRG-VOL(WRK-CRG-USO).
           ADD 1 TO WRK-CRG-PEDIDOS(WRK-CRG-USO).
           ADD 1 TO WRK-QTD-CARREGADOS.

       0250-ALOCAR-FIM.
           EXIT.

       0255-PROCURAR-CARGA.
           MOVE WRK-CRG-VEI(WRK-CRG-IDX) TO WRK-VEI-IDX.
           IF WRK-CRG-KG(WRK-CRG-IDX) + SRT-PESO
                   NOT > WRK-VEI-CAP-KG(WRK-VEI-IDX)
               AND WRK-CRG-VOL(WRK-CRG-IDX) + SRT-VOLUMES
                   NOT > WRK-VEI-CAP-VOL(WRK-VEI-IDX)
               MOVE WRK-CRG-IDX TO WRK-CRG-USO
           END-IF.

      *****************************************************
      * ABRE UMA CARGA NOVA NO MAIOR VEICULO AINDA LIVRE NO
      * CENTRO DE ORIGEM (O AJUSTE PARA O MENOR QUE COMPORTA
      * A CARGA E FEITO NO FECHAMENTO DO GRUPO)
      *****************************************************
       0260-ABRIR-CARGA.
           IF WRK-CRG-QTD NOT < 50
               MOVE 'LIMITE DE CARGAS' TO WRK-MOTIVO-SOBRA
               GO TO 0260-ABRIR-FIM
           END-IF.
           MOVE ZEROS TO WRK-VEI-ESCOLHA.
           PERFORM 0265-PROCURAR-MAIOR
               VARYING WRK-VEI-IDX FROM 1 BY 1
               UNTIL WRK-VEI-IDX > WRK-VEI-QTD.
           IF WRK-VEI-ESCOLHA = 0
               MOVE 'SEM VEICULO LIVRE' TO WRK-MOTIVO-SOBRA
               GO TO 0260-ABRIR-FIM
           END-IF.
           IF SRT-PESO > WRK-VEI-CAP-KG(WRK-VEI-ESCOLHA)
               OR SRT-VOLUMES > WRK-VEI-CAP-VOL(WRK-VEI-ESCOLHA)
               MOVE 'EXCEDE MAIOR VEICULO' TO WRK-MOTIVO-SOBRA
               GO TO 0260-ABRIR-FIM
           END-IF.
           ADD 1 TO WRK-CRG-QTD.
           MOVE WRK-VEI-ESCOLHA TO WRK-CRG-VEI(WRK-CRG-QTD).
           MOVE ZEROS TO WRK-CRG-KG(WRK-CRG-QTD)
               WRK-CRG-VOL(WRK-CRG-QTD)
               WRK-CRG-PEDIDOS(WRK-CRG-QTD).
           SUBTRACT 1 FROM WRK-VEI-LIVRES(WRK-VEI-ESCOLHA).
           MOVE WRK-CRG-QTD TO WRK-CRG-USO.

       0260-ABRIR-FIM.
           EXIT.

       0265-PROCURAR-MAIOR.
           IF WRK-VEI-ORIGEM(WRK-VEI-IDX) = SRT-ORIGEM
               AND WRK-VEI-LIVRES(WRK-VEI-IDX) > 0
               IF WRK-VEI-ESCOLHA = 0
                   MOVE WRK-VEI-IDX TO WRK-VEI-ESCOLHA
               ELSE
                   IF WRK-VEI-CAP-KG(WRK-VEI-IDX) >
                       WRK-VEI-CAP-KG(WRK-VEI-ESCOLHA)
                       MOVE WRK-VEI-IDX TO WRK-VEI-ESCOLHA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * GUARDA O PEDIDO NA LISTA DE SOBRAS PARA A PROXIMA
      * SAIDA, COM O MOTIVO
      *****************************************************
       0290-GUARDAR-SOBRA.
           ADD 1 TO WRK-QTD-SOBRAS.
           IF WRK-SOB-QTD < 2000
               ADD 1 TO WRK-SOB-QTD
               MOVE SRT-ORIGEM     TO WRK-SOB-ORIGEM(WRK-SOB-QTD)
               MOVE SRT-UF         TO WRK-SOB-UF(WRK-SOB-QTD)
               MOVE SRT-NUM-PEDIDO TO WRK-SOB-NUMERO(WRK-SOB-QTD)
               MOVE SRT-NOME-CLI   TO WRK-SOB-CLIENTE(WRK-SOB-QTD)
               MOVE SRT-VOLUMES    TO WRK-SOB-VOLUMES(WRK-SOB-QTD)
               MOVE SRT-PESO       TO WRK-SOB-PESO(WRK-SOB-QTD)
               MOVE WRK-MOTIVO-SOBRA
                   TO WRK-SOB-MOTIVO(WRK-SOB-QTD)
           END-IF.

      *****************************************************
      * FECHA O GRUPO ORIGEM+UF: TROCA CADA CARGA PARA O
      * MENOR VEICULO LIVRE QUE A COMPORTA E IMPRIME A FOLHA
      *****************************************************
       0300-FECHAR-GRUPO.
           PERFORM 0310-AJUSTAR-E-IMPRIMIR
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QTD.
           MOVE 'N' TO WRK-GRP-ABERTO.

       0310-AJUSTAR-E-IMPRIMIR.
           ADD 1 TO WRK-VEI-LIVRES(WRK-CRG-VEI(WRK-CRG-IDX)).
           MOVE WRK-CRG-VEI(WRK-CRG-IDX) TO WRK-VEI-ESCOLHA.
           PERFORM 0315-PROCURAR-MENOR
               VARYING WRK-VEI-IDX FROM 1 BY 1
               UNTIL WRK-VEI-IDX > WRK-VEI-QTD.
           MOVE WRK-VEI-ESCOLHA TO WRK-CRG-VEI(WRK-CRG-IDX).
           SUBTRACT 1 FROM WRK-VEI-LIVRES(WRK-VEI-ESCOLHA).
           PERFORM 0320-IMPRIMIR-CARGA.

       0315-PROCURAR-MENOR.
           IF WRK-VEI-ORIGEM(WRK-VEI-IDX) = WRK-ORIGEM-ATUAL
               AND WRK-VEI-LIVRES(WRK-VEI-IDX) > 0
               AND WRK-VEI-CAP-KG(WRK-VEI-IDX)
                   NOT < WRK-CRG-KG(WRK-CRG-IDX)
               AND WRK-VEI-CAP-VOL(WRK-VEI-IDX)
                   NOT < WRK-CRG-VOL(WRK-CRG-IDX)
               AND WRK-VEI-CAP-KG(WRK-VEI-IDX)
                   < WRK-VEI-CAP-KG(WRK-VEI-ESCOLHA)
               MOVE WRK-VEI-IDX TO WRK-VEI-ESCOLHA
           END-IF.

      *****************************************************
      * FOLHA DE CARGA DO VEICULO: CABECALHO, PEDIDOS, TOTAIS,
      * UTILIZACAO DE PESO E VOLUMES E LINHA DE CONFERENCIA
      *****************************************************
       0320-IMPRIMIR-CARGA.
           ADD 1 TO WRK-QTD-CARGAS.
           MOVE WRK-CRG-VEI(WRK-CRG-IDX) TO WRK-VEI-IDX.
           MOVE ALL '=' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE WRK-QTD-CARGAS TO WRK-CB1-NUMERO.
           MOVE WRK-ORIGEM-ATUAL TO WRK-CB1-ORIGEM.
           MOVE WRK-UF-ATUAL TO WRK-CB1-UF.
           MOVE WRK-VEI-TIPO(WRK-VEI-IDX) TO WRK-CB1-TIPO.
           MOVE WRK-VEI-DESCR(WRK-VEI-IDX) TO WRK-CB1-DESCR.
           MOVE WRK-CRG-CABEC1 TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE WRK-VEI-CAP-KG(WRK-VEI-IDX) TO WRK-CB2-CAP-KG.
           MOVE WRK-VEI-CAP-VOL(WRK-VEI-IDX) TO WRK-CB2-CAP-VOL.
           MOVE WRK-CRG-CABEC2 TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE ALL '-' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE WRK-CRG-CABEC3 TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           PERFORM 0325-IMPRIMIR-PEDIDO
               VARYING WRK-GIT-IDX FROM 1 BY 1
               UNTIL WRK-GIT-IDX > WRK-GIT-QTD.
           MOVE ALL '-' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE WRK-CRG-PEDIDOS(WRK-CRG-IDX) TO WRK-RD1-PEDIDOS.
           MOVE WRK-CRG-VOL(WRK-CRG-IDX) TO WRK-RD1-VOLS.
           MOVE WRK-CRG-KG(WRK-CRG-IDX) TO WRK-RD1-PESO.
           MOVE WRK-CRG-RODAPE1 TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           COMPUTE WRK-UTIL-KG ROUNDED =
               WRK-CRG-KG(WRK-CRG-IDX) * 100
               / WRK-VEI-CAP-KG(WRK-VEI-IDX).
           COMPUTE WRK-UTIL-VOL ROUNDED =
               WRK-CRG-VOL(WRK-CRG-IDX) * 100
               / WRK-VEI-CAP-VOL(WRK-VEI-IDX).
           IF WRK-UTIL-KG > WRK-UTIL-VOL
               MOVE WRK-UTIL-KG TO WRK-UTIL-MAIOR
           ELSE
               MOVE WRK-UTIL-VOL TO WRK-UTIL-MAIOR
           END-IF.
           ADD WRK-UTIL-MAIOR TO WRK-SOMA-UTIL.
           MOVE WRK-UTIL-KG TO WRK-RD2-UTIL-KG.
           MOVE WRK-UTIL-VOL TO WRK-RD2-UTIL-VOL.
           IF WRK-UTIL-MAIOR < WRK-LIMITE-SUBUTIL
               MOVE '*** SUBUTILIZADO' TO WRK-RD2-AVISO
               ADD 1 TO WRK-QTD-SUBUTIL
           ELSE
               MOVE SPACES TO WRK-RD2-AVISO
           END-IF.
           MOVE WRK-CRG-RODAPE2 TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE SPACES TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE WRK-CRG-ASSINA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE SPACES TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.

       0325-IMPRIMIR-PEDIDO.
           IF WRK-GIT-CARGA(WRK-GIT-IDX) = WRK-CRG-IDX
               MOVE WRK-GIT-NUMERO(WRK-GIT-IDX)  TO WRK-DET-NUMERO
               MOVE WRK-GIT-CLIENTE(WRK-GIT-IDX) TO WRK-DET-CLIENTE
               MOVE WRK-GIT-PRODUTO(WRK-GIT-IDX) TO WRK-DET-PRODUTO
               MOVE WRK-GIT-VOLUMES(WRK-GIT-IDX) TO WRK-DET-VOLS
               MOVE WRK-GIT-PESO(WRK-GIT-IDX)    TO WRK-DET-PESO
               MOVE WRK-CRG-DETALHE TO PLANCRPT-REC
               WRITE PLANCRPT-REC
           END-IF.

      *****************************************************
      * LISTA DE SOBRAS - PEDIDOS QUE FICAM PARA A PROXIMA
      * SAIDA, COM O MOTIVO
      *****************************************************
       0700-IMPRIMIR-SOBRAS.
           MOVE ALL '=' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'PEDIDOS PARA A PROXIMA SAIDA (SOBRAS)'
               TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'ORI UF  PEDIDO    CLIENTE              VOL   PESO KG'
               TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE ALL '-' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           IF WRK-SOB-QTD = 0
               MOVE 'NENHUM PEDIDO FICOU PARA A PROXIMA SAIDA'
                   TO PLANCRPT-REC
               WRITE PLANCRPT-REC
           END-IF.
           PERFORM 0710-IMPRIMIR-UMA-SOBRA
               VARYING WRK-SOB-IDX FROM 1 BY 1
               UNTIL WRK-SOB-IDX > WRK-SOB-QTD.
           IF WRK-QTD-SOBRAS > WRK-SOB-QTD
               MOVE SPACES TO PLANCRPT-REC
               STRING 'AVISO - LISTA LIMITADA A 2000 PEDIDOS; '
                   'TOTAL DE SOBRAS NO RESUMO'
                   DELIMITED BY SIZE INTO PLANCRPT-REC
               WRITE PLANCRPT-REC
           END-IF.

       0710-IMPRIMIR-UMA-SOBRA.
           MOVE WRK-SOB-ORIGEM(WRK-SOB-IDX)  TO WRK-SBL-ORIGEM.
           MOVE WRK-SOB-UF(WRK-SOB-IDX)      TO WRK-SBL-UF.
           MOVE WRK-SOB-NUMERO(WRK-SOB-IDX)  TO WRK-SBL-NUMERO.
           MOVE WRK-SOB-CLIENTE(WRK-SOB-IDX) TO WRK-SBL-CLIENTE.
           MOVE WRK-SOB-VOLUMES(WRK-SOB-IDX) TO WRK-SBL-VOLS.
           MOVE WRK-SOB-PESO(WRK-SOB-IDX)    TO WRK-SBL-PESO.
           MOVE WRK-SOB-MOTIVO(WRK-SOB-IDX)  TO WRK-SBL-MOTIVO.
           MOVE WRK-SOB-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.

      *****************************************************
      * RESUMO DO PLANO: VEICULOS, PEDIDOS, SOBRAS E A
      * UTILIZACAO MEDIA DA FROTA EMPENHADA
      *****************************************************
       0800-IMPRIMIR-RESUMO.
           MOVE ALL '=' TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'PEDIDOS DO BLOCO DO DIA..........' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-LIDOS TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'DEVOLUCOES (COLETA, FORA DO PLANO)' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-DEVOL TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'PEDIDOS CARREGADOS...............' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-CARREGADOS TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'PEDIDOS PARA A PROXIMA SAIDA.....' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-SOBRAS TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'VEICULOS CARREGADOS..............' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-CARGAS TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           MOVE 'VEICULOS SUBUTILIZADOS...........' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-SUBUTIL TO WRK-RES-VALOR.
           MOVE WRK-RES-LINHA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.
           IF WRK-QTD-CARGAS > 0
               COMPUTE WRK-MEDIA-UTIL ROUNDED =
                   WRK-SOMA-UTIL / WRK-QTD-CARGAS
           END-IF.
           MOVE WRK-MEDIA-UTIL TO WRK-RES-UTIL.
           MOVE WRK-RES-MEDIA TO PLANCRPT-REC.
           WRITE PLANCRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTOS PEDIDOS CARREGOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'PLANCARG'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-CARREGADOS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-SOBRAS   TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
