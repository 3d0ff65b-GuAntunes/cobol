      *                 UM RASTRO RETIDO O AUDITOR NUMAUDIT
      *                 APONTAVA CADA SUSPENSAO COMO BURACO NA
      *                 SEQUENCIA.
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO (PED-TIPO-PED = D):
      *                 PRECIFICADO NA ROTA INVERTIDA - COLETA NA UF
      *                 DO CLIENTE E ENTREGA NO CENTRO DE ORIGEM, COM
      *                 OS FERIADOS DA UF DO CENTRO NA DATA
      *                 PROMETIDA - PELA TARIFA DE DEVOLUCAO: A BASE
      *                 E O PEDAGIO DA TARIFA DO PAR (CONTRATO OU
      *                 UFRATE) SAO APLICADOS PELO PERCENTUAL DO
      *                 PARAMETRO DEVTARIF (PAR ORIGEM+UF, SENAO O
      *                 REGISTRO GERAL ***/**, SENAO 100 POR CENTO).
      *                 DEVOLUCAO NAO PASSA PELO LIMITE DE CREDITO
      *                 (GERA CREDITO, NAO COBRANCA) E SAI NO
      *                 FRETESAI COM O TIPO E O PEDIDO ORIGINAL.
      * 15/10/2026 GA - VARIAS TRANSPORTADORAS POR ROTA: O MASTER
      *                 TRANSP PASSOU A TER PRIORIDADE, COTA-ALVO
      *                 (PERCENTUAL DO PESO DO DIA NA ROTA) E
      *                 CAPACIDADE DIARIA EM KG. A ALOCACAO DA AO
      *                 PEDIDO A TRANSPORTADORA MAIS ATRASADA NA
      *                 COTA QUE AINDA COMPORTA O PESO, CAINDO NAS
      *                 DEMAIS (E POR FIM NAS DE COTA ZERO, RESERVA)
      *                 QUANDO A CAPACIDADE ACABA. O PESO JA ALOCADO
      *                 NO DIA E RECONSTITUIDO DO BLOCO DO DIA NO
      *                 FRETESAI NA LEITURA DO HISTORICO, PARA QUE
      *                 O REINICIO E A SEGUNDA RODADA DO DIA NAO
      *                 ZEREM A CONTA.
      * 15/10/2026 GA - CLIENTE NEGATIVADO NO BUREAU DE CREDITO (CLI-
      *                 NEGATIVADO, ACERTADO PELO NEGATIVA) NAO TEM MAIS
      *                 PEDIDO PRECIFICADO: VAI PARA O FRETEREJ COM
      *                 MOTIVO PROPRIO, COMO O CLIENTE INATIVO, ATE A
      *                 EXCLUSAO DO REGISTRO.
      * 15/10/2026 GA - LIMITE DE CREDITO DO GRUPO ECONOMICO: ALEM DO
      *                 LIMITE DA FILIAL, O 2600-VERIFICAR-CREDITO
      *                 CONFERE A EXPOSICAO SOMADA DO GRUPO (CLI-GRUPO
      *                 INFORMADO OU RAIZ DO CNPJ) CONTRA O LIMITE DO
      *                 MASTER GRUPOS. ESTOURO DO GRUPO RETEM O PEDIDO
      *                 NO CREDHOLD COM O CODIGO DO GRUPO EM CRH-GRUPO.
      * 15/10/2026 GA - NIVEL DE SERVICO DO PEDIDO (E=EXPRESSO P=PADRAO
      *                 C=ECONOMICO; BRANCO = PADRAO), INFORMADO NO
      *                 INTERATIVO E NO ORCAMENTO OU LIDO DO
      *                 PED-NIVEL-SERV NO BATCH: A TARIFA (UFRATE) E O
      *                 CONTRATO SO VALEM PARA O MESMO NIVEL, E O PRAZO
      *                 DA DATA PROMETIDA E O DO NIVEL ESCOLHIDO. PEDIDO
      *                 SEM TARIFA NO SEU NIVEL VAI PARA O FRETEREJ. O
      *                 NIVEL SAI NO FRETESAI, NO FRETEREJ, NO CREDHOLD
      *                 E NA COTACAO; O RESUMO POR ROTA CONTINUA SOMANDO
      *                 TODOS OS NIVEIS DO PAR.
      * 15/10/2026 GA - O FRETEREJ LEVA O TIPO DO PEDIDO E O PEDIDO
      *                 ORIGINAL DA DEVOLUCAO (FRJ-TIPO-PED,
      *                 FRJ-NUM-ORIGINAL).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WRK-CTX-STATUS.
           SELECT DEVTARIF-FILE ASSIGN TO "DEVTARIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DVT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  GRUPOS-FILE.
           COPY GRUPOFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  CONTRATO-FILE.
           COPY CONTRTFD.

      * PARAMETRO DA TARIFA DE DEVOLUCAO - UM REGISTRO POR PAR
      * ORIGEM+UF (***/** = GERAL), PERCENTUAL APLICADO SOBRE A
      * BASE E O PEDAGIO DA TARIFA DE SAIDA DO PAR
       FD  DEVTARIF-FILE.
       01  DEVTARIF-REC.
           05 DVT-ORIGEM        PIC X(03).
           05 DVT-UF            PIC X(02).
           05 DVT-PERCENTUAL    PIC 9(03)V99.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       77 WRK-PESO      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-UF        PIC X(02) VALUE SPACES.
       77 WRK-ORIGEM    PIC X(03) VALUE SPACES.
       77 WRK-NIVEL-SERV PIC X(01) VALUE SPACES.
       77 WRK-UF-OK     PIC X(01) VALUE 'N'.
           88 WRK-UF-VALIDA       VALUE 'S'.
       77 WRK-MOTIVO-REJ  PIC X(40) VALUE SPACES.
       77 WRK-TRA-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRA-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRANSP-PEDIDO  PIC X(03) VALUE SPACES.
       77 WRK-TRA-USO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRA-ROTA-KG    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TRA-DEFICIT    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TRA-MAIOR-DEF  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TRA-BLOCO-DIA  PIC X(01) VALUE 'N'.
       77 WRK-QTD-SEM-CAPAC  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-TRANSP.
           05 WRK-TRA-ITEM OCCURS 300 TIMES.
               10 WRK-TRA-ORIGEM PIC X(03).
               10 WRK-TRA-UF     PIC X(02).
               10 WRK-TRA-CODIGO PIC X(03).
               10 WRK-TRA-COTA   PIC 9(03).
               10 WRK-TRA-CAPAC  PIC 9(07)V99.
               10 WRK-TRA-USADO  PIC 9(09)V99.

      *--- TARIFAS DE CONTRATO POR CLIENTE (MASTER CONTRATO) ---*
       77 WRK-CTX-STATUS     PIC X(02) VALUE SPACES.
               10 WRK-CTR-DOC      PIC X(14).
               10 WRK-CTR-ORIGEM   PIC X(03).
               10 WRK-CTR-UF       PIC X(02).
               10 WRK-CTR-NIVEL    PIC X(01).
               10 WRK-CTR-VIGENCIA PIC 9(08).
               10 WRK-CTR-FIM      PIC 9(08).
               10 WRK-CTR-TAXA     PIC 9(01)V99.
               10 WRK-CTR-GRIS     PIC 9(01)V99.
               10 WRK-CTR-PEDAGIO  PIC 9(05)V99.

      *--- TARIFA DE DEVOLUCAO (PARAMETRO DEVTARIF) ---*
       77 WRK-DVT-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-EOF-DEVTARIF   PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEVTARIF    VALUE 'S'.
       77 WRK-DVT-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DVT-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DVT-USO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DVT-GERAL      PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-DEVTARIF.
           05 WRK-DVT-ITEM OCCURS 200 TIMES.
               10 WRK-DVT-ORIGEM   PIC X(03).
               10 WRK-DVT-UF       PIC X(02).
               10 WRK-DVT-PCT      PIC 9(03)V99.
       77 WRK-DEV-PCT        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TIPO-PED       PIC X(01) VALUE SPACES.
           88 WRK-PED-DEVOLUCAO   VALUE 'D'.
       77 WRK-NUM-ORIGINAL   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-DEVOL      PIC 9(05) VALUE ZEROS.

      *--- TARIFA ESCOLHIDA (CONTRATO OU TABELA UF) ---*
       77 WRK-FONTE-TARIFA   PIC X(10) VALUE SPACES.
       77 WRK-TAR-TAXA       PIC 9(01)V99 VALUE ZEROS.
       77 WRK-CLI-ACHOU      PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHOU       VALUE 'S'.
       77 WRK-CLI-INATIVO    PIC X(01) VALUE 'N'.
       77 WRK-CLI-NEGAT      PIC X(01) VALUE 'N'.

      *--- LIMITE DE CREDITO E EXPOSICAO POR CLIENTE ---*
       77 WRK-ABE-STATUS     PIC X(02) VALUE SPACES.
               10 WRK-EXP-DOC   PIC X(14).
               10 WRK-EXP-VALOR PIC 9(11)V99.

      *--- LIMITE E EXPOSICAO POR GRUPO ECONOMICO ---*
       77 WRK-GRP-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-GRP-ABERTO     PIC X(01) VALUE 'N'.
           88 GRUPOS-ABERTO       VALUE 'S'.
       77 WRK-GRUPO-CLIENTE  PIC X(08) VALUE SPACES.
       77 WRK-CRED-GRUPO     PIC X(08) VALUE SPACES.
       77 WRK-GEX-QTD        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-GEX-IDX        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-GEX-USO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-GEX-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TAB-EXP-GRUPO.
           05 WRK-GEX-ITEM OCCURS 500 TIMES.
               10 WRK-GEX-GRUPO  PIC X(08).
               10 WRK-GEX-VALOR  PIC 9(11)V99.
               10 WRK-GEX-LIMITE PIC 9(09)V99.

       77 WRK-ROUND-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FRETE-ARRED    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-DIFER    PIC S9(07)V99 VALUE ZEROS.
               DEPENDING ON WRK-TAB-QTD INDEXED BY WRK-IDX.
               10 WRK-TAB-ORIGEM PIC X(03).
               10 WRK-TAB-UF     PIC X(02).
               10 WRK-TAB-NIVEL  PIC X(01).
               10 WRK-TAB-VIGENCIA PIC 9(08).
               10 WRK-TAB-TAXA   PIC 9(01)V99.
               10 WRK-TAB-KG     PIC 9(02)V99.
           PERFORM 0110-MONTA-TABELA-FRETE.
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0115-ABRIR-CLIENTES.
           PERFORM 0116-ABRIR-GRUPOS.
           PERFORM 0117-CARREGAR-TRANSP.
           PERFORM 0119-CARREGAR-CONTRATOS.
           PERFORM 0122-CARREGAR-TARIFA-DEVOL.
           PERFORM 0130-CARREGAR-EXPOSICAO.
           PERFORM 0120-LER-NUMERO-PEDIDO.
           PERFORM 0100-INICIALIZAR.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.
           IF GRUPOS-ABERTO
               CLOSE GRUPOS-FILE
           END-IF.
           PERFORM 0125-GRAVAR-NUMERO-PEDIDO.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           IF WRK-MODO-BATCH AND WRK-LOTE-RECUSADO NOT = 'S'
           IF WRK-TAB-QTD = 0
               MOVE 1 TO WRK-TAB-QTD
               MOVE SPACES TO WRK-TAB-ORIGEM(1) WRK-TAB-UF(1)
                   WRK-TAB-NIVEL(1)
               MOVE ZEROS  TO WRK-TAB-TAXA(1) WRK-TAB-KG(1)
                   WRK-TAB-PRAZO(1) WRK-TAB-VIGENCIA(1)
                   WRK-TAB-ADVAL(1) WRK-TAB-GRIS(1)
           ADD 1 TO WRK-TAB-QTD.
           MOVE UFR-ORIGEM TO WRK-TAB-ORIGEM(WRK-TAB-QTD).
           MOVE UFR-UF   TO WRK-TAB-UF(WRK-TAB-QTD).
           MOVE UFR-NIVEL-SERV TO WRK-TAB-NIVEL(WRK-TAB-QTD).
           MOVE UFR-VIGENCIA TO WRK-TAB-VIGENCIA(WRK-TAB-QTD).
           MOVE UFR-TAXA TO WRK-TAB-TAXA(WRK-TAB-QTD).
           MOVE UFR-KG   TO WRK-TAB-KG(WRK-TAB-QTD).
                   'NAO CADASTRADO'
           END-IF.

      *****************************************************
      * ABRE O MASTER DE GRUPOS ECONOMICOS (GRUPOS, MANTIDO
      * PELO MANTGRP) PARA O LIMITE DE CREDITO DO GRUPO. SEM O
      * MASTER, SO O LIMITE DE CADA FILIAL E CONFERIDO
      *****************************************************
       0116-ABRIR-GRUPOS.
           OPEN INPUT GRUPOS-FILE.
           IF WRK-GRP-STATUS = '00'
               SET GRUPOS-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER GRUPOS NAO ENCONTRADO '
                   '(STATUS ' WRK-GRP-STATUS ') - LIMITE DE '
                   'GRUPO ECONOMICO NAO CONFERIDO'
           END-IF.

      *****************************************************
      * CARREGA AS ROTAS DO MASTER DE TRANSPORTADORAS (TRANSP,
      * MANTIDO PELO MANTTRA) PARA A ALOCACAO DE CADA PEDIDO
      * PRECIFICADO. SEM O MASTER, OS PEDIDOS SAEM COM A
      * TRANSPORTADORA EM BRANCO. A LEITURA SEGUE A CHAVE, ENTAO
      * AS TRANSPORTADORAS DE CADA ROTA FICAM JUNTAS NA TABELA,
      * EM ORDEM DE PRIORIDADE
      *****************************************************
       0117-CARREGAR-TRANSP.
           MOVE 'N' TO WRK-EOF-TRANSP.
               AT END
                   SET WRK-FIM-TRANSP TO TRUE
               NOT AT END
                   IF WRK-TRA-QTD < 300
                       ADD 1 TO WRK-TRA-QTD
                       MOVE TRA-ORIGEM TO
                           WRK-TRA-ORIGEM(WRK-TRA-QTD)
                       MOVE TRA-UF TO WRK-TRA-UF(WRK-TRA-QTD)
                       MOVE TRA-CODIGO TO
                           WRK-TRA-CODIGO(WRK-TRA-QTD)
                       MOVE TRA-PCT-COTA TO
                           WRK-TRA-COTA(WRK-TRA-QTD)
                       MOVE TRA-CAPAC-KG TO
                           WRK-TRA-CAPAC(WRK-TRA-QTD)
                       MOVE ZEROS TO WRK-TRA-USADO(WRK-TRA-QTD)
                   ELSE
                       DISPLAY 'AVISO - TABELA DE TRANSPORTADORAS '
                           'CHEIA (300) - ROTA ' TRA-ORIGEM '/'
                           TRA-UF ' IGNORADA'
                   END-IF
           END-READ.

                       MOVE CTR-ORIGEM TO
                           WRK-CTR-ORIGEM(WRK-CTR-QTD)
                       MOVE CTR-UF TO WRK-CTR-UF(WRK-CTR-QTD)
                       MOVE CTR-NIVEL-SERV TO
                           WRK-CTR-NIVEL(WRK-CTR-QTD)
                       MOVE CTR-VIGENCIA TO
                           WRK-CTR-VIGENCIA(WRK-CTR-QTD)
                       MOVE CTR-DATA-FIM TO
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA O PARAMETRO DA TARIFA DE DEVOLUCAO (DEVTARIF).
      * SEM O ARQUIVO, A DEVOLUCAO E PRECIFICADA PELA TARIFA
      * CHEIA DO PAR (100 POR CENTO)
      *****************************************************
       0122-CARREGAR-TARIFA-DEVOL.
           MOVE 'N' TO WRK-EOF-DEVTARIF.
           MOVE ZEROS TO WRK-DVT-QTD WRK-DVT-GERAL.
           OPEN INPUT DEVTARIF-FILE.
           IF WRK-DVT-STATUS = '00'
               PERFORM 0123-LER-UMA-TARIFA-DEVOL
                   UNTIL WRK-FIM-DEVTARIF
               CLOSE DEVTARIF-FILE
           ELSE
               DISPLAY 'AVISO - PARAMETRO DEVTARIF NAO ENCONTRADO '
                   '(STATUS ' WRK-DVT-STATUS ') - DEVOLUCOES '
                   'PELA TARIFA CHEIA DO PAR'
           END-IF.

       0123-LER-UMA-TARIFA-DEVOL.
           READ DEVTARIF-FILE
               AT END
                   SET WRK-FIM-DEVTARIF TO TRUE
               NOT AT END
                   IF WRK-DVT-QTD >= 200
                       DISPLAY 'AVISO - TABELA DEVTARIF CHEIA '
                           '(200 PARES) - EXCEDENTE IGNORADO'
                       SET WRK-FIM-DEVTARIF TO TRUE
                   ELSE
                       ADD 1 TO WRK-DVT-QTD
                       MOVE DVT-ORIGEM TO
                           WRK-DVT-ORIGEM(WRK-DVT-QTD)
                       MOVE DVT-UF TO WRK-DVT-UF(WRK-DVT-QTD)
                       MOVE DVT-PERCENTUAL TO
                           WRK-DVT-PCT(WRK-DVT-QTD)
                       IF DVT-ORIGEM = '***' AND DVT-UF = '**'
                           MOVE WRK-DVT-QTD TO WRK-DVT-GERAL
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA A EXPOSICAO INICIAL DE CADA CLIENTE A PARTIR DO
      * MASTER DE TITULOS EM ABERTO (ABERTOS, MANTIDO PELO
      * CAIXAAPL): O SALDO NAO PAGO DE CADA FATURA SOMA NA
      * EXPOSICAO DO DOCUMENTO E NA DO SEU GRUPO ECONOMICO.
      * SEM O MASTER, A EXPOSICAO COMECA SO COM OS PEDIDOS
      * DESTA EXECUCAO
      *****************************************************
       0130-CARREGAR-EXPOSICAO.
           MOVE 'N' TO WRK-EOF-ABERTOS.
                           WRK-EXP-VALOR(WRK-EXP-USO)
                               + ABR-VALOR - ABR-VALOR-PAGO
                   END-IF
                   PERFORM 2615-GRUPO-DO-DOCUMENTO
                   PERFORM 2625-PROCURAR-OU-CRIAR-GEX
                       THRU 2625-PROCURAR-FIM
                   IF WRK-GEX-USO > 0
                       COMPUTE WRK-GEX-VALOR(WRK-GEX-USO) =
                           WRK-GEX-VALOR(WRK-GEX-USO)
                               + ABR-VALOR - ABR-VALOR-PAGO
                   END-IF
           END-READ.

      *****************************************************
           ADD 1 TO WRK-QTD-LIDOS.
           ADD 1 TO WRK-NUM-PEDIDO.
           MOVE 'N' TO WRK-CRED-LIBERADO.
           MOVE SPACES TO WRK-TIPO-PED.
           MOVE ZEROS TO WRK-NUM-ORIGINAL.
           DISPLAY 'PRODUTO.. '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.

           IF WRK-ORIGEM = SPACES
               MOVE 'SP1' TO WRK-ORIGEM
           END-IF.
           DISPLAY 'NIVEL DE SERVICO (E=EXPRESSO P=PADRAO '
               'C=ECONOMICO, BRANCO = P).. '.
           ACCEPT WRK-NIVEL-SERV FROM CONSOLE.
           IF WRK-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-SERV
           END-IF.

           MOVE WRK-HOJE-AGING TO WRK-PED-DATA.

           PERFORM 2300-CONSULTAR-CLIENTE.
           IF NOT CLIENTE-ACHOU
               ADD 1 TO WRK-QTD-REJ
               DISPLAY 'CLIENTE INATIVO, NEGATIVADO OU SEM CADASTRO - '
                   'PEDIDO REJEITADO'
               EVALUATE TRUE
                   WHEN WRK-CLI-INATIVO = 'S'
                       MOVE 'CLIENTE INATIVO NO MASTER'
                           TO WRK-MOTIVO-REJ
                   WHEN WRK-CLI-NEGAT = 'S'
                       MOVE 'CLIENTE NEGATIVADO NO BUREAU DE CREDITO'
                           TO WRK-MOTIVO-REJ
                   WHEN OTHER
                       MOVE 'CLIENTE NAO CADASTRADO NO MASTER'
                           TO WRK-MOTIVO-REJ
               END-EVALUATE
               PERFORM 2200-GRAVA-FRETEREJ
           ELSE
               PERFORM 0205-INTERATIVO-PRECIFICAR
           END-IF.
           IF WRK-UF-VALIDA AND WRK-CRED-ESTOURO = 'S'
               ADD 1 TO WRK-QTD-CREDH
               IF WRK-CRED-GRUPO NOT = SPACES
                   DISPLAY 'LIMITE DO GRUPO ECONOMICO '
                       WRK-CRED-GRUPO ' EXCEDIDO'
               END-IF
               DISPLAY 'LIMITE DE CREDITO EXCEDIDO - PEDIDO '
                   'RETIDO PARA O SUPERVISOR (CREDHOLD)'
               PERFORM 2700-GRAVA-CREDHOLD
                   MOVE 'ESTOURO NO CALCULO DO FRETE'
                       TO WRK-MOTIVO-REJ
               ELSE
                   MOVE 'ORIGEM/UF/NIVEL SEM TARIFA CADASTRADA'
                       TO WRK-MOTIVO-REJ
               END-IF
               PERFORM 2200-GRAVA-FRETEREJ
               ==:STA:== BY ==WRK-COT-STATUS==
               ==:DDN:== BY =='COTACOES'==.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE SPACES TO WRK-TIPO-PED.
           MOVE ZEROS TO WRK-NUM-ORIGINAL.
           DISPLAY 'PRODUTO.. '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           DISPLAY 'VALOR.. '.
           IF WRK-ORIGEM = SPACES
               MOVE 'SP1' TO WRK-ORIGEM
           END-IF.
           DISPLAY 'NIVEL DE SERVICO (E=EXPRESSO P=PADRAO '
               'C=ECONOMICO, BRANCO = P).. '.
           ACCEPT WRK-NIVEL-SERV FROM CONSOLE.
           IF WRK-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-SERV
           END-IF.
           DISPLAY 'VALIDADE EM DIAS (ZEROS = 15).. '.
           ACCEPT WRK-VALID-DIAS.
           IF WRK-VALID-DIAS = 0
           MOVE WRK-PESO         TO COT-PESO.
           MOVE WRK-DOC-CLIENTE  TO COT-DOC.
           MOVE WRK-ORIGEM       TO COT-ORIGEM.
           MOVE WRK-NIVEL-SERV   TO COT-NIVEL-SERV.
           MOVE WRK-FRETE        TO COT-FRETE.
           MOVE 'A'              TO COT-SITUACAO.
           WRITE COTACOES-REC.
      * ANTES DO FRETESAI SER REABERTO EM EXTEND
      *****************************************************
       0380-CARREGAR-HISTORICO-DUP.
           MOVE 'N' TO WRK-EOF-HISTDUP WRK-TRA-BLOCO-DIA.
           CLOSE FRETESAI-FILE.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS = '00'
               AT END
                   SET WRK-FIM-HISTDUP TO TRUE
               NOT AT END
                   IF FSA-PRODUTO(1:3) = 'HDR'
                       IF FSH-DATA = WRK-DATA-NEGOCIO
                           MOVE 'S' TO WRK-TRA-BLOCO-DIA
                       ELSE
                           MOVE 'N' TO WRK-TRA-BLOCO-DIA
                       END-IF
                   END-IF
                   IF FSA-PRODUTO(1:3) NOT = 'HDR'
                       AND FSA-PRODUTO(1:3) NOT = 'TRL'
                       MOVE FSA-PRODUTO     TO WRK-DUP-PRODUTO
                       MOVE FSA-PESO        TO WRK-DUP-PESO
                       MOVE FSA-DATA-PEDIDO TO WRK-DUP-DATA
                       PERFORM 2520-ANOTAR-CHAVE
                       IF WRK-TRA-BLOCO-DIA = 'S'
                           AND FSA-TRANSP NOT = SPACES
                           PERFORM 2180-ANOTAR-PESO-DO-DIA
                       END-IF
                   END-IF
           END-READ.

           END-IF.
           MOVE PED-DOC TO WRK-DOC-CLIENTE.
           MOVE PED-LIBCRED TO WRK-CRED-LIBERADO.
           IF PED-DEVOLUCAO
               MOVE 'D' TO WRK-TIPO-PED
               MOVE PED-NUM-ORIGINAL TO WRK-NUM-ORIGINAL
               ADD 1 TO WRK-QTD-DEVOL
           ELSE
               MOVE SPACES TO WRK-TIPO-PED
               MOVE ZEROS TO WRK-NUM-ORIGINAL
           END-IF.
           IF PED-ORIGEM = SPACES
               MOVE 'SP1' TO WRK-ORIGEM
           ELSE
               MOVE PED-ORIGEM TO WRK-ORIGEM
           END-IF.
           IF PED-NIVEL-SERV = SPACES
               MOVE 'P' TO WRK-NIVEL-SERV
           ELSE
               MOVE PED-NIVEL-SERV TO WRK-NIVEL-SERV
           END-IF.
           PERFORM 2300-CONSULTAR-CLIENTE.
           IF NOT CLIENTE-ACHOU
               ADD 1 TO WRK-QTD-REJ
               EVALUATE TRUE
                   WHEN WRK-CLI-INATIVO = 'S'
                       MOVE 'CLIENTE INATIVO NO MASTER'
                           TO WRK-MOTIVO-REJ
                   WHEN WRK-CLI-NEGAT = 'S'
                       MOVE 'CLIENTE NEGATIVADO NO BUREAU DE CREDITO'
                           TO WRK-MOTIVO-REJ
                   WHEN OTHER
                       MOVE 'CLIENTE NAO CADASTRADO NO MASTER'
                           TO WRK-MOTIVO-REJ
               END-EVALUATE
               PERFORM 2200-GRAVA-FRETEREJ
               PERFORM 0345-VERIFICAR-CHECKPOINT
               PERFORM 0360-LER-PROX-PEDIDO
               GO TO 0315-PRECIFICAR-FIM
           END-IF.
           PERFORM 2000-CALCULA-FRETE.
           IF WRK-UF-VALIDA AND NOT WRK-PED-DEVOLUCAO
               PERFORM 2600-VERIFICAR-CREDITO
               IF WRK-CRED-ESTOURO = 'S'
                   ADD 1 TO WRK-QTD-CREDH
                   MOVE 'ESTOURO NO CALCULO DO FRETE'
                       TO WRK-MOTIVO-REJ
               ELSE
                   MOVE 'ORIGEM/UF/NIVEL SEM TARIFA CADASTRADA'
                       TO WRK-MOTIVO-REJ
               END-IF
               PERFORM 2200-GRAVA-FRETEREJ
           DISPLAY 'PEDIDOS OK....... ' WRK-QTD-OK.
           DISPLAY 'PEDIDOS REJEITADOS ' WRK-QTD-REJ.
           DISPLAY 'RESSUBMISSOES..... ' WRK-QTD-RESSUB.
           DISPLAY 'DEVOLUCOES........ ' WRK-QTD-DEVOL.
           DISPLAY 'SUSPENSOS (DUP)... ' WRK-QTD-SUSP.
           DISPLAY 'RETIDOS (CREDITO). ' WRK-QTD-CREDH.
           DISPLAY 'ALOCADOS S/ CAPAC. ' WRK-QTD-SEM-CAPAC.
           DISPLAY 'TOTAL VALOR...... ' WRK-TOT-VALOR.
           DISPLAY 'TOTAL FRETE...... ' WRK-TOT-FRETE.
           DISPLAY '----------------------------------------'.
                   MOVE WRK-TAB-PEDAGIO(WRK-IDX) TO WRK-TAR-PEDAGIO
               END-IF
           END-IF.
           IF WRK-UF-VALIDA AND WRK-PED-DEVOLUCAO
               PERFORM 2070-ACHAR-TARIFA-DEVOL
           END-IF.
           IF WRK-UF-VALIDA
               MOVE WRK-TAR-PRAZO TO WRK-PRAZO-ENTREGA
               MOVE 'N' TO WRK-FRETE-ESTOURO
                   MOVE 'S' TO WRK-FRETE-ESTOURO
           END-COMPUTE.
           MOVE WRK-TAR-PEDAGIO TO WRK-COMP-PEDAGIO.
           IF WRK-PED-DEVOLUCAO
               COMPUTE WRK-COMP-BASE =
                   WRK-COMP-BASE * WRK-DEV-PCT / 100
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-FRETE-ESTOURO
               END-COMPUTE
               COMPUTE WRK-COMP-PEDAGIO =
                   WRK-COMP-PEDAGIO * WRK-DEV-PCT / 100
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-FRETE-ESTOURO
               END-COMPUTE
           END-IF.

      *****************************************************
      * TARIFA DE DEVOLUCAO: PERCENTUAL DO PAR ORIGEM+UF NO
      * DEVTARIF, SENAO O DO REGISTRO GERAL ***/**, SENAO 100.
      * A FONTE DA TARIFA PASSA A DIZER QUE E DEVOLUCAO
      *****************************************************
       2070-ACHAR-TARIFA-DEVOL.
           MOVE ZEROS TO WRK-DVT-USO.
           PERFORM 2075-PROCURAR-PAR-DEVOL
               VARYING WRK-DVT-IDX FROM 1 BY 1
               UNTIL WRK-DVT-IDX > WRK-DVT-QTD
               OR WRK-DVT-USO > 0.
           IF WRK-DVT-USO = 0
               MOVE WRK-DVT-GERAL TO WRK-DVT-USO
           END-IF.
           IF WRK-DVT-USO > 0
               MOVE WRK-DVT-PCT(WRK-DVT-USO) TO WRK-DEV-PCT
           ELSE
               MOVE 100 TO WRK-DEV-PCT
           END-IF.
           IF WRK-FONTE-TARIFA = 'CONTRATO'
               MOVE 'DEV-CONTR' TO WRK-FONTE-TARIFA
           ELSE
               MOVE 'DEV-TABELA' TO WRK-FONTE-TARIFA
           END-IF.

       2075-PROCURAR-PAR-DEVOL.
           IF WRK-DVT-ORIGEM(WRK-DVT-IDX) = WRK-ORIGEM
               AND WRK-DVT-UF(WRK-DVT-IDX) = WRK-UF
               MOVE WRK-DVT-IDX TO WRK-DVT-USO
           END-IF.

      *****************************************************
      * PROCURA O CONTRATO VIVO DO CLIENTE PARA A ROTA NA DATA
           IF WRK-CTR-DOC(WRK-CTR-IDX) = WRK-DOC-CLIENTE
               AND WRK-CTR-ORIGEM(WRK-CTR-IDX) = WRK-ORIGEM
               AND WRK-CTR-UF(WRK-CTR-IDX) = WRK-UF
               AND WRK-CTR-NIVEL(WRK-CTR-IDX) = WRK-NIVEL-SERV
               AND WRK-CTR-VIGENCIA(WRK-CTR-IDX) <= WRK-PED-DATA
               AND (WRK-CTR-FIM(WRK-CTR-IDX) = 0
                   OR WRK-CTR-FIM(WRK-CTR-IDX) >= WRK-PED-DATA)
           END-IF.

      *****************************************************
      * GUARDA A TARIFA CANDIDATA DO PAR ORIGEM+UF, NO NIVEL DE
      * SERVICO DO PEDIDO, COM A MAIOR VIGENCIA QUE NAO
      * ULTRAPASSE A DATA DO PEDIDO
      *****************************************************
       2010-PROCURAR-TARIFA-VIGENTE.
           IF WRK-TAB-ORIGEM(WRK-IDX) = WRK-ORIGEM
               AND WRK-TAB-UF(WRK-IDX) = WRK-UF
               AND WRK-TAB-NIVEL(WRK-IDX) = WRK-NIVEL-SERV
               AND WRK-TAB-VIGENCIA(WRK-IDX) <= WRK-PED-DATA
               IF WRK-ACHA-IDX = 0
                   SET WRK-ACHA-IDX TO WRK-IDX
           MOVE WRK-DATA-PROMETIDA TO FSA-DATA-PROMET.
           PERFORM 2160-ALOCAR-TRANSPORTADORA.
           MOVE WRK-TRANSP-PEDIDO TO FSA-TRANSP.
           MOVE WRK-TIPO-PED     TO FSA-TIPO-PED.
           MOVE WRK-NIVEL-SERV   TO FSA-NIVEL-SERV.
           MOVE WRK-NUM-ORIGINAL TO FSA-NUM-ORIGINAL.
           IF WRK-TEM-VOLUMES = 'S'
               MOVE WRK-QTD-VOLUMES TO FSA-QTD-VOLUMES
           ELSE
      *****************************************************
      * ALOCA A TRANSPORTADORA DA ROTA ORIGEM+UF DO PEDIDO, DA
      * TABELA CARREGADA DO MASTER TRANSP. ROTA SEM
      * TRANSPORTADORA SAI EM BRANCO. COM MAIS DE UMA NA ROTA:
      *   1. ENTRE AS DE COTA MAIOR QUE ZERO QUE AINDA COMPORTAM
      *      O PESO NA CAPACIDADE DO DIA, A MAIS ATRASADA NA
      *      COTA (COTA X PESO DA ROTA COM O PEDIDO, MENOS O QUE
      *      JA LEVOU); NO EMPATE, A DE MELHOR PRIORIDADE;
      *   2. SEM NENHUMA, A PRIMEIRA POR PRIORIDADE ENTRE AS DE
      *      COTA ZERO (RESERVA) QUE COMPORTAM O PESO;
      *   3. TODAS SEM CAPACIDADE: A PRINCIPAL DA ROTA, CONTADA
      *      COMO ALOCADA SEM CAPACIDADE NO RESUMO.
      *****************************************************
       2160-ALOCAR-TRANSPORTADORA.
           MOVE SPACES TO WRK-TRANSP-PEDIDO.
           MOVE ZEROS TO WRK-TRA-USO WRK-TRA-ROTA-KG.
           PERFORM 2165-SOMAR-PESO-ROTA
               VARYING WRK-TRA-IDX FROM 1 BY 1
               UNTIL WRK-TRA-IDX > WRK-TRA-QTD.
           PERFORM 2170-AVALIAR-COTA
               VARYING WRK-TRA-IDX FROM 1 BY 1
               UNTIL WRK-TRA-IDX > WRK-TRA-QTD.
           IF WRK-TRA-USO = 0
               PERFORM 2175-PROCURAR-RESERVA
                   VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
                   OR WRK-TRA-USO > 0
           END-IF.
           IF WRK-TRA-USO = 0
               PERFORM 2177-PROCURAR-PRINCIPAL
                   VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
                   OR WRK-TRA-USO > 0
               IF WRK-TRA-USO > 0
                   ADD 1 TO WRK-QTD-SEM-CAPAC
               END-IF
           END-IF.
           IF WRK-TRA-USO > 0
               MOVE WRK-TRA-CODIGO(WRK-TRA-USO) TO WRK-TRANSP-PEDIDO
               ADD WRK-PESO TO WRK-TRA-USADO(WRK-TRA-USO)
           END-IF.

       2165-SOMAR-PESO-ROTA.
           IF WRK-TRA-ORIGEM(WRK-TRA-IDX) = WRK-ORIGEM
               AND WRK-TRA-UF(WRK-TRA-IDX) = WRK-UF
               ADD WRK-TRA-USADO(WRK-TRA-IDX) TO WRK-TRA-ROTA-KG
           END-IF.

       2170-AVALIAR-COTA.
           IF WRK-TRA-ORIGEM(WRK-TRA-IDX) = WRK-ORIGEM
               AND WRK-TRA-UF(WRK-TRA-IDX) = WRK-UF
               AND WRK-TRA-COTA(WRK-TRA-IDX) > 0
               AND (WRK-TRA-CAPAC(WRK-TRA-IDX) = 0
                   OR WRK-TRA-USADO(WRK-TRA-IDX) + WRK-PESO
                       NOT > WRK-TRA-CAPAC(WRK-TRA-IDX))
               COMPUTE WRK-TRA-DEFICIT =
                   WRK-TRA-COTA(WRK-TRA-IDX)
                       * (WRK-TRA-ROTA-KG + WRK-PESO) / 100
                   - WRK-TRA-USADO(WRK-TRA-IDX)
               IF WRK-TRA-USO = 0
                   OR WRK-TRA-DEFICIT > WRK-TRA-MAIOR-DEF
                   MOVE WRK-TRA-IDX TO WRK-TRA-USO
                   MOVE WRK-TRA-DEFICIT TO WRK-TRA-MAIOR-DEF
               END-IF
           END-IF.

       2175-PROCURAR-RESERVA.
           IF WRK-TRA-ORIGEM(WRK-TRA-IDX) = WRK-ORIGEM
               AND WRK-TRA-UF(WRK-TRA-IDX) = WRK-UF
               AND WRK-TRA-COTA(WRK-TRA-IDX) = 0
               AND (WRK-TRA-CAPAC(WRK-TRA-IDX) = 0
                   OR WRK-TRA-USADO(WRK-TRA-IDX) + WRK-PESO
                       NOT > WRK-TRA-CAPAC(WRK-TRA-IDX))
               MOVE WRK-TRA-IDX TO WRK-TRA-USO
           END-IF.

       2177-PROCURAR-PRINCIPAL.
           IF WRK-TRA-ORIGEM(WRK-TRA-IDX) = WRK-ORIGEM
               AND WRK-TRA-UF(WRK-TRA-IDX) = WRK-UF
               MOVE WRK-TRA-IDX TO WRK-TRA-USO
           END-IF.

      *****************************************************
      * SOMA O PESO DE UM PEDIDO DO BLOCO DO DIA NO FRETESAI
      * NA TRANSPORTADORA QUE O LEVOU, RECONSTITUINDO O USO
      * DA CAPACIDADE E DA COTA DE RODADAS ANTERIORES DO DIA
      *****************************************************
       2180-ANOTAR-PESO-DO-DIA.
           MOVE ZEROS TO WRK-TRA-USO.
           PERFORM 2185-PROCURAR-TRANSP-ROTA
               VARYING WRK-TRA-IDX FROM 1 BY 1
               UNTIL WRK-TRA-IDX > WRK-TRA-QTD
               OR WRK-TRA-USO > 0.

       2185-PROCURAR-TRANSP-ROTA.
           IF WRK-TRA-ORIGEM(WRK-TRA-IDX) = FSA-ORIGEM
               AND WRK-TRA-UF(WRK-TRA-IDX) = FSA-UF
               AND WRK-TRA-CODIGO(WRK-TRA-IDX) = FSA-TRANSP
               ADD FSA-PESO TO WRK-TRA-USADO(WRK-TRA-IDX)
               MOVE WRK-TRA-IDX TO WRK-TRA-USO
           END-IF.

      *****************************************************
      * ROTINA COMUM 0500-ACHAR-PROX-DIA-UTIL DA CALPROC
      *****************************************************
       2120-CALCULAR-DATA-PROMETIDA.
           IF WRK-PED-DEVOLUCAO
               MOVE WRK-ORIGEM(1:2) TO WRK-UF-FERIADO
           ELSE
               MOVE WRK-UF TO WRK-UF-FERIADO
           END-IF.
           MOVE WRK-PED-DIA TO WRK-CALC-DIA.
           MOVE WRK-PED-MES TO WRK-CALC-MES.
           MOVE WRK-PED-ANO TO WRK-CALC-ANO.
           MOVE ZEROS TO DET-TARIFA DET-BASE DET-VALOR.
           WRITE FRETEDET-REC.
           PERFORM 2145-CONFERIR-DETALHE.
           IF WRK-PED-DEVOLUCAO
               MOVE SPACES TO FRETEDET-REC
               MOVE WRK-NUM-PEDIDO TO DET-NUM-PEDIDO
               MOVE 'PCT-DEVOL' TO DET-COMPONENTE
               MOVE WRK-DEV-PCT TO DET-TARIFA
               MOVE ZEROS TO DET-BASE DET-VALOR
               WRITE FRETEDET-REC
               PERFORM 2145-CONFERIR-DETALHE
           END-IF.
           MOVE SPACES TO FRETEDET-REC.
           MOVE WRK-NUM-PEDIDO TO DET-NUM-PEDIDO.
           IF WRK-PESO > 0
           MOVE WRK-PED-DATA  TO FRJ-DATA.
           MOVE WRK-DOC-CLIENTE TO FRJ-DOC.
           MOVE WRK-ORIGEM    TO FRJ-ORIGEM.
           MOVE WRK-NIVEL-SERV TO FRJ-NIVEL-SERV.
           MOVE WRK-MOTIVO-REJ TO FRJ-MOTIVO.
           MOVE WRK-NUM-PEDIDO TO FRJ-NUM-PEDIDO.
           MOVE WRK-TIPO-PED   TO FRJ-TIPO-PED.
           MOVE WRK-NUM-ORIGINAL TO FRJ-NUM-ORIGINAL.
           WRITE FRETEREJ-REC.
           ADD 1 TO WRK-REJ-QTD.
           ADD WRK-VALOR TO WRK-REJ-VALOR.
      * CADASTRADO, O PEDIDO NAO TEM QUEM COBRAR E E REJEITADO
      *****************************************************
       2300-CONSULTAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHOU WRK-CLI-INATIVO WRK-CLI-NEGAT.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE ZEROS TO WRK-LIMITE-CLIENTE.
           MOVE SPACES TO WRK-GRUPO-CLIENTE.
           IF CLIENTE-ABERTO
               MOVE WRK-DOC-CLIENTE TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-CLI-ACHOU
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CLI-INATIVO
                               MOVE 'S' TO WRK-CLI-INATIVO
                           WHEN CLI-COM-NEGATIVACAO
                               MOVE 'S' TO WRK-CLI-NEGAT
                           WHEN OTHER
                               MOVE 'S' TO WRK-CLI-ACHOU
                               MOVE CLI-NOME TO WRK-NOME-CLIENTE
                               MOVE CLI-LIMITE-CRED TO
                                   WRK-LIMITE-CLIENTE
                               PERFORM 2620-GRUPO-DO-CLIENTE
                       END-EVALUATE
               END-READ
           END-IF.

      * PEDIDOS JA PRECIFICADOS NESTA EXECUCAO + ESTE PEDIDO
      * (MERCADORIA + FRETE). DENTRO DO LIMITE, O PEDIDO SOMA
      * NA EXPOSICAO; FORA, E RETIDO NO CREDHOLD. LIMITE ZERO
      * PASSA DIRETO (CLIENTE SEM LIMITE CADASTRADO). DENTRO
      * DO LIMITE DA FILIAL, A MESMA CONTA E FEITA COM A
      * EXPOSICAO SOMADA DE TODO O GRUPO ECONOMICO CONTRA O
      * LIMITE DO GRUPO (MASTER GRUPOS); ESTOURO DO GRUPO
      * TAMBEM RETEM O PEDIDO, COM O GRUPO EM WRK-CRED-GRUPO
      *****************************************************
       2600-VERIFICAR-CREDITO.
           MOVE 'N' TO WRK-CRED-ESTOURO.
           MOVE SPACES TO WRK-CRED-GRUPO.
           PERFORM 2605-PROCURAR-OU-CRIAR-EXP.
           PERFORM 2625-PROCURAR-OU-CRIAR-GEX
               THRU 2625-PROCURAR-FIM.
           IF WRK-EXP-USO > 0
               COMPUTE WRK-EXP-TOTAL =
                   WRK-EXP-VALOR(WRK-EXP-USO) + WRK-VALOR + WRK-FRETE
                   AND WRK-EXP-TOTAL > WRK-LIMITE-CLIENTE
                   AND WRK-CRED-LIBERADO NOT = 'S'
                   MOVE 'S' TO WRK-CRED-ESTOURO
               END-IF
           END-IF.
           IF WRK-GEX-USO > 0 AND WRK-CRED-ESTOURO = 'N'
               COMPUTE WRK-GEX-TOTAL =
                   WRK-GEX-VALOR(WRK-GEX-USO) + WRK-VALOR + WRK-FRETE
               IF WRK-GEX-LIMITE(WRK-GEX-USO) > 0
                   AND WRK-GEX-TOTAL > WRK-GEX-LIMITE(WRK-GEX-USO)
                   AND WRK-CRED-LIBERADO NOT = 'S'
                   MOVE 'S' TO WRK-CRED-ESTOURO
                   MOVE WRK-GRUPO-CLIENTE TO WRK-CRED-GRUPO
               END-IF
           END-IF.
           IF WRK-CRED-ESTOURO = 'N'
               IF WRK-EXP-USO > 0
                   MOVE WRK-EXP-TOTAL TO WRK-EXP-VALOR(WRK-EXP-USO)
               END-IF
               IF WRK-GEX-USO > 0
                   MOVE WRK-GEX-TOTAL TO WRK-GEX-VALOR(WRK-GEX-USO)
               END-IF
           END-IF.

      *****************************************************
               MOVE WRK-EXP-IDX TO WRK-EXP-USO
           END-IF.

      *****************************************************
      * GRUPO ECONOMICO DO DOCUMENTO EM WRK-DOC-CLIENTE, LIDO
      * DO MASTER DE CLIENTES (CARGA DA EXPOSICAO INICIAL)
      *****************************************************
       2615-GRUPO-DO-DOCUMENTO.
           MOVE SPACES TO WRK-GRUPO-CLIENTE.
           IF CLIENTE-ABERTO
               MOVE WRK-DOC-CLIENTE TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2620-GRUPO-DO-CLIENTE
               END-READ
           END-IF.

      *****************************************************
      * GRUPO ECONOMICO DO CLIENTE LIDO: O CLI-GRUPO INFORMADO
      * NO MANTCLI PREVALECE; SEM ELE, PESSOA JURIDICA FICA NO
      * GRUPO DA RAIZ DO CNPJ (8 PRIMEIRAS POSICOES, VALE TAMBEM
      * PARA O CNPJ ALFANUMERICO) E PESSOA FISICA FICA SEM GRUPO
      *****************************************************
       2620-GRUPO-DO-CLIENTE.
           IF CLI-GRUPO NOT = SPACES
               MOVE CLI-GRUPO TO WRK-GRUPO-CLIENTE
           ELSE
               IF CLI-TIPO-DOC = 'J'
                   MOVE CLI-DOC(1:8) TO WRK-GRUPO-CLIENTE
               ELSE
                   MOVE SPACES TO WRK-GRUPO-CLIENTE
               END-IF
           END-IF.

      *****************************************************
      * LOCALIZA (OU CRIA) A ENTRADA DE EXPOSICAO DO GRUPO EM
      * WRK-GRUPO-CLIENTE; NA CRIACAO, O LIMITE VEM DO MASTER
      * GRUPOS (SEM REGISTRO, O GRUPO FICA SEM LIMITE). CLIENTE
      * SEM GRUPO OU TABELA CHEIA: SO O LIMITE DA FILIAL VALE
      *****************************************************
       2625-PROCURAR-OU-CRIAR-GEX.
           MOVE ZEROS TO WRK-GEX-USO.
           IF WRK-GRUPO-CLIENTE = SPACES
               GO TO 2625-PROCURAR-FIM
           END-IF.
           PERFORM 2630-PROCURAR-GEX
               VARYING WRK-GEX-IDX FROM 1 BY 1
               UNTIL WRK-GEX-IDX > WRK-GEX-QTD
               OR WRK-GEX-USO > 0.
           IF WRK-GEX-USO = 0
               IF WRK-GEX-QTD < 500
                   ADD 1 TO WRK-GEX-QTD
                   MOVE WRK-GRUPO-CLIENTE
                       TO WRK-GEX-GRUPO(WRK-GEX-QTD)
                   MOVE ZEROS TO WRK-GEX-VALOR(WRK-GEX-QTD)
                                 WRK-GEX-LIMITE(WRK-GEX-QTD)
                   MOVE WRK-GEX-QTD TO WRK-GEX-USO
                   IF GRUPOS-ABERTO
                       MOVE WRK-GRUPO-CLIENTE TO GRP-CODIGO
                       READ GRUPOS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GRP-LIMITE-CRED
                                   TO WRK-GEX-LIMITE(WRK-GEX-QTD)
                       END-READ
                   END-IF
               ELSE
                   DISPLAY 'AVISO - TABELA DE EXPOSICAO POR GRUPO '
                       'CHEIA (500 GRUPOS) - LIMITE DO GRUPO NAO '
                       'CONFERIDO PARA ' WRK-GRUPO-CLIENTE
               END-IF
           END-IF.

       2625-PROCURAR-FIM.
           EXIT.

       2630-PROCURAR-GEX.
           IF WRK-GEX-GRUPO(WRK-GEX-IDX) = WRK-GRUPO-CLIENTE
               MOVE WRK-GEX-IDX TO WRK-GEX-USO
           END-IF.

      *****************************************************
      * GRAVA NO CREDHOLD O PEDIDO RETIDO POR LIMITE DE
      * CREDITO, COM O LIMITE E A EXPOSICAO QUE O RETEVE, PARA
           MOVE WRK-PESO         TO CRH-PESO.
           MOVE WRK-PED-DATA     TO CRH-DATA.
           MOVE WRK-ORIGEM       TO CRH-ORIGEM.
           MOVE WRK-NIVEL-SERV   TO CRH-NIVEL-SERV.
           IF WRK-CRED-GRUPO NOT = SPACES
               MOVE WRK-GEX-LIMITE(WRK-GEX-USO) TO CRH-LIMITE
               MOVE WRK-GEX-TOTAL TO CRH-EXPOSICAO
           ELSE
               MOVE WRK-LIMITE-CLIENTE TO CRH-LIMITE
               MOVE WRK-EXP-TOTAL    TO CRH-EXPOSICAO
           END-IF.
           MOVE WRK-CRED-GRUPO   TO CRH-GRUPO.
           MOVE 'P'              TO CRH-SITUACAO.
           WRITE CREDHOLD-REC.
           MOVE 'CREDHOLD' TO WRK-IO-DDNAME.
