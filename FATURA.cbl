      *                 START-UP E O PEDIDO COM O NUMERO CANCELADO
      *                 E PULADO NA SELECAO, COM CONTAGEM PROPRIA
      *                 NO RESUMO DA EXECUCAO.
      * 15/10/2026 GA - PEDIDO DE DEVOLUCAO (FSA-TIPO-PED = D) NAO
      *                 ENTRA EM FATURA: VIRA UMA NOTA DE CREDITO
      *                 NUMERADA NA MESMA SEQUENCIA DO FATNCTL,
      *                 IMPRESSA NO FATURAS CONTRA O CLIENTE DO
      *                 PEDIDO ORIGINAL (COM O PEDIDO E A FATURA
      *                 ORIGINAIS, ESTA DO PEDHIST), CREDITANDO O
      *                 VALOR DA MERCADORIA DEVOLVIDA - O FRETE DE
      *                 RETORNO NAO E COBRADO. O CREDITO E GRAVADO
      *                 NO AJUSTES (TIPO C, MOTIVO D) PARA O ACERTO
      *                 COM O CLIENTE.
      * 15/10/2026 GA - O CREDITO DE DEVOLUCAO GRAVADO NO AJUSTES
      *                 PASSOU A LEVAR A DATA DE EMISSAO EM
      *                 AJU-DATA-AJUSTE.
      * 15/10/2026 GA - GRAVA A UF DE ORIGEM NO FATREG (REG-UF-ORIGEM),
      *                 AO LADO DA ALIQUOTA REGISTRADA, PARA A APURACAO
      *                 MENSAL DO ICMS.
      * 15/10/2026 GA - A EMISSAO DAS NOTAS DE CREDITO PASSA A SER
      *                 EXECUTADA COM THRU ATE O PARAGRAFO DE SAIDA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-RUN-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AJU-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       FD  AJUSTES-FILE.
           COPY AJUSTEFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FAT-BASE-ICMS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-VAL-ICMS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-ALIQ-1A   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FAT-UF-ORIGEM PIC X(02) VALUE SPACES.

       01  WRK-FAT-CABEC1.
           05 FILLER            PIC X(17) VALUE 'FATURA NUMERO....'.
           05 FILLER            PIC X(05) VALUE ' PCT)'.
       77 WRK-ROD-SOMA      PIC 9(12)V99 VALUE ZEROS.

      *--- DEVOLUCOES DO DIA (VIRAM NOTA DE CREDITO) ---*
       77 WRK-AJU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-DEV-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEV-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-CREDITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CREDITO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-ORIGINAL  PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-DEVOLUCAO.
           05 WRK-DEV-ITEM OCCURS 500 TIMES.
               10 WRK-DEV-NUM-PED  PIC 9(08).
               10 WRK-DEV-ORIGINAL PIC 9(08).
               10 WRK-DEV-DOC      PIC X(14).
               10 WRK-DEV-NOME     PIC X(20).
               10 WRK-DEV-UF       PIC X(02).
               10 WRK-DEV-ORIGEM   PIC X(03).
               10 WRK-DEV-DATA     PIC 9(08).
               10 WRK-DEV-PRODUTO  PIC X(20).
               10 WRK-DEV-VALOR    PIC 9(09)V99.
               10 WRK-DEV-PESO     PIC 9(05)V99.
               10 WRK-DEV-FRETE    PIC 9(07)V99.

       01  WRK-CRE-CABEC1.
           05 FILLER            PIC X(17) VALUE 'NOTA DE CREDITO..'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CRE-NUMERO    PIC 9(08).
       01  WRK-CRE-CABEC2.
           05 FILLER            PIC X(17) VALUE 'PEDIDO ORIGINAL..'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-CRE-ORIGINAL  PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE 'FATURA ORIGINAL '.
           05 WRK-CRE-FATURA    PIC 9(08).
       01  WRK-CRE-RODAPE1.
           05 FILLER            PIC X(22) VALUE
              'VALOR CREDITADO......'.
           05 WRK-CRE-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CRE-RODAPE2.
           05 FILLER            PIC X(22) VALUE
              'FRETE DE RETORNO.....'.
           05 WRK-CRE-FRETE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(14) VALUE ' (NAO COBRADO)'.

           COPY FSTDATA.
           COPY RUNDATA.

           PERFORM 0150-CARREGAR-ICMS.
           PERFORM 0110-ABRIR-ARQUIVOS.
           PERFORM 0200-GERAR-FATURAS.
           PERFORM 0300-EMITIR-CREDITOS THRU 0300-EMITIR-FIM.
           PERFORM 0120-FECHAR-ARQUIVOS.
           PERFORM 0130-GRAVAR-NUMERO-CONTROLE.
           DISPLAY 'FATURAS EMITIDAS NESTA EXECUCAO: '
               WRK-QTD-FATURAS.
           DISPLAY 'PEDIDOS PULADOS POR CANCELAMENTO: '
               WRK-QTD-CANCELADOS.
           DISPLAY 'NOTAS DE CREDITO DE DEVOLUCAO: '
               WRK-QTD-CREDITOS ' - TOTAL ' WRK-TOT-CREDITO.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.
               GO TO 0217-LIBERAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           IF FSA-DEVOLUCAO
               PERFORM 0219-GUARDAR-DEVOLUCAO
               GO TO 0217-LIBERAR-FIM
           END-IF.
           MOVE FSA-UF          TO SRT-UF.
           MOVE FSA-DATA-PEDIDO TO SRT-DATA-PEDIDO.
           MOVE FSA-DOC         TO SRT-DOC.
               MOVE 'S' TO WRK-PED-CANCELADO
           END-IF.

      *****************************************************
      * A DEVOLUCAO NAO VAI PARA O SORT DAS FATURAS - FICA NA
      * TABELA PARA A NOTA DE CREDITO, EMITIDA DEPOIS DELAS
      *****************************************************
       0219-GUARDAR-DEVOLUCAO.
           IF WRK-DEV-QTD >= 500
               DISPLAY 'AVISO - TABELA DE DEVOLUCOES CHEIA (500) - '
                   'PEDIDO ' FSA-NUM-PEDIDO ' SEM NOTA DE CREDITO'
           ELSE
               ADD 1 TO WRK-DEV-QTD
               MOVE FSA-NUM-PEDIDO   TO WRK-DEV-NUM-PED(WRK-DEV-QTD)
               MOVE FSA-NUM-ORIGINAL TO
                   WRK-DEV-ORIGINAL(WRK-DEV-QTD)
               MOVE FSA-DOC          TO WRK-DEV-DOC(WRK-DEV-QTD)
               MOVE FSA-NOME-CLI     TO WRK-DEV-NOME(WRK-DEV-QTD)
               MOVE FSA-UF           TO WRK-DEV-UF(WRK-DEV-QTD)
               MOVE FSA-ORIGEM       TO WRK-DEV-ORIGEM(WRK-DEV-QTD)
               MOVE FSA-DATA-PEDIDO  TO WRK-DEV-DATA(WRK-DEV-QTD)
               MOVE FSA-PRODUTO      TO WRK-DEV-PRODUTO(WRK-DEV-QTD)
               MOVE FSA-VALOR        TO WRK-DEV-VALOR(WRK-DEV-QTD)
               MOVE FSA-PESO         TO WRK-DEV-PESO(WRK-DEV-QTD)
               MOVE FSA-FRETE        TO WRK-DEV-FRETE(WRK-DEV-QTD)
           END-IF.

       0220-EMITIR-FATURAS.
           RETURN SORTFAT-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           MOVE ZEROS TO WRK-FAT-QTD-ITENS WRK-FAT-TOT-VALOR
               WRK-FAT-TOT-FRETE WRK-FAT-BASE-ICMS
               WRK-FAT-VAL-ICMS WRK-FAT-ALIQ-1A.
           MOVE SPACES TO WRK-FAT-UF-ORIGEM.
           SET FATURA-ABERTA TO TRUE.
           MOVE ALL '=' TO FATURAS-REC.
           WRITE FATURAS-REC.
      *****************************************************
       0255-CALCULAR-ICMS-ITEM.
           MOVE SRT-ORIGEM(1:2) TO WRK-UF-ORIGEM-ITEM.
           IF WRK-FAT-UF-ORIGEM = SPACES
               MOVE WRK-UF-ORIGEM-ITEM TO WRK-FAT-UF-ORIGEM
           END-IF.
           MOVE ZEROS TO WRK-ICM-USO WRK-ALIQ-ITEM WRK-ICMS-ITEM.
           PERFORM 0256-PROCURAR-ALIQUOTA
               VARYING WRK-ICM-IDX FROM 1 BY 1
               ADD WRK-ICMS-ITEM TO WRK-FAT-VAL-ICMS
               IF WRK-FAT-ALIQ-1A = 0
                   MOVE WRK-ALIQ-ITEM TO WRK-FAT-ALIQ-1A
                   MOVE WRK-UF-ORIGEM-ITEM TO WRK-FAT-UF-ORIGEM
               END-IF
           END-IF.

           MOVE WRK-FAT-BASE-ICMS TO REG-BASE-ICMS.
           MOVE WRK-FAT-ALIQ-1A   TO REG-ALIQ-ICMS.
           MOVE WRK-FAT-VAL-ICMS  TO REG-VALOR-ICMS.
           MOVE WRK-FAT-UF-ORIGEM TO REG-UF-ORIGEM.
           WRITE FATREG-REC.
           MOVE 'FATREG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           PERFORM 9800-CONFERIR-IO.
           MOVE 'N' TO WRK-FAT-ABERTA.

      *****************************************************
      * NOTAS DE CREDITO DAS DEVOLUCOES DO DIA: UMA POR PEDIDO
      * DE DEVOLUCAO, NUMERADA NA SEQUENCIA DAS FATURAS E
      * EMITIDA CONTRA O CLIENTE DO PEDIDO ORIGINAL. A FATURA
      * ORIGINAL VEM DO PEDHIST (ZEROS SE NAO ACHADA); O
      * CREDITO VAI PARA O AJUSTES
      *****************************************************
       0300-EMITIR-CREDITOS.
           IF WRK-DEV-QTD = 0
               GO TO 0300-EMITIR-FIM
           END-IF.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS = '00'
               MOVE 'S' TO WRK-PHI-ABERTO
           ELSE
               DISPLAY 'AVISO - PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - NOTAS DE CREDITO SEM A '
                   'FATURA ORIGINAL'
           END-IF.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==AJUSTES==
               ==:STA:== BY ==WRK-AJU-STATUS==
               ==:DDN:== BY =='AJUSTES'==.
           PERFORM 0310-EMITIR-UM-CREDITO
               VARYING WRK-DEV-IDX FROM 1 BY 1
               UNTIL WRK-DEV-IDX > WRK-DEV-QTD.
           CLOSE AJUSTES-FILE.
           IF WRK-PHI-ABERTO = 'S'
               CLOSE PEDHIST-FILE
           END-IF.

       0300-EMITIR-FIM.
           EXIT.

       0310-EMITIR-UM-CREDITO.
           ADD 1 TO WRK-NUM-FATURA.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-DEV-VALOR(WRK-DEV-IDX) TO WRK-TOT-CREDITO.
           MOVE ZEROS TO WRK-FAT-ORIGINAL.
           IF WRK-PHI-ABERTO = 'S'
               MOVE WRK-DEV-ORIGINAL(WRK-DEV-IDX) TO PHI-NUM-PEDIDO
               READ PEDHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PHI-NUM-FATURA TO WRK-FAT-ORIGINAL
               END-READ
           END-IF.
           MOVE ALL '=' TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-NUM-FATURA   TO WRK-CRE-NUMERO.
           MOVE WRK-CRE-CABEC1   TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DATA-EMISSAO TO WRK-CAB-EMISSAO.
           MOVE WRK-FAT-CABEC2   TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DEV-NOME(WRK-DEV-IDX) TO WRK-CAB-NOME-CLI.
           MOVE WRK-DEV-DOC(WRK-DEV-IDX)  TO WRK-CAB-DOC.
           MOVE WRK-FAT-CABEC6   TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DEV-DOC(WRK-DEV-IDX) TO WRK-DOC-ATUAL.
           PERFORM 0245-IMPRIMIR-ENDERECO
               THRU 0245-IMPRIMIR-FIM.
           MOVE WRK-DEV-ORIGINAL(WRK-DEV-IDX) TO WRK-CRE-ORIGINAL.
           MOVE WRK-FAT-ORIGINAL TO WRK-CRE-FATURA.
           MOVE WRK-CRE-CABEC2   TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE ALL '-' TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-FAT-CABEC5   TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE ALL '-' TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DEV-NUM-PED(WRK-DEV-IDX) TO WRK-ITM-NUM.
           MOVE WRK-DEV-PRODUTO(WRK-DEV-IDX) TO WRK-ITM-PRODUTO.
           MOVE WRK-DEV-VALOR(WRK-DEV-IDX)   TO WRK-ITM-VALOR.
           MOVE WRK-DEV-PESO(WRK-DEV-IDX)    TO WRK-ITM-PESO.
           MOVE ZEROS                        TO WRK-ITM-FRETE.
           MOVE WRK-FAT-ITEM TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE ALL '-' TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DEV-VALOR(WRK-DEV-IDX) TO WRK-CRE-VALOR.
           MOVE WRK-CRE-RODAPE1 TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE WRK-DEV-FRETE(WRK-DEV-IDX) TO WRK-CRE-FRETE.
           MOVE WRK-CRE-RODAPE2 TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE SPACES TO FATURAS-REC.
           WRITE FATURAS-REC.
           MOVE SPACES TO AJUSTES-REC.
           MOVE WRK-DEV-ORIGINAL(WRK-DEV-IDX) TO AJU-NUM-PEDIDO.
           MOVE WRK-FAT-ORIGINAL TO AJU-NUM-FATURA.
           MOVE WRK-DEV-DOC(WRK-DEV-IDX)    TO AJU-DOC.
           MOVE WRK-DEV-ORIGEM(WRK-DEV-IDX) TO AJU-ORIGEM.
           MOVE WRK-DEV-UF(WRK-DEV-IDX)     TO AJU-UF.
           MOVE WRK-DEV-DATA(WRK-DEV-IDX)   TO AJU-DATA-PEDIDO.
           MOVE ZEROS TO AJU-FRETE-ANT AJU-FRETE-NOVO
               AJU-DIFERENCA.
           MOVE 'C' TO AJU-TIPO.
           MOVE 'D' TO AJU-MOTIVO.
           MOVE WRK-DEV-VALOR(WRK-DEV-IDX) TO AJU-VALOR-MERC.
           MOVE WRK-DEV-NUM-PED(WRK-DEV-IDX) TO AJU-NUM-DEVOLUCAO.
           MOVE WRK-DATA-EMISSAO TO AJU-DATA-AJUSTE.
           WRITE AJUSTES-REC.
           MOVE 'AJUSTES' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-AJU-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
