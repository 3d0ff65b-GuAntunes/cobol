      *           SISTEMATICAMENTE OS DOIS LADOS ATE AQUI.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - ACERTO POR TRANSPORTADORA COM DESCONTO DOS
      *                 SINISTROS ACEITOS (MASTER SINISTRO): O VALOR
      *                 ACEITO AINDA NAO DESCONTADO SAI DO TOTAL
      *                 COBRADO PELA TRANSPORTADORA NO LOTE E O
      *                 SINISTRO FICA MARCADO COM A DATA DO ACERTO,
      *                 PARA NAO SER DESCONTADO DUAS VEZES.
      * 15/10/2026 GA - CONTAS A PAGAR DAS TRANSPORTADORAS: CADA
      *                 COBRANCA CASADA NO ACERTO VIRA UM ITEM NO
      *                 CPAGAR, COM VENCIMENTO PELO PRAZO DO CADASTRO
      *                 TRANSCAD (AJUSTADO PARA DIA UTIL) E AS
      *                 RETENCOES NA FONTE DELA; O SINISTRO
      *                 DESCONTADO VIRA ITEM A COMPENSAR. COBRANCA JA
      *                 LANCADA (MESMA TRANSPORTADORA E PEDIDO) E
      *                 RECUSADA E COBRANCA DE PEDIDO COM SINISTRO EM
      *                 ABERTO ENTRA RETIDA.
      * 15/10/2026 GA - O SINISTRO SO E MARCADO COMO DESCONTADO QUANDO O
      *                 ITEM A COMPENSAR ESTA NO CPAGAR; SEM CPAGAR
      *                 ABERTO OU COM ERRO NA GRAVACAO ELE SEGUE
      *                 PENDENTE PARA O PROXIMO ACERTO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FSA-STATUS.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT FRETARPT-FILE ASSIGN TO "FRETARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPAGAR-FILE ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-CPG-STATUS.
           SELECT TRANSCAD-FILE ASSIGN TO "TRANSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRC-CODIGO
               FILE STATUS IS WRK-TRC-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       FD  FRETESAI-FILE.
           COPY FRETESFD.

       FD  SINISTRO-FILE.
           COPY SINISFD.

       FD  FRETARPT-FILE.
       01  FRETARPT-REC         PIC X(80).

       FD  CPAGAR-FILE.
           COPY CPAGARFD.

       FD  TRANSCAD-FILE.
           COPY TRCADFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-TRF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-QTD-SEM-COBR  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ORFAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PREJUIZO  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SINISTROS PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-SIN       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SIN        VALUE 'S'.

      *--- CONTAS A PAGAR (CPAGAR) E CADASTRO TRANSCAD ---*
       77 WRK-CPG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CPG-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-TRC-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-SIN-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-SIN-PENDENTE  PIC X(01) VALUE 'N'.
       77 WRK-DESC-LANCADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-LANC-CPG  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-LANC   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CAD   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESC-CPG  PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-INSS     PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-RETENCAO  PIC 9(09)V99 VALUE ZEROS.
      *--- RETENCAO ATE ESTE VALOR NAO E FEITA (ABAIXO DO MINIMO
      *--- DE RECOLHIMENTO EM GUIA)
       77 WRK-MINIMO-RETENC PIC 9(03)V99 VALUE 10,00.
       77 WRK-PRAZO-CONT    PIC 9(03) VALUE ZEROS.
       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO      PIC 9(04).
           05 WRK-VEN-MES      PIC 9(02).
           05 WRK-VEN-DIA      PIC 9(02).
       01  WRK-LIN-CPAGAR.
           05 WRK-LP-TRANSP    PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-PEDIDO    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-VENC      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-RETENCAO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-LIQUIDO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-OBS       PIC X(12).

      *--- COBRANCAS DA TRANSPORTADORA EM MEMORIA ---*
       77 WRK-TRF-QTD       PIC 9(04) COMP VALUE ZEROS.
               10 WRK-ACU-VENDA   PIC 9(11)V99.
               10 WRK-ACU-COMPRA  PIC 9(11)V99.

      *--- ACERTO POR TRANSPORTADORA: COBRADO - SINISTROS ---*
       77 WRK-TRP-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRP-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRP-USO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRP-BUSCA     PIC X(03) VALUE SPACES.
       01  WRK-TAB-TRANSP.
           05 WRK-TRP-ITEM OCCURS 100 TIMES.
               10 WRK-TRP-CODIGO  PIC X(03).
               10 WRK-TRP-COBRADO PIC 9(11)V99.
               10 WRK-TRP-SINIST  PIC 9(11)V99.

       77 WRK-LIQUIDO       PIC S9(11)V99 VALUE ZEROS.
       01  WRK-LIN-ACERTO.
           05 WRK-LA-TRANSP    PIC X(03).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LA-COBRADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LA-SINIST    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LA-LIQUIDO   PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-SINISTRO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LS-TRANSP    PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LS-PEDIDO    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LS-TIPO      PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LS-ACEITE    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LS-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       77 WRK-MARGEM        PIC S9(11)V99 VALUE ZEROS.
       01  WRK-LIN-ROTA.
           05 WRK-LR-ORIGEM    PIC X(03).
           05 WRK-TOT-ROTULO   PIC X(26).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
           PERFORM 0200-VARRER-FRETESAI.
           PERFORM 0400-IMPRIMIR-MARGENS.
           PERFORM 0500-LISTAR-ORFAS.
           PERFORM 0650-ABRIR-CONTAS-PAGAR.
           PERFORM 0700-DESCONTAR-SINISTROS.
           PERFORM 0800-IMPRIMIR-ACERTO.
           PERFORM 0900-LANCAR-COBRANCAS.
           IF WRK-CPG-ABERTO = 'S'
               CLOSE CPAGAR-FILE
           END-IF.
           IF WRK-TRC-ABERTO = 'S'
               CLOSE TRANSCAD-FILE
           END-IF.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE FRETARPT-FILE.
           PERFORM 9000-GRAVAR-ESTATISTICA.
                       MOVE TRF-VALOR TO
                           WRK-TRF-VALOR(WRK-TRF-QTD)
                       MOVE 'N' TO WRK-TRF-USADA(WRK-TRF-QTD)
                       MOVE TRF-TRANSP TO WRK-TRP-BUSCA
                       PERFORM 0120-ACHAR-TRANSP
                       IF WRK-TRP-USO > 0
                           ADD TRF-VALOR TO
                               WRK-TRP-COBRADO(WRK-TRP-USO)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * LOCALIZA (OU ABRE) A LINHA DA TRANSPORTADORA NA TABELA
      * DE ACERTO; A CHAVE VEM EM WRK-TRP-BUSCA
      *****************************************************
       0120-ACHAR-TRANSP.
           MOVE ZEROS TO WRK-TRP-USO.
           PERFORM 0125-PROCURAR-TRANSP
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               OR WRK-TRP-USO > 0.
           IF WRK-TRP-USO = 0
               IF WRK-TRP-QTD < 100
                   ADD 1 TO WRK-TRP-QTD
                   MOVE WRK-TRP-BUSCA TO WRK-TRP-CODIGO(WRK-TRP-QTD)
                   MOVE ZEROS TO WRK-TRP-COBRADO(WRK-TRP-QTD)
                       WRK-TRP-SINIST(WRK-TRP-QTD)
                   MOVE WRK-TRP-QTD TO WRK-TRP-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE TRANSPORTADORAS '
                       'CHEIA (100)'
               END-IF
           END-IF.

       0125-PROCURAR-TRANSP.
           IF WRK-TRP-CODIGO(WRK-TRP-IDX) = WRK-TRP-BUSCA
               MOVE WRK-TRP-IDX TO WRK-TRP-USO
           END-IF.

      *****************************************************
      * VARRE OS PEDIDOS DO FRETESAI (PULANDO HDR/TRL) E
      * ACUMULA VENDA E COMPRA POR ROTA
               WRITE FRETARPT-REC
           END-IF.

      *****************************************************
      * SINISTROS ACEITOS PELA TRANSPORTADORA E AINDA NAO
      * DESCONTADOS: ENTRAM NO ACERTO DA TRANSPORTADORA QUE
      * COBROU NESTE LOTE E FICAM MARCADOS COM A DATA DO
      * ACERTO. TRANSPORTADORA SEM COBRANCA NO LOTE FICA PARA
      * O PROXIMO ACERTO DELA
      *****************************************************
       0700-DESCONTAR-SINISTROS.
           MOVE SPACES TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'SINISTROS ACEITOS DESCONTADOS NESTE ACERTO'
               TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE '  TRP  PEDIDO    T  ACEITE    VALOR ACEITO'
               TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE ALL '-' TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'N' TO WRK-EOF-SIN.
           OPEN I-O SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE LOW-VALUES TO SIN-NUM-PEDIDO
               START SINISTRO-FILE KEY NOT < SIN-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-SIN TO TRUE
               END-START
               PERFORM 0710-DESCONTAR-UM-SINISTRO UNTIL WRK-FIM-SIN
               CLOSE SINISTRO-FILE
           ELSE
               DISPLAY 'AVISO - MASTER SINISTRO NAO DISPONIVEL '
                   '(STATUS ' WRK-SIN-STATUS ') - ACERTO SEM '
                   'DESCONTO DE SINISTROS'
           END-IF.

       0710-DESCONTAR-UM-SINISTRO.
           READ SINISTRO-FILE NEXT
               AT END
                   SET WRK-FIM-SIN TO TRUE
               NOT AT END
                   IF (SIN-ACEITO OR SIN-INDENIZADO
                       OR SIN-ENCERRADO)
                       AND SIN-VALOR-ACEITO > 0
                       AND SIN-DATA-DEDUCAO = 0
                       AND WRK-CPG-ABERTO = 'S'
                       PERFORM 0720-APLICAR-DESCONTO
                   END-IF
           END-READ.

       0720-APLICAR-DESCONTO.
           MOVE ZEROS TO WRK-TRP-USO.
           MOVE SIN-TRANSP TO WRK-TRP-BUSCA.
           PERFORM 0125-PROCURAR-TRANSP
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               OR WRK-TRP-USO > 0.
           MOVE 'N' TO WRK-DESC-LANCADO.
           IF WRK-TRP-USO > 0
               PERFORM 0730-LANCAR-DESCONTO
           END-IF.
           IF WRK-DESC-LANCADO = 'S'
               ADD SIN-VALOR-ACEITO TO WRK-TRP-SINIST(WRK-TRP-USO)
               MOVE WRK-DATA-NEGOCIO TO SIN-DATA-DEDUCAO
               REWRITE SINISTRO-REC
               MOVE 'SINISTRO' TO WRK-IO-DDNAME
               MOVE 'REWRITE' TO WRK-IO-OPERACAO
               MOVE WRK-SIN-STATUS TO WRK-IO-STATUS
               PERFORM 9800-CONFERIR-IO
               ADD 1 TO WRK-QTD-SINISTROS
               MOVE SIN-TRANSP       TO WRK-LS-TRANSP
               MOVE SIN-NUM-PEDIDO   TO WRK-LS-PEDIDO
               MOVE SIN-TIPO         TO WRK-LS-TIPO
               MOVE SIN-DATA-ACEITE  TO WRK-LS-ACEITE
               MOVE SIN-VALOR-ACEITO TO WRK-LS-VALOR
               MOVE WRK-LIN-SINISTRO TO FRETARPT-REC
               WRITE FRETARPT-REC
           END-IF.

      *****************************************************
      * O SINISTRO DESCONTADO ENTRA NO CPAGAR COMO ITEM A
      * COMPENSAR (TIPO S), VENCIDO NO PROPRIO ACERTO, PARA O
      * PAGTRANS ABATER DO PROXIMO PAGAMENTO DA TRANSPORTADORA.
      * SO COM O ITEM NO CPAGAR O SINISTRO E DADO POR
      * DESCONTADO; CHAVE REPETIDA (22) E O ITEM DEIXADO POR UM
      * ACERTO INTERROMPIDO ANTES DE MARCAR O SINISTRO
      *****************************************************
       0730-LANCAR-DESCONTO.
           IF WRK-CPG-ABERTO = 'S'
               MOVE SPACES TO CPAGAR-REC
               MOVE SIN-TRANSP       TO CPG-TRANSP
               MOVE SIN-NUM-PEDIDO   TO CPG-NUM-PEDIDO
               MOVE 'S'              TO CPG-TIPO
               MOVE WRK-DATA-NEGOCIO TO CPG-DATA-ENTRADA
                   CPG-DATA-VENC
               MOVE SIN-VALOR-ACEITO TO CPG-VALOR-BRUTO
                   CPG-VALOR-LIQUIDO
               MOVE ZEROS TO CPG-RET-IRRF CPG-RET-INSS CPG-RET-PCC
                   CPG-DATA-PAGTO
               MOVE 'A'              TO CPG-SITUACAO
               WRITE CPAGAR-REC
                   INVALID KEY
                       IF WRK-CPG-STATUS = '22'
                           MOVE 'S' TO WRK-DESC-LANCADO
                           DISPLAY 'AVISO - DESCONTO DO SINISTRO '
                               SIN-NUM-PEDIDO ' JA ESTAVA NO CPAGAR'
                       ELSE
                           DISPLAY 'AVISO - DESCONTO DO SINISTRO '
                               SIN-NUM-PEDIDO ' NAO GRAVADO NO '
                               'CPAGAR (STATUS ' WRK-CPG-STATUS
                               ') - SINISTRO SEGUE PENDENTE'
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-DESC-LANCADO
                       ADD 1 TO WRK-QTD-DESC-CPG
               END-WRITE
           END-IF.

      *****************************************************
      * ACERTO POR TRANSPORTADORA: TOTAL COBRADO NO LOTE MENOS
      * OS SINISTROS ACEITOS DESCONTADOS = LIQUIDO A PAGAR
      * (NEGATIVO = CREDITO CONTRA A TRANSPORTADORA)
      *****************************************************
       0800-IMPRIMIR-ACERTO.
           MOVE SPACES TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'ACERTO POR TRANSPORTADORA' TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'TRP     COBRADO            SINISTROS          LIQUIDO'
               TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE ALL '-' TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           PERFORM 0810-IMPRIMIR-UMA-TRANSP
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD.

       0810-IMPRIMIR-UMA-TRANSP.
           COMPUTE WRK-LIQUIDO =
               WRK-TRP-COBRADO(WRK-TRP-IDX)
                   - WRK-TRP-SINIST(WRK-TRP-IDX).
           MOVE WRK-TRP-CODIGO(WRK-TRP-IDX)  TO WRK-LA-TRANSP.
           MOVE WRK-TRP-COBRADO(WRK-TRP-IDX) TO WRK-LA-COBRADO.
           MOVE WRK-TRP-SINIST(WRK-TRP-IDX)  TO WRK-LA-SINIST.
           MOVE WRK-LIQUIDO TO WRK-LA-LIQUIDO.
           MOVE WRK-LIN-ACERTO TO FRETARPT-REC.
           WRITE FRETARPT-REC.

      *****************************************************
      * ABRE O CONTAS A PAGAR (CRIANDO-O NA PRIMEIRA EXECUCAO)
      * E O CADASTRO DE TRANSPORTADORAS, E CARREGA OS FERIADOS
      * PARA O AJUSTE DO VENCIMENTO. SEM O CADASTRO NENHUMA
      * COBRANCA E LANCADA (PRAZO E RETENCOES VEM DELE); O
      * ACERTO SAI DO MESMO JEITO E, COMO A CHAVE DO CPAGAR
      * RECUSA REPETICAO, O LOTE PODE SER REPROCESSADO DEPOIS
      *****************************************************
       0650-ABRIR-CONTAS-PAGAR.
           OPEN I-O CPAGAR-FILE.
           IF WRK-CPG-STATUS NOT = '00'
               OPEN OUTPUT CPAGAR-FILE
               CLOSE CPAGAR-FILE
               OPEN I-O CPAGAR-FILE
           END-IF.
           IF WRK-CPG-STATUS = '00'
               MOVE 'S' TO WRK-CPG-ABERTO
           ELSE
               DISPLAY 'AVISO - CPAGAR NAO DISPONIVEL (STATUS '
                   WRK-CPG-STATUS ') - ACERTO SEM CONTAS A PAGAR'
           END-IF.
           OPEN INPUT TRANSCAD-FILE.
           IF WRK-TRC-STATUS = '00'
               MOVE 'S' TO WRK-TRC-ABERTO
           ELSE
               DISPLAY 'AVISO - CADASTRO TRANSCAD NAO DISPONIVEL '
                   '(STATUS ' WRK-TRC-STATUS ') - COBRANCAS NAO '
                   'LANCADAS NO CPAGAR'
           END-IF.
           PERFORM 0550-CARREGAR-FERIADOS.

      *****************************************************
      * LANCA NO CPAGAR CADA COBRANCA CASADA COM PEDIDO DO
      * FRETESAI. A ORFA (SEM PEDIDO) NAO E LANCADA - PRIMEIRO
      * SE ESCLARECE COM A TRANSPORTADORA
      *****************************************************
       0900-LANCAR-COBRANCAS.
           MOVE SPACES TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'LANCAMENTOS NO CONTAS A PAGAR (CPAGAR)'
               TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'TRP PEDIDO   VENCTO           BRUTO     RETENCOES'
               TO FRETARPT-REC.
           MOVE 'LIQUIDO' TO FRETARPT-REC(57:7).
           WRITE FRETARPT-REC.
           MOVE ALL '-' TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE 'N' TO WRK-SIN-ABERTO.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE 'S' TO WRK-SIN-ABERTO
           END-IF.
           PERFORM 0910-LANCAR-UMA-COBRANCA THRU 0910-LANCAR-FIM
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QTD.
           IF WRK-SIN-ABERTO = 'S'
               CLOSE SINISTRO-FILE
           END-IF.

       0910-LANCAR-UMA-COBRANCA.
           IF WRK-TRF-USADA(WRK-TRF-IDX) NOT = 'S'
               OR WRK-CPG-ABERTO NOT = 'S'
               GO TO 0910-LANCAR-FIM
           END-IF.
           MOVE SPACES TO WRK-LIN-CPAGAR.
           MOVE WRK-TRF-TRANSP(WRK-TRF-IDX) TO WRK-LP-TRANSP.
           MOVE WRK-TRF-NUMERO(WRK-TRF-IDX) TO WRK-LP-PEDIDO.
           MOVE ZEROS TO WRK-LP-VENC WRK-LP-RETENCAO
               WRK-LP-LIQUIDO.
           MOVE WRK-TRF-VALOR(WRK-TRF-IDX)  TO WRK-LP-BRUTO.
           MOVE WRK-TRF-TRANSP(WRK-TRF-IDX) TO TRC-CODIGO.
           IF WRK-TRC-ABERTO = 'S'
               READ TRANSCAD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WRK-TRC-ABERTO NOT = 'S' OR WRK-TRC-STATUS NOT = '00'
               ADD 1 TO WRK-QTD-SEM-CAD
               MOVE 'SEM CADASTRO' TO WRK-LP-OBS
               GO TO 0910-IMPRIMIR
           END-IF.
           MOVE SPACES TO CPAGAR-REC.
           MOVE WRK-TRF-TRANSP(WRK-TRF-IDX) TO CPG-TRANSP.
           MOVE WRK-TRF-NUMERO(WRK-TRF-IDX) TO CPG-NUM-PEDIDO.
           MOVE 'C'                         TO CPG-TIPO.
           MOVE WRK-DATA-NEGOCIO            TO CPG-DATA-ENTRADA.
           MOVE WRK-TRF-VALOR(WRK-TRF-IDX)  TO CPG-VALOR-BRUTO.
           MOVE ZEROS TO CPG-DATA-PAGTO.
           PERFORM 0920-CALCULAR-RETENCOES.
           PERFORM 0930-CALCULAR-VENCIMENTO.
           PERFORM 0940-VERIFICAR-SINISTRO.
           IF WRK-SIN-PENDENTE = 'S'
               MOVE 'R' TO CPG-SITUACAO
           ELSE
               MOVE 'A' TO CPG-SITUACAO
           END-IF.
           MOVE CPG-DATA-VENC     TO WRK-LP-VENC.
           MOVE WRK-TOT-RETENCAO  TO WRK-LP-RETENCAO.
           MOVE CPG-VALOR-LIQUIDO TO WRK-LP-LIQUIDO.
           WRITE CPAGAR-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-JA-LANC
                   MOVE 'JA LANCADA' TO WRK-LP-OBS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-LANC-CPG
                   IF CPG-RETIDO
                       ADD 1 TO WRK-QTD-RETIDAS
                       MOVE 'RETIDA SINIS' TO WRK-LP-OBS
                   ELSE
                       MOVE 'LANCADA' TO WRK-LP-OBS
                   END-IF
           END-WRITE.

       0910-IMPRIMIR.
           MOVE WRK-LIN-CPAGAR TO FRETARPT-REC.
           WRITE FRETARPT-REC.

       0910-LANCAR-FIM.
           EXIT.

      *****************************************************
      * RETENCOES NA FONTE PELAS ALIQUOTAS DO CADASTRO:
      * IRRF E PIS/COFINS/CSLL SOBRE O FRETE (PCC DISPENSADO
      * PARA OPTANTE DO SIMPLES), INSS SOBRE A PARCELA-BASE DO
      * FRETE (20% NO TRANSPORTADOR AUTONOMO). RETENCAO QUE NAO
      * PASSA DO MINIMO DE RECOLHIMENTO NAO E FEITA
      *****************************************************
       0920-CALCULAR-RETENCOES.
           COMPUTE CPG-RET-IRRF ROUNDED =
               CPG-VALOR-BRUTO * TRC-PCT-IRRF / 100.
           IF CPG-RET-IRRF NOT > WRK-MINIMO-RETENC
               MOVE ZEROS TO CPG-RET-IRRF
           END-IF.
           IF TRC-OPTANTE-SIMPLES
               MOVE ZEROS TO CPG-RET-PCC
           ELSE
               COMPUTE CPG-RET-PCC ROUNDED =
                   CPG-VALOR-BRUTO * TRC-PCT-PCC / 100
               IF CPG-RET-PCC NOT > WRK-MINIMO-RETENC
                   MOVE ZEROS TO CPG-RET-PCC
               END-IF
           END-IF.
           IF TRC-PCT-BASE-INSS = 0
               MOVE 100 TO WRK-BASE-INSS
           ELSE
               MOVE TRC-PCT-BASE-INSS TO WRK-BASE-INSS
           END-IF.
           COMPUTE CPG-RET-INSS ROUNDED =
               CPG-VALOR-BRUTO * WRK-BASE-INSS / 100
                   * TRC-PCT-INSS / 100.
           COMPUTE WRK-TOT-RETENCAO =
               CPG-RET-IRRF + CPG-RET-INSS + CPG-RET-PCC.
           COMPUTE CPG-VALOR-LIQUIDO =
               CPG-VALOR-BRUTO - WRK-TOT-RETENCAO.

      *****************************************************
      * VENCIMENTO = DATA DO ACERTO + PRAZO DO CADASTRO EM
      * DIAS CORRIDOS; CAINDO EM FIM DE SEMANA OU FERIADO,
      * PASSA PARA O PROXIMO DIA UTIL (CALPROC)
      *****************************************************
       0930-CALCULAR-VENCIMENTO.
           MOVE WRK-DATA-NEGOCIO TO WRK-VENCIMENTO.
           MOVE WRK-VEN-DIA TO WRK-PROX-DIA.
           MOVE WRK-VEN-MES TO WRK-PROX-MES.
           MOVE WRK-VEN-ANO TO WRK-PROX-ANO.
           PERFORM 0935-AVANCAR-UM-DIA
               VARYING WRK-PRAZO-CONT FROM 1 BY 1
               UNTIL WRK-PRAZO-CONT > TRC-PRAZO-DIAS.
           PERFORM 0530-VERIFICAR-DIA-UTIL.
           IF NOT ACHOU-DIA-UTIL
               PERFORM 0500-ACHAR-PROX-DIA-UTIL
           END-IF.
           MOVE WRK-PROX-ANO TO WRK-VEN-ANO.
           MOVE WRK-PROX-MES TO WRK-VEN-MES.
           MOVE WRK-PROX-DIA TO WRK-VEN-DIA.
           MOVE WRK-VENCIMENTO TO CPG-DATA-VENC.

       0935-AVANCAR-UM-DIA.
           PERFORM 0520-SOMAR-UM-DIA.

      *****************************************************
      * SINISTRO EM ABERTO OU EM ANALISE NO PEDIDO, CONTRA A
      * MESMA TRANSPORTADORA: A COBRANCA ENTRA RETIDA
      *****************************************************
       0940-VERIFICAR-SINISTRO.
           MOVE 'N' TO WRK-SIN-PENDENTE.
           IF WRK-SIN-ABERTO = 'S'
               MOVE CPG-NUM-PEDIDO TO SIN-NUM-PEDIDO
               READ SINISTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (SIN-ABERTO OR SIN-EM-ANALISE)
                           AND (SIN-TRANSP = CPG-TRANSP
                               OR SIN-TRANSP = SPACES)
                           MOVE 'S' TO WRK-SIN-PENDENTE
                       END-IF
               END-READ
           END-IF.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE WRK-QTD-PREJUIZO TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'SINISTROS DESCONTADOS...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SINISTROS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'COBRANCAS NO CPAGAR.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LANC-CPG TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE '  RETIDAS POR SINISTRO..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-RETIDAS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'COBRANCAS JA LANCADAS...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-JA-LANC TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'COBRANCAS SEM CADASTRO..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CAD TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'DESCONTOS NO CPAGAR.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-DESC-CPG TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO FRETARPT-REC.
           WRITE FRETARPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
