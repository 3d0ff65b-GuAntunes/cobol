      *               EM BANCOS, CREDITO EM CLIENTES;
      *             - PENDENCIAS DO DIA DA CONCILIACAO (CONCPNEW,
      *               LADO BANCO): LANCAMENTO DE AJUSTE EM CONTA
      *               TRANSITORIA;
      *             - INDENIZACOES DE SINISTRO PAGAS AO CLIENTE NO
      *               DIA (MASTER SINISTRO): DEBITO EM DESPESA DE
      *               SINISTROS, CREDITO NA CONTA DE PAGAMENTO;
      *             - CONTAS A PAGAR DAS TRANSPORTADORAS (CPAGAR):
      *               COBRANCA LANCADA NO DIA (DESPESA DE FRETE
      *               PELO BRUTO, FORNECEDORES PELO LIQUIDO E
      *               RETENCOES A RECOLHER), DESCONTO DE SINISTRO
      *               LANCADO NO DIA E ITENS PAGOS NO DIA PELA
      *               RODADA PAGTRANS;
      *             - TAXAS DE ADMINISTRACAO/CUSTODIA COBRADAS NO
      *               DIA DAS POSICOES DE INVESTIMENTO (JORNAL
      *               MOVJORN, TIPO T): DEBITO NAS APLICACOES DE
      *               CLIENTES, CREDITO EM RECEITA DE TAXAS;
      *             - BONIFICACOES TRIMESTRAIS POR VOLUME CONCEDIDAS
      *               NO DIA (BONIFREG, RODADA BONIFVOL): DEBITO EM
      *               DESPESA DE BONIFICACAO, CREDITO EM CLIENTES.
      *           AS CONTAS VEM DO MAPA DE CONTAS CONTAMAP
      *           (ARQUIVO DE PARAMETROS DA CONTABILIDADE, UMA
      *           LINHA POR FONTE: FAT-REC, FAT-ICMS, CAIXA,
      *           CONC-AJU, SIN-IND, CPG-ENT, CPG-RET, CPG-SIN,
      *           CPG-PAG, INV-TAXA, BON-VOL). O RELATORIO DE CONTROLE
      *           GLCTRL PROVA DEBITO = CREDITO POR FONTE E NO
      *           TOTAL; DIA
      *           DESBALANCEADO ENCERRA COM RC 16 E EVENTO FATAL
      *           NO EVENTLOG - O ARQUIVO NAO E ENTREGUE.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDAS AS INDENIZACOES DE SINISTRO DE
      *                 TRANSPORTE PAGAS NO DIA (FONTE SIN-IND DO
      *                 CONTAMAP), QUE ATE AQUI VIVIAM FORA DO
      *                 SISTEMA.
      * 15/10/2026 GA - INCLUIDO O CONTAS A PAGAR DAS TRANSPORTADORAS
      *                 (FONTES CPG-ENT, CPG-RET, CPG-SIN E CPG-PAG
      *                 DO CONTAMAP).
      * 15/10/2026 GA - LAYOUTS DO GLMOV E DO CONTAMAP PASSARAM PARA OS
      *                 COPYBOOKS GLMOVFD E CTAMAPFD, COMPARTILHADOS COM
      *                 O FECHAMENTO MENSAL DA PDD (PROVPDD).
      * 15/10/2026 GA - CADA LANCAMENTO E CONFERIDO CONTRA O PLANO DE
      *                 CONTAS PLCONTAS (MANTPLC): CONTA INEXISTENTE OU
      *                 INATIVA E LISTADA NO GLCTRL E SEGURA O ARQUIVO
      *                 (RC 16, EVENTO GLCONTA).
      * 15/10/2026 GA - INCLUIDAS AS TAXAS DE ADMINISTRACAO/CUSTODIA
      *                 COBRADAS NO DIA DAS POSICOES DE INVESTIMENTO
      *                 (JORNAL MOVJORN TIPO T, FONTE INV-TAXA DO
      *                 CONTAMAP).
      * 15/10/2026 GA - INCLUIDAS AS BONIFICACOES TRIMESTRAIS POR VOLUME
      *                 CONCEDIDAS NO DIA (BONIFREG DO BONIFVOL, FONTE
      *                 BON-VOL DO CONTAMAP).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONCPNEW-FILE ASSIGN TO "CONCPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PNW-STATUS.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT CPAGAR-FILE ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-CPG-STATUS.
           SELECT MOVJORN-FILE ASSIGN TO "MOVJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT BONIFREG-FILE ASSIGN TO "BONIFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNR-STATUS.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.
           SELECT GLMOV-FILE ASSIGN TO "GLMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLM-STATUS.
      * RETPARM/OPSEXP)
      *****************************************************
       FD  CONTAMAP-FILE.
           COPY CTAMAPFD.

       FD  FATREG-FILE.
           COPY FATREGFD.
           05 PNW-VALOR     PIC 9(08)V99.
           05 PNW-DATA      PIC 9(08).

       FD  SINISTRO-FILE.
           COPY SINISFD.

       FD  CPAGAR-FILE.
           COPY CPAGARFD.

       FD  MOVJORN-FILE.
           COPY MOVJRNFD.

       FD  BONIFREG-FILE.
           COPY BONIFFD.

       FD  PLCONTAS-FILE.
           COPY PLCONTFD.

      *****************************************************
      * LAYOUT FIXO DE IMPORTACAO DO RAZAO - UMA LINHA POR
      * LANCAMENTO DE DEBITO OU CREDITO
      *****************************************************
       FD  GLMOV-FILE.
           COPY GLMOVFD.

       FD  GLCTRL-FILE.
       01  GLCTRL-REC           PIC X(80).
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PNW-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CPG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BNR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-GLM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PLC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-QTD-LANCTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-DESBALANCEADO PIC X(01) VALUE 'N'.

      *--- LANCAMENTOS COM CONTA FORA DO PLANO DE CONTAS ---*
       77 WRK-QTD-INVALIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-INV-QTD       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-INV-IDX       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MOTIVO-CONTA  PIC X(20) VALUE SPACES.
       01  WRK-TAB-INVALIDOS.
           05 WRK-INV-ITEM OCCURS 50 TIMES.
               10 WRK-INV-FONTE   PIC X(08).
               10 WRK-INV-CONTA   PIC 9(08).
               10 WRK-INV-DC      PIC X(01).
               10 WRK-INV-MOTIVO  PIC X(20).
               10 WRK-INV-HIST    PIC X(30).

      *--- MAPA DE CONTAS EM MEMORIA ---*
       77 WRK-MAP-QTD       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAP-IDX       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-HIST-LANC     PIC X(30) VALUE SPACES.
       77 WRK-VALOR-FATURA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RETENCAO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA-INV  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-TAXA-INV  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BONIF     PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.

               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0100-CARREGAR-MAPA.
           PERFORM 0150-ABRIR-PLANO-CONTAS.
           OPEN OUTPUT GLMOV-FILE.
           PERFORM 0200-EXTRAIR-FATURAS.
           PERFORM 0300-EXTRAIR-CAIXA.
           PERFORM 0400-EXTRAIR-AJUSTES-CONC.
           PERFORM 0450-EXTRAIR-INDENIZACOES.
           PERFORM 0470-EXTRAIR-CONTAS-PAGAR.
           PERFORM 0475-EXTRAIR-TAXAS-INVEST.
           PERFORM 0477-EXTRAIR-BONIFICACOES.
           CLOSE GLMOV-FILE PLCONTAS-FILE.
           PERFORM 0600-RELATORIO-CONTROLE.
           IF WRK-DESBALANCEADO = 'S'
               DISPLAY 'DIA DESBALANCEADO - ARQUIVO GLMOV NAO '
               PERFORM 9900-GRAVAR-EVENTO
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-INVALIDOS > 0
               DISPLAY WRK-QTD-INVALIDOS ' LANCAMENTO(S) COM CONTA '
                   'FORA DO PLANO - ARQUIVO GLMOV NAO DEVE SER '
                   'ENTREGUE (RC 16)'
               MOVE 'GLEXTR' TO WRK-EVT-PROGRAMA
               MOVE WRK-DATA-NEGOCIO TO WRK-EVT-DATA
               MOVE 16 TO WRK-EVT-SEVER
               MOVE 'GLCONTA' TO WRK-EVT-CODIGO
               MOVE 'LANCAMENTO COM CONTA INVALIDA'
                   TO WRK-EVT-MENSAGEM
               PERFORM 9900-GRAVAR-EVENTO
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

               MOVE WRK-MAP-IDX TO WRK-MAP-USO
           END-IF.

      *****************************************************
      * PLANO DE CONTAS: CADA LANCAMENTO E CONFERIDO CONTRA
      * ELE. SEM O PLANO NADA PODE SER CONFERIDO - EXECUCAO
      * RECUSADA
      *****************************************************
       0150-ABRIR-PLANO-CONTAS.
           OPEN INPUT PLCONTAS-FILE.
           IF WRK-PLC-STATUS NOT = '00'
               DISPLAY 'PLANO DE CONTAS PLCONTAS NAO ENCONTRADO '
                   '(STATUS ' WRK-PLC-STATUS ') - EXTRACAO '
                   'RECUSADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * FATURAS DO DIA: DEBITO EM CLIENTES PELO TOTAL, CREDITO
      * EM RECEITA (TOTAL MENOS ICMS) E CREDITO EM ICMS A
                   END-IF
           END-READ.

      *****************************************************
      * INDENIZACOES DE SINISTRO PAGAS AO CLIENTE NO DIA:
      * DEBITO EM DESPESA DE SINISTROS, CREDITO NA CONTA DE
      * PAGAMENTO (A RECUPERACAO JUNTO A TRANSPORTADORA SAI
      * COMO DESCONTO NO ACERTO FRETACER)
      *****************************************************
       0450-EXTRAIR-INDENIZACOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE LOW-VALUES TO SIN-NUM-PEDIDO
               START SINISTRO-FILE KEY NOT < SIN-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0460-CONTABILIZAR-INDENIZ UNTIL WRK-FIM-ARQ
               CLOSE SINISTRO-FILE
           ELSE
               DISPLAY 'AVISO - SINISTRO NAO ENCONTRADO (STATUS '
                   WRK-SIN-STATUS ') - DIA SEM INDENIZACOES'
           END-IF.

       0460-CONTABILIZAR-INDENIZ.
           READ SINISTRO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF SIN-DATA-INDENIZ = WRK-DATA-NEGOCIO
                       AND SIN-VALOR-INDENIZ > 0
                       MOVE 'SIN-IND' TO WRK-FONTE-BUSCA
                       PERFORM 0120-ACHAR-FONTE
                       MOVE SPACES TO WRK-HIST-LANC
                       STRING 'INDENIZ SINISTRO ' SIN-NUM-PEDIDO
                           DELIMITED BY SIZE INTO WRK-HIST-LANC
                       MOVE WRK-MAP-DEB(WRK-MAP-USO)
                           TO WRK-CONTA-LANC
                       MOVE 'D' TO WRK-DC-LANC
                       MOVE SIN-VALOR-INDENIZ TO WRK-VALOR-LANC
                       PERFORM 0500-GRAVAR-LANCAMENTO
                       MOVE WRK-MAP-CRD(WRK-MAP-USO)
                           TO WRK-CONTA-LANC
                       MOVE 'C' TO WRK-DC-LANC
                       PERFORM 0500-GRAVAR-LANCAMENTO
                   END-IF
           END-READ.

      *****************************************************
      * CONTAS A PAGAR DAS TRANSPORTADORAS:
      *   - COBRANCA LANCADA NO DIA: DEBITO EM DESPESA DE FRETE
      *     PELO BRUTO, CREDITO EM FORNECEDORES PELO LIQUIDO E
      *     CREDITO DAS RETENCOES A RECOLHER (FONTE CPG-RET SO
      *     CREDITA, COMO A FAT-ICMS);
      *   - DESCONTO DE SINISTRO LANCADO NO DIA: DEBITO EM
      *     FORNECEDORES, CREDITO EM RECUPERACAO DE SINISTROS;
      *   - ITEM PAGO NO DIA: COBRANCA DEBITA FORNECEDORES E
      *     CREDITA BANCOS PELO LIQUIDO; O DESCONTO COMPENSADO
      *     NO PAGAMENTO FAZ O INVERSO
      *****************************************************
       0470-EXTRAIR-CONTAS-PAGAR.
           MOVE 'N' TO WRK-EOF-ARQ.
           OPEN INPUT CPAGAR-FILE.
           IF WRK-CPG-STATUS = '00'
               MOVE LOW-VALUES TO CPG-CHAVE
               START CPAGAR-FILE KEY NOT < CPG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0480-CONTABILIZAR-CPAGAR UNTIL WRK-FIM-ARQ
               CLOSE CPAGAR-FILE
           ELSE
               DISPLAY 'AVISO - CPAGAR NAO ENCONTRADO (STATUS '
                   WRK-CPG-STATUS ') - DIA SEM CONTAS A PAGAR'
           END-IF.

       0480-CONTABILIZAR-CPAGAR.
           READ CPAGAR-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF CPG-DATA-ENTRADA = WRK-DATA-NEGOCIO
                       IF CPG-COBRANCA
                           PERFORM 0485-LANCAR-COBRANCA
                       ELSE
                           PERFORM 0490-LANCAR-DESCONTO
                       END-IF
                   END-IF
                   IF CPG-PAGO
                       AND CPG-DATA-PAGTO = WRK-DATA-NEGOCIO
                       PERFORM 0495-LANCAR-PAGAMENTO
                   END-IF
           END-READ.

       0485-LANCAR-COBRANCA.
           MOVE 'CPG-ENT' TO WRK-FONTE-BUSCA.
           PERFORM 0120-ACHAR-FONTE.
           MOVE SPACES TO WRK-HIST-LANC.
           STRING 'FRETE ' CPG-TRANSP ' PEDIDO ' CPG-NUM-PEDIDO
               DELIMITED BY SIZE INTO WRK-HIST-LANC.
           MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC.
           MOVE 'D' TO WRK-DC-LANC.
           MOVE CPG-VALOR-BRUTO TO WRK-VALOR-LANC.
           PERFORM 0500-GRAVAR-LANCAMENTO.
           MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC.
           MOVE 'C' TO WRK-DC-LANC.
           MOVE CPG-VALOR-LIQUIDO TO WRK-VALOR-LANC.
           PERFORM 0500-GRAVAR-LANCAMENTO.
           COMPUTE WRK-TOT-RETENCAO =
               CPG-RET-IRRF + CPG-RET-INSS + CPG-RET-PCC.
           IF WRK-TOT-RETENCAO > 0
               MOVE 'CPG-RET' TO WRK-FONTE-BUSCA
               PERFORM 0120-ACHAR-FONTE
               MOVE SPACES TO WRK-HIST-LANC
               STRING 'RETENCOES ' CPG-TRANSP ' PEDIDO '
                   CPG-NUM-PEDIDO
                   DELIMITED BY SIZE INTO WRK-HIST-LANC
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
               MOVE WRK-TOT-RETENCAO TO WRK-VALOR-LANC
               PERFORM 0500-GRAVAR-LANCAMENTO
           END-IF.

       0490-LANCAR-DESCONTO.
           MOVE 'CPG-SIN' TO WRK-FONTE-BUSCA.
           PERFORM 0120-ACHAR-FONTE.
           MOVE SPACES TO WRK-HIST-LANC.
           STRING 'DESC SINISTRO ' CPG-TRANSP ' ' CPG-NUM-PEDIDO
               DELIMITED BY SIZE INTO WRK-HIST-LANC.
           MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC.
           MOVE 'D' TO WRK-DC-LANC.
           MOVE CPG-VALOR-LIQUIDO TO WRK-VALOR-LANC.
           PERFORM 0500-GRAVAR-LANCAMENTO.
           MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC.
           MOVE 'C' TO WRK-DC-LANC.
           PERFORM 0500-GRAVAR-LANCAMENTO.

       0495-LANCAR-PAGAMENTO.
           MOVE 'CPG-PAG' TO WRK-FONTE-BUSCA.
           PERFORM 0120-ACHAR-FONTE.
           MOVE SPACES TO WRK-HIST-LANC.
           STRING 'PAGTO ' CPG-TRANSP ' PEDIDO ' CPG-NUM-PEDIDO
               DELIMITED BY SIZE INTO WRK-HIST-LANC.
           MOVE CPG-VALOR-LIQUIDO TO WRK-VALOR-LANC.
           IF CPG-COBRANCA
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
           ELSE
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
           END-IF.
           PERFORM 0500-GRAVAR-LANCAMENTO.
           IF CPG-COBRANCA
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
           ELSE
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
           END-IF.
           PERFORM 0500-GRAVAR-LANCAMENTO.

      *****************************************************
      * TAXAS DE ADMINISTRACAO/CUSTODIA COBRADAS NO DIA PELO
      * TAXAADM (JORNAL MOVJORN, TIPO T): UM LANCAMENTO PELO
      * TOTAL DO DIA - DEBITO NAS APLICACOES DE CLIENTES,
      * CREDITO EM RECEITA DE TAXAS. O DETALHE POR POSICAO E
      * POR PRODUTO ESTA NO RELATORIO TAXARPT
      *****************************************************
       0475-EXTRAIR-TAXAS-INVEST.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-TOT-TAXA-INV WRK-QTD-TAXA-INV.
           OPEN INPUT MOVJORN-FILE.
           IF WRK-JRN-STATUS = '00'
               PERFORM 0476-SOMAR-TAXA-INVEST UNTIL WRK-FIM-ARQ
               CLOSE MOVJORN-FILE
           ELSE
               DISPLAY 'AVISO - MOVJORN NAO ENCONTRADO (STATUS '
                   WRK-JRN-STATUS ') - DIA SEM TAXAS DE INVESTIMENTO'
           END-IF.
           IF WRK-TOT-TAXA-INV > 0
               MOVE 'INV-TAXA' TO WRK-FONTE-BUSCA
               PERFORM 0120-ACHAR-FONTE
               MOVE SPACES TO WRK-HIST-LANC
               STRING 'TAXAS ADM/CUSTODIA ' WRK-QTD-TAXA-INV
                   ' POS' DELIMITED BY SIZE INTO WRK-HIST-LANC
               MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'D' TO WRK-DC-LANC
               MOVE WRK-TOT-TAXA-INV TO WRK-VALOR-LANC
               PERFORM 0500-GRAVAR-LANCAMENTO
               MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
               MOVE 'C' TO WRK-DC-LANC
               PERFORM 0500-GRAVAR-LANCAMENTO
           END-IF.

       0476-SOMAR-TAXA-INVEST.
           READ MOVJORN-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF MVJ-TAXA-ADM AND MVJ-DATA = WRK-DATA-NEGOCIO
                       ADD MVJ-VALOR TO WRK-TOT-TAXA-INV
                       ADD 1 TO WRK-QTD-TAXA-INV
                   END-IF
           END-READ.

      *****************************************************
      * BONIFICACOES POR VOLUME (BONIFREG) CONCEDIDAS NO DIA:
      * UM LANCAMENTO POR CLIENTE PELO VALOR TOTAL - DEBITO EM
      * DESPESA DE BONIFICACAO, CREDITO EM CLIENTES (A PARTE
      * APLICADA BAIXOU TITULOS DO ABERTOS; O SALDO A
      * COMPENSAR FICA COMO CREDITO DO CLIENTE). SO PROCURA A
      * FONTE BON-VOL NO CONTAMAP SE HOUVER CONCESSAO NO DIA
      *****************************************************
       0477-EXTRAIR-BONIFICACOES.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE ZEROS TO WRK-QTD-BONIF.
           OPEN INPUT BONIFREG-FILE.
           IF WRK-BNR-STATUS = '00'
               PERFORM 0478-LANCAR-UMA-BONIFICACAO UNTIL WRK-FIM-ARQ
               CLOSE BONIFREG-FILE
           ELSE
               DISPLAY 'AVISO - BONIFREG NAO ENCONTRADO (STATUS '
                   WRK-BNR-STATUS ') - DIA SEM BONIFICACOES'
           END-IF.

       0478-LANCAR-UMA-BONIFICACAO.
           READ BONIFREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF BNR-DATA = WRK-DATA-NEGOCIO AND BNR-VALOR > 0
                       MOVE 'BON-VOL' TO WRK-FONTE-BUSCA
                       IF WRK-QTD-BONIF = 0
                           PERFORM 0120-ACHAR-FONTE
                       END-IF
                       ADD 1 TO WRK-QTD-BONIF
                       MOVE SPACES TO WRK-HIST-LANC
                       STRING 'BONIF VOLUME ' BNR-DOC
                           DELIMITED BY SIZE INTO WRK-HIST-LANC
                       MOVE WRK-MAP-DEB(WRK-MAP-USO) TO WRK-CONTA-LANC
                       MOVE 'D' TO WRK-DC-LANC
                       MOVE BNR-VALOR TO WRK-VALOR-LANC
                       PERFORM 0500-GRAVAR-LANCAMENTO
                       MOVE WRK-MAP-CRD(WRK-MAP-USO) TO WRK-CONTA-LANC
                       MOVE 'C' TO WRK-DC-LANC
                       PERFORM 0500-GRAVAR-LANCAMENTO
                   END-IF
           END-READ.

      *****************************************************
      * GRAVA UM LANCAMENTO NO GLMOV E ACUMULA OS TOTAIS DE
      * DEBITO E CREDITO DA FONTE E GERAIS
                   WRK-MAP-TOT-CRD(WRK-MAP-USO)
               ADD WRK-VALOR-LANC TO WRK-TOT-CREDITOS
           END-IF.
           PERFORM 0510-CONFERIR-CONTA.

      *****************************************************
      * A CONTA DO LANCAMENTO TEM DE EXISTIR NO PLANO DE
      * CONTAS E ESTAR ATIVA; SENAO O LANCAMENTO E LISTADO NO
      * CONTROLE E O ARQUIVO FICA SEGURO
      *****************************************************
       0510-CONFERIR-CONTA.
           MOVE SPACES TO WRK-MOTIVO-CONTA.
           MOVE WRK-CONTA-LANC TO PLC-CONTA.
           READ PLCONTAS-FILE
               INVALID KEY
                   MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO-CONTA
               NOT INVALID KEY
                   IF NOT PLC-ATIVA
                       MOVE 'CONTA INATIVA' TO WRK-MOTIVO-CONTA
                   END-IF
           END-READ.
           IF WRK-MOTIVO-CONTA NOT = SPACES
               ADD 1 TO WRK-QTD-INVALIDOS
               IF WRK-INV-QTD < 50
                   ADD 1 TO WRK-INV-QTD
                   MOVE WRK-FONTE-BUSCA  TO WRK-INV-FONTE(WRK-INV-QTD)
                   MOVE WRK-CONTA-LANC   TO WRK-INV-CONTA(WRK-INV-QTD)
                   MOVE WRK-DC-LANC      TO WRK-INV-DC(WRK-INV-QTD)
                   MOVE WRK-MOTIVO-CONTA TO
                       WRK-INV-MOTIVO(WRK-INV-QTD)
                   MOVE WRK-HIST-LANC    TO WRK-INV-HIST(WRK-INV-QTD)
               END-IF
           END-IF.

      *****************************************************
      * RELATORIO DE CONTROLE: DEBITOS X CREDITOS POR FONTE E
      * NO TOTAL. A FONTE FAT-ICMS CREDITA SEM DEBITAR (O
      * DEBITO ESTA NO TOTAL DA FATURA EM FAT-REC) E A CPG-RET
      * IDEM (O DEBITO ESTA NO BRUTO EM CPG-ENT), POR ISSO O
      * FECHAMENTO QUE VALE E O TOTAL GERAL
      *****************************************************
       0600-RELATORIO-CONTROLE.
           END-IF.
           MOVE WRK-CTL-LINHA TO GLCTRL-REC.
           WRITE GLCTRL-REC.
           IF WRK-QTD-INVALIDOS > 0
               MOVE SPACES TO GLCTRL-REC
               WRITE GLCTRL-REC
               MOVE SPACES TO GLCTRL-REC
               STRING 'LANCAMENTOS COM CONTA FORA DO PLANO: '
                   WRK-QTD-INVALIDOS DELIMITED BY SIZE
                   INTO GLCTRL-REC
               WRITE GLCTRL-REC
               PERFORM 0620-CONTROLE-UMA-INVALIDA
                   VARYING WRK-INV-IDX FROM 1 BY 1
                   UNTIL WRK-INV-IDX > WRK-INV-QTD
           END-IF.
           CLOSE GLCTRL-FILE.

       0610-CONTROLE-UMA-FONTE.
           MOVE WRK-CTL-LINHA TO GLCTRL-REC.
           WRITE GLCTRL-REC.

       0620-CONTROLE-UMA-INVALIDA.
           MOVE SPACES TO GLCTRL-REC.
           STRING WRK-INV-FONTE(WRK-INV-IDX) ' '
               WRK-INV-CONTA(WRK-INV-IDX) ' '
               WRK-INV-DC(WRK-INV-IDX) ' '
               WRK-INV-MOTIVO(WRK-INV-IDX) ' '
               WRK-INV-HIST(WRK-INV-IDX)
               DELIMITED BY SIZE INTO GLCTRL-REC.
           WRITE GLCTRL-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LANCTOS  TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-LANCTOS  TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-INVALIDOS TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

