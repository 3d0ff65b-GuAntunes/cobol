       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGTRANS.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RODADA SEMANAL DE PAGAMENTO DAS TRANSPORTADORAS.
      *           ATE AQUI O PAGAMENTO ERA DIGITADO NO PORTAL DO
      *           BANCO A MAO, SEM NADA QUE IMPEDISSE PAGAR A
      *           MESMA COBRANCA DUAS VEZES. LE O CONTAS A PAGAR
      *           CPAGAR (ALIMENTADO PELO FRETACER):
      *             - COBRANCA DE PEDIDO COM SINISTRO EM ABERTO OU
      *               EM ANALISE FICA RETIDA (R); A RETIDA CUJO
      *               SINISTRO JA ANDOU VOLTA A ABERTA;
      *             - COBRANCA ABERTA COM VENCIMENTO ATE A DATA
      *               LIMITE (SYSIN, ZEROS = NEGOCIO + 6 DIAS, ATE
      *               A RODADA DA SEMANA SEGUINTE) E DESCONTO DE
      *               SINISTRO AINDA NAO COMPENSADO ENTRAM NO
      *               PAGAMENTO DA TRANSPORTADORA PELO LIQUIDO;
      *             - A TRANSPORTADORA COM SALDO POSITIVO E DADOS
      *               BANCARIOS NO CADASTRO TRANSCAD RECEBE UM
      *               CREDITO NA REMESSA DE PAGAMENTO (PAGREM,
      *               HEADER/DETALHE/TRAILER COM QUANTIDADE DE
      *               DETALHES, QUANTIDADE DE REGISTROS E VALOR
      *               TOTAL) E SEUS ITENS FICAM PAGOS (P) COM A
      *               DATA DE PAGAMENTO - O GLEXTR CONTABILIZA O
      *               PAGAMENTO NESSA DATA. ITEM PAGO NUNCA VOLTA
      *               A SER SELECIONADO.
      *           O RELATORIO PAGRPT LISTA AS RETENCOES, OS
      *           PAGAMENTOS POR TRANSPORTADORA E AS QUE FICARAM
      *           DE FORA, COM O MOTIVO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT PAGREM-FILE ASSIGN TO "PAGREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REM-STATUS.
           SELECT PAGRPT-FILE ASSIGN TO "PAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CPAGAR-FILE.
           COPY CPAGARFD.

       FD  TRANSCAD-FILE.
           COPY TRCADFD.

       FD  SINISTRO-FILE.
           COPY SINISFD.

      *****************************************************
      * REMESSA DE PAGAMENTO PARA O BANCO - LAYOUT FIXO NO
      * MOLDE DA REMESSA DE COBRANCA DO BOLETO: HEADER (TIPO
      * 0), UM DETALHE POR TRANSPORTADORA (TIPO 1) E TRAILER
      * (TIPO 9) COM AS CONTAGENS E O VALOR TOTAL PARA O BANCO
      * CONFERIR A INTEGRIDADE DO ARQUIVO
      *****************************************************
       FD  PAGREM-FILE.
       01  PAGREM-HDR-REC.
           05 PRH-TIPO          PIC X(01).
           05 PRH-LITERAL       PIC X(08).
           05 PRH-DATA          PIC 9(08).
           05 PRH-AGENCIA       PIC 9(04).
           05 PRH-CONTA         PIC 9(08).
           05 FILLER            PIC X(51).
       01  PAGREM-DET-REC.
           05 PRD-TIPO          PIC X(01).
           05 PRD-TRANSP        PIC X(03).
           05 PRD-CNPJ          PIC X(14).
           05 PRD-BANCO         PIC 9(03).
           05 PRD-AGENCIA       PIC 9(04).
           05 PRD-CONTA         PIC 9(10).
           05 PRD-DV-CONTA      PIC X(01).
           05 PRD-VALOR         PIC 9(11)V99.
           05 PRD-DATA-PAGTO    PIC 9(08).
           05 PRD-NOME          PIC X(23).
       01  PAGREM-TRL-REC.
           05 PRT-TIPO          PIC X(01).
           05 PRT-QTD-DETALHES  PIC 9(07).
           05 PRT-VALOR-TOTAL   PIC 9(13)V99.
           05 PRT-QTD-REGISTROS PIC 9(07).
           05 PRT-DATA          PIC 9(08).
           05 FILLER            PIC X(42).

       FD  PAGRPT-FILE.
       01  PAGRPT-REC           PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-CPG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRC-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SIN-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-SIN-PENDENTE  PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIBERADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PAGOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DETALHES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-PAGAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-REMESSA   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIA-CONT      PIC 9(01) VALUE ZEROS.
      *--- NOSSA CONTA DE DEBITO DOS PAGAMENTOS (A MESMA DA
      *--- REMESSA DE COBRANCA DO BOLETO)
       77 WRK-NOSSA-AGENCIA PIC 9(04) VALUE 1234.
       77 WRK-NOSSA-CONTA   PIC 9(08) VALUE 56789012.
       01  WRK-LIM-GRUPO.
           05 WRK-LIMITE       PIC 9(08) VALUE ZEROS.
       01  WRK-LIM-R REDEFINES WRK-LIM-GRUPO.
           05 WRK-LIM-ANO      PIC 9(04).
           05 WRK-LIM-MES      PIC 9(02).
           05 WRK-LIM-DIA      PIC 9(02).

      *****************************************************
      * ITENS SELECIONADOS PARA PAGAMENTO (COBRANCA PELO
      * LIQUIDO, DESCONTO DE SINISTRO NEGATIVO)
      *****************************************************
       77 WRK-SEL-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SEL-IDX       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-SELECAO.
           05 WRK-SEL-ITEM OCCURS 5000 TIMES.
               10 WRK-SEL-CHAVE     PIC X(12).
               10 WRK-SEL-TRP-IDX   PIC 9(03) COMP.
               10 WRK-SEL-VENC      PIC 9(08).
               10 WRK-SEL-VALOR     PIC S9(09)V99.

      *--- TRANSPORTADORAS COM ITENS SELECIONADOS ---*
       77 WRK-TRP-QTD       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRP-IDX       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TRP-USO       PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-TRANSP.
           05 WRK-TRP-ITEM OCCURS 200 TIMES.
               10 WRK-TRP-CODIGO    PIC X(03).
               10 WRK-TRP-NOME      PIC X(30).
               10 WRK-TRP-CNPJ      PIC X(14).
               10 WRK-TRP-BANCO     PIC 9(03).
               10 WRK-TRP-AGENCIA   PIC 9(04).
               10 WRK-TRP-CONTA     PIC 9(10).
               10 WRK-TRP-DV        PIC X(01).
               10 WRK-TRP-LIQUIDO   PIC S9(11)V99.
               10 WRK-TRP-QTD-ITENS PIC 9(05).
               10 WRK-TRP-PAGAR     PIC X(01).
               10 WRK-TRP-MOTIVO    PIC X(20).

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-ITEM.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LI-TIPO      PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-PEDIDO    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-VENC      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-VALOR     PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-OBS       PIC X(20).
       01  WRK-LIN-TRANSP.
           05 WRK-LT-CODIGO    PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME      PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-BANCO     PIC 9(03).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LT-AGENCIA   PIC 9(04).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LT-CONTA     PIC 9(10).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-LT-DV        PIC X(01).
       01  WRK-LIN-TOT-TRANSP.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LTT-ROTULO   PIC X(30).
           05 WRK-LTT-VALOR    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LTT-MOTIVO   PIC X(20).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.
       01  WRK-TOT-VALOR-LINHA.
           05 WRK-TOT-VAL-ROTULO PIC X(30).
           05 WRK-TOT-VALOR-ED   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           OPEN OUTPUT PAGRPT-FILE.
           MOVE SPACES TO PAGRPT-REC.
           STRING 'RODADA DE PAGAMENTO DAS TRANSPORTADORAS - '
               WRK-DATA-NEGOCIO ' - VENCIMENTOS ATE '
               WRK-DATA-LIMITE DELIMITED BY SIZE INTO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE ALL '=' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           PERFORM 0200-SELECIONAR-ITENS.
           PERFORM 0300-AVALIAR-TRANSPORTADORAS
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD.
           PERFORM 0400-GERAR-REMESSA.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE CPAGAR-FILE TRANSCAD-FILE PAGRPT-FILE.
           IF WRK-SIN-ABERTO = 'S'
               CLOSE SINISTRO-FILE
           END-IF.
           DISPLAY 'PAGTRANS - TRANSPORTADORAS PAGAS '
               WRK-QTD-DETALHES ' ITENS PAGOS ' WRK-QTD-PAGOS
               ' RETIDOS ' WRK-QTD-RETIDOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO E DATA LIMITE DE VENCIMENTO (ZEROS =
      * NEGOCIO + 6 DIAS CORRIDOS, COBRINDO A SEMANA ATE A
      * PROXIMA RODADA)
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'VENCIMENTO LIMITE AAAAMMDD '
               '(ZEROS = NEGOCIO + 6 DIAS).. '.
           ACCEPT WRK-DATA-LIMITE.
           IF WRK-DATA-LIMITE = 0
               MOVE WRK-DATA-NEGOCIO TO WRK-LIMITE
               MOVE WRK-LIM-DIA TO WRK-PROX-DIA
               MOVE WRK-LIM-MES TO WRK-PROX-MES
               MOVE WRK-LIM-ANO TO WRK-PROX-ANO
               PERFORM 0055-AVANCAR-UM-DIA
                   VARYING WRK-DIA-CONT FROM 1 BY 1
                   UNTIL WRK-DIA-CONT > 6
               MOVE WRK-PROX-ANO TO WRK-LIM-ANO
               MOVE WRK-PROX-MES TO WRK-LIM-MES
               MOVE WRK-PROX-DIA TO WRK-LIM-DIA
               MOVE WRK-LIMITE TO WRK-DATA-LIMITE
           END-IF.

       0055-AVANCAR-UM-DIA.
           PERFORM 0520-SOMAR-UM-DIA.

      *****************************************************
      * SEM O CONTAS A PAGAR OU SEM O CADASTRO NAO HA O QUE
      * PAGAR; SEM O MASTER DE SINISTROS A RODADA SEGUE SEM
      * REAVALIAR AS RETENCOES (O QUE ESTA RETIDO CONTINUA)
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN I-O CPAGAR-FILE.
           IF WRK-CPG-STATUS NOT = '00'
               DISPLAY 'CPAGAR NAO DISPONIVEL (STATUS '
                   WRK-CPG-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANSCAD-FILE.
           IF WRK-TRC-STATUS NOT = '00'
               DISPLAY 'CADASTRO TRANSCAD NAO DISPONIVEL (STATUS '
                   WRK-TRC-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SINISTRO-FILE.
           IF WRK-SIN-STATUS = '00'
               MOVE 'S' TO WRK-SIN-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER SINISTRO NAO DISPONIVEL '
                   '(STATUS ' WRK-SIN-STATUS ') - RETENCOES NAO '
                   'REAVALIADAS'
           END-IF.

      *****************************************************
      * VARRE O CPAGAR: REAVALIA AS RETENCOES POR SINISTRO E
      * SELECIONA O QUE ENTRA NO PAGAMENTO DA SEMANA
      *****************************************************
       0200-SELECIONAR-ITENS.
           MOVE SPACES TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE 'COBRANCAS RETIDAS POR SINISTRO EM ABERTO'
               TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE ALL '-' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO CPG-CHAVE.
           START CPAGAR-FILE KEY NOT < CPG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0210-LER-UM-ITEM UNTIL WRK-FIM-ARQ.

       0210-LER-UM-ITEM.
           READ CPAGAR-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF NOT CPG-PAGO
                       PERFORM 0220-AVALIAR-ITEM
                           THRU 0220-AVALIAR-FIM
                   END-IF
           END-READ.

       0220-AVALIAR-ITEM.
           IF CPG-DESC-SINISTRO
               GO TO 0220-SELECIONAR
           END-IF.
           PERFORM 0230-VERIFICAR-SINISTRO.
           IF WRK-SIN-PENDENTE = 'S'
               ADD 1 TO WRK-QTD-RETIDOS
               IF CPG-ABERTO
                   MOVE 'R' TO CPG-SITUACAO
                   PERFORM 0240-REGRAVAR-ITEM
               END-IF
               MOVE SPACES TO WRK-LIN-ITEM
               MOVE 'COBRANCA' TO WRK-LI-TIPO
               MOVE CPG-NUM-PEDIDO    TO WRK-LI-PEDIDO
               MOVE CPG-DATA-VENC     TO WRK-LI-VENC
               MOVE CPG-VALOR-LIQUIDO TO WRK-LI-VALOR
               MOVE SPACES TO WRK-LI-OBS
               STRING 'TRANSP ' CPG-TRANSP
                   DELIMITED BY SIZE INTO WRK-LI-OBS
               MOVE WRK-LIN-ITEM TO PAGRPT-REC
               WRITE PAGRPT-REC
               GO TO 0220-AVALIAR-FIM
           END-IF.
           IF CPG-RETIDO AND WRK-SIN-ABERTO = 'S'
               ADD 1 TO WRK-QTD-LIBERADOS
               MOVE 'A' TO CPG-SITUACAO
               PERFORM 0240-REGRAVAR-ITEM
           END-IF.
           IF CPG-RETIDO OR CPG-DATA-VENC > WRK-DATA-LIMITE
               GO TO 0220-AVALIAR-FIM
           END-IF.

       0220-SELECIONAR.
           IF WRK-SEL-QTD >= 5000
               DISPLAY 'AVISO - TABELA DE SELECAO CHEIA (5000) - '
                   'ITEM ' CPG-CHAVE ' FICA PARA A PROXIMA RODADA'
               GO TO 0220-AVALIAR-FIM
           END-IF.
           PERFORM 0250-ACHAR-TRANSP.
           IF WRK-TRP-USO = 0
               GO TO 0220-AVALIAR-FIM
           END-IF.
           ADD 1 TO WRK-SEL-QTD.
           MOVE CPG-CHAVE     TO WRK-SEL-CHAVE(WRK-SEL-QTD).
           MOVE WRK-TRP-USO   TO WRK-SEL-TRP-IDX(WRK-SEL-QTD).
           MOVE CPG-DATA-VENC TO WRK-SEL-VENC(WRK-SEL-QTD).
           IF CPG-DESC-SINISTRO
               COMPUTE WRK-SEL-VALOR(WRK-SEL-QTD) =
                   0 - CPG-VALOR-LIQUIDO
           ELSE
               MOVE CPG-VALOR-LIQUIDO TO WRK-SEL-VALOR(WRK-SEL-QTD)
           END-IF.
           ADD WRK-SEL-VALOR(WRK-SEL-QTD) TO
               WRK-TRP-LIQUIDO(WRK-TRP-USO).
           ADD 1 TO WRK-TRP-QTD-ITENS(WRK-TRP-USO).

       0220-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * SINISTRO EM ABERTO OU EM ANALISE NO PEDIDO, CONTRA A
      * MESMA TRANSPORTADORA (MESMA REGRA DO FRETACER)
      *****************************************************
       0230-VERIFICAR-SINISTRO.
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

       0240-REGRAVAR-ITEM.
           REWRITE CPAGAR-REC.
           MOVE 'CPAGAR' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-CPG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * LOCALIZA (OU ABRE) A TRANSPORTADORA DO ITEM NA TABELA,
      * DEVOLVENDO O INDICE EM WRK-TRP-USO (ZEROS = CHEIA)
      *****************************************************
       0250-ACHAR-TRANSP.
           MOVE ZEROS TO WRK-TRP-USO.
           PERFORM 0255-PROCURAR-TRANSP
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD
               OR WRK-TRP-USO > 0.
           IF WRK-TRP-USO = 0
               IF WRK-TRP-QTD < 200
                   ADD 1 TO WRK-TRP-QTD
                   INITIALIZE WRK-TRP-ITEM(WRK-TRP-QTD)
                   MOVE CPG-TRANSP TO WRK-TRP-CODIGO(WRK-TRP-QTD)
                   MOVE 'N' TO WRK-TRP-PAGAR(WRK-TRP-QTD)
                   MOVE WRK-TRP-QTD TO WRK-TRP-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE TRANSPORTADORAS '
                       'CHEIA (200) - ' CPG-TRANSP
                       ' FICA PARA A PROXIMA RODADA'
               END-IF
           END-IF.

       0255-PROCURAR-TRANSP.
           IF WRK-TRP-CODIGO(WRK-TRP-IDX) = CPG-TRANSP
               MOVE WRK-TRP-IDX TO WRK-TRP-USO
           END-IF.

      *****************************************************
      * DECIDE SE A TRANSPORTADORA ENTRA NA REMESSA: PRECISA
      * DE CADASTRO COM DADOS BANCARIOS E DE SALDO POSITIVO
      * (DESCONTO MAIOR QUE AS COBRANCAS FICA PARA A PROXIMA
      * RODADA, SEM PAGAR NADA)
      *****************************************************
       0300-AVALIAR-TRANSPORTADORAS.
           MOVE WRK-TRP-CODIGO(WRK-TRP-IDX) TO TRC-CODIGO.
           READ TRANSCAD-FILE
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO WRK-TRP-MOTIVO(WRK-TRP-IDX)
               NOT INVALID KEY
                   MOVE TRC-NOME    TO WRK-TRP-NOME(WRK-TRP-IDX)
                   MOVE TRC-CNPJ    TO WRK-TRP-CNPJ(WRK-TRP-IDX)
                   MOVE TRC-BANCO   TO WRK-TRP-BANCO(WRK-TRP-IDX)
                   MOVE TRC-AGENCIA TO WRK-TRP-AGENCIA(WRK-TRP-IDX)
                   MOVE TRC-CONTA   TO WRK-TRP-CONTA(WRK-TRP-IDX)
                   MOVE TRC-DV-CONTA TO WRK-TRP-DV(WRK-TRP-IDX)
                   IF TRC-BANCO = 0 OR TRC-CONTA = 0
                       MOVE 'SEM DADOS BANCARIOS' TO
                           WRK-TRP-MOTIVO(WRK-TRP-IDX)
                   ELSE
                       IF WRK-TRP-LIQUIDO(WRK-TRP-IDX) NOT > 0
                           MOVE 'SALDO NAO POSITIVO' TO
                               WRK-TRP-MOTIVO(WRK-TRP-IDX)
                       ELSE
                           MOVE 'S' TO WRK-TRP-PAGAR(WRK-TRP-IDX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * GERA A REMESSA: HEADER, UM CREDITO POR TRANSPORTADORA
      * PAGA (COM OS ITENS DELA MARCADOS PAGOS) E TRAILER
      *****************************************************
       0400-GERAR-REMESSA.
           OPEN OUTPUT PAGREM-FILE.
           MOVE 'PAGREM' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-REM-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE SPACES TO PAGREM-HDR-REC.
           MOVE '0'               TO PRH-TIPO.
           MOVE '1PAGFORN'        TO PRH-LITERAL.
           MOVE WRK-DATA-NEGOCIO  TO PRH-DATA.
           MOVE WRK-NOSSA-AGENCIA TO PRH-AGENCIA.
           MOVE WRK-NOSSA-CONTA   TO PRH-CONTA.
           WRITE PAGREM-HDR-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           MOVE SPACES TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE 'PAGAMENTOS DA RODADA' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE ALL '-' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           PERFORM 0410-PAGAR-TRANSP
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD.
           MOVE SPACES TO PAGREM-TRL-REC.
           MOVE '9'              TO PRT-TIPO.
           MOVE WRK-QTD-DETALHES TO PRT-QTD-DETALHES.
           MOVE WRK-TOT-REMESSA  TO PRT-VALOR-TOTAL.
           COMPUTE PRT-QTD-REGISTROS = WRK-QTD-DETALHES + 2.
           MOVE WRK-DATA-NEGOCIO TO PRT-DATA.
           WRITE PAGREM-TRL-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           CLOSE PAGREM-FILE.
           MOVE SPACES TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE 'TRANSPORTADORAS FORA DA REMESSA' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE ALL '-' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           PERFORM 0450-LISTAR-NAO-PAGA
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QTD.

       0410-PAGAR-TRANSP.
           IF WRK-TRP-PAGAR(WRK-TRP-IDX) = 'S'
               MOVE SPACES TO PAGRPT-REC
               WRITE PAGRPT-REC
               PERFORM 0420-IMPRIMIR-TRANSP
               PERFORM 0430-PAGAR-ITEM
                   VARYING WRK-SEL-IDX FROM 1 BY 1
                   UNTIL WRK-SEL-IDX > WRK-SEL-QTD
               MOVE SPACES TO PAGREM-DET-REC
               MOVE '1' TO PRD-TIPO
               MOVE WRK-TRP-CODIGO(WRK-TRP-IDX)  TO PRD-TRANSP
               MOVE WRK-TRP-CNPJ(WRK-TRP-IDX)    TO PRD-CNPJ
               MOVE WRK-TRP-BANCO(WRK-TRP-IDX)   TO PRD-BANCO
               MOVE WRK-TRP-AGENCIA(WRK-TRP-IDX) TO PRD-AGENCIA
               MOVE WRK-TRP-CONTA(WRK-TRP-IDX)   TO PRD-CONTA
               MOVE WRK-TRP-DV(WRK-TRP-IDX)      TO PRD-DV-CONTA
               MOVE WRK-TRP-LIQUIDO(WRK-TRP-IDX) TO PRD-VALOR
               MOVE WRK-DATA-NEGOCIO             TO PRD-DATA-PAGTO
               MOVE WRK-TRP-NOME(WRK-TRP-IDX)    TO PRD-NOME
               WRITE PAGREM-DET-REC
               PERFORM 0490-CONFERIR-GRAVACAO
               ADD 1 TO WRK-QTD-DETALHES
               ADD PRD-VALOR TO WRK-TOT-REMESSA
               MOVE SPACES TO WRK-LIN-TOT-TRANSP
               MOVE 'LIQUIDO PAGO NA REMESSA.......' TO
                   WRK-LTT-ROTULO
               MOVE WRK-TRP-LIQUIDO(WRK-TRP-IDX) TO WRK-LTT-VALOR
               MOVE WRK-LIN-TOT-TRANSP TO PAGRPT-REC
               WRITE PAGRPT-REC
           END-IF.

       0420-IMPRIMIR-TRANSP.
           MOVE WRK-TRP-CODIGO(WRK-TRP-IDX)  TO WRK-LT-CODIGO.
           MOVE WRK-TRP-NOME(WRK-TRP-IDX)    TO WRK-LT-NOME.
           MOVE WRK-TRP-BANCO(WRK-TRP-IDX)   TO WRK-LT-BANCO.
           MOVE WRK-TRP-AGENCIA(WRK-TRP-IDX) TO WRK-LT-AGENCIA.
           MOVE WRK-TRP-CONTA(WRK-TRP-IDX)   TO WRK-LT-CONTA.
           MOVE WRK-TRP-DV(WRK-TRP-IDX)      TO WRK-LT-DV.
           MOVE WRK-LIN-TRANSP TO PAGRPT-REC.
           WRITE PAGRPT-REC.

      *****************************************************
      * MARCA PAGO UM ITEM SELECIONADO DA TRANSPORTADORA
      *****************************************************
       0430-PAGAR-ITEM.
           IF WRK-SEL-TRP-IDX(WRK-SEL-IDX) = WRK-TRP-IDX
               MOVE WRK-SEL-CHAVE(WRK-SEL-IDX) TO CPG-CHAVE
               READ CPAGAR-FILE
                   INVALID KEY
                       DISPLAY 'AVISO - ITEM ' CPG-CHAVE
                           ' SUMIU DO CPAGAR DURANTE A RODADA'
                   NOT INVALID KEY
                       MOVE 'P' TO CPG-SITUACAO
                       MOVE WRK-DATA-NEGOCIO TO CPG-DATA-PAGTO
                       PERFORM 0240-REGRAVAR-ITEM
                       ADD 1 TO WRK-QTD-PAGOS
                       MOVE SPACES TO WRK-LIN-ITEM
                       IF CPG-DESC-SINISTRO
                           MOVE 'DESC SIN' TO WRK-LI-TIPO
                       ELSE
                           MOVE 'COBRANCA' TO WRK-LI-TIPO
                       END-IF
                       MOVE CPG-NUM-PEDIDO TO WRK-LI-PEDIDO
                       MOVE CPG-DATA-VENC  TO WRK-LI-VENC
                       MOVE WRK-SEL-VALOR(WRK-SEL-IDX) TO
                           WRK-LI-VALOR
                       MOVE 'PAGO' TO WRK-LI-OBS
                       MOVE WRK-LIN-ITEM TO PAGRPT-REC
                       WRITE PAGRPT-REC
               END-READ
           END-IF.

       0450-LISTAR-NAO-PAGA.
           IF WRK-TRP-PAGAR(WRK-TRP-IDX) NOT = 'S'
               ADD 1 TO WRK-QTD-NAO-PAGAS
               MOVE SPACES TO WRK-LIN-TOT-TRANSP
               MOVE SPACES TO WRK-LTT-ROTULO
               STRING 'TRANSP ' WRK-TRP-CODIGO(WRK-TRP-IDX)
                   ' - ITENS ' WRK-TRP-QTD-ITENS(WRK-TRP-IDX)
                   DELIMITED BY SIZE INTO WRK-LTT-ROTULO
               MOVE WRK-TRP-LIQUIDO(WRK-TRP-IDX) TO WRK-LTT-VALOR
               MOVE WRK-TRP-MOTIVO(WRK-TRP-IDX)  TO WRK-LTT-MOTIVO
               MOVE WRK-LIN-TOT-TRANSP TO PAGRPT-REC
               WRITE PAGRPT-REC
           END-IF.

       0490-CONFERIR-GRAVACAO.
           MOVE 'PAGREM' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-REM-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE ALL '-' TO PAGRPT-REC.
           WRITE PAGRPT-REC.
           MOVE 'ITENS LIDOS NO CPAGAR.........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'COBRANCAS RETIDAS (SINISTRO)..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-RETIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'RETENCOES LIBERADAS...........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIBERADOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'ITENS PAGOS...................' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PAGOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'TRANSPORTADORAS NA REMESSA....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-DETALHES TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'TRANSPORTADORAS FORA..........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-NAO-PAGAS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'VALOR TOTAL DA REMESSA........' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-REMESSA TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-VALOR-LINHA TO PAGRPT-REC.
           WRITE PAGRPT-REC.

       0610-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO PAGRPT-REC.
           WRITE PAGRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'PAGTRANS'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-PAGOS    TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-RETIDOS  TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
