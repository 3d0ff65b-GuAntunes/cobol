       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREL.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RELATORIO MENSAL DE CONTROLES DE ACESSO -
      *           SEGREGACAO DE FUNCOES E RECERTIFICACAO. CRUZA O
      *           MASTER DE OPERADORES (OPERMST) COM OS LOGS DE
      *           MANUTENCAO E DE DECISAO DO PERIODO (AAAAMM):
      *           MANTUFLG (PROPOSTAS DE TARIFA), APRVUFLG
      *           (APROVACOES), CREDLOG (DECISOES DE CREDITO DO
      *           CREDLIB), MANTRUNL (REABERTURAS DE DATA) E
      *           MANTCLIL (ALTERACOES DE CLIENTE), MAIS O
      *           SESSLOG DO PROGMENU PARA O ULTIMO ACESSO. SAI NO
      *           RELATORIO SODRPT:
      *             1) VIOLACOES DE DUPLA CUSTODIA - TARIFA
      *                APROVADA POR QUEM A PROPOS E PEDIDO RETIDO
      *                LIBERADO POR QUEM ALTEROU O LIMITE DO
      *                MESMO CLIENTE NO PERIODO;
      *             2) ACOES DE SUPERVISOR (MANUTENCAO, APROVACAO,
      *                LIBERACAO, REABERTURA) POR OPERADOR QUE NAO
      *                E SUPERVISOR OU QUE NAO ESTA NO OPERMST;
      *             3) CONTAS ATIVAS SEM ACESSO HA N DIAS;
      *             4) LISTA DE RECERTIFICACAO POR SUPERVISOR, COM
      *                A DECISAO JA GRAVADA NO RECERTLG PELA
      *                TRANSACAO T DO MANTOPE (CONFIRMADA/
      *                REVOGADA/PENDENTE).
      *           RETURN-CODE: 8 COM VIOLACAO OU ACAO INDEVIDA, 4
      *           COM CONTA SEM ACESSO OU RECERTIFICACAO PENDENTE,
      *           0 LIMPO. O PERFIL CONFERIDO E O ATUAL DO OPERMST.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-USUARIO
               FILE STATUS IS WRK-OPE-STATUS.
           SELECT SESSLOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.
           SELECT RECERTLG-FILE ASSIGN TO "RECERTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCT-STATUS.
           SELECT MANTUFLOG-FILE ASSIGN TO "MANTUFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MUF-STATUS.
           SELECT APRVUFLOG-FILE ASSIGN TO "APRVUFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUF-STATUS.
           SELECT MANTCLILOG-FILE ASSIGN TO "MANTCLIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MCL-STATUS.
           SELECT CREDLOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRL-STATUS.
           SELECT MANTRUNLOG-FILE ASSIGN TO "MANTRUNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRN-STATUS.
           SELECT SODRPT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
           COPY OPERMSFD.

       FD  SESSLOG-FILE.
       01  SESSLOG-REC.
           05 SLG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 SLG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 SLG-USUARIO     PIC X(08).
           05 FILLER          PIC X(01).
           05 SLG-PROGRAMA    PIC X(10).
           05 FILLER          PIC X(01).
           05 SLG-RESULTADO   PIC X(12).

       FD  RECERTLG-FILE.
           COPY RECERTFD.

       FD  MANTUFLOG-FILE.
       01  MANTUFLOG-REC.
           05 MUF-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 MUF-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 MUF-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 MUF-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 MUF-ORIGEM      PIC X(03).
           05 FILLER          PIC X(01).
           05 MUF-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 MUF-TAXA        PIC 9(01)V99.
           05 FILLER          PIC X(01).
           05 MUF-KG          PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 MUF-PRAZO       PIC 9(02).
           05 FILLER          PIC X(01).
           05 MUF-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 MUF-RESULTADO   PIC X(20).

       FD  APRVUFLOG-FILE.
       01  APRVUFLOG-REC.
           05 AUF-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 AUF-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 AUF-SUPERVISOR  PIC X(08).
           05 FILLER          PIC X(01).
           05 AUF-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 AUF-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 AUF-ORIGEM      PIC X(03).
           05 FILLER          PIC X(01).
           05 AUF-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 AUF-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 AUF-DECISAO     PIC X(09).
           05 FILLER          PIC X(01).
           05 AUF-RESULTADO   PIC X(20).

       FD  MANTCLILOG-FILE.
       01  MANTCLILOG-REC.
           05 MCL-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 MCL-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 MCL-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 MCL-TRANS       PIC X(10).
           05 FILLER          PIC X(01).
           05 MCL-DOC         PIC X(14).
           05 FILLER          PIC X(01).
           05 MCL-NOME-ANTES  PIC X(20).
           05 FILLER          PIC X(01).
           05 MCL-NOME-DEPOIS PIC X(20).
           05 FILLER          PIC X(01).
           05 MCL-SIT-ANTES   PIC X(01).
           05 FILLER          PIC X(01).
           05 MCL-SIT-DEPOIS  PIC X(01).
           05 FILLER          PIC X(01).
           05 MCL-LIM-ANTES   PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 MCL-LIM-DEPOIS  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 MCL-RESULTADO   PIC X(20).

       FD  CREDLOG-FILE.
       01  CREDLOG-REC.
           05 CRL-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 CRL-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 CRL-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 CRL-NUM-PEDIDO  PIC 9(08).
           05 FILLER          PIC X(01).
           05 CRL-DOC         PIC X(14).
           05 FILLER          PIC X(01).
           05 CRL-LIMITE      PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 CRL-EXPOSICAO   PIC 9(11)V99.
           05 FILLER          PIC X(01).
           05 CRL-DECISAO     PIC X(10).

       FD  MANTRUNLOG-FILE.
       01  MANTRUNLOG-REC.
           05 MRN-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 MRN-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 MRN-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 MRN-DATA-NEG    PIC 9(08).
           05 FILLER          PIC X(01).
           05 MRN-ACAO        PIC X(10).
           05 FILLER          PIC X(01).
           05 MRN-MOTIVO      PIC X(30).

       FD  SODRPT-FILE.
       01  SODRPT-REC           PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SLG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RCT-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MUF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AUF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MCL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-MRN-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DIAS-LIMITE   PIC 9(03) VALUE ZEROS.
       77 WRK-PERIODO-LOG   PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-G.
           05 WRK-PER-ANO   PIC 9(04).
           05 WRK-PER-MES   PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-G PIC 9(06).
       01  WRK-DATA-HOJE-G.
           05 WRK-HOJ-ANO   PIC 9(04).
           05 WRK-HOJ-MES   PIC 9(02).
           05 WRK-HOJ-DIA   PIC 9(02).
       01  WRK-DATA-HOJE REDEFINES WRK-DATA-HOJE-G PIC 9(08).
       01  WRK-DATA-ACESSO-G.
           05 WRK-ACE-ANO   PIC 9(04).
           05 WRK-ACE-MES   PIC 9(02).
           05 WRK-ACE-DIA   PIC 9(02).
       01  WRK-DATA-ACESSO REDEFINES WRK-DATA-ACESSO-G PIC 9(08).

      *--- CONTADORES DO RESUMO ---*
       77 WRK-QTD-VIOLACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INDEVIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DORMENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFIRM   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REVOG     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SECAO     PIC 9(05) VALUE ZEROS.

      *--- OPERADORES DO OPERMST ---*
       77 WRK-OPE-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-OPE-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-OPE-POS       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUP-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUP-POS       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-USUARIO-BUSCA PIC X(08) VALUE SPACES.
       01  WRK-TAB-OPERADORES.
           05 WRK-OPE-ITEM OCCURS 500 TIMES.
               10 WRK-OPE-USUARIO   PIC X(08).
               10 WRK-OPE-NOME      PIC X(20).
               10 WRK-OPE-PERFIL    PIC X(01).
               10 WRK-OPE-SITUACAO  PIC X(01).
               10 WRK-OPE-ACESSO    PIC 9(08).
               10 WRK-OPE-RESP      PIC X(08).
               10 WRK-OPE-DECISAO   PIC X(01).
               10 WRK-OPE-DEC-SUP   PIC X(08).
               10 WRK-OPE-DEC-DATA  PIC 9(08).
               10 WRK-OPE-OCORR     PIC 9(04).
               10 WRK-OPE-GRUPO     PIC X(01).

      *--- PROPOSTAS DE TARIFA (MANTUFLG, TODAS AS DATAS) ---*
       77 WRK-PRO-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PRO-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PRO-ACHOU     PIC X(01) VALUE 'N'.
           88 PROPOSTA-PROPRIA   VALUE 'S'.
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PRO-ITEM OCCURS 3000 TIMES.
               10 WRK-PRO-ORIGEM    PIC X(03).
               10 WRK-PRO-UF        PIC X(02).
               10 WRK-PRO-VIGENCIA  PIC 9(08).
               10 WRK-PRO-OPERADOR  PIC X(08).

      *--- ALTERACOES DE LIMITE DO PERIODO (MANTCLIL) ---*
       77 WRK-LIM-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LIM-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LIM-ACHOU     PIC X(01) VALUE 'N'.
           88 LIMITE-PROPRIO     VALUE 'S'.
       01  WRK-TAB-LIMITES.
           05 WRK-LIM-ITEM OCCURS 2000 TIMES.
               10 WRK-LIM-DOC       PIC X(14).
               10 WRK-LIM-OPERADOR  PIC X(08).

      *--- LINHA DE OCORRENCIA (SECOES 1 E 2) ---*
       01  WRK-LIN-OCORR.
           05 WRK-LC-ARQUIVO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-OPERADOR  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-DETALHE   PIC X(53).
       77 WRK-ARQ-ACAO      PIC X(08) VALUE SPACES.
       77 WRK-DATA-ACAO     PIC 9(08) VALUE ZEROS.
       77 WRK-OPER-ACAO     PIC X(08) VALUE SPACES.
       77 WRK-DESC-ACAO     PIC X(34) VALUE SPACES.
       77 WRK-GRUPO-LISTA   PIC X(01) VALUE SPACES.

      *--- LINHA DE CONTA (SECOES 3 E 4) ---*
       01  WRK-LIN-CONTA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LT-USUARIO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-PERFIL    PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-ACESSO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-SITUACAO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DEC-SUP   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-MARCA     PIC X(04).
       77 WRK-DIAS-SEM      PIC 9(05) VALUE ZEROS.

           COPY CALDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
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
           DISPLAY 'DIAS SEM ACESSO PARA REVISAO (ZEROS = 60).. '.
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE = 0
               MOVE 60 TO WRK-DIAS-LIMITE
           END-IF.
           PERFORM 0100-CARREGAR-OPERADORES.
           PERFORM 0150-APURAR-ULTIMO-ACESSO.
           PERFORM 0170-CARREGAR-RECERTIFICACAO.
           OPEN OUTPUT SODRPT-FILE.
           MOVE SPACES TO SODRPT-REC.
           STRING 'CONTROLES DE ACESSO - SEGREGACAO DE FUNCOES E '
               'RECERTIFICACAO - PERIODO ' WRK-PERIODO
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING 'EMISSAO ' WRK-DATA-HOJE
               ' - PERFIL CONFERIDO: O ATUAL DO OPERMST'
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           PERFORM 0200-CARREGAR-PROPOSTAS.
           PERFORM 0250-CARREGAR-LIMITES.
           PERFORM 0300-DUPLA-CUSTODIA.
           PERFORM 0400-ACOES-INDEVIDAS.
           PERFORM 0500-CONTAS-SEM-ACESSO.
           PERFORM 0600-LISTA-RECERTIFICACAO.
           PERFORM 0700-RESUMO.
           CLOSE SODRPT-FILE.
           EVALUATE TRUE
               WHEN WRK-QTD-VIOLACOES > 0 OR WRK-QTD-INDEVIDAS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-DORMENTES > 0 OR WRK-QTD-PENDENTES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'SODREL ' WRK-PERIODO ' - VIOLACOES '
               WRK-QTD-VIOLACOES ' ACOES INDEVIDAS '
               WRK-QTD-INDEVIDAS ' SEM ACESSO ' WRK-QTD-DORMENTES
               ' PENDENTES ' WRK-QTD-PENDENTES.
           STOP RUN.

      *****************************************************
      * MASTER DE OPERADORES PARA A TABELA (ESSENCIAL). CONTA
      * GRAVADA ANTES DOS CAMPOS DE ULTIMO ACESSO/RESPONSAVEL
      * VEM COM ELES EM BRANCO: FICA SEM ACESSO REGISTRADO
      *****************************************************
       0100-CARREGAR-OPERADORES.
           OPEN INPUT OPERMST-FILE.
           IF WRK-OPE-STATUS NOT = '00'
               DISPLAY 'ERRO - MASTER OPERMST NAO DISPONIVEL '
                   '(STATUS ' WRK-OPE-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-OPE-QTD.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0110-CARREGAR-UM-OPERADOR UNTIL WRK-FIM-ARQ.
           CLOSE OPERMST-FILE.

       0110-CARREGAR-UM-OPERADOR.
           READ OPERMST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-OPE-QTD >= 500
                       DISPLAY 'AVISO - TABELA DE OPERADORES CHEIA '
                           '(500) - CONTAS SEGUINTES FORA DO '
                           'RELATORIO'
                       SET WRK-FIM-ARQ TO TRUE
                   ELSE
                       ADD 1 TO WRK-OPE-QTD
                       MOVE OPE-USUARIO  TO
                           WRK-OPE-USUARIO(WRK-OPE-QTD)
                       MOVE OPE-NOME     TO WRK-OPE-NOME(WRK-OPE-QTD)
                       MOVE OPE-PERFIL   TO
                           WRK-OPE-PERFIL(WRK-OPE-QTD)
                       MOVE OPE-SITUACAO TO
                           WRK-OPE-SITUACAO(WRK-OPE-QTD)
                       IF OPE-DATA-ULT-ACESSO IS NUMERIC
                           MOVE OPE-DATA-ULT-ACESSO TO
                               WRK-OPE-ACESSO(WRK-OPE-QTD)
                       ELSE
                           MOVE ZEROS TO WRK-OPE-ACESSO(WRK-OPE-QTD)
                       END-IF
                       MOVE OPE-RESPONSAVEL TO
                           WRK-OPE-RESP(WRK-OPE-QTD)
                       MOVE SPACES TO WRK-OPE-DECISAO(WRK-OPE-QTD)
                           WRK-OPE-DEC-SUP(WRK-OPE-QTD)
                       MOVE ZEROS TO WRK-OPE-DEC-DATA(WRK-OPE-QTD)
                           WRK-OPE-OCORR(WRK-OPE-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * O SESSLOG DO PROGMENU COMPLETA O ULTIMO ACESSO DAS
      * CONTAS ANTERIORES AO CAMPO OPE-DATA-ULT-ACESSO (VALE A
      * DATA MAIS RECENTE DAS DUAS FONTES). SEM O SESSLOG, SO
      * O MASTER
      *****************************************************
       0150-APURAR-ULTIMO-ACESSO.
           OPEN INPUT SESSLOG-FILE.
           IF WRK-SLG-STATUS NOT = '00'
               DISPLAY 'AVISO - SESSLOG NAO DISPONIVEL - ULTIMO '
                   'ACESSO SO PELO OPERMST'
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0160-LER-UMA-SESSAO UNTIL WRK-FIM-ARQ
               CLOSE SESSLOG-FILE
           END-IF.

       0160-LER-UMA-SESSAO.
           READ SESSLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE SLG-USUARIO TO WRK-USUARIO-BUSCA
                   PERFORM 0900-PROCURAR-OPERADOR
                   IF WRK-OPE-POS > 0 AND SLG-DATA IS NUMERIC
                       IF SLG-DATA > WRK-OPE-ACESSO(WRK-OPE-POS)
                           MOVE SLG-DATA TO
                               WRK-OPE-ACESSO(WRK-OPE-POS)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * DECISOES DE RECERTIFICACAO DO PERIODO JA GRAVADAS PELO
      * MANTOPE (O LOG E CRONOLOGICO: A ULTIMA DECISAO VALE)
      *****************************************************
       0170-CARREGAR-RECERTIFICACAO.
           OPEN INPUT RECERTLG-FILE.
           IF WRK-RCT-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0180-LER-UMA-DECISAO UNTIL WRK-FIM-ARQ
               CLOSE RECERTLG-FILE
           END-IF.

       0180-LER-UMA-DECISAO.
           READ RECERTLG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF RCT-PERIODO = WRK-PERIODO
                       MOVE RCT-USUARIO TO WRK-USUARIO-BUSCA
                       PERFORM 0900-PROCURAR-OPERADOR
                       IF WRK-OPE-POS > 0
                           MOVE RCT-DECISAO TO
                               WRK-OPE-DECISAO(WRK-OPE-POS)
                           MOVE RCT-SUPERVISOR TO
                               WRK-OPE-DEC-SUP(WRK-OPE-POS)
                           MOVE RCT-DATA TO
                               WRK-OPE-DEC-DATA(WRK-OPE-POS)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * PROPOSTAS DE TARIFA DO MANTUFLG (QUALQUER DATA - A
      * PROPOSTA DE UM MES PODE SER APROVADA NO SEGUINTE), PARA
      * CONFERIR QUEM PROPOS CADA ROTA/VIGENCIA APROVADA
      *****************************************************
       0200-CARREGAR-PROPOSTAS.
           MOVE ZEROS TO WRK-PRO-QTD.
           OPEN INPUT MANTUFLOG-FILE.
           IF WRK-MUF-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-UMA-PROPOSTA UNTIL WRK-FIM-ARQ
               CLOSE MANTUFLOG-FILE
           ELSE
               DISPLAY 'AVISO - MANTUFLG NAO DISPONIVEL'
           END-IF.

       0210-LER-UMA-PROPOSTA.
           READ MANTUFLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF MUF-RESULTADO = 'PENDENTE APROVACAO'
                       IF WRK-PRO-QTD >= 3000
                           DISPLAY 'AVISO - TABELA DE PROPOSTAS '
                               'CHEIA (3000) - EXPURGUE O MANTUFLG'
                           SET WRK-FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WRK-PRO-QTD
                           MOVE MUF-ORIGEM TO
                               WRK-PRO-ORIGEM(WRK-PRO-QTD)
                           MOVE MUF-UF TO WRK-PRO-UF(WRK-PRO-QTD)
                           MOVE MUF-VIGENCIA TO
                               WRK-PRO-VIGENCIA(WRK-PRO-QTD)
                           MOVE MUF-OPERADOR TO
                               WRK-PRO-OPERADOR(WRK-PRO-QTD)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * ALTERACOES DE LIMITE DE CREDITO DO PERIODO (MANTCLIL),
      * PARA CONFERIR QUEM LIBEROU PEDIDO DO MESMO CLIENTE
      *****************************************************
       0250-CARREGAR-LIMITES.
           MOVE ZEROS TO WRK-LIM-QTD.
           OPEN INPUT MANTCLILOG-FILE.
           IF WRK-MCL-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0260-LER-UM-LIMITE UNTIL WRK-FIM-ARQ
               CLOSE MANTCLILOG-FILE
           ELSE
               DISPLAY 'AVISO - MANTCLIL NAO DISPONIVEL'
           END-IF.

       0260-LER-UM-LIMITE.
           READ MANTCLILOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   DIVIDE MCL-DATA BY 100 GIVING WRK-PERIODO-LOG
                   IF WRK-PERIODO-LOG = WRK-PERIODO
                       AND MCL-RESULTADO = 'LIMITE ALTERADO'
                       AND WRK-LIM-QTD < 2000
                       ADD 1 TO WRK-LIM-QTD
                       MOVE MCL-DOC TO WRK-LIM-DOC(WRK-LIM-QTD)
                       MOVE MCL-OPERADOR TO
                           WRK-LIM-OPERADOR(WRK-LIM-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * SECAO 1 - DUPLA CUSTODIA: TARIFA APROVADA PELO PROPRIO
      * PROPONENTE (NO APRVUFLG OU EM QUALQUER PROPOSTA DA MESMA
      * ROTA/VIGENCIA NO MANTUFLG) E PEDIDO RETIDO LIBERADO POR
      * QUEM ALTEROU O LIMITE DO CLIENTE NO PERIODO
      *****************************************************
       0300-DUPLA-CUSTODIA.
           PERFORM 0800-CABECALHO-OCORRENCIAS.
           MOVE '1) VIOLACOES DE DUPLA CUSTODIA' TO SODRPT-REC.
           PERFORM 0810-TITULO-SECAO.
           PERFORM 0805-COLUNAS-OCORRENCIAS.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT APRVUFLOG-FILE.
           IF WRK-AUF-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-CONFERIR-APROVACAO UNTIL WRK-FIM-ARQ
               CLOSE APRVUFLOG-FILE
           ELSE
               DISPLAY 'AVISO - APRVUFLG NAO DISPONIVEL'
           END-IF.
           OPEN INPUT CREDLOG-FILE.
           IF WRK-CRL-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0330-CONFERIR-LIBERACAO UNTIL WRK-FIM-ARQ
               CLOSE CREDLOG-FILE
           ELSE
               DISPLAY 'AVISO - CREDLOG NAO DISPONIVEL'
           END-IF.
           PERFORM 0820-FIM-SECAO.
           ADD WRK-QTD-SECAO TO WRK-QTD-VIOLACOES.

       0310-CONFERIR-APROVACAO.
           READ APRVUFLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   DIVIDE AUF-DATA BY 100 GIVING WRK-PERIODO-LOG
                   IF WRK-PERIODO-LOG = WRK-PERIODO
                       AND AUF-DECISAO = 'APROVADA'
                       PERFORM 0320-PROCURAR-PROPOSTA
                       IF AUF-SUPERVISOR = AUF-OPERADOR
                           OR PROPOSTA-PROPRIA
                           MOVE 'APRVUFLG' TO WRK-LC-ARQUIVO
                           MOVE AUF-DATA TO WRK-LC-DATA
                           MOVE AUF-SUPERVISOR TO WRK-LC-OPERADOR
                           MOVE SPACES TO WRK-LC-DETALHE
                           STRING 'APROVOU A PROPRIA TARIFA '
                               AUF-ORIGEM '-' AUF-UF ' VIG. '
                               AUF-VIGENCIA
                               DELIMITED BY SIZE INTO WRK-LC-DETALHE
                           MOVE AUF-SUPERVISOR TO WRK-USUARIO-BUSCA
                           PERFORM 0830-GRAVAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

       0320-PROCURAR-PROPOSTA.
           MOVE 'N' TO WRK-PRO-ACHOU.
           PERFORM 0325-COMPARAR-PROPOSTA
               VARYING WRK-PRO-IDX FROM 1 BY 1
               UNTIL WRK-PRO-IDX > WRK-PRO-QTD OR PROPOSTA-PROPRIA.

       0325-COMPARAR-PROPOSTA.
           IF WRK-PRO-ORIGEM(WRK-PRO-IDX) = AUF-ORIGEM
               AND WRK-PRO-UF(WRK-PRO-IDX) = AUF-UF
               AND WRK-PRO-VIGENCIA(WRK-PRO-IDX) = AUF-VIGENCIA
               AND WRK-PRO-OPERADOR(WRK-PRO-IDX) = AUF-SUPERVISOR
               SET PROPOSTA-PROPRIA TO TRUE
           END-IF.

       0330-CONFERIR-LIBERACAO.
           READ CREDLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   DIVIDE CRL-DATA BY 100 GIVING WRK-PERIODO-LOG
                   IF WRK-PERIODO-LOG = WRK-PERIODO
                       AND CRL-DECISAO = 'LIBERADO'
                       MOVE 'N' TO WRK-LIM-ACHOU
                       PERFORM 0335-COMPARAR-LIMITE
                           VARYING WRK-LIM-IDX FROM 1 BY 1
                           UNTIL WRK-LIM-IDX > WRK-LIM-QTD
                           OR LIMITE-PROPRIO
                       IF LIMITE-PROPRIO
                           MOVE 'CREDLOG' TO WRK-LC-ARQUIVO
                           MOVE CRL-DATA TO WRK-LC-DATA
                           MOVE CRL-OPERADOR TO WRK-LC-OPERADOR
                           MOVE SPACES TO WRK-LC-DETALHE
                           STRING 'LIBEROU ' CRL-NUM-PEDIDO
                               ' APOS ALTERAR LIMITE ' CRL-DOC
                               DELIMITED BY SIZE INTO WRK-LC-DETALHE
                           MOVE CRL-OPERADOR TO WRK-USUARIO-BUSCA
                           PERFORM 0830-GRAVAR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

       0335-COMPARAR-LIMITE.
           IF WRK-LIM-DOC(WRK-LIM-IDX) = CRL-DOC
               AND WRK-LIM-OPERADOR(WRK-LIM-IDX) = CRL-OPERADOR
               SET LIMITE-PROPRIO TO TRUE
           END-IF.

      *****************************************************
      * SECAO 2 - ACOES DE SUPERVISOR DO PERIODO (MANUTENCAO DE
      * TARIFA E DE CLIENTE, APROVACAO, DECISAO DE CREDITO E
      * REABERTURA DE DATA) FEITAS POR QUEM HOJE NAO E
      * SUPERVISOR NO OPERMST OU NEM ESTA CADASTRADO
      *****************************************************
       0400-ACOES-INDEVIDAS.
           PERFORM 0800-CABECALHO-OCORRENCIAS.
           MOVE '2) ACOES DE SUPERVISOR POR NAO SUPERVISOR'
               TO SODRPT-REC.
           PERFORM 0810-TITULO-SECAO.
           PERFORM 0805-COLUNAS-OCORRENCIAS.
           MOVE ZEROS TO WRK-QTD-SECAO.
           OPEN INPUT MANTUFLOG-FILE.
           IF WRK-MUF-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-ACAO-MANTUF UNTIL WRK-FIM-ARQ
               CLOSE MANTUFLOG-FILE
           END-IF.
           OPEN INPUT APRVUFLOG-FILE.
           IF WRK-AUF-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0420-ACAO-APRVUF UNTIL WRK-FIM-ARQ
               CLOSE APRVUFLOG-FILE
           END-IF.
           OPEN INPUT MANTCLILOG-FILE.
           IF WRK-MCL-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0430-ACAO-MANTCLI UNTIL WRK-FIM-ARQ
               CLOSE MANTCLILOG-FILE
           END-IF.
           OPEN INPUT CREDLOG-FILE.
           IF WRK-CRL-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0440-ACAO-CREDLIB UNTIL WRK-FIM-ARQ
               CLOSE CREDLOG-FILE
           END-IF.
           OPEN INPUT MANTRUNLOG-FILE.
           IF WRK-MRN-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0450-ACAO-MANTRUN UNTIL WRK-FIM-ARQ
               CLOSE MANTRUNLOG-FILE
           ELSE
               DISPLAY 'AVISO - MANTRUNL NAO DISPONIVEL'
           END-IF.
           PERFORM 0820-FIM-SECAO.
           ADD WRK-QTD-SECAO TO WRK-QTD-INDEVIDAS.

       0410-ACAO-MANTUF.
           READ MANTUFLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE 'MANTUFLG' TO WRK-ARQ-ACAO
                   MOVE MUF-DATA TO WRK-DATA-ACAO
                   MOVE MUF-OPERADOR TO WRK-OPER-ACAO
                   MOVE SPACES TO WRK-DESC-ACAO
                   STRING 'TARIFA ' MUF-TRANS ' ' MUF-ORIGEM '-'
                       MUF-UF DELIMITED BY SIZE INTO WRK-DESC-ACAO
                   PERFORM 0490-CONFERIR-PERFIL
           END-READ.

       0420-ACAO-APRVUF.
           READ APRVUFLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE 'APRVUFLG' TO WRK-ARQ-ACAO
                   MOVE AUF-DATA TO WRK-DATA-ACAO
                   MOVE AUF-SUPERVISOR TO WRK-OPER-ACAO
                   MOVE SPACES TO WRK-DESC-ACAO
                   STRING 'TARIFA ' AUF-DECISAO ' ' AUF-ORIGEM '-'
                       AUF-UF DELIMITED BY SIZE INTO WRK-DESC-ACAO
                   PERFORM 0490-CONFERIR-PERFIL
           END-READ.

       0430-ACAO-MANTCLI.
           READ MANTCLILOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE 'MANTCLIL' TO WRK-ARQ-ACAO
                   MOVE MCL-DATA TO WRK-DATA-ACAO
                   MOVE MCL-OPERADOR TO WRK-OPER-ACAO
                   MOVE SPACES TO WRK-DESC-ACAO
                   STRING 'CLIENTE ' MCL-TRANS ' ' MCL-DOC
                       DELIMITED BY SIZE INTO WRK-DESC-ACAO
                   PERFORM 0490-CONFERIR-PERFIL
           END-READ.

       0440-ACAO-CREDLIB.
           READ CREDLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE 'CREDLOG' TO WRK-ARQ-ACAO
                   MOVE CRL-DATA TO WRK-DATA-ACAO
                   MOVE CRL-OPERADOR TO WRK-OPER-ACAO
                   MOVE SPACES TO WRK-DESC-ACAO
                   STRING 'PEDIDO ' CRL-NUM-PEDIDO ' ' CRL-DECISAO
                       DELIMITED BY SIZE INTO WRK-DESC-ACAO
                   PERFORM 0490-CONFERIR-PERFIL
           END-READ.

       0450-ACAO-MANTRUN.
           READ MANTRUNLOG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE 'MANTRUNL' TO WRK-ARQ-ACAO
                   MOVE MRN-DATA TO WRK-DATA-ACAO
                   MOVE MRN-OPERADOR TO WRK-OPER-ACAO
                   MOVE SPACES TO WRK-DESC-ACAO
                   STRING MRN-ACAO ' DATA ' MRN-DATA-NEG
                       DELIMITED BY SIZE INTO WRK-DESC-ACAO
                   PERFORM 0490-CONFERIR-PERFIL
           END-READ.

       0490-CONFERIR-PERFIL.
           DIVIDE WRK-DATA-ACAO BY 100 GIVING WRK-PERIODO-LOG.
           IF WRK-PERIODO-LOG = WRK-PERIODO
               MOVE WRK-OPER-ACAO TO WRK-USUARIO-BUSCA
               PERFORM 0900-PROCURAR-OPERADOR
               MOVE SPACES TO WRK-LC-DETALHE
               IF WRK-OPE-POS = 0
                   STRING WRK-DESC-ACAO ' - NAO CADASTRADO'
                       DELIMITED BY SIZE INTO WRK-LC-DETALHE
               ELSE
                   IF WRK-OPE-PERFIL(WRK-OPE-POS) NOT = 'S'
                       STRING WRK-DESC-ACAO ' - NAO SUPERVISOR'
                           DELIMITED BY SIZE INTO WRK-LC-DETALHE
                   END-IF
               END-IF
               IF WRK-LC-DETALHE NOT = SPACES
                   MOVE WRK-ARQ-ACAO  TO WRK-LC-ARQUIVO
                   MOVE WRK-DATA-ACAO TO WRK-LC-DATA
                   MOVE WRK-OPER-ACAO TO WRK-LC-OPERADOR
                   PERFORM 0830-GRAVAR-OCORRENCIA
               END-IF
           END-IF.

      *****************************************************
      * SECAO 3 - CONTAS ATIVAS SEM ACESSO HA N DIAS (OU SEM
      * NENHUM ACESSO REGISTRADO), CONTADOS ATE A EMISSAO
      *****************************************************
       0500-CONTAS-SEM-ACESSO.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING '3) CONTAS ATIVAS SEM ACESSO HA ' WRK-DIAS-LIMITE
               ' DIAS OU MAIS' DELIMITED BY SIZE INTO SODRPT-REC.
           PERFORM 0810-TITULO-SECAO.
           PERFORM 0840-CABECALHO-CONTAS.
           MOVE ZEROS TO WRK-QTD-SECAO.
           PERFORM 0510-CONFERIR-ACESSO
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
           PERFORM 0820-FIM-SECAO.
           ADD WRK-QTD-SECAO TO WRK-QTD-DORMENTES.

       0510-CONFERIR-ACESSO.
           IF WRK-OPE-SITUACAO(WRK-OPE-IDX) = 'A'
               PERFORM 0520-CALCULAR-DIAS-SEM
               IF WRK-OPE-ACESSO(WRK-OPE-IDX) = 0
                   OR WRK-DIAS-SEM >= WRK-DIAS-LIMITE
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM 0850-MONTAR-LINHA-CONTA
                   MOVE WRK-OPE-RESP(WRK-OPE-IDX) TO WRK-LT-DEC-SUP
                   MOVE SPACES TO WRK-LT-SITUACAO
                   MOVE WRK-LIN-CONTA TO SODRPT-REC
                   WRITE SODRPT-REC
               END-IF
           END-IF.

       0520-CALCULAR-DIAS-SEM.
           MOVE ZEROS TO WRK-DIAS-SEM.
           IF WRK-OPE-ACESSO(WRK-OPE-IDX) > 0
               MOVE WRK-OPE-ACESSO(WRK-OPE-IDX) TO WRK-DATA-ACESSO
               MOVE WRK-ACE-DIA TO WRK-IDADE-DIA1
               MOVE WRK-ACE-MES TO WRK-IDADE-MES1
               MOVE WRK-ACE-ANO TO WRK-IDADE-ANO1
               MOVE WRK-HOJ-DIA TO WRK-IDADE-DIA2
               MOVE WRK-HOJ-MES TO WRK-IDADE-MES2
               MOVE WRK-HOJ-ANO TO WRK-IDADE-ANO2
               PERFORM 0600-CALCULAR-IDADE-DIAS
               MOVE WRK-IDADE-DIAS TO WRK-DIAS-SEM
           END-IF.

      *****************************************************
      * SECAO 4 - LISTA DE RECERTIFICACAO POR SUPERVISOR: AS
      * CONTAS ATIVAS (E AS REVOGADAS NO PERIODO) SOB CADA
      * SUPERVISOR ATIVO; DEPOIS AS SEM RESPONSAVEL (QUALQUER
      * SUPERVISOR RECERTIFICA) E AS DE RESPONSAVEL INVALIDO
      * (NAO E SUPERVISOR ATIVO - REDEFINIR NO MANTOPE). A
      * MARCA SOD APONTA CONTA COM OCORRENCIA NAS SECOES 1/2
      *****************************************************
       0600-LISTA-RECERTIFICACAO.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE '4) RECERTIFICACAO DE ACESSO POR SUPERVISOR '
               TO SODRPT-REC.
           PERFORM 0810-TITULO-SECAO.
           MOVE '   (CONFIRMAR OU REVOGAR NO MANTOPE, TRANSACAO T)'
               TO SODRPT-REC.
           WRITE SODRPT-REC.
           PERFORM 0840-CABECALHO-CONTAS.
           PERFORM 0605-CLASSIFICAR-CONTA
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
           PERFORM 0610-LISTAR-SUPERVISOR
               VARYING WRK-SUP-IDX FROM 1 BY 1
               UNTIL WRK-SUP-IDX > WRK-OPE-QTD.
           MOVE SPACES TO SODRPT-REC.
           STRING 'SEM RESPONSAVEL - QUALQUER SUPERVISOR, MENOS '
               'O PROPRIO' DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO WRK-USUARIO-BUSCA.
           MOVE 'B' TO WRK-GRUPO-LISTA.
           PERFORM 0620-LISTAR-CONTA
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.
           MOVE SPACES TO SODRPT-REC.
           STRING 'RESPONSAVEL INVALIDO - REDEFINIR NO MANTOPE '
               '(TRANSACAO G)' DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE 'I' TO WRK-GRUPO-LISTA.
           PERFORM 0620-LISTAR-CONTA
               VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-OPE-QTD.

      *****************************************************
      * GRUPO DE CADA CONTA NA LISTA: S = SOB UM SUPERVISOR
      * ATIVO, B = SEM RESPONSAVEL, I = RESPONSAVEL INVALIDO,
      * BRANCO = FORA DA LISTA (INATIVA SEM REVOGACAO NO MES)
      *****************************************************
       0605-CLASSIFICAR-CONTA.
           MOVE SPACE TO WRK-OPE-GRUPO(WRK-OPE-IDX).
           IF WRK-OPE-SITUACAO(WRK-OPE-IDX) = 'A'
               OR WRK-OPE-DECISAO(WRK-OPE-IDX) = 'R'
               IF WRK-OPE-RESP(WRK-OPE-IDX) = SPACES
                   MOVE 'B' TO WRK-OPE-GRUPO(WRK-OPE-IDX)
               ELSE
                   MOVE WRK-OPE-RESP(WRK-OPE-IDX)
                       TO WRK-USUARIO-BUSCA
                   PERFORM 0900-PROCURAR-OPERADOR
                   MOVE 'I' TO WRK-OPE-GRUPO(WRK-OPE-IDX)
                   IF WRK-OPE-POS > 0
                       IF WRK-OPE-PERFIL(WRK-OPE-POS) = 'S'
                           AND WRK-OPE-SITUACAO(WRK-OPE-POS) = 'A'
                           AND WRK-OPE-POS NOT = WRK-OPE-IDX
                           MOVE 'S' TO WRK-OPE-GRUPO(WRK-OPE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0610-LISTAR-SUPERVISOR.
           IF WRK-OPE-PERFIL(WRK-SUP-IDX) = 'S'
               AND WRK-OPE-SITUACAO(WRK-SUP-IDX) = 'A'
               MOVE SPACES TO SODRPT-REC
               STRING 'SUPERVISOR ' WRK-OPE-USUARIO(WRK-SUP-IDX)
                   ' ' WRK-OPE-NOME(WRK-SUP-IDX)
                   DELIMITED BY SIZE INTO SODRPT-REC
               WRITE SODRPT-REC
               MOVE WRK-OPE-USUARIO(WRK-SUP-IDX) TO WRK-USUARIO-BUSCA
               MOVE 'S' TO WRK-GRUPO-LISTA
               PERFORM 0620-LISTAR-CONTA
                   VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-OPE-QTD
           END-IF.

       0620-LISTAR-CONTA.
           IF WRK-OPE-GRUPO(WRK-OPE-IDX) = WRK-GRUPO-LISTA
               AND (WRK-GRUPO-LISTA NOT = 'S'
                    OR WRK-OPE-RESP(WRK-OPE-IDX) = WRK-USUARIO-BUSCA)
               PERFORM 0520-CALCULAR-DIAS-SEM
               PERFORM 0850-MONTAR-LINHA-CONTA
               EVALUATE WRK-OPE-DECISAO(WRK-OPE-IDX)
                   WHEN 'C'
                       MOVE 'CONFIRMADA' TO WRK-LT-SITUACAO
                       ADD 1 TO WRK-QTD-CONFIRM
                   WHEN 'R'
                       MOVE 'REVOGADA' TO WRK-LT-SITUACAO
                       ADD 1 TO WRK-QTD-REVOG
                   WHEN OTHER
                       MOVE 'PENDENTE' TO WRK-LT-SITUACAO
                       ADD 1 TO WRK-QTD-PENDENTES
               END-EVALUATE
               MOVE WRK-OPE-DEC-SUP(WRK-OPE-IDX) TO WRK-LT-DEC-SUP
               IF WRK-OPE-OCORR(WRK-OPE-IDX) > 0
                   MOVE 'SOD' TO WRK-LT-MARCA
               END-IF
               MOVE WRK-LIN-CONTA TO SODRPT-REC
               WRITE SODRPT-REC
           END-IF.

      *****************************************************
      * RESUMO DO PERIODO
      *****************************************************
       0700-RESUMO.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE ALL '=' TO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING 'VIOLACOES DE DUPLA CUSTODIA.... ' WRK-QTD-VIOLACOES
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING 'ACOES POR NAO SUPERVISOR........ ' WRK-QTD-INDEVIDAS
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING 'CONTAS SEM ACESSO............... ' WRK-QTD-DORMENTES
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.
           MOVE SPACES TO SODRPT-REC.
           STRING 'RECERTIFICACAO - CONFIRMADAS ' WRK-QTD-CONFIRM
               ' REVOGADAS ' WRK-QTD-REVOG ' PENDENTES '
               WRK-QTD-PENDENTES
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.

      *****************************************************
      * ROTINAS DE IMPRESSAO
      *****************************************************
       0800-CABECALHO-OCORRENCIAS.
           MOVE SPACES TO SODRPT-REC.
           WRITE SODRPT-REC.

       0805-COLUNAS-OCORRENCIAS.
           MOVE 'ARQUIVO  DATA     OPERADOR OCORRENCIA' TO SODRPT-REC.
           WRITE SODRPT-REC.

       0810-TITULO-SECAO.
           WRITE SODRPT-REC.
           MOVE ALL '-' TO SODRPT-REC.
           WRITE SODRPT-REC.

       0820-FIM-SECAO.
           IF WRK-QTD-SECAO = 0
               MOVE '  NENHUMA OCORRENCIA' TO SODRPT-REC
               WRITE SODRPT-REC
           END-IF.

       0830-GRAVAR-OCORRENCIA.
           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 0900-PROCURAR-OPERADOR.
           IF WRK-OPE-POS > 0
               ADD 1 TO WRK-OPE-OCORR(WRK-OPE-POS)
           END-IF.
           MOVE WRK-LIN-OCORR TO SODRPT-REC.
           WRITE SODRPT-REC.

       0840-CABECALHO-CONTAS.
           MOVE SPACES TO SODRPT-REC.
           STRING '  USUARIO  NOME                 P ACESSO    DIAS '
               'SITUACAO   SUPERV.  MARCA'
               DELIMITED BY SIZE INTO SODRPT-REC.
           WRITE SODRPT-REC.

       0850-MONTAR-LINHA-CONTA.
           MOVE WRK-OPE-USUARIO(WRK-OPE-IDX) TO WRK-LT-USUARIO.
           MOVE WRK-OPE-NOME(WRK-OPE-IDX)    TO WRK-LT-NOME.
           MOVE WRK-OPE-PERFIL(WRK-OPE-IDX)  TO WRK-LT-PERFIL.
           MOVE SPACES TO WRK-LT-MARCA.
           IF WRK-OPE-ACESSO(WRK-OPE-IDX) = 0
               MOVE 'NUNCA' TO WRK-LT-ACESSO
               MOVE ZEROS TO WRK-LT-DIAS
           ELSE
               MOVE WRK-OPE-ACESSO(WRK-OPE-IDX) TO WRK-LT-ACESSO
               MOVE WRK-DIAS-SEM TO WRK-LT-DIAS
           END-IF.

      *****************************************************
      * PROCURA WRK-USUARIO-BUSCA NA TABELA DE OPERADORES;
      * DEVOLVE A POSICAO EM WRK-OPE-POS (ZERO = NAO ACHOU)
      *****************************************************
       0900-PROCURAR-OPERADOR.
           MOVE ZEROS TO WRK-OPE-POS.
           PERFORM 0910-COMPARAR-OPERADOR
               VARYING WRK-SUP-POS FROM 1 BY 1
               UNTIL WRK-SUP-POS > WRK-OPE-QTD OR WRK-OPE-POS > 0.

       0910-COMPARAR-OPERADOR.
           IF WRK-OPE-USUARIO(WRK-SUP-POS) = WRK-USUARIO-BUSCA
               MOVE WRK-SUP-POS TO WRK-OPE-POS
           END-IF.

           COPY CALPROC.
