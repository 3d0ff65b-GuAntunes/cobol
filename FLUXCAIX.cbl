       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXCAIX.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PREVISAO DIARIA DO FLUXO DE CAIXA PARA OS
      *           PROXIMOS 30 DIAS UTEIS APOS A DATA DE NEGOCIO
      *           (CALENDARIO DA CALPROC COM O MASTER FERIADOS).
      *           CADA FLUXO CAI NO PRIMEIRO DIA UTIL DA TABELA NA
      *           DATA PREVISTA OU DEPOIS DELA:
      *             - ENTRADAS: TITULOS EM ABERTO DO ABERTOS
      *               (SALDO = VALOR - PAGO) NO ABR-DATA-VENC MAIS
      *               O ATRASO MEDIO HISTORICO DO CLIENTE NO
      *               CRJORNAL (CREDITO NO BANCO MENOS VENCIMENTO,
      *               MINIMO ZERO, COMO NO REVLIM); APORTES
      *               PROGRAMADOS DAS ORDENS ATIVAS DO ORDAPORT, NO
      *               VENCIMENTO CALCULADO COMO NO GERAPORT;
      *             - SAIDAS: CONTAS A PAGAR DAS TRANSPORTADORAS
      *               (CPAGAR TIPO C EM ABERTO, VALOR LIQUIDO NO
      *               VENCIMENTO; VENCIDA CAI NO PRIMEIRO DIA);
      *               RESGATES NO VENCIMENTO DAS POSICOES (REGRA DO
      *               VENCPROC, SO PRODUTO SEM ROLAGEM, SALDO
      *               BRUTO) E AS INSTRUCOES DE PAGAMENTO DO
      *               PAGINST GERADAS NA DATA DE NEGOCIO.
      *           O SALDO INICIAL E O CAIXA MINIMO VEM DO SYSIN. O
      *           RELATORIO FLUXRPT MOSTRA POR DIA AS ENTRADAS, AS
      *           SAIDAS E A POSICAO ACUMULADA, DESTACANDO O DIA
      *           ABAIXO DO MINIMO, E ABRE CADA DIA POR ORIGEM.
      *           TITULO CUJA DATA PREVISTA (COM O ATRASO) JA
      *           PASSOU FICA FORA DA PROJECAO E SAI NO RESUMO.
      *           RETURN-CODE: 4 COM DIA ABAIXO DO MINIMO OU ORIGEM
      *           NAO DISPONIVEL, 0 LIMPO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT CRJORNAL-FILE ASSIGN TO "CRJORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRJ-STATUS.
           SELECT CPAGAR-FILE ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-CPG-STATUS.
           SELECT POSICAO-FILE ASSIGN TO "POSICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-CHAVE
               FILE STATUS IS WRK-POS-STATUS.
           SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NOME
               FILE STATUS IS WRK-PRD-STATUS.
           SELECT PAGINST-FILE ASSIGN TO "PAGINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAG-STATUS.
           SELECT ORDAPORT-FILE ASSIGN TO "ORDAPORT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-ORD-STATUS.
           SELECT FLUXRPT-FILE ASSIGN TO "FLUXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  CRJORNAL-FILE.
           COPY CRJRNFD.

       FD  CPAGAR-FILE.
           COPY CPAGARFD.

       FD  POSICAO-FILE.
           COPY POSICAOFD.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

      *****************************************************
      * INSTRUCAO DE PAGAMENTO DO RESGATE DE VENCIMENTO,
      * GRAVADA PELO VENCPROC (MESMO LAYOUT)
      *****************************************************
       FD  PAGINST-FILE.
       01  PAGINST-REC.
           05 PGI-DATA       PIC 9(08).
           05 PGI-DOC        PIC X(14).
           05 PGI-PRODUTO    PIC X(15).
           05 PGI-BRUTO      PIC 9(09)V99.
           05 PGI-IMPOSTO    PIC 9(09)V99.
           05 PGI-LIQUIDO    PIC 9(09)V99.

       FD  ORDAPORT-FILE.
           COPY ORDAPFD.

       FD  FLUXRPT-FILE.
       01  FLUXRPT-REC          PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CRJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CPG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-POS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PAG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ORD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-INICIAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CAIXA-MINIMO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORIG-FALTA PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ABAIXO    PIC 9(02) VALUE ZEROS.

      *--- DATAS DE TRABALHO ---*
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NEG-ANO     PIC 9(04).
           05 WRK-NEG-MES     PIC 9(02).
           05 WRK-NEG-DIA     PIC 9(02).
       01  WRK-FLX-GRUPO.
           05 WRK-FLX-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-FLX-R REDEFINES WRK-FLX-GRUPO.
           05 WRK-FLX-ANO     PIC 9(04).
           05 WRK-FLX-MES     PIC 9(02).
           05 WRK-FLX-DIA     PIC 9(02).
       01  WRK-PAGTO-GRUPO.
           05 WRK-PAGAMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-PAGTO-R REDEFINES WRK-PAGTO-GRUPO.
           05 WRK-PAG-ANO     PIC 9(04).
           05 WRK-PAG-MES     PIC 9(02).
           05 WRK-PAG-DIA     PIC 9(02).
       77 WRK-FLX-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FLX-ORIGEM    PIC 9(01) VALUE ZEROS.
       77 WRK-FLX-IDX       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ATRASO-MEDIO  PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-DIAS     PIC 9(04) COMP VALUE ZEROS.

      *--- VENCIMENTO DA POSICAO (REGRA DO VENCPROC) ---*
       77 WRK-MESES-TOT     PIC 9(05) VALUE ZEROS.
       77 WRK-ANOS-ADD      PIC 9(03) VALUE ZEROS.
       77 WRK-MES-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-ROLA          PIC X(01) VALUE 'N'.
       01  WRK-APL-GRUPO.
           05 WRK-APL-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-APL-R REDEFINES WRK-APL-GRUPO.
           05 WRK-APL-ANO     PIC 9(04).
           05 WRK-APL-MES     PIC 9(02).
           05 WRK-APL-DIA     PIC 9(02).

      *--- CICLOS DOS APORTES PROGRAMADOS (REGRA DO GERAPORT) ---*
       77 WRK-CIC-INICIAL   PIC 9(06) VALUE ZEROS.
       77 WRK-CIC-FINAL     PIC 9(06) VALUE ZEROS.
       01  WRK-CIC-GRUPO.
           05 WRK-CICLO       PIC 9(06) VALUE ZEROS.
       01  WRK-CIC-R REDEFINES WRK-CIC-GRUPO.
           05 WRK-CIC-ANO     PIC 9(04).
           05 WRK-CIC-MES     PIC 9(02).
       01  WRK-AGEND-GRUPO.
           05 WRK-AGEND-DATA  PIC 9(08) VALUE ZEROS.
       01  WRK-AGEND-R REDEFINES WRK-AGEND-GRUPO.
           05 WRK-AGEND-ANO   PIC 9(04).
           05 WRK-AGEND-MES   PIC 9(02).
           05 WRK-AGEND-DIA   PIC 9(02).
       01  WRK-FIMH-GRUPO.
           05 WRK-FIMH-DATA   PIC 9(08) VALUE ZEROS.
       01  WRK-FIMH-R REDEFINES WRK-FIMH-GRUPO.
           05 WRK-FIMH-ANOMES PIC 9(06).
           05 WRK-FIMH-DIA    PIC 9(02).

      *****************************************************
      * CALENDARIO DA PROJECAO: OS 30 DIAS UTEIS APOS A DATA
      * DE NEGOCIO, COM OS FLUXOS POR ORIGEM (1=RECEBER,
      * 2=APORTES, 3=TRANSPORTADORAS, 4=RESGATES)
      *****************************************************
       77 WRK-CAL-IDX       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ORG-IDX       PIC 9(01) COMP VALUE ZEROS.
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-ITEM OCCURS 30 TIMES.
               10 WRK-CAL-DATA     PIC 9(08).
               10 WRK-CAL-ORIGEM   PIC 9(11)V99 OCCURS 4 TIMES.
               10 WRK-CAL-ENTRADAS PIC 9(11)V99.
               10 WRK-CAL-SAIDAS   PIC 9(11)V99.
               10 WRK-CAL-POSICAO  PIC S9(13)V99.
       01  WRK-TAB-TOTAIS.
           05 WRK-TOT-ORIGEM    PIC 9(13)V99 OCCURS 4 TIMES.
           05 WRK-QTD-ORIGEM    PIC 9(07) OCCURS 4 TIMES.
       77 WRK-TOT-ENTRADAS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SAIDAS    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-POSICAO       PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MENOR-POSICAO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MENOR-DATA    PIC 9(08) VALUE ZEROS.

      *--- FORA DA PROJECAO (SAI NO RESUMO) ---*
       77 WRK-QTD-ATRASADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ATRASADOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ALEM      PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ALEM      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-RETIDAS   PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-RETIDAS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ROLAGEM   PIC 9(07) VALUE ZEROS.

      *****************************************************
      * ATRASO HISTORICO POR CLIENTE, APURADO NO CRJORNAL
      *****************************************************
       77 WRK-CLT-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLT-USO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-PROCURA   PIC X(14) VALUE SPACES.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLT-ITEM OCCURS 2000 TIMES.
               10 WRK-CLT-DOC       PIC X(14).
               10 WRK-CLT-BAIXAS    PIC 9(05).
               10 WRK-CLT-SOMA-DIAS PIC 9(09).

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-CAB1.
           05 FILLER PIC X(13) VALUE 'DIA DATA'.
           05 FILLER PIC X(18) VALUE '          ENTRADAS'.
           05 FILLER PIC X(18) VALUE '            SAIDAS'.
           05 FILLER PIC X(19) VALUE '  POSICAO ACUMULADA'.
       01  WRK-LIN-DIA.
           05 WRK-LD-NUM        PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-ENTRADAS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-SAIDAS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-POSICAO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-ALERTA     PIC X(12).
       01  WRK-LIN-CAB2.
           05 FILLER PIC X(08) VALUE 'DATA'.
           05 FILLER PIC X(18) VALUE '           RECEBER'.
           05 FILLER PIC X(18) VALUE '           APORTES'.
           05 FILLER PIC X(18) VALUE '   TRANSPORTADORAS'.
           05 FILLER PIC X(18) VALUE '          RESGATES'.
       01  WRK-LIN-ORIGEM.
           05 WRK-LO-DATA       PIC 9(08).
           05 WRK-LO-ITEM OCCURS 4 TIMES.
               10 FILLER        PIC X(01).
               10 WRK-LO-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-RES.
           05 WRK-LR-TEXTO      PIC X(44).
           05 WRK-LR-QTD        PIC ZZZ.ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LR-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VALOR      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'SALDO INICIAL DE CAIXA.................. '.
           ACCEPT WRK-SALDO-INICIAL.
           DISPLAY 'CAIXA MINIMO............................ '.
           ACCEPT WRK-CAIXA-MINIMO.
           MOVE WRK-DATA-NEGOCIO TO WRK-NEG-DATA.
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0050-MONTAR-CALENDARIO.
           PERFORM 0100-APURAR-ATRASOS.
           PERFORM 0200-PROJETAR-RECEBER.
           PERFORM 0300-PROJETAR-TRANSPORT.
           PERFORM 0400-PROJETAR-VENCIMENTOS.
           PERFORM 0450-PROJETAR-PAGINST.
           PERFORM 0470-PROJETAR-APORTES.
           PERFORM 0700-ACUMULAR-POSICAO
               VARYING WRK-CAL-IDX FROM 1 BY 1
               UNTIL WRK-CAL-IDX > 30.
           PERFORM 0800-EMITIR-RELATORIO.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           IF WRK-QTD-ABAIXO > 0 OR WRK-QTD-ORIG-FALTA > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE WRK-MENOR-POSICAO TO WRK-ED-VALOR.
           DISPLAY 'FLUXCAIX ' WRK-DATA-NEGOCIO ' - DIAS ABAIXO DO '
               'MINIMO ' WRK-QTD-ABAIXO ' MENOR POSICAO '
               WRK-ED-VALOR ' EM ' WRK-MENOR-DATA.
           STOP RUN.

      *****************************************************
      * OS 30 DIAS UTEIS APOS A DATA DE NEGOCIO, UM APOS O
      * OUTRO PELA ROTINA COMUM DE PROXIMO DIA UTIL
      *****************************************************
       0050-MONTAR-CALENDARIO.
           INITIALIZE WRK-TAB-CALENDARIO WRK-TAB-TOTAIS.
           MOVE WRK-NEG-DIA TO WRK-CALC-DIA.
           MOVE WRK-NEG-MES TO WRK-CALC-MES.
           MOVE WRK-NEG-ANO TO WRK-CALC-ANO.
           PERFORM 0055-PROXIMO-DIA-CALENDARIO
               VARYING WRK-CAL-IDX FROM 1 BY 1
               UNTIL WRK-CAL-IDX > 30.
           MOVE WRK-CAL-DATA(30) TO WRK-FIMH-DATA.

       0055-PROXIMO-DIA-CALENDARIO.
           PERFORM 0500-ACHAR-PROX-DIA-UTIL.
           COMPUTE WRK-CAL-DATA(WRK-CAL-IDX) = WRK-PROX-ANO * 10000
               + WRK-PROX-MES * 100 + WRK-PROX-DIA.
           MOVE WRK-PROX-DIA TO WRK-CALC-DIA.
           MOVE WRK-PROX-MES TO WRK-CALC-MES.
           MOVE WRK-PROX-ANO TO WRK-CALC-ANO.

      *****************************************************
      * ATRASO MEDIO DE CADA CLIENTE: CADA BAIXA DO CRJORNAL
      * COM VENCIMENTO GUARDADO E UMA OBSERVACAO (DIAS DO
      * VENCIMENTO AO CREDITO NO BANCO, ZERO QUANDO NO PRAZO).
      * SEM O JORNAL, OS TITULOS ENTRAM NO PROPRIO VENCIMENTO
      *****************************************************
       0100-APURAR-ATRASOS.
           MOVE ZEROS TO WRK-CLT-QTD.
           OPEN INPUT CRJORNAL-FILE.
           IF WRK-CRJ-STATUS NOT = '00'
               DISPLAY 'AVISO - CRJORNAL NAO DISPONIVEL (STATUS '
                   WRK-CRJ-STATUS ') - RECEBER PROJETADO SEM O '
                   'ATRASO HISTORICO'
               ADD 1 TO WRK-QTD-ORIG-FALTA
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0110-LER-UMA-BAIXA UNTIL WRK-FIM-ARQ
               CLOSE CRJORNAL-FILE
           END-IF.

       0110-LER-UMA-BAIXA.
           READ CRJORNAL-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CRJ-DATA-VENC IS NUMERIC
                       AND CRJ-DATA-VENC NOT = 0
                       PERFORM 0120-MEDIR-BAIXA
                   END-IF
           END-READ.

       0120-MEDIR-BAIXA.
           IF CRJ-DATA-BANCO IS NUMERIC AND CRJ-DATA-BANCO NOT = 0
               MOVE CRJ-DATA-BANCO TO WRK-PAGAMENTO
           ELSE
               MOVE CRJ-DATA TO WRK-PAGAMENTO
           END-IF.
           MOVE CRJ-DOC TO WRK-DOC-PROCURA.
           PERFORM 0150-ACHAR-CLIENTE.
           IF WRK-CLT-USO = 0 AND WRK-CLT-QTD < 2000
               ADD 1 TO WRK-CLT-QTD
               MOVE WRK-CLT-QTD TO WRK-CLT-USO
               MOVE CRJ-DOC TO WRK-CLT-DOC(WRK-CLT-USO)
               MOVE ZEROS TO WRK-CLT-BAIXAS(WRK-CLT-USO)
                   WRK-CLT-SOMA-DIAS(WRK-CLT-USO)
           END-IF.
           IF WRK-CLT-USO > 0
               ADD 1 TO WRK-CLT-BAIXAS(WRK-CLT-USO)
               IF WRK-PAGAMENTO > CRJ-DATA-VENC
                   MOVE CRJ-DATA-VENC TO WRK-FLX-DATA
                   MOVE WRK-FLX-DIA TO WRK-IDADE-DIA1
                   MOVE WRK-FLX-MES TO WRK-IDADE-MES1
                   MOVE WRK-FLX-ANO TO WRK-IDADE-ANO1
                   MOVE WRK-PAG-DIA TO WRK-IDADE-DIA2
                   MOVE WRK-PAG-MES TO WRK-IDADE-MES2
                   MOVE WRK-PAG-ANO TO WRK-IDADE-ANO2
                   PERFORM 0600-CALCULAR-IDADE-DIAS
                   ADD WRK-IDADE-DIAS TO
                       WRK-CLT-SOMA-DIAS(WRK-CLT-USO)
               END-IF
           END-IF.

       0150-ACHAR-CLIENTE.
           MOVE ZEROS TO WRK-CLT-USO.
           PERFORM 0155-COMPARAR-CLIENTE
               VARYING WRK-CLT-IDX FROM 1 BY 1
               UNTIL WRK-CLT-IDX > WRK-CLT-QTD
                  OR WRK-CLT-USO > 0.

       0155-COMPARAR-CLIENTE.
           IF WRK-CLT-DOC(WRK-CLT-IDX) = WRK-DOC-PROCURA
               MOVE WRK-CLT-IDX TO WRK-CLT-USO
           END-IF.

      *****************************************************
      * CONTAS A RECEBER: SALDO DE CADA TITULO EM ABERTO OU
      * PARCIAL NO VENCIMENTO MAIS O ATRASO MEDIO DO CLIENTE.
      * SE A DATA PREVISTA JA PASSOU, O TITULO ESTA ATRASADO
      * ALEM DO HISTORICO - NAO HA COMO PREVER O DIA, FICA DE
      * FORA DA PROJECAO E SAI NO RESUMO
      *****************************************************
       0200-PROJETAR-RECEBER.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'AVISO - ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - RECEBER FORA DA PROJECAO'
               ADD 1 TO WRK-QTD-ORIG-FALTA
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-UM-TITULO UNTIL WRK-FIM-ARQ
               CLOSE ABERTOS-FILE
           END-IF.

       0210-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF (ABR-ABERTA OR ABR-PARCIAL)
                       AND ABR-VALOR > ABR-VALOR-PAGO
                       PERFORM 0220-PROJETAR-TITULO
                           THRU 0220-PROJETAR-FIM
                   END-IF
           END-READ.

       0220-PROJETAR-TITULO.
           COMPUTE WRK-FLX-VALOR = ABR-VALOR - ABR-VALOR-PAGO.
           MOVE ZEROS TO WRK-ATRASO-MEDIO.
           MOVE ABR-DOC TO WRK-DOC-PROCURA.
           PERFORM 0150-ACHAR-CLIENTE.
           IF WRK-CLT-USO > 0
               IF WRK-CLT-SOMA-DIAS(WRK-CLT-USO) /
                   WRK-CLT-BAIXAS(WRK-CLT-USO) > 999
                   MOVE 999 TO WRK-ATRASO-MEDIO
               ELSE
                   COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                       WRK-CLT-SOMA-DIAS(WRK-CLT-USO)
                       / WRK-CLT-BAIXAS(WRK-CLT-USO)
               END-IF
           END-IF.
           MOVE ABR-DATA-VENC TO WRK-FLX-DATA.
           MOVE WRK-FLX-DIA TO WRK-PROX-DIA.
           MOVE WRK-FLX-MES TO WRK-PROX-MES.
           MOVE WRK-FLX-ANO TO WRK-PROX-ANO.
           PERFORM 0520-SOMAR-UM-DIA
               VARYING WRK-CONT-DIAS FROM 1 BY 1
               UNTIL WRK-CONT-DIAS > WRK-ATRASO-MEDIO.
           COMPUTE WRK-FLX-DATA = WRK-PROX-ANO * 10000
               + WRK-PROX-MES * 100 + WRK-PROX-DIA.
           IF WRK-FLX-DATA NOT > WRK-DATA-NEGOCIO
               ADD 1 TO WRK-QTD-ATRASADOS
               ADD WRK-FLX-VALOR TO WRK-TOT-ATRASADOS
               GO TO 0220-PROJETAR-FIM
           END-IF.
           MOVE 1 TO WRK-FLX-ORIGEM.
           PERFORM 0490-LANCAR-FLUXO.

       0220-PROJETAR-FIM.
           EXIT.

      *****************************************************
      * CONTAS A PAGAR DAS TRANSPORTADORAS: COBRANCA EM ABERTO
      * PELO VALOR LIQUIDO NO VENCIMENTO (VENCIDA E AINDA NAO
      * PAGA CAI NO PRIMEIRO DIA). RETIDA POR SINISTRO NAO
      * ENTRA - SO SAI QUANDO LIBERADA - E VAI PARA O RESUMO
      *****************************************************
       0300-PROJETAR-TRANSPORT.
           OPEN INPUT CPAGAR-FILE.
           IF WRK-CPG-STATUS NOT = '00'
               DISPLAY 'AVISO - CPAGAR NAO DISPONIVEL (STATUS '
                   WRK-CPG-STATUS ') - TRANSPORTADORAS FORA DA '
                   'PROJECAO'
               ADD 1 TO WRK-QTD-ORIG-FALTA
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-UMA-CONTA UNTIL WRK-FIM-ARQ
               CLOSE CPAGAR-FILE
           END-IF.

       0310-LER-UMA-CONTA.
           READ CPAGAR-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CPG-COBRANCA
                       PERFORM 0320-PROJETAR-CONTA
                   END-IF
           END-READ.

       0320-PROJETAR-CONTA.
           EVALUATE TRUE
               WHEN CPG-RETIDO
                   ADD 1 TO WRK-QTD-RETIDAS
                   ADD CPG-VALOR-LIQUIDO TO WRK-TOT-RETIDAS
               WHEN CPG-ABERTO
                   MOVE CPG-DATA-VENC TO WRK-FLX-DATA
                   MOVE CPG-VALOR-LIQUIDO TO WRK-FLX-VALOR
                   MOVE 3 TO WRK-FLX-ORIGEM
                   PERFORM 0490-LANCAR-FLUXO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * VENCIMENTO DAS POSICOES (DATA DE APLICACAO + POS-
      * MESES, DIA LIMITADO A 28, COMO NO VENCPROC). PRODUTO
      * COM ROLAGEM NAO SAI DO CAIXA; OS DEMAIS SAO RESGATADOS
      * PELO SALDO BRUTO (O IR RETIDO TAMBEM SAI, NO
      * RECOLHIMENTO). POSICAO JA VENCIDA QUE O VENCPROC AINDA
      * NAO PROCESSOU CAI NO PRIMEIRO DIA
      *****************************************************
       0400-PROJETAR-VENCIMENTOS.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'AVISO - CATALOGO PRODCAT NAO ENCONTRADO '
                   '(STATUS ' WRK-PRD-STATUS ') - TODO VENCIMENTO '
                   'PROJETADO COMO RESGATE'
           END-IF.
           OPEN INPUT POSICAO-FILE.
           IF WRK-POS-STATUS NOT = '00'
               DISPLAY 'AVISO - POSICAO NAO DISPONIVEL (STATUS '
                   WRK-POS-STATUS ') - RESGATES FORA DA PROJECAO'
               ADD 1 TO WRK-QTD-ORIG-FALTA
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-LER-UMA-POSICAO UNTIL WRK-FIM-ARQ
               CLOSE POSICAO-FILE
           END-IF.
           IF WRK-PRD-STATUS = '00'
               CLOSE PRODCAT-FILE
           END-IF.

       0410-LER-UMA-POSICAO.
           READ POSICAO-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0420-PROJETAR-POSICAO
                       THRU 0420-PROJETAR-FIM
           END-READ.

       0420-PROJETAR-POSICAO.
           MOVE POS-DATA-APL TO WRK-APL-DATA.
           COMPUTE WRK-MESES-TOT = WRK-APL-MES + POS-MESES - 1.
           DIVIDE WRK-MESES-TOT BY 12
               GIVING WRK-ANOS-ADD REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-FLX-ANO = WRK-APL-ANO + WRK-ANOS-ADD.
           COMPUTE WRK-FLX-MES = WRK-MES-RESTO + 1.
           IF WRK-APL-DIA > 28
               MOVE 28 TO WRK-FLX-DIA
           ELSE
               MOVE WRK-APL-DIA TO WRK-FLX-DIA
           END-IF.
           IF WRK-FLX-DATA > WRK-FIMH-DATA
               GO TO 0420-PROJETAR-FIM
           END-IF.
           MOVE 'N' TO WRK-ROLA.
           IF WRK-PRD-STATUS = '00'
               MOVE POS-PRODUTO TO PRD-NOME
               READ PRODCAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-ROLA
                           MOVE 'S' TO WRK-ROLA
                       END-IF
               END-READ
           END-IF.
           IF WRK-ROLA = 'S'
               ADD 1 TO WRK-QTD-ROLAGEM
               GO TO 0420-PROJETAR-FIM
           END-IF.
           MOVE POS-SALDO-PROJ TO WRK-FLX-VALOR.
           MOVE 4 TO WRK-FLX-ORIGEM.
           PERFORM 0490-LANCAR-FLUXO.

       0420-PROJETAR-FIM.
           EXIT.

      *****************************************************
      * RESGATES QUE O VENCPROC JA GEROU NA DATA DE NEGOCIO
      * (A POSICAO FOI ENCERRADA, O PAGAMENTO AO CLIENTE SAI
      * NO PRIMEIRO DIA UTIL)
      *****************************************************
       0450-PROJETAR-PAGINST.
           OPEN INPUT PAGINST-FILE.
           IF WRK-PAG-STATUS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0460-LER-UMA-INSTRUCAO UNTIL WRK-FIM-ARQ
               CLOSE PAGINST-FILE
           END-IF.

       0460-LER-UMA-INSTRUCAO.
           READ PAGINST-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF PGI-DATA = WRK-DATA-NEGOCIO
                       MOVE PGI-DATA  TO WRK-FLX-DATA
                       MOVE PGI-BRUTO TO WRK-FLX-VALOR
                       MOVE 4 TO WRK-FLX-ORIGEM
                       PERFORM 0490-LANCAR-FLUXO
                   END-IF
           END-READ.

      *****************************************************
      * APORTES PROGRAMADOS: PARA CADA ORDEM ATIVA, OS CICLOS
      * (AAAAMM) DO MES ANTERIOR A DATA DE NEGOCIO AO MES DO
      * ULTIMO DIA DA PROJECAO, COM O VENCIMENTO E A VIGENCIA
      * DO GERAPORT. CICLO JA GERADO COM VENCIMENTO ATE A DATA
      * DE NEGOCIO JA ENTROU NO CAIXA; AINDA NAO GERADO, ENTRA
      * NO PRIMEIRO DIA (O GERAPORT GERA NA PROXIMA RODADA)
      *****************************************************
       0470-PROJETAR-APORTES.
           MOVE WRK-NEG-ANO TO WRK-CIC-ANO.
           MOVE WRK-NEG-MES TO WRK-CIC-MES.
           IF WRK-CIC-MES = 1
               MOVE 12 TO WRK-CIC-MES
               SUBTRACT 1 FROM WRK-CIC-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CIC-MES
           END-IF.
           MOVE WRK-CICLO TO WRK-CIC-INICIAL.
           MOVE WRK-FIMH-ANOMES TO WRK-CIC-FINAL.
           OPEN INPUT ORDAPORT-FILE.
           IF WRK-ORD-STATUS NOT = '00'
               DISPLAY 'AVISO - ORDAPORT NAO DISPONIVEL (STATUS '
                   WRK-ORD-STATUS ') - APORTES FORA DA PROJECAO'
               ADD 1 TO WRK-QTD-ORIG-FALTA
           ELSE
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0475-LER-UMA-ORDEM UNTIL WRK-FIM-ARQ
               CLOSE ORDAPORT-FILE
           END-IF.

       0475-LER-UMA-ORDEM.
           READ ORDAPORT-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ORD-ATIVA
                       MOVE WRK-CIC-INICIAL TO WRK-CICLO
                       PERFORM 0480-AVALIAR-CICLO
                           THRU 0480-AVALIAR-FIM
                           UNTIL WRK-CICLO > WRK-CIC-FINAL
                   END-IF
           END-READ.

       0480-AVALIAR-CICLO.
           MOVE WRK-CIC-ANO TO WRK-AGEND-ANO WRK-PROX-ANO.
           MOVE WRK-CIC-MES TO WRK-AGEND-MES.
           PERFORM 0525-AJUSTAR-FEVEREIRO.
           MOVE ORD-DIA TO WRK-AGEND-DIA.
           IF WRK-AGEND-DIA > WRK-DIASMES(WRK-AGEND-MES)
               MOVE WRK-DIASMES(WRK-AGEND-MES) TO WRK-AGEND-DIA
           END-IF.
           IF WRK-AGEND-DATA < ORD-DATA-INI
               GO TO 0480-PROXIMO-CICLO
           END-IF.
           IF ORD-DATA-FIM NOT = 0 AND WRK-AGEND-DATA > ORD-DATA-FIM
               GO TO 0480-PROXIMO-CICLO
           END-IF.
           IF WRK-AGEND-DATA NOT > WRK-DATA-NEGOCIO
               AND WRK-CICLO NOT > ORD-ULT-CICLO
               GO TO 0480-PROXIMO-CICLO
           END-IF.
           MOVE WRK-AGEND-DATA TO WRK-FLX-DATA.
           MOVE ORD-VALOR TO WRK-FLX-VALOR.
           MOVE 2 TO WRK-FLX-ORIGEM.
           PERFORM 0490-LANCAR-FLUXO.

       0480-PROXIMO-CICLO.
           IF WRK-CIC-MES = 12
               MOVE 1 TO WRK-CIC-MES
               ADD 1 TO WRK-CIC-ANO
           ELSE
               ADD 1 TO WRK-CIC-MES
           END-IF.

       0480-AVALIAR-FIM.
           EXIT.

      *****************************************************
      * LANCA O FLUXO DE WRK-FLX-VALOR NA ORIGEM WRK-FLX-
      * ORIGEM NO PRIMEIRO DIA DA TABELA NA DATA WRK-FLX-DATA
      * OU DEPOIS (FIM DE SEMANA E FERIADO CAEM NO DIA UTIL
      * SEGUINTE; DATA JA PASSADA CAI NO PRIMEIRO DIA). DEPOIS
      * DO ULTIMO DIA FICA FORA DO HORIZONTE
      *****************************************************
       0490-LANCAR-FLUXO.
           MOVE ZEROS TO WRK-FLX-IDX.
           PERFORM 0495-ACHAR-DIA
               VARYING WRK-CAL-IDX FROM 1 BY 1
               UNTIL WRK-CAL-IDX > 30 OR WRK-FLX-IDX > 0.
           IF WRK-FLX-IDX = 0
               ADD 1 TO WRK-QTD-ALEM
               ADD WRK-FLX-VALOR TO WRK-TOT-ALEM
           ELSE
               ADD WRK-FLX-VALOR TO
                   WRK-CAL-ORIGEM(WRK-FLX-IDX WRK-FLX-ORIGEM)
               ADD WRK-FLX-VALOR TO WRK-TOT-ORIGEM(WRK-FLX-ORIGEM)
               ADD 1 TO WRK-QTD-ORIGEM(WRK-FLX-ORIGEM)
           END-IF.

       0495-ACHAR-DIA.
           IF WRK-CAL-DATA(WRK-CAL-IDX) NOT < WRK-FLX-DATA
               MOVE WRK-CAL-IDX TO WRK-FLX-IDX
           END-IF.

      *****************************************************
      * ENTRADAS, SAIDAS E POSICAO ACUMULADA DO DIA; GUARDA A
      * MENOR POSICAO E CONTA OS DIAS ABAIXO DO MINIMO
      *****************************************************
       0700-ACUMULAR-POSICAO.
           IF WRK-CAL-IDX = 1
               MOVE WRK-SALDO-INICIAL TO WRK-POSICAO
           END-IF.
           COMPUTE WRK-CAL-ENTRADAS(WRK-CAL-IDX) =
               WRK-CAL-ORIGEM(WRK-CAL-IDX 1)
               + WRK-CAL-ORIGEM(WRK-CAL-IDX 2).
           COMPUTE WRK-CAL-SAIDAS(WRK-CAL-IDX) =
               WRK-CAL-ORIGEM(WRK-CAL-IDX 3)
               + WRK-CAL-ORIGEM(WRK-CAL-IDX 4).
           COMPUTE WRK-POSICAO = WRK-POSICAO
               + WRK-CAL-ENTRADAS(WRK-CAL-IDX)
               - WRK-CAL-SAIDAS(WRK-CAL-IDX).
           MOVE WRK-POSICAO TO WRK-CAL-POSICAO(WRK-CAL-IDX).
           ADD WRK-CAL-ENTRADAS(WRK-CAL-IDX) TO WRK-TOT-ENTRADAS.
           ADD WRK-CAL-SAIDAS(WRK-CAL-IDX) TO WRK-TOT-SAIDAS.
           IF WRK-CAL-IDX = 1 OR WRK-POSICAO < WRK-MENOR-POSICAO
               MOVE WRK-POSICAO TO WRK-MENOR-POSICAO
               MOVE WRK-CAL-DATA(WRK-CAL-IDX) TO WRK-MENOR-DATA
           END-IF.
           IF WRK-POSICAO < WRK-CAIXA-MINIMO
               ADD 1 TO WRK-QTD-ABAIXO
           END-IF.

      *****************************************************
      * RELATORIO FLUXRPT: POSICAO DIA A DIA, ABERTURA POR
      * ORIGEM E RESUMO
      *****************************************************
       0800-EMITIR-RELATORIO.
           OPEN OUTPUT FLUXRPT-FILE.
           MOVE SPACES TO FLUXRPT-REC.
           STRING 'PREVISAO DE FLUXO DE CAIXA - 30 DIAS UTEIS APOS '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE ALL '=' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-RES.
           MOVE 'SALDO INICIAL DE CAIXA' TO WRK-LR-TEXTO.
           MOVE WRK-SALDO-INICIAL TO WRK-LR-VALOR.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-RES.
           MOVE 'CAIXA MINIMO' TO WRK-LR-TEXTO.
           MOVE WRK-CAIXA-MINIMO TO WRK-LR-VALOR.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE WRK-LIN-CAB1 TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE ALL '-' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           PERFORM 0810-LINHA-DIA
               VARYING WRK-CAL-IDX FROM 1 BY 1
               UNTIL WRK-CAL-IDX > 30.
           MOVE ALL '-' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-DIA.
           MOVE WRK-TOT-ENTRADAS TO WRK-LD-ENTRADAS.
           MOVE WRK-TOT-SAIDAS TO WRK-LD-SAIDAS.
           MOVE WRK-POSICAO TO WRK-LD-POSICAO.
           MOVE WRK-LIN-DIA TO FLUXRPT-REC.
           MOVE 'TOTAL' TO FLUXRPT-REC(1:5).
           WRITE FLUXRPT-REC.
           MOVE SPACES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE 'FLUXOS DO DIA POR ORIGEM' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE WRK-LIN-CAB2 TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE ALL '-' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           PERFORM 0820-LINHA-ORIGEM
               VARYING WRK-CAL-IDX FROM 1 BY 1
               UNTIL WRK-CAL-IDX > 30.
           MOVE ALL '-' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-ORIGEM.
           PERFORM 0830-TOTAL-ORIGEM
               VARYING WRK-ORG-IDX FROM 1 BY 1
               UNTIL WRK-ORG-IDX > 4.
           MOVE WRK-LIN-ORIGEM TO FLUXRPT-REC.
           MOVE 'TOTAL' TO FLUXRPT-REC(1:5).
           WRITE FLUXRPT-REC.
           PERFORM 0850-RESUMO.
           CLOSE FLUXRPT-FILE.

       0810-LINHA-DIA.
           MOVE SPACES TO WRK-LIN-DIA.
           MOVE WRK-CAL-IDX TO WRK-LD-NUM.
           MOVE WRK-CAL-DATA(WRK-CAL-IDX) TO WRK-LD-DATA.
           MOVE WRK-CAL-ENTRADAS(WRK-CAL-IDX) TO WRK-LD-ENTRADAS.
           MOVE WRK-CAL-SAIDAS(WRK-CAL-IDX) TO WRK-LD-SAIDAS.
           MOVE WRK-CAL-POSICAO(WRK-CAL-IDX) TO WRK-LD-POSICAO.
           IF WRK-CAL-POSICAO(WRK-CAL-IDX) < WRK-CAIXA-MINIMO
               MOVE '*** MINIMO' TO WRK-LD-ALERTA
           END-IF.
           MOVE WRK-LIN-DIA TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.

       0820-LINHA-ORIGEM.
           MOVE SPACES TO WRK-LIN-ORIGEM.
           MOVE WRK-CAL-DATA(WRK-CAL-IDX) TO WRK-LO-DATA.
           MOVE WRK-CAL-ORIGEM(WRK-CAL-IDX 1) TO WRK-LO-VALOR(1).
           MOVE WRK-CAL-ORIGEM(WRK-CAL-IDX 2) TO WRK-LO-VALOR(2).
           MOVE WRK-CAL-ORIGEM(WRK-CAL-IDX 3) TO WRK-LO-VALOR(3).
           MOVE WRK-CAL-ORIGEM(WRK-CAL-IDX 4) TO WRK-LO-VALOR(4).
           MOVE WRK-LIN-ORIGEM TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.

       0830-TOTAL-ORIGEM.
           MOVE WRK-TOT-ORIGEM(WRK-ORG-IDX) TO
               WRK-LO-VALOR(WRK-ORG-IDX).

       0850-RESUMO.
           MOVE SPACES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE 'RESUMO' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE ALL '-' TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE 'TITULOS A RECEBER PROJETADOS' TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ORIGEM(1) TO WRK-LR-QTD.
           MOVE WRK-TOT-ORIGEM(1) TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'APORTES PROGRAMADOS PROJETADOS' TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ORIGEM(2) TO WRK-LR-QTD.
           MOVE WRK-TOT-ORIGEM(2) TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'CONTAS DE TRANSPORTADORAS PROJETADAS'
               TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ORIGEM(3) TO WRK-LR-QTD.
           MOVE WRK-TOT-ORIGEM(3) TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'RESGATES PROJETADOS' TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ORIGEM(4) TO WRK-LR-QTD.
           MOVE WRK-TOT-ORIGEM(4) TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'RECEBER ATRASADO ALEM DO HISTORICO (FORA)'
               TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ATRASADOS TO WRK-LR-QTD.
           MOVE WRK-TOT-ATRASADOS TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'CONTAS RETIDAS POR SINISTRO (FORA)'
               TO WRK-LR-TEXTO.
           MOVE WRK-QTD-RETIDAS TO WRK-LR-QTD.
           MOVE WRK-TOT-RETIDAS TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE 'FLUXOS APOS O ULTIMO DIA (FORA)' TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ALEM TO WRK-LR-QTD.
           MOVE WRK-TOT-ALEM TO WRK-LR-VALOR.
           PERFORM 0860-LINHA-RESUMO.
           MOVE SPACES TO WRK-LIN-RES.
           MOVE 'POSICOES QUE ROLAM NO VENCIMENTO (SEM SAIDA)'
               TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ROLAGEM TO WRK-LR-QTD.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-RES.
           MOVE 'DIAS ABAIXO DO CAIXA MINIMO' TO WRK-LR-TEXTO.
           MOVE WRK-QTD-ABAIXO TO WRK-LR-QTD.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-RES.
           STRING 'MENOR POSICAO, EM ' WRK-MENOR-DATA
               DELIMITED BY SIZE INTO WRK-LR-TEXTO.
           MOVE WRK-MENOR-POSICAO TO WRK-LR-VALOR.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           IF WRK-QTD-ORIG-FALTA > 0
               MOVE SPACES TO FLUXRPT-REC
               STRING 'ATENCAO - ' WRK-QTD-ORIG-FALTA
                   ' ORIGEM(NS) NAO DISPONIVEL(IS) - VER O LOG '
                   'DO PASSO' DELIMITED BY SIZE INTO FLUXRPT-REC
               WRITE FLUXRPT-REC
           END-IF.

       0860-LINHA-RESUMO.
           MOVE WRK-LIN-RES TO FLUXRPT-REC.
           WRITE FLUXRPT-REC.
           MOVE SPACES TO WRK-LIN-RES.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT (GRAVADOS = DIAS PROJETADOS,
      * REJEITOS = DIAS ABAIXO DO CAIXA MINIMO)
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'FLUXCAIX'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE 30               TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-ABAIXO   TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.

           COPY CALPROC.
