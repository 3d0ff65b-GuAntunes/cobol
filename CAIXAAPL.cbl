      *                 RUNPROC): A APLICACAO DE CAIXA E RECUSADA
      *                 EM DATA JA FECHADA OU JA APLICADA, PARA
      *                 NAO BAIXAR O MESMO EXTRATO DUAS VEZES.
      * 15/10/2026 GA - FATURA PARCELADA: O PLANO DO CONTRATO OU DO
      *                 CLIENTE (ROTINA COMUM PARCDATA/PARCPROC, A MESMA
      *                 DO BOLETO) GERA UM TITULO POR PARCELA, CADA UM
      *                 COM VENCIMENTO PROPRIO ROLADO PARA DIA UTIL
      *                 (VALE TAMBEM PARA A PARCELA UNICA). A BAIXA CASA
      *                 PELO NUMERO DA FATURA MAIS A PARCELA DO
      *                 DOCUMENTO DO EXTRATO (POSICOES 9-10; SEM ELA, A
      *                 PARCELA EM ABERTO MAIS ANTIGA) E O CRJORNAL
      *                 GUARDA A PARCELA.
      * 15/10/2026 GA - TITULO NEGATIVADO NO BUREAU QUE LIQUIDA FICA
      *                 MARCADO PAGO (P) NO REGISTRO NEGATIV COM A DATA
      *                 DO CREDITO, PARA O NEGATIVA MANDAR A EXCLUSAO NA
      *                 RODADA SEGUINTE.
      * 15/10/2026 GA - TITULO BAIXADO COMO PERDA (SITUACAO X) SO E
      *                 BAIXADO PELO NUMERO DA FATURA NO EXTRATO
      *                 (RECUPERACAO); FICA FORA DO CASAMENTO POR VALOR.
      * 15/10/2026 GA - O CRJORNAL PASSOU A GUARDAR O VENCIMENTO DA
      *                 PARCELA BAIXADA (CRJ-DATA-VENC), PARA A REVISAO
      *                 DE LIMITE DE CREDITO PELO COMPORTAMENTO DE
      *                 PAGAMENTO (REVLIM).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-PARC-CLI-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WRK-PARC-CTR-STATUS.
           SELECT NEGATIV-FILE ASSIGN TO "NEGATIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WRK-NEG-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY ABERTFD.

       FD  ABERNOVO-FILE.
       01  ABERNOVO-REC         PIC X(77).

       FD  FATREG-FILE.
           COPY FATREGFD.
       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  CONTRATO-FILE.
           COPY CONTRTFD.

       FD  NEGATIV-FILE.
           COPY NEGATFD.

       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-NEG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-NEG-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-NEGAT-PAGOS PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-VENC    PIC 9(03) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

       77 WRK-QTD-NOVAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARC-NOVAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CREDITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-FAT   PIC 9(05) VALUE ZEROS.
               10 WRK-ABR-PAGO     PIC 9(11)V99.
               10 WRK-ABR-ULTPAG   PIC 9(08).
               10 WRK-ABR-SIT      PIC X(01).
               10 WRK-ABR-PARCELA  PIC 9(02).
               10 WRK-ABR-QTD-PARC PIC 9(02).

       77 WRK-NUM-EXTRATO   PIC 9(08) VALUE ZEROS.
       77 WRK-PARC-EXTRATO  PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-TITULO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-APLICAR   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACHOU-TITULO  PIC X(01) VALUE 'N'.

       01  WRK-RPT-LINHA.
           05 WRK-RPT-ROTULO   PIC X(10).
           05 WRK-RPT-NUMERO   PIC 9(08).
           05 WRK-RPT-TRACO    PIC X(01).
           05 WRK-RPT-PARCELA  PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RPT-DOC      PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RPT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RPT-PAGO     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-RPT-CRED-LINHA.
           05 FILLER           PIC X(10) VALUE 'SEM FAT...'.
           05 WRK-RPC-DOCBCO   PIC X(10).
           COPY CALDATA.
           COPY FSTDATA.
           COPY RUNDATA.
           COPY PARCDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==CRJORNAL==
               ==:STA:== BY ==WRK-CRJ-STATUS==
               ==:DDN:== BY =='CRJORNAL'==.
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0700-ABRIR-PLANOS.
           PERFORM 0100-CARREGAR-ABERTOS.
           PERFORM 0200-INCLUIR-FATURAS-DO-DIA.
           PERFORM 0705-FECHAR-PLANOS.
           OPEN I-O NEGATIV-FILE.
           IF WRK-NEG-STATUS = '00'
               MOVE 'S' TO WRK-NEG-ABERTO
           END-IF.
           PERFORM 0300-APLICAR-EXTRATO.
           IF WRK-NEG-ABERTO = 'S'
               CLOSE NEGATIV-FILE
           END-IF.
           PERFORM 0400-REGRAVAR-MASTER.
           PERFORM 0500-RELATORIO-SITUACAO.
           CLOSE CRJORNAL-FILE.
                       MOVE ABR-DATA-ULT-PAG TO
                           WRK-ABR-ULTPAG(WRK-ABR-QTD)
                       MOVE ABR-SITUACAO TO WRK-ABR-SIT(WRK-ABR-QTD)
                       IF ABR-PARCELA IS NUMERIC
                           MOVE ABR-PARCELA TO
                               WRK-ABR-PARCELA(WRK-ABR-QTD)
                           MOVE ABR-QTD-PARCELAS TO
                               WRK-ABR-QTD-PARC(WRK-ABR-QTD)
                       ELSE
                           MOVE 1 TO WRK-ABR-PARCELA(WRK-ABR-QTD)
                               WRK-ABR-QTD-PARC(WRK-ABR-QTD)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * TODA FATURA REGISTRADA NO FATREG NA DATA DE NEGOCIO E
      * QUE AINDA NAO ESTA NA TABELA VIRA UM TITULO NOVO POR
      * PARCELA DO PLANO (PARCPROC): A PRIMEIRA VENCE NA
      * EMISSAO MAIS O PRAZO DO CARTAO, AS SEGUINTES A CADA
      * INTERVALO DO PLANO, TODAS ROLADAS PARA DIA UTIL
      *****************************************************
       0200-INCLUIR-FATURAS-DO-DIA.
           MOVE 'N' TO WRK-EOF-ARQ.
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD
               OR WRK-ACHOU-TITULO = 'S'.
           IF WRK-ACHOU-TITULO = 'N'
               MOVE REG-DOC          TO WRK-PARC-DOC
               MOVE REG-DATA-EMISSAO TO WRK-PARC-EMISSAO
               COMPUTE WRK-PARC-TOTAL = REG-TOT-VALOR + REG-TOT-FRETE
               MOVE WRK-PRAZO-VENC   TO WRK-PARC-PRAZO
               PERFORM 0710-MONTAR-PARCELAS
               IF WRK-ABR-QTD + WRK-PARC-QTD > 5000
                   DISPLAY 'AVISO - TABELA DE TITULOS CHEIA - '
                       'FATURA ' REG-NUMERO ' NAO INCLUIDA'
               ELSE
                   ADD 1 TO WRK-QTD-NOVAS
                   PERFORM 0240-INCLUIR-UMA-PARCELA
                       VARYING WRK-PARC-IDX FROM 1 BY 1
                       UNTIL WRK-PARC-IDX > WRK-PARC-QTD
               END-IF
           END-IF.

               MOVE 'S' TO WRK-ACHOU-TITULO
           END-IF.

       0240-INCLUIR-UMA-PARCELA.
           ADD 1 TO WRK-QTD-PARC-NOVAS.
           ADD 1 TO WRK-ABR-QTD.
           MOVE REG-NUMERO TO WRK-ABR-NUMERO(WRK-ABR-QTD).
           MOVE REG-DOC    TO WRK-ABR-DOC(WRK-ABR-QTD).
           MOVE REG-DATA-EMISSAO TO WRK-ABR-EMISSAO(WRK-ABR-QTD).
           MOVE WRK-PARC-VENC(WRK-PARC-IDX) TO
               WRK-ABR-VENC(WRK-ABR-QTD).
           MOVE WRK-PARC-VALOR(WRK-PARC-IDX) TO
               WRK-ABR-VALOR(WRK-ABR-QTD).
           MOVE ZEROS TO WRK-ABR-PAGO(WRK-ABR-QTD)
               WRK-ABR-ULTPAG(WRK-ABR-QTD).
           MOVE 'A' TO WRK-ABR-SIT(WRK-ABR-QTD).
           MOVE WRK-PARC-IDX TO WRK-ABR-PARCELA(WRK-ABR-QTD).
           MOVE WRK-PARC-QTD TO WRK-ABR-QTD-PARC(WRK-ABR-QTD).

      *****************************************************
      * APLICA OS CREDITOS DO EXTRATO CONTRA OS TITULOS: O
      * DOCUMENTO DO EXTRATO QUE COMECA COM O NUMERO DA FATURA
      * (COMO NOS BOLETOS) CASA DIRETO - COM A PARCELA NAS
      * POSICOES 9-10 CASA A PROPRIA PARCELA, SEM ELA A PARCELA
      * EM ABERTO MAIS ANTIGA DA FATURA; SENAO VALE O PRIMEIRO
      * TITULO EM ABERTO COM SALDO EXATAMENTE IGUAL AO CREDITO.
      * CREDITO SEM FATURA SAI NO RELATORIO PARA A MESA
      *****************************************************
           MOVE ZEROS TO WRK-ABR-USO.
           IF BCO-DOCUMENTO(1:8) IS NUMERIC
               MOVE BCO-DOCUMENTO(1:8) TO WRK-NUM-EXTRATO
               MOVE ZEROS TO WRK-PARC-EXTRATO
               IF BCO-DOCUMENTO(9:2) IS NUMERIC
                   MOVE BCO-DOCUMENTO(9:2) TO WRK-PARC-EXTRATO
               END-IF
               PERFORM 0330-PROCURAR-POR-NUMERO
                   VARYING WRK-ABR-IDX FROM 1 BY 1
                   UNTIL WRK-ABR-IDX > WRK-ABR-QTD
       0330-PROCURAR-POR-NUMERO.
           IF WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'L'
               AND WRK-ABR-NUMERO(WRK-ABR-IDX) = WRK-NUM-EXTRATO
               AND (WRK-PARC-EXTRATO = 0
                   OR WRK-ABR-PARCELA(WRK-ABR-IDX) = WRK-PARC-EXTRATO)
               MOVE WRK-ABR-IDX TO WRK-ABR-USO
           END-IF.

       0340-PROCURAR-POR-VALOR.
           IF WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'L'
               AND WRK-ABR-SIT(WRK-ABR-IDX) NOT = 'X'
               COMPUTE WRK-SALDO-TITULO =
                   WRK-ABR-VALOR(WRK-ABR-IDX)
                       - WRK-ABR-PAGO(WRK-ABR-IDX)
           MOVE BCO-DATA TO WRK-ABR-ULTPAG(WRK-ABR-USO).
           IF WRK-ABR-PAGO(WRK-ABR-USO) >= WRK-ABR-VALOR(WRK-ABR-USO)
               MOVE 'L' TO WRK-ABR-SIT(WRK-ABR-USO)
               PERFORM 0360-MARCAR-NEGATIVACAO
           ELSE
               MOVE 'P' TO WRK-ABR-SIT(WRK-ABR-USO)
           END-IF.
           MOVE WRK-VAL-APLICAR             TO CRJ-VALOR.
           MOVE BCO-DOCUMENTO               TO CRJ-DOC-BANCO.
           MOVE BCO-DATA                    TO CRJ-DATA-BANCO.
           MOVE WRK-ABR-PARCELA(WRK-ABR-USO) TO CRJ-PARCELA.
           MOVE WRK-ABR-VENC(WRK-ABR-USO)    TO CRJ-DATA-VENC.
           WRITE CRJORNAL-REC.
           MOVE 'CRJORNAL' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-CRJ-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * TITULO LIQUIDADO QUE ESTAVA NEGATIVADO NO BUREAU: O
      * REGISTRO NEGATIV FICA PAGO (P) COM A DATA DO CREDITO E
      * O NEGATIVA MANDA A EXCLUSAO NA PROXIMA RODADA. SEM O
      * REGISTRO NAO HA NEGATIVACAO A MARCAR (O NEGATIVA AINDA
      * EXCLUI O TITULO QUE SAIU DO ABERTOS)
      *****************************************************
       0360-MARCAR-NEGATIVACAO.
           IF WRK-NEG-ABERTO = 'S'
               MOVE WRK-ABR-NUMERO(WRK-ABR-USO)  TO NEG-NUMERO
               MOVE WRK-ABR-PARCELA(WRK-ABR-USO) TO NEG-PARCELA
               READ NEGATIV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NEG-INCLUIDO
                           MOVE 'P' TO NEG-SITUACAO
                           MOVE BCO-DATA TO NEG-DATA-PAGTO
                           REWRITE NEGATIV-REC
                           MOVE 'NEGATIV' TO WRK-IO-DDNAME
                           MOVE 'REWRITE' TO WRK-IO-OPERACAO
                           MOVE WRK-NEG-STATUS TO WRK-IO-STATUS
                           PERFORM 9800-CONFERIR-IO
                           ADD 1 TO WRK-QTD-NEGAT-PAGOS
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * REGRAVA O MASTER NO ABERNOVO SO COM OS TITULOS AINDA
      * ABERTOS OU PARCIAIS - TITULO LIQUIDADO SAI DO MASTER E
               MOVE WRK-ABR-PAGO(WRK-ABR-IDX)    TO ABR-VALOR-PAGO
               MOVE WRK-ABR-ULTPAG(WRK-ABR-IDX)  TO ABR-DATA-ULT-PAG
               MOVE WRK-ABR-SIT(WRK-ABR-IDX)     TO ABR-SITUACAO
               MOVE WRK-ABR-PARCELA(WRK-ABR-IDX) TO ABR-PARCELA
               MOVE WRK-ABR-QTD-PARC(WRK-ABR-IDX) TO ABR-QTD-PARCELAS
               MOVE ABERTOS-REC TO ABERNOVO-REC
               WRITE ABERNOVO-REC
               MOVE 'ABERNOVO' TO WRK-IO-DDNAME
           MOVE WRK-TOT-LINHA TO CAIXARPT-REC.
           WRITE CAIXARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'TITULOS (PARCELAS) NOVOS' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-PARC-NOVAS TO WRK-TOT-QTD-ED.
           MOVE ZEROS TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-LINHA TO CAIXARPT-REC.
           WRITE CAIXARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'NEGATIVADOS LIQUIDADOS..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-NEGAT-PAGOS TO WRK-TOT-QTD-ED.
           MOVE ZEROS TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-LINHA TO CAIXARPT-REC.
           WRITE CAIXARPT-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'CREDITOS APLICADOS......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-APLICADOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-APLICADO TO WRK-TOT-VALOR-ED.
                       - WRK-ABR-PAGO(WRK-ABR-IDX)
           END-EVALUATE.
           MOVE WRK-ABR-NUMERO(WRK-ABR-IDX) TO WRK-RPT-NUMERO.
           MOVE '-' TO WRK-RPT-TRACO.
           MOVE WRK-ABR-PARCELA(WRK-ABR-IDX) TO WRK-RPT-PARCELA.
           MOVE WRK-ABR-DOC(WRK-ABR-IDX)    TO WRK-RPT-DOC.
           MOVE WRK-ABR-VENC(WRK-ABR-IDX)   TO WRK-RPT-VENC.
           MOVE WRK-ABR-VALOR(WRK-ABR-IDX)  TO WRK-RPT-VALOR.
           COPY FSTPROC.

           COPY RUNPROC.

           COPY PARCPROC.
