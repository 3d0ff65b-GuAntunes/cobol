      *                 RUNPROC): O LOTE E RECUSADO EM DATA JA
      *                 FECHADA OU JA MOVIMENTADA, PARA NAO
      *                 APLICAR O MESMO MOVTRANS DUAS VEZES.
      * 15/10/2026 GA - CARENCIA POR PRODUTO: COM PRD-CARENCIA
      *                 PREENCHIDA, O RESGATE ANTES DE CUMPRIDOS OS DIAS
      *                 CORRIDOS DESDE POS-DATA-APL SEGUE A REGRA PRD-
      *                 REGRA-RESG - BLOQUEADO VAI PARA O MOVREJ; PERDA
      *                 DE RENDIMENTO OU MULTA E EFETIVADO E A
      *                 PENALIDADE VAI AO JORNAL EM MVJ-PENALIDADE.
      *                 PRODUTO SEM CARENCIA CONTINUA NO PRAZO MINIMO EM
      *                 MESES.
      * 15/10/2026 GA - POSICAO DE FUNDO: APORTE SOMA TAMBEM NA BASE JA
      *                 TRIBUTADA PELO COME-COTAS (POS-BASE-IR) E
      *                 RESGATE A REDUZ NA PROPORCAO DO SALDO RESGATADO;
      *                 POSICAO NOVA NASCE COM OS CAMPOS DO COME-COTAS
      *                 ZERADOS.
      * 15/10/2026 GA - TETO DO FGC: APORTE EFETIVADO EM PRODUTO COM FGC
      *                 SOMA OS SALDOS DO CLIENTE NO MESMO EMISSOR (PRD-
      *                 EMISSOR) E AVISA QUANDO PASSAM DO TETO DE
      *                 COBERTURA, INFORMADO NO SYSIN EM REAIS (ZEROS =
      *                 250000) LOGO APOS A DATA DE NEGOCIO.
      * 15/10/2026 GA - APORTE PROGRAMADO: LAYOUT DO MOVTRANS PASSA PARA
      *                 A COPYBOOK MOVTRNFD, COM MOV-ORIGEM (P = GERADO
      *                 PELO GERAPORT). APORTE PROGRAMADO RETIDO NA
      *                 SUITABILITY SOMA UMA FALHA NA ORDEM DO MASTER
      *                 ORDAPORT E A SUSPENDE NA TERCEIRA SEGUIDA;
      *                 EFETIVADO, ZERA AS FALHAS.
      * 15/10/2026 GA - A POSICAO NOVA NASCE COM A DATA DA ULTIMA
      *                 COBRANCA DE TAXA DE ADMINISTRACAO (POS-DATA-
      *                 TAXA) ZERADA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SUITOVR-FILE ASSIGN TO "SUITOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SOV-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT ORDAPORT-FILE ASSIGN TO "ORDAPORT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-ORD-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      * MOVIMENTOS DO DIA - UM APORTE OU RESGATE POR REGISTRO
      *****************************************************
       FD  MOVTRANS-FILE.
           COPY MOVTRNFD.

       FD  POSICAO-FILE.
           COPY POSICAOFD.
       FD  RUNCTL-FILE.
           COPY RUNCTLFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  ORDAPORT-FILE.
           COPY ORDAPFD.

       WORKING-STORAGE SECTION.
       77 WRK-MOV-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-POS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RISCO-EFETIVO PIC 9(01) VALUE ZEROS.
       77 WRK-SUIT-OVR      PIC X(01) VALUE 'N'.
       77 WRK-QTD-SUIT      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENAL     PIC 9(05) VALUE ZEROS.
       77 WRK-PENALIDADE    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTES   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TETO-FGC      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FGC       PIC 9(05) VALUE ZEROS.
       77 WRK-FGC-EMISSOR   PIC X(06) VALUE SPACES.
       77 WRK-FGC-EXPOSTO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EOF-FGC       PIC X(01) VALUE 'N'.
           88 WRK-FIM-FGC        VALUE 'S'.
       77 WRK-ORD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-QTD-ORD-SUSP  PIC 9(05) VALUE ZEROS.

       01  WRK-MOV-DATA-GRUPO.
           05 WRK-MOV-DATA    PIC 9(08) VALUE ZEROS.

           COPY FSTDATA.
           COPY RUNDATA.
           COPY CALDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'TETO DO FGC POR EMISSOR EM REAIS (ZEROS = '
               '250000).. '.
           ACCEPT WRK-TETO-FGC.
           IF WRK-TETO-FGC = 0
               MOVE 250000 TO WRK-TETO-FGC
           END-IF.
           MOVE 'MOVINV' TO WRK-RUN-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO WRK-RUN-DATA.
           PERFORM 9700-REGISTRAR-INICIO-RUN.
           DISPLAY 'MOVIMENTOS APLICADOS ' WRK-QTD-APLICADOS
               ' REJEITADOS ' WRK-QTD-REJ
               ' RETIDOS SUITABILITY ' WRK-QTD-SUIT.
           DISPLAY 'RESGATES NA CARENCIA COM PENALIDADE '
               WRK-QTD-PENAL.
           DISPLAY 'APORTES ACIMA DO TETO DO FGC ' WRK-QTD-FGC.
           DISPLAY 'APORTES PROGRAMADOS SUSPENSOS POR SUITABILITY '
               WRK-QTD-ORD-SUSP.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           PERFORM 9710-REGISTRAR-FIM-RUN.
           STOP RUN.
               ==:STA:== BY ==WRK-SOV-STATUS==
               ==:DDN:== BY =='SUITOVR'==.
           OPEN OUTPUT MOVREJ-FILE.
           OPEN I-O ORDAPORT-FILE.
           IF WRK-ORD-STATUS NOT = '00'
               DISPLAY 'AVISO - MASTER ORDAPORT NAO ENCONTRADO '
                   '(STATUS ' WRK-ORD-STATUS ') - RETENCOES DE '
                   'APORTE PROGRAMADO NAO SERAO CONTADAS'
           END-IF.

       0060-FECHAR-ARQUIVOS.
           CLOSE POSICAO-FILE MOVJORN-FILE MOVREJ-FILE
           IF WRK-PRD-STATUS = '00'
               CLOSE PRODCAT-FILE
           END-IF.
           IF WRK-ORD-STATUS = '00'
               CLOSE ORDAPORT-FILE
           END-IF.

       0100-PROCESSAR-MOVIMENTOS.
           MOVE 'N' TO WRK-EOF-MOV.
       0200-CRITICAR-E-APLICAR.
           MOVE 'S' TO WRK-VALIDO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-RISCO-CLI WRK-PENALIDADE.
           IF MOV-TIPO NOT = 'A' AND MOV-TIPO NOT = 'R'
               MOVE 'N' TO WRK-VALIDO
               MOVE 'TIPO INVALIDO (NEM A NEM R)' TO WRK-MOTIVO
               IF WRK-SUIT-OVR = 'S'
                   ADD 1 TO WRK-QTD-SUIT
                   PERFORM 0260-GRAVAR-RETENCAO-SUIT
                   IF MOV-PROGRAMADO
                       PERFORM 0280-ATUALIZAR-ORDEM
                           THRU 0280-ATUALIZAR-FIM
                   END-IF
                   GO TO 0200-CRITICAR-FIM
               END-IF
           END-IF.
                   PERFORM 0400-APLICAR-RESGATE
               END-IF
               ADD 1 TO WRK-QTD-APLICADOS
               IF WRK-PENALIDADE > 0
                   ADD 1 TO WRK-QTD-PENAL
               END-IF
               PERFORM 0500-GRAVAR-JORNAL
               IF MOV-PROGRAMADO
                   PERFORM 0280-ATUALIZAR-ORDEM
                       THRU 0280-ATUALIZAR-FIM
               END-IF
               IF MOV-APORTE AND PRD-COBERTO-FGC
                   PERFORM 0270-CONFERIR-TETO-FGC
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-REJ
               PERFORM 0600-GRAVAR-REJEITO
           MOVE WRK-SOV-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * APORTE EFETIVADO EM PRODUTO COM FGC: SOMA OS SALDOS DO
      * CLIENTE NOS PRODUTOS COM FGC DO MESMO EMISSOR E AVISA SE
      * PASSARAM DO TETO DE COBERTURA (O APORTE NAO E RECUSADO -
      * A MESA ORIENTA A DIVERSIFICACAO)
      *****************************************************
       0270-CONFERIR-TETO-FGC.
           MOVE PRD-EMISSOR TO WRK-FGC-EMISSOR.
           MOVE ZEROS TO WRK-FGC-EXPOSTO.
           MOVE 'N' TO WRK-EOF-FGC.
           MOVE MOV-DOC TO POS-DOC.
           MOVE LOW-VALUES TO POS-PRODUTO.
           START POSICAO-FILE KEY NOT < POS-CHAVE
               INVALID KEY
                   SET WRK-FIM-FGC TO TRUE
           END-START.
           PERFORM 0275-SOMAR-POSICAO-FGC UNTIL WRK-FIM-FGC.
           IF WRK-FGC-EXPOSTO > WRK-TETO-FGC
               ADD 1 TO WRK-QTD-FGC
               DISPLAY 'AVISO - APORTE DE ' MOV-DOC ' EM '
                   MOV-PRODUTO ' LEVA O EMISSOR ' WRK-FGC-EMISSOR
                   ' A ' WRK-FGC-EXPOSTO ' - ACIMA DO TETO DO FGC'
           END-IF.

       0275-SOMAR-POSICAO-FGC.
           READ POSICAO-FILE NEXT
               AT END
                   SET WRK-FIM-FGC TO TRUE
               NOT AT END
                   IF POS-DOC NOT = MOV-DOC
                       SET WRK-FIM-FGC TO TRUE
                   ELSE
                       MOVE POS-PRODUTO TO PRD-NOME
                       READ PRODCAT-FILE
                           INVALID KEY
                               MOVE 'N' TO PRD-FGC
                       END-READ
                       IF PRD-COBERTO-FGC
                           AND PRD-EMISSOR = WRK-FGC-EMISSOR
                           ADD POS-SALDO-PROJ TO WRK-FGC-EXPOSTO
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * APORTE PROGRAMADO (GERADO PELO GERAPORT): RETIDO NA
      * SUITABILITY SOMA UMA FALHA NA ORDEM E, NA TERCEIRA
      * SEGUIDA, SUSPENDE A ORDEM; EFETIVADO, ZERA AS FALHAS
      *****************************************************
       0280-ATUALIZAR-ORDEM.
           IF WRK-ORD-STATUS NOT = '00'
               GO TO 0280-ATUALIZAR-FIM
           END-IF.
           MOVE MOV-DOC     TO ORD-DOC.
           MOVE MOV-PRODUTO TO ORD-PRODUTO.
           READ ORDAPORT-FILE
               INVALID KEY
                   GO TO 0280-ATUALIZAR-FIM
           END-READ.
           IF WRK-SUIT-OVR = 'S'
               ADD 1 TO ORD-FALHAS-SUIT
               IF ORD-FALHAS-SUIT NOT < 3 AND ORD-ATIVA
                   SET ORD-SUSPENSA TO TRUE
                   ADD 1 TO WRK-QTD-ORD-SUSP
                   DISPLAY 'AVISO - APORTE PROGRAMADO DE ' ORD-DOC
                       ' EM ' ORD-PRODUTO ' SUSPENSO APOS '
                       ORD-FALHAS-SUIT ' RETENCOES DE SUITABILITY'
               END-IF
           ELSE
               MOVE ZEROS TO ORD-FALHAS-SUIT
           END-IF.
           REWRITE ORDAPORT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'ORDAPORT' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-ORD-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0280-ATUALIZAR-FIM.
           EXIT.

       0210-CRITICAR-CLIENTE.
           IF WRK-CLI-STATUS NOT = '00'
               MOVE 'N' TO WRK-VALIDO
           END-READ.

      *****************************************************
      * CRITICAS DO RESGATE: POSICAO EXISTENTE, CARENCIA DO
      * PRODUTO (DIAS CORRIDOS DESDE A APLICACAO) OU, NO
      * PRODUTO SEM CARENCIA, O PRAZO MINIMO EM MESES, E SALDO
      * SUFICIENTE
      *****************************************************
       0240-CRITICAR-RESGATE.
           IF WRK-POS-EXISTE = 'N'
           END-IF.
           MOVE MOV-DATA TO WRK-MOV-DATA.
           MOVE POS-DATA-APL TO WRK-APL-DATA.
           IF PRD-CARENCIA > 0
               PERFORM 0245-CRITICAR-CARENCIA
               IF WRK-VALIDO = 'N'
                   GO TO 0240-CRITICAR-FIM
               END-IF
               GO TO 0240-CRITICAR-SALDO
           END-IF.
           COMPUTE WRK-MESES-CORRIDO =
               (WRK-MOV-ANO - WRK-APL-ANO) * 12
                   + WRK-MOV-MES - WRK-APL-MES.
               MOVE 'PRAZO MINIMO NAO CUMPRIDO' TO WRK-MOTIVO
               GO TO 0240-CRITICAR-FIM
           END-IF.

       0240-CRITICAR-SALDO.
           IF MOV-VALOR > POS-SALDO-PROJ
               MOVE 'N' TO WRK-VALIDO
               MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO
       0240-CRITICAR-FIM.
           EXIT.

      *****************************************************
      * RESGATE ANTES DE VENCIDA A CARENCIA DO PRODUTO: PELA
      * REGRA PRD-REGRA-RESG, OU E BLOQUEADO (VAI PARA O
      * MOVREJ), OU PERDE O RENDIMENTO PROPORCIONAL AO VALOR
      * RESGATADO, OU PAGA A MULTA PRD-PCT-MULTA SOBRE O VALOR.
      * A PENALIDADE FICA EM WRK-PENALIDADE E VAI AO JORNAL
      *****************************************************
       0245-CRITICAR-CARENCIA.
           MOVE WRK-APL-DIA TO WRK-IDADE-DIA1.
           MOVE WRK-APL-MES TO WRK-IDADE-MES1.
           MOVE WRK-APL-ANO TO WRK-IDADE-ANO1.
           MOVE WRK-MOV-DIA TO WRK-IDADE-DIA2.
           MOVE WRK-MOV-MES TO WRK-IDADE-MES2.
           MOVE WRK-MOV-ANO TO WRK-IDADE-ANO2.
           PERFORM 0600-CALCULAR-IDADE-DIAS.
           IF WRK-IDADE-DIAS < PRD-CARENCIA
               EVALUATE TRUE
                   WHEN PRD-RESG-PERDE-REND
                       PERFORM 0246-CALCULAR-PERDA-REND
                   WHEN PRD-RESG-MULTA
                       COMPUTE WRK-PENALIDADE ROUNDED =
                           MOV-VALOR * PRD-PCT-MULTA / 100
                   WHEN OTHER
                       MOVE 'N' TO WRK-VALIDO
                       MOVE 'CARENCIA NAO CUMPRIDA - BLOQUEADO'
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.

      *****************************************************
      * RENDIMENTO PERDIDO: A PARTE DO VALOR RESGATADO QUE E
      * RENDIMENTO, NA PROPORCAO DO RENDIMENTO (SALDO MENOS
      * VALOR APLICADO) SOBRE O SALDO DA POSICAO
      *****************************************************
       0246-CALCULAR-PERDA-REND.
           IF POS-SALDO-PROJ > POS-VALOR-APL
               SUBTRACT POS-VALOR-APL FROM POS-SALDO-PROJ
                   GIVING WRK-RENDIMENTO
               COMPUTE WRK-PENALIDADE ROUNDED =
                   MOV-VALOR * WRK-RENDIMENTO / POS-SALDO-PROJ
           END-IF.

      *****************************************************
      * APORTE: SOMA NA POSICAO EXISTENTE OU ABRE UMA NOVA COM
      * OS PARAMETROS DO PRODUTO
           IF WRK-POS-EXISTE = 'S'
               ADD MOV-VALOR TO POS-VALOR-APL
               ADD MOV-VALOR TO POS-SALDO-PROJ
               IF POS-BASE-IR > 0
                   ADD MOV-VALOR TO POS-BASE-IR
               END-IF
               REWRITE POSICAO-REC
                   INVALID KEY
                       CONTINUE
               MOVE PRD-PRAZO-MIN TO POS-MESES
               MOVE PRD-TAXA      TO POS-TAXA
               MOVE MOV-DATA      TO POS-DATA-APL
               MOVE ZEROS TO POS-BASE-IR POS-DATA-CC POS-IR-ANTEC
                   POS-DATA-TAXA
               WRITE POSICAO-REC
                   INVALID KEY
                       CONTINUE

      *****************************************************
      * RESGATE: ABATE DO SALDO (E PROPORCIONALMENTE DO VALOR
      * APLICADO E DA BASE JA TRIBUTADA PELO COME-COTAS);
      * SALDO ZERADO ENCERRA A POSICAO
      *****************************************************
       0400-APLICAR-RESGATE.
           MOVE POS-SALDO-PROJ TO WRK-SALDO-ANTES.
           SUBTRACT MOV-VALOR FROM POS-SALDO-PROJ.
           IF POS-BASE-IR > 0
               COMPUTE POS-BASE-IR ROUNDED =
                   POS-BASE-IR * POS-SALDO-PROJ / WRK-SALDO-ANTES
           END-IF.
           IF MOV-VALOR >= POS-VALOR-APL
               MOVE ZEROS TO POS-VALOR-APL
           ELSE
           MOVE MOV-TIPO    TO MVJ-TIPO.
           MOVE MOV-VALOR   TO MVJ-VALOR.
           MOVE ZEROS       TO MVJ-IMPOSTO.
           MOVE WRK-PENALIDADE TO MVJ-PENALIDADE.
           WRITE MOVJORN-REC.
           MOVE 'MOVJORN' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           COPY FSTPROC.

           COPY RUNPROC.

           COPY CALPROC.
