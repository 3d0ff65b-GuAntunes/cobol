       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFCLI.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: AVISO AO CLIENTE DA SITUACAO DO PEDIDO. ATE
      *           AQUI O CLIENTE TELEFONAVA PARA SABER SE O
      *           PEDIDO JA TINHA SAIDO. RODA TODA NOITE DEPOIS
      *           DO PEDHLOAD E COMPARA O MASTER PEDHIST COM A
      *           COPIA DA NOITE ANTERIOR (PEDHANT, DESCARREGADA
      *           PELA JCL AO FINAL DA RODADA BEM SUCEDIDA), EM
      *           LINHA BALANCEADA PELO NUMERO DO PEDIDO. SAO
      *           EVENTOS DE AVISO:
      *             PRC - PEDIDO PRECIFICADO (SITUACAO P);
      *             FAT - PEDIDO FATURADO (SITUACAO F);
      *             EMB - PEDIDO EMBARCADO (CT-E EMITIDO);
      *             NPR - NOVA DATA DE ENTREGA PROMETIDA;
      *             ATR - PROMESSA VENCIDA SEM ENTREGA (AVISADO
      *                   UMA VEZ, NA PRIMEIRA RODADA APOS O
      *                   VENCIMENTO);
      *             ENT - PEDIDO ENTREGUE (SITUACAO E);
      *             CAN - PEDIDO CANCELADO (SITUACAO C).
      *           O PEDIDO REJEITADO (R) NAO E AVISADO - E
      *           TRATADO PELA MESA NO FRETRESUB.
      *           SO RECEBE AVISO O CLIENTE COM CONSENTIMENTO
      *           VIVO PARA A FINALIDADE NTF NO MASTER CONSENT;
      *           OS DEMAIS SAO EXCLUIDOS E CONTADOS. O CANAL
      *           (E-MAIL, SMS OU WHATSAPP) E O CONTATO VEM DO
      *           MASTER CLIENTE (MANTCLI, TRANSACAO T).
      *           SAEM O ARQUIVO DE LAYOUT FIXO PARA O PROVEDOR
      *           DE MENSAGENS (NOTIFSAI, HEADER/DETALHE/
      *           TRAILER), O LOG CUMULATIVO NOTIFLOG COM CADA
      *           AVISO - ENVIADO OU EXCLUIDO, COM O MOTIVO - E O
      *           RELATORIO NOTIFRPT.
      *           RETURN-CODE: 16 SEM PEDHIST, CONSENT OU
      *           CLIENTE (NADA E ENVIADO E A COPIA NAO E
      *           RENOVADA - A NOITE SEGUINTE RECUPERA OS
      *           EVENTOS); 4 SEM A COPIA ANTERIOR (PRIMEIRA
      *           RODADA - SO FORMA A BASE); 0 NOS DEMAIS CASOS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT PEDHANT-FILE ASSIGN TO "PEDHANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PHA-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS WRK-CNS-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT NOTIFSAI-FILE ASSIGN TO "NOTIFSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTF-STATUS.
           SELECT NOTIFLOG-FILE ASSIGN TO "NOTIFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT NOTIFRPT-FILE ASSIGN TO "NOTIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDHIST-FILE.
           COPY PEDHISFD.

      *****************************************************
      * COPIA DO PEDHIST DA NOITE ANTERIOR, NA ORDEM DA CHAVE
      *****************************************************
       FD  PEDHANT-FILE.
           COPY PEDHISFD REPLACING ==PEDHIST-REC== BY ==PEDHANT-REC==
               LEADING ==PHI-== BY ==PHA-==.

       FD  CONSENT-FILE.
           COPY CONSENFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

      *****************************************************
      * ARQUIVO PARA O PROVEDOR DE MENSAGENS - LAYOUT FIXO:
      * HEADER (TIPO 0), UM DETALHE (TIPO 1) POR AVISO, COM O
      * CANAL E O DESTINO (E-MAIL OU CELULAR), E TRAILER
      * (TIPO 9) COM AS CONTAGENS
      *****************************************************
       FD  NOTIFSAI-FILE.
       01  NOTIFSAI-HDR-REC.
           05 NTH-TIPO          PIC X(01).
           05 NTH-LITERAL       PIC X(08).
           05 NTH-DATA          PIC 9(08).
           05 FILLER            PIC X(163).
       01  NOTIFSAI-DET-REC.
           05 NTD-TIPO          PIC X(01).
           05 NTD-SEQUENCIA     PIC 9(07).
           05 NTD-CANAL         PIC X(01).
           05 NTD-DESTINO       PIC X(40).
           05 NTD-DOC           PIC X(14).
           05 NTD-NOME          PIC X(20).
           05 NTD-NUM-PEDIDO    PIC 9(08).
           05 NTD-EVENTO        PIC X(03).
           05 NTD-DESCRICAO     PIC X(20).
           05 NTD-DATA-EVENTO   PIC 9(08).
           05 NTD-DATA-PROMET   PIC 9(08).
           05 NTD-TRANSP        PIC X(03).
           05 NTD-CTE-CHAVE     PIC X(44).
           05 FILLER            PIC X(03).
       01  NOTIFSAI-TRL-REC.
           05 NTT-TIPO          PIC X(01).
           05 NTT-QTD-AVISOS    PIC 9(07).
           05 NTT-QTD-REGISTROS PIC 9(07).
           05 FILLER            PIC X(165).

      *****************************************************
      * LOG CUMULATIVO DOS AVISOS - PROVA DO QUE FOI ENVIADO
      * A QUEM (E DO QUE FOI EXCLUIDO, COM O MOTIVO)
      *****************************************************
       FD  NOTIFLOG-FILE.
       01  NOTIFLOG-REC.
           05 LOG-DATA          PIC 9(08).
           05 FILLER            PIC X(01).
           05 LOG-HORA          PIC 9(06).
           05 FILLER            PIC X(01).
           05 LOG-NUM-PEDIDO    PIC 9(08).
           05 FILLER            PIC X(01).
           05 LOG-DOC           PIC X(14).
           05 FILLER            PIC X(01).
           05 LOG-EVENTO        PIC X(03).
           05 FILLER            PIC X(01).
           05 LOG-CANAL         PIC X(01).
           05 FILLER            PIC X(01).
           05 LOG-DESTINO       PIC X(40).
           05 FILLER            PIC X(01).
           05 LOG-SEQUENCIA     PIC 9(07).
           05 FILLER            PIC X(01).
           05 LOG-RESULTADO     PIC X(20).

       FD  NOTIFRPT-FILE.
       01  NOTIFRPT-REC         PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CNS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-NTF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-LOG      PIC 9(06) VALUE ZEROS.

      *--- INTERVALO DESDE A COPIA ANTERIOR, DO CARTAO SYSIN ---*
       77 WRK-DIAS-COPIA    PIC 9(02) VALUE ZEROS.
       77 WRK-COPIA-ANT     PIC X(01) VALUE 'S'.
           88 SEM-COPIA-ANTERIOR VALUE 'N'.

      *--- LINHA BALANCEADA PEDHIST X COPIA ANTERIOR ---*
       77 WRK-CHAVE-ATU     PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-ANT     PIC X(08) VALUE SPACES.
       77 WRK-TEM-ANTERIOR  PIC X(01) VALUE 'N'.
           88 PEDIDO-NA-COPIA    VALUE 'S'.
       77 WRK-PEDIDO-ABERTO PIC X(01) VALUE 'N'.
           88 PEDIDO-EM-ABERTO   VALUE 'S'.

      *--- AVISO EM MONTAGEM ---*
       77 WRK-EVT-IDX       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DATA-EVENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-CANAL-ENV     PIC X(01) VALUE SPACES.
       77 WRK-DESTINO       PIC X(40) VALUE SPACES.
       77 WRK-RESULTADO     PIC X(20) VALUE SPACES.
       77 WRK-SEQ-ENV       PIC 9(07) VALUE ZEROS.

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ANTERIOR  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOVOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EVENTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ENVIADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CAD   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONT  PIC 9(07) VALUE ZEROS.

      *****************************************************
      * EVENTOS DE AVISO - CODIGO E DESCRICAO QUE VAI PARA O
      * PROVEDOR, COM A CONTAGEM DE AVISOS DA RODADA
      *****************************************************
       01  WRK-TAB-EVENTO-ROT.
           05 FILLER           PIC X(23) VALUE
               'PRCPEDIDO PRECIFICADO  '.
           05 FILLER           PIC X(23) VALUE
               'FATPEDIDO FATURADO     '.
           05 FILLER           PIC X(23) VALUE
               'EMBPEDIDO EMBARCADO    '.
           05 FILLER           PIC X(23) VALUE
               'NPRNOVA DATA DE ENTREGA'.
           05 FILLER           PIC X(23) VALUE
               'ATRENTREGA ATRASADA    '.
           05 FILLER           PIC X(23) VALUE
               'ENTPEDIDO ENTREGUE     '.
           05 FILLER           PIC X(23) VALUE
               'CANPEDIDO CANCELADO    '.
       01  WRK-TAB-EVENTO-ROT-R REDEFINES WRK-TAB-EVENTO-ROT.
           05 WRK-EVR-ITEM OCCURS 7 TIMES.
               10 WRK-EVR-CODIGO   PIC X(03).
               10 WRK-EVR-DESCR    PIC X(20).
       01  WRK-TAB-EVENTO-QTD.
           05 WRK-EVT-QTD      PIC 9(07) OCCURS 7 TIMES.

       01  WRK-PROM-GRUPO.
           05 WRK-PROM-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-PROM-R REDEFINES WRK-PROM-GRUPO.
           05 WRK-PRM-ANO      PIC 9(04).
           05 WRK-PRM-MES      PIC 9(02).
           05 WRK-PRM-DIA      PIC 9(02).
       01  WRK-NEG-GRUPO.
           05 WRK-NEG-DATA     PIC 9(08) VALUE ZEROS.
       01  WRK-NEG-R REDEFINES WRK-NEG-GRUPO.
           05 WRK-NGC-ANO      PIC 9(04).
           05 WRK-NGC-MES      PIC 9(02).
           05 WRK-NGC-DIA      PIC 9(02).

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-DET.
           05 WRK-LD-NUMERO    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-EVENTO    PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CANAL     PIC X(01).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-RESULTADO PIC X(20).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(30).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY CALDATA.
           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           OPEN OUTPUT NOTIFRPT-FILE.
           MOVE SPACES TO NOTIFRPT-REC.
           STRING 'AVISOS DE SITUACAO DO PEDIDO AO CLIENTE - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.
           MOVE ALL '=' TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.
           MOVE 'PEDIDO   DOCUMENTO      EVT DESCRICAO            '
               TO NOTIFRPT-REC.
           MOVE 'CANAL RESULTADO' TO NOTIFRPT-REC(51:15).
           WRITE NOTIFRPT-REC.
           MOVE ALL '-' TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.
           OPEN OUTPUT NOTIFSAI-FILE.
           MOVE 'NOTIFSAI' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-NTF-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE SPACES TO NOTIFSAI-HDR-REC.
           MOVE '0'              TO NTH-TIPO.
           MOVE 'NOTIFCLI'       TO NTH-LITERAL.
           MOVE WRK-DATA-NEGOCIO TO NTH-DATA.
           WRITE NOTIFSAI-HDR-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==NOTIFLOG==
               ==:STA:== BY ==WRK-LOG-STATUS==
               ==:DDN:== BY =='NOTIFLOG'==.
           PERFORM 0200-COMPARAR-HISTORICO.
           MOVE SPACES TO NOTIFSAI-TRL-REC.
           MOVE '9'              TO NTT-TIPO.
           MOVE WRK-QTD-ENVIADOS TO NTT-QTD-AVISOS.
           COMPUTE NTT-QTD-REGISTROS = WRK-QTD-ENVIADOS + 2.
           WRITE NOTIFSAI-TRL-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           CLOSE NOTIFSAI-FILE NOTIFLOG-FILE.
           CLOSE PEDHIST-FILE CONSENT-FILE CLIENTE-FILE.
           IF NOT SEM-COPIA-ANTERIOR
               CLOSE PEDHANT-FILE
           END-IF.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE NOTIFRPT-FILE.
           DISPLAY 'NOTIFCLI - EVENTOS ' WRK-QTD-EVENTOS
               ' ENVIADOS ' WRK-QTD-ENVIADOS
               ' SEM CONSENTIMENTO ' WRK-QTD-SEM-CONS.
           IF SEM-COPIA-ANTERIOR
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO E DIAS DESDE A COPIA ANTERIOR (ZEROS =
      * 1, A RODADA DA NOITE ANTERIOR) - JANELA EM QUE UMA
      * PROMESSA VENCIDA AINDA NAO FOI AVISADA
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DIAS DESDE A COPIA ANTERIOR (ZEROS = 1).. '.
           ACCEPT WRK-DIAS-COPIA.
           IF WRK-DIAS-COPIA = 0
               MOVE 1 TO WRK-DIAS-COPIA
           END-IF.
           MOVE WRK-DATA-NEGOCIO TO WRK-NEG-DATA.
           MOVE ZEROS TO WRK-TAB-EVENTO-QTD.

      *****************************************************
      * SEM O PEDHIST NAO HA O QUE COMPARAR; SEM O CONSENT NAO
      * HA COMO PROVAR A BASE LEGAL DO AVISO E SEM O CLIENTE
      * NAO HA CANAL NEM CONTATO - A RODADA E ABANDONADA E A
      * COPIA NAO E RENOVADA. SEM A COPIA ANTERIOR, OU COM ELA
      * AINDA VAZIA (PRIMEIRA RODADA), NADA E AVISADO: O
      * PEDHIST INTEIRO PARECERIA NOVO
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF WRK-CNS-STATUS NOT = '00'
               DISPLAY 'MASTER CONSENT NAO DISPONIVEL (STATUS '
                   WRK-CNS-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO DISPONIVEL (STATUS '
                   WRK-CLI-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PEDHANT-FILE.
           IF WRK-PHA-STATUS NOT = '00'
               SET SEM-COPIA-ANTERIOR TO TRUE
               DISPLAY 'AVISO - COPIA ANTERIOR PEDHANT NAO '
                   'ENCONTRADA (STATUS ' WRK-PHA-STATUS ') - '
                   'PRIMEIRA RODADA, NENHUM AVISO GERADO'
           END-IF.

      *****************************************************
      * CASAMENTO EM LINHA BALANCEADA DO PEDHIST (LIDO NA
      * ORDEM DA CHAVE) COM A COPIA ANTERIOR: CHAVE IGUAL E
      * PEDIDO JA CONHECIDO, CHAVE MENOR DO PEDHIST E PEDIDO
      * NOVO, CHAVE MENOR DA COPIA E PEDIDO QUE SAIU DO MASTER
      *****************************************************
       0200-COMPARAR-HISTORICO.
           MOVE ZEROS TO PHI-NUM-PEDIDO.
           START PEDHIST-FILE KEY NOT < PHI-NUM-PEDIDO
               INVALID KEY
                   MOVE HIGH-VALUES TO WRK-CHAVE-ATU
           END-START.
           IF WRK-CHAVE-ATU NOT = HIGH-VALUES
               PERFORM 0210-LER-ATUAL
           END-IF.
           PERFORM 0220-LER-ANTERIOR.
           IF NOT SEM-COPIA-ANTERIOR
               AND WRK-CHAVE-ANT = HIGH-VALUES
               CLOSE PEDHANT-FILE
               SET SEM-COPIA-ANTERIOR TO TRUE
               DISPLAY 'AVISO - COPIA ANTERIOR PEDHANT VAZIA - '
                   'PRIMEIRA RODADA, NENHUM AVISO GERADO'
           END-IF.
           PERFORM 0230-COMPARAR-UM-PAR
               UNTIL WRK-CHAVE-ATU = HIGH-VALUES
               AND WRK-CHAVE-ANT = HIGH-VALUES.

       0210-LER-ATUAL.
           READ PEDHIST-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-ATU
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE PHI-NUM-PEDIDO TO WRK-CHAVE-ATU
           END-READ.

       0220-LER-ANTERIOR.
           IF SEM-COPIA-ANTERIOR
               MOVE HIGH-VALUES TO WRK-CHAVE-ANT
           ELSE
               READ PEDHANT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-ANT
                   NOT AT END
                       ADD 1 TO WRK-QTD-ANTERIOR
                       MOVE PHA-NUM-PEDIDO TO WRK-CHAVE-ANT
               END-READ
           END-IF.

       0230-COMPARAR-UM-PAR.
           EVALUATE TRUE
               WHEN WRK-CHAVE-ATU = WRK-CHAVE-ANT
                   MOVE 'S' TO WRK-TEM-ANTERIOR
                   PERFORM 0300-DETECTAR-EVENTOS
                   PERFORM 0210-LER-ATUAL
                   PERFORM 0220-LER-ANTERIOR
               WHEN WRK-CHAVE-ATU < WRK-CHAVE-ANT
                   ADD 1 TO WRK-QTD-NOVOS
                   MOVE 'N' TO WRK-TEM-ANTERIOR
                   IF NOT SEM-COPIA-ANTERIOR
                       PERFORM 0300-DETECTAR-EVENTOS
                   END-IF
                   PERFORM 0210-LER-ATUAL
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FORA
                   PERFORM 0220-LER-ANTERIOR
           END-EVALUATE.

      *****************************************************
      * EVENTOS DO PEDIDO NA NOITE: MUDANCA DE SITUACAO (OU
      * SITUACAO DO PEDIDO NOVO), CT-E EMITIDO, NOVA DATA
      * PROMETIDA E PROMESSA QUE VENCEU DESDE A COPIA
      * ANTERIOR SEM A ENTREGA
      *****************************************************
       0300-DETECTAR-EVENTOS.
           MOVE 'N' TO WRK-PEDIDO-ABERTO.
           IF (PHI-PRECIFICADO OR PHI-FATURADO)
               AND PHI-DATA-ENTREGA = 0
               MOVE 'S' TO WRK-PEDIDO-ABERTO
           END-IF.
           IF NOT PEDIDO-NA-COPIA
               OR PHI-SITUACAO NOT = PHA-SITUACAO
               PERFORM 0310-EVENTO-SITUACAO
           END-IF.
           IF PHI-CTE-EMITIDO
               AND (NOT PEDIDO-NA-COPIA OR NOT PHA-CTE-EMITIDO)
               MOVE 3 TO WRK-EVT-IDX
               MOVE WRK-DATA-NEGOCIO TO WRK-DATA-EVENTO
               PERFORM 0400-NOTIFICAR THRU 0400-NOTIFICAR-FIM
           END-IF.
           IF PEDIDO-NA-COPIA AND PEDIDO-EM-ABERTO
               AND PHA-DATA-PROMET > 0
               AND PHI-DATA-PROMET > 0
               AND PHI-DATA-PROMET NOT = PHA-DATA-PROMET
               MOVE 4 TO WRK-EVT-IDX
               MOVE PHI-DATA-PROMET TO WRK-DATA-EVENTO
               PERFORM 0400-NOTIFICAR THRU 0400-NOTIFICAR-FIM
           END-IF.
           IF PEDIDO-EM-ABERTO
               AND PHI-DATA-PROMET > 0
               AND PHI-DATA-PROMET < WRK-DATA-NEGOCIO
               PERFORM 0320-EVENTO-ATRASO
           END-IF.

       0310-EVENTO-SITUACAO.
           EVALUATE TRUE
               WHEN PHI-PRECIFICADO
                   MOVE 1 TO WRK-EVT-IDX
                   MOVE PHI-DATA-PEDIDO TO WRK-DATA-EVENTO
               WHEN PHI-FATURADO
                   MOVE 2 TO WRK-EVT-IDX
                   MOVE PHI-DATA-FATURA TO WRK-DATA-EVENTO
               WHEN PHI-ENTREGUE
                   MOVE 6 TO WRK-EVT-IDX
                   MOVE PHI-DATA-ENTREGA TO WRK-DATA-EVENTO
               WHEN PHI-CANCELADO
                   MOVE 7 TO WRK-EVT-IDX
                   MOVE PHI-DATA-CANCEL TO WRK-DATA-EVENTO
               WHEN OTHER
                   MOVE 0 TO WRK-EVT-IDX
           END-EVALUATE.
           IF WRK-EVT-IDX > 0
               PERFORM 0400-NOTIFICAR THRU 0400-NOTIFICAR-FIM
           END-IF.

      *****************************************************
      * PROMESSA VENCIDA HA NO MAXIMO O INTERVALO DESDE A
      * COPIA ANTERIOR: A RODADA ANTERIOR AINDA NAO A VIA
      * VENCIDA, ENTAO O ATRASO E AVISADO AGORA E SO AGORA
      *****************************************************
       0320-EVENTO-ATRASO.
           MOVE PHI-DATA-PROMET TO WRK-PROM-DATA.
           MOVE WRK-PRM-DIA TO WRK-IDADE-DIA1.
           MOVE WRK-PRM-MES TO WRK-IDADE-MES1.
           MOVE WRK-PRM-ANO TO WRK-IDADE-ANO1.
           MOVE WRK-NGC-DIA TO WRK-IDADE-DIA2.
           MOVE WRK-NGC-MES TO WRK-IDADE-MES2.
           MOVE WRK-NGC-ANO TO WRK-IDADE-ANO2.
           PERFORM 0600-CALCULAR-IDADE-DIAS.
           IF WRK-IDADE-DIAS NOT > WRK-DIAS-COPIA
               MOVE 5 TO WRK-EVT-IDX
               MOVE PHI-DATA-PROMET TO WRK-DATA-EVENTO
               PERFORM 0400-NOTIFICAR THRU 0400-NOTIFICAR-FIM
           END-IF.

      *****************************************************
      * UM AVISO: CONSENTIMENTO VIVO NTF DO DOCUMENTO, CADASTRO
      * NO MASTER CLIENTE E CONTATO DO CANAL ESCOLHIDO - NESSA
      * ORDEM. FALTANDO UM DELES O AVISO E EXCLUIDO E CONTADO
      * PELO MOTIVO; ENVIADO OU NAO, VAI PARA O LOG
      *****************************************************
       0400-NOTIFICAR.
           ADD 1 TO WRK-QTD-EVENTOS.
           ADD 1 TO WRK-EVT-QTD(WRK-EVT-IDX).
           MOVE SPACES TO WRK-CANAL-ENV WRK-DESTINO WRK-RESULTADO.
           MOVE ZEROS TO WRK-SEQ-ENV.
           MOVE PHI-DOC TO CNS-DOC.
           MOVE 'NTF' TO CNS-FINALIDADE.
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 'SEM CONSENTIMENTO' TO WRK-RESULTADO
               NOT INVALID KEY
                   IF CNS-DATA-REVOG > 0
                       MOVE 'CONSENT. REVOGADO' TO WRK-RESULTADO
                   END-IF
           END-READ.
           IF WRK-RESULTADO NOT = SPACES
               ADD 1 TO WRK-QTD-SEM-CONS
               GO TO 0400-NOTIFICAR-LOG
           END-IF.
           MOVE PHI-DOC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO WRK-RESULTADO
           END-READ.
           IF WRK-RESULTADO NOT = SPACES
               ADD 1 TO WRK-QTD-SEM-CAD
               GO TO 0400-NOTIFICAR-LOG
           END-IF.
           MOVE CLI-CANAL-AVISO TO WRK-CANAL-ENV.
           EVALUATE TRUE
               WHEN CLI-AVISO-EMAIL
                   MOVE CLI-EMAIL TO WRK-DESTINO
               WHEN CLI-AVISO-SMS
                   MOVE CLI-CELULAR TO WRK-DESTINO
               WHEN CLI-AVISO-WHATSAPP
                   MOVE CLI-CELULAR TO WRK-DESTINO
               WHEN OTHER
                   MOVE SPACES TO WRK-DESTINO
           END-EVALUATE.
           IF WRK-DESTINO = SPACES
               MOVE 'SEM CONTATO' TO WRK-RESULTADO
               ADD 1 TO WRK-QTD-SEM-CONT
               GO TO 0400-NOTIFICAR-LOG
           END-IF.
           ADD 1 TO WRK-QTD-ENVIADOS.
           MOVE WRK-QTD-ENVIADOS TO WRK-SEQ-ENV.
           MOVE SPACES TO NOTIFSAI-DET-REC.
           MOVE '1'                       TO NTD-TIPO.
           MOVE WRK-SEQ-ENV               TO NTD-SEQUENCIA.
           MOVE WRK-CANAL-ENV             TO NTD-CANAL.
           MOVE WRK-DESTINO               TO NTD-DESTINO.
           MOVE PHI-DOC                   TO NTD-DOC.
           MOVE CLI-NOME                  TO NTD-NOME.
           MOVE PHI-NUM-PEDIDO            TO NTD-NUM-PEDIDO.
           MOVE WRK-EVR-CODIGO(WRK-EVT-IDX) TO NTD-EVENTO.
           MOVE WRK-EVR-DESCR(WRK-EVT-IDX)  TO NTD-DESCRICAO.
           MOVE WRK-DATA-EVENTO           TO NTD-DATA-EVENTO.
           MOVE PHI-DATA-PROMET           TO NTD-DATA-PROMET.
           MOVE PHI-TRANSP                TO NTD-TRANSP.
           MOVE PHI-CTE-CHAVE             TO NTD-CTE-CHAVE.
           WRITE NOTIFSAI-DET-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           MOVE 'ENVIADO' TO WRK-RESULTADO.

       0400-NOTIFICAR-LOG.
           ACCEPT WRK-HORA-LOG FROM TIME.
           MOVE SPACES TO NOTIFLOG-REC.
           MOVE WRK-DATA-NEGOCIO          TO LOG-DATA.
           MOVE WRK-HORA-LOG              TO LOG-HORA.
           MOVE PHI-NUM-PEDIDO            TO LOG-NUM-PEDIDO.
           MOVE PHI-DOC                   TO LOG-DOC.
           MOVE WRK-EVR-CODIGO(WRK-EVT-IDX) TO LOG-EVENTO.
           MOVE WRK-CANAL-ENV             TO LOG-CANAL.
           MOVE WRK-DESTINO               TO LOG-DESTINO.
           MOVE WRK-SEQ-ENV               TO LOG-SEQUENCIA.
           MOVE WRK-RESULTADO             TO LOG-RESULTADO.
           WRITE NOTIFLOG-REC.
           MOVE 'NOTIFLOG' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-LOG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE PHI-NUM-PEDIDO              TO WRK-LD-NUMERO.
           MOVE PHI-DOC                     TO WRK-LD-DOC.
           MOVE WRK-EVR-CODIGO(WRK-EVT-IDX) TO WRK-LD-EVENTO.
           MOVE WRK-EVR-DESCR(WRK-EVT-IDX)  TO WRK-LD-DESCR.
           MOVE WRK-CANAL-ENV               TO WRK-LD-CANAL.
           MOVE WRK-RESULTADO               TO WRK-LD-RESULTADO.
           MOVE WRK-LIN-DET TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.

       0400-NOTIFICAR-FIM.
           EXIT.

       0490-CONFERIR-GRAVACAO.
           MOVE 'NOTIFSAI' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-NTF-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.
           MOVE ALL '-' TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.
           MOVE 'PEDIDOS LIDOS NO PEDHIST......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'PEDIDOS NA COPIA ANTERIOR.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ANTERIOR TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'PEDIDOS NOVOS.................' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-NOVOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'PEDIDOS QUE SAIRAM DO MASTER..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-FORA TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           PERFORM 0620-TOTAL-POR-EVENTO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > 7.
           MOVE 'EVENTOS DETECTADOS............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EVENTOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'AVISOS ENVIADOS...............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-ENVIADOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'EXCLUIDOS SEM CONSENTIMENTO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CONS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'EXCLUIDOS SEM CADASTRO........' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CAD TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'EXCLUIDOS SEM CONTATO/CANAL...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-SEM-CONT TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           IF SEM-COPIA-ANTERIOR
               MOVE 'SEM COPIA ANTERIOR - PRIMEIRA RODADA, NENHUM '
                   TO NOTIFRPT-REC
               MOVE 'AVISO GERADO' TO NOTIFRPT-REC(46:12)
               WRITE NOTIFRPT-REC
           END-IF.

       0610-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO NOTIFRPT-REC.
           WRITE NOTIFRPT-REC.

       0620-TOTAL-POR-EVENTO.
           MOVE SPACES TO WRK-TOT-ROTULO.
           STRING '  ' WRK-EVR-CODIGO(WRK-EVT-IDX) ' '
               WRK-EVR-DESCR(WRK-EVT-IDX)
               DELIMITED BY SIZE INTO WRK-TOT-ROTULO.
           MOVE WRK-EVT-QTD(WRK-EVT-IDX) TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'NOTIFCLI'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO  TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS     TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-ENVIADOS  TO OPS-QTD-GRAVADOS.
           COMPUTE OPS-QTD-REJEITOS = WRK-QTD-SEM-CONS
               + WRK-QTD-SEM-CAD + WRK-QTD-SEM-CONT.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
