       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVLIM.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: APROVACAO PELO SUPERVISOR DE CREDITO DAS
      *           RECOMENDACOES DE LIMITE ENFILEIRADAS PELO REVLIM
      *           NO ARQUIVO LIMPEND, NO MOLDE DO APRVUF. PARA CADA
      *           RECOMENDACAO O SUPERVISOR VE AS MEDIDAS E APROVA
      *           (O NOVO LIMITE E GRAVADO NO MASTER CLIENTE),
      *           REJEITA, PULA (FICA NA FILA) OU ENCERRA. A
      *           APROVACAO SO E APLICADA SE O LIMITE DO MASTER
      *           AINDA FOR O DA REVISAO - SE ALGUEM O ALTEROU
      *           DEPOIS (MANTCLI), A RECOMENDACAO NAO E APLICADA.
      *           TODA DECISAO VAI PARA O LOG APRVLMLG COM O LIMITE
      *           ANTES E DEPOIS, O SUPERVISOR, DATA E HORA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMPEND-FILE ASSIGN TO "LIMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.
           SELECT LIMPENEW-FILE ASSIGN TO "LIMPENEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOV-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT APRVLMLOG-FILE ASSIGN TO "APRVLMLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMPEND-FILE.
           COPY LIMPENFD.

       FD  LIMPENEW-FILE.
       01  LIMPENEW-REC         PIC X(127).

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  APRVLMLOG-FILE.
       01  APRVLMLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-SUPERVISOR  PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-DATA-REVISAO PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-DOC         PIC X(14).
           05 FILLER          PIC X(01).
           05 LOG-CLASSE      PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-LIM-ANTES   PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-LIM-DEPOIS  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-DECISAO     PIC X(09).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-PEN-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NOV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(08) VALUE SPACES.
       77 WRK-EOF-PEN      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PENDENTES VALUE 'S'.
       77 WRK-EOF-DRENO    PIC X(01) VALUE 'N'.
           88 WRK-FIM-DRENO     VALUE 'S'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-APROVAR      VALUE 'A'.
           88 OPCAO-REJEITAR     VALUE 'R'.
           88 OPCAO-PULAR        VALUE 'P'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-DECISAO      PIC X(09) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-QTD-APROV    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APLIC    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEIT   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FICARAM  PIC 9(05) VALUE ZEROS.
       77 WRK-LIM-ANTES    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIM-DEPOIS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-ED-ANTES     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-NOVO      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ED-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-SUPERVISOR.
           READ LIMPEND-FILE
               AT END SET WRK-FIM-PENDENTES TO TRUE
           END-READ.
           PERFORM 0100-REVISAR-UMA-PENDENTE UNTIL WRK-FIM-PENDENTES.
           CLOSE LIMPEND-FILE LIMPENEW-FILE CLIENTE-FILE
               APRVLMLOG-FILE.
           PERFORM 0500-DEVOLVER-FILA.
           DISPLAY '----------------------------------------'.
           DISPLAY 'APROVADAS.............. ' WRK-QTD-APROV.
           DISPLAY '   APLICADAS NO MASTER. ' WRK-QTD-APLIC.
           DISPLAY 'REJEITADAS............. ' WRK-QTD-REJEIT.
           DISPLAY 'PERMANECEM NA FILA..... ' WRK-QTD-FICARAM.
           STOP RUN.

      *****************************************************
      * ABRE A FILA DE RECOMENDACOES, O MASTER DE CLIENTES EM
      * I-O E O LOG (CRIA-SE-NAO-EXISTIR)
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT LIMPEND-FILE.
           IF WRK-PEN-STATUS NOT = '00'
               DISPLAY 'FILA LIMPEND NAO ENCONTRADA (STATUS '
                   WRK-PEN-STATUS ') - NADA A APROVAR'
               STOP RUN
           END-IF.
           OPEN I-O CLIENTE-FILE.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'MASTER CLIENTE NAO DISPONIVEL (STATUS '
                   WRK-CLI-STATUS ') - APROVACAO ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LIMPENEW-FILE.
           OPEN EXTEND APRVLMLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT APRVLMLOG-FILE
               CLOSE APRVLMLOG-FILE
               OPEN EXTEND APRVLMLOG-FILE
           END-IF.

      *****************************************************
      * IDENTIFICA O SUPERVISOR PELA SESSAO AUTENTICADA DO
      * PROGMENU; SEM SESSAO, PERGUNTA
      *****************************************************
       0060-IDENTIFICAR-SUPERVISOR.
           MOVE SPACES TO WRK-SUPERVISOR.
           OPEN INPUT OPERSESS-FILE.
           IF WRK-SES-STATUS = '00'
               READ OPERSESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-SUPERVISOR
               END-READ
               CLOSE OPERSESS-FILE
           END-IF.
           IF WRK-SUPERVISOR = SPACES
               DISPLAY 'SUPERVISOR (PARA O LOG DE APROVACAO) ?'
               ACCEPT WRK-SUPERVISOR FROM CONSOLE
           ELSE
               DISPLAY 'SUPERVISOR DA SESSAO: ' WRK-SUPERVISOR
           END-IF.

      *****************************************************
      * MOSTRA UMA RECOMENDACAO COM AS MEDIDAS DO PERIODO E
      * EXECUTA A DECISAO DO SUPERVISOR
      *****************************************************
       0100-REVISAR-UMA-PENDENTE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CLIENTE.... ' LPN-DOC ' ' LPN-NOME.
           DISPLAY 'REVISAO.... ' LPN-DATA ' CLASSE ' LPN-CLASSE.
           DISPLAY 'TITULOS ' LPN-QTD-TITULOS ' ATRASADOS '
               LPN-QTD-ATRASO ' (' LPN-PCT-ATRASO '%)'.
           DISPLAY 'ATRASO MEDIO ' LPN-MEDIA-DIAS ' PIOR '
               LPN-PIOR-DIAS ' DIAS'.
           MOVE LPN-EXPOSICAO TO WRK-ED-VALOR.
           DISPLAY 'EXPOSICAO........... ' WRK-ED-VALOR.
           MOVE LPN-FATURADO TO WRK-ED-VALOR.
           DISPLAY 'FATURADO NO PERIODO. ' WRK-ED-VALOR.
           MOVE LPN-LIMITE-ANTES TO WRK-ED-ANTES.
           MOVE LPN-LIMITE-NOVO  TO WRK-ED-NOVO.
           DISPLAY 'LIMITE ' WRK-ED-ANTES ' -> ' WRK-ED-NOVO.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR P=PULAR '
               'F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-APROVAR
                   ADD 1 TO WRK-QTD-APROV
                   MOVE 'APROVADA' TO WRK-DECISAO
                   PERFORM 0200-APLICAR-NO-MASTER
                   PERFORM 0400-GRAVAR-LOG
               WHEN OPCAO-REJEITAR
                   ADD 1 TO WRK-QTD-REJEIT
                   MOVE 'REJEITADA' TO WRK-DECISAO
                   MOVE 'NAO APLICADA' TO WRK-RESULTADO
                   MOVE LPN-LIMITE-ANTES TO WRK-LIM-ANTES
                                            WRK-LIM-DEPOIS
                   PERFORM 0400-GRAVAR-LOG
               WHEN OPCAO-FIM
                   ADD 1 TO WRK-QTD-FICARAM
                   PERFORM 0150-MANTER-NA-FILA
                   PERFORM 0160-DRENAR-RESTANTE
                   SET WRK-FIM-PENDENTES TO TRUE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FICARAM
                   PERFORM 0150-MANTER-NA-FILA
           END-EVALUATE.
           IF NOT WRK-FIM-PENDENTES
               READ LIMPEND-FILE
                   AT END SET WRK-FIM-PENDENTES TO TRUE
               END-READ
           END-IF.

       0150-MANTER-NA-FILA.
           MOVE LIMPEND-REC TO LIMPENEW-REC.
           WRITE LIMPENEW-REC.

      *****************************************************
      * FIM ANTECIPADO: O QUE AINDA NAO FOI REVISADO VOLTA
      * INTEIRO PARA A FILA
      *****************************************************
       0160-DRENAR-RESTANTE.
           MOVE 'N' TO WRK-EOF-DRENO.
           PERFORM 0165-DRENAR-UMA UNTIL WRK-FIM-DRENO.

       0165-DRENAR-UMA.
           READ LIMPEND-FILE
               AT END
                   SET WRK-FIM-DRENO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-FICARAM
                   PERFORM 0150-MANTER-NA-FILA
           END-READ.

      *****************************************************
      * APLICA O NOVO LIMITE AO MASTER - SO QUANDO O LIMITE
      * ATUAL AINDA E O QUE A REVISAO VIU; O LOG GUARDA O
      * LIMITE ENCONTRADO NO MASTER E O QUE FICOU
      *****************************************************
       0200-APLICAR-NO-MASTER.
           MOVE LPN-DOC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-LIM-ANTES WRK-LIM-DEPOIS
                   MOVE 'CLIENTE NAO EXISTE' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE CLI-LIMITE-CRED TO WRK-LIM-ANTES
                                           WRK-LIM-DEPOIS
                   PERFORM 0210-REGRAVAR-LIMITE
           END-READ.
           DISPLAY WRK-RESULTADO.

       0210-REGRAVAR-LIMITE.
           IF CLI-LIMITE-CRED NOT = LPN-LIMITE-ANTES
               MOVE 'LIMITE JA ALTERADO' TO WRK-RESULTADO
           ELSE
               MOVE LPN-LIMITE-NOVO TO CLI-LIMITE-CRED
               REWRITE CLIENTE-REC
               IF WRK-CLI-STATUS = '00'
                   MOVE LPN-LIMITE-NOVO TO WRK-LIM-DEPOIS
                   MOVE 'APLICADA NO MASTER' TO WRK-RESULTADO
                   ADD 1 TO WRK-QTD-APLIC
               ELSE
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'ERRO REWRITE ' WRK-CLI-STATUS
                       DELIMITED BY SIZE INTO WRK-RESULTADO
               END-IF
           END-IF.

      *****************************************************
      * LOG DE APROVACAO - DECISAO, SUPERVISOR E O LIMITE
      * ANTES E DEPOIS NO MASTER
      *****************************************************
       0400-GRAVAR-LOG.
           MOVE SPACES TO APRVLMLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA   TO LOG-DATA.
           MOVE WRK-LOG-HORA   TO LOG-HORA.
           MOVE WRK-SUPERVISOR TO LOG-SUPERVISOR.
           MOVE LPN-DATA       TO LOG-DATA-REVISAO.
           MOVE LPN-DOC        TO LOG-DOC.
           MOVE LPN-CLASSE     TO LOG-CLASSE.
           MOVE WRK-LIM-ANTES  TO LOG-LIM-ANTES.
           MOVE WRK-LIM-DEPOIS TO LOG-LIM-DEPOIS.
           MOVE WRK-DECISAO    TO LOG-DECISAO.
           MOVE WRK-RESULTADO  TO LOG-RESULTADO.
           WRITE APRVLMLOG-REC.

      *****************************************************
      * DEVOLVE A FILA LIMPEND COM O QUE NAO FOI DECIDIDO
      * (PULADOS E O RESTO APOS UM FIM ANTECIPADO)
      *****************************************************
       0500-DEVOLVER-FILA.
           MOVE 'N' TO WRK-EOF-PEN.
           OPEN INPUT LIMPENEW-FILE.
           OPEN OUTPUT LIMPEND-FILE.
           PERFORM 0510-DEVOLVER-UMA UNTIL WRK-FIM-PENDENTES.
           CLOSE LIMPENEW-FILE LIMPEND-FILE.

       0510-DEVOLVER-UMA.
           READ LIMPENEW-FILE
               AT END
                   SET WRK-FIM-PENDENTES TO TRUE
               NOT AT END
                   MOVE LIMPENEW-REC TO LIMPEND-REC
                   WRITE LIMPEND-REC
           END-READ.
