       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTSIN.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: MANUTENCAO DO MASTER DE SINISTROS DE TRANSPORTE
      *           (ARQUIVO SINISTRO, CHAVEADO PELO NUMERO DO
      *           PEDIDO). ABRE O SINISTRO DE UM PEDIDO QUE
      *           CHEGOU AVARIADO, EXTRAVIOU OU FOI ROUBADO -
      *           CONFERINDO O PEDIDO NO PEDHIST, O VALOR
      *           DECLARADO CONTRA O VALOR DA MERCADORIA E
      *           TRAZENDO A TRANSPORTADORA RESPONSAVEL - E
      *           CONDUZ O CICLO DE VIDA: ABERTO -> EM ANALISE ->
      *           ACEITO PELA TRANSPORTADORA -> CLIENTE
      *           INDENIZADO -> ENCERRADO (OU ENCERRADO SEM
      *           ACEITE, QUANDO A TRANSPORTADORA RECUSA). ATE
      *           AQUI O SINISTRO VIVIA EM PLANILHA FORA DO
      *           SISTEMA. CADA TRANSACAO E REGISTRADA NO LOG
      *           MANTSINLOG, NO MOLDE DO MANTTRA/MANTTRALOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUM-PEDIDO
               FILE STATUS IS WRK-SIN-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT MANTSINLOG-FILE ASSIGN TO "MANTSINL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SINISTRO-FILE.
           COPY SINISFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  MANTSINLOG-FILE.
       01  MANTSINLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-NUM-PEDIDO  PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-SIT-ANTES   PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-SIT-DEPOIS  PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-VALOR       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-SIN-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-ABRIR        VALUE 'I'.
           88 OPCAO-AVANCAR      VALUE 'S'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-PEDIDO-PROC  PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-PROC    PIC X(01) VALUE SPACES.
       77 WRK-VALOR-PROC   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCR-PROC   PIC X(30) VALUE SPACES.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-SIT-NOVA     PIC X(01) VALUE SPACES.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO-TXT PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE SINISTRO-FILE PEDHIST-FILE MANTSINLOG-FILE.
           DISPLAY 'MANUTENCAO DE SINISTROS ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE O MASTER EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO,
      * O PEDHIST PARA CONSULTA E O LOG EM EXTEND. SEM O
      * PEDHIST NAO HA COMO CONFERIR O PEDIDO - RECUSADO
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN I-O SINISTRO-FILE.
           IF WRK-SIN-STATUS NOT = '00'
               OPEN OUTPUT SINISTRO-FILE
               CLOSE SINISTRO-FILE
               OPEN I-O SINISTRO-FILE
           END-IF.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'MASTER PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - RODE A CARGA PEDHLOAD DA '
                   'ROTINA NOTURNA'
               CLOSE SINISTRO-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND MANTSINLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTSINLOG-FILE
               CLOSE MANTSINLOG-FILE
               OPEN EXTEND MANTSINLOG-FILE
           END-IF.

      *****************************************************
      * IDENTIFICA O OPERADOR PELA SESSAO AUTENTICADA DO
      * PROGMENU (ARQUIVO OPERSESS); SEM SESSAO, PERGUNTA
      *****************************************************
       0060-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT OPERSESS-FILE.
           IF WRK-SES-STATUS = '00'
               READ OPERSESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-OPERADOR
               END-READ
               CLOSE OPERSESS-FILE
           END-IF.
           IF WRK-OPERADOR = SPACES
               DISPLAY 'OPERADOR/JOB (PARA O LOG DE MANUTENCAO) ?'
               ACCEPT WRK-OPERADOR FROM CONSOLE
           ELSE
               DISPLAY 'OPERADOR DA SESSAO: ' WRK-OPERADOR
           END-IF.

      *****************************************************
      * LACO PRINCIPAL DE TRANSACOES - UMA TRANSACAO POR
      * PASSAGEM, ATE O OPERADOR DIGITAR F (FIM)
      *****************************************************
       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (I=ABRIR SINISTRO S=AVANCAR '
               'SITUACAO C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           MOVE SPACES TO WRK-SIT-ANTES WRK-SIT-NOVA.
           MOVE ZEROS TO WRK-VALOR-PROC.
           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0200-ABRIR-SINISTRO
               WHEN OPCAO-AVANCAR
                   PERFORM 0300-AVANCAR-SITUACAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-SINISTRO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0140-LER-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO ?'.
           ACCEPT WRK-PEDIDO-PROC FROM CONSOLE.

      *****************************************************
      * ABRE UM SINISTRO: O PEDIDO TEM DE EXISTIR NO PEDHIST
      * E NAO PODE ESTAR REJEITADO NEM CANCELADO; O VALOR
      * DECLARADO NAO PODE PASSAR DO VALOR DA MERCADORIA. A
      * TRANSPORTADORA RESPONSAVEL E A QUE FOI ALOCADA AO
      * PEDIDO NA PRECIFICACAO
      *****************************************************
       0200-ABRIR-SINISTRO.
           PERFORM 0140-LER-PEDIDO.
           MOVE SPACES TO WRK-RESULTADO.
           MOVE WRK-PEDIDO-PROC TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   MOVE 'PEDIDO INEXISTENTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-RESULTADO = SPACES
               IF PHI-REJEITADO OR PHI-CANCELADO
                   MOVE 'PEDIDO NAO EMBARCADO' TO WRK-RESULTADO
               END-IF
           END-IF.
           IF WRK-RESULTADO = SPACES
               DISPLAY 'TIPO (A=AVARIA E=EXTRAVIO R=ROUBO) ?'
               ACCEPT WRK-TIPO-PROC FROM CONSOLE
               DISPLAY 'VALOR DECLARADO DO PREJUIZO '
                   '(999999999V99) ?'
               ACCEPT WRK-VALOR-PROC FROM CONSOLE
               DISPLAY 'DESCRICAO DA OCORRENCIA ?'
               ACCEPT WRK-DESCR-PROC FROM CONSOLE
               MOVE WRK-TIPO-PROC TO SIN-TIPO
               EVALUATE TRUE
                   WHEN NOT SIN-TIPO-VALIDO
                       MOVE 'TIPO INVALIDO' TO WRK-RESULTADO
                   WHEN WRK-VALOR-PROC = 0
                       MOVE 'VALOR ZERADO' TO WRK-RESULTADO
                   WHEN WRK-VALOR-PROC > PHI-VALOR
                       MOVE 'VALOR ACIMA DO PEDIDO' TO WRK-RESULTADO
               END-EVALUATE
           END-IF.
           IF WRK-RESULTADO = SPACES
               INITIALIZE SINISTRO-REC
               MOVE WRK-PEDIDO-PROC TO SIN-NUM-PEDIDO
               MOVE 'A'             TO SIN-SITUACAO
               MOVE WRK-TIPO-PROC   TO SIN-TIPO
               MOVE PHI-DOC         TO SIN-DOC
               MOVE PHI-TRANSP      TO SIN-TRANSP
               MOVE PHI-VALOR       TO SIN-VALOR-PEDIDO
               MOVE WRK-VALOR-PROC  TO SIN-VALOR-DECL
               MOVE WRK-OPERADOR    TO SIN-OPERADOR
               MOVE WRK-DATA-HOJE   TO SIN-DATA-ABERT
               MOVE WRK-DESCR-PROC  TO SIN-DESCRICAO
               WRITE SINISTRO-REC
                   INVALID KEY
                       MOVE 'SINISTRO JA ABERTO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'SINISTRO ABERTO' TO WRK-RESULTADO
                       MOVE 'A' TO WRK-SIT-NOVA
               END-WRITE
               IF PHI-TRANSP = SPACES
                   DISPLAY 'AVISO - PEDIDO SEM TRANSPORTADORA '
                       'ALOCADA NA PRECIFICACAO'
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * AVANCA O SINISTRO UM PASSO NO CICLO DE VIDA. DO ACEITE
      * PEDE O VALOR ACEITO PELA TRANSPORTADORA (DESCONTADO NO
      * PROXIMO ACERTO FRETACER) E DA INDENIZACAO O VALOR PAGO
      * AO CLIENTE (LANCADO NO RAZAO PELO GLEXTR). ENCERRAR
      * ANTES DO ACEITE = TRANSPORTADORA RECUSOU
      *****************************************************
       0300-AVANCAR-SITUACAO.
           PERFORM 0140-LER-PEDIDO.
           MOVE SPACES TO WRK-RESULTADO.
           MOVE WRK-PEDIDO-PROC TO SIN-NUM-PEDIDO.
           READ SINISTRO-FILE
               INVALID KEY
                   MOVE 'SINISTRO INEXISTENTE' TO WRK-RESULTADO
           END-READ.
           IF WRK-RESULTADO = SPACES
               MOVE SIN-SITUACAO TO WRK-SIT-ANTES
               PERFORM 0310-ESCOLHER-PASSO
           END-IF.
           IF WRK-RESULTADO = SPACES
               REWRITE SINISTRO-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'SITUACAO ALTERADA' TO WRK-RESULTADO
               END-REWRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0310-ESCOLHER-PASSO.
           PERFORM 0460-TEXTO-SITUACAO.
           DISPLAY 'SITUACAO ATUAL: ' WRK-SITUACAO-TXT.
           EVALUATE TRUE
               WHEN SIN-ABERTO
                   DISPLAY 'NOVA SITUACAO (N=EM ANALISE '
                       'E=ENCERRAR) ?'
               WHEN SIN-EM-ANALISE
                   DISPLAY 'NOVA SITUACAO (T=ACEITO PELA '
                       'TRANSPORTADORA E=ENCERRAR SEM ACEITE) ?'
               WHEN SIN-ACEITO
                   DISPLAY 'NOVA SITUACAO (I=CLIENTE '
                       'INDENIZADO) ?'
               WHEN SIN-INDENIZADO
                   DISPLAY 'NOVA SITUACAO (E=ENCERRAR) ?'
               WHEN OTHER
                   MOVE 'SINISTRO ENCERRADO' TO WRK-RESULTADO
           END-EVALUATE.
           IF WRK-RESULTADO = SPACES
               ACCEPT WRK-SIT-NOVA FROM CONSOLE
               PERFORM 0320-APLICAR-PASSO
           END-IF.

       0320-APLICAR-PASSO.
           EVALUATE TRUE
               WHEN WRK-SIT-NOVA = 'N' AND SIN-ABERTO
                   MOVE WRK-DATA-HOJE TO SIN-DATA-ANALISE
               WHEN WRK-SIT-NOVA = 'T' AND SIN-EM-ANALISE
                   DISPLAY 'VALOR ACEITO PELA TRANSPORTADORA '
                       '(999999999V99) ?'
                   ACCEPT WRK-VALOR-PROC FROM CONSOLE
                   IF WRK-VALOR-PROC = 0
                       OR WRK-VALOR-PROC > SIN-VALOR-DECL
                       MOVE 'VALOR ACEITO INVALIDO' TO WRK-RESULTADO
                   ELSE
                       MOVE WRK-VALOR-PROC TO SIN-VALOR-ACEITO
                       MOVE WRK-DATA-HOJE TO SIN-DATA-ACEITE
                   END-IF
               WHEN WRK-SIT-NOVA = 'I' AND SIN-ACEITO
                   DISPLAY 'VALOR INDENIZADO AO CLIENTE '
                       '(999999999V99) ?'
                   ACCEPT WRK-VALOR-PROC FROM CONSOLE
                   IF WRK-VALOR-PROC = 0
                       OR WRK-VALOR-PROC > SIN-VALOR-DECL
                       MOVE 'VALOR INDENIZ INVALIDO' TO WRK-RESULTADO
                   ELSE
                       MOVE WRK-VALOR-PROC TO SIN-VALOR-INDENIZ
                       MOVE WRK-DATA-HOJE TO SIN-DATA-INDENIZ
                   END-IF
               WHEN WRK-SIT-NOVA = 'E'
                   AND (SIN-ABERTO OR SIN-EM-ANALISE
                        OR SIN-INDENIZADO)
                   MOVE WRK-DATA-HOJE TO SIN-DATA-ENCERR
               WHEN OTHER
                   MOVE 'PASSO NAO PERMITIDO' TO WRK-RESULTADO
           END-EVALUATE.
           IF WRK-RESULTADO = SPACES
               MOVE WRK-SIT-NOVA TO SIN-SITUACAO
           END-IF.

      *****************************************************
      * CONSULTA UM SINISTRO DO MASTER
      *****************************************************
       0450-CONSULTAR-SINISTRO.
           PERFORM 0140-LER-PEDIDO.
           MOVE WRK-PEDIDO-PROC TO SIN-NUM-PEDIDO.
           READ SINISTRO-FILE
               INVALID KEY
                   DISPLAY 'SINISTRO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 0460-TEXTO-SITUACAO
                   DISPLAY 'SITUACAO........ ' WRK-SITUACAO-TXT
                   DISPLAY 'TIPO............ ' SIN-TIPO
                   DISPLAY 'CLIENTE......... ' SIN-DOC
                   DISPLAY 'TRANSPORTADORA.. ' SIN-TRANSP
                   DISPLAY 'VALOR PEDIDO.... ' SIN-VALOR-PEDIDO
                   DISPLAY 'VALOR DECLARADO. ' SIN-VALOR-DECL
                   DISPLAY 'VALOR ACEITO.... ' SIN-VALOR-ACEITO
                   DISPLAY 'VALOR INDENIZ... ' SIN-VALOR-INDENIZ
                   DISPLAY 'ABERTO EM....... ' SIN-DATA-ABERT
                       ' POR ' SIN-OPERADOR
                   DISPLAY 'DESCRICAO....... ' SIN-DESCRICAO
                   IF SIN-DATA-DEDUCAO > 0
                       DISPLAY 'DESCONTADO EM... ' SIN-DATA-DEDUCAO
                   END-IF
           END-READ.

       0460-TEXTO-SITUACAO.
           EVALUATE TRUE
               WHEN SIN-ABERTO
                   MOVE 'ABERTO' TO WRK-SITUACAO-TXT
               WHEN SIN-EM-ANALISE
                   MOVE 'EM ANALISE' TO WRK-SITUACAO-TXT
               WHEN SIN-ACEITO
                   MOVE 'ACEITO TRANSP' TO WRK-SITUACAO-TXT
               WHEN SIN-INDENIZADO
                   MOVE 'CLIENTE INDENIZADO' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'ENCERRADO' TO WRK-SITUACAO-TXT
           END-EVALUATE.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTSINLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-ABRIR   MOVE 'ABRIR' TO LOG-TRANS
               WHEN OPCAO-AVANCAR MOVE 'SITUACAO' TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-PEDIDO-PROC TO LOG-NUM-PEDIDO.
           MOVE WRK-SIT-ANTES   TO LOG-SIT-ANTES.
           MOVE WRK-SIT-NOVA    TO LOG-SIT-DEPOIS.
           MOVE WRK-VALOR-PROC  TO LOG-VALOR.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTSINLOG-REC.
