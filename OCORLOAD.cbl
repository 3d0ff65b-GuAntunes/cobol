       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORLOAD.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: CARGA DAS OCORRENCIAS DE TRANSPORTE ENVIADAS
      *           PELAS TRANSPORTADORAS NO ARQUIVO OCOREN, DE
      *           LAYOUT FIXO DO PADRAO DO SETOR (BLOCOS 000
      *           HEADER / 342 OCORRENCIA / 999 TRAILER, UM BLOCO
      *           POR TRANSPORTADORA). CADA OCORRENCIA E VALIDADA
      *           - CODIGO CADASTRADO NO MASTER OCORCOD, PEDIDO
      *           EXISTENTE NO PEDHIST E TRANSPORTADORA DO BLOCO
      *           IGUAL A DO PEDIDO - E GRAVADA NO HISTORICO
      *           OCORHIST PELO FSA-NUM-PEDIDO COM DATA E HORA. O
      *           QUE NAO PASSA VAI PARA O OCORREJ COM O MOTIVO.
      *           OCORRENCIA JA CARREGADA (MESMA CHAVE) E SO
      *           CONTADA, DE MODO QUE O ARQUIVO PODE SER
      *           REPROCESSADO. SAI O RELATORIO DE EXCECOES
      *           OCOREXC COM AS RECUSAS E AS TENTATIVAS DE
      *           ENTREGA FRUSTRADAS DEPOIS DA DATA PROMETIDA,
      *           PARA O ATENDIMENTO LIGAR PARA O CLIENTE ANTES DE
      *           O CLIENTE LIGAR PARA NOS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCOREN-FILE ASSIGN TO "OCOREN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCO-STATUS.
           SELECT OCORCOD-FILE ASSIGN TO "OCORCOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OCD-CODIGO
               FILE STATUS IS WRK-OCD-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT OCORHIST-FILE ASSIGN TO "OCORHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHAVE
               FILE STATUS IS WRK-OCR-STATUS.
           SELECT OCORREJ-FILE ASSIGN TO "OCORREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.
           SELECT OCOREXC-FILE ASSIGN TO "OCOREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OCOREN-FILE.
       01  OCOREN-HDR-REC.
           05 OCH-TIPO          PIC X(03).
           05 OCH-DATA          PIC 9(08).
           05 OCH-TRANSP        PIC X(03).
           05 OCH-SEQUENCIA     PIC 9(06).
           05 FILLER            PIC X(60).
       01  OCOREN-DET-REC.
           05 OCO-TIPO          PIC X(03).
           05 OCO-NUM-PEDIDO    PIC 9(08).
           05 OCO-CODIGO        PIC X(03).
           05 OCO-DATA          PIC 9(08).
           05 OCO-HORA          PIC 9(04).
           05 OCO-OBS           PIC X(40).
           05 FILLER            PIC X(14).
       01  OCOREN-TRL-REC.
           05 OCT-TIPO          PIC X(03).
           05 OCT-QTD           PIC 9(07).
           05 FILLER            PIC X(70).

       FD  OCORCOD-FILE.
           COPY OCOCODFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  OCORHIST-FILE.
           COPY OCORHSFD.

       FD  OCORREJ-FILE.
       01  OCORREJ-REC.
           05 REJ-REGISTRO      PIC X(80).
           05 FILLER            PIC X(01).
           05 REJ-TRANSP        PIC X(03).
           05 FILLER            PIC X(01).
           05 REJ-MOTIVO        PIC X(30).

       FD  OCOREXC-FILE.
       01  OCOREXC-REC          PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-OCO-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OCD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OCR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

       77 WRK-EM-BLOCO      PIC X(01) VALUE 'N'.
           88 WRK-DENTRO-BLOCO   VALUE 'S'.
       77 WRK-TRANSP-BLOCO  PIC X(03) VALUE SPACES.
       77 WRK-QTD-BLOCO     PIC 9(07) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-JA-CARGA  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REJEITOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BLOCOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BLOCO-DIV PIC 9(05) VALUE ZEROS.

       01  WRK-LIN-EXC1.
           05 WRK-LE-PEDIDO    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-NOME      PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-DOC       PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-UF        PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-TRANSP    PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-CLASSE    PIC X(10).
       01  WRK-LIN-EXC2.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LE-CODIGO    PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-DESCR     PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-SEVER     PIC 9(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LE-HORA      PIC 9(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-PROMET    PIC 9(08).
       01  WRK-TOT-LINHA.
           05 WRK-TOT-ROTULO   PIC X(26).
           05 WRK-TOT-QTD-ED   PIC ZZZZZZ9.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-LER-OCORRENCIA UNTIL WRK-FIM-ARQ.
           IF WRK-DENTRO-BLOCO
               DISPLAY 'AVISO - BLOCO DA TRANSPORTADORA '
                   WRK-TRANSP-BLOCO ' SEM TRAILER'
               ADD 1 TO WRK-QTD-BLOCO-DIV
           END-IF.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE OCOREN-FILE OCORCOD-FILE PEDHIST-FILE
               OCORHIST-FILE OCORREJ-FILE OCOREXC-FILE.
           DISPLAY 'OCORHIST - GRAVADAS ' WRK-QTD-GRAVADOS
               ' JA CARREGADAS ' WRK-QTD-JA-CARGA
               ' REJEITADAS ' WRK-QTD-REJEITOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * ABRE O ARQUIVO DAS TRANSPORTADORAS, OS MASTERS DE
      * CONSULTA, O HISTORICO (CRIADO NA PRIMEIRA EXECUCAO),
      * OS REJEITOS E O RELATORIO DE EXCECOES
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT OCOREN-FILE.
           IF WRK-OCO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO OCOREN NAO DISPONIVEL (STATUS '
                   WRK-OCO-STATUS ') - CARGA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OCORCOD-FILE.
           IF WRK-OCD-STATUS NOT = '00'
               DISPLAY 'MASTER OCORCOD NAO DISPONIVEL (STATUS '
                   WRK-OCD-STATUS ') - CADASTRE OS CODIGOS NO '
                   'MANTOCO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               DISPLAY 'MASTER PEDHIST NAO DISPONIVEL (STATUS '
                   WRK-PHI-STATUS ') - RODE A CARGA PEDHLOAD DA '
                   'ROTINA NOTURNA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OCORHIST-FILE.
           IF WRK-OCR-STATUS NOT = '00'
               OPEN OUTPUT OCORHIST-FILE
               CLOSE OCORHIST-FILE
               OPEN I-O OCORHIST-FILE
           END-IF.
           IF WRK-OCR-STATUS NOT = '00'
               DISPLAY 'OCORHIST INACESSIVEL (STATUS '
                   WRK-OCR-STATUS ') - CARGA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OCORREJ-FILE.
           OPEN OUTPUT OCOREXC-FILE.
           MOVE SPACES TO OCOREXC-REC.
           STRING 'OCORRENCIAS DE TRANSPORTE - EXCECOES - '
               WRK-DATA-NEGOCIO DELIMITED BY SIZE INTO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE 'RECUSAS E TENTATIVAS FRUSTRADAS APOS A PROMESSA'
               TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE ALL '=' TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE 'PEDIDO    CLIENTE               DOC             UF  '
               TO OCOREXC-REC.
           MOVE 'TRP  CLASSE' TO OCOREXC-REC(53:11).
           WRITE OCOREXC-REC.
           MOVE '    OCO SIGNIFICADO                    SEV DATA'
               TO OCOREXC-REC.
           MOVE 'HORA  PROMETIDO' TO OCOREXC-REC(53:15).
           WRITE OCOREXC-REC.
           MOVE ALL '-' TO OCOREXC-REC.
           WRITE OCOREXC-REC.

      *****************************************************
      * LE UM REGISTRO DO OCOREN E DESVIA PELO TIPO: 000 ABRE
      * O BLOCO DA TRANSPORTADORA, 342 E UMA OCORRENCIA, 999
      * FECHA O BLOCO CONFERINDO A QUANTIDADE
      *****************************************************
       0100-LER-OCORRENCIA.
           READ OCOREN-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE OCO-TIPO
                       WHEN '000'
                           PERFORM 0110-ABRIR-BLOCO
                       WHEN '342'
                           ADD 1 TO WRK-QTD-LIDOS
                           ADD 1 TO WRK-QTD-BLOCO
                           PERFORM 0200-TRATAR-OCORRENCIA
                               THRU 0200-TRATAR-FIM
                       WHEN '999'
                           PERFORM 0120-FECHAR-BLOCO
                       WHEN OTHER
                           DISPLAY 'AVISO - REGISTRO DE TIPO '
                               OCO-TIPO ' IGNORADO'
                   END-EVALUATE
           END-READ.

       0110-ABRIR-BLOCO.
           IF WRK-DENTRO-BLOCO
               DISPLAY 'AVISO - BLOCO DA TRANSPORTADORA '
                   WRK-TRANSP-BLOCO ' SEM TRAILER'
               ADD 1 TO WRK-QTD-BLOCO-DIV
           END-IF.
           SET WRK-DENTRO-BLOCO TO TRUE.
           ADD 1 TO WRK-QTD-BLOCOS.
           MOVE OCH-TRANSP TO WRK-TRANSP-BLOCO.
           MOVE ZEROS TO WRK-QTD-BLOCO.

       0120-FECHAR-BLOCO.
           IF OCT-QTD NOT = WRK-QTD-BLOCO
               DISPLAY 'AVISO - TRANSPORTADORA ' WRK-TRANSP-BLOCO
                   ' TRAILER COM ' OCT-QTD ' OCORRENCIAS, LIDAS '
                   WRK-QTD-BLOCO
               ADD 1 TO WRK-QTD-BLOCO-DIV
           END-IF.
           MOVE 'N' TO WRK-EM-BLOCO.
           MOVE SPACES TO WRK-TRANSP-BLOCO.

      *****************************************************
      * VALIDA UMA OCORRENCIA CONTRA O BLOCO, O MASTER DE
      * CODIGOS E O PEDHIST; PASSANDO, GRAVA NO HISTORICO E
      * AVALIA SE E EXCECAO PARA O ATENDIMENTO
      *****************************************************
       0200-TRATAR-OCORRENCIA.
           IF NOT WRK-DENTRO-BLOCO
               MOVE 'OCORRENCIA FORA DE BLOCO' TO WRK-MOTIVO
               PERFORM 0500-REJEITAR
               GO TO 0200-TRATAR-FIM
           END-IF.
           IF OCO-DATA NOT NUMERIC OR OCO-DATA = 0
               OR OCO-HORA NOT NUMERIC
               MOVE 'DATA/HORA INVALIDA' TO WRK-MOTIVO
               PERFORM 0500-REJEITAR
               GO TO 0200-TRATAR-FIM
           END-IF.
           MOVE OCO-CODIGO TO OCD-CODIGO.
           READ OCORCOD-FILE
               INVALID KEY
                   MOVE 'CODIGO NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 0500-REJEITAR
                   GO TO 0200-TRATAR-FIM
           END-READ.
           MOVE OCO-NUM-PEDIDO TO PHI-NUM-PEDIDO.
           READ PEDHIST-FILE
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                   PERFORM 0500-REJEITAR
                   GO TO 0200-TRATAR-FIM
           END-READ.
           IF PHI-TRANSP NOT = WRK-TRANSP-BLOCO
               MOVE 'PEDIDO DE OUTRA TRANSPORTADORA' TO WRK-MOTIVO
               PERFORM 0500-REJEITAR
               GO TO 0200-TRATAR-FIM
           END-IF.
           MOVE OCO-NUM-PEDIDO   TO OCR-NUM-PEDIDO.
           MOVE OCO-DATA         TO OCR-DATA.
           MOVE OCO-HORA         TO OCR-HORA.
           MOVE OCO-CODIGO       TO OCR-CODIGO.
           MOVE WRK-TRANSP-BLOCO TO OCR-TRANSP.
           MOVE OCO-OBS          TO OCR-OBS.
           MOVE WRK-DATA-NEGOCIO TO OCR-DATA-CARGA.
           WRITE OCORHIST-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-JA-CARGA
                   GO TO 0200-TRATAR-FIM
           END-WRITE.
           ADD 1 TO WRK-QTD-GRAVADOS.
           IF OCD-RECUSA
               PERFORM 0300-LISTAR-EXCECAO
           END-IF.
           IF OCD-TENTATIVA AND OCO-DATA > PHI-DATA-PROMET
               PERFORM 0300-LISTAR-EXCECAO
           END-IF.

       0200-TRATAR-FIM.
           EXIT.

      *****************************************************
      * RECUSA OU TENTATIVA FRUSTRADA COM A PROMESSA VENCIDA -
      * DUAS LINHAS NO RELATORIO DE EXCECOES
      *****************************************************
       0300-LISTAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE PHI-NUM-PEDIDO   TO WRK-LE-PEDIDO.
           MOVE PHI-NOME-CLI     TO WRK-LE-NOME.
           MOVE PHI-DOC          TO WRK-LE-DOC.
           MOVE PHI-UF           TO WRK-LE-UF.
           MOVE WRK-TRANSP-BLOCO TO WRK-LE-TRANSP.
           IF OCD-RECUSA
               MOVE 'RECUSA' TO WRK-LE-CLASSE
           ELSE
               MOVE 'TENTATIVA' TO WRK-LE-CLASSE
           END-IF.
           MOVE OCO-CODIGO       TO WRK-LE-CODIGO.
           MOVE OCD-DESCRICAO    TO WRK-LE-DESCR.
           MOVE OCD-SEVERIDADE   TO WRK-LE-SEVER.
           MOVE OCO-DATA         TO WRK-LE-DATA.
           MOVE OCO-HORA         TO WRK-LE-HORA.
           MOVE PHI-DATA-PROMET  TO WRK-LE-PROMET.
           MOVE WRK-LIN-EXC1 TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE WRK-LIN-EXC2 TO OCOREXC-REC.
           WRITE OCOREXC-REC.

      *****************************************************
      * GRAVA A OCORRENCIA RECUSADA NO OCORREJ, COM O REGISTRO
      * ORIGINAL, A TRANSPORTADORA DO BLOCO E O MOTIVO
      *****************************************************
       0500-REJEITAR.
           ADD 1 TO WRK-QTD-REJEITOS.
           MOVE SPACES TO OCORREJ-REC.
           MOVE OCOREN-DET-REC   TO REJ-REGISTRO.
           MOVE WRK-TRANSP-BLOCO TO REJ-TRANSP.
           MOVE WRK-MOTIVO       TO REJ-MOTIVO.
           WRITE OCORREJ-REC.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE ALL '-' TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'BLOCOS DE TRANSPORTADORA.' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-BLOCOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'BLOCOS COM DIVERGENCIA..' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-BLOCO-DIV TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'OCORRENCIAS LIDAS.......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'GRAVADAS NO HISTORICO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-GRAVADOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'JA CARREGADAS ANTES.....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-JA-CARGA TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'REJEITADAS (OCORREJ)....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-REJEITOS TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.
           MOVE SPACES TO WRK-TOT-LINHA.
           MOVE 'EXCECOES PARA CONTATO...' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EXCECOES TO WRK-TOT-QTD-ED.
           MOVE WRK-TOT-LINHA TO OCOREXC-REC.
           WRITE OCOREXC-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT, PARA A CONFERENCIA DIARIA DE QUE O
      * JOB RODOU E QUANTAS OCORRENCIAS CARREGOU
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'OCORLOAD'       TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO OPS-DATA.
           MOVE WRK-HORA-INICIO  TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS    TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITOS TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
