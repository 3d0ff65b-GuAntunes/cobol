       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RODADA SEMANAL DE NEGATIVACAO NO BUREAU DE
      *           CREDITO. ATE AQUI A MESA TELEFONAVA AO BUREAU
      *           PARA REGISTRAR O DEVEDOR QUE PASSAVA DO ULTIMO
      *           ESTAGIO DA COBRANCA, E NINGUEM LEMBRAVA DE
      *           TIRAR O REGISTRO QUANDO ELE PAGAVA. LE O MASTER
      *           ABERTOS E O REGISTRO DE NEGATIVACOES NEGATIV:
      *             - TITULO NEGATIVADO QUE O CAIXAAPL MARCOU PAGO
      *               (OU QUE NAO ESTA MAIS NO ABERTOS) GERA UM
      *               PEDIDO DE EXCLUSAO E O REGISTRO FICA
      *               EXCLUIDO (E) COM A DATA DO ENVIO - A LEI DA
      *               POUCOS DIAS APOS O PAGAMENTO PARA A BAIXA;
      *             - TITULO EM ABERTO COM ATRASO, EM DIAS UTEIS
      *               (ROTINA COMUM DA CALPROC, COMO NO COBRANCA),
      *               DE PELO MENOS O TERCEIRO ESTAGIO DE COBRANCA
      *               MAIS A CARENCIA DO SYSIN (ZEROS = 60 + 10)
      *               GERA UM PEDIDO DE INCLUSAO E ENTRA NO
      *               REGISTRO (I) COM A DATA;
      *             - A SITUACAO DE CREDITO DE CADA CLIENTE DO
      *               REGISTRO E ATUALIZADA NO MASTER DE CLIENTES
      *               (CLI-NEGATIVADO), QUE O PROGCOB09 CONFERE
      *               PARA NAO PRECIFICAR PEDIDO DE DEVEDOR
      *               NEGATIVADO.
      *           SAEM O ARQUIVO DE LAYOUT FIXO PARA O BUREAU
      *           (NEGREM, HEADER/DETALHE/TRAILER) E O RELATORIO
      *           NEGRPT COM AS INCLUSOES E EXCLUSOES DA RODADA.
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
           SELECT NEGATIV-FILE ASSIGN TO "NEGATIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WRK-NEG-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT NEGREM-FILE ASSIGN TO "NEGREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REM-STATUS.
           SELECT NEGRPT-FILE ASSIGN TO "NEGRPT"
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

       FD  NEGATIV-FILE.
           COPY NEGATFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

      *****************************************************
      * ARQUIVO PARA O BUREAU - LAYOUT FIXO: HEADER (TIPO 0)
      * COM O CODIGO DE ASSOCIADO, UM DETALHE (TIPO 1) POR
      * INCLUSAO (I) OU EXCLUSAO (E) E TRAILER (TIPO 9) COM AS
      * CONTAGENS, A QUANTIDADE DE REGISTROS E O VALOR INCLUIDO
      *****************************************************
       FD  NEGREM-FILE.
       01  NEGREM-HDR-REC.
           05 NRH-TIPO          PIC X(01).
           05 NRH-LITERAL       PIC X(08).
           05 NRH-DATA          PIC 9(08).
           05 NRH-ASSOCIADO     PIC 9(08).
           05 FILLER            PIC X(75).
       01  NEGREM-DET-REC.
           05 NRD-TIPO          PIC X(01).
           05 NRD-OPERACAO      PIC X(01).
           05 NRD-DOC           PIC X(14).
           05 NRD-TIPO-DOC      PIC X(01).
           05 NRD-NOME          PIC X(20).
           05 NRD-CONTRATO      PIC 9(10).
           05 NRD-DATA-VENC     PIC 9(08).
           05 NRD-VALOR         PIC 9(11)V99.
           05 NRD-DATA-OCORR    PIC 9(08).
           05 NRD-CEP           PIC 9(08).
           05 NRD-UF            PIC X(02).
           05 FILLER            PIC X(14).
       01  NEGREM-TRL-REC.
           05 NRT-TIPO          PIC X(01).
           05 NRT-QTD-INCLUSOES PIC 9(07).
           05 NRT-QTD-EXCLUSOES PIC 9(07).
           05 NRT-QTD-REGISTROS PIC 9(07).
           05 NRT-VALOR-INCLUIDO PIC 9(13)V99.
           05 FILLER            PIC X(63).

       FD  NEGRPT-FILE.
       01  NEGRPT-REC           PIC X(80).

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-NEG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *--- CORTE DA NEGATIVACAO, DO CARTAO SYSIN ---*
       77 WRK-ESTAGIO-3     PIC 9(03) VALUE ZEROS.
       77 WRK-CARENCIA      PIC 9(03) VALUE ZEROS.
       77 WRK-CORTE-DIAS    PIC 9(05) VALUE ZEROS.

      *--- CODIGO DE ASSOCIADO DA EMPRESA NO BUREAU ---*
       77 WRK-NOSSO-ASSOCIADO PIC 9(08) VALUE 40471100.

       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REGISTRO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INCLUSOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCLUSOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CLI-ALTER PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-INCLUIDO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WRK-AVANCO-OK     PIC X(01) VALUE 'N'.
           88 AVANCO-PAROU       VALUE 'S'.
       77 WRK-NOVA-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-OPERACAO      PIC X(01) VALUE SPACES.
       77 WRK-DATA-OCORR    PIC 9(08) VALUE ZEROS.

       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO      PIC 9(04).
           05 WRK-VEN-MES      PIC 9(02).
           05 WRK-VEN-DIA      PIC 9(02).
       01  WRK-UTIL-GRUPO.
           05 WRK-UTIL-DATA    PIC 9(08) VALUE ZEROS.
       01  WRK-UTIL-R REDEFINES WRK-UTIL-GRUPO.
           05 WRK-UTI-ANO      PIC 9(04).
           05 WRK-UTI-MES      PIC 9(02).
           05 WRK-UTI-DIA      PIC 9(02).

      *****************************************************
      * TITULOS DO ABERTOS (SALDO AINDA A RECEBER), MARCADOS
      * QUANDO JA ESTAO NEGATIVADOS NO REGISTRO
      *****************************************************
       77 WRK-ABR-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ABERTOS.
           05 WRK-ABR-ITEM OCCURS 5000 TIMES.
               10 WRK-ABR-NUMERO   PIC 9(08).
               10 WRK-ABR-PARCELA  PIC 9(02).
               10 WRK-ABR-DOC      PIC X(14).
               10 WRK-ABR-VENC     PIC 9(08).
               10 WRK-ABR-SALDO    PIC 9(11)V99.
               10 WRK-ABR-NEGAT    PIC X(01).

      *****************************************************
      * CLIENTES DO REGISTRO, COM A QUANTIDADE DE TITULOS
      * AINDA NEGATIVADOS (INCLUIDOS OU PAGOS SEM EXCLUSAO)
      *****************************************************
       77 WRK-DOC-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DOC-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-DOCS.
           05 WRK-DOC-ITEM OCCURS 2000 TIMES.
               10 WRK-DOC-CODIGO   PIC X(14).
               10 WRK-DOC-ATIVOS   PIC 9(05).

      *--- LINHAS DO RELATORIO ---*
       01  WRK-LIN-DET.
           05 WRK-LD-OPERACAO  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NUMERO    PIC 9(08).
           05 WRK-LD-TRACO     PIC X(01).
           05 WRK-LD-PARCELA   PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DOC       PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VENC      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-OBS       PIC X(10).
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
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0060-ABRIR-ARQUIVOS.
           OPEN OUTPUT NEGRPT-FILE.
           MOVE SPACES TO NEGRPT-REC.
           STRING 'NEGATIVACAO NO BUREAU DE CREDITO - '
               WRK-DATA-NEGOCIO ' - CORTE ' WRK-CORTE-DIAS
               ' DIAS UTEIS' DELIMITED BY SIZE INTO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE ALL '=' TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           PERFORM 0100-CARREGAR-ABERTOS.
           OPEN OUTPUT NEGREM-FILE.
           MOVE 'NEGREM' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-REM-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE SPACES TO NEGREM-HDR-REC.
           MOVE '0'                 TO NRH-TIPO.
           MOVE 'NEGATIVA'          TO NRH-LITERAL.
           MOVE WRK-DATA-NEGOCIO    TO NRH-DATA.
           MOVE WRK-NOSSO-ASSOCIADO TO NRH-ASSOCIADO.
           WRITE NEGREM-HDR-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           PERFORM 0200-EXCLUIR-PAGOS.
           PERFORM 0300-INCLUIR-DEVEDORES.
           MOVE SPACES TO NEGREM-TRL-REC.
           MOVE '9'               TO NRT-TIPO.
           MOVE WRK-QTD-INCLUSOES TO NRT-QTD-INCLUSOES.
           MOVE WRK-QTD-EXCLUSOES TO NRT-QTD-EXCLUSOES.
           COMPUTE NRT-QTD-REGISTROS =
               WRK-QTD-INCLUSOES + WRK-QTD-EXCLUSOES + 2.
           MOVE WRK-TOT-INCLUIDO  TO NRT-VALOR-INCLUIDO.
           WRITE NEGREM-TRL-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.
           CLOSE NEGREM-FILE.
           PERFORM 0400-ATUALIZAR-CLIENTES.
           PERFORM 0600-TOTAIS-RELATORIO.
           CLOSE NEGATIV-FILE NEGRPT-FILE.
           IF WRK-CLI-ABERTO = 'S'
               CLOSE CLIENTE-FILE
           END-IF.
           DISPLAY 'NEGATIVA - INCLUSOES ' WRK-QTD-INCLUSOES
               ' EXCLUSOES ' WRK-QTD-EXCLUSOES.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * DATA DE NEGOCIO E CORTE DA NEGATIVACAO: TERCEIRO
      * ESTAGIO DA COBRANCA (ZEROS = 60, O MESMO PADRAO DO
      * COBRANCA) MAIS A CARENCIA APOS A ULTIMA CARTA (ZEROS =
      * 10), AMBOS EM DIAS UTEIS DE ATRASO
      *****************************************************
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO.
           IF WRK-DATA-NEGOCIO = 0
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'ESTAGIO 3 EM DIAS (ZEROS = 60).. '.
           ACCEPT WRK-ESTAGIO-3.
           DISPLAY 'DIAS APOS O ESTAGIO 3 (ZEROS = 10).. '.
           ACCEPT WRK-CARENCIA.
           IF WRK-ESTAGIO-3 = 0
               MOVE 60 TO WRK-ESTAGIO-3
           END-IF.
           IF WRK-CARENCIA = 0
               MOVE 10 TO WRK-CARENCIA
           END-IF.
           COMPUTE WRK-CORTE-DIAS = WRK-ESTAGIO-3 + WRK-CARENCIA.

      *****************************************************
      * SEM O ABERTOS NAO HA COMO SABER O QUE FOI PAGO - A
      * RODADA NAO PODE MANDAR EXCLUSAO NEM INCLUSAO AS CEGAS.
      * O REGISTRO NEGATIV E CRIADO NA PRIMEIRA EXECUCAO; SEM
      * O MASTER DE CLIENTES O ARQUIVO SAI SEM NOME/ENDERECO
      * E A SITUACAO DE CREDITO NAO E ATUALIZADA
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               DISPLAY 'MASTER ABERTOS NAO DISPONIVEL (STATUS '
                   WRK-ABE-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NEGATIV-FILE.
           IF WRK-NEG-STATUS NOT = '00'
               OPEN OUTPUT NEGATIV-FILE
               CLOSE NEGATIV-FILE
               OPEN I-O NEGATIV-FILE
           END-IF.
           IF WRK-NEG-STATUS NOT = '00'
               DISPLAY 'REGISTRO NEGATIV NAO DISPONIVEL (STATUS '
                   WRK-NEG-STATUS ') - RODADA ABANDONADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               MOVE 'S' TO WRK-CLI-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO DISPONIVEL '
                   '(STATUS ' WRK-CLI-STATUS ') - SITUACAO DE '
                   'CREDITO NAO ATUALIZADA'
           END-IF.

      *****************************************************
      * CARREGA OS TITULOS DO ABERTOS COM SALDO A RECEBER
      *****************************************************
       0100-CARREGAR-ABERTOS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0110-LER-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.

       0110-LER-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ABR-VALOR > ABR-VALOR-PAGO
                       PERFORM 0120-GUARDAR-TITULO
                   END-IF
           END-READ.

       0120-GUARDAR-TITULO.
           IF WRK-ABR-QTD >= 5000
               DISPLAY 'AVISO - TABELA DE TITULOS CHEIA (5000) - '
                   'FATURA ' ABR-NUMERO ' FICA PARA A PROXIMA '
                   'RODADA'
           ELSE
               ADD 1 TO WRK-ABR-QTD
               MOVE ABR-NUMERO    TO WRK-ABR-NUMERO(WRK-ABR-QTD)
               IF ABR-PARCELA IS NUMERIC
                   MOVE ABR-PARCELA TO WRK-ABR-PARCELA(WRK-ABR-QTD)
               ELSE
                   MOVE 1 TO WRK-ABR-PARCELA(WRK-ABR-QTD)
               END-IF
               MOVE ABR-DOC       TO WRK-ABR-DOC(WRK-ABR-QTD)
               MOVE ABR-DATA-VENC TO WRK-ABR-VENC(WRK-ABR-QTD)
               COMPUTE WRK-ABR-SALDO(WRK-ABR-QTD) =
                   ABR-VALOR - ABR-VALOR-PAGO
               MOVE 'N' TO WRK-ABR-NEGAT(WRK-ABR-QTD)
           END-IF.

      *****************************************************
      * VARRE O REGISTRO: TITULO PAGO (MARCADO PELO CAIXAAPL)
      * OU QUE SAIU DO ABERTOS VAI PARA EXCLUSAO; TITULO AINDA
      * INCLUIDO E EM ABERTO FICA MARCADO NA TABELA PARA NAO
      * SER INCLUIDO DE NOVO
      *****************************************************
       0200-EXCLUIR-PAGOS.
           MOVE SPACES TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE 'EXCLUSOES (TITULOS PAGOS)' TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE ALL '-' TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE 'N' TO WRK-EOF-ARQ.
           MOVE LOW-VALUES TO NEG-CHAVE.
           START NEGATIV-FILE KEY NOT < NEG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQ TO TRUE
           END-START.
           PERFORM 0210-LER-UM-REGISTRO UNTIL WRK-FIM-ARQ.

       0210-LER-UM-REGISTRO.
           READ NEGATIV-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-REGISTRO
                   IF NOT NEG-EXCLUIDO
                       PERFORM 0220-AVALIAR-REGISTRO
                   END-IF
           END-READ.

       0220-AVALIAR-REGISTRO.
           PERFORM 0230-ACHAR-TITULO.
           IF NEG-INCLUIDO AND WRK-ABR-USO > 0
               MOVE 'S' TO WRK-ABR-NEGAT(WRK-ABR-USO)
           ELSE
               IF NEG-INCLUIDO
                   MOVE WRK-DATA-NEGOCIO TO NEG-DATA-PAGTO
               END-IF
               PERFORM 0250-ENVIAR-EXCLUSAO
           END-IF.

       0230-ACHAR-TITULO.
           MOVE ZEROS TO WRK-ABR-USO.
           PERFORM 0235-PROCURAR-TITULO
               VARYING WRK-ABR-IDX FROM 1 BY 1
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD
               OR WRK-ABR-USO > 0.

       0235-PROCURAR-TITULO.
           IF WRK-ABR-NUMERO(WRK-ABR-IDX) = NEG-NUMERO
               AND WRK-ABR-PARCELA(WRK-ABR-IDX) = NEG-PARCELA
               MOVE WRK-ABR-IDX TO WRK-ABR-USO
           END-IF.

      *****************************************************
      * PEDIDO DE EXCLUSAO AO BUREAU E REGISTRO EXCLUIDO
      *****************************************************
       0250-ENVIAR-EXCLUSAO.
           MOVE 'E' TO WRK-OPERACAO.
           MOVE NEG-DATA-PAGTO TO WRK-DATA-OCORR.
           PERFORM 0480-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTD-EXCLUSOES.
           MOVE 'E' TO NEG-SITUACAO.
           MOVE WRK-DATA-NEGOCIO TO NEG-DATA-EXCLUSAO.
           REWRITE NEGATIV-REC.
           MOVE 'NEGATIV' TO WRK-IO-DDNAME.
           MOVE 'REWRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-NEG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE 'EXCLUSAO' TO WRK-LD-OPERACAO.
           MOVE 'PAGO' TO WRK-LD-OBS.
           PERFORM 0470-IMPRIMIR-DETALHE.

      *****************************************************
      * TITULO EM ABERTO, AINDA NAO NEGATIVADO, COM ATRASO EM
      * DIAS UTEIS A PARTIR DO CORTE: PEDIDO DE INCLUSAO E
      * REGISTRO INCLUIDO (TITULO JA EXCLUIDO NO PASSADO E QUE
      * VOLTOU A ATRASAR TEM O MESMO REGISTRO REAPROVEITADO)
      *****************************************************
       0300-INCLUIR-DEVEDORES.
           MOVE SPACES TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE 'INCLUSOES (DEVEDORES APOS O ULTIMO ESTAGIO)'
               TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE ALL '-' TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           PERFORM 0310-AVALIAR-TITULO
               VARYING WRK-ABR-IDX FROM 1 BY 1
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD.

       0310-AVALIAR-TITULO.
           IF WRK-ABR-NEGAT(WRK-ABR-IDX) = 'N'
               AND WRK-ABR-VENC(WRK-ABR-IDX) < WRK-DATA-NEGOCIO
               PERFORM 0320-CONTAR-DIAS-UTEIS
               IF WRK-DIAS-ATRASO >= WRK-CORTE-DIAS
                   PERFORM 0350-ENVIAR-INCLUSAO
               END-IF
           END-IF.

      *****************************************************
      * DIAS UTEIS ENTRE O VENCIMENTO E A DATA DE NEGOCIO,
      * PELO 0500-ACHAR-PROX-DIA-UTIL DA CALPROC (A MESMA
      * CONTAGEM DOS ESTAGIOS DO COBRANCA)
      *****************************************************
       0320-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           MOVE 'N' TO WRK-AVANCO-OK.
           MOVE SPACES TO WRK-UF-FERIADO.
           MOVE WRK-ABR-VENC(WRK-ABR-IDX) TO WRK-VENCIMENTO.
           MOVE WRK-VEN-DIA TO WRK-CALC-DIA.
           MOVE WRK-VEN-MES TO WRK-CALC-MES.
           MOVE WRK-VEN-ANO TO WRK-CALC-ANO.
           PERFORM 0330-AVANCAR-DIA-UTIL UNTIL AVANCO-PAROU.

       0330-AVANCAR-DIA-UTIL.
           PERFORM 0500-ACHAR-PROX-DIA-UTIL.
           MOVE WRK-PROX-ANO TO WRK-UTI-ANO.
           MOVE WRK-PROX-MES TO WRK-UTI-MES.
           MOVE WRK-PROX-DIA TO WRK-UTI-DIA.
           IF WRK-UTIL-DATA > WRK-DATA-NEGOCIO
               SET AVANCO-PAROU TO TRUE
           ELSE
               ADD 1 TO WRK-DIAS-ATRASO
               MOVE WRK-PROX-DIA TO WRK-CALC-DIA
               MOVE WRK-PROX-MES TO WRK-CALC-MES
               MOVE WRK-PROX-ANO TO WRK-CALC-ANO
           END-IF.

       0350-ENVIAR-INCLUSAO.
           MOVE WRK-ABR-NUMERO(WRK-ABR-IDX)  TO NEG-NUMERO.
           MOVE WRK-ABR-PARCELA(WRK-ABR-IDX) TO NEG-PARCELA.
           READ NEGATIV-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-NOVA-SITUACAO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NOVA-SITUACAO
           END-READ.
           MOVE WRK-ABR-DOC(WRK-ABR-IDX)   TO NEG-DOC.
           MOVE WRK-ABR-VENC(WRK-ABR-IDX)  TO NEG-DATA-VENC.
           MOVE WRK-ABR-SALDO(WRK-ABR-IDX) TO NEG-VALOR.
           MOVE WRK-DIAS-ATRASO  TO NEG-DIAS-ATRASO.
           MOVE WRK-DATA-NEGOCIO TO NEG-DATA-INCLUSAO.
           MOVE ZEROS TO NEG-DATA-PAGTO NEG-DATA-EXCLUSAO.
           MOVE 'I' TO NEG-SITUACAO.
           IF WRK-NOVA-SITUACAO = 'S'
               REWRITE NEGATIV-REC
               MOVE 'REWRITE' TO WRK-IO-OPERACAO
           ELSE
               WRITE NEGATIV-REC
               MOVE 'WRITE' TO WRK-IO-OPERACAO
           END-IF.
           MOVE 'NEGATIV' TO WRK-IO-DDNAME.
           MOVE WRK-NEG-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           MOVE 'I' TO WRK-OPERACAO.
           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-OCORR.
           PERFORM 0480-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTD-INCLUSOES.
           ADD NEG-VALOR TO WRK-TOT-INCLUIDO.
           MOVE 'INCLUSAO' TO WRK-LD-OPERACAO.
           MOVE SPACES TO WRK-LD-OBS.
           PERFORM 0470-IMPRIMIR-DETALHE.

      *****************************************************
      * RECONTA NO REGISTRO OS TITULOS AINDA NEGATIVADOS DE
      * CADA CLIENTE E ACERTA O CLI-NEGATIVADO NO MASTER (S COM
      * ALGUM TITULO INCLUIDO OU PAGO SEM EXCLUSAO, N SEM
      * NENHUM) - SO REGRAVA O CLIENTE CUJA SITUACAO MUDOU
      *****************************************************
       0400-ATUALIZAR-CLIENTES.
           IF WRK-CLI-ABERTO = 'S'
               MOVE 'N' TO WRK-EOF-ARQ
               MOVE LOW-VALUES TO NEG-CHAVE
               START NEGATIV-FILE KEY NOT < NEG-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQ TO TRUE
               END-START
               PERFORM 0410-CONTAR-UM-REGISTRO UNTIL WRK-FIM-ARQ
               PERFORM 0430-ACERTAR-UM-CLIENTE
                   VARYING WRK-DOC-IDX FROM 1 BY 1
                   UNTIL WRK-DOC-IDX > WRK-DOC-QTD
           END-IF.

       0410-CONTAR-UM-REGISTRO.
           READ NEGATIV-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0420-ACHAR-DOC
                   IF WRK-DOC-USO > 0 AND NOT NEG-EXCLUIDO
                       ADD 1 TO WRK-DOC-ATIVOS(WRK-DOC-USO)
                   END-IF
           END-READ.

       0420-ACHAR-DOC.
           MOVE ZEROS TO WRK-DOC-USO.
           PERFORM 0425-PROCURAR-DOC
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > WRK-DOC-QTD
               OR WRK-DOC-USO > 0.
           IF WRK-DOC-USO = 0
               IF WRK-DOC-QTD < 2000
                   ADD 1 TO WRK-DOC-QTD
                   MOVE NEG-DOC TO WRK-DOC-CODIGO(WRK-DOC-QTD)
                   MOVE ZEROS   TO WRK-DOC-ATIVOS(WRK-DOC-QTD)
                   MOVE WRK-DOC-QTD TO WRK-DOC-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA '
                       '(2000) - ' NEG-DOC ' SEM ACERTO NO MASTER'
               END-IF
           END-IF.

       0425-PROCURAR-DOC.
           IF WRK-DOC-CODIGO(WRK-DOC-IDX) = NEG-DOC
               MOVE WRK-DOC-IDX TO WRK-DOC-USO
           END-IF.

       0430-ACERTAR-UM-CLIENTE.
           IF WRK-DOC-ATIVOS(WRK-DOC-IDX) > 0
               MOVE 'S' TO WRK-NOVA-SITUACAO
           ELSE
               MOVE 'N' TO WRK-NOVA-SITUACAO
           END-IF.
           MOVE WRK-DOC-CODIGO(WRK-DOC-IDX) TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY 'AVISO - CLIENTE ' CLI-DOC
                       ' DO REGISTRO NAO ESTA NO MASTER'
               NOT INVALID KEY
                   IF CLI-NEGATIVADO NOT = WRK-NOVA-SITUACAO
                       MOVE WRK-NOVA-SITUACAO TO CLI-NEGATIVADO
                       REWRITE CLIENTE-REC
                       MOVE 'CLIENTE' TO WRK-IO-DDNAME
                       MOVE 'REWRITE' TO WRK-IO-OPERACAO
                       MOVE WRK-CLI-STATUS TO WRK-IO-STATUS
                       PERFORM 9800-CONFERIR-IO
                       ADD 1 TO WRK-QTD-CLI-ALTER
                   END-IF
           END-READ.

      *****************************************************
      * LINHA DO RELATORIO A PARTIR DO REGISTRO CORRENTE
      *****************************************************
       0470-IMPRIMIR-DETALHE.
           MOVE NEG-NUMERO      TO WRK-LD-NUMERO.
           MOVE '-'             TO WRK-LD-TRACO.
           MOVE NEG-PARCELA     TO WRK-LD-PARCELA.
           MOVE NEG-DOC         TO WRK-LD-DOC.
           MOVE NEG-DATA-VENC   TO WRK-LD-VENC.
           MOVE NEG-DIAS-ATRASO TO WRK-LD-DIAS.
           MOVE NEG-VALOR       TO WRK-LD-VALOR.
           MOVE WRK-LIN-DET TO NEGRPT-REC.
           WRITE NEGRPT-REC.

      *****************************************************
      * DETALHE DO ARQUIVO DO BUREAU A PARTIR DO REGISTRO
      * CORRENTE, COM NOME E ENDERECO DO MASTER DE CLIENTES.
      * O CONTRATO PARA O BUREAU E A FATURA + PARCELA, O MESMO
      * NOSSO NUMERO DO BOLETO
      *****************************************************
       0480-GRAVAR-DETALHE.
           MOVE SPACES TO NEGREM-DET-REC.
           MOVE '1' TO NRD-TIPO.
           MOVE WRK-OPERACAO TO NRD-OPERACAO.
           MOVE NEG-DOC TO NRD-DOC.
           MOVE ZEROS TO NRD-CEP.
           IF WRK-CLI-ABERTO = 'S'
               MOVE NEG-DOC TO CLI-DOC
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-TIPO-DOC TO NRD-TIPO-DOC
                       MOVE CLI-NOME     TO NRD-NOME
                       MOVE CLI-CEP      TO NRD-CEP
                       MOVE CLI-UF       TO NRD-UF
               END-READ
           END-IF.
           COMPUTE NRD-CONTRATO = NEG-NUMERO * 100 + NEG-PARCELA.
           MOVE NEG-DATA-VENC TO NRD-DATA-VENC.
           MOVE NEG-VALOR TO NRD-VALOR.
           MOVE WRK-DATA-OCORR TO NRD-DATA-OCORR.
           WRITE NEGREM-DET-REC.
           PERFORM 0490-CONFERIR-GRAVACAO.

       0490-CONFERIR-GRAVACAO.
           MOVE 'NEGREM' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-REM-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

       0600-TOTAIS-RELATORIO.
           MOVE SPACES TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE ALL '-' TO NEGRPT-REC.
           WRITE NEGRPT-REC.
           MOVE 'TITULOS LIDOS NO ABERTOS......' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-LIDOS TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'REGISTROS LIDOS NO NEGATIV....' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-REGISTRO TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'INCLUSOES ENVIADAS............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-INCLUSOES TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'EXCLUSOES ENVIADAS............' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-EXCLUSOES TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'CLIENTES COM SITUACAO ALTERADA' TO WRK-TOT-ROTULO.
           MOVE WRK-QTD-CLI-ALTER TO WRK-TOT-QTD-ED.
           PERFORM 0610-GRAVAR-TOTAL-QTD.
           MOVE 'VALOR INCLUIDO NO BUREAU......' TO
               WRK-TOT-VAL-ROTULO.
           MOVE WRK-TOT-INCLUIDO TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-VALOR-LINHA TO NEGRPT-REC.
           WRITE NEGRPT-REC.

       0610-GRAVAR-TOTAL-QTD.
           MOVE WRK-TOT-LINHA TO NEGRPT-REC.
           WRITE NEGRPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'NEGATIVA'        TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO  TO OPS-DATA.
           MOVE WRK-HORA-INICIO   TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM      TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS     TO OPS-QTD-LIDOS.
           COMPUTE OPS-QTD-GRAVADOS =
               WRK-QTD-INCLUSOES + WRK-QTD-EXCLUSOES.
           MOVE ZEROS             TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
