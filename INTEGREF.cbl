       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGREF.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL
      *           ENTRE OS MASTERS. CADA PROGRAMA CONFERE AS SUAS
      *           CHAVES NA ENTRADA, MAS OS ARQUIVOS SE DESCOLAM
      *           COM O TEMPO E A DIVERGENCIA SO APARECIA QUANDO
      *           UM BATCH CAIA. CONFERE:
      *             1) DOCUMENTO DO FRETESAI SEM CLIENTE;
      *             2) DOCUMENTO DO PEDHIST SEM CLIENTE;
      *             3) ROTA DO TRANSP SEM TARIFA NO UFRATE;
      *             4) ROTA DO CONTRATO SEM TARIFA NO UFRATE;
      *             5) PRODUTO DO POSICAO FORA DO PRODCAT;
      *             6) DISCIPLINA DO ALUNO FORA DO DISCMST;
      *             7) TITULO DO ABERTOS SEM FATURA NO FATREG;
      *             8) CONSENTIMENTO (CONSENT) DE DOCUMENTO QUE
      *                NAO EXISTE MAIS NO CLIENTE.
      *           CADA ORFAO SAI NO RELATORIO INTEGRPT COM O
      *           ARQUIVO, A CHAVE, O VALOR SEM REFERENCIA E A
      *           SEVERIDADE; O RESUMO FINAL DA UMA LINHA POR
      *           VERIFICACAO. RETURN-CODE PARA O EODRUN: 0 SEM
      *           ORFAOS, 4 SO ORFAOS DE SEVERIDADE MEDIA/BAIXA
      *           OU VERIFICACAO NAO EXECUTADA POR FALTA DE
      *           ARQUIVO, 8 COM ALGUM ORFAO DE SEVERIDADE ALTA.
      *           RODA NO EODRUN, MAS SO VARRE NO DIA DA SEMANA
      *           DO CARTAO SYSIN (EM BRANCO = TODA EXECUCAO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - O CONTRATO E CONFERIDO CONTRA A TARIFA DO SEU
      *                 NIVEL DE SERVICO NO UFRATE (A CHAVE DOS DOIS
      *                 MASTERS PASSOU A INCLUIR O NIVEL); A ROTA DA
      *                 TRANSPORTADORA CONTINUA VALENDO PARA QUALQUER
      *                 NIVEL. COLUNA DA CHAVE NO INTEGRPT AMPLIADA
      *                 PARA 32 POSICOES.
      * 15/10/2026 GA - A PROCURA DE TARIFA PASSA A SER EXECUTADA COM
      *                 THRU ATE O PARAGRAFO DE SAIDA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FSA-STATUS.
           SELECT PEDHIST-FILE ASSIGN TO "PEDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-NUM-PEDIDO
               FILE STATUS IS WRK-PHI-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT TRANSP-FILE ASSIGN TO "TRANSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CHAVE
               FILE STATUS IS WRK-TRA-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WRK-CTX-STATUS.
           SELECT UFRATE-FILE ASSIGN TO "UFRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UFR-CHAVE
               FILE STATUS IS WRK-UFR-STATUS.
           SELECT POSICAO-FILE ASSIGN TO "POSICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CHAVE
               FILE STATUS IS WRK-POS-STATUS.
           SELECT PRODCAT-FILE ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NOME
               FILE STATUS IS WRK-PRD-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "ALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT DISCMST-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT ABERTOS-FILE ASSIGN TO "ABERTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABE-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REG-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS WRK-CNS-STATUS.
           SELECT INTEGRPT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETESAI-FILE.
           COPY FRETESFD.

       FD  PEDHIST-FILE.
           COPY PEDHISFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  TRANSP-FILE.
           COPY TRANSPFD.

       FD  CONTRATO-FILE.
           COPY CONTRTFD.

       FD  UFRATE-FILE.
           COPY UFRATEFD.

       FD  POSICAO-FILE.
           COPY POSICAOFD.

       FD  PRODCAT-FILE.
           COPY PRODCATFD.

       FD  ALUNO-FILE.
           COPY ALUNOFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  ABERTOS-FILE.
           COPY ABERTFD.

       FD  FATREG-FILE.
           COPY FATREGFD.

       FD  CONSENT-FILE.
           COPY CONSENFD.

       FD  INTEGRPT-FILE.
       01  INTEGRPT-REC         PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       FD  FERIADOS-FILE.
           COPY FERIADFD.

       WORKING-STORAGE SECTION.
       77 WRK-FSA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PHI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CTX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-UFR-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-POS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ABE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CNS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTE-ABERTO     VALUE 'S'.
       77 WRK-UFR-ABERTO    PIC X(01) VALUE 'N'.
           88 UFRATE-ABERTO      VALUE 'S'.
       77 WRK-PRD-ABERTO    PIC X(01) VALUE 'N'.
           88 PRODCAT-ABERTO     VALUE 'S'.
       77 WRK-DIS-ABERTO    PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO     VALUE 'S'.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-NEGOCIO.
           05 WRK-NEG-ANO   PIC 9(04).
           05 WRK-NEG-MES   PIC 9(02).
           05 WRK-NEG-DIA   PIC 9(02).
       01  WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO
                            PIC 9(08).
       77 WRK-DIA-VARREDURA PIC X(13) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORFAOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALTA      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MEDIA     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BAIXA     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-EXEC  PIC 9(02) VALUE ZEROS.
       77 WRK-EXISTE        PIC X(01) VALUE 'N'.
           88 REFERENCIA-EXISTE  VALUE 'S'.
       77 WRK-DOC-BUSCA     PIC X(14) VALUE SPACES.
       77 WRK-ROTA-ORIGEM   PIC X(03) VALUE SPACES.
       77 WRK-ROTA-UF       PIC X(02) VALUE SPACES.
       77 WRK-ROTA-NIVEL    PIC X(01) VALUE SPACES.
       77 WRK-DISC-IDX      PIC 9(02) COMP VALUE ZEROS.

      *--- RESUMO: UMA LINHA POR VERIFICACAO ---*
       77 WRK-VER-IDX       PIC 9(02) COMP VALUE ZEROS.
       01  WRK-TAB-VERIFICACOES.
           05 WRK-VER-ITEM OCCURS 8 TIMES.
               10 WRK-VER-NOME    PIC X(34).
               10 WRK-VER-LIDOS   PIC 9(07).
               10 WRK-VER-ORFAOS  PIC 9(07).
               10 WRK-VER-SIT     PIC X(01).
                   88 VER-EXECUTADA     VALUE 'E'.
                   88 VER-NAO-EXECUTADA VALUE 'N'.

      *--- TITULOS DO ABERTOS (MESMO LIMITE DO CAIXAAPL) ---*
       77 WRK-ABR-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABR-LIM       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ABERTOS.
           05 WRK-ABR-ITEM OCCURS 5000 TIMES.
               10 WRK-ABR-NUMERO   PIC 9(08).
               10 WRK-ABR-PARCELA  PIC 9(02).
               10 WRK-ABR-SIT      PIC X(01).
               10 WRK-ABR-FATURADO PIC X(01).

       01  WRK-LIN-ORFAO.
           05 WRK-LO-ARQUIVO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LO-CHAVE     PIC X(32).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LO-VALOR     PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LO-MASTER    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LO-SEVERIDADE PIC X(05).
               88 SEVERIDADE-ALTA   VALUE 'ALTA'.
               88 SEVERIDADE-MEDIA  VALUE 'MEDIA'.
               88 SEVERIDADE-BAIXA  VALUE 'BAIXA'.

       01  WRK-LIN-RESUMO.
           05 WRK-LR-NUMERO    PIC 9.
           05 FILLER           PIC X(02) VALUE ') '.
           05 WRK-LR-NOME      PIC X(34).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-LIDOS     PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-ORFAOS    PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LR-SITUACAO  PIC X(14).

           COPY CALDATA.

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE).. '.
           ACCEPT WRK-DATA-NEGOCIO-N.
           IF WRK-DATA-NEGOCIO-N = 0
               ACCEPT WRK-DATA-NEGOCIO-N FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DIA DA SEMANA DA VARREDURA, POR EXTENSO '
               '(BRANCO = TODA EXECUCAO).. '.
           ACCEPT WRK-DIA-VARREDURA.
           PERFORM 0010-CONFERIR-DIA THRU 0010-CONFERIR-FIM.
           PERFORM 0050-ABRIR-MASTERS.
           PERFORM 0100-FRETESAI-X-CLIENTE
               THRU 0100-FRETESAI-FIM.
           PERFORM 0150-PEDHIST-X-CLIENTE
               THRU 0150-PEDHIST-FIM.
           PERFORM 0200-TRANSP-X-UFRATE
               THRU 0200-TRANSP-FIM.
           PERFORM 0250-CONTRATO-X-UFRATE
               THRU 0250-CONTRATO-FIM.
           PERFORM 0300-POSICAO-X-PRODCAT
               THRU 0300-POSICAO-FIM.
           PERFORM 0350-ALUNO-X-DISCMST
               THRU 0350-ALUNO-FIM.
           PERFORM 0400-ABERTOS-X-FATREG
               THRU 0400-ABERTOS-FIM.
           PERFORM 0450-CONSENT-X-CLIENTE
               THRU 0450-CONSENT-FIM.
           PERFORM 0600-RESUMO.
           PERFORM 0090-FECHAR-MASTERS.
           CLOSE INTEGRPT-FILE.
           EVALUATE TRUE
               WHEN WRK-QTD-ALTA > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ORFAOS > 0 OR WRK-QTD-NAO-EXEC > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'INTEGREF - REGISTROS CONFERIDOS ' WRK-QTD-LIDOS
               ' ORFAOS ' WRK-QTD-ORFAOS ' (ALTA ' WRK-QTD-ALTA
               ') VERIFICACOES NAO EXECUTADAS ' WRK-QTD-NAO-EXEC.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * O PASSO RODA EM TODA EXECUCAO DO EODRUN, MAS A
      * VARREDURA SO NO DIA DA SEMANA DO CARTAO (NOME POR
      * EXTENSO, COMO NA TABELA DA CALDATA)
      *****************************************************
       0010-CONFERIR-DIA.
           IF WRK-DIA-VARREDURA = SPACES
               GO TO 0010-CONFERIR-FIM
           END-IF.
           PERFORM 0410-MONTAR-TABELA-DIASEM.
           MOVE WRK-NEG-DIA TO WRK-CALC-DIA.
           MOVE WRK-NEG-MES TO WRK-CALC-MES.
           MOVE WRK-NEG-ANO TO WRK-CALC-ANO.
           PERFORM 0420-CALCULAR-DIA-SEMANA.
           IF WRK-NOME-DIASEM(WRK-DIA-SEM-NUM) NOT = WRK-DIA-VARREDURA
               DISPLAY 'INTEGREF - ' WRK-DATA-NEGOCIO-N ' E '
                   WRK-NOME-DIASEM(WRK-DIA-SEM-NUM)
                   ' - VARREDURA SO NO DIA ' WRK-DIA-VARREDURA
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

       0010-CONFERIR-FIM.
           EXIT.

      *****************************************************
      * OS MASTERS DE REFERENCIA SAO OPCIONAIS: SEM UM DELES,
      * AS VERIFICACOES QUE DEPENDEM DELE SAEM NAO EXECUTADAS
      * (E O RETURN-CODE SOBE PARA 4)
      *****************************************************
       0050-ABRIR-MASTERS.
           OPEN OUTPUT INTEGRPT-FILE.
           MOVE SPACES TO INTEGRPT-REC.
           STRING 'VARREDURA DE INTEGRIDADE REFERENCIAL - DATA '
               WRK-DATA-NEGOCIO-N DELIMITED BY SIZE
               INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE ALL '=' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE SPACES TO INTEGRPT-REC.
           STRING 'ARQUIVO  CHAVE                            '
               'SEM REFERENCIA  MASTER   SEVER.'
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE ALL '-' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLI-STATUS = '00'
               SET CLIENTE-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER CLIENTE NAO ENCONTRADO '
                   '(STATUS ' WRK-CLI-STATUS ')'
           END-IF.
           OPEN INPUT UFRATE-FILE.
           IF WRK-UFR-STATUS = '00'
               SET UFRATE-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER UFRATE NAO ENCONTRADO '
                   '(STATUS ' WRK-UFR-STATUS ')'
           END-IF.
           OPEN INPUT PRODCAT-FILE.
           IF WRK-PRD-STATUS = '00'
               SET PRODCAT-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER PRODCAT NAO ENCONTRADO '
                   '(STATUS ' WRK-PRD-STATUS ')'
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS = '00'
               SET DISCMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER DISCMST NAO ENCONTRADO '
                   '(STATUS ' WRK-DIS-STATUS ')'
           END-IF.
           INITIALIZE WRK-TAB-VERIFICACOES.
           MOVE 'DOCUMENTO DO FRETESAI NO CLIENTE'  TO WRK-VER-NOME(1).
           MOVE 'DOCUMENTO DO PEDHIST NO CLIENTE'   TO WRK-VER-NOME(2).
           MOVE 'ROTA DO TRANSP NO UFRATE'          TO WRK-VER-NOME(3).
           MOVE 'ROTA DO CONTRATO NO UFRATE'        TO WRK-VER-NOME(4).
           MOVE 'PRODUTO DO POSICAO NO PRODCAT'     TO WRK-VER-NOME(5).
           MOVE 'DISCIPLINA DO ALUNO NO DISCMST'    TO WRK-VER-NOME(6).
           MOVE 'TITULO DO ABERTOS NO FATREG'       TO WRK-VER-NOME(7).
           MOVE 'DOCUMENTO DO CONSENT NO CLIENTE'   TO WRK-VER-NOME(8).

       0090-FECHAR-MASTERS.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.
           IF UFRATE-ABERTO
               CLOSE UFRATE-FILE
           END-IF.
           IF PRODCAT-ABERTO
               CLOSE PRODCAT-FILE
           END-IF.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.

      *****************************************************
      * 1) FRETESAI: DOCUMENTO DO PEDIDO PRECIFICADO SEM
      * CLIENTE - A FATURA SAI SEM ENDERECO (ALTA). AS LINHAS
      * HDR/TRL DOS BLOCOS DIARIOS NAO SAO PEDIDOS
      *****************************************************
       0100-FRETESAI-X-CLIENTE.
           MOVE 1 TO WRK-VER-IDX.
           IF NOT CLIENTE-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0100-FRETESAI-FIM
           END-IF.
           OPEN INPUT FRETESAI-FILE.
           IF WRK-FSA-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0100-FRETESAI-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0110-CONFERIR-UM-FRETESAI UNTIL WRK-FIM-ARQ.
           CLOSE FRETESAI-FILE.

       0100-FRETESAI-FIM.
           EXIT.

       0110-CONFERIR-UM-FRETESAI.
           READ FRETESAI-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF FSA-PRODUTO(1:3) NOT = 'HDR'
                       AND FSA-PRODUTO(1:3) NOT = 'TRL'
                       AND FSA-DOC NOT = SPACES
                       PERFORM 0910-CONTAR-LIDO
                       MOVE FSA-DOC TO WRK-DOC-BUSCA
                       PERFORM 0950-PROCURAR-CLIENTE
                       IF NOT REFERENCIA-EXISTE
                           MOVE 'FRETESAI' TO WRK-LO-ARQUIVO
                           MOVE SPACES TO WRK-LO-CHAVE
                           STRING 'PEDIDO ' FSA-NUM-PEDIDO
                               DELIMITED BY SIZE INTO WRK-LO-CHAVE
                           MOVE FSA-DOC   TO WRK-LO-VALOR
                           MOVE 'CLIENTE' TO WRK-LO-MASTER
                           SET SEVERIDADE-ALTA TO TRUE
                           PERFORM 0920-GRAVAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * 2) PEDHIST: DOCUMENTO DO HISTORICO DE PEDIDOS SEM
      * CLIENTE - CONSULTAS E DEVOLUCOES FICAM SEM CADASTRO
      * (MEDIA)
      *****************************************************
       0150-PEDHIST-X-CLIENTE.
           MOVE 2 TO WRK-VER-IDX.
           IF NOT CLIENTE-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0150-PEDHIST-FIM
           END-IF.
           OPEN INPUT PEDHIST-FILE.
           IF WRK-PHI-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0150-PEDHIST-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0160-CONFERIR-UM-PEDHIST UNTIL WRK-FIM-ARQ.
           CLOSE PEDHIST-FILE.

       0150-PEDHIST-FIM.
           EXIT.

       0160-CONFERIR-UM-PEDHIST.
           READ PEDHIST-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF PHI-DOC NOT = SPACES
                       PERFORM 0910-CONTAR-LIDO
                       MOVE PHI-DOC TO WRK-DOC-BUSCA
                       PERFORM 0950-PROCURAR-CLIENTE
                       IF NOT REFERENCIA-EXISTE
                           MOVE 'PEDHIST' TO WRK-LO-ARQUIVO
                           MOVE SPACES TO WRK-LO-CHAVE
                           STRING 'PEDIDO ' PHI-NUM-PEDIDO
                               DELIMITED BY SIZE INTO WRK-LO-CHAVE
                           MOVE PHI-DOC   TO WRK-LO-VALOR
                           MOVE 'CLIENTE' TO WRK-LO-MASTER
                           SET SEVERIDADE-MEDIA TO TRUE
                           PERFORM 0920-GRAVAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * 3) TRANSP: ROTA (ORIGEM + UF) COM TRANSPORTADORA MAS
      * SEM NENHUMA VIGENCIA DE TARIFA NO UFRATE - O PEDIDO
      * DA ROTA CAI EM UF NAO ATENDIDA (ALTA)
      *****************************************************
       0200-TRANSP-X-UFRATE.
           MOVE 3 TO WRK-VER-IDX.
           IF NOT UFRATE-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0200-TRANSP-FIM
           END-IF.
           OPEN INPUT TRANSP-FILE.
           IF WRK-TRA-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0200-TRANSP-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-CONFERIR-UM-TRANSP UNTIL WRK-FIM-ARQ.
           CLOSE TRANSP-FILE.

       0200-TRANSP-FIM.
           EXIT.

       0210-CONFERIR-UM-TRANSP.
           READ TRANSP-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0910-CONTAR-LIDO
                   MOVE TRA-ORIGEM TO WRK-ROTA-ORIGEM
                   MOVE TRA-UF     TO WRK-ROTA-UF
                   MOVE SPACES     TO WRK-ROTA-NIVEL
                   PERFORM 0960-PROCURAR-TARIFA
                       THRU 0960-PROCURAR-FIM
                   IF NOT REFERENCIA-EXISTE
                       MOVE 'TRANSP' TO WRK-LO-ARQUIVO
                       MOVE SPACES TO WRK-LO-CHAVE
                       STRING 'ROTA ' TRA-ORIGEM '-' TRA-UF
                           ' PRIORIDADE ' TRA-PRIORIDADE
                           DELIMITED BY SIZE INTO WRK-LO-CHAVE
                       MOVE SPACES TO WRK-LO-VALOR
                       STRING TRA-ORIGEM '-' TRA-UF
                           DELIMITED BY SIZE INTO WRK-LO-VALOR
                       MOVE 'UFRATE' TO WRK-LO-MASTER
                       SET SEVERIDADE-ALTA TO TRUE
                       PERFORM 0920-GRAVAR-ORFAO
                   END-IF
           END-READ.

      *****************************************************
      * 4) CONTRATO: ROTA DE CONTRATO SEM TARIFA DE BALCAO NO
      * UFRATE - O CONTRATO PREVALECE, MAS A ROTA NAO TEM
      * PRAZO NEM TARIFA DE REFERENCIA (MEDIA)
      *****************************************************
       0250-CONTRATO-X-UFRATE.
           MOVE 4 TO WRK-VER-IDX.
           IF NOT UFRATE-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0250-CONTRATO-FIM
           END-IF.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CTX-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0250-CONTRATO-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0260-CONFERIR-UM-CONTRATO UNTIL WRK-FIM-ARQ.
           CLOSE CONTRATO-FILE.

       0250-CONTRATO-FIM.
           EXIT.

       0260-CONFERIR-UM-CONTRATO.
           READ CONTRATO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0910-CONTAR-LIDO
                   MOVE CTR-ORIGEM TO WRK-ROTA-ORIGEM
                   MOVE CTR-UF     TO WRK-ROTA-UF
                   MOVE CTR-NIVEL-SERV TO WRK-ROTA-NIVEL
                   PERFORM 0960-PROCURAR-TARIFA
                       THRU 0960-PROCURAR-FIM
                   IF NOT REFERENCIA-EXISTE
                       MOVE 'CONTRATO' TO WRK-LO-ARQUIVO
                       MOVE SPACES TO WRK-LO-CHAVE
                       STRING CTR-DOC ' ' CTR-ORIGEM '-' CTR-UF
                           '-' CTR-NIVEL-SERV ' ' CTR-VIGENCIA
                           DELIMITED BY SIZE INTO WRK-LO-CHAVE
                       MOVE SPACES TO WRK-LO-VALOR
                       STRING CTR-ORIGEM '-' CTR-UF '-' CTR-NIVEL-SERV
                           DELIMITED BY SIZE INTO WRK-LO-VALOR
                       MOVE 'UFRATE' TO WRK-LO-MASTER
                       SET SEVERIDADE-MEDIA TO TRUE
                       PERFORM 0920-GRAVAR-ORFAO
                   END-IF
           END-READ.

      *****************************************************
      * 5) POSICAO: PRODUTO DA APLICACAO FORA DO CATALOGO -
      * RENTABILIDADE, IR E RESGATE FICAM SEM PARAMETRO (ALTA)
      *****************************************************
       0300-POSICAO-X-PRODCAT.
           MOVE 5 TO WRK-VER-IDX.
           IF NOT PRODCAT-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0300-POSICAO-FIM
           END-IF.
           OPEN INPUT POSICAO-FILE.
           IF WRK-POS-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0300-POSICAO-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0310-CONFERIR-UMA-POSICAO UNTIL WRK-FIM-ARQ.
           CLOSE POSICAO-FILE.

       0300-POSICAO-FIM.
           EXIT.

       0310-CONFERIR-UMA-POSICAO.
           READ POSICAO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0910-CONTAR-LIDO
                   MOVE POS-PRODUTO TO PRD-NOME
                   MOVE 'S' TO WRK-EXISTE
                   READ PRODCAT-FILE
                       INVALID KEY
                           MOVE 'N' TO WRK-EXISTE
                   END-READ
                   IF NOT REFERENCIA-EXISTE
                       MOVE 'POSICAO' TO WRK-LO-ARQUIVO
                       MOVE SPACES TO WRK-LO-CHAVE
                       STRING POS-DOC ' ' POS-PRODUTO
                           DELIMITED BY SIZE INTO WRK-LO-CHAVE
                       MOVE POS-PRODUTO TO WRK-LO-VALOR
                       MOVE 'PRODCAT' TO WRK-LO-MASTER
                       SET SEVERIDADE-ALTA TO TRUE
                       PERFORM 0920-GRAVAR-ORFAO
                   END-IF
           END-READ.

      *****************************************************
      * 6) ALUNO: CODIGO DE DISCIPLINA DO BOLETIM FORA DO
      * MASTER DE DISCIPLINAS (MEDIA). POSICAO EM BRANCO DO
      * BOLETIM NAO E DISCIPLINA
      *****************************************************
       0350-ALUNO-X-DISCMST.
           MOVE 6 TO WRK-VER-IDX.
           IF NOT DISCMST-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0350-ALUNO-FIM
           END-IF.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALU-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0350-ALUNO-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0360-CONFERIR-UM-ALUNO UNTIL WRK-FIM-ARQ.
           CLOSE ALUNO-FILE.

       0350-ALUNO-FIM.
           EXIT.

       0360-CONFERIR-UM-ALUNO.
           READ ALUNO-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0910-CONTAR-LIDO
                   PERFORM 0370-CONFERIR-DISCIPLINA
                       VARYING WRK-DISC-IDX FROM 1 BY 1
                       UNTIL WRK-DISC-IDX > 6
           END-READ.

       0370-CONFERIR-DISCIPLINA.
           IF ALU-DISC-COD(WRK-DISC-IDX) NOT = SPACES
               MOVE ALU-DISC-COD(WRK-DISC-IDX) TO DIS-CODIGO
               MOVE 'S' TO WRK-EXISTE
               READ DISCMST-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-EXISTE
               END-READ
               IF NOT REFERENCIA-EXISTE
                   MOVE 'ALUNO' TO WRK-LO-ARQUIVO
                   MOVE SPACES TO WRK-LO-CHAVE
                   STRING 'MATRICULA ' ALU-MATRICULA
                       DELIMITED BY SIZE INTO WRK-LO-CHAVE
                   MOVE ALU-DISC-COD(WRK-DISC-IDX) TO WRK-LO-VALOR
                   MOVE 'DISCMST' TO WRK-LO-MASTER
                   SET SEVERIDADE-MEDIA TO TRUE
                   PERFORM 0920-GRAVAR-ORFAO
               END-IF
           END-IF.

      *****************************************************
      * 7) ABERTOS: TITULO SEM A FATURA DE ORIGEM NO FATREG.
      * OS TITULOS VAO PARA A TABELA (MESMO LIMITE DE 5000 DO
      * CAIXAAPL) E UMA PASSADA NO FATREG MARCA OS FATURADOS.
      * TITULO EM ABERTO OU PARCIAL E ALTA; LIQUIDADO OU
      * BAIXADO COMO PERDA, BAIXA
      *****************************************************
       0400-ABERTOS-X-FATREG.
           MOVE 7 TO WRK-VER-IDX.
           OPEN INPUT ABERTOS-FILE.
           IF WRK-ABE-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0400-ABERTOS-FIM
           END-IF.
           OPEN INPUT FATREG-FILE.
           IF WRK-REG-STATUS NOT = '00'
               CLOSE ABERTOS-FILE
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0400-ABERTOS-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE ZEROS TO WRK-ABR-QTD.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0410-CARREGAR-UM-TITULO UNTIL WRK-FIM-ARQ.
           CLOSE ABERTOS-FILE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0420-MARCAR-UMA-FATURA UNTIL WRK-FIM-ARQ.
           CLOSE FATREG-FILE.
           PERFORM 0440-APONTAR-TITULO
               VARYING WRK-ABR-IDX FROM 1 BY 1
               UNTIL WRK-ABR-IDX > WRK-ABR-QTD.

       0400-ABERTOS-FIM.
           EXIT.

       0410-CARREGAR-UM-TITULO.
           READ ABERTOS-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   IF WRK-ABR-QTD >= 5000
                       DISPLAY 'AVISO - TABELA DE TITULOS CHEIA '
                           '(5000) - EXPURGUE O MASTER ABERTOS'
                       SET WRK-FIM-ARQ TO TRUE
                   ELSE
                       PERFORM 0910-CONTAR-LIDO
                       ADD 1 TO WRK-ABR-QTD
                       MOVE ABR-NUMERO TO
                           WRK-ABR-NUMERO(WRK-ABR-QTD)
                       IF ABR-PARCELA IS NUMERIC
                           MOVE ABR-PARCELA TO
                               WRK-ABR-PARCELA(WRK-ABR-QTD)
                       ELSE
                           MOVE 1 TO WRK-ABR-PARCELA(WRK-ABR-QTD)
                       END-IF
                       MOVE ABR-SITUACAO TO WRK-ABR-SIT(WRK-ABR-QTD)
                       MOVE 'N' TO WRK-ABR-FATURADO(WRK-ABR-QTD)
                   END-IF
           END-READ.

       0420-MARCAR-UMA-FATURA.
           READ FATREG-FILE
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0430-MARCAR-TITULO
                       VARYING WRK-ABR-IDX FROM 1 BY 1
                       UNTIL WRK-ABR-IDX > WRK-ABR-QTD
           END-READ.

       0430-MARCAR-TITULO.
           IF WRK-ABR-NUMERO(WRK-ABR-IDX) = REG-NUMERO
               MOVE 'S' TO WRK-ABR-FATURADO(WRK-ABR-IDX)
           END-IF.

       0440-APONTAR-TITULO.
           IF WRK-ABR-FATURADO(WRK-ABR-IDX) = 'N'
               MOVE 'ABERTOS' TO WRK-LO-ARQUIVO
               MOVE SPACES TO WRK-LO-CHAVE
               STRING 'TITULO ' WRK-ABR-NUMERO(WRK-ABR-IDX) '/'
                   WRK-ABR-PARCELA(WRK-ABR-IDX)
                   ' SITUACAO ' WRK-ABR-SIT(WRK-ABR-IDX)
                   DELIMITED BY SIZE INTO WRK-LO-CHAVE
               MOVE SPACES TO WRK-LO-VALOR
               STRING 'FATURA ' WRK-ABR-NUMERO(WRK-ABR-IDX)
                   DELIMITED BY SIZE INTO WRK-LO-VALOR
               MOVE 'FATREG' TO WRK-LO-MASTER
               IF WRK-ABR-SIT(WRK-ABR-IDX) = 'L'
                   OR WRK-ABR-SIT(WRK-ABR-IDX) = 'X'
                   SET SEVERIDADE-BAIXA TO TRUE
               ELSE
                   SET SEVERIDADE-ALTA TO TRUE
               END-IF
               PERFORM 0920-GRAVAR-ORFAO
           END-IF.

      *****************************************************
      * 8) CONSENT: CONSENTIMENTO GUARDADO PARA DOCUMENTO QUE
      * SAIU DO CADASTRO - DADO PESSOAL SEM TITULAR, CANDIDATO
      * AO EXPURGO DA LGPD (BAIXA)
      *****************************************************
       0450-CONSENT-X-CLIENTE.
           MOVE 8 TO WRK-VER-IDX.
           IF NOT CLIENTE-ABERTO
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0450-CONSENT-FIM
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF WRK-CNS-STATUS NOT = '00'
               PERFORM 0900-NAO-EXECUTADA
               GO TO 0450-CONSENT-FIM
           END-IF.
           SET VER-EXECUTADA(WRK-VER-IDX) TO TRUE.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0460-CONFERIR-UM-CONSENT UNTIL WRK-FIM-ARQ.
           CLOSE CONSENT-FILE.

       0450-CONSENT-FIM.
           EXIT.

       0460-CONFERIR-UM-CONSENT.
           READ CONSENT-FILE NEXT
               AT END
                   SET WRK-FIM-ARQ TO TRUE
               NOT AT END
                   PERFORM 0910-CONTAR-LIDO
                   MOVE CNS-DOC TO WRK-DOC-BUSCA
                   PERFORM 0950-PROCURAR-CLIENTE
                   IF NOT REFERENCIA-EXISTE
                       MOVE 'CONSENT' TO WRK-LO-ARQUIVO
                       MOVE SPACES TO WRK-LO-CHAVE
                       STRING CNS-DOC ' FINALIDADE ' CNS-FINALIDADE
                           DELIMITED BY SIZE INTO WRK-LO-CHAVE
                       MOVE CNS-DOC   TO WRK-LO-VALOR
                       MOVE 'CLIENTE' TO WRK-LO-MASTER
                       SET SEVERIDADE-BAIXA TO TRUE
                       PERFORM 0920-GRAVAR-ORFAO
                   END-IF
           END-READ.

      *****************************************************
      * RESUMO POR VERIFICACAO E TOTAIS POR SEVERIDADE
      *****************************************************
       0600-RESUMO.
           IF WRK-QTD-ORFAOS = 0
               MOVE 'NENHUM ORFAO ENCONTRADO' TO INTEGRPT-REC
               WRITE INTEGRPT-REC
           END-IF.
           MOVE ALL '=' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE 'RESUMO POR VERIFICACAO' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE SPACES TO INTEGRPT-REC.
           STRING '   VERIFICACAO                        '
               '  LIDOS  ORFAOS  SITUACAO'
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE ALL '-' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           PERFORM 0610-LINHA-RESUMO
               VARYING WRK-VER-IDX FROM 1 BY 1
               UNTIL WRK-VER-IDX > 8.
           MOVE ALL '-' TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE SPACES TO INTEGRPT-REC.
           STRING 'ORFAOS ' WRK-QTD-ORFAOS ' - ALTA ' WRK-QTD-ALTA
               '  MEDIA ' WRK-QTD-MEDIA '  BAIXA ' WRK-QTD-BAIXA
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.

       0610-LINHA-RESUMO.
           MOVE WRK-VER-IDX TO WRK-LR-NUMERO.
           MOVE WRK-VER-NOME(WRK-VER-IDX)   TO WRK-LR-NOME.
           MOVE WRK-VER-LIDOS(WRK-VER-IDX)  TO WRK-LR-LIDOS.
           MOVE WRK-VER-ORFAOS(WRK-VER-IDX) TO WRK-LR-ORFAOS.
           IF VER-EXECUTADA(WRK-VER-IDX)
               MOVE 'EXECUTADA' TO WRK-LR-SITUACAO
           ELSE
               MOVE 'NAO EXECUTADA' TO WRK-LR-SITUACAO
           END-IF.
           MOVE WRK-LIN-RESUMO TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.

      *****************************************************
      * VERIFICACAO SEM O ARQUIVO VARRIDO OU SEM O MASTER DE
      * REFERENCIA: SAI NO RESUMO E SOBE O RETURN-CODE PARA 4
      *****************************************************
       0900-NAO-EXECUTADA.
           SET VER-NAO-EXECUTADA(WRK-VER-IDX) TO TRUE.
           ADD 1 TO WRK-QTD-NAO-EXEC.
           DISPLAY 'AVISO - VERIFICACAO ' WRK-VER-IDX
               ' NAO EXECUTADA (ARQUIVO OU MASTER AUSENTE)'.

       0910-CONTAR-LIDO.
           ADD 1 TO WRK-QTD-LIDOS.
           ADD 1 TO WRK-VER-LIDOS(WRK-VER-IDX).

       0920-GRAVAR-ORFAO.
           ADD 1 TO WRK-QTD-ORFAOS.
           ADD 1 TO WRK-VER-ORFAOS(WRK-VER-IDX).
           EVALUATE TRUE
               WHEN SEVERIDADE-ALTA
                   ADD 1 TO WRK-QTD-ALTA
               WHEN SEVERIDADE-MEDIA
                   ADD 1 TO WRK-QTD-MEDIA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-BAIXA
           END-EVALUATE.
           MOVE WRK-LIN-ORFAO TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.

       0950-PROCURAR-CLIENTE.
           MOVE WRK-DOC-BUSCA TO CLI-DOC.
           MOVE 'S' TO WRK-EXISTE.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
           END-READ.

      *****************************************************
      * TARIFA DA ROTA: QUALQUER VIGENCIA DE ORIGEM + UF NO
      * UFRATE (POSICIONA NO INICIO DA ROTA E LE A PRIMEIRA).
      * COM NIVEL DE SERVICO INFORMADO (CONTRATO), A TARIFA
      * TEM DE SER DAQUELE NIVEL; EM BRANCO, QUALQUER NIVEL
      *****************************************************
       0960-PROCURAR-TARIFA.
           MOVE 'N' TO WRK-EXISTE.
           MOVE WRK-ROTA-ORIGEM TO UFR-ORIGEM.
           MOVE WRK-ROTA-UF     TO UFR-UF.
           MOVE WRK-ROTA-NIVEL  TO UFR-NIVEL-SERV.
           MOVE ZEROS           TO UFR-VIGENCIA.
           START UFRATE-FILE KEY NOT < UFR-CHAVE
               INVALID KEY
                   GO TO 0960-PROCURAR-FIM
           END-START.
           READ UFRATE-FILE NEXT
               AT END
                   GO TO 0960-PROCURAR-FIM
           END-READ.
           IF UFR-ORIGEM = WRK-ROTA-ORIGEM AND UFR-UF = WRK-ROTA-UF
               AND (WRK-ROTA-NIVEL = SPACES
                   OR UFR-NIVEL-SERV = WRK-ROTA-NIVEL)
               MOVE 'S' TO WRK-EXISTE
           END-IF.

       0960-PROCURAR-FIM.
           EXIT.

       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'INTEGREF'         TO OPS-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO-N TO OPS-DATA.
           MOVE WRK-HORA-INICIO    TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM       TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS      TO OPS-QTD-LIDOS.
           MOVE ZEROS              TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-ORFAOS     TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY CALPROC.

           COPY FSTPROC.
