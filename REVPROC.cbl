       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPROC.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: APLICAR AS REVISOES DE NOTA APROVADAS PELA
      *           COORDENACAO NO MANTREV (ARQUIVO REVNOTA). PARA
      *           CADA PEDIDO APROVADO, LOCALIZA NO NOTAHIST O
      *           LANCAMENTO MAIS RECENTE DO ALUNO NA DISCIPLINA E
      *           SEMESTRE, TROCA A NOTA CONTESTADA PELO VALOR
      *           APROVADO, RECALCULA A MEDIA PONDERADA (2/3/5) E
      *           O RESULTADO CONTRA OS CORTES DO NOTASCFG E
      *           ACRESCENTA UM LANCAMENTO CORRETIVO (NHI-ORIGEM
      *           'R') - O LANCAMENTO ORIGINAL FICA INTACTO. SE O
      *           LANCAMENTO REVISADO AINDA E O MAIS RECENTE DA
      *           DISCIPLINA, REGRAVA MEDIA E RESULTADO NO MASTER
      *           ALUNO E REAPURA A SITUACAO GERAL. O PEDIDO FICA
      *           MARCADO COMO APLICADO, COM NOTA E MEDIA
      *           ANTERIORES, E SAI LINHA NO RELATORIO REVREL.
      * DATA: 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 GA - A LOCALIZACAO DOS ORIGINAIS PASSA A SER
      *                 EXECUTADA COM THRU ATE O PARAGRAFO DE SAIDA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVNOTA-FILE ASSIGN TO "REVNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMERO
               FILE STATUS IS WRK-REV-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "ALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT NOTAHIST-FILE ASSIGN TO "NOTAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NHI-STATUS.
           SELECT NOTASCFG-FILE ASSIGN TO "NOTASCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CFG-STATUS.
           SELECT REVREL-FILE ASSIGN TO "REVREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVNOTA-FILE.
           COPY REVNOTFD.

       FD  ALUNO-FILE.
           COPY ALUNOFD.

       FD  NOTAHIST-FILE.
           COPY NOTAHSFD.

       FD  NOTASCFG-FILE.
       01  NOTASCFG-REC.
           05 CFG-BONUS-MIN PIC 9(02)V9.
           05 CFG-APROV-MIN PIC 9(02)V9.
           05 CFG-RECUP-MIN PIC 9(02)V9.

       FD  REVREL-FILE.
       01  REVREL-REC           PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       WORKING-STORAGE SECTION.
       77 WRK-REV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-NHI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CFG-STATUS   PIC X(02) VALUE '00'.
       77 WRK-OPS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CFG-BONUS    PIC 9(02)V9 VALUE 10,0.
       77 WRK-CFG-APROV    PIC 9(02)V9 VALUE 6,0.
       77 WRK-CFG-RECUP    PIC 9(02)V9 VALUE 2,0.
       77 WRK-EOF-REV      PIC X(01) VALUE 'N'.
           88 WRK-FIM-REV       VALUE 'S'.
       77 WRK-EOF-NHI      PIC X(01) VALUE 'N'.
           88 WRK-FIM-NHI       VALUE 'S'.
       77 WRK-QTD-LIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APLIC    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJ      PIC 9(05) VALUE ZEROS.
       77 WRK-SEM-LANC     PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA1        PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA2        PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA3        PIC 9(02) VALUE ZEROS.
       77 WRK-NOTA-ANT     PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-DISC-IDX     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DISC-SLOT    PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DISC-VAZIAS  PIC 9(02) VALUE ZEROS.
       77 WRK-DISC-RECUP   PIC 9(02) VALUE ZEROS.
       77 WRK-DISC-REPROV  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.

      *--- PEDIDOS APROVADOS A APLICAR NESTA EXECUCAO ---*
       77 WRK-RVT-QTD      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-RVT-IDX      PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-REVISOES.
           05 WRK-RVT-ITEM OCCURS 500 TIMES.
               10 WRK-RVT-NUMERO     PIC 9(06).
               10 WRK-RVT-MATRICULA  PIC 9(06).
               10 WRK-RVT-DISCIPLINA PIC X(03).
               10 WRK-RVT-SEMESTRE   PIC 9(01).
               10 WRK-RVT-NOTA-NUM   PIC 9(01).
               10 WRK-RVT-VALOR      PIC 9(02).
               10 WRK-RVT-ACHADO     PIC X(01).
               10 WRK-RVT-DATA       PIC 9(08).
               10 WRK-RVT-NOME       PIC X(20).
               10 WRK-RVT-NOTA1      PIC 9(02).
               10 WRK-RVT-NOTA2      PIC 9(02).
               10 WRK-RVT-NOTA3      PIC 9(02).
               10 WRK-RVT-MEDIA      PIC 9(02)V9.
               10 WRK-RVT-RESULTADO  PIC X(20).
               10 WRK-RVT-ULT-DISC   PIC 9(08).

       01  WRK-REL-LINHA.
           05 WRK-REL-NUMERO   PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REL-MATR     PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REL-DISC     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-REL-SEM      PIC 9(01).
           05 FILLER           PIC X(02) VALUE ' N'.
           05 WRK-REL-NOTA-NUM PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-REL-NOTA-ANT PIC Z9.
           05 FILLER           PIC X(04) VALUE ' -> '.
           05 WRK-REL-NOTA-NOVA PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REL-MEDIA-ANT PIC Z9,9.
           05 FILLER           PIC X(04) VALUE ' -> '.
           05 WRK-REL-MEDIA-NOVA PIC Z9,9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-REL-RESULT   PIC X(20).

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0090-LER-PARAMETROS.
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0150-CARREGAR-APROVADOS.
           PERFORM 0200-LOCALIZAR-ORIGINAIS THRU 0200-LOCALIZAR-FIM.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==NOTAHIST==
               ==:STA:== BY ==WRK-NHI-STATUS==
               ==:DDN:== BY =='NOTAHIST'==.
           PERFORM 0300-APLICAR-REVISAO
               VARYING WRK-RVT-IDX FROM 1 BY 1
               UNTIL WRK-RVT-IDX > WRK-RVT-QTD.
           PERFORM 0500-RODAPE.
           CLOSE REVNOTA-FILE ALUNO-FILE NOTAHIST-FILE REVREL-FILE.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * LE AS FAIXAS DE RESULTADO DO ARQUIVO DE PARAMETROS
      * NOTASCFG (AS MESMAS DO PROGCOB13); SEM O ARQUIVO,
      * PERMANECEM AS FAIXAS TRADICIONAIS
      *****************************************************
       0090-LER-PARAMETROS.
           OPEN INPUT NOTASCFG-FILE.
           IF WRK-CFG-STATUS = '00'
               READ NOTASCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CFG-BONUS-MIN TO WRK-CFG-BONUS
                       MOVE CFG-APROV-MIN TO WRK-CFG-APROV
                       MOVE CFG-RECUP-MIN TO WRK-CFG-RECUP
               END-READ
               CLOSE NOTASCFG-FILE
           END-IF.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O REVNOTA-FILE.
           IF WRK-REV-STATUS NOT = '00'
               DISPLAY 'ARQUIVO REVNOTA NAO ENCONTRADO (STATUS '
                   WRK-REV-STATUS ') - NADA A PROCESSAR'
               STOP RUN
           END-IF.
           OPEN I-O ALUNO-FILE.
           IF WRK-ALU-STATUS NOT = '00'
               DISPLAY 'MASTER ALUNO NAO ENCONTRADO (STATUS '
                   WRK-ALU-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVREL-FILE.
           MOVE SPACES TO REVREL-REC.
           STRING 'APLICACAO DAS REVISOES DE NOTA APROVADAS - '
               WRK-DATA-HOJE DELIMITED BY SIZE INTO REVREL-REC.
           WRITE REVREL-REC.
           MOVE ALL '-' TO REVREL-REC.
           WRITE REVREL-REC.
           MOVE 'PEDIDO  MATRIC  DIS S NOTA ANT/NOVA  MEDIA ANT/NOVA'
               TO REVREL-REC.
           WRITE REVREL-REC.
           MOVE ALL '-' TO REVREL-REC.
           WRITE REVREL-REC.

      *****************************************************
      * CARREGA NA TABELA OS PEDIDOS APROVADOS AINDA NAO
      * APLICADOS
      *****************************************************
       0150-CARREGAR-APROVADOS.
           MOVE ZEROS TO REV-NUMERO.
           START REVNOTA-FILE KEY NOT < REV-NUMERO
               INVALID KEY
                   SET WRK-FIM-REV TO TRUE
           END-START.
           PERFORM 0155-CARREGAR-UM UNTIL WRK-FIM-REV.

       0155-CARREGAR-UM.
           READ REVNOTA-FILE NEXT
               AT END
                   SET WRK-FIM-REV TO TRUE
               NOT AT END
                   IF REV-APROVADA
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0160-GUARDAR-PEDIDO
                   END-IF
           END-READ.

       0160-GUARDAR-PEDIDO.
           IF WRK-RVT-QTD < 500
               ADD 1 TO WRK-RVT-QTD
               INITIALIZE WRK-RVT-ITEM(WRK-RVT-QTD)
               MOVE REV-NUMERO     TO WRK-RVT-NUMERO(WRK-RVT-QTD)
               MOVE REV-MATRICULA  TO WRK-RVT-MATRICULA(WRK-RVT-QTD)
               MOVE REV-DISCIPLINA TO
                   WRK-RVT-DISCIPLINA(WRK-RVT-QTD)
               MOVE REV-SEMESTRE   TO WRK-RVT-SEMESTRE(WRK-RVT-QTD)
               MOVE REV-NOTA-NUM   TO WRK-RVT-NOTA-NUM(WRK-RVT-QTD)
               MOVE REV-VALOR-PEDIDO TO
                   WRK-RVT-VALOR(WRK-RVT-QTD)
               MOVE 'N' TO WRK-RVT-ACHADO(WRK-RVT-QTD)
           ELSE
               DISPLAY 'AVISO - TABELA DE REVISOES CHEIA (500) - '
                   'PEDIDO ' REV-NUMERO ' FICA PARA A PROXIMA '
                   'EXECUCAO'
           END-IF.

      *****************************************************
      * PRIMEIRA PASSADA NO NOTAHIST: PARA CADA PEDIDO GUARDA
      * O LANCAMENTO MAIS RECENTE DO ALUNO NA DISCIPLINA E
      * SEMESTRE (SEMESTRE ZERO CONTA COMO PRIMEIRO) E A DATA
      * DO LANCAMENTO MAIS RECENTE DA DISCIPLINA EM QUALQUER
      * SEMESTRE - O HISTORICO E GRAVADO EM EXTEND, ENTAO O
      * ULTIMO LIDO E O MAIS RECENTE
      *****************************************************
       0200-LOCALIZAR-ORIGINAIS.
           IF WRK-RVT-QTD = 0
               GO TO 0200-LOCALIZAR-FIM
           END-IF.
           OPEN INPUT NOTAHIST-FILE.
           IF WRK-NHI-STATUS NOT = '00'
               DISPLAY 'NOTAHIST NAO ENCONTRADO (STATUS '
                   WRK-NHI-STATUS ') - NENHUM LANCAMENTO ORIGINAL'
               GO TO 0200-LOCALIZAR-FIM
           END-IF.
           PERFORM 0210-LER-UM-LANCTO UNTIL WRK-FIM-NHI.
           CLOSE NOTAHIST-FILE.

       0200-LOCALIZAR-FIM.
           EXIT.

       0210-LER-UM-LANCTO.
           READ NOTAHIST-FILE
               AT END
                   SET WRK-FIM-NHI TO TRUE
               NOT AT END
                   MOVE NHI-SEMESTRE TO WRK-SEM-LANC
                   IF WRK-SEM-LANC = 0
                       MOVE 1 TO WRK-SEM-LANC
                   END-IF
                   PERFORM 0220-CONFERIR-PEDIDO
                       VARYING WRK-RVT-IDX FROM 1 BY 1
                       UNTIL WRK-RVT-IDX > WRK-RVT-QTD
           END-READ.

       0220-CONFERIR-PEDIDO.
           IF NHI-MATRICULA = WRK-RVT-MATRICULA(WRK-RVT-IDX)
               AND NHI-DISCIPLINA = WRK-RVT-DISCIPLINA(WRK-RVT-IDX)
               MOVE NHI-DATA TO WRK-RVT-ULT-DISC(WRK-RVT-IDX)
               IF WRK-SEM-LANC = WRK-RVT-SEMESTRE(WRK-RVT-IDX)
                   MOVE 'S'           TO WRK-RVT-ACHADO(WRK-RVT-IDX)
                   MOVE NHI-DATA      TO WRK-RVT-DATA(WRK-RVT-IDX)
                   MOVE NHI-NOME      TO WRK-RVT-NOME(WRK-RVT-IDX)
                   MOVE NHI-NOTA1     TO WRK-RVT-NOTA1(WRK-RVT-IDX)
                   MOVE NHI-NOTA2     TO WRK-RVT-NOTA2(WRK-RVT-IDX)
                   MOVE NHI-NOTA3     TO WRK-RVT-NOTA3(WRK-RVT-IDX)
                   MOVE NHI-MEDIA     TO WRK-RVT-MEDIA(WRK-RVT-IDX)
                   MOVE NHI-RESULTADO TO
                       WRK-RVT-RESULTADO(WRK-RVT-IDX)
               END-IF
           END-IF.

      *****************************************************
      * APLICA UM PEDIDO APROVADO. SEM LANCAMENTO ORIGINAL NO
      * HISTORICO O PEDIDO FICA APROVADO (PENDENTE DE
      * APLICACAO) COM LINHA PROPRIA NO RELATORIO
      *****************************************************
       0300-APLICAR-REVISAO.
           IF WRK-RVT-ACHADO(WRK-RVT-IDX) NOT = 'S'
               ADD 1 TO WRK-QTD-REJ
               MOVE SPACES TO REVREL-REC
               STRING WRK-RVT-NUMERO(WRK-RVT-IDX) '  '
                   WRK-RVT-MATRICULA(WRK-RVT-IDX) '  '
                   WRK-RVT-DISCIPLINA(WRK-RVT-IDX)
                   ' SEM LANCAMENTO NO NOTAHIST - NAO APLICADO'
                   DELIMITED BY SIZE INTO REVREL-REC
               WRITE REVREL-REC
           ELSE
               PERFORM 0310-RECALCULAR
               PERFORM 0320-GRAVAR-CORRETIVO
               PERFORM 0330-ATUALIZAR-ALUNO
                   THRU 0330-ATUALIZAR-FIM
               PERFORM 0340-MARCAR-APLICADO
               ADD 1 TO WRK-QTD-APLIC
           END-IF.

      *****************************************************
      * TROCA A NOTA CONTESTADA PELO VALOR APROVADO E
      * RECALCULA MEDIA E RESULTADO COM A REGRA DO PROGCOB13.
      * A REVISAO NAO MEXE NA FREQUENCIA: REPROVADO POR FALTA
      * CONTINUA REPROVADO POR FALTA
      *****************************************************
       0310-RECALCULAR.
           MOVE WRK-RVT-NOTA1(WRK-RVT-IDX) TO WRK-NOTA1.
           MOVE WRK-RVT-NOTA2(WRK-RVT-IDX) TO WRK-NOTA2.
           MOVE WRK-RVT-NOTA3(WRK-RVT-IDX) TO WRK-NOTA3.
           EVALUATE WRK-RVT-NOTA-NUM(WRK-RVT-IDX)
               WHEN 1
                   MOVE WRK-NOTA1 TO WRK-NOTA-ANT
                   MOVE WRK-RVT-VALOR(WRK-RVT-IDX) TO WRK-NOTA1
               WHEN 2
                   MOVE WRK-NOTA2 TO WRK-NOTA-ANT
                   MOVE WRK-RVT-VALOR(WRK-RVT-IDX) TO WRK-NOTA2
               WHEN OTHER
                   MOVE WRK-NOTA3 TO WRK-NOTA-ANT
                   MOVE WRK-RVT-VALOR(WRK-RVT-IDX) TO WRK-NOTA3
           END-EVALUATE.
           COMPUTE WRK-MEDIA =
               (WRK-NOTA1 * 2 + WRK-NOTA2 * 3 + WRK-NOTA3 * 5) / 10.
           EVALUATE TRUE
               WHEN WRK-MEDIA >= WRK-CFG-BONUS
                   MOVE 'APROVADO - BONUS' TO WRK-RESULTADO
               WHEN WRK-MEDIA >= WRK-CFG-APROV
                   MOVE 'APROVADO' TO WRK-RESULTADO
               WHEN WRK-MEDIA >= WRK-CFG-RECUP
                   MOVE 'RECUPERAÇÃO' TO WRK-RESULTADO
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-RESULTADO
           END-EVALUATE.
           IF WRK-RVT-RESULTADO(WRK-RVT-IDX) = 'REPROVADO POR FALTA'
               MOVE 'REPROVADO POR FALTA' TO WRK-RESULTADO
           END-IF.

      *****************************************************
      * ACRESCENTA O LANCAMENTO CORRETIVO AO HISTORICO, AO
      * LADO DO ORIGINAL, MARCADO COMO REVISAO
      *****************************************************
       0320-GRAVAR-CORRETIVO.
           MOVE WRK-RVT-MATRICULA(WRK-RVT-IDX)  TO NHI-MATRICULA.
           MOVE WRK-RVT-NOME(WRK-RVT-IDX)       TO NHI-NOME.
           MOVE WRK-DATA-HOJE                   TO NHI-DATA.
           MOVE WRK-NOTA1                       TO NHI-NOTA1.
           MOVE WRK-NOTA2                       TO NHI-NOTA2.
           MOVE WRK-NOTA3                       TO NHI-NOTA3.
           MOVE WRK-MEDIA                       TO NHI-MEDIA.
           MOVE WRK-RESULTADO                   TO NHI-RESULTADO.
           MOVE WRK-RVT-DISCIPLINA(WRK-RVT-IDX) TO NHI-DISCIPLINA.
           MOVE WRK-RVT-SEMESTRE(WRK-RVT-IDX)   TO NHI-SEMESTRE.
           SET NHI-REVISAO TO TRUE.
           WRITE NOTAHIST-REC.
           MOVE 'NOTAHIST' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-NHI-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * O MASTER ALUNO GUARDA SO O RESULTADO MAIS RECENTE DE
      * CADA DISCIPLINA: SE JA HA LANCAMENTO POSTERIOR AO
      * REVISADO (OUTRO SEMESTRE, RECUPERACAO), O MASTER FICA
      * COMO ESTA
      *****************************************************
       0330-ATUALIZAR-ALUNO.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-RVT-ULT-DISC(WRK-RVT-IDX)
               > WRK-RVT-DATA(WRK-RVT-IDX)
               MOVE 'MASTER MANTIDO - HA LANCAMENTO POSTERIOR'
                   TO WRK-MOTIVO
               GO TO 0330-ATUALIZAR-FIM
           END-IF.
           MOVE WRK-RVT-MATRICULA(WRK-RVT-IDX) TO ALU-MATRICULA.
           READ ALUNO-FILE
               INVALID KEY
                   MOVE 'ALUNO FORA DO MASTER' TO WRK-MOTIVO
                   GO TO 0330-ATUALIZAR-FIM
           END-READ.
           MOVE ZEROS TO WRK-DISC-SLOT.
           PERFORM 0335-PROCURAR-DISCIPLINA
               VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX > 6.
           IF WRK-DISC-SLOT = 0
               MOVE 'DISCIPLINA FORA DO MASTER ALUNO'
                   TO WRK-MOTIVO
               GO TO 0330-ATUALIZAR-FIM
           END-IF.
           MOVE WRK-MEDIA     TO ALU-DISC-MEDIA(WRK-DISC-SLOT).
           MOVE WRK-RESULTADO TO ALU-DISC-RESULT(WRK-DISC-SLOT).
           MOVE WRK-DATA-HOJE TO ALU-DATA.
           PERFORM 0350-APURAR-SITUACAO-GERAL.
           REWRITE ALUNO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       0330-ATUALIZAR-FIM.
           EXIT.

       0335-PROCURAR-DISCIPLINA.
           IF ALU-DISC-COD(WRK-DISC-IDX)
               = WRK-RVT-DISCIPLINA(WRK-RVT-IDX)
               MOVE WRK-DISC-IDX TO WRK-DISC-SLOT
           END-IF.

      *****************************************************
      * MARCA O PEDIDO COMO APLICADO, GUARDANDO NOTA E MEDIA
      * ANTERIORES E O NOVO RESULTADO, E IMPRIME A LINHA
      *****************************************************
       0340-MARCAR-APLICADO.
           MOVE WRK-RVT-NUMERO(WRK-RVT-IDX) TO REV-NUMERO.
           READ REVNOTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REV-APLICADA TO TRUE
                   MOVE WRK-DATA-HOJE TO REV-DATA-APLIC
                   MOVE WRK-NOTA-ANT  TO REV-NOTA-ANTERIOR
                   MOVE WRK-RVT-MEDIA(WRK-RVT-IDX)
                       TO REV-MEDIA-ANTERIOR
                   MOVE WRK-MEDIA     TO REV-MEDIA-NOVA
                   MOVE WRK-RESULTADO TO REV-RESULT-NOVO
                   REWRITE REVNOTA-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE WRK-RVT-NUMERO(WRK-RVT-IDX)     TO WRK-REL-NUMERO.
           MOVE WRK-RVT-MATRICULA(WRK-RVT-IDX)  TO WRK-REL-MATR.
           MOVE WRK-RVT-DISCIPLINA(WRK-RVT-IDX) TO WRK-REL-DISC.
           MOVE WRK-RVT-SEMESTRE(WRK-RVT-IDX)   TO WRK-REL-SEM.
           MOVE WRK-RVT-NOTA-NUM(WRK-RVT-IDX)   TO WRK-REL-NOTA-NUM.
           MOVE WRK-NOTA-ANT                    TO WRK-REL-NOTA-ANT.
           MOVE WRK-RVT-VALOR(WRK-RVT-IDX)      TO WRK-REL-NOTA-NOVA.
           MOVE WRK-RVT-MEDIA(WRK-RVT-IDX)      TO WRK-REL-MEDIA-ANT.
           MOVE WRK-MEDIA                       TO WRK-REL-MEDIA-NOVA.
           MOVE WRK-RESULTADO                   TO WRK-REL-RESULT.
           MOVE WRK-REL-LINHA TO REVREL-REC.
           WRITE REVREL-REC.
           IF WRK-MOTIVO NOT = SPACES
               MOVE SPACES TO REVREL-REC
               STRING '        ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO REVREL-REC
               WRITE REVREL-REC
           END-IF.

      *****************************************************
      * REAPURA A SITUACAO GERAL DO ALUNO (MESMA REGRA DO
      * PROGCOB13 E DO RECUPROC: APROVADO SO COM TODAS AS
      * DISCIPLINAS LANCADAS E APROVADAS)
      *****************************************************
       0350-APURAR-SITUACAO-GERAL.
           MOVE ZEROS TO WRK-DISC-VAZIAS WRK-DISC-RECUP
               WRK-DISC-REPROV.
           PERFORM 0355-APURAR-UMA-VAGA
               VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX > 6.
           EVALUATE TRUE
               WHEN WRK-DISC-REPROV > 0
                   MOVE 'REPROVADO' TO ALU-SITUACAO-GERAL
               WHEN WRK-DISC-RECUP > 0
                   MOVE 'RECUPERAÇÃO' TO ALU-SITUACAO-GERAL
               WHEN WRK-DISC-VAZIAS > 0
                   MOVE 'EM CURSO' TO ALU-SITUACAO-GERAL
               WHEN OTHER
                   MOVE 'APROVADO' TO ALU-SITUACAO-GERAL
           END-EVALUATE.

       0355-APURAR-UMA-VAGA.
           EVALUATE TRUE
               WHEN ALU-DISC-COD(WRK-DISC-IDX) = SPACES
                   ADD 1 TO WRK-DISC-VAZIAS
               WHEN ALU-DISC-RESULT(WRK-DISC-IDX) = 'RECUPERAÇÃO'
                   ADD 1 TO WRK-DISC-RECUP
               WHEN ALU-DISC-RESULT(WRK-DISC-IDX) (1:8)
                   NOT = 'APROVADO'
                   ADD 1 TO WRK-DISC-REPROV
           END-EVALUATE.

       0500-RODAPE.
           MOVE ALL '-' TO REVREL-REC.
           WRITE REVREL-REC.
           MOVE SPACES TO REVREL-REC.
           STRING 'PEDIDOS APROVADOS.. ' WRK-QTD-LIDOS
               DELIMITED BY SIZE INTO REVREL-REC.
           WRITE REVREL-REC.
           MOVE SPACES TO REVREL-REC.
           STRING 'APLICADOS.......... ' WRK-QTD-APLIC
               DELIMITED BY SIZE INTO REVREL-REC.
           WRITE REVREL-REC.
           MOVE SPACES TO REVREL-REC.
           STRING 'NAO APLICADOS...... ' WRK-QTD-REJ
               DELIMITED BY SIZE INTO REVREL-REC.
           WRITE REVREL-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'REVPROC'       TO OPS-PROGRAMA.
           ACCEPT OPS-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM    TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDOS   TO OPS-QTD-LIDOS.
           MOVE WRK-QTD-APLIC   TO OPS-QTD-GRAVADOS.
           MOVE WRK-QTD-REJ     TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
