       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTNOTAS.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: ESTATISTICA DE DISTRIBUICAO DAS NOTAS PARA A
      *           COORDENACAO PEDAGOGICA. LE O NOTAHIST DO ANO/
      *           SEMESTRE INFORMADO NO SYSIN E DO SEMESTRE
      *           ANTERIOR, ORDENADO POR DISCIPLINA + PERIODO +
      *           TURMA DO ALUNO (MAT-TURMA, DO MASTER MATRICUL) +
      *           MATRICULA + DATA (VERBO SORT) - VALE A MEDIA E O
      *           RESULTADO DO LANCAMENTO MAIS RECENTE DE CADA
      *           ALUNO NA DISCIPLINA, COMO NO PROFREL. POR
      *           DISCIPLINA E TURMA O ESTATRPT MOSTRA: ALUNOS,
      *           MEDIA, MEDIANA E DESVIO PADRAO DE NHI-MEDIA,
      *           HISTOGRAMA POR FAIXA DE NOTA (0-1,9 / 2-3,9 /
      *           4-5,9 / 6-7,9 / 8-10), TAXA DE RECUPERACAO
      *           (ALUNO QUE TEVE LANCAMENTO EM RECUPERACAO NO
      *           PERIODO), TAXA DE SUCESSO NA RECUPERACAO (DESSES,
      *           OS APROVADOS PELA PROVA DO RECUPROC) E TAXA DE
      *           REPROVACAO. O TOTAL DA DISCIPLINA SAI COMPARADO
      *           COM O SEMESTRE ANTERIOR, E A DISCIPLINA CUJA
      *           REPROVACAO SUBIU MAIS QUE O LIMITE EM PONTOS
      *           PERCENTUAIS INFORMADO NO SYSIN (ZEROS = 10) SAI
      *           MARCADA PARA REVISAO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAHIST-FILE ASSIGN TO "NOTAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NHI-STATUS.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT DISCMST-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT ESTATRPT-FILE ASSIGN TO "ESTATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTEST-FILE ASSIGN TO "SORTEST".
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAHIST-FILE.
           COPY NOTAHSFD.

       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  ESTATRPT-FILE.
       01  ESTATRPT-REC         PIC X(80).

       SD  SORTEST-FILE.
       01  SORTEST-REC.
           05 SRT-DISCIPLINA PIC X(03).
           05 SRT-PERIODO    PIC 9(05).
           05 SRT-TURMA      PIC X(05).
           05 SRT-MATRICULA  PIC 9(06).
           05 SRT-DATA       PIC 9(08).
           05 SRT-MEDIA      PIC 9(02)V9.
           05 SRT-RESULTADO  PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-NHI-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MAT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DIS-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO      VALUE 'S'.
       77 WRK-EOF-NHI     PIC X(01) VALUE 'N'.
           88 WRK-FIM-NHI       VALUE 'S'.
       77 WRK-EOF-SRT     PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT       VALUE 'S'.
       77 WRK-ANO-REL     PIC 9(04) VALUE ZEROS.
       77 WRK-SEM-REL     PIC 9(01) VALUE ZEROS.
       77 WRK-LIMITE-REPROV PIC 9(03) VALUE ZEROS.
       77 WRK-SEM-LANC    PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01  WRK-PERIODO-ATUAL.
           05 WRK-PA-ANO  PIC 9(04) VALUE ZEROS.
           05 WRK-PA-SEM  PIC 9(01) VALUE ZEROS.
       01  WRK-PERIODO-ATUAL-N REDEFINES WRK-PERIODO-ATUAL
                          PIC 9(05).
       01  WRK-PERIODO-ANTERIOR.
           05 WRK-PN-ANO  PIC 9(04) VALUE ZEROS.
           05 WRK-PN-SEM  PIC 9(01) VALUE ZEROS.
       01  WRK-PERIODO-ANTERIOR-N REDEFINES WRK-PERIODO-ANTERIOR
                          PIC 9(05).
       01  WRK-PERIODO-LANC.
           05 WRK-PL-ANO  PIC 9(04) VALUE ZEROS.
           05 WRK-PL-SEM  PIC 9(01) VALUE ZEROS.
       01  WRK-PERIODO-LANC-N REDEFINES WRK-PERIODO-LANC
                          PIC 9(05).
       77 WRK-QTD-LANCTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-APURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DISC    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REVISAR PIC 9(03) VALUE ZEROS.

      *--- QUEBRAS: DISCIPLINA > PERIODO/TURMA > ALUNO ---*
       77 WRK-DSC-ABERTA  PIC X(01) VALUE 'N'.
       77 WRK-TUR-ABERTA  PIC X(01) VALUE 'N'.
       77 WRK-ALU-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-CAB-IMPRESSO PIC X(01) VALUE 'N'.
       77 WRK-DISC-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-PER-ATUAL   PIC 9(05) VALUE ZEROS.
       77 WRK-TURMA-ATUAL PIC X(05) VALUE SPACES.
       77 WRK-MATR-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WRK-MEDIA-ATUAL PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RESULT-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-TEVE-RECUP  PIC X(01) VALUE 'N'.

      *--- ACUMULADORES DA TURMA, DA DISCIPLINA E DE CALCULO ---*
      *--- (MESMO LAYOUT - O CALCULO RECEBE UM DOS DOIS)     ---*
       01  WRK-ACUM-TURMA.
           05 WRK-AT-ALUNOS   PIC 9(05) COMP.
           05 WRK-AT-SOMA     PIC 9(07)V9 COMP.
           05 WRK-AT-SOMA-QUAD PIC 9(09)V99 COMP.
           05 WRK-AT-FAIXA    PIC 9(05) COMP OCCURS 5 TIMES.
           05 WRK-AT-RECUP    PIC 9(05) COMP.
           05 WRK-AT-REC-APROV PIC 9(05) COMP.
           05 WRK-AT-REPROV   PIC 9(05) COMP.
           05 WRK-AT-NOTA     PIC 9(05) COMP OCCURS 101 TIMES.
       01  WRK-ACUM-DISC.
           05 WRK-AD-ALUNOS   PIC 9(05) COMP.
           05 WRK-AD-SOMA     PIC 9(07)V9 COMP.
           05 WRK-AD-SOMA-QUAD PIC 9(09)V99 COMP.
           05 WRK-AD-FAIXA    PIC 9(05) COMP OCCURS 5 TIMES.
           05 WRK-AD-RECUP    PIC 9(05) COMP.
           05 WRK-AD-REC-APROV PIC 9(05) COMP.
           05 WRK-AD-REPROV   PIC 9(05) COMP.
           05 WRK-AD-NOTA     PIC 9(05) COMP OCCURS 101 TIMES.
       01  WRK-ACUM-CALC.
           05 WRK-AC-ALUNOS   PIC 9(05) COMP.
           05 WRK-AC-SOMA     PIC 9(07)V9 COMP.
           05 WRK-AC-SOMA-QUAD PIC 9(09)V99 COMP.
           05 WRK-AC-FAIXA    PIC 9(05) COMP OCCURS 5 TIMES.
           05 WRK-AC-RECUP    PIC 9(05) COMP.
           05 WRK-AC-REC-APROV PIC 9(05) COMP.
           05 WRK-AC-REPROV   PIC 9(05) COMP.
           05 WRK-AC-NOTA     PIC 9(05) COMP OCCURS 101 TIMES.
      *--- SEMESTRE ANTERIOR DA DISCIPLINA ---*
       77 WRK-ANT-ALUNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-ANT-SOMA    PIC 9(07)V9 VALUE ZEROS.
       77 WRK-ANT-REPROV  PIC 9(05) VALUE ZEROS.

       77 WRK-FAIXA-IDX   PIC 9(02) COMP VALUE ZEROS.
       77 WRK-NOTA-IDX    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-POS-1       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-POS-2       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-ACUMULADO   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-VALOR-1     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-VALOR-2     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ACHOU-1     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-2     PIC X(01) VALUE 'N'.
       77 WRK-MEDIA-CALC  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIANA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VARIANCIA   PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-DESVIO      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TX-RECUP    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TX-SUCESSO  PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TX-REPROV   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TX-REPROV-ANT PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-ANT   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VARIACAO    PIC S9(03)V9 VALUE ZEROS.

       01  WRK-CAB-COLUNAS.
           05 FILLER PIC X(40) VALUE
              'TURMA ALUNOS  MEDIA MEDIAN DESVIO  0-1  '.
           05 FILLER PIC X(40) VALUE
              '2-3  4-5  6-7 8-10 RECUP% SUCES% REPRO%'.

       01  WRK-LIN-TURMA.
           05 WRK-LT-TURMA    PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LT-ALUNOS   PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LT-MEDIA    PIC Z9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-MEDIANA  PIC Z9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-DESVIO   PIC Z9,99.
           05 WRK-LT-FAIXAS OCCURS 5 TIMES.
               10 FILLER      PIC X(01).
               10 WRK-LT-FAIXA PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-TX-RECUP PIC ZZ9,9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-TX-SUCESSO PIC ZZ9,9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-TX-REPROV PIC ZZ9,9.

       01  WRK-LIN-ANTERIOR.
           05 FILLER          PIC X(19) VALUE
              'SEMESTRE ANTERIOR ('.
           05 WRK-LA-ANO      PIC 9(04).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LA-SEM      PIC 9(01).
           05 FILLER          PIC X(10) VALUE '): ALUNOS '.
           05 WRK-LA-ALUNOS   PIC ZZZ9.
           05 FILLER          PIC X(07) VALUE ' MEDIA '.
           05 WRK-LA-MEDIA    PIC Z9,99.
           05 FILLER          PIC X(08) VALUE ' REPROV '.
           05 WRK-LA-REPROV   PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE '%'.

       01  WRK-LIN-VARIACAO.
           05 FILLER          PIC X(32) VALUE
              'VARIACAO DA REPROVACAO (PONTOS) '.
           05 WRK-LV-VARIACAO PIC +ZZ9,9.
           05 WRK-LV-ALERTA   PIC X(40).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ANO AAAA (ZEROS = ANO CORRENTE).. '.
           ACCEPT WRK-ANO-REL.
           IF WRK-ANO-REL = 0
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-REL
           END-IF.
           DISPLAY 'SEMESTRE 1 OU 2 (ZEROS = 1).. '.
           ACCEPT WRK-SEM-REL.
           IF WRK-SEM-REL = 0
               MOVE 1 TO WRK-SEM-REL
           END-IF.
           DISPLAY 'LIMITE DE AUMENTO DA REPROVACAO EM PONTOS '
               'PERCENTUAIS (ZEROS = 10).. '.
           ACCEPT WRK-LIMITE-REPROV.
           IF WRK-LIMITE-REPROV = 0
               MOVE 10 TO WRK-LIMITE-REPROV
           END-IF.
           MOVE WRK-ANO-REL TO WRK-PA-ANO.
           MOVE WRK-SEM-REL TO WRK-PA-SEM.
           IF WRK-SEM-REL = 2
               MOVE WRK-ANO-REL TO WRK-PN-ANO
               MOVE 1 TO WRK-PN-SEM
           ELSE
               COMPUTE WRK-PN-ANO = WRK-ANO-REL - 1
               MOVE 2 TO WRK-PN-SEM
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           SORT SORTEST-FILE
               ON ASCENDING KEY SRT-DISCIPLINA SRT-PERIODO
                   SRT-TURMA SRT-MATRICULA SRT-DATA
               INPUT PROCEDURE IS 0200-FORNECER-LANCTOS
               OUTPUT PROCEDURE IS 0300-APURAR-ORDENADO.
           PERFORM 0700-RODAPE.
           CLOSE ESTATRPT-FILE MATRICUL-FILE.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.
           DISPLAY 'ESTNOTAS - LANCAMENTOS LIDOS ' WRK-QTD-LANCTOS
               ' DISCIPLINAS ' WRK-QTD-DISC
               ' PARA REVISAO ' WRK-QTD-REVISAR.
           STOP RUN.

      *****************************************************
      * SEM O MASTER DE MATRICULAS NAO HA A TURMA DO ALUNO;
      * O MASTER DE DISCIPLINAS SO DA NOME AO RELATORIO
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - SEM A TURMA DO ALUNO NAO '
                   'HA ESTATISTICA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS = '00'
               SET DISCMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER DISCMST NAO ENCONTRADO '
                   '(STATUS ' WRK-DIS-STATUS ') - RELATORIO SEM '
                   'NOME DA DISCIPLINA'
           END-IF.
           OPEN OUTPUT ESTATRPT-FILE.
           MOVE SPACES TO ESTATRPT-REC.
           STRING 'DISTRIBUICAO DAS NOTAS - ANO ' WRK-ANO-REL
               ' SEMESTRE ' WRK-SEM-REL
               ' - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE ALL '=' TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.

       0200-FORNECER-LANCTOS.
           OPEN INPUT NOTAHIST-FILE.
           IF WRK-NHI-STATUS NOT = '00'
               DISPLAY 'NOTAHIST NAO ENCONTRADO (STATUS '
                   WRK-NHI-STATUS ') - RELATORIO SEM ALUNOS'
               SET WRK-FIM-NHI TO TRUE
           END-IF.
           PERFORM 0210-LIBERAR-UM-LANCTO UNTIL WRK-FIM-NHI.
           IF WRK-NHI-STATUS = '00' OR WRK-NHI-STATUS = '10'
               CLOSE NOTAHIST-FILE
           END-IF.

      *****************************************************
      * SO ENTRAM OS LANCAMENTOS DO SEMESTRE DO RELATORIO E
      * DO ANTERIOR. SEMESTRE ZERO (LANCAMENTO ANTIGO, SEM A
      * MARCA) CONTA COMO PRIMEIRO SEMESTRE. A TURMA VEM DO
      * MATRICUL; ALUNO FORA DO MASTER FICA SEM TURMA
      *****************************************************
       0210-LIBERAR-UM-LANCTO.
           READ NOTAHIST-FILE
               AT END
                   SET WRK-FIM-NHI TO TRUE
               NOT AT END
                   MOVE NHI-SEMESTRE TO WRK-SEM-LANC
                   IF WRK-SEM-LANC = 0
                       MOVE 1 TO WRK-SEM-LANC
                   END-IF
                   MOVE NHI-DATA(1:4) TO WRK-PL-ANO
                   MOVE WRK-SEM-LANC  TO WRK-PL-SEM
                   IF WRK-PERIODO-LANC-N = WRK-PERIODO-ATUAL-N
                       OR WRK-PERIODO-LANC-N = WRK-PERIODO-ANTERIOR-N
                       PERFORM 0220-LIBERAR-LANCTO
                   END-IF
           END-READ.

       0220-LIBERAR-LANCTO.
           ADD 1 TO WRK-QTD-LANCTOS.
           MOVE NHI-MATRICULA TO MAT-MATRICULA.
           READ MATRICUL-FILE
               INVALID KEY
                   MOVE '?????' TO MAT-TURMA
           END-READ.
           MOVE NHI-DISCIPLINA     TO SRT-DISCIPLINA.
           MOVE WRK-PERIODO-LANC-N TO SRT-PERIODO.
           MOVE MAT-TURMA          TO SRT-TURMA.
           MOVE NHI-MATRICULA      TO SRT-MATRICULA.
           MOVE NHI-DATA           TO SRT-DATA.
           MOVE NHI-MEDIA          TO SRT-MEDIA.
           MOVE NHI-RESULTADO      TO SRT-RESULTADO.
           RELEASE SORTEST-REC.

      *****************************************************
      * SAIDA ORDENADA: FECHA ALUNO, TURMA E DISCIPLINA NAS
      * QUEBRAS, DO NIVEL MAIS BAIXO PARA O MAIS ALTO. O
      * SEMESTRE ANTERIOR VEM ANTES DO ATUAL NA MESMA
      * DISCIPLINA, ENTAO A COMPARACAO ESTA PRONTA QUANDO A
      * DISCIPLINA FECHA
      *****************************************************
       0300-APURAR-ORDENADO.
           RETURN SORTEST-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0310-TRATAR-UM-LANCTO UNTIL WRK-FIM-SRT.
           IF WRK-ALU-ABERTO = 'S'
               PERFORM 0400-FECHAR-ALUNO
           END-IF.
           IF WRK-TUR-ABERTA = 'S'
               PERFORM 0450-FECHAR-TURMA
           END-IF.
           IF WRK-DSC-ABERTA = 'S'
               PERFORM 0500-FECHAR-DISCIPLINA
                   THRU 0500-FECHAR-FIM
           END-IF.

       0310-TRATAR-UM-LANCTO.
           IF WRK-ALU-ABERTO = 'S'
               AND (SRT-DISCIPLINA NOT = WRK-DISC-ATUAL
                   OR SRT-PERIODO NOT = WRK-PER-ATUAL
                   OR SRT-TURMA NOT = WRK-TURMA-ATUAL
                   OR SRT-MATRICULA NOT = WRK-MATR-ATUAL)
               PERFORM 0400-FECHAR-ALUNO
           END-IF.
           IF WRK-TUR-ABERTA = 'S'
               AND (SRT-DISCIPLINA NOT = WRK-DISC-ATUAL
                   OR SRT-PERIODO NOT = WRK-PER-ATUAL
                   OR SRT-TURMA NOT = WRK-TURMA-ATUAL)
               PERFORM 0450-FECHAR-TURMA
           END-IF.
           IF WRK-DSC-ABERTA = 'S'
               AND SRT-DISCIPLINA NOT = WRK-DISC-ATUAL
               PERFORM 0500-FECHAR-DISCIPLINA
                   THRU 0500-FECHAR-FIM
           END-IF.
           IF WRK-DSC-ABERTA = 'N'
               MOVE 'S' TO WRK-DSC-ABERTA
               MOVE 'N' TO WRK-CAB-IMPRESSO
               MOVE SRT-DISCIPLINA TO WRK-DISC-ATUAL
               INITIALIZE WRK-ACUM-DISC
               MOVE ZEROS TO WRK-ANT-ALUNOS WRK-ANT-SOMA
                   WRK-ANT-REPROV
           END-IF.
           IF WRK-TUR-ABERTA = 'N'
               MOVE 'S' TO WRK-TUR-ABERTA
               MOVE SRT-PERIODO TO WRK-PER-ATUAL
               MOVE SRT-TURMA   TO WRK-TURMA-ATUAL
               INITIALIZE WRK-ACUM-TURMA
           END-IF.
           IF WRK-ALU-ABERTO = 'N'
               MOVE 'S' TO WRK-ALU-ABERTO
               MOVE SRT-MATRICULA TO WRK-MATR-ATUAL
               MOVE 'N' TO WRK-TEVE-RECUP
           END-IF.
           IF SRT-RESULTADO(1:5) = 'RECUP'
               MOVE 'S' TO WRK-TEVE-RECUP
           END-IF.
           MOVE SRT-MEDIA     TO WRK-MEDIA-ATUAL.
           MOVE SRT-RESULTADO TO WRK-RESULT-ATUAL.
           RETURN SORTEST-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

      *****************************************************
      * FECHA O ALUNO COM A MEDIA E O RESULTADO MAIS
      * RECENTES. SEMESTRE ANTERIOR SO ACUMULA A COMPARACAO;
      * O ATUAL ACUMULA NA TURMA E NA DISCIPLINA
      *****************************************************
       0400-FECHAR-ALUNO.
           MOVE 'N' TO WRK-ALU-ABERTO.
           IF WRK-PER-ATUAL = WRK-PERIODO-ANTERIOR-N
               ADD 1 TO WRK-ANT-ALUNOS
               ADD WRK-MEDIA-ATUAL TO WRK-ANT-SOMA
               IF WRK-RESULT-ATUAL(1:9) = 'REPROVADO'
                   ADD 1 TO WRK-ANT-REPROV
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-APURADOS
               PERFORM 0410-ACUMULAR-ALUNO
           END-IF.

       0410-ACUMULAR-ALUNO.
           EVALUATE TRUE
               WHEN WRK-MEDIA-ATUAL < 2
                   MOVE 1 TO WRK-FAIXA-IDX
               WHEN WRK-MEDIA-ATUAL < 4
                   MOVE 2 TO WRK-FAIXA-IDX
               WHEN WRK-MEDIA-ATUAL < 6
                   MOVE 3 TO WRK-FAIXA-IDX
               WHEN WRK-MEDIA-ATUAL < 8
                   MOVE 4 TO WRK-FAIXA-IDX
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA-IDX
           END-EVALUATE.
           COMPUTE WRK-NOTA-IDX = WRK-MEDIA-ATUAL * 10 + 1.
           IF WRK-NOTA-IDX > 101
               MOVE 101 TO WRK-NOTA-IDX
           END-IF.
           ADD 1 TO WRK-AT-ALUNOS WRK-AD-ALUNOS.
           ADD WRK-MEDIA-ATUAL TO WRK-AT-SOMA WRK-AD-SOMA.
           COMPUTE WRK-AT-SOMA-QUAD = WRK-AT-SOMA-QUAD
               + WRK-MEDIA-ATUAL * WRK-MEDIA-ATUAL.
           COMPUTE WRK-AD-SOMA-QUAD = WRK-AD-SOMA-QUAD
               + WRK-MEDIA-ATUAL * WRK-MEDIA-ATUAL.
           ADD 1 TO WRK-AT-FAIXA(WRK-FAIXA-IDX)
               WRK-AD-FAIXA(WRK-FAIXA-IDX).
           ADD 1 TO WRK-AT-NOTA(WRK-NOTA-IDX)
               WRK-AD-NOTA(WRK-NOTA-IDX).
           IF WRK-TEVE-RECUP = 'S'
               ADD 1 TO WRK-AT-RECUP WRK-AD-RECUP
               IF WRK-RESULT-ATUAL(1:8) = 'APROVADO'
                   ADD 1 TO WRK-AT-REC-APROV WRK-AD-REC-APROV
               END-IF
           END-IF.
           IF WRK-RESULT-ATUAL(1:9) = 'REPROVADO'
               ADD 1 TO WRK-AT-REPROV WRK-AD-REPROV
           END-IF.

      *****************************************************
      * FECHA A TURMA DO SEMESTRE DO RELATORIO: UMA LINHA,
      * COM O CABECALHO DA DISCIPLINA NA PRIMEIRA TURMA
      *****************************************************
       0450-FECHAR-TURMA.
           MOVE 'N' TO WRK-TUR-ABERTA.
           IF WRK-PER-ATUAL = WRK-PERIODO-ATUAL-N
               IF WRK-CAB-IMPRESSO = 'N'
                   PERFORM 0460-CABECALHO-DISCIPLINA
               END-IF
               MOVE WRK-ACUM-TURMA TO WRK-ACUM-CALC
               PERFORM 0600-CALCULAR-LINHA
               MOVE WRK-TURMA-ATUAL TO WRK-LT-TURMA
               IF WRK-TURMA-ATUAL = '?????'
                   MOVE 'S/TUR' TO WRK-LT-TURMA
               END-IF
               MOVE WRK-LIN-TURMA TO ESTATRPT-REC
               WRITE ESTATRPT-REC
           END-IF.

       0460-CABECALHO-DISCIPLINA.
           MOVE 'S' TO WRK-CAB-IMPRESSO.
           ADD 1 TO WRK-QTD-DISC.
           MOVE SPACES TO DIS-NOME.
           IF DISCMST-ABERTO
               MOVE WRK-DISC-ATUAL TO DIS-CODIGO
               READ DISCMST-FILE
                   INVALID KEY
                       MOVE '(FORA DO MASTER)' TO DIS-NOME
               END-READ
           END-IF.
           MOVE SPACES TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           STRING 'DISCIPLINA ' WRK-DISC-ATUAL ' - ' DIS-NOME
               DELIMITED BY SIZE INTO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE WRK-CAB-COLUNAS TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE ALL '-' TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.

      *****************************************************
      * FECHA A DISCIPLINA: TOTAL DO SEMESTRE, COMPARACAO COM
      * O SEMESTRE ANTERIOR E MARCA DE REVISAO QUANDO A
      * REPROVACAO SUBIU MAIS QUE O LIMITE. DISCIPLINA SO DO
      * SEMESTRE ANTERIOR NAO SAI NO RELATORIO
      *****************************************************
       0500-FECHAR-DISCIPLINA.
           MOVE 'N' TO WRK-DSC-ABERTA.
           IF WRK-CAB-IMPRESSO = 'N'
               GO TO 0500-FECHAR-FIM
           END-IF.
           MOVE WRK-ACUM-DISC TO WRK-ACUM-CALC.
           PERFORM 0600-CALCULAR-LINHA.
           MOVE 'TOTAL' TO WRK-LT-TURMA.
           MOVE ALL '-' TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE WRK-LIN-TURMA TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE WRK-PN-ANO TO WRK-LA-ANO.
           MOVE WRK-PN-SEM TO WRK-LA-SEM.
           IF WRK-ANT-ALUNOS = 0
               MOVE SPACES TO ESTATRPT-REC
               STRING 'SEMESTRE ANTERIOR (' WRK-PN-ANO '/'
                   WRK-PN-SEM '): SEM LANCAMENTOS - SEM COMPARACAO'
                   DELIMITED BY SIZE INTO ESTATRPT-REC
               WRITE ESTATRPT-REC
               GO TO 0500-FECHAR-FIM
           END-IF.
           COMPUTE WRK-MEDIA-ANT ROUNDED =
               WRK-ANT-SOMA / WRK-ANT-ALUNOS.
           COMPUTE WRK-TX-REPROV-ANT ROUNDED =
               WRK-ANT-REPROV * 100 / WRK-ANT-ALUNOS.
           MOVE WRK-ANT-ALUNOS    TO WRK-LA-ALUNOS.
           MOVE WRK-MEDIA-ANT     TO WRK-LA-MEDIA.
           MOVE WRK-TX-REPROV-ANT TO WRK-LA-REPROV.
           MOVE WRK-LIN-ANTERIOR TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           COMPUTE WRK-VARIACAO = WRK-TX-REPROV - WRK-TX-REPROV-ANT.
           MOVE WRK-VARIACAO TO WRK-LV-VARIACAO.
           MOVE SPACES TO WRK-LV-ALERTA.
           IF WRK-VARIACAO > WRK-LIMITE-REPROV
               MOVE '   *** REPROVACAO EM ALTA - REVISAR ***'
                   TO WRK-LV-ALERTA
               ADD 1 TO WRK-QTD-REVISAR
           END-IF.
           MOVE WRK-LIN-VARIACAO TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.

       0500-FECHAR-FIM.
           EXIT.

      *****************************************************
      * CALCULA A LINHA A PARTIR DE WRK-ACUM-CALC: MEDIA,
      * MEDIANA (PELA CONTAGEM DE CADA NOTA DE 0,0 A 10,0),
      * DESVIO PADRAO (RAIZ DA MEDIA DOS QUADRADOS MENOS O
      * QUADRADO DA MEDIA), FAIXAS E TAXAS
      *****************************************************
       0600-CALCULAR-LINHA.
           MOVE SPACES TO WRK-LIN-TURMA.
           MOVE ZEROS TO WRK-MEDIA-CALC WRK-MEDIANA WRK-DESVIO
               WRK-TX-RECUP WRK-TX-SUCESSO WRK-TX-REPROV.
           IF WRK-AC-ALUNOS > 0
               COMPUTE WRK-MEDIA-CALC ROUNDED =
                   WRK-AC-SOMA / WRK-AC-ALUNOS
               COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-AC-SOMA-QUAD / WRK-AC-ALUNOS
                   - (WRK-AC-SOMA / WRK-AC-ALUNOS)
                   * (WRK-AC-SOMA / WRK-AC-ALUNOS)
               COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5
               PERFORM 0610-ACHAR-MEDIANA
               COMPUTE WRK-TX-RECUP ROUNDED =
                   WRK-AC-RECUP * 100 / WRK-AC-ALUNOS
               COMPUTE WRK-TX-REPROV ROUNDED =
                   WRK-AC-REPROV * 100 / WRK-AC-ALUNOS
               IF WRK-AC-RECUP > 0
                   COMPUTE WRK-TX-SUCESSO ROUNDED =
                       WRK-AC-REC-APROV * 100 / WRK-AC-RECUP
               END-IF
           END-IF.
           MOVE WRK-AC-ALUNOS  TO WRK-LT-ALUNOS.
           MOVE WRK-MEDIA-CALC TO WRK-LT-MEDIA.
           MOVE WRK-MEDIANA    TO WRK-LT-MEDIANA.
           MOVE WRK-DESVIO     TO WRK-LT-DESVIO.
           PERFORM 0620-MOVER-FAIXA
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX > 5.
           MOVE WRK-TX-RECUP   TO WRK-LT-TX-RECUP.
           MOVE WRK-TX-SUCESSO TO WRK-LT-TX-SUCESSO.
           MOVE WRK-TX-REPROV  TO WRK-LT-TX-REPROV.

      *****************************************************
      * MEDIANA: NOTA DA POSICAO (N+1)/2 E DA POSICAO N/2+1
      * NA CONTAGEM ACUMULADA (AS DUAS COINCIDEM COM N
      * IMPAR), E A MEDIA DAS DUAS
      *****************************************************
       0610-ACHAR-MEDIANA.
           COMPUTE WRK-POS-1 = (WRK-AC-ALUNOS + 1) / 2.
           COMPUTE WRK-POS-2 = WRK-AC-ALUNOS / 2 + 1.
           MOVE ZEROS TO WRK-ACUMULADO WRK-VALOR-1 WRK-VALOR-2.
           MOVE 'N' TO WRK-ACHOU-1 WRK-ACHOU-2.
           PERFORM 0615-ACUMULAR-NOTA
               VARYING WRK-NOTA-IDX FROM 1 BY 1
               UNTIL WRK-NOTA-IDX > 101 OR WRK-ACHOU-2 = 'S'.
           COMPUTE WRK-MEDIANA ROUNDED =
               (WRK-VALOR-1 + WRK-VALOR-2) / 2.

       0615-ACUMULAR-NOTA.
           ADD WRK-AC-NOTA(WRK-NOTA-IDX) TO WRK-ACUMULADO.
           IF WRK-ACHOU-1 = 'N' AND WRK-ACUMULADO NOT < WRK-POS-1
               MOVE 'S' TO WRK-ACHOU-1
               COMPUTE WRK-VALOR-1 = (WRK-NOTA-IDX - 1) / 10
           END-IF.
           IF WRK-ACHOU-2 = 'N' AND WRK-ACUMULADO NOT < WRK-POS-2
               MOVE 'S' TO WRK-ACHOU-2
               COMPUTE WRK-VALOR-2 = (WRK-NOTA-IDX - 1) / 10
           END-IF.

       0620-MOVER-FAIXA.
           MOVE WRK-AC-FAIXA(WRK-FAIXA-IDX)
               TO WRK-LT-FAIXA(WRK-FAIXA-IDX).

       0700-RODAPE.
           MOVE ALL '=' TO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE SPACES TO ESTATRPT-REC.
           STRING 'ALUNOS/DISCIPLINA APURADOS ' WRK-QTD-APURADOS
               '  DISCIPLINAS ' WRK-QTD-DISC
               '  PARA REVISAO ' WRK-QTD-REVISAR
               DELIMITED BY SIZE INTO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
           MOVE SPACES TO ESTATRPT-REC.
           STRING 'REVISAO: REPROVACAO SUBIU MAIS DE '
               WRK-LIMITE-REPROV ' PONTOS SOBRE O SEMESTRE ANTERIOR'
               DELIMITED BY SIZE INTO ESTATRPT-REC.
           WRITE ESTATRPT-REC.
