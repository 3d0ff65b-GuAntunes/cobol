       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFREL.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: RELATORIO DE RESULTADOS POR PROFESSOR. CARREGA
      *           AS ATRIBUICOES DE AULA DO SEMESTRE INFORMADO NO
      *           SYSIN (ARQUIVO ATRIBUI, MANTIDO PELO MANTATR),
      *           LE O NOTAHIST DO ANO/SEMESTRE ORDENADO POR
      *           MATRICULA + DISCIPLINA + DATA (VERBO SORT) -
      *           VALE O LANCAMENTO MAIS RECENTE DE CADA ALUNO NA
      *           DISCIPLINA - E ACUMULA CADA RESULTADO NA TURMA
      *           DO ALUNO (MAT-TURMA, DO MASTER MATRICUL). O
      *           PROFRPT SAI POR PROFESSOR, UMA LINHA POR TURMA/
      *           DISCIPLINA: ALUNOS, MEDIA DA TURMA (NHI-MEDIA),
      *           APROVADOS, EM RECUPERACAO E REPROVADOS, AO LADO
      *           DA MEDIA DA ESCOLA INTEIRA NA DISCIPLINA.
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
           SELECT ATRIBUI-FILE ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT PROFESSR-FILE ASSIGN TO "PROFESSR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PRF-STATUS.
           SELECT DISCMST-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.
           SELECT PROFRPT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTPRF-FILE ASSIGN TO "SORTPRF".
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAHIST-FILE.
           COPY NOTAHSFD.

       FD  ATRIBUI-FILE.
           COPY ATRIBFD.

       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  PROFESSR-FILE.
           COPY PROFFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  PROFRPT-FILE.
       01  PROFRPT-REC          PIC X(80).

       SD  SORTPRF-FILE.
       01  SORTPRF-REC.
           05 SRT-MATRICULA  PIC 9(06).
           05 SRT-DISCIPLINA PIC X(03).
           05 SRT-DATA       PIC 9(08).
           05 SRT-MEDIA      PIC 9(02)V9.
           05 SRT-RESULTADO  PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-NHI-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MAT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PRF-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PRF-ABERTO  PIC X(01) VALUE 'N'.
           88 PROFESSR-ABERTO     VALUE 'S'.
       77 WRK-DIS-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO      VALUE 'S'.
       77 WRK-EOF-ATR     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ATR       VALUE 'S'.
       77 WRK-EOF-NHI     PIC X(01) VALUE 'N'.
           88 WRK-FIM-NHI       VALUE 'S'.
       77 WRK-EOF-SRT     PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT       VALUE 'S'.
       77 WRK-ANO-REL     PIC 9(04) VALUE ZEROS.
       77 WRK-SEM-REL     PIC 9(01) VALUE ZEROS.
       77 WRK-SEM-LANC    PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LANCTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-APURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-ATR PIC 9(05) VALUE ZEROS.

      *--- GRUPO ALUNO+DISCIPLINA EM APURACAO ---*
       77 WRK-GRUPO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MATR-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WRK-DISC-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-MEDIA-ATUAL PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RESULT-ATUAL PIC X(20) VALUE SPACES.

      *--- ATRIBUICOES DO SEMESTRE (TURMA/DISCIPLINA/PROFESSOR) ---*
       77 WRK-ATB-QTD     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ATB-IDX     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ATB-USO     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ATB-MENOR   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ATB-IMPR    PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-ATRIBUICOES.
           05 WRK-ATB-ITEM OCCURS 300 TIMES.
               10 WRK-ATB-ORDEM.
                   15 WRK-ATB-PROFESSOR PIC 9(05).
                   15 WRK-ATB-TURMA     PIC X(05).
                   15 WRK-ATB-DISC      PIC X(03).
               10 WRK-ATB-IMPRESSO  PIC X(01).
               10 WRK-ATB-ALUNOS    PIC 9(05).
               10 WRK-ATB-SOMA      PIC 9(07)V9.
               10 WRK-ATB-APROV     PIC 9(05).
               10 WRK-ATB-RECUP     PIC 9(05).
               10 WRK-ATB-REPROV    PIC 9(05).

      *--- MEDIA DA ESCOLA POR DISCIPLINA ---*
       77 WRK-DSC-QTD     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DSC-IDX     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DSC-USO     PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-DISCIPLINAS.
           05 WRK-DSC-ITEM OCCURS 100 TIMES.
               10 WRK-DSC-CODIGO    PIC X(03).
               10 WRK-DSC-ALUNOS    PIC 9(05).
               10 WRK-DSC-SOMA      PIC 9(07)V9.

      *--- QUEBRA E TOTAL POR PROFESSOR ---*
       77 WRK-PROF-ATUAL  PIC 9(05) VALUE ZEROS.
       77 WRK-PROF-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-TOT-ALUNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SOMA    PIC 9(07)V9 VALUE ZEROS.
       77 WRK-TOT-APROV   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECUP   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-REPROV  PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-CALC  PIC 9(02)V99 VALUE ZEROS.

       01  WRK-LIN-PROFESSOR.
           05 FILLER          PIC X(10) VALUE 'PROFESSOR '.
           05 WRK-LP-CODIGO   PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LP-NOME     PIC X(30).

       01  WRK-CAB-COLUNAS.
           05 FILLER PIC X(40) VALUE
              'TURMA  DIS DISCIPLINA          ALUNOS  '.
           05 FILLER PIC X(40) VALUE
              'MEDIA APROV  RECUP REPROV  ESCOLA'.

       01  WRK-LIN-TURMA.
           05 WRK-LT-TURMA    PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-DISC     PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME     PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-ALUNOS   PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-MEDIA    PIC Z9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LT-APROV    PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LT-RECUP    PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LT-REPROV   PIC ZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LT-ESCOLA   PIC Z9,99.

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
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0080-CARREGAR-ATRIBUICOES.
           PERFORM 0100-ORDENAR-E-APURAR.
           OPEN OUTPUT PROFRPT-FILE.
           PERFORM 0500-EMITIR-RELATORIO.
           CLOSE PROFRPT-FILE MATRICUL-FILE.
           IF PROFESSR-ABERTO
               CLOSE PROFESSR-FILE
           END-IF.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.
           DISPLAY 'PROFREL - LANCAMENTOS LIDOS ' WRK-QTD-LANCTOS
               ' APURADOS ' WRK-QTD-APURADOS
               ' SEM ATRIBUICAO ' WRK-QTD-SEM-ATR.
           STOP RUN.

      *****************************************************
      * SEM AS ATRIBUICOES OU O MASTER DE MATRICULAS NAO HA
      * COMO LIGAR O ALUNO AO PROFESSOR; OS MASTERS DE
      * PROFESSORES E DE DISCIPLINAS SO DAO NOME AO RELATORIO
      * E, SE FALTAREM, ELE SAI SO COM OS CODIGOS
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT ATRIBUI-FILE.
           IF WRK-ATR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ATRIBUI NAO ENCONTRADO (STATUS '
                   WRK-ATR-STATUS ') - CADASTRE AS ATRIBUICOES '
                   'NO MANTATR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - SEM A TURMA DO ALUNO NAO '
                   'HA RELATORIO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROFESSR-FILE.
           IF WRK-PRF-STATUS = '00'
               SET PROFESSR-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER PROFESSR NAO ENCONTRADO '
                   '(STATUS ' WRK-PRF-STATUS ') - RELATORIO SEM '
                   'NOME DO PROFESSOR'
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS = '00'
               SET DISCMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER DISCMST NAO ENCONTRADO '
                   '(STATUS ' WRK-DIS-STATUS ') - RELATORIO SEM '
                   'NOME DA DISCIPLINA'
           END-IF.

      *****************************************************
      * CARREGA NA TABELA AS ATRIBUICOES DO SEMESTRE DO
      * RELATORIO, COM OS ACUMULADORES ZERADOS
      *****************************************************
       0080-CARREGAR-ATRIBUICOES.
           PERFORM 0085-CARREGAR-UMA UNTIL WRK-FIM-ATR.
           CLOSE ATRIBUI-FILE.

       0085-CARREGAR-UMA.
           READ ATRIBUI-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-ATR TO TRUE
               NOT AT END
                   IF ATR-SEMESTRE = WRK-SEM-REL
                       IF WRK-ATB-QTD < 300
                           ADD 1 TO WRK-ATB-QTD
                           INITIALIZE WRK-ATB-ITEM(WRK-ATB-QTD)
                           MOVE ATR-PROFESSOR TO
                               WRK-ATB-PROFESSOR(WRK-ATB-QTD)
                           MOVE ATR-TURMA TO
                               WRK-ATB-TURMA(WRK-ATB-QTD)
                           MOVE ATR-DISCIPLINA TO
                               WRK-ATB-DISC(WRK-ATB-QTD)
                           MOVE 'N' TO
                               WRK-ATB-IMPRESSO(WRK-ATB-QTD)
                       ELSE
                           DISPLAY 'AVISO - TABELA DE ATRIBUICOES '
                               'CHEIA (300) - ' ATR-TURMA ' '
                               ATR-DISCIPLINA ' IGNORADA'
                       END-IF
                   END-IF
           END-READ.

       0100-ORDENAR-E-APURAR.
           SORT SORTPRF-FILE
               ON ASCENDING KEY SRT-MATRICULA SRT-DISCIPLINA
                   SRT-DATA
               INPUT PROCEDURE IS 0200-FORNECER-LANCTOS
               OUTPUT PROCEDURE IS 0300-APURAR-ORDENADO.

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
      * SO ENTRAM OS LANCAMENTOS DO ANO E SEMESTRE DO
      * RELATORIO. SEMESTRE ZERO (LANCAMENTO ANTIGO, SEM A
      * MARCA) CONTA COMO PRIMEIRO SEMESTRE
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
                   IF NHI-DATA(1:4) = WRK-ANO-REL
                       AND WRK-SEM-LANC = WRK-SEM-REL
                       ADD 1 TO WRK-QTD-LANCTOS
                       MOVE NHI-MATRICULA  TO SRT-MATRICULA
                       MOVE NHI-DISCIPLINA TO SRT-DISCIPLINA
                       MOVE NHI-DATA       TO SRT-DATA
                       MOVE NHI-MEDIA      TO SRT-MEDIA
                       MOVE NHI-RESULTADO  TO SRT-RESULTADO
                       RELEASE SORTPRF-REC
                   END-IF
           END-READ.

      *****************************************************
      * SAIDA ORDENADA: NA QUEBRA DE MATRICULA+DISCIPLINA
      * FECHA O GRUPO ANTERIOR. DENTRO DO GRUPO, O LANCAMENTO
      * MAIS RECENTE SOBRESCREVE O ANTERIOR (A ORDEM POR DATA
      * GARANTE ISSO)
      *****************************************************
       0300-APURAR-ORDENADO.
           RETURN SORTPRF-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0310-TRATAR-UM-LANCTO UNTIL WRK-FIM-SRT.
           IF WRK-GRUPO-ABERTO = 'S'
               PERFORM 0400-FECHAR-GRUPO THRU 0400-FECHAR-FIM
           END-IF.

       0310-TRATAR-UM-LANCTO.
           IF WRK-GRUPO-ABERTO = 'N'
               OR SRT-MATRICULA NOT = WRK-MATR-ATUAL
               OR SRT-DISCIPLINA NOT = WRK-DISC-ATUAL
               IF WRK-GRUPO-ABERTO = 'S'
                   PERFORM 0400-FECHAR-GRUPO THRU 0400-FECHAR-FIM
               END-IF
               MOVE 'S' TO WRK-GRUPO-ABERTO
               MOVE SRT-MATRICULA  TO WRK-MATR-ATUAL
               MOVE SRT-DISCIPLINA TO WRK-DISC-ATUAL
           END-IF.
           MOVE SRT-MEDIA     TO WRK-MEDIA-ATUAL.
           MOVE SRT-RESULTADO TO WRK-RESULT-ATUAL.
           RETURN SORTPRF-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

      *****************************************************
      * FECHA O GRUPO: SOMA NA MEDIA DA ESCOLA DA DISCIPLINA
      * E, ACHANDO A TURMA DO ALUNO NO MATRICUL, NA
      * ATRIBUICAO TURMA/DISCIPLINA DO PROFESSOR. ALUNO FORA
      * DO MASTER OU TURMA SEM ATRIBUICAO SO CONTA PARA A
      * MEDIA DA ESCOLA
      *****************************************************
       0400-FECHAR-GRUPO.
           MOVE 'N' TO WRK-GRUPO-ABERTO.
           ADD 1 TO WRK-QTD-APURADOS.
           PERFORM 0410-ACHAR-DISCIPLINA.
           IF WRK-DSC-USO > 0
               ADD 1 TO WRK-DSC-ALUNOS(WRK-DSC-USO)
               ADD WRK-MEDIA-ATUAL TO WRK-DSC-SOMA(WRK-DSC-USO)
           END-IF.
           MOVE WRK-MATR-ATUAL TO MAT-MATRICULA.
           READ MATRICUL-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-ATR
                   GO TO 0400-FECHAR-FIM
           END-READ.
           MOVE ZEROS TO WRK-ATB-USO.
           PERFORM 0420-PROCURAR-ATRIBUICAO
               VARYING WRK-ATB-IDX FROM 1 BY 1
               UNTIL WRK-ATB-IDX > WRK-ATB-QTD
               OR WRK-ATB-USO > 0.
           IF WRK-ATB-USO = 0
               ADD 1 TO WRK-QTD-SEM-ATR
               GO TO 0400-FECHAR-FIM
           END-IF.
           ADD 1 TO WRK-ATB-ALUNOS(WRK-ATB-USO).
           ADD WRK-MEDIA-ATUAL TO WRK-ATB-SOMA(WRK-ATB-USO).
           EVALUATE TRUE
               WHEN WRK-RESULT-ATUAL(1:8) = 'APROVADO'
                   ADD 1 TO WRK-ATB-APROV(WRK-ATB-USO)
               WHEN WRK-RESULT-ATUAL(1:5) = 'RECUP'
                   ADD 1 TO WRK-ATB-RECUP(WRK-ATB-USO)
               WHEN OTHER
                   ADD 1 TO WRK-ATB-REPROV(WRK-ATB-USO)
           END-EVALUATE.

       0400-FECHAR-FIM.
           EXIT.

      *****************************************************
      * LOCALIZA (OU ABRE) A DISCIPLINA DO GRUPO NA TABELA DA
      * MEDIA DA ESCOLA, DEVOLVENDO O INDICE EM WRK-DSC-USO
      * (ZEROS = TABELA CHEIA)
      *****************************************************
       0410-ACHAR-DISCIPLINA.
           MOVE ZEROS TO WRK-DSC-USO.
           PERFORM 0415-PROCURAR-DISCIPLINA
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD
               OR WRK-DSC-USO > 0.
           IF WRK-DSC-USO = 0
               IF WRK-DSC-QTD < 100
                   ADD 1 TO WRK-DSC-QTD
                   INITIALIZE WRK-DSC-ITEM(WRK-DSC-QTD)
                   MOVE WRK-DISC-ATUAL TO
                       WRK-DSC-CODIGO(WRK-DSC-QTD)
                   MOVE WRK-DSC-QTD TO WRK-DSC-USO
               ELSE
                   DISPLAY 'AVISO - TABELA DE DISCIPLINAS CHEIA '
                       '(100) - ' WRK-DISC-ATUAL ' IGNORADA'
               END-IF
           END-IF.

       0415-PROCURAR-DISCIPLINA.
           IF WRK-DSC-CODIGO(WRK-DSC-IDX) = WRK-DISC-ATUAL
               MOVE WRK-DSC-IDX TO WRK-DSC-USO
           END-IF.

       0420-PROCURAR-ATRIBUICAO.
           IF WRK-ATB-TURMA(WRK-ATB-IDX) = MAT-TURMA
               AND WRK-ATB-DISC(WRK-ATB-IDX) = WRK-DISC-ATUAL
               MOVE WRK-ATB-IDX TO WRK-ATB-USO
           END-IF.

      *****************************************************
      * EMITE AS ATRIBUICOES NA ORDEM PROFESSOR + TURMA +
      * DISCIPLINA, COM CABECALHO E TOTAL A CADA PROFESSOR
      *****************************************************
       0500-EMITIR-RELATORIO.
           MOVE SPACES TO PROFRPT-REC.
           STRING 'RESULTADOS POR PROFESSOR - ANO ' WRK-ANO-REL
               ' SEMESTRE ' WRK-SEM-REL
               ' - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE ALL '=' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           PERFORM 0510-EMITIR-PROXIMA
               VARYING WRK-ATB-IMPR FROM 1 BY 1
               UNTIL WRK-ATB-IMPR > WRK-ATB-QTD.
           IF WRK-PROF-ABERTO = 'S'
               PERFORM 0560-TOTAL-PROFESSOR
           END-IF.
           MOVE ALL '=' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE SPACES TO PROFRPT-REC.
           STRING 'ALUNOS/DISCIPLINA APURADOS ' WRK-QTD-APURADOS
               '  SEM PROFESSOR ATRIBUIDO ' WRK-QTD-SEM-ATR
               DELIMITED BY SIZE INTO PROFRPT-REC.
           WRITE PROFRPT-REC.

       0510-EMITIR-PROXIMA.
           MOVE ZEROS TO WRK-ATB-MENOR.
           PERFORM 0515-PROCURAR-MENOR
               VARYING WRK-ATB-IDX FROM 1 BY 1
               UNTIL WRK-ATB-IDX > WRK-ATB-QTD.
           IF WRK-ATB-MENOR > 0
               MOVE 'S' TO WRK-ATB-IMPRESSO(WRK-ATB-MENOR)
               MOVE WRK-ATB-MENOR TO WRK-ATB-USO
               IF WRK-PROF-ABERTO = 'N'
                   OR WRK-ATB-PROFESSOR(WRK-ATB-USO)
                      NOT = WRK-PROF-ATUAL
                   IF WRK-PROF-ABERTO = 'S'
                       PERFORM 0560-TOTAL-PROFESSOR
                   END-IF
                   PERFORM 0520-CABECALHO-PROFESSOR
               END-IF
               PERFORM 0530-EMITIR-TURMA
           END-IF.

       0515-PROCURAR-MENOR.
           IF WRK-ATB-IMPRESSO(WRK-ATB-IDX) = 'N'
               IF WRK-ATB-MENOR = 0
                   MOVE WRK-ATB-IDX TO WRK-ATB-MENOR
               ELSE
                   IF WRK-ATB-ORDEM(WRK-ATB-IDX)
                       < WRK-ATB-ORDEM(WRK-ATB-MENOR)
                       MOVE WRK-ATB-IDX TO WRK-ATB-MENOR
                   END-IF
               END-IF
           END-IF.

       0520-CABECALHO-PROFESSOR.
           MOVE 'S' TO WRK-PROF-ABERTO.
           MOVE WRK-ATB-PROFESSOR(WRK-ATB-USO) TO WRK-PROF-ATUAL.
           MOVE ZEROS TO WRK-TOT-ALUNOS WRK-TOT-SOMA WRK-TOT-APROV
               WRK-TOT-RECUP WRK-TOT-REPROV.
           MOVE WRK-PROF-ATUAL TO WRK-LP-CODIGO.
           MOVE SPACES TO WRK-LP-NOME.
           IF PROFESSR-ABERTO
               MOVE WRK-PROF-ATUAL TO PRF-CODIGO
               READ PROFESSR-FILE
                   INVALID KEY
                       MOVE '(FORA DO MASTER)' TO WRK-LP-NOME
                   NOT INVALID KEY
                       MOVE PRF-NOME TO WRK-LP-NOME
               END-READ
           END-IF.
           MOVE SPACES TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE WRK-LIN-PROFESSOR TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE WRK-CAB-COLUNAS TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE ALL '-' TO PROFRPT-REC.
           WRITE PROFRPT-REC.

      *****************************************************
      * LINHA DA TURMA/DISCIPLINA: MEDIA DA TURMA AO LADO DA
      * MEDIA DA ESCOLA NA MESMA DISCIPLINA
      *****************************************************
       0530-EMITIR-TURMA.
           MOVE SPACES TO WRK-LIN-TURMA.
           MOVE WRK-ATB-TURMA(WRK-ATB-USO) TO WRK-LT-TURMA.
           MOVE WRK-ATB-DISC(WRK-ATB-USO)  TO WRK-LT-DISC.
           IF DISCMST-ABERTO
               MOVE WRK-ATB-DISC(WRK-ATB-USO) TO DIS-CODIGO
               READ DISCMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WRK-LT-NOME
               END-READ
           END-IF.
           MOVE WRK-ATB-ALUNOS(WRK-ATB-USO) TO WRK-LT-ALUNOS.
           MOVE ZEROS TO WRK-MEDIA-CALC.
           IF WRK-ATB-ALUNOS(WRK-ATB-USO) > 0
               COMPUTE WRK-MEDIA-CALC ROUNDED =
                   WRK-ATB-SOMA(WRK-ATB-USO)
                   / WRK-ATB-ALUNOS(WRK-ATB-USO)
           END-IF.
           MOVE WRK-MEDIA-CALC TO WRK-LT-MEDIA.
           MOVE WRK-ATB-APROV(WRK-ATB-USO)  TO WRK-LT-APROV.
           MOVE WRK-ATB-RECUP(WRK-ATB-USO)  TO WRK-LT-RECUP.
           MOVE WRK-ATB-REPROV(WRK-ATB-USO) TO WRK-LT-REPROV.
           MOVE WRK-ATB-DISC(WRK-ATB-USO) TO WRK-DISC-ATUAL.
           MOVE ZEROS TO WRK-DSC-USO WRK-MEDIA-CALC.
           PERFORM 0415-PROCURAR-DISCIPLINA
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD
               OR WRK-DSC-USO > 0.
           IF WRK-DSC-USO > 0
               COMPUTE WRK-MEDIA-CALC ROUNDED =
                   WRK-DSC-SOMA(WRK-DSC-USO)
                   / WRK-DSC-ALUNOS(WRK-DSC-USO)
           END-IF.
           MOVE WRK-MEDIA-CALC TO WRK-LT-ESCOLA.
           MOVE WRK-LIN-TURMA TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           ADD WRK-ATB-ALUNOS(WRK-ATB-USO) TO WRK-TOT-ALUNOS.
           ADD WRK-ATB-SOMA(WRK-ATB-USO)   TO WRK-TOT-SOMA.
           ADD WRK-ATB-APROV(WRK-ATB-USO)  TO WRK-TOT-APROV.
           ADD WRK-ATB-RECUP(WRK-ATB-USO)  TO WRK-TOT-RECUP.
           ADD WRK-ATB-REPROV(WRK-ATB-USO) TO WRK-TOT-REPROV.

       0560-TOTAL-PROFESSOR.
           MOVE SPACES TO WRK-LIN-TURMA.
           MOVE 'TOTAL DO PROFESSOR' TO WRK-LT-NOME.
           MOVE WRK-TOT-ALUNOS TO WRK-LT-ALUNOS.
           MOVE ZEROS TO WRK-MEDIA-CALC.
           IF WRK-TOT-ALUNOS > 0
               COMPUTE WRK-MEDIA-CALC ROUNDED =
                   WRK-TOT-SOMA / WRK-TOT-ALUNOS
           END-IF.
           MOVE WRK-MEDIA-CALC TO WRK-LT-MEDIA.
           MOVE WRK-TOT-APROV  TO WRK-LT-APROV.
           MOVE WRK-TOT-RECUP  TO WRK-LT-RECUP.
           MOVE WRK-TOT-REPROV TO WRK-LT-REPROV.
           MOVE ALL '-' TO PROFRPT-REC.
           WRITE PROFRPT-REC.
           MOVE WRK-LIN-TURMA TO PROFRPT-REC.
           WRITE PROFRPT-REC.
