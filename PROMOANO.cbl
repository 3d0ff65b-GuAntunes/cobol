       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOANO.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PROMOCAO DE FIM DE ANO E VIRADA DE TURMA DO
      *           MASTER DE MATRICULAS. RODADO DEPOIS DO CONSANO E
      *           DA RECUPERACAO, COM O ANO LETIVO ENCERRADO NO
      *           SYSIN. PARA CADA MATRICULA ATIVA LE A SITUACAO
      *           GERAL FINAL DO ALUNO (ALU-SITUACAO-GERAL) E
      *           APLICA A TABELA DE PROGRESSAO TURMAPRG (MANTTPG):
      *           APROVADO VAI PARA A TURMA SEGUINTE, REPROVADO
      *           REPETE A MESMA TURMA, E O APROVADO DO ULTIMO
      *           NIVEL SE FORMA E TEM A MATRICULA DESATIVADA.
      *           ALUNO SEM RESULTADO FINAL NO ANO (RECUPERACAO
      *           EM ABERTO, EM CURSO, SEM LANCAMENTO) OU DE TURMA
      *           FORA DA TABELA FICA PENDENTE, SEM MUDANCA. O
      *           MATRICUL DO ANO NOVO SAI NO MATRNOVO E O ALUNO,
      *           COM AS VAGAS DE DISCIPLINA ZERADAS PARA O ANO
      *           NOVO (PROMOVIDOS E RETIDOS), NO ALUNNOVO; OS DOIS
      *           SO SUBSTITUEM OS MASTERS DEPOIS DO VISTO DA
      *           SECRETARIA NA LISTA DE PROMOCAO POR TURMA
      *           (RELATORIO PROMORPT), NO MOLDE DO ABERNOVO DO
      *           CAIXAAPL. ANTES DISTO CADA MATRICULA ERA
      *           ALTERADA A MAO NO MANTMAT NA VIRADA DO ANO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-MATRICULA
               FILE STATUS IS WRK-MAT-STATUS.
           SELECT ALUNO-FILE ASSIGN TO "ALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.
           SELECT TURMAPRG-FILE ASSIGN TO "TURMAPRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPG-TURMA
               FILE STATUS IS WRK-TPG-STATUS.
           SELECT MATRNOVO-FILE ASSIGN TO "MATRNOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNV-MATRICULA
               FILE STATUS IS WRK-MNV-STATUS.
           SELECT ALUNNOVO-FILE ASSIGN TO "ALUNNOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANV-MATRICULA
               FILE STATUS IS WRK-ANV-STATUS.
           SELECT PROMORPT-FILE ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPSTAT-FILE ASSIGN TO "OPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT SORTPRM-FILE ASSIGN TO "SORTPRM".
       DATA DIVISION.
       FILE SECTION.
       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  ALUNO-FILE.
           COPY ALUNOFD.

       FD  TURMAPRG-FILE.
           COPY TURPRGFD.

       FD  MATRNOVO-FILE.
       01  MATRNOVO-REC.
           05 MNV-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(46).

       FD  ALUNNOVO-FILE.
       01  ALUNNOVO-REC.
           05 ANV-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(204).

       FD  PROMORPT-FILE.
       01  PROMORPT-REC         PIC X(80).

       FD  OPSTAT-FILE.
           COPY OPSTATFD.

       SD  SORTPRM-FILE.
       01  SORTPRM-REC.
           05 SRT-TURMA       PIC X(05).
           05 SRT-MATRICULA   PIC 9(06).
           05 SRT-NOME        PIC X(20).
           05 SRT-SITUACAO    PIC X(20).
           05 SRT-DECISAO     PIC X(01).
               88 SRT-PROMOVIDO    VALUE 'P'.
               88 SRT-RETIDO       VALUE 'R'.
               88 SRT-FORMADO      VALUE 'F'.
               88 SRT-PENDENTE     VALUE 'N'.
           05 SRT-TURMA-NOVA  PIC X(05).
           05 SRT-MOTIVO      PIC X(30).

       WORKING-STORAGE SECTION.
       77 WRK-MAT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALU-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TPG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MNV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ANV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EOF-MAT      PIC X(01) VALUE 'N'.
           88 WRK-FIM-MAT       VALUE 'S'.
       77 WRK-EOF-ALU      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ALU       VALUE 'S'.
       77 WRK-EOF-SRT      PIC X(01) VALUE 'N'.
           88 WRK-FIM-SRT       VALUE 'S'.
       77 WRK-ANO-LETIVO   PIC 9(04) VALUE ZEROS.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INATIVAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALUNOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ZERADOS  PIC 9(05) VALUE ZEROS.

      *--- TOTAIS DA TURMA E GERAIS (P/R/F/N) ---*
       77 WRK-TURMA-ATUAL  PIC X(05) VALUE SPACES.
       77 WRK-TURMA-ABERTA PIC X(01) VALUE 'N'.
       01  WRK-TOT-TURMA.
           05 WRK-TT-PROMOV   PIC 9(05) VALUE ZEROS.
           05 WRK-TT-RETIDOS  PIC 9(05) VALUE ZEROS.
           05 WRK-TT-FORMADOS PIC 9(05) VALUE ZEROS.
           05 WRK-TT-PENDENT  PIC 9(05) VALUE ZEROS.
       01  WRK-TOT-GERAL.
           05 WRK-TG-PROMOV   PIC 9(05) VALUE ZEROS.
           05 WRK-TG-RETIDOS  PIC 9(05) VALUE ZEROS.
           05 WRK-TG-FORMADOS PIC 9(05) VALUE ZEROS.
           05 WRK-TG-PENDENT  PIC 9(05) VALUE ZEROS.

      *--- MATRICULAS CUJO ALUNO TEM AS VAGAS ZERADAS ---*
       77 WRK-ZR-QTD       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ZR-IDX       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ZR-USO       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ZERAR.
           05 WRK-ZR-MATRICULA PIC 9(06) OCCURS 3000 TIMES.
       77 WRK-DISC-IDX     PIC 9(02) COMP VALUE ZEROS.

       01  WRK-LIN-CAB.
           05 FILLER PIC X(07) VALUE 'MATRIC'.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(21) VALUE 'SITUACAO FINAL'.
           05 FILLER PIC X(11) VALUE 'DECISAO'.
           05 FILLER PIC X(10) VALUE 'NOVA TURMA'.
       01  WRK-LIN-DET.
           05 WRK-LD-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DECISAO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TURMA     PIC X(05).
       01  WRK-LIN-MOTIVO.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'MOTIVO: '.
           05 WRK-LM-MOTIVO    PIC X(30).

           COPY FSTDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           DISPLAY 'ANO LETIVO ENCERRADO AAAA.. '.
           ACCEPT WRK-ANO-LETIVO.
           IF WRK-ANO-LETIVO = 0
               DISPLAY 'ANO NAO INFORMADO - NADA A PROMOVER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0060-ABRIR-ARQUIVOS.
           SORT SORTPRM-FILE
               ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
               INPUT PROCEDURE IS 0100-DECIDIR-MATRICULAS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-LISTA.
           PERFORM 0500-GERAR-ALUNO-NOVO.
           PERFORM 0600-TOTAIS-GERAIS.
           CLOSE MATRICUL-FILE ALUNO-FILE TURMAPRG-FILE
               MATRNOVO-FILE ALUNNOVO-FILE PROMORPT-FILE.
           DISPLAY 'PROMOCAO ' WRK-ANO-LETIVO
               ' - PROMOVIDOS ' WRK-TG-PROMOV
               ' RETIDOS ' WRK-TG-RETIDOS
               ' FORMADOS ' WRK-TG-FORMADOS
               ' PENDENTES ' WRK-TG-PENDENT.
           PERFORM 9000-GRAVAR-ESTATISTICA.
           STOP RUN.

      *****************************************************
      * MATRICUL, ALUNO E TURMAPRG SAO ESSENCIAIS. OS NOVOS
      * MASTERS SAEM INTEIROS A CADA EXECUCAO - A RODADA PODE
      * SER REPETIDA ATE O VISTO DA SECRETARIA
      *****************************************************
       0060-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS NOT = '00'
               DISPLAY 'MASTER MATRICUL NAO ENCONTRADO (STATUS '
                   WRK-MAT-STATUS ') - NADA A PROMOVER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUNO-FILE.
           IF WRK-ALU-STATUS NOT = '00'
               DISPLAY 'MASTER ALUNO NAO ENCONTRADO (STATUS '
                   WRK-ALU-STATUS ') - SEM ELE NAO HA RESULTADO'
               CLOSE MATRICUL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TURMAPRG-FILE.
           IF WRK-TPG-STATUS NOT = '00'
               DISPLAY 'TABELA TURMAPRG NAO ENCONTRADA (STATUS '
                   WRK-TPG-STATUS ') - SEM ELA NAO HA PROGRESSAO'
               CLOSE MATRICUL-FILE ALUNO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MATRNOVO-FILE.
           MOVE 'MATRNOVO' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-MNV-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           OPEN OUTPUT ALUNNOVO-FILE.
           MOVE 'ALUNNOVO' TO WRK-IO-DDNAME.
           MOVE 'OPEN' TO WRK-IO-OPERACAO.
           MOVE WRK-ANV-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.
           OPEN OUTPUT PROMORPT-FILE.

      *****************************************************
      * ENTRADA DO SORT: LE O MATRICUL EM ORDEM DE CHAVE,
      * DECIDE CADA MATRICULA ATIVA, GRAVA O MATRNOVO E
      * LIBERA A LINHA DA LISTA. MATRICULA INATIVA PASSA
      * PARA O ANO NOVO SEM MUDANCA E FORA DA LISTA
      *****************************************************
       0100-DECIDIR-MATRICULAS.
           PERFORM 0110-TRATAR-UMA-MATRICULA UNTIL WRK-FIM-MAT.

       0110-TRATAR-UMA-MATRICULA.
           READ MATRICUL-FILE NEXT
               AT END
                   SET WRK-FIM-MAT TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF MAT-ATIVA
                       PERFORM 0200-DECIDIR-MATRICULA
                           THRU 0200-DECIDIR-FIM
                       RELEASE SORTPRM-REC
                   ELSE
                       ADD 1 TO WRK-QTD-INATIVAS
                   END-IF
                   PERFORM 0300-GRAVAR-MATRICULA-NOVA
           END-READ.

      *****************************************************
      * APROVADO VAI PARA A PROXIMA TURMA (OU SE FORMA NO
      * ULTIMO NIVEL); REPROVADO REPETE A TURMA; O RESTO FICA
      * PENDENTE. O RESULTADO TEM DE SER DO ANO ENCERRADO
      *****************************************************
       0200-DECIDIR-MATRICULA.
           MOVE MAT-TURMA     TO SRT-TURMA SRT-TURMA-NOVA.
           MOVE MAT-MATRICULA TO SRT-MATRICULA.
           MOVE MAT-NOME      TO SRT-NOME.
           MOVE SPACES        TO SRT-SITUACAO SRT-MOTIVO.
           MOVE 'N'           TO SRT-DECISAO.
           MOVE MAT-MATRICULA TO ALU-MATRICULA.
           READ ALUNO-FILE
               INVALID KEY
                   MOVE 'SEM LANCAMENTO DE NOTAS' TO SRT-MOTIVO
                   GO TO 0200-DECIDIR-FIM
           END-READ.
           MOVE ALU-SITUACAO-GERAL TO SRT-SITUACAO.
           IF ALU-DATA(1:4) < WRK-ANO-LETIVO
               MOVE 'SEM RESULTADO NO ANO LETIVO' TO SRT-MOTIVO
               GO TO 0200-DECIDIR-FIM
           END-IF.
           IF ALU-SITUACAO-GERAL(1:9) = 'REPROVADO'
               MOVE 'R' TO SRT-DECISAO
               PERFORM 0250-MARCAR-ZERAR
               GO TO 0200-DECIDIR-FIM
           END-IF.
           IF ALU-SITUACAO-GERAL(1:8) NOT = 'APROVADO'
               MOVE 'RESULTADO FINAL EM ABERTO' TO SRT-MOTIVO
               GO TO 0200-DECIDIR-FIM
           END-IF.
           MOVE MAT-TURMA TO TPG-TURMA.
           READ TURMAPRG-FILE
               INVALID KEY
                   MOVE 'TURMA FORA DA TABELA TURMAPRG'
                       TO SRT-MOTIVO
                   GO TO 0200-DECIDIR-FIM
           END-READ.
           IF TPG-ULTIMO-NIVEL
               MOVE 'F' TO SRT-DECISAO
               MOVE 'I' TO MAT-SITUACAO
               GO TO 0200-DECIDIR-FIM
           END-IF.
           MOVE 'P' TO SRT-DECISAO.
           MOVE TPG-PROXIMA TO SRT-TURMA-NOVA MAT-TURMA.
           PERFORM 0250-MARCAR-ZERAR.

       0200-DECIDIR-FIM.
           EXIT.

       0250-MARCAR-ZERAR.
           IF WRK-ZR-QTD < 3000
               ADD 1 TO WRK-ZR-QTD
               MOVE MAT-MATRICULA TO WRK-ZR-MATRICULA(WRK-ZR-QTD)
           ELSE
               DISPLAY 'AVISO - TABELA DE ALUNOS A ZERAR CHEIA - '
                   'MATRICULA ' MAT-MATRICULA ' FICA COM AS NOTAS'
           END-IF.

       0300-GRAVAR-MATRICULA-NOVA.
           MOVE MATRICUL-REC TO MATRNOVO-REC.
           WRITE MATRNOVO-REC.
           MOVE 'MATRNOVO' TO WRK-IO-DDNAME.
           MOVE 'WRITE' TO WRK-IO-OPERACAO.
           MOVE WRK-MNV-STATUS TO WRK-IO-STATUS.
           PERFORM 9800-CONFERIR-IO.

      *****************************************************
      * SAIDA DO SORT: LISTA DE PROMOCAO POR TURMA, COM OS
      * TOTAIS E O CAMPO DO VISTO DA SECRETARIA NO PE DE
      * CADA TURMA
      *****************************************************
       0400-IMPRIMIR-LISTA.
           RETURN SORTPRM-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.
           PERFORM 0410-TRATAR-UMA-LINHA UNTIL WRK-FIM-SRT.
           IF WRK-TURMA-ABERTA = 'S'
               PERFORM 0450-FECHAR-TURMA
           END-IF.

       0410-TRATAR-UMA-LINHA.
           IF WRK-TURMA-ABERTA = 'N'
               OR SRT-TURMA NOT = WRK-TURMA-ATUAL
               IF WRK-TURMA-ABERTA = 'S'
                   PERFORM 0450-FECHAR-TURMA
               END-IF
               PERFORM 0420-ABRIR-TURMA
           END-IF.
           MOVE SRT-MATRICULA TO WRK-LD-MATRICULA.
           MOVE SRT-NOME      TO WRK-LD-NOME.
           MOVE SRT-SITUACAO  TO WRK-LD-SITUACAO.
           MOVE SRT-TURMA-NOVA TO WRK-LD-TURMA.
           EVALUATE TRUE
               WHEN SRT-PROMOVIDO
                   MOVE 'PROMOVIDO' TO WRK-LD-DECISAO
                   ADD 1 TO WRK-TT-PROMOV
               WHEN SRT-RETIDO
                   MOVE 'RETIDO' TO WRK-LD-DECISAO
                   ADD 1 TO WRK-TT-RETIDOS
               WHEN SRT-FORMADO
                   MOVE 'FORMADO' TO WRK-LD-DECISAO
                   MOVE SPACES TO WRK-LD-TURMA
                   ADD 1 TO WRK-TT-FORMADOS
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-LD-DECISAO
                   ADD 1 TO WRK-TT-PENDENT
           END-EVALUATE.
           MOVE WRK-LIN-DET TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           IF SRT-PENDENTE
               MOVE SRT-MOTIVO TO WRK-LM-MOTIVO
               MOVE WRK-LIN-MOTIVO TO PROMORPT-REC
               WRITE PROMORPT-REC
           END-IF.
           RETURN SORTPRM-FILE
               AT END SET WRK-FIM-SRT TO TRUE
           END-RETURN.

       0420-ABRIR-TURMA.
           MOVE 'S' TO WRK-TURMA-ABERTA.
           MOVE SRT-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZEROS TO WRK-TOT-TURMA.
           MOVE ALL '=' TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           STRING 'PROMOCAO DE FIM DE ANO - ANO LETIVO '
               WRK-ANO-LETIVO ' - TURMA ' SRT-TURMA
               DELIMITED BY SIZE INTO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE ALL '=' TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE WRK-LIN-CAB TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE ALL '-' TO PROMORPT-REC.
           WRITE PROMORPT-REC.

       0450-FECHAR-TURMA.
           MOVE ALL '-' TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           STRING 'PROMOVIDOS ' WRK-TT-PROMOV
               '  RETIDOS ' WRK-TT-RETIDOS
               '  FORMADOS ' WRK-TT-FORMADOS
               '  PENDENTES ' WRK-TT-PENDENT
               DELIMITED BY SIZE INTO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE 'VISTO DA SECRETARIA: ______________________'
               TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE 'DATA: ____/____/________' TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           ADD WRK-TT-PROMOV   TO WRK-TG-PROMOV.
           ADD WRK-TT-RETIDOS  TO WRK-TG-RETIDOS.
           ADD WRK-TT-FORMADOS TO WRK-TG-FORMADOS.
           ADD WRK-TT-PENDENT  TO WRK-TG-PENDENT.
           MOVE 'N' TO WRK-TURMA-ABERTA.

      *****************************************************
      * COPIA O ALUNO PARA O ALUNNOVO EM ORDEM DE CHAVE,
      * ZERANDO AS VAGAS DE DISCIPLINA E A SITUACAO GERAL DOS
      * PROMOVIDOS E RETIDOS. FORMADO E PENDENTE PASSAM COMO
      * ESTAO (O FORMADO GUARDA O RESULTADO FINAL)
      *****************************************************
       0500-GERAR-ALUNO-NOVO.
           MOVE ZEROS TO ALU-MATRICULA.
           START ALUNO-FILE KEY NOT < ALU-MATRICULA
               INVALID KEY
                   SET WRK-FIM-ALU TO TRUE
           END-START.
           PERFORM 0510-COPIAR-UM-ALUNO UNTIL WRK-FIM-ALU.

       0510-COPIAR-UM-ALUNO.
           READ ALUNO-FILE NEXT
               AT END
                   SET WRK-FIM-ALU TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE ZEROS TO WRK-ZR-USO
                   PERFORM 0520-PROCURAR-ZERAR
                       VARYING WRK-ZR-IDX FROM 1 BY 1
                       UNTIL WRK-ZR-IDX > WRK-ZR-QTD
                       OR WRK-ZR-USO > 0
                   IF WRK-ZR-USO > 0
                       PERFORM 0530-ZERAR-VAGA
                           VARYING WRK-DISC-IDX FROM 1 BY 1
                           UNTIL WRK-DISC-IDX > 6
                       MOVE SPACES TO ALU-SITUACAO-GERAL
                       ADD 1 TO WRK-QTD-ZERADOS
                   END-IF
                   MOVE ALUNO-REC TO ALUNNOVO-REC
                   WRITE ALUNNOVO-REC
                   MOVE 'ALUNNOVO' TO WRK-IO-DDNAME
                   MOVE 'WRITE' TO WRK-IO-OPERACAO
                   MOVE WRK-ANV-STATUS TO WRK-IO-STATUS
                   PERFORM 9800-CONFERIR-IO
           END-READ.

       0520-PROCURAR-ZERAR.
           IF WRK-ZR-MATRICULA(WRK-ZR-IDX) = ALU-MATRICULA
               MOVE WRK-ZR-IDX TO WRK-ZR-USO
           END-IF.

       0530-ZERAR-VAGA.
           MOVE SPACES TO ALU-DISC-COD(WRK-DISC-IDX)
               ALU-DISC-RESULT(WRK-DISC-IDX).
           MOVE ZEROS TO ALU-DISC-MEDIA(WRK-DISC-IDX).

      *****************************************************
      * TOTAIS GERAIS DA VIRADA NO FIM DA LISTA
      *****************************************************
       0600-TOTAIS-GERAIS.
           MOVE ALL '=' TO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           STRING 'TOTAL GERAL - PROMOVIDOS ' WRK-TG-PROMOV
               '  RETIDOS ' WRK-TG-RETIDOS
               '  FORMADOS ' WRK-TG-FORMADOS
               '  PENDENTES ' WRK-TG-PENDENT
               DELIMITED BY SIZE INTO PROMORPT-REC.
           WRITE PROMORPT-REC.
           MOVE SPACES TO PROMORPT-REC.
           STRING 'MATRICULAS LIDAS ' WRK-QTD-LIDAS
               '  INATIVAS ' WRK-QTD-INATIVAS
               '  ALUNOS COPIADOS ' WRK-QTD-ALUNOS
               '  ZERADOS ' WRK-QTD-ZERADOS
               DELIMITED BY SIZE INTO PROMORPT-REC.
           WRITE PROMORPT-REC.

      *****************************************************
      * GRAVA AO FINAL DA EXECUCAO UMA LINHA NO ARQUIVO DE
      * CONTROLE OPSTAT (LIDAS, DECIDIDAS E PENDENTES)
      *****************************************************
       9000-GRAVAR-ESTATISTICA.
           ACCEPT WRK-HORA-FIM FROM TIME.
           COPY FSTOPEN REPLACING ==:ARQ:== BY ==OPSTAT==
               ==:STA:== BY ==WRK-OPS-STATUS==
               ==:DDN:== BY =='OPSTAT'==.
           MOVE 'PROMOANO'      TO OPS-PROGRAMA.
           ACCEPT OPS-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO TO OPS-HORA-INICIO.
           MOVE WRK-HORA-FIM    TO OPS-HORA-FIM.
           MOVE WRK-QTD-LIDAS   TO OPS-QTD-LIDOS.
           COMPUTE OPS-QTD-GRAVADOS = WRK-TG-PROMOV
               + WRK-TG-RETIDOS + WRK-TG-FORMADOS.
           MOVE WRK-TG-PENDENT  TO OPS-QTD-REJEITOS.
           WRITE OPSTAT-REC.
           CLOSE OPSTAT-FILE.

           COPY FSTPROC.
