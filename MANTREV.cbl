       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTREV.
      **************************************
      * AREA DE COMENTARIOS
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: PEDIDOS DE REVISAO DE NOTA (ARQUIVO REVNOTA,
      *           LAYOUT REVNOTFD). A SECRETARIA REGISTRA O PEDIDO
      *           DO ALUNO (MATRICULA, DISCIPLINA, SEMESTRE, QUAL
      *           NOTA E CONTESTADA, VALOR PEDIDO E JUSTIFICATIVA)
      *           E A COORDENACAO - OPERADOR COM PERFIL SUPERVISOR
      *           NA SESSAO DO PROGMENU, DIFERENTE DE QUEM PEDIU -
      *           APROVA OU NEGA CADA PEDIDO PENDENTE. O PEDIDO
      *           APROVADO E APLICADO PELO LOTE REVPROC, COM
      *           LANCAMENTO CORRETIVO NO NOTAHIST. ANTES, A
      *           SECRETARIA RODAVA O LOTE DE NOVO COM O TURMA
      *           EDITADO E A NOTA ORIGINAL SUMIA. CADA TRANSACAO
      *           DO DIA E REGISTRADA NO LOG MANTREVLOG, NO MOLDE
      *           DO MANTDIS/MANTDISLOG.
      * DATA: 15/10/2026
      * MANUTENCAO:
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
           SELECT MANTREVLOG-FILE ASSIGN TO "MANTREVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT OPERSESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVNOTA-FILE.
           COPY REVNOTFD.

       FD  MATRICUL-FILE.
           COPY MATRICFD.

       FD  DISCMST-FILE.
           COPY DISCFD.

       FD  MANTREVLOG-FILE.
       01  MANTREVLOG-REC.
           05 LOG-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-HORA        PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-TRANS       PIC X(10).
           05 FILLER          PIC X(01).
           05 LOG-NUMERO      PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-MATRICULA   PIC 9(06).
           05 FILLER          PIC X(01).
           05 LOG-DISCIPLINA  PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(40).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.

       WORKING-STORAGE SECTION.
       77 WRK-REV-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MAT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DIS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MAT-ABERTO   PIC X(01) VALUE 'N'.
           88 MATRICUL-ABERTO     VALUE 'S'.
       77 WRK-DIS-ABERTO   PIC X(01) VALUE 'N'.
           88 DISCMST-ABERTO      VALUE 'S'.
       77 WRK-EOF-REV      PIC X(01) VALUE 'N'.
           88 WRK-FIM-REV         VALUE 'S'.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-PERFIL       PIC X(01) VALUE SPACES.
           88 PERFIL-SUPERVISOR   VALUE 'S'.
       77 WRK-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOG-HORA     PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-SOLICITAR    VALUE 'S'.
           88 OPCAO-APROVAR      VALUE 'A'.
           88 OPCAO-NEGAR        VALUE 'N'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-ULT-NUMERO   PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO-PROC  PIC 9(06) VALUE ZEROS.
       77 WRK-MATR-PROC    PIC 9(06) VALUE ZEROS.
       77 WRK-DISC-PROC    PIC X(03) VALUE SPACES.
       77 WRK-SEM-PROC     PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-PROC    PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-PROC   PIC 9(02) VALUE ZEROS.
       77 WRK-JUSTIF-PROC  PIC X(60) VALUE SPACES.
       77 WRK-PARECER-PROC PIC X(40) VALUE SPACES.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS      VALUE 'S'.
       77 WRK-RESULTADO    PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-IDENTIFICAR-OPERADOR.
           PERFORM 0070-ACHAR-ULTIMO-NUMERO.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE REVNOTA-FILE MANTREVLOG-FILE.
           IF MATRICUL-ABERTO
               CLOSE MATRICUL-FILE
           END-IF.
           IF DISCMST-ABERTO
               CLOSE DISCMST-FILE
           END-IF.
           DISPLAY 'MANUTENCAO DE REVISOES DE NOTA ENCERRADA'.
           STOP RUN.

      *****************************************************
      * ABRE OS PEDIDOS EM I-O, CRIANDO-OS NA PRIMEIRA
      * EXECUCAO, E O LOG EM EXTEND, CRIANDO-O DA MESMA FORMA.
      * SEM OS MASTERS DE MATRICULAS/DISCIPLINAS A CONFERENCIA
      * DO PEDIDO FICA DESATIVADA COM AVISO
      *****************************************************
       0050-ABRIR-ARQUIVOS.
           OPEN INPUT MATRICUL-FILE.
           IF WRK-MAT-STATUS = '00'
               SET MATRICUL-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER MATRICUL NAO ENCONTRADO '
                   '(STATUS ' WRK-MAT-STATUS ') - CONFERENCIA DE '
                   'MATRICULA DESATIVADA'
           END-IF.
           OPEN INPUT DISCMST-FILE.
           IF WRK-DIS-STATUS = '00'
               SET DISCMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO - MASTER DISCMST NAO ENCONTRADO '
                   '(STATUS ' WRK-DIS-STATUS ') - CONFERENCIA DE '
                   'DISCIPLINA DESATIVADA'
           END-IF.
           OPEN I-O REVNOTA-FILE.
           IF WRK-REV-STATUS NOT = '00'
               OPEN OUTPUT REVNOTA-FILE
               CLOSE REVNOTA-FILE
               OPEN I-O REVNOTA-FILE
           END-IF.
           OPEN EXTEND MANTREVLOG-FILE.
           IF WRK-LOG-STATUS NOT = '00'
               OPEN OUTPUT MANTREVLOG-FILE
               CLOSE MANTREVLOG-FILE
               OPEN EXTEND MANTREVLOG-FILE
           END-IF.

      *****************************************************
      * IDENTIFICA O OPERADOR E O PERFIL PELA SESSAO
      * AUTENTICADA DO PROGMENU (ARQUIVO OPERSESS); SEM SESSAO
      * (EXECUCAO AVULSA), PERGUNTA O OPERADOR E NAO HA
      * PERFIL - SO E POSSIVEL SOLICITAR E CONSULTAR
      *****************************************************
       0060-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WRK-OPERADOR WRK-PERFIL.
           OPEN INPUT OPERSESS-FILE.
           IF WRK-SES-STATUS = '00'
               READ OPERSESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-OPERADOR
                       MOVE SES-PERFIL  TO WRK-PERFIL
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
      * O NUMERO DO PEDIDO E SEQUENCIAL: VARRE O ARQUIVO NA
      * ORDEM DA CHAVE E GUARDA O MAIOR NUMERO JA USADO
      *****************************************************
       0070-ACHAR-ULTIMO-NUMERO.
           MOVE ZEROS TO REV-NUMERO WRK-ULT-NUMERO.
           START REVNOTA-FILE KEY NOT < REV-NUMERO
               INVALID KEY
                   SET WRK-FIM-REV TO TRUE
           END-START.
           PERFORM 0075-LER-UM-PEDIDO UNTIL WRK-FIM-REV.

       0075-LER-UM-PEDIDO.
           READ REVNOTA-FILE NEXT
               AT END
                   SET WRK-FIM-REV TO TRUE
               NOT AT END
                   MOVE REV-NUMERO TO WRK-ULT-NUMERO
           END-READ.

      *****************************************************
      * LACO PRINCIPAL DE TRANSACOES - UMA TRANSACAO POR
      * PASSAGEM, ATE O OPERADOR DIGITAR F (FIM)
      *****************************************************
       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (S=SOLICITAR A=APROVAR N=NEGAR '
               'C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-SOLICITAR
                   PERFORM 0200-SOLICITAR-REVISAO
               WHEN OPCAO-APROVAR
                   PERFORM 0300-DECIDIR-REVISAO
                       THRU 0300-DECIDIR-FIM
               WHEN OPCAO-NEGAR
                   PERFORM 0300-DECIDIR-REVISAO
                       THRU 0300-DECIDIR-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-REVISAO
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * REGISTRA UM PEDIDO NOVO, PENDENTE DE DECISAO. A
      * MATRICULA TEM DE ESTAR ATIVA NO MATRICUL E A
      * DISCIPLINA ATIVA NO DISCMST; NOTA CONTESTADA 1, 2 OU
      * 3, VALOR PEDIDO DE 0 A 10 E JUSTIFICATIVA OBRIGATORIA
      *****************************************************
       0200-SOLICITAR-REVISAO.
           MOVE 'S' TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-NUMERO-PROC.
           DISPLAY 'MATRICULA DO ALUNO ?'.
           ACCEPT WRK-MATR-PROC FROM CONSOLE.
           DISPLAY 'DISCIPLINA (COD 3 LETRAS) ?'.
           ACCEPT WRK-DISC-PROC FROM CONSOLE.
           DISPLAY 'SEMESTRE (1 OU 2) ?'.
           ACCEPT WRK-SEM-PROC FROM CONSOLE.
           DISPLAY 'NOTA CONTESTADA (1, 2 OU 3) ?'.
           ACCEPT WRK-NOTA-PROC FROM CONSOLE.
           DISPLAY 'VALOR PEDIDO (0 A 10) ?'.
           ACCEPT WRK-VALOR-PROC FROM CONSOLE.
           DISPLAY 'JUSTIFICATIVA ?'.
           ACCEPT WRK-JUSTIF-PROC FROM CONSOLE.
           PERFORM 0210-CONFERIR-PEDIDO.
           IF DADOS-VALIDOS
               ADD 1 TO WRK-ULT-NUMERO
               MOVE WRK-ULT-NUMERO TO WRK-NUMERO-PROC
               MOVE SPACES TO REVNOTA-REC
               MOVE WRK-NUMERO-PROC TO REV-NUMERO
               MOVE WRK-MATR-PROC   TO REV-MATRICULA
               MOVE WRK-DISC-PROC   TO REV-DISCIPLINA
               MOVE WRK-SEM-PROC    TO REV-SEMESTRE
               MOVE WRK-NOTA-PROC   TO REV-NOTA-NUM
               MOVE WRK-VALOR-PROC  TO REV-VALOR-PEDIDO
               MOVE WRK-JUSTIF-PROC TO REV-JUSTIFICATIVA
               SET REV-PENDENTE TO TRUE
               MOVE WRK-OPERADOR    TO REV-SOLICITANTE
               ACCEPT REV-DATA-SOLIC FROM DATE YYYYMMDD
               ACCEPT REV-HORA-SOLIC FROM TIME
               MOVE ZEROS TO REV-DATA-DECISAO REV-HORA-DECISAO
                   REV-DATA-APLIC REV-NOTA-ANTERIOR
                   REV-MEDIA-ANTERIOR REV-MEDIA-NOVA
               WRITE REVNOTA-REC
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O PEDIDO'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'PEDIDO REGISTRADO - PENDENTE'
                           TO WRK-RESULTADO
                       DISPLAY 'NUMERO DO PEDIDO: ' REV-NUMERO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0210-CONFERIR-PEDIDO.
           IF WRK-SEM-PROC NOT = 1 AND WRK-SEM-PROC NOT = 2
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'SEMESTRE DEVE SER 1 OU 2' TO WRK-RESULTADO
           END-IF.
           IF WRK-NOTA-PROC < 1 OR WRK-NOTA-PROC > 3
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'NOTA CONTESTADA DEVE SER 1, 2 OU 3'
                   TO WRK-RESULTADO
           END-IF.
           IF WRK-VALOR-PROC > 10
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'VALOR PEDIDO FORA DA FAIXA 0-10'
                   TO WRK-RESULTADO
           END-IF.
           IF WRK-JUSTIF-PROC = SPACES
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'JUSTIFICATIVA OBRIGATORIA' TO WRK-RESULTADO
           END-IF.
           IF DADOS-VALIDOS AND MATRICUL-ABERTO
               MOVE WRK-MATR-PROC TO MAT-MATRICULA
               READ MATRICUL-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'MATRICULA NAO CADASTRADA'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF MAT-INATIVA
                           MOVE 'N' TO WRK-DADOS-OK
                           MOVE 'MATRICULA INATIVA'
                               TO WRK-RESULTADO
                       END-IF
               END-READ
           END-IF.
           IF DADOS-VALIDOS AND DISCMST-ABERTO
               MOVE WRK-DISC-PROC TO DIS-CODIGO
               READ DISCMST-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'DISCIPLINA NAO CADASTRADA'
                           TO WRK-RESULTADO
                   NOT INVALID KEY
                       IF DIS-INATIVA
                           MOVE 'N' TO WRK-DADOS-OK
                           MOVE 'DISCIPLINA INATIVA'
                               TO WRK-RESULTADO
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * DECISAO DA COORDENACAO (A=APROVAR, N=NEGAR): EXIGE
      * PERFIL SUPERVISOR NA SESSAO, PEDIDO AINDA PENDENTE E
      * DECISOR DIFERENTE DE QUEM REGISTROU O PEDIDO
      *****************************************************
       0300-DECIDIR-REVISAO.
           MOVE ZEROS TO WRK-MATR-PROC.
           MOVE SPACES TO WRK-DISC-PROC.
           DISPLAY 'NUMERO DO PEDIDO ?'.
           ACCEPT WRK-NUMERO-PROC FROM CONSOLE.
           IF NOT PERFIL-SUPERVISOR
               MOVE 'DECISAO RESTRITA A COORDENACAO' TO WRK-RESULTADO
               GO TO 0300-DECIDIR-LOG
           END-IF.
           MOVE WRK-NUMERO-PROC TO REV-NUMERO.
           READ REVNOTA-FILE
               INVALID KEY
                   MOVE 'PEDIDO NAO EXISTE' TO WRK-RESULTADO
                   GO TO 0300-DECIDIR-LOG
           END-READ.
           MOVE REV-MATRICULA  TO WRK-MATR-PROC.
           MOVE REV-DISCIPLINA TO WRK-DISC-PROC.
           IF NOT REV-PENDENTE
               MOVE 'PEDIDO JA DECIDIDO' TO WRK-RESULTADO
               GO TO 0300-DECIDIR-LOG
           END-IF.
           IF REV-SOLICITANTE = WRK-OPERADOR
               MOVE 'QUEM PEDIU NAO PODE DECIDIR' TO WRK-RESULTADO
               GO TO 0300-DECIDIR-LOG
           END-IF.
           PERFORM 0460-EXIBIR-PEDIDO.
           DISPLAY 'PARECER DA COORDENACAO ?'.
           ACCEPT WRK-PARECER-PROC FROM CONSOLE.
           IF OPCAO-APROVAR
               SET REV-APROVADA TO TRUE
           ELSE
               SET REV-NEGADA TO TRUE
           END-IF.
           MOVE WRK-OPERADOR     TO REV-DECISOR.
           ACCEPT REV-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT REV-HORA-DECISAO FROM TIME.
           MOVE WRK-PARECER-PROC TO REV-PARECER.
           REWRITE REVNOTA-REC
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A DECISAO' TO WRK-RESULTADO
               NOT INVALID KEY
                   IF REV-APROVADA
                       MOVE 'PEDIDO APROVADO - APLICA NO REVPROC'
                           TO WRK-RESULTADO
                   ELSE
                       MOVE 'PEDIDO NEGADO' TO WRK-RESULTADO
                   END-IF
           END-REWRITE.

       0300-DECIDIR-LOG.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0300-DECIDIR-FIM.
           EXIT.

      *****************************************************
      * CONSULTA UM PEDIDO E O ANDAMENTO DA DECISAO
      *****************************************************
       0450-CONSULTAR-REVISAO.
           DISPLAY 'NUMERO DO PEDIDO ?'.
           ACCEPT WRK-NUMERO-PROC FROM CONSOLE.
           MOVE WRK-NUMERO-PROC TO REV-NUMERO.
           READ REVNOTA-FILE
               INVALID KEY
                   DISPLAY 'PEDIDO NAO EXISTE'
               NOT INVALID KEY
                   PERFORM 0460-EXIBIR-PEDIDO
           END-READ.

       0460-EXIBIR-PEDIDO.
           DISPLAY 'PEDIDO...... ' REV-NUMERO ' SITUACAO '
               REV-SITUACAO ' (P=PENDENTE A=APROVADO N=NEGADO '
               'X=APLICADO)'.
           DISPLAY 'ALUNO....... ' REV-MATRICULA ' DISCIPLINA '
               REV-DISCIPLINA ' SEMESTRE ' REV-SEMESTRE.
           DISPLAY 'NOTA ' REV-NOTA-NUM ' CONTESTADA - VALOR '
               'PEDIDO ' REV-VALOR-PEDIDO.
           DISPLAY 'JUSTIFICATIVA ' REV-JUSTIFICATIVA.
           DISPLAY 'PEDIDO POR.. ' REV-SOLICITANTE ' EM '
               REV-DATA-SOLIC ' ' REV-HORA-SOLIC.
           IF NOT REV-PENDENTE
               DISPLAY 'DECIDIDO POR ' REV-DECISOR ' EM '
                   REV-DATA-DECISAO ' ' REV-HORA-DECISAO
               DISPLAY 'PARECER..... ' REV-PARECER
           END-IF.
           IF REV-APLICADA
               DISPLAY 'APLICADO EM  ' REV-DATA-APLIC
                   ' - NOTA ' REV-NOTA-ANTERIOR ' PARA '
                   REV-VALOR-PEDIDO ' - ' REV-RESULT-NOVO
           END-IF.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
       0500-GRAVAR-LOG.
           MOVE SPACES TO MANTREVLOG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-LOG-DATA TO LOG-DATA.
           MOVE WRK-LOG-HORA TO LOG-HORA.
           MOVE WRK-OPERADOR TO LOG-OPERADOR.
           EVALUATE TRUE
               WHEN OPCAO-SOLICITAR MOVE 'SOLICITAR' TO LOG-TRANS
               WHEN OPCAO-APROVAR   MOVE 'APROVAR'   TO LOG-TRANS
               WHEN OPCAO-NEGAR     MOVE 'NEGAR'     TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-NUMERO-PROC TO LOG-NUMERO.
           MOVE WRK-MATR-PROC   TO LOG-MATRICULA.
           MOVE WRK-DISC-PROC   TO LOG-DISCIPLINA.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTREVLOG-REC.
