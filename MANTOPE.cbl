      *                 FALHAS), RESTRITA A SESSAO DE SUPERVISOR E
      *                 REGISTRADA TAMBEM NO LOG DE SEGURANCA
      *                 SEGLOG.
      * 15/10/2026 GA - INCLUIDAS AS TRANSACOES G (SUPERVISOR
      *                 RESPONSAVEL PELA RECERTIFICACAO DA CONTA, OPE-
      *                 RESPONSAVEL) E T (RECERTIFICACAO DE ACESSO DA
      *                 LISTA DO SODREL: O SUPERVISOR CONFIRMA OU REVOGA
      *                 CADA CONTA SOB A SUA RESPONSABILIDADE; DECISOES
      *                 NO LOG RECERTLG, REVOGACAO DESATIVA A CONTA),
      *                 AMBAS RESTRITAS A SESSAO DE SUPERVISOR. A
      *                 INCLUSAO PERGUNTA O RESPONSAVEL E A CONSULTA
      *                 MOSTRA O ULTIMO ACESSO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SEGLOG-FILE ASSIGN TO "SEGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.
           SELECT RECERTLG-FILE ASSIGN TO "RECERTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
           05 FILLER          PIC X(01).
           05 SEG-DETALHE     PIC X(20).

       FD  RECERTLG-FILE.
           COPY RECERTFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SES-STATUS   PIC X(02) VALUE SPACES.
           88 OPCAO-DESATIVAR    VALUE 'D'.
           88 OPCAO-REATIVAR     VALUE 'R'.
           88 OPCAO-DESBLOQUEAR  VALUE 'B'.
           88 OPCAO-RESPONSAVEL  VALUE 'G'.
           88 OPCAO-RECERTIFICAR VALUE 'T'.
           88 OPCAO-CONSULTAR    VALUE 'C'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
       77 WRK-SEG-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PERFIL-SESSAO PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-RCT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RESP-PROC    PIC X(08) VALUE SPACES.
       77 WRK-DECISAO-RCT  PIC X(01) VALUE SPACES.
           88 RCT-CONFIRMAR      VALUE 'C'.
           88 RCT-REVOGAR        VALUE 'R'.
           88 RCT-PULAR          VALUE 'P'.
           88 RCT-ENCERRAR       VALUE 'F'.
       77 WRK-EOF-OPE      PIC X(01) VALUE 'N'.
           88 WRK-FIM-OPE        VALUE 'S'.
       77 WRK-QTD-CONFIRM  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REVOG    PIC 9(04) VALUE ZEROS.
       01  WRK-PERIODO-G.
           05 WRK-PER-ANO  PIC 9(04).
           05 WRK-PER-MES  PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-G PIC 9(06).

           COPY SENHDATA.

       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (I=INCLUIR S=SENHA P=PERFIL '
               'D=DESATIVAR R=REATIVAR B=DESBLOQUEAR '
               'G=RESPONSAVEL T=RECERTIFICAR '
               'C=CONSULTAR F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-DESBLOQUEAR
                   PERFORM 0420-DESBLOQUEAR-CONTA
                       THRU 0420-DESBLOQUEAR-FIM
               WHEN OPCAO-RESPONSAVEL
                   PERFORM 0440-TROCAR-RESPONSAVEL
                       THRU 0440-TROCAR-FIM
               WHEN OPCAO-RECERTIFICAR
                   PERFORM 0600-RECERTIFICAR
                       THRU 0600-RECERTIFICAR-FIM
               WHEN OPCAO-CONSULTAR
                   PERFORM 0450-CONSULTAR-OPERADOR
               WHEN OPCAO-FIM
           ACCEPT WRK-SENHA-PROC FROM CONSOLE.
           DISPLAY 'PERFIL (S=SUPERVISOR O=OPERADOR) ?'.
           ACCEPT WRK-PERFIL-PROC FROM CONSOLE.
           DISPLAY 'SUPERVISOR RESPONSAVEL PELA RECERTIFICACAO '
               '(BRANCO = QUALQUER SUPERVISOR) ?'.
           ACCEPT WRK-RESP-PROC FROM CONSOLE.
           MOVE WRK-USUARIO-PROC TO OPE-USUARIO.
           MOVE WRK-SENHA-PROC   TO WRK-SEN-CLARA.
           PERFORM 9600-CALCULAR-HASH-SENHA.
           MOVE 'A'              TO OPE-SITUACAO.
           MOVE ZEROS            TO OPE-DATA-TROCA OPE-FALHAS.
           MOVE 'N'              TO OPE-BLOQUEIO.
           MOVE ZEROS            TO OPE-DATA-ULT-ACESSO.
           MOVE WRK-RESP-PROC    TO OPE-RESPONSAVEL.
           WRITE OPERMST-REC
               INVALID KEY
                   MOVE 'USUARIO JA CADASTRADO' TO WRK-RESULTADO
           WRITE SEGLOG-REC.
           CLOSE SEGLOG-FILE.

      *****************************************************
      * TROCA O SUPERVISOR RESPONSAVEL PELA RECERTIFICACAO DE
      * UMA CONTA - RESTRITO A SESSAO DE SUPERVISOR. NINGUEM
      * RECERTIFICA A PROPRIA CONTA
      *****************************************************
       0440-TROCAR-RESPONSAVEL.
           IF WRK-PERFIL-SESSAO NOT = 'S'
               MOVE 'RESTRITO A SUPERVISOR' TO WRK-RESULTADO
               DISPLAY WRK-RESULTADO
               MOVE SPACES TO WRK-USUARIO-PROC WRK-PERFIL-PROC
               PERFORM 0500-GRAVAR-LOG
               GO TO 0440-TROCAR-FIM
           END-IF.
           DISPLAY 'USUARIO ?'.
           ACCEPT WRK-USUARIO-PROC FROM CONSOLE.
           MOVE WRK-USUARIO-PROC TO OPE-USUARIO.
           MOVE SPACES TO WRK-PERFIL-PROC.
           READ OPERMST-FILE
               INVALID KEY
                   MOVE 'USUARIO NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-OPE-STATUS = '00'
               MOVE OPE-PERFIL TO WRK-PERFIL-PROC
               DISPLAY 'RESPONSAVEL ATUAL: ' OPE-RESPONSAVEL
               DISPLAY 'NOVO RESPONSAVEL (BRANCO = QUALQUER '
                   'SUPERVISOR) ?'
               ACCEPT WRK-RESP-PROC FROM CONSOLE
               IF WRK-RESP-PROC = WRK-USUARIO-PROC
                   MOVE 'AUTO-RECERTIFICACAO' TO WRK-RESULTADO
               ELSE
                   MOVE WRK-RESP-PROC TO OPE-RESPONSAVEL
                   REWRITE OPERMST-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'RESPONSAVEL TROCADO'
                               TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0440-TROCAR-FIM.
           EXIT.

      *****************************************************
      * CONSULTA UM OPERADOR (A SENHA NUNCA E EXIBIDA)
      *****************************************************
                   DISPLAY 'SITUACAO. ' OPE-SITUACAO
                   DISPLAY 'BLOQUEIO. ' OPE-BLOQUEIO
                   DISPLAY 'TROCA.... ' OPE-DATA-TROCA
                   DISPLAY 'ACESSO... ' OPE-DATA-ULT-ACESSO
                   DISPLAY 'RESPONS.. ' OPE-RESPONSAVEL
           END-READ.

      *****************************************************
               WHEN OPCAO-REATIVAR  MOVE 'REATIVAR'  TO LOG-TRANS
               WHEN OPCAO-DESBLOQUEAR
                   MOVE 'DESBLOQ' TO LOG-TRANS
               WHEN OPCAO-RESPONSAVEL
                   MOVE 'RESPONSAV' TO LOG-TRANS
               WHEN OPCAO-RECERTIFICAR
                   MOVE 'RECERTIF' TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-USUARIO-PROC TO LOG-USUARIO.
           MOVE WRK-PERFIL-PROC  TO LOG-PERFIL.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTOPELOG-REC.

      *****************************************************
      * RECERTIFICACAO DE ACESSO (LISTA DO RELATORIO SODREL):
      * O SUPERVISOR DA SESSAO PERCORRE AS CONTAS ATIVAS QUE
      * ESTAO SOB A SUA RESPONSABILIDADE (OU SEM RESPONSAVEL,
      * MENOS A PROPRIA) E CONFIRMA OU REVOGA CADA UMA. CADA
      * DECISAO VAI PARA O RECERTLG; A REVOGACAO DESATIVA A
      * CONTA NA HORA E VAI TAMBEM PARA O MANTOPELOG (RECERTIF)
      *****************************************************
       0600-RECERTIFICAR.
           IF WRK-PERFIL-SESSAO NOT = 'S'
               MOVE 'RESTRITO A SUPERVISOR' TO WRK-RESULTADO
               DISPLAY WRK-RESULTADO
               MOVE SPACES TO WRK-USUARIO-PROC WRK-PERFIL-PROC
               PERFORM 0500-GRAVAR-LOG
               GO TO 0600-RECERTIFICAR-FIM
           END-IF.
           DISPLAY 'PERIODO AAAAMM DA RECERTIFICACAO '
               '(ZEROS = MES ANTERIOR) ?'.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           IF WRK-PERIODO NOT NUMERIC OR WRK-PERIODO = 0
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-PERIODO
               IF WRK-PER-MES = 1
                   SUBTRACT 1 FROM WRK-PER-ANO
                   MOVE 12 TO WRK-PER-MES
               ELSE
                   SUBTRACT 1 FROM WRK-PER-MES
               END-IF
           END-IF.
           OPEN EXTEND RECERTLG-FILE.
           IF WRK-RCT-STATUS NOT = '00'
               OPEN OUTPUT RECERTLG-FILE
               CLOSE RECERTLG-FILE
               OPEN EXTEND RECERTLG-FILE
           END-IF.
           MOVE ZEROS TO WRK-QTD-CONFIRM WRK-QTD-REVOG.
           MOVE 'N' TO WRK-EOF-OPE.
           MOVE LOW-VALUES TO OPE-USUARIO.
           START OPERMST-FILE KEY NOT < OPE-USUARIO
               INVALID KEY
                   SET WRK-FIM-OPE TO TRUE
           END-START.
           PERFORM 0610-RECERTIFICAR-CONTA UNTIL WRK-FIM-OPE.
           CLOSE RECERTLG-FILE.
           DISPLAY 'RECERTIFICACAO ' WRK-PERIODO ' - CONFIRMADAS '
               WRK-QTD-CONFIRM ' REVOGADAS ' WRK-QTD-REVOG.

       0600-RECERTIFICAR-FIM.
           EXIT.

       0610-RECERTIFICAR-CONTA.
           READ OPERMST-FILE NEXT
               AT END
                   SET WRK-FIM-OPE TO TRUE
               NOT AT END
                   IF OPE-ATIVO
                       AND OPE-USUARIO NOT = WRK-OPERADOR
                       AND (OPE-RESPONSAVEL = WRK-OPERADOR
                            OR OPE-RESPONSAVEL = SPACES)
                       PERFORM 0620-DECIDIR-CONTA
                   END-IF
           END-READ.

       0620-DECIDIR-CONTA.
           DISPLAY 'CONTA ' OPE-USUARIO ' ' OPE-NOME
               ' PERFIL ' OPE-PERFIL
               ' ULTIMO ACESSO ' OPE-DATA-ULT-ACESSO.
           DISPLAY 'C=CONFIRMAR R=REVOGAR P=PULAR F=ENCERRAR ?'.
           ACCEPT WRK-DECISAO-RCT FROM CONSOLE.
           EVALUATE TRUE
               WHEN RCT-CONFIRMAR
                   ADD 1 TO WRK-QTD-CONFIRM
                   PERFORM 0630-GRAVAR-RECERT
               WHEN RCT-REVOGAR
                   MOVE 'I' TO OPE-SITUACAO
                   MOVE OPE-USUARIO TO WRK-USUARIO-PROC
                   MOVE OPE-PERFIL  TO WRK-PERFIL-PROC
                   REWRITE OPERMST-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'ACESSO REVOGADO' TO WRK-RESULTADO
                           ADD 1 TO WRK-QTD-REVOG
                           PERFORM 0630-GRAVAR-RECERT
                   END-REWRITE
                   DISPLAY WRK-RESULTADO
                   PERFORM 0500-GRAVAR-LOG
               WHEN RCT-ENCERRAR
                   SET WRK-FIM-OPE TO TRUE
               WHEN OTHER
                   DISPLAY 'CONTA PULADA - CONTINUA PENDENTE'
           END-EVALUATE.

       0630-GRAVAR-RECERT.
           MOVE SPACES TO RECERTLG-REC.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE WRK-PERIODO     TO RCT-PERIODO.
           MOVE OPE-USUARIO     TO RCT-USUARIO.
           MOVE WRK-OPERADOR    TO RCT-SUPERVISOR.
           MOVE WRK-DECISAO-RCT TO RCT-DECISAO.
           MOVE WRK-LOG-DATA    TO RCT-DATA.
           MOVE WRK-LOG-HORA    TO RCT-HORA.
           WRITE RECERTLG-REC.

           COPY SENHPROC.
