      *                 FALHAS, BLOQUEIOS E TROCAS SAO GRAVADOS NO
      *                 LOG DE SEGURANCA SEGLOG, QUE A CONFERENCIA
      *                 DA MANHA (OPSCTL) RELATA.
      * 15/10/2026 GA - O SIGN-ON BEM-SUCEDIDO GRAVA A DATA DO ACESSO EM
      *                 OPE-DATA-ULT-ACESSO (CONTAS SEM ACESSO HA N DIAS
      *                 NO SODREL); A CARGA INICIAL DO ADMIN ZERA OS
      *                 CAMPOS NOVOS DO OPERMST.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE 'A'       TO OPE-SITUACAO.
           MOVE ZEROS     TO OPE-DATA-TROCA OPE-FALHAS.
           MOVE 'N'       TO OPE-BLOQUEIO.
           MOVE ZEROS     TO OPE-DATA-ULT-ACESSO.
           MOVE SPACES    TO OPE-RESPONSAVEL.
           WRITE OPERMST-REC.
           CLOSE OPERMST-FILE.
           OPEN I-O OPERMST-FILE.
               IF WRK-PRECISA-TROCA = 'S'
                   PERFORM 0240-TROCAR-SENHA-OBRIGATORIA
               END-IF
               MOVE WRK-DATA-HOJE TO OPE-DATA-ULT-ACESSO
               REWRITE OPERMST-REC
                   INVALID KEY
                       CONTINUE
