      *           ARQUIVO E PROMESSAS.
      * DATA: 22/08/2026
      * MANUTENCAO:
      * 15/10/2026 GA - O RELATORIO DE TRANSPARENCIA MOSTRA OS CONTATOS
      *                 DO CLIENTE (E-MAIL, CELULAR E CANAL DE AVISO) E
      *                 A ELIMINACAO OS APAGA JUNTO COM O NOME.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           STRING 'SITUACAO: ' CLI-SITUACAO
               DELIMITED BY SIZE INTO LGPDRPT-REC.
           WRITE LGPDRPT-REC.
           MOVE SPACES TO LGPDRPT-REC.
           STRING 'CONTATO: ' CLI-EMAIL '  CEL: ' CLI-CELULAR
               '  AVISO: ' CLI-CANAL-AVISO
               DELIMITED BY SIZE INTO LGPDRPT-REC.
           WRITE LGPDRPT-REC.

       0120-SECAO-AUDITORIA.
           MOVE '2 - TRILHA DE VALIDACOES (CPFAUDIT)'
               NOT INVALID KEY
                   MOVE 'TITULAR ANONIMIZADO' TO CLI-NOME
                   MOVE 'I' TO CLI-SITUACAO
                   MOVE SPACES TO CLI-CANAL-AVISO CLI-EMAIL
                       CLI-CELULAR
                   REWRITE CLIENTE-REC
                       INVALID KEY
                           CONTINUE
