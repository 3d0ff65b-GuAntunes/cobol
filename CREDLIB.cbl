      *           LOG CREDLOG COM O SUPERVISOR, DATA E HORA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - RETENCAO PELO LIMITE DO GRUPO ECONOMICO (CRH-
      *                 GRUPO) E MOSTRADA AO SUPERVISOR; CREDHNEW
      *                 AJUSTADO PARA AS 126 POSICOES DO CREDHOLD.
      * 15/10/2026 GA - O NIVEL DE SERVICO DO PEDIDO RETIDO
      *                 (CRH-NIVEL-SERV) E MOSTRADO AO SUPERVISOR E
      *                 SEGUE NO PEDIDO LIBERADO.
      * 15/10/2026 GA - CREDHNEW AJUSTADO PARA AS 127 POSICOES DO
      *                 CREDHOLD - COM 126 O NIVEL DE SERVICO
      *                 (CRH-NIVEL-SERV) SE PERDIA NA REGRAVACAO E O
      *                 PEDIDO VOLTAVA COM NIVEL EM BRANCO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CREDHFD.

       FD  CREDHNEW-FILE.
       01  CREDHNEW-REC         PIC X(127).

       FD  LIBPED-FILE.
           COPY PEDIDOFD.
           DISPLAY 'PRODUTO...... ' CRH-PRODUTO.
           DISPLAY 'VALOR........ ' CRH-VALOR.
           DISPLAY 'UF/ORIGEM.... ' CRH-UF ' / ' CRH-ORIGEM.
           DISPLAY 'NIVEL SERVICO ' CRH-NIVEL-SERV.
           DISPLAY 'LIMITE....... ' CRH-LIMITE.
           DISPLAY 'EXPOSICAO.... ' CRH-EXPOSICAO.
           IF CRH-GRUPO NOT = SPACES
               DISPLAY 'RETIDO PELO LIMITE DO GRUPO ECONOMICO '
                   CRH-GRUPO ' (LIMITE E EXPOSICAO DO GRUPO)'
           END-IF.
           DISPLAY 'DECISAO (L=LIBERAR R=RECUSAR P=PULAR '
               'F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           MOVE CRH-DATA     TO PED-DATA.
           MOVE CRH-DOC      TO PED-DOC.
           MOVE CRH-ORIGEM   TO PED-ORIGEM.
           MOVE CRH-NIVEL-SERV TO PED-NIVEL-SERV.
           MOVE 'S'          TO PED-LIBCRED.
           WRITE PEDIDOS-REC.
           ADD PED-VALOR TO WRK-HT-VALOR.
