      *           MENSAGEM DO MOTIVO.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - O NIVEL DE SERVICO COTADO (COT-NIVEL-SERV) SEGUE
      *                 NO PEDIDO CONVERTIDO.
      * 15/10/2026 GA - COTANOVO AJUSTADO PARA AS 92 POSICOES DA
      *                 COTACOES - COM 91 O NIVEL DE SERVICO COTADO
      *                 (COT-NIVEL-SERV) SE PERDIA NA REGRAVACAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY COTACAFD.

       FD  COTANOVO-FILE.
       01  COTANOVO-REC         PIC X(92).

       FD  COTAPED-FILE.
           COPY PEDIDOFD.
           MOVE WRK-DATA-HOJE TO PED-DATA.
           MOVE COT-DOC     TO PED-DOC.
           MOVE COT-ORIGEM  TO PED-ORIGEM.
           MOVE COT-NIVEL-SERV TO PED-NIVEL-SERV.
           WRITE PEDIDOS-REC.
           ADD PED-VALOR TO WRK-HT-VALOR.
           ADD PED-PESO  TO WRK-HT-PESO.
