      *           MANTUF/MANTUFLOG.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDA NO PROMPT A FINALIDADE NTF (AVISOS DE
      *                 SITUACAO DO PEDIDO AO CLIENTE, ENVIADOS PELO
      *                 NOTIFCLI).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       0140-LER-CHAVE-CONSENT.
           DISPLAY 'DOCUMENTO (14 POSICOES) ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           DISPLAY 'FINALIDADE (FAT/MKT/INV/NTF) ?'.
           ACCEPT WRK-FIN-PROC FROM CONSOLE.

      *****************************************************
