      *           OUTRA CONSULTA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDO CRH-GRUPO: PREENCHIDO QUANDO A RETENCAO
      *                 VEM DO LIMITE DO GRUPO ECONOMICO E NAO DO DA
      *                 FILIAL (CRH-LIMITE E CRH-EXPOSICAO SAO ENTAO OS
      *                 DO GRUPO). REGISTRO PASSA A 126 POSICOES.
      * 15/10/2026 GA - INCLUIDO CRH-NIVEL-SERV, PARA O PEDIDO LIBERADO
      *                 PELO CREDLIB VOLTAR AO LOTE NO MESMO NIVEL DE
      *                 SERVICO. REGISTRO PASSA A 127 POSICOES.
      *****************************************************
       01  CREDHOLD-REC.
           05 CRH-NUM-PEDIDO    PIC 9(08).
               88 CRH-PENDENTE      VALUE 'P'.
               88 CRH-LIBERADO      VALUE 'L'.
               88 CRH-RECUSADO      VALUE 'R'.
           05 CRH-GRUPO         PIC X(08).
           05 CRH-NIVEL-SERV    PIC X(01).
