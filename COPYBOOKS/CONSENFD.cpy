      *           ELIMINACAO; ESTE MASTER PROVA A OUTRA METADE DA
      *           LEI - QUE HAVIA BASE PARA TRATAR O DADO.
      *           FINALIDADES USADAS PELA CASA: FAT (FATURAMENTO/
      *           COBRANCA), MKT (MARKETING), INV (INVESTIMENTOS),
      *           NTF (AVISOS DE SITUACAO DO PEDIDO - NOTIFCLI).
      *           DATA DE REVOGACAO ZERADA = CONSENTIMENTO VIVO.
      *           MANTIDO PELO MANTCNS; O PROGCPF APONTA NO
      *           CPFRPT OS CADASTROS SEM CONSENTIMENTO VIVO PARA
      *           A FINALIDADE DE FATURAMENTO.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDA A FINALIDADE NTF: SO O CLIENTE COM
      *                 CONSENTIMENTO VIVO NTF RECEBE OS AVISOS DE
      *                 SITUACAO DO PEDIDO GERADOS PELO NOTIFCLI.
      *****************************************************
       01  CONSENT-REC.
           05 CNS-CHAVE.
