      *****************************************************
      * CTAMAPFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO MAPA DE CONTAS CONTAMAP - UMA LINHA
      *           POR FONTE DE LANCAMENTO COM AS CONTAS DE DEBITO
      *           E DE CREDITO, MANTIDO COMO ARQUIVO DE PARAMETROS
      *           PELA CONTABILIDADE (NO MOLDE DO RETPARM/OPSEXP).
      *           LIDO PELO GLEXTR E PELO PROVPDD.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  CONTAMAP-REC.
           05 CMP-FONTE     PIC X(08).
           05 CMP-CONTA-DEB PIC 9(08).
           05 CMP-CONTA-CRD PIC 9(08).
