      *****************************************************
      * VEICFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE TIPOS DE
      *           VEICULO POR CENTRO DE ORIGEM (ARQUIVO VEICULO,
      *           CHAVEADO POR ORIGEM + TIPO): CAPACIDADE DE CARGA
      *           EM QUILOS, CAPACIDADE EM QUANTIDADE DE VOLUMES E
      *           QUANTOS VEICULOS DAQUELE TIPO O CENTRO TEM PARA
      *           A SAIDA DO DIA. MANTIDO PELO MANTVEI; LIDO PELO
      *           PLANCARG NO PLANEJAMENTO DE CARGAS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  VEICULO-REC.
           05 VEI-CHAVE.
               10 VEI-ORIGEM    PIC X(03).
               10 VEI-TIPO      PIC X(03).
           05 VEI-DESCRICAO PIC X(20).
           05 VEI-CAPAC-KG  PIC 9(06)V99.
           05 VEI-CAPAC-VOL PIC 9(05).
           05 VEI-QTD-FROTA PIC 9(03).
           05 VEI-SITUACAO  PIC X(01).
               88 VEI-ATIVO     VALUE 'A'.
               88 VEI-INATIVO   VALUE 'I'.
