      *****************************************************
      * VENDFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE VENDEDORES
      *           (ARQUIVO VENDEDOR, CHAVEADO PELO CODIGO DO
      *           VENDEDOR, O MESMO QUE VAI EM CLI-VENDEDOR NO
      *           MASTER CLIENTE): NOME, MATRICULA NA FOLHA DE
      *           PAGAMENTO, SITUACAO E PERCENTUAL DE COMISSAO
      *           SOBRE O FRETE RECEBIDO COM A DATA DE VIGENCIA.
      *           O PERCENTUAL ANTERIOR FICA GUARDADO PARA OS
      *           RECEBIMENTOS DATADOS ANTES DA VIGENCIA DO ATUAL.
      *           MANTIDO PELO MANTVEN; LIDO PELO MANTCLI (VINCULO
      *           DO CLIENTE) E PELO COMISSAO (CALCULO MENSAL).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  VENDEDOR-REC.
           05 VEN-CODIGO        PIC X(03).
           05 VEN-NOME          PIC X(30).
           05 VEN-MATRICULA     PIC 9(06).
           05 VEN-SITUACAO      PIC X(01).
               88 VEN-ATIVO         VALUE 'A'.
               88 VEN-INATIVO       VALUE 'I'.
           05 VEN-PCT-COMISSAO  PIC 9(02)V99.
           05 VEN-DATA-VIGENCIA PIC 9(08).
           05 VEN-PCT-ANTERIOR  PIC 9(02)V99.
