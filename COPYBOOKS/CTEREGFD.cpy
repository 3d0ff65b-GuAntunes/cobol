      *****************************************************
      * CTEREGFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DE CONHECIMENTOS DE
      *           TRANSPORTE ELETRONICOS EMITIDOS (ARQUIVO CTEREG,
      *           CUMULATIVO, UM REGISTRO POR PEDIDO PRECIFICADO).
      *           GRAVADO PELO CTEEMIT NA ROTINA NOTURNA COM A
      *           SERIE, O NUMERO, A CHAVE DE ACESSO DE 44
      *           DIGITOS E O DESTAQUE DO ICMS; LIDO PELO PEDHLOAD
      *           (CHAVE NO PEDHIST) E PELO CANCPED (CANCELAMENTO
      *           DO DOCUMENTO JUNTO COM O PEDIDO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  CTEREG-REC.
           05 CTE-NUM-PEDIDO    PIC 9(08).
           05 CTE-SERIE         PIC 9(03).
           05 CTE-NUMERO        PIC 9(09).
           05 CTE-CHAVE         PIC X(44).
           05 CTE-DATA-EMISSAO  PIC 9(08).
           05 CTE-DOC           PIC X(14).
           05 CTE-UF-ORIGEM     PIC X(02).
           05 CTE-UF-DESTINO    PIC X(02).
           05 CTE-VALOR-PREST   PIC 9(07)V99.
           05 CTE-VALOR-CARGA   PIC 9(09)V99.
           05 CTE-BASE-ICMS     PIC 9(07)V99.
           05 CTE-ALIQ-ICMS     PIC 9(02)V99.
           05 CTE-VALOR-ICMS    PIC 9(07)V99.
