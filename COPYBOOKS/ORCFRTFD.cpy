      *****************************************************
      * ORCFRTFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE ORCAMENTO DE
      *           FRETE (ARQUIVO ORCFRETE, INDEXADO), MANTIDO
      *           PELO MANTORC E LIDO PELO ORCFRT. UM REGISTRO
      *           POR ANO, ROTA ORIGEM (CENTRO DE DISTRIBUICAO) +
      *           UF E VERSAO, COM OS DOZE MESES DO ANO: PEDIDOS,
      *           PESO E RECEITA DE FRETE ORCADOS. A VERSAO O E O
      *           ORCAMENTO ORIGINAL APROVADO; A VERSAO R E A
      *           REVISAO, CRIADA A PARTIR DO ORIGINAL - EXISTINDO
      *           A REVISAO, O ORIGINAL FICA CONGELADO E A
      *           REVISAO E A VERSAO VIGENTE.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  ORCFRETE-REC.
           05 ORC-CHAVE.
               10 ORC-ANO        PIC 9(04).
               10 ORC-ORIGEM     PIC X(03).
               10 ORC-UF         PIC X(02).
               10 ORC-VERSAO     PIC X(01).
                   88 ORC-ORIGINAL      VALUE 'O'.
                   88 ORC-REVISADO      VALUE 'R'.
           05 ORC-MESES.
               10 ORC-MES OCCURS 12 TIMES.
                   15 ORC-PEDIDOS    PIC 9(07).
                   15 ORC-PESO       PIC 9(09)V99.
                   15 ORC-RECEITA    PIC 9(11)V99.
           05 ORC-DATA-ATUALIZ  PIC 9(08).
           05 ORC-OPERADOR      PIC X(08).
