      *           ARQUIVOS CUMULATIVOS DE PONTA A PONTA.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS PHI-SIN-SITUACAO E PHI-SIN-TIPO
      *                 (SITUACAO E TIPO DO SINISTRO DE TRANSPORTE
      *                 DO PEDIDO, DO MASTER SINISTRO; BRANCO = SEM
      *                 SINISTRO), PARA O FRETINQ MOSTRAR O
      *                 SINISTRO JUNTO COM A VIDA DO PEDIDO.
      * 15/10/2026 GA - INCLUIDOS SERIE, NUMERO, CHAVE DE ACESSO E
      *                 SITUACAO DO CT-E DO PEDIDO (REGISTRO CTEREG
      *                 DO CTEEMIT; E = EMITIDO, C = CANCELADO COM O
      *                 PEDIDO; BRANCO = SEM CT-E).
      * 15/10/2026 GA - INCLUIDOS PHI-TIPO-PED (D = DEVOLUCAO),
      *                 PHI-NUM-ORIGINAL (NA DEVOLUCAO, O PEDIDO
      *                 ORIGINAL DEVOLVIDO) E PHI-NUM-DEVOLUCAO (NO
      *                 PEDIDO ORIGINAL, A DEVOLUCAO QUE O
      *                 REFERENCIA; ZEROS = NAO DEVOLVIDO) - OS DOIS
      *                 PEDIDOS FICAM LIGADOS NOS DOIS SENTIDOS.
      * 15/10/2026 GA - INCLUIDOS CODIGO, DATA E HORA DA ULTIMA
      *                 OCORRENCIA DE TRANSPORTE DO PEDIDO (HISTORICO
      *                 OCORHIST DO OCORLOAD; BRANCO = SEM OCORRENCIA).
      * 15/10/2026 GA - INCLUIDO PHI-NIVEL-SERV, NIVEL DE SERVICO DO
      *                 PEDIDO (FSA-NIVEL-SERV). BRANCO NOS REGISTROS
      *                 ANTIGOS = PADRAO.
      *****************************************************
       01  PEDHIST-REC.
           05 PHI-NUM-PEDIDO    PIC 9(08).
           05 PHI-DATA-FATURA   PIC 9(08).
           05 PHI-DATA-ENTREGA  PIC 9(08).
           05 PHI-DATA-CANCEL   PIC 9(08).
           05 PHI-SIN-SITUACAO  PIC X(01).
           05 PHI-SIN-TIPO      PIC X(01).
           05 PHI-CTE-SERIE     PIC 9(03).
           05 PHI-CTE-NUMERO    PIC 9(09).
           05 PHI-CTE-CHAVE     PIC X(44).
           05 PHI-CTE-SITUACAO  PIC X(01).
               88 PHI-CTE-EMITIDO   VALUE 'E'.
               88 PHI-CTE-CANCELADO VALUE 'C'.
           05 PHI-TIPO-PED      PIC X(01).
               88 PHI-DEVOLUCAO     VALUE 'D'.
           05 PHI-NUM-ORIGINAL  PIC 9(08).
           05 PHI-NUM-DEVOLUCAO PIC 9(08).
           05 PHI-ULT-OCOR      PIC X(03).
           05 PHI-DATA-ULT-OCOR PIC 9(08).
           05 PHI-HORA-ULT-OCOR PIC 9(04).
           05 PHI-NIVEL-SERV    PIC X(01).
