      *****************************************************
      * REVNOTFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO PEDIDO DE REVISAO DE
      *           NOTA (ARQUIVO REVNOTA, CHAVEADO PELO NUMERO DO
      *           PEDIDO). A SECRETARIA REGISTRA O PEDIDO NO
      *           MANTREV (QUAL NOTA E CONTESTADA, O VALOR PEDIDO
      *           E A JUSTIFICATIVA), A COORDENACAO APROVA OU NEGA
      *           NO MESMO PROGRAMA, E O LOTE REVPROC APLICA OS
      *           APROVADOS COM LANCAMENTO CORRETIVO NO NOTAHIST.
      *           O REGISTRO GUARDA QUEM PEDIU, QUEM DECIDIU E
      *           QUANDO, PARA O HISTORICO ESCOLAR (TRANSCRI).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  REVNOTA-REC.
           05 REV-NUMERO        PIC 9(06).
           05 REV-MATRICULA     PIC 9(06).
           05 REV-DISCIPLINA    PIC X(03).
           05 REV-SEMESTRE      PIC 9(01).
           05 REV-NOTA-NUM      PIC 9(01).
           05 REV-VALOR-PEDIDO  PIC 9(02).
           05 REV-JUSTIFICATIVA PIC X(60).
           05 REV-SITUACAO      PIC X(01).
               88 REV-PENDENTE       VALUE 'P'.
               88 REV-APROVADA       VALUE 'A'.
               88 REV-NEGADA         VALUE 'N'.
               88 REV-APLICADA       VALUE 'X'.
           05 REV-SOLICITANTE   PIC X(08).
           05 REV-DATA-SOLIC    PIC 9(08).
           05 REV-HORA-SOLIC    PIC 9(06).
           05 REV-DECISOR       PIC X(08).
           05 REV-DATA-DECISAO  PIC 9(08).
           05 REV-HORA-DECISAO  PIC 9(06).
           05 REV-PARECER       PIC X(40).
           05 REV-DATA-APLIC    PIC 9(08).
           05 REV-NOTA-ANTERIOR PIC 9(02).
           05 REV-MEDIA-ANTERIOR PIC 9(02)V9.
           05 REV-MEDIA-NOVA    PIC 9(02)V9.
           05 REV-RESULT-NOVO   PIC X(20).
