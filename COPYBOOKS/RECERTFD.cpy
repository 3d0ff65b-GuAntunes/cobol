      *****************************************************
      * RECERTFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO LOG DE RECERTIFICACAO
      *           DE ACESSO (ARQUIVO RECERTLG), GRAVADO PELA
      *           TRANSACAO T DO MANTOPE: UM REGISTRO POR DECISAO
      *           DO SUPERVISOR (C=CONFIRMA O ACESSO, R=REVOGA -
      *           A CONTA E DESATIVADA NA HORA) SOBRE UMA CONTA,
      *           NO PERIODO (AAAAMM) DO RELATORIO SODREL.
      *           CUMULATIVO ENTRE EXECUCOES, PARA A AUDITORIA;
      *           DECIDIDA DE NOVO NO MESMO PERIODO, VALE A
      *           ULTIMA DECISAO.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  RECERTLG-REC.
           05 RCT-PERIODO     PIC 9(06).
           05 FILLER          PIC X(01).
           05 RCT-USUARIO     PIC X(08).
           05 FILLER          PIC X(01).
           05 RCT-SUPERVISOR  PIC X(08).
           05 FILLER          PIC X(01).
           05 RCT-DECISAO     PIC X(01).
               88 RCT-CONFIRMADA   VALUE 'C'.
               88 RCT-REVOGADA     VALUE 'R'.
           05 FILLER          PIC X(01).
           05 RCT-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 RCT-HORA        PIC 9(06).
