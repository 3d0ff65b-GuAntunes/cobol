      *****************************************************
      * PARCDATA.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: CAMPOS DE WORKING-STORAGE COMUNS DO PLANO DE
      *           PARCELAMENTO DE FATURAS (PAR DA PARCPROC, NO
      *           MOLDE RUNDATA/RUNPROC). O CHAMADOR PERFORMA
      *           0700-ABRIR-PLANOS NO START-UP (DEPOIS DO
      *           0550-CARREGAR-FERIADOS DA CALPROC), PREENCHE
      *           WRK-PARC-DOC, WRK-PARC-EMISSAO, WRK-PARC-TOTAL
      *           E WRK-PARC-PRAZO (PRAZO DA PRIMEIRA PARCELA EM
      *           DIAS CORRIDOS) E PERFORMA 0710-MONTAR-PARCELAS,
      *           QUE DEVOLVE WRK-PARC-QTD PARCELAS NA TABELA
      *           (VENCIMENTO JA ROLADO PARA DIA UTIL E VALOR). O
      *           CHAMADOR DEVE DECLARAR O SELECT/FD DO CLIENTE
      *           (COPY CLIENTFD, FILE STATUS WRK-PARC-CLI-STATUS)
      *           E DO CONTRATO (COPY CONTRTFD, ACESSO DYNAMIC,
      *           FILE STATUS WRK-PARC-CTR-STATUS), ALEM DA CALDATA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       77 WRK-PARC-CLI-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARC-CTR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARC-CLI-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PARC-CTR-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-PARC-FIM-CTR    PIC X(01) VALUE 'N'.
       77 WRK-PARC-DOC        PIC X(14) VALUE SPACES.
       77 WRK-PARC-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PARC-PRAZO      PIC 9(03) VALUE ZEROS.
      *--- PLANO ENCONTRADO: QUANTIDADE, INTERVALO E ORIGEM ---*
       77 WRK-PARC-QTD        PIC 9(01) VALUE ZEROS.
       77 WRK-PARC-INTERVALO  PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-ORIGEM     PIC X(01) VALUE SPACES.
           88 PARC-DO-CONTRATO     VALUE 'T'.
           88 PARC-DO-CLIENTE      VALUE 'C'.
           88 PARC-A-VISTA         VALUE 'V'.
       77 WRK-PARC-IDX        PIC 9(01) COMP VALUE ZEROS.
       77 WRK-PARC-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-PARC-CONT       PIC 9(04) VALUE ZEROS.
       77 WRK-PARC-ACUM       PIC 9(11)V99 VALUE ZEROS.
       01  WRK-PARC-EMI-GRUPO.
           05 WRK-PARC-EMISSAO   PIC 9(08) VALUE ZEROS.
       01  WRK-PARC-EMI-R REDEFINES WRK-PARC-EMI-GRUPO.
           05 WRK-PARC-EMI-ANO   PIC 9(04).
           05 WRK-PARC-EMI-MES   PIC 9(02).
           05 WRK-PARC-EMI-DIA   PIC 9(02).
       01  WRK-PARC-VEN-GRUPO.
           05 WRK-PARC-VENC-AUX  PIC 9(08) VALUE ZEROS.
       01  WRK-PARC-VEN-R REDEFINES WRK-PARC-VEN-GRUPO.
           05 WRK-PARC-VEN-ANO   PIC 9(04).
           05 WRK-PARC-VEN-MES   PIC 9(02).
           05 WRK-PARC-VEN-DIA   PIC 9(02).
      *--- PARCELAS MONTADAS (NO MAXIMO QUATRO) ---*
       01  WRK-TAB-PARCELAS.
           05 WRK-PARC-ITEM OCCURS 4 TIMES.
               10 WRK-PARC-VENC     PIC 9(08).
               10 WRK-PARC-VALOR    PIC 9(11)V99.
