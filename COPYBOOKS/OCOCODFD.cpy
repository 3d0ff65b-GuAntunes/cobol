      *****************************************************
      * OCOCODFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO MASTER DE CODIGOS DE
      *           OCORRENCIA DE TRANSPORTE (ARQUIVO OCORCOD,
      *           CHAVEADO PELO CODIGO QUE A TRANSPORTADORA MANDA
      *           NO ARQUIVO OCOREN): SIGNIFICADO, CLASSE DA
      *           OCORRENCIA E SEVERIDADE (1 = BAIXA, 2 = MEDIA,
      *           3 = ALTA). MANTIDO PELO MANTOCO; LIDO PELO
      *           OCORLOAD NA CARGA E PELO FRETINQ NA CONSULTA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  OCORCOD-REC.
           05 OCD-CODIGO      PIC X(03).
           05 OCD-DESCRICAO   PIC X(30).
           05 OCD-CLASSE      PIC X(01).
               88 OCD-EM-TRANSITO   VALUE 'T'.
               88 OCD-TENTATIVA     VALUE 'A'.
               88 OCD-RECUSA        VALUE 'R'.
               88 OCD-ENTREGUE      VALUE 'E'.
               88 OCD-INFORMATIVA   VALUE 'I'.
           05 OCD-SEVERIDADE  PIC 9(01).
