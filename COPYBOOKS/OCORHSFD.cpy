      *****************************************************
      * OCORHSFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE OCORRENCIAS
      *           DE TRANSPORTE (ARQUIVO OCORHIST, INDEXADO POR
      *           PEDIDO + DATA + HORA + CODIGO, DE MODO QUE AS
      *           OCORRENCIAS DE UM PEDIDO SAEM EM ORDEM
      *           CRONOLOGICA NUMA LEITURA SEQUENCIAL A PARTIR DO
      *           NUMERO DO PEDIDO). GRAVADO PELO OCORLOAD A
      *           PARTIR DOS ARQUIVOS OCOREN DAS TRANSPORTADORAS;
      *           LIDO PELO PEDHLOAD (ULTIMA OCORRENCIA DO PEDIDO)
      *           E PELO FRETINQ (LISTA DO PEDIDO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  OCORHIST-REC.
           05 OCR-CHAVE.
               10 OCR-NUM-PEDIDO PIC 9(08).
               10 OCR-DATA       PIC 9(08).
               10 OCR-HORA       PIC 9(04).
               10 OCR-CODIGO     PIC X(03).
           05 OCR-TRANSP      PIC X(03).
           05 OCR-OBS         PIC X(40).
           05 OCR-DATA-CARGA  PIC 9(08).
