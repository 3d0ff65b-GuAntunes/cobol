      *****************************************************
      * GRUPOFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO MASTER DE GRUPOS ECONOMICOS (ARQUIVO
      *           GRUPOS, INDEXADO POR GRP-CODIGO), MANTIDO PELO
      *           MANTGRP. O CODIGO E A RAIZ DO CNPJ (8 POSICOES,
      *           NUMERICA OU ALFANUMERICA) QUANDO O GRUPO SAI DA
      *           PROPRIA RAIZ, OU UM CODIGO LIVRE INFORMADO EM
      *           CLI-GRUPO NOS CLIENTES DE RAIZES DIFERENTES.
      *           GRP-LIMITE-CRED E O LIMITE DO GRUPO INTEIRO,
      *           CONFERIDO PELO PROGCOB09 ALEM DO LIMITE DE CADA
      *           FILIAL (ZEROS = GRUPO SEM LIMITE PROPRIO).
      *           GRUPO SEM REGISTRO NESTE MASTER TAMBEM NAO TEM
      *           LIMITE, MAS APARECE NA CONSOLIDACAO (CONSGRP).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  GRUPOS-REC.
           05 GRP-CODIGO        PIC X(08).
           05 GRP-NOME          PIC X(30).
           05 GRP-LIMITE-CRED   PIC 9(09)V99.
           05 GRP-DATA-ALT      PIC 9(08).
