      *                 DIFERENTES, A ALIQUOTA REGISTRADA E A DO
      *                 PRIMEIRO ITEM; BASE E VALOR SAO SEMPRE A
      *                 SOMA DOS ITENS.
      * 15/10/2026 GA - INCLUIDO REG-UF-ORIGEM: UF DE ORIGEM DO ITEM QUE
      *                 DEU A ALIQUOTA REGISTRADA (SEM ITEM TRIBUTADO, A
      *                 DO PRIMEIRO ITEM), PARA A APURACAO MENSAL DO
      *                 ICMS POR PAR DE UF (APURICMS). REGISTROS ANTIGOS
      *                 FICAM EM BRANCO.
      *****************************************************
       01  FATREG-REC.
           05 REG-NUMERO        PIC 9(08).
           05 REG-BASE-ICMS     PIC 9(11)V99.
           05 REG-ALIQ-ICMS     PIC 9(02)V99.
           05 REG-VALOR-ICMS    PIC 9(11)V99.
           05 REG-UF-ORIGEM     PIC X(02).
