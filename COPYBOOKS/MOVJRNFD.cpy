      *           INFORME DE RENDIMENTOS ANUAL.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDA MVJ-PENALIDADE: NO RESGATE ANTECIPADO
      *                 DENTRO DA CARENCIA, A PARTE DO VALOR RESGATADO
      *                 (MVJ-VALOR, SEMPRE O BRUTO ABATIDO DA POSICAO)
      *                 RETIDA COMO RENDIMENTO PERDIDO OU MULTA - NAO
      *                 PAGA AO CLIENTE, E DEDUZIDA DO RENDIMENTO NO
      *                 INFORME.
      * 15/10/2026 GA - INCLUIDO O TIPO C (COME-COTAS): MVJ-VALOR E MVJ-
      *                 IMPOSTO TRAZEM O IR ANTECIPADO ABATIDO DO SALDO
      *                 DA POSICAO DO FUNDO PELO COMECOTA.
      * 15/10/2026 GA - INCLUIDO O TIPO T (TAXA DE
      *                 ADMINISTRACAO/CUSTODIA): MVJ-VALOR TRAZ A TAXA
      *                 ABATIDA DO SALDO DA POSICAO PELO TAXAADM;
      *                 RECEITA DA CASA, CONTABILIZADA PELO GLEXTR.
      *****************************************************
       01  MOVJORN-REC.
           05 MVJ-DATA     PIC 9(08).
           05 MVJ-TIPO     PIC X(01).
               88 MVJ-APORTE       VALUE 'A'.
               88 MVJ-RESGATE      VALUE 'R'.
               88 MVJ-COME-COTAS   VALUE 'C'.
               88 MVJ-TAXA-ADM     VALUE 'T'.
           05 MVJ-VALOR    PIC 9(09)V99.
           05 MVJ-IMPOSTO  PIC 9(09)V99.
           05 MVJ-PENALIDADE PIC 9(09)V99.
