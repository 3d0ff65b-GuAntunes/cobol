      *                 3=ARROJADO), CONFERIDO CONTRA O CLI-RISCO
      *                 DO CLIENTE NA MOVIMENTACAO (MOVINV) E NA
      *                 APLICACAO DO SIMULADOR.
      * 15/10/2026 GA - INCLUIDA A CARENCIA DO PRODUTO EM DIAS CORRIDOS
      *                 (PRD-CARENCIA, ZERO = SEM CARENCIA - VALE SO O
      *                 PRAZO MINIMO EM MESES) E A REGRA DO RESGATE
      *                 ANTECIPADO DENTRO DELA (PRD-REGRA-RESG: B OU
      *                 BRANCO = BLOQUEADO, P = PERDE O RENDIMENTO
      *                 RESGATADO, M = MULTA DE PRD-PCT-MULTA POR CENTO
      *                 SOBRE O VALOR), CONFERIDA PELO MOVINV CONTRA
      *                 POS-DATA-APL.
      * 15/10/2026 GA - INCLUIDO PRD-TIPO (BRANCO = RENDA FIXA; F =
      *                 FUNDO DE LONGO PRAZO, COME-COTAS DE 15 POR
      *                 CENTO; C = FUNDO DE CURTO PRAZO, 20 POR CENTO),
      *                 QUE SUJEITA AS POSICOES DO PRODUTO AO COME-COTAS
      *                 SEMESTRAL DO COMECOTA.
      * 15/10/2026 GA - INCLUIDOS O CODIGO DA INSTITUICAO EMISSORA (PRD-
      *                 EMISSOR) E A MARCA DE PRODUTO COBERTO PELO FGC
      *                 (PRD-FGC 'S'), BASE DA EXPOSICAO POR CLIENTE E
      *                 EMISSOR CONTRA O TETO DE COBERTURA (RELATORIO
      *                 FGCREL E AVISO NO APORTE DO MOVINV).
      * 15/10/2026 GA - INCLUIDAS A TAXA ANUAL DE ADMINISTRACAO/CUSTODIA
      *                 (PRD-TAXA-ADM, % AO ANO, ZERO = SEM TAXA) E A
      *                 PERIODICIDADE DA COBRANCA (PRD-FREQ-TAXA
      *                 M/T/S/A, BRANCO = MENSAL), COBRADAS PRO RATA
      *                 PELO TAXAADM.
      *****************************************************
       01  PRODCAT-REC.
           05 PRD-NOME       PIC X(15).
           05 PRD-ROLAGEM    PIC X(01).
               88 PRD-ROLA        VALUE 'S'.
           05 PRD-RISCO      PIC 9(01).
           05 PRD-CARENCIA   PIC 9(04).
           05 PRD-REGRA-RESG PIC X(01).
               88 PRD-RESG-BLOQUEADO  VALUE 'B' ' '.
               88 PRD-RESG-PERDE-REND VALUE 'P'.
               88 PRD-RESG-MULTA      VALUE 'M'.
           05 PRD-PCT-MULTA  PIC 9(02)V99.
           05 PRD-TIPO       PIC X(01).
               88 PRD-FUNDO           VALUE 'F' 'C'.
               88 PRD-FUNDO-CURTO     VALUE 'C'.
           05 PRD-EMISSOR    PIC X(06).
           05 PRD-FGC        PIC X(01).
               88 PRD-COBERTO-FGC     VALUE 'S'.
           05 PRD-TAXA-ADM   PIC 9(02)V99.
           05 PRD-FREQ-TAXA  PIC X(01).
               88 PRD-TAXA-MENSAL     VALUE 'M' ' '.
               88 PRD-TAXA-TRIMESTRAL VALUE 'T'.
               88 PRD-TAXA-SEMESTRAL  VALUE 'S'.
               88 PRD-TAXA-ANUAL      VALUE 'A'.
