      *           SEM TERMINO DEFINIDO. MANTIDO PELO MANTCTR.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS CTR-QTD-PARCELAS (PLANO DE
      *                 PARCELAMENTO DAS FATURAS NEGOCIADO NO CONTRATO,
      *                 1 A 4; ZERO = SEGUE O CADASTRO DO CLIENTE) E
      *                 CTR-INTERVALO-PARC (DIAS ENTRE PARCELAS, ZEROS =
      *                 30), MANTIDOS PELO MANTCTR E USADOS PELA ROTINA
      *                 COMUM PARCPROC.
      * 15/10/2026 GA - INCLUIDO CTR-NIVEL-SERV NA CHAVE (ENTRE A UF E A
      *                 VIGENCIA), NO MESMO MOLDE DO UFRATE: O CONTRATO
      *                 E NEGOCIADO POR NIVEL DE SERVICO, COM TARIFA E
      *                 PRAZO PROPRIOS. CONTRATOS JA EXISTENTES FORAM
      *                 RECARREGADOS COMO PADRAO (P).
      * 15/10/2026 GA - INCLUIDAS AS FAIXAS DE BONIFICACAO TRIMESTRAL
      *                 POR VOLUME: CTR-BONIF-BASE (P = PESO FATURADO EM
      *                 KG, F = FRETE FATURADO EM R$, BRANCO = CONTRATO
      *                 SEM BONIFICACAO) E ATE TRES FAIXAS COM O LIMITE
      *                 DO TRIMESTRE E O PERCENTUAL CREDITADO SOBRE O
      *                 FRETE FATURADO (LIMITE ZEROS = FAIXA NAO USADA),
      *                 MANTIDAS PELO MANTCTR E APURADAS PELO BONIFVOL.
      *                 A BONIFICACAO E DO CLIENTE: VALE A PRIMEIRA
      *                 VIGENCIA COM FAIXAS QUE COBRE O TRIMESTRE.
      *****************************************************
       01  CONTRATO-REC.
           05 CTR-CHAVE.
               10 CTR-DOC       PIC X(14).
               10 CTR-ORIGEM    PIC X(03).
               10 CTR-UF        PIC X(02).
               10 CTR-NIVEL-SERV PIC X(01).
                   88 CTR-EXPRESSO      VALUE 'E'.
                   88 CTR-PADRAO        VALUE 'P'.
                   88 CTR-ECONOMICO     VALUE 'C'.
               10 CTR-VIGENCIA  PIC 9(08).
           05 CTR-DATA-FIM  PIC 9(08).
           05 CTR-TAXA      PIC 9(01)V99.
           05 CTR-ADVAL     PIC 9(01)V99.
           05 CTR-GRIS      PIC 9(01)V99.
           05 CTR-PEDAGIO   PIC 9(05)V99.
           05 CTR-QTD-PARCELAS   PIC 9(01).
           05 CTR-INTERVALO-PARC PIC 9(03).
           05 CTR-BONIF-BASE     PIC X(01).
               88 CTR-BONIF-PESO       VALUE 'P'.
               88 CTR-BONIF-FRETE      VALUE 'F'.
           05 CTR-BONIF-FAIXA OCCURS 3 TIMES.
               10 CTR-BONIF-LIMITE   PIC 9(09)V99.
               10 CTR-BONIF-PCT      PIC 9(02)V99.
