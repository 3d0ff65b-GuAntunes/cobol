      *                 PEDAGIO (VALOR FIXO POR EMBARQUE), PARA O
      *                 FRETE SER COMPOSTO COMO NA FATURA DA
      *                 TRANSPORTADORA E CONCILIAVEL AO CENTAVO.
      * 15/10/2026 GA - NIVEL DE SERVICO NA CHAVE: INCLUIDO
      *                 UFR-NIVEL-SERV (E = EXPRESSO, P = PADRAO,
      *                 C = ECONOMICO) ENTRE A UF E A VIGENCIA. CADA
      *                 NIVEL DA ROTA TEM TARIFA, COMPONENTES E PRAZO
      *                 DE TRANSITO PROPRIOS, E O PROGCOB09 PRECIFICA E
      *                 PROMETE O PEDIDO PELO NIVEL CONTRATADO. AS
      *                 TARIFAS JA EXISTENTES FORAM RECARREGADAS COMO
      *                 PADRAO.
      *****************************************************
       01  UFRATE-REC.
           05 UFR-CHAVE.
               10 UFR-ORIGEM    PIC X(03).
               10 UFR-UF        PIC X(02).
               10 UFR-NIVEL-SERV PIC X(01).
                   88 UFR-EXPRESSO      VALUE 'E'.
                   88 UFR-PADRAO        VALUE 'P'.
                   88 UFR-ECONOMICO     VALUE 'C'.
               10 UFR-VIGENCIA  PIC 9(08).
           05 UFR-TAXA      PIC 9(01)V99.
           05 UFR-KG        PIC 9(02)V99.
