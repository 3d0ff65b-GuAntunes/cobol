      * MANUTENCAO:
      * 22/08/2026 GA - IMAGENS AMPLIADAS COM OS COMPONENTES DE
      *                 FRETE (AD-VALOREM, GRIS E PEDAGIO).
      * 15/10/2026 GA - INCLUIDO JRN-NIVEL-SERV, NIVEL DE SERVICO DA
      *                 TARIFA JORNALADA (PARTE DA CHAVE DO UFRATE).
      *                 BRANCO NOS REGISTROS ANTIGOS = PADRAO.
      *****************************************************
       01  UFJORNAL-REC.
           05 JRN-DATA          PIC 9(08).
           05 JRN-DEPOIS-ADVAL  PIC 9(01)V99.
           05 JRN-DEPOIS-GRIS   PIC 9(01)V99.
           05 JRN-DEPOIS-PEDAG  PIC 9(05)V99.
           05 JRN-NIVEL-SERV    PIC X(01).
