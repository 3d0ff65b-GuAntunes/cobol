      * 22/08/2026 GA - INCLUIDOS OS COMPONENTES DE FRETE (AD-
      *                 VALOREM, GRIS E PEDAGIO) NA TRANSACAO
      *                 PENDENTE.
      * 15/10/2026 GA - INCLUIDO PEN-NIVEL-SERV, NIVEL DE SERVICO DA
      *                 TARIFA PENDENTE (PARTE DA CHAVE DO UFRATE).
      *                 BRANCO NOS PENDENTES ANTIGOS = PADRAO.
      *****************************************************
       01  UFPEND-REC.
           05 PEN-DATA      PIC 9(08).
           05 PEN-ADVAL     PIC 9(01)V99.
           05 PEN-GRIS      PIC 9(01)V99.
           05 PEN-PEDAGIO   PIC 9(05)V99.
           05 PEN-NIVEL-SERV PIC X(01).
