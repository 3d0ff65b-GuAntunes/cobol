      *           CARGAUF.
      * DATA: 22/08/2026
      * MANUTENCAO:
      * 15/10/2026 GA - A COPIA BASE UFRBASE ACOMPANHA A NOVA CHAVE DO
      *                 UFRATE (NIVEL DE SERVICO APOS A UF); TRANSACAO
      *                 DE JORNAL ANTIGA, SEM NIVEL, E REAPLICADA COMO
      *                 PADRAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 BAS-CHAVE.
               10 BAS-ORIGEM    PIC X(03).
               10 BAS-UF        PIC X(02).
               10 BAS-NIVEL-SERV PIC X(01).
               10 BAS-VIGENCIA  PIC 9(08).
           05 BAS-TAXA      PIC 9(01)V99.
           05 BAS-KG        PIC 9(02)V99.
                   ADD 1 TO WRK-QTD-BASE
                   MOVE BAS-ORIGEM     TO UFR-ORIGEM
                   MOVE BAS-UF         TO UFR-UF
                   MOVE BAS-NIVEL-SERV TO UFR-NIVEL-SERV
                   MOVE BAS-VIGENCIA   TO UFR-VIGENCIA
                   MOVE BAS-TAXA       TO UFR-TAXA
                   MOVE BAS-KG         TO UFR-KG
       0220-APLICAR-IMAGEM-DEPOIS.
           MOVE JRN-ORIGEM   TO UFR-ORIGEM.
           MOVE JRN-UF       TO UFR-UF.
           MOVE JRN-NIVEL-SERV TO UFR-NIVEL-SERV.
           IF UFR-NIVEL-SERV = SPACES
               MOVE 'P' TO UFR-NIVEL-SERV
           END-IF.
           MOVE JRN-VIGENCIA TO UFR-VIGENCIA.
           IF JRN-DEPOIS-EXISTE = 'S'
               MOVE JRN-DEPOIS-TAXA  TO UFR-TAXA
