      *                 E LA QUE O MASTER REALMENTE MUDA. UM DEDO
      *                 GORDO NA TAXA DEIXA DE ENTRAR DIRETO NA
      *                 PRECIFICACAO DA NOITE.
      * 15/10/2026 GA - TODA TRANSACAO PASSOU A INFORMAR TAMBEM O NIVEL
      *                 DE SERVICO DA TARIFA (E = EXPRESSO, P = PADRAO,
      *                 C = ECONOMICO; BRANCO = PADRAO), AGORA PARTE DA
      *                 CHAVE DO UFRATE. O NIVEL VAI NO PENDENTE E NO
      *                 LOG.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER          PIC X(01).
           05 LOG-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 LOG-NIVEL       PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-TAXA        PIC 9(01)V99.
           05 FILLER          PIC X(01).
           05 LOG-KG          PIC 9(02)V99.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-ORIGEM-PROC  PIC X(03) VALUE SPACES.
       77 WRK-UF-PROC      PIC X(02) VALUE SPACES.
       77 WRK-NIVEL-PROC   PIC X(01) VALUE SPACES.
           88 NIVEL-VALIDO       VALUE 'E' 'P' 'C'.
       77 WRK-TAXA-PROC    PIC 9(01)V99 VALUE ZEROS.
       77 WRK-KG-PROC      PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRAZO-PROC   PIC 9(02) VALUE ZEROS.
           ACCEPT WRK-ORIGEM-PROC FROM CONSOLE.
           DISPLAY 'UF ?'.
           ACCEPT WRK-UF-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NIVEL-PROC.
           PERFORM 0210-LER-NIVEL UNTIL NIVEL-VALIDO.
           DISPLAY 'INICIO DE VIGENCIA (AAAAMMDD) ?'.
           ACCEPT WRK-VIGENCIA-PROC FROM CONSOLE.
           DISPLAY 'TAXA (VALOR) ?'.
           ACCEPT WRK-PEDAGIO-PROC FROM CONSOLE.
           PERFORM 0300-ENFILEIRAR-PENDENTE.

      *****************************************************
      * NIVEL DE SERVICO DA TARIFA (PARTE DA CHAVE): CADA
      * NIVEL DA ROTA TEM TARIFA E PRAZO PROPRIOS. BRANCO =
      * PADRAO; PERGUNTA DE NOVO ENQUANTO FOR INVALIDO
      *****************************************************
       0210-LER-NIVEL.
           DISPLAY 'NIVEL DE SERVICO (E=EXPRESSO P=PADRAO '
               'C=ECONOMICO, BRANCO = P) ?'.
           ACCEPT WRK-NIVEL-PROC FROM CONSOLE.
           IF WRK-NIVEL-PROC = SPACES
               MOVE 'P' TO WRK-NIVEL-PROC
           END-IF.
           IF NOT NIVEL-VALIDO
               DISPLAY 'NIVEL DE SERVICO INVALIDO'
           END-IF.

      *****************************************************
      * MONTA UMA EXCLUSAO DE TARIFA E A ENFILEIRA PARA
      * APROVACAO
           ACCEPT WRK-ORIGEM-PROC FROM CONSOLE.
           DISPLAY 'UF ?'.
           ACCEPT WRK-UF-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NIVEL-PROC.
           PERFORM 0210-LER-NIVEL UNTIL NIVEL-VALIDO.
           DISPLAY 'INICIO DE VIGENCIA (AAAAMMDD) ?'.
           ACCEPT WRK-VIGENCIA-PROC FROM CONSOLE.
           MOVE ZEROS TO WRK-TAXA-PROC WRK-KG-PROC WRK-PRAZO-PROC
           END-EVALUATE.
           MOVE WRK-ORIGEM-PROC   TO PEN-ORIGEM.
           MOVE WRK-UF-PROC       TO PEN-UF.
           MOVE WRK-NIVEL-PROC    TO PEN-NIVEL-SERV.
           MOVE WRK-VIGENCIA-PROC TO PEN-VIGENCIA.
           MOVE WRK-TAXA-PROC     TO PEN-TAXA.
           MOVE WRK-KG-PROC       TO PEN-KG.
           END-EVALUATE.
           MOVE WRK-ORIGEM-PROC TO LOG-ORIGEM.
           MOVE WRK-UF-PROC TO LOG-UF.
           MOVE WRK-NIVEL-PROC TO LOG-NIVEL.
           MOVE WRK-TAXA-PROC TO LOG-TAXA.
           MOVE WRK-KG-PROC TO LOG-KG.
           MOVE WRK-PRAZO-PROC TO LOG-PRAZO.
