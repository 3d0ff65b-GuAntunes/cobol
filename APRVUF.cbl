      *                 PRAZO E COMPONENTES DE UMA PENDENTE PULADA);
      *                 DDNAME DO LOG ENCURTADO PARA APRVUFLG
      *                 (LIMITE DE 8 CARACTERES).
      * 15/10/2026 GA - O NIVEL DE SERVICO DA PENDENTE (BRANCO = PADRAO,
      *                 DE PENDENTES ANTIGAS) PASSA A FAZER PARTE DA
      *                 CHAVE APLICADA NO UFRATE, E VAI PARA O JORNAL E
      *                 PARA O LOG DE APROVACAO. FILA REMANESCENTE E
      *                 HISTORICO ACOMPANHAM O UFPEND (66 BYTES).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY UFPENFD.

       FD  UFPENNEW-FILE.
       01  UFPENNEW-REC         PIC X(66).

       FD  UFPENHIS-FILE.
       01  UFPENHIS-REC.
           05 HIS-PENDENTE      PIC X(66).
           05 FILLER            PIC X(01).
           05 HIS-DECISAO       PIC X(09).
           05 FILLER            PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 LOG-NIVEL       PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-DECISAO     PIC X(09).
           DISPLAY '----------------------------------------'.
           DISPLAY 'TRANSACAO.. ' PEN-TRANS ' POR ' PEN-OPERADOR
               ' EM ' PEN-DATA.
           IF PEN-NIVEL-SERV = SPACES
               MOVE 'P' TO PEN-NIVEL-SERV
           END-IF.
           DISPLAY 'ORIGEM/UF.. ' PEN-ORIGEM '/' PEN-UF
               ' NIVEL ' PEN-NIVEL-SERV
               ' VIGENCIA ' PEN-VIGENCIA.
           DISPLAY 'TAXA ' PEN-TAXA ' KG ' PEN-KG
               ' PRAZO ' PEN-PRAZO.
               WRK-ANTES-PEDAG.
           MOVE PEN-ORIGEM   TO UFR-ORIGEM.
           MOVE PEN-UF       TO UFR-UF.
           MOVE PEN-NIVEL-SERV TO UFR-NIVEL-SERV.
           MOVE PEN-VIGENCIA TO UFR-VIGENCIA.
           READ UFRATE-FILE
               INVALID KEY
       0220-APLICAR-GRAVACAO.
           MOVE PEN-ORIGEM   TO UFR-ORIGEM.
           MOVE PEN-UF       TO UFR-UF.
           MOVE PEN-NIVEL-SERV TO UFR-NIVEL-SERV.
           MOVE PEN-VIGENCIA TO UFR-VIGENCIA.
           MOVE PEN-TAXA     TO UFR-TAXA.
           MOVE PEN-KG       TO UFR-KG.
           MOVE PEN-TRANS      TO JRN-TRANS.
           MOVE PEN-ORIGEM     TO JRN-ORIGEM.
           MOVE PEN-UF         TO JRN-UF.
           MOVE PEN-NIVEL-SERV TO JRN-NIVEL-SERV.
           MOVE PEN-VIGENCIA   TO JRN-VIGENCIA.
           MOVE WRK-ANTES-EXISTE TO JRN-ANTES-EXISTE.
           MOVE WRK-ANTES-TAXA   TO JRN-ANTES-TAXA.
           MOVE PEN-TRANS      TO LOG-TRANS.
           MOVE PEN-ORIGEM     TO LOG-ORIGEM.
           MOVE PEN-UF         TO LOG-UF.
           MOVE PEN-NIVEL-SERV TO LOG-NIVEL.
           MOVE PEN-VIGENCIA   TO LOG-VIGENCIA.
           MOVE WRK-DECISAO    TO LOG-DECISAO.
           MOVE WRK-RESULTADO  TO LOG-RESULTADO.
