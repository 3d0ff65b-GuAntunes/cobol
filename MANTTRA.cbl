      *           LOG MANTTRALOG, NO MOLDE DO MANTUF/MANTUFLOG.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - VARIAS TRANSPORTADORAS POR ROTA: A CHAVE
      *                 PASSOU A SER ORIGEM + UF + PRIORIDADE, COM A
      *                 COTA-ALVO (%) E A CAPACIDADE DIARIA (KG) DE
      *                 CADA UMA. A INCLUSAO RECUSA TRANSPORTADORA
      *                 REPETIDA NA ROTA, INCLUSAO E ALTERACAO
      *                 AVISAM QUANDO AS COTAS DA ROTA NAO SOMAM
      *                 100, E A CONSULTA LISTA TODAS AS
      *                 TRANSPORTADORAS DA ROTA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER          PIC X(01).
           05 LOG-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 LOG-PRIORIDADE  PIC 9(01).
           05 FILLER          PIC X(01).
           05 LOG-CODIGO      PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-CUSTO-KG    PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 LOG-CUSTO-MIN   PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 LOG-PCT-COTA    PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-CAPAC-KG    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).

       FD  OPERSESS-FILE.
       77 WRK-NOME-PROC    PIC X(20) VALUE SPACES.
       77 WRK-CUSTOKG-PROC PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CUSTOMN-PROC PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRIOR-PROC   PIC 9(01) VALUE ZEROS.
       77 WRK-COTA-PROC    PIC 9(03) VALUE ZEROS.
       77 WRK-CAPAC-PROC   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-EOF-ROTA     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ROTA       VALUE 'S'.
       77 WRK-SOMA-COTAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NA-ROTA  PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-REPET PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'UF DE DESTINO ?'.
           ACCEPT WRK-UF-PROC FROM CONSOLE.

       0145-LER-PRIORIDADE.
           DISPLAY 'PRIORIDADE NA ROTA (1 = PRINCIPAL ... 9) ?'.
           ACCEPT WRK-PRIOR-PROC FROM CONSOLE.

       0150-LER-DADOS-ROTA.
           DISPLAY 'CODIGO DA TRANSPORTADORA (3 POSICOES) ?'.
           ACCEPT WRK-CODIGO-PROC FROM CONSOLE.
           ACCEPT WRK-CUSTOKG-PROC FROM CONSOLE.
           DISPLAY 'CUSTO MINIMO POR EMBARQUE (99999V99) ?'.
           ACCEPT WRK-CUSTOMN-PROC FROM CONSOLE.
           DISPLAY 'COTA-ALVO DO PESO DA ROTA EM % (0 = RESERVA) ?'.
           ACCEPT WRK-COTA-PROC FROM CONSOLE.
           DISPLAY 'CAPACIDADE DIARIA EM KG (9999999V99, '
               '0 = SEM LIMITE) ?'.
           ACCEPT WRK-CAPAC-PROC FROM CONSOLE.

      *****************************************************
      * INCLUI UMA TRANSPORTADORA NA ROTA, NUMA PRIORIDADE
      * AINDA LIVRE. A MESMA TRANSPORTADORA NAO PODE ESTAR
      * DUAS VEZES NA MESMA ROTA
      *****************************************************
       0200-INCLUIR-ROTA.
           PERFORM 0140-LER-CHAVE-ROTA.
           PERFORM 0145-LER-PRIORIDADE.
           PERFORM 0150-LER-DADOS-ROTA.
           PERFORM 0600-SOMAR-COTAS-ROTA.
           IF WRK-CODIGO-REPET = 'S'
               MOVE 'TRANSP. JA NA ROTA' TO WRK-RESULTADO
           ELSE
               MOVE WRK-ORIGEM-PROC  TO TRA-ORIGEM
               MOVE WRK-UF-PROC      TO TRA-UF
               MOVE WRK-PRIOR-PROC   TO TRA-PRIORIDADE
               MOVE WRK-CODIGO-PROC  TO TRA-CODIGO
               MOVE WRK-NOME-PROC    TO TRA-NOME
               MOVE WRK-CUSTOKG-PROC TO TRA-CUSTO-KG
               MOVE WRK-CUSTOMN-PROC TO TRA-CUSTO-MIN
               MOVE WRK-COTA-PROC    TO TRA-PCT-COTA
               MOVE WRK-CAPAC-PROC   TO TRA-CAPAC-KG
               WRITE TRANSP-REC
                   INVALID KEY
                       MOVE 'PRIORIDADE JA USADA' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'ROTA INCLUIDA' TO WRK-RESULTADO
                       ADD WRK-COTA-PROC TO WRK-SOMA-COTAS
                       PERFORM 0650-AVISAR-COTAS
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * ALTERA A TRANSPORTADORA, OS CUSTOS, A COTA OU A
      * CAPACIDADE DE UMA PRIORIDADE DA ROTA
      *****************************************************
       0300-ALTERAR-ROTA.
           PERFORM 0140-LER-CHAVE-ROTA.
           PERFORM 0145-LER-PRIORIDADE.
           MOVE WRK-ORIGEM-PROC TO TRA-ORIGEM.
           MOVE WRK-UF-PROC     TO TRA-UF.
           MOVE WRK-PRIOR-PROC  TO TRA-PRIORIDADE.
           READ TRANSP-FILE
               INVALID KEY
                   MOVE 'ROTA NAO CADASTRADA' TO WRK-RESULTADO
                   MOVE SPACES TO WRK-CODIGO-PROC WRK-NOME-PROC
                   MOVE ZEROS TO WRK-CUSTOKG-PROC WRK-CUSTOMN-PROC
                       WRK-COTA-PROC WRK-CAPAC-PROC
           END-READ.
           IF WRK-TRA-STATUS = '00'
               PERFORM 0150-LER-DADOS-ROTA
               PERFORM 0600-SOMAR-COTAS-ROTA
               IF WRK-CODIGO-REPET = 'S'
                   MOVE 'TRANSP. JA NA ROTA' TO WRK-RESULTADO
               ELSE
                   PERFORM 0310-REGRAVAR-ROTA
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * A SOMA DAS COTAS PERCORREU A ROTA - RELE A PRIORIDADE
      * EM MANUTENCAO ANTES DE REGRAVAR
      *****************************************************
       0310-REGRAVAR-ROTA.
           MOVE WRK-ORIGEM-PROC TO TRA-ORIGEM.
           MOVE WRK-UF-PROC     TO TRA-UF.
           MOVE WRK-PRIOR-PROC  TO TRA-PRIORIDADE.
           READ TRANSP-FILE
               INVALID KEY
                   MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE WRK-CODIGO-PROC  TO TRA-CODIGO
                   MOVE WRK-NOME-PROC    TO TRA-NOME
                   MOVE WRK-CUSTOKG-PROC TO TRA-CUSTO-KG
                   MOVE WRK-CUSTOMN-PROC TO TRA-CUSTO-MIN
                   MOVE WRK-COTA-PROC    TO TRA-PCT-COTA
                   MOVE WRK-CAPAC-PROC   TO TRA-CAPAC-KG
                   REWRITE TRANSP-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'ROTA ALTERADA' TO WRK-RESULTADO
                           ADD WRK-COTA-PROC TO WRK-SOMA-COTAS
                           PERFORM 0650-AVISAR-COTAS
                   END-REWRITE
           END-READ.

      *****************************************************
      * EXCLUI UMA TRANSPORTADORA QUE DEIXOU DE ATENDER A ROTA
      *****************************************************
       0400-EXCLUIR-ROTA.
           PERFORM 0140-LER-CHAVE-ROTA.
           PERFORM 0145-LER-PRIORIDADE.
           MOVE WRK-ORIGEM-PROC TO TRA-ORIGEM.
           MOVE WRK-UF-PROC     TO TRA-UF.
           MOVE WRK-PRIOR-PROC  TO TRA-PRIORIDADE.
           MOVE SPACES TO WRK-CODIGO-PROC WRK-NOME-PROC.
           MOVE ZEROS TO WRK-CUSTOKG-PROC WRK-CUSTOMN-PROC
               WRK-COTA-PROC WRK-CAPAC-PROC.
           DELETE TRANSP-FILE
               INVALID KEY
                   MOVE 'ROTA NAO CADASTRADA' TO WRK-RESULTADO
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * CONSULTA UMA ROTA DO MASTER: TODAS AS TRANSPORTADORAS
      * DELA, EM ORDEM DE PRIORIDADE, E A SOMA DAS COTAS
      *****************************************************
       0450-CONSULTAR-ROTA.
           PERFORM 0140-LER-CHAVE-ROTA.
           MOVE SPACES TO WRK-CODIGO-PROC.
           PERFORM 0600-SOMAR-COTAS-ROTA.
           IF WRK-QTD-NA-ROTA = 0
               DISPLAY 'ROTA NAO CADASTRADA'
           ELSE
               DISPLAY 'TRANSPORTADORAS NA ROTA: ' WRK-QTD-NA-ROTA
                   ' - SOMA DAS COTAS: ' WRK-SOMA-COTAS '%'
               PERFORM 0650-AVISAR-COTAS
           END-IF.

      *****************************************************
      * PERCORRE AS TRANSPORTADORAS DA ROTA WRK-ORIGEM-PROC/
      * WRK-UF-PROC: SOMA AS COTAS (SEM A PRIORIDADE EM
      * MANUTENCAO, QUE E SOMADA PELO CHAMADOR NA INCLUSAO),
      * CONTA AS TRANSPORTADORAS E MARCA SE WRK-CODIGO-PROC JA
      * ESTA EM OUTRA PRIORIDADE. NA CONSULTA (OPCAO C) EXIBE
      * CADA UMA
      *****************************************************
       0600-SOMAR-COTAS-ROTA.
           MOVE ZEROS TO WRK-SOMA-COTAS WRK-QTD-NA-ROTA.
           MOVE 'N' TO WRK-CODIGO-REPET WRK-EOF-ROTA.
           MOVE WRK-ORIGEM-PROC TO TRA-ORIGEM.
           MOVE WRK-UF-PROC     TO TRA-UF.
           MOVE ZEROS           TO TRA-PRIORIDADE.
           START TRANSP-FILE KEY NOT < TRA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ROTA TO TRUE
           END-START.
           PERFORM 0610-LER-TRANSP-ROTA UNTIL WRK-FIM-ROTA.

       0610-LER-TRANSP-ROTA.
           READ TRANSP-FILE NEXT
               AT END
                   SET WRK-FIM-ROTA TO TRUE
               NOT AT END
                   IF TRA-ORIGEM NOT = WRK-ORIGEM-PROC
                       OR TRA-UF NOT = WRK-UF-PROC
                       SET WRK-FIM-ROTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-NA-ROTA
                       IF OPCAO-CONSULTAR
                           ADD TRA-PCT-COTA TO WRK-SOMA-COTAS
                           PERFORM 0620-EXIBIR-TRANSP-ROTA
                       ELSE
                           IF TRA-PRIORIDADE NOT = WRK-PRIOR-PROC
                               ADD TRA-PCT-COTA TO WRK-SOMA-COTAS
                               IF TRA-CODIGO = WRK-CODIGO-PROC
                                   MOVE 'S' TO WRK-CODIGO-REPET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0620-EXIBIR-TRANSP-ROTA.
           DISPLAY 'PRIORIDADE ' TRA-PRIORIDADE
               ' - TRANSPORTADORA ' TRA-CODIGO ' - ' TRA-NOME.
           DISPLAY '   CUSTO POR KG.... ' TRA-CUSTO-KG
               '  CUSTO MINIMO.... ' TRA-CUSTO-MIN.
           DISPLAY '   COTA-ALVO (%)... ' TRA-PCT-COTA
               '  CAPACIDADE (KG).. ' TRA-CAPAC-KG.

      *****************************************************
      * COTAS QUE NAO FECHAM 100 NAO IMPEDEM A MANUTENCAO (A
      * ROTA PODE ESTAR SENDO MONTADA), MAS A ALOCACAO SO
      * RESPEITA AS PROPORCOES QUANDO A SOMA DA 100
      *****************************************************
       0650-AVISAR-COTAS.
           IF WRK-SOMA-COTAS NOT = 100
               DISPLAY 'AVISO - AS COTAS DA ROTA ' WRK-ORIGEM-PROC
                   '/' WRK-UF-PROC ' SOMAM ' WRK-SOMA-COTAS
                   '% (O ESPERADO E 100%)'
           END-IF.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
           END-EVALUATE.
           MOVE WRK-ORIGEM-PROC  TO LOG-ORIGEM.
           MOVE WRK-UF-PROC      TO LOG-UF.
           MOVE WRK-PRIOR-PROC   TO LOG-PRIORIDADE.
           MOVE WRK-CODIGO-PROC  TO LOG-CODIGO.
           MOVE WRK-CUSTOKG-PROC TO LOG-CUSTO-KG.
           MOVE WRK-CUSTOMN-PROC TO LOG-CUSTO-MIN.
           MOVE WRK-COTA-PROC    TO LOG-PCT-COTA.
           MOVE WRK-CAPAC-PROC   TO LOG-CAPAC-KG.
           MOVE WRK-RESULTADO    TO LOG-RESULTADO.
           WRITE MANTTRALOG-REC.
