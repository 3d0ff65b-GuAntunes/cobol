      *                 1=CONSERVADOR 2=MODERADO 3=ARROJADO),
      *                 CONFERIDO CONTRA O PERFIL DO CLIENTE PELA
      *                 MOVIMENTACAO E PELO SIMULADOR.
      * 15/10/2026 GA - INCLUIDAS A CARENCIA EM DIAS (PRD-CARENCIA) E A
      *                 REGRA DO RESGATE ANTECIPADO (PRD-REGRA-RESG
      *                 B/P/M E PRD-PCT-MULTA) NA INCLUSAO, ALTERACAO E
      *                 CONSULTA.
      * 15/10/2026 GA - INCLUIDO O TIPO DO PRODUTO (PRD-TIPO: BRANCO =
      *                 RENDA FIXA, F/C = FUNDO DE LONGO/CURTO PRAZO,
      *                 SUJEITO AO COME-COTAS) NA INCLUSAO, ALTERACAO E
      *                 CONSULTA.
      * 15/10/2026 GA - INCLUIDOS O EMISSOR DO PRODUTO (PRD-EMISSOR) E A
      *                 MARCA DE COBERTURA DO FGC (PRD-FGC) NA INCLUSAO,
      *                 ALTERACAO E CONSULTA.
      * 15/10/2026 GA - INCLUIDAS A TAXA ANUAL DE ADMINISTRACAO/CUSTODIA
      *                 (PRD-TAXA-ADM) E A PERIODICIDADE DA COBRANCA
      *                 (PRD-FREQ-TAXA) NA INCLUSAO, ALTERACAO E
      *                 CONSULTA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PRAZO-PROC   PIC 9(03) VALUE ZEROS.
       77 WRK-ROLAGEM-PROC PIC X(01) VALUE 'N'.
       77 WRK-RISCO-PROC   PIC 9(01) VALUE 1.
       77 WRK-CARENC-PROC  PIC 9(04) VALUE ZEROS.
       77 WRK-REGRA-PROC   PIC X(01) VALUE SPACES.
       77 WRK-MULTA-PROC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TIPO-PROC    PIC X(01) VALUE SPACES.
       77 WRK-EMISSOR-PROC PIC X(06) VALUE SPACES.
       77 WRK-FGC-PROC     PIC X(01) VALUE 'N'.
       77 WRK-TXADM-PROC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FREQ-PROC    PIC X(01) VALUE 'M'.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY 'RISCO DO PRODUTO (1=CONSERVADOR 2=MODERADO '
               '3=ARROJADO) ?'.
           ACCEPT WRK-RISCO-PROC FROM CONSOLE.
           DISPLAY 'TIPO (BRANCO=RENDA FIXA F=FUNDO LONGO PRAZO '
               'C=FUNDO CURTO PRAZO) ?'.
           ACCEPT WRK-TIPO-PROC FROM CONSOLE.
           IF WRK-TIPO-PROC NOT = 'F' AND WRK-TIPO-PROC NOT = 'C'
               MOVE SPACES TO WRK-TIPO-PROC
           END-IF.
           DISPLAY 'CODIGO DO EMISSOR (INSTITUICAO EMISSORA) ?'.
           ACCEPT WRK-EMISSOR-PROC FROM CONSOLE.
           DISPLAY 'COBERTO PELO FGC (S/N) ?'.
           ACCEPT WRK-FGC-PROC FROM CONSOLE.
           IF WRK-FGC-PROC NOT = 'S'
               MOVE 'N' TO WRK-FGC-PROC
           END-IF.
           DISPLAY 'TAXA DE ADMINISTRACAO/CUSTODIA % AO ANO (ZERO = '
               'SEM) ?'.
           ACCEPT WRK-TXADM-PROC FROM CONSOLE.
           MOVE 'M' TO WRK-FREQ-PROC.
           IF WRK-TXADM-PROC > 0
               DISPLAY 'COBRANCA (M=MENSAL T=TRIMESTRAL S=SEMESTRAL '
                   'A=ANUAL) ?'
               ACCEPT WRK-FREQ-PROC FROM CONSOLE
               IF WRK-FREQ-PROC NOT = 'T' AND WRK-FREQ-PROC NOT = 'S'
                   AND WRK-FREQ-PROC NOT = 'A'
                   MOVE 'M' TO WRK-FREQ-PROC
               END-IF
           END-IF.
           DISPLAY 'CARENCIA EM DIAS CORRIDOS (ZERO = SEM) ?'.
           ACCEPT WRK-CARENC-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-REGRA-PROC.
           MOVE ZEROS TO WRK-MULTA-PROC.
           IF WRK-CARENC-PROC > 0
               DISPLAY 'RESGATE NA CARENCIA (B=BLOQUEADO P=PERDE '
                   'RENDIMENTO M=MULTA) ?'
               ACCEPT WRK-REGRA-PROC FROM CONSOLE
               IF WRK-REGRA-PROC NOT = 'P' AND
                  WRK-REGRA-PROC NOT = 'M'
                   MOVE 'B' TO WRK-REGRA-PROC
               END-IF
               IF WRK-REGRA-PROC = 'M'
                   DISPLAY 'PERCENTUAL DA MULTA (EX 02,50) ?'
                   ACCEPT WRK-MULTA-PROC FROM CONSOLE
               END-IF
           END-IF.

      *****************************************************
      * INCLUI UM PRODUTO NOVO NO CATALOGO
           MOVE WRK-PRAZO-PROC TO PRD-PRAZO-MIN.
           MOVE WRK-ROLAGEM-PROC TO PRD-ROLAGEM.
           MOVE WRK-RISCO-PROC TO PRD-RISCO.
           MOVE WRK-CARENC-PROC TO PRD-CARENCIA.
           MOVE WRK-REGRA-PROC TO PRD-REGRA-RESG.
           MOVE WRK-MULTA-PROC TO PRD-PCT-MULTA.
           MOVE WRK-TIPO-PROC TO PRD-TIPO.
           MOVE WRK-EMISSOR-PROC TO PRD-EMISSOR.
           MOVE WRK-FGC-PROC TO PRD-FGC.
           MOVE WRK-TXADM-PROC TO PRD-TAXA-ADM.
           MOVE WRK-FREQ-PROC TO PRD-FREQ-TAXA.
           WRITE PRODCAT-REC
               INVALID KEY
                   MOVE 'PRODUTO JA CADASTRADO' TO WRK-RESULTADO
               MOVE WRK-PRAZO-PROC TO PRD-PRAZO-MIN
               MOVE WRK-ROLAGEM-PROC TO PRD-ROLAGEM
               MOVE WRK-RISCO-PROC TO PRD-RISCO
               MOVE WRK-CARENC-PROC TO PRD-CARENCIA
               MOVE WRK-REGRA-PROC TO PRD-REGRA-RESG
               MOVE WRK-MULTA-PROC TO PRD-PCT-MULTA
               MOVE WRK-TIPO-PROC TO PRD-TIPO
               MOVE WRK-EMISSOR-PROC TO PRD-EMISSOR
               MOVE WRK-FGC-PROC TO PRD-FGC
               MOVE WRK-TXADM-PROC TO PRD-TAXA-ADM
               MOVE WRK-FREQ-PROC TO PRD-FREQ-TAXA
               REWRITE PRODCAT-REC
                   INVALID KEY
                       MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                   DISPLAY 'PRAZO MIN... ' PRD-PRAZO-MIN
                   DISPLAY 'ROLAGEM..... ' PRD-ROLAGEM
                   DISPLAY 'RISCO....... ' PRD-RISCO
                   DISPLAY 'TIPO........ ' PRD-TIPO
                   DISPLAY 'EMISSOR..... ' PRD-EMISSOR
                       ' FGC ' PRD-FGC
                   DISPLAY 'TAXA ADM.... ' PRD-TAXA-ADM '% AO ANO '
                       PRD-FREQ-TAXA
                   DISPLAY 'CARENCIA.... ' PRD-CARENCIA ' DIAS'
                   DISPLAY 'RESG. ANTEC. ' PRD-REGRA-RESG
                       ' MULTA ' PRD-PCT-MULTA '%'
           END-READ.

      *****************************************************
