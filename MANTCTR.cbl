      *           MANTUFLOG.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDO O PLANO DE PARCELAMENTO DAS FATURAS
      *                 NEGOCIADO NO CONTRATO (QUANTIDADE DE PARCELAS 0
      *                 A 4, ZERO = SEGUE O CADASTRO DO CLIENTE, E
      *                 INTERVALO EM DIAS ENTRE PARCELAS, ZEROS = 30).
      *                 QUANTIDADE ACIMA DE 4 E RECUSADA.
      * 15/10/2026 GA - A CHAVE DO CONTRATO PASSOU A INCLUIR O NIVEL DE
      *                 SERVICO (E=EXPRESSO P=PADRAO C=ECONOMICO, BRANCO
      *                 = P), PEDIDO APOS A UF E GRAVADO TAMBEM NO LOG.
      * 15/10/2026 GA - INCLUIDAS AS FAIXAS DE BONIFICACAO TRIMESTRAL
      *                 POR VOLUME DO CONTRATO (BASE P = PESO KG OU F =
      *                 FRETE R$, ATE TRES LIMITES CRESCENTES COM O
      *                 PERCENTUAL SOBRE O FRETE), CONSISTIDAS NA
      *                 INCLUSAO E NA ALTERACAO E MOSTRADAS NA CONSULTA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER          PIC X(01).
           05 LOG-UF          PIC X(02).
           05 FILLER          PIC X(01).
           05 LOG-NIVEL       PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-VIGENCIA    PIC 9(08).
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).
       77 WRK-DOC-PROC     PIC X(14) VALUE SPACES.
       77 WRK-ORIGEM-PROC  PIC X(03) VALUE SPACES.
       77 WRK-UF-PROC      PIC X(02) VALUE SPACES.
       77 WRK-NIVEL-PROC   PIC X(01) VALUE SPACES.
           88 NIVEL-VALIDO       VALUE 'E' 'P' 'C'.
       77 WRK-VIG-PROC     PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PROC     PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA-PROC    PIC 9(01)V99 VALUE ZEROS.
       77 WRK-ADVAL-PROC   PIC 9(01)V99 VALUE ZEROS.
       77 WRK-GRIS-PROC    PIC 9(01)V99 VALUE ZEROS.
       77 WRK-PEDAGIO-PROC PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PARC-PROC    PIC 9(01) VALUE ZEROS.
       77 WRK-INTERV-PROC  PIC 9(03) VALUE ZEROS.
       77 WRK-BASE-PROC    PIC X(01) VALUE SPACES.
           88 BASE-BONIF-VALIDA  VALUE SPACES 'P' 'F'.
       77 WRK-FX-IDX       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-FX-ANTERIOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FX-FIM       PIC X(01) VALUE 'N'.
       01  WRK-TAB-FAIXAS-PROC.
           05 WRK-FX-ITEM OCCURS 3 TIMES.
               10 WRK-FX-LIMITE    PIC 9(09)V99.
               10 WRK-FX-PCT       PIC 9(02)V99.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRK-ORIGEM-PROC FROM CONSOLE.
           DISPLAY 'UF DE DESTINO ?'.
           ACCEPT WRK-UF-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NIVEL-PROC.
           PERFORM 0145-LER-NIVEL UNTIL NIVEL-VALIDO.
           DISPLAY 'VIGENCIA AAAAMMDD ?'.
           ACCEPT WRK-VIG-PROC FROM CONSOLE.

      *****************************************************
      * NIVEL DE SERVICO DO CONTRATO (PARTE DA CHAVE): CADA
      * NIVEL DA ROTA TEM TARIFA E PRAZO PROPRIOS. BRANCO =
      * PADRAO
      *****************************************************
       0145-LER-NIVEL.
           DISPLAY 'NIVEL DE SERVICO (E=EXPRESSO P=PADRAO '
               'C=ECONOMICO, BRANCO = P) ?'.
           ACCEPT WRK-NIVEL-PROC FROM CONSOLE.
           IF WRK-NIVEL-PROC = SPACES
               MOVE 'P' TO WRK-NIVEL-PROC
           END-IF.
           IF NOT NIVEL-VALIDO
               DISPLAY 'NIVEL DE SERVICO INVALIDO'
           END-IF.

       0150-LER-DADOS-CONTRATO.
           DISPLAY 'DATA DE TERMINO AAAAMMDD (ZEROS = ABERTO) ?'.
           ACCEPT WRK-FIM-PROC FROM CONSOLE.
           ACCEPT WRK-GRIS-PROC FROM CONSOLE.
           DISPLAY 'PEDAGIO POR EMBARQUE (99999V99) ?'.
           ACCEPT WRK-PEDAGIO-PROC FROM CONSOLE.
           DISPLAY 'PARCELAS DA FATURA (0 A 4, ZERO = DO CLIENTE) ?'.
           ACCEPT WRK-PARC-PROC FROM CONSOLE.
           DISPLAY 'DIAS ENTRE PARCELAS (ZEROS = 30) ?'.
           ACCEPT WRK-INTERV-PROC FROM CONSOLE.
           DISPLAY 'BONIFICACAO POR VOLUME NO TRIMESTRE (P=PESO KG '
               'F=FRETE R$, BRANCO = SEM) ?'.
           ACCEPT WRK-BASE-PROC FROM CONSOLE.
           MOVE ZEROS TO WRK-TAB-FAIXAS-PROC.
           IF WRK-BASE-PROC NOT = SPACES
               PERFORM 0155-LER-UMA-FAIXA
                   VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 3
           END-IF.

      *****************************************************
      * FAIXA DE BONIFICACAO: LIMITE DO TRIMESTRE (KG OU R$,
      * CONFORME A BASE) A PARTIR DO QUAL O PERCENTUAL E
      * CREDITADO SOBRE O FRETE FATURADO. LIMITE ZEROS = FAIXA
      * NAO USADA
      *****************************************************
       0155-LER-UMA-FAIXA.
           DISPLAY 'FAIXA ' WRK-FX-IDX ' - LIMITE NO TRIMESTRE '
               '(999999999V99, ZEROS = SEM FAIXA) ?'.
           ACCEPT WRK-FX-LIMITE(WRK-FX-IDX) FROM CONSOLE.
           IF WRK-FX-LIMITE(WRK-FX-IDX) > 0
               DISPLAY 'FAIXA ' WRK-FX-IDX ' - PCT DE BONIFICACAO '
                   'SOBRE O FRETE (99V99) ?'
               ACCEPT WRK-FX-PCT(WRK-FX-IDX) FROM CONSOLE
           END-IF.

       0160-MOVER-DADOS-CONTRATO.
           MOVE WRK-FIM-PROC     TO CTR-DATA-FIM.
           MOVE WRK-ADVAL-PROC   TO CTR-ADVAL.
           MOVE WRK-GRIS-PROC    TO CTR-GRIS.
           MOVE WRK-PEDAGIO-PROC TO CTR-PEDAGIO.
           MOVE WRK-PARC-PROC    TO CTR-QTD-PARCELAS.
           MOVE WRK-INTERV-PROC  TO CTR-INTERVALO-PARC.
           MOVE WRK-BASE-PROC    TO CTR-BONIF-BASE.
           PERFORM 0165-MOVER-UMA-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > 3.

       0165-MOVER-UMA-FAIXA.
           MOVE WRK-FX-LIMITE(WRK-FX-IDX) TO
               CTR-BONIF-LIMITE(WRK-FX-IDX).
           MOVE WRK-FX-PCT(WRK-FX-IDX) TO CTR-BONIF-PCT(WRK-FX-IDX).

      *****************************************************
      * CONSISTENCIA DOS DADOS DIGITADOS: PARCELAS DE 0 A 4 E,
      * COM BONIFICACAO, BASE P OU F, PRIMEIRA FAIXA PREENCHIDA,
      * LIMITES CRESCENTES SEM BURACO E PERCENTUAL EM TODA
      * FAIXA USADA. SEM ERRO, WRK-RESULTADO FICA EM BRANCO
      *****************************************************
       0170-CONSISTIR-DADOS.
           MOVE SPACES TO WRK-RESULTADO.
           IF WRK-PARC-PROC > 4
               MOVE 'PARCELAS FORA DE 0-4' TO WRK-RESULTADO
           END-IF.
           IF WRK-RESULTADO = SPACES
               IF NOT BASE-BONIF-VALIDA
                   MOVE 'BASE BONIF INVALIDA' TO WRK-RESULTADO
               END-IF
           END-IF.
           IF WRK-RESULTADO = SPACES AND WRK-BASE-PROC NOT = SPACES
               IF WRK-FX-LIMITE(1) = 0
                   MOVE 'BONIF SEM FAIXA' TO WRK-RESULTADO
               ELSE
                   MOVE ZEROS TO WRK-FX-ANTERIOR
                   MOVE 'N' TO WRK-FX-FIM
                   PERFORM 0175-CONSISTIR-UMA-FAIXA
                       VARYING WRK-FX-IDX FROM 1 BY 1
                       UNTIL WRK-FX-IDX > 3
               END-IF
           END-IF.

       0175-CONSISTIR-UMA-FAIXA.
           IF WRK-FX-LIMITE(WRK-FX-IDX) = 0
               MOVE 'S' TO WRK-FX-FIM
           ELSE
               IF WRK-FX-FIM = 'S'
                   OR WRK-FX-LIMITE(WRK-FX-IDX) NOT > WRK-FX-ANTERIOR
                   OR WRK-FX-PCT(WRK-FX-IDX) = 0
                   MOVE 'FAIXA BONIF INVALIDA' TO WRK-RESULTADO
               END-IF
               MOVE WRK-FX-LIMITE(WRK-FX-IDX) TO WRK-FX-ANTERIOR
           END-IF.

      *****************************************************
      * INCLUI UMA VIGENCIA DE CONTRATO NOVA
           MOVE WRK-DOC-PROC    TO CTR-DOC.
           MOVE WRK-ORIGEM-PROC TO CTR-ORIGEM.
           MOVE WRK-UF-PROC     TO CTR-UF.
           MOVE WRK-NIVEL-PROC  TO CTR-NIVEL-SERV.
           MOVE WRK-VIG-PROC    TO CTR-VIGENCIA.
           PERFORM 0160-MOVER-DADOS-CONTRATO.
           PERFORM 0170-CONSISTIR-DADOS.
           IF WRK-RESULTADO = SPACES
               WRITE CONTRATO-REC
                   INVALID KEY
                       MOVE 'CONTRATO JA CADASTRADO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE 'CONTRATO INCLUIDO' TO WRK-RESULTADO
               END-WRITE
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

           MOVE WRK-DOC-PROC    TO CTR-DOC.
           MOVE WRK-ORIGEM-PROC TO CTR-ORIGEM.
           MOVE WRK-UF-PROC     TO CTR-UF.
           MOVE WRK-NIVEL-PROC  TO CTR-NIVEL-SERV.
           MOVE WRK-VIG-PROC    TO CTR-VIGENCIA.
           READ CONTRATO-FILE
               INVALID KEY
           END-READ.
           IF WRK-CTX-STATUS = '00'
               PERFORM 0150-LER-DADOS-CONTRATO
               PERFORM 0170-CONSISTIR-DADOS
               IF WRK-RESULTADO = SPACES
                   PERFORM 0160-MOVER-DADOS-CONTRATO
                   REWRITE CONTRATO-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'CONTRATO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.
           MOVE WRK-DOC-PROC    TO CTR-DOC.
           MOVE WRK-ORIGEM-PROC TO CTR-ORIGEM.
           MOVE WRK-UF-PROC     TO CTR-UF.
           MOVE WRK-NIVEL-PROC  TO CTR-NIVEL-SERV.
           MOVE WRK-VIG-PROC    TO CTR-VIGENCIA.
           DELETE CONTRATO-FILE
               INVALID KEY
           MOVE WRK-DOC-PROC    TO CTR-DOC.
           MOVE WRK-ORIGEM-PROC TO CTR-ORIGEM.
           MOVE WRK-UF-PROC     TO CTR-UF.
           MOVE WRK-NIVEL-PROC  TO CTR-NIVEL-SERV.
           MOVE WRK-VIG-PROC    TO CTR-VIGENCIA.
           READ CONTRATO-FILE
               INVALID KEY
                   DISPLAY 'AD-VALOREM... ' CTR-ADVAL
                   DISPLAY 'GRIS......... ' CTR-GRIS
                   DISPLAY 'PEDAGIO...... ' CTR-PEDAGIO
                   DISPLAY 'PARCELAS..... ' CTR-QTD-PARCELAS
                       ' A CADA ' CTR-INTERVALO-PARC ' DIAS'
                   PERFORM 0460-MOSTRAR-BONIFICACAO
           END-READ.

      *****************************************************
      * FAIXAS DE BONIFICACAO DO CONTRATO (REGISTRO ANTERIOR
      * AS FAIXAS, COM OS CAMPOS EM BRANCO, NAO TEM)
      *****************************************************
       0460-MOSTRAR-BONIFICACAO.
           IF CTR-BONIF-PESO OR CTR-BONIF-FRETE
               DISPLAY 'BONIFICACAO.. BASE ' CTR-BONIF-BASE
                   ' (P=PESO KG F=FRETE R$)'
               PERFORM 0465-MOSTRAR-UMA-FAIXA
                   VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 3
           ELSE
               DISPLAY 'BONIFICACAO.. SEM'
           END-IF.

       0465-MOSTRAR-UMA-FAIXA.
           IF CTR-BONIF-LIMITE(WRK-FX-IDX) IS NUMERIC
               AND CTR-BONIF-LIMITE(WRK-FX-IDX) > 0
               DISPLAY '  FAIXA ' WRK-FX-IDX ' ACIMA DE '
                   CTR-BONIF-LIMITE(WRK-FX-IDX) ' - PCT '
                   CTR-BONIF-PCT(WRK-FX-IDX)
           END-IF.

      *****************************************************
      * REGISTRA A TRANSACAO DO DIA NO LOG DE MANUTENCAO
      *****************************************************
           MOVE WRK-DOC-PROC    TO LOG-DOC.
           MOVE WRK-ORIGEM-PROC TO LOG-ORIGEM.
           MOVE WRK-UF-PROC     TO LOG-UF.
           MOVE WRK-NIVEL-PROC  TO LOG-NIVEL.
           MOVE WRK-VIG-PROC    TO LOG-VIGENCIA.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           WRITE MANTCTRLOG-REC.
