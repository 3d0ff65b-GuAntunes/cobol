      *                 ORIGEM E CONTAGEM + HASHES DE VALOR E PESO),
      *                 SEM OS QUAIS A VALIDACAO PREVIA DO PROGCOB09
      *                 RECUSARIA O LOTE RESSUBMETIDO.
      * 15/10/2026 GA - O NIVEL DE SERVICO DO REJEITO (FRJ-NIVEL-SERV) E
      *                 MOSTRADO E SEGUE NO PEDIDO RESSUBMETIDO; NOVA
      *                 ACAO N CORRIGE O NIVEL (PEDIDO REJEITADO POR
      *                 FALTA DE TARIFA NAQUELE NIVEL). O NIVEL
      *                 RESSUBMETIDO VAI PARA O FIM DO RESUBLOG.
      * 15/10/2026 GA - A DEVOLUCAO REJEITADA (FRJ-TIPO-PED = D) E
      *                 RESSUBMETIDA COMO DEVOLUCAO, COM O PEDIDO
      *                 ORIGINAL (FRJ-NUM-ORIGINAL); ANTES VOLTAVA COMO
      *                 VENDA NORMAL E ERA FATURADA. PED-NUM-ORIGINAL
      *                 SAI ZERADO NOS DEMAIS PEDIDOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 RSL-DOC         PIC X(14).
           05 FILLER          PIC X(01).
           05 RSL-MOTIVO-ORIG PIC X(40).
           05 FILLER          PIC X(01).
           05 RSL-NIVEL-NOVO  PIC X(01).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.
       77 WRK-OPCAO        PIC X(01) VALUE SPACES.
           88 OPCAO-CORRIGIR-UF   VALUE 'C'.
           88 OPCAO-CORRIGIR-DOC  VALUE 'D'.
           88 OPCAO-CORRIGIR-NIVEL VALUE 'N'.
           88 OPCAO-RESSUBMETER   VALUE 'R'.
           88 OPCAO-PULAR         VALUE 'P'.
           88 OPCAO-FIM           VALUE 'F'.
       77 WRK-UF-NOVA      PIC X(02) VALUE SPACES.
       77 WRK-DOC-NOVO     PIC X(14) VALUE SPACES.
       77 WRK-NIVEL-NOVO   PIC X(01) VALUE SPACES.
       77 WRK-QTD-LIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RESSUB   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PULADOS  PIC 9(05) VALUE ZEROS.
           DISPLAY 'DATA..... ' FRJ-DATA.
           DISPLAY 'CLIENTE.. ' FRJ-DOC.
           DISPLAY 'ORIGEM... ' FRJ-ORIGEM.
           DISPLAY 'NIVEL.... ' FRJ-NIVEL-SERV.
           DISPLAY 'MOTIVO... ' FRJ-MOTIVO.
           DISPLAY 'ACAO (C=CORRIGIR UF  D=CORRIGIR DOCUMENTO '
               'N=CORRIGIR NIVEL  R=RESSUBMETER  P=PULAR  F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           MOVE FRJ-UF  TO WRK-UF-NOVA.
           MOVE FRJ-DOC TO WRK-DOC-NOVO.
           MOVE FRJ-NIVEL-SERV TO WRK-NIVEL-NOVO.
           EVALUATE TRUE
               WHEN OPCAO-CORRIGIR-UF
                   DISPLAY 'UF CORRIGIDA ?'
                   DISPLAY 'DOCUMENTO CORRIGIDO (14 POSICOES) ?'
                   ACCEPT WRK-DOC-NOVO FROM CONSOLE
                   PERFORM 0200-RESSUBMETER
               WHEN OPCAO-CORRIGIR-NIVEL
                   DISPLAY 'NIVEL DE SERVICO CORRIGIDO (E=EXPRESSO '
                       'P=PADRAO C=ECONOMICO) ?'
                   ACCEPT WRK-NIVEL-NOVO FROM CONSOLE
                   PERFORM 0200-RESSUBMETER
               WHEN OPCAO-RESSUBMETER
                   PERFORM 0200-RESSUBMETER
               WHEN OPCAO-FIM
           MOVE WRK-DOC-NOVO  TO PED-DOC.
           MOVE 'S'           TO PED-RESSUB.
           MOVE FRJ-ORIGEM    TO PED-ORIGEM.
           MOVE WRK-NIVEL-NOVO TO PED-NIVEL-SERV.
           IF FRJ-DEVOLUCAO
               MOVE FRJ-TIPO-PED     TO PED-TIPO-PED
               MOVE FRJ-NUM-ORIGINAL TO PED-NUM-ORIGINAL
           ELSE
               MOVE ZEROS TO PED-NUM-ORIGINAL
           END-IF.
           WRITE PEDIDOS-REC.
           ADD PED-VALOR TO WRK-HT-VALOR.
           ADD PED-PESO  TO WRK-HT-PESO.
           MOVE WRK-UF-NOVA  TO RSL-UF-NOVA.
           MOVE WRK-DOC-NOVO TO RSL-DOC.
           MOVE FRJ-MOTIVO   TO RSL-MOTIVO-ORIG.
           MOVE WRK-NIVEL-NOVO TO RSL-NIVEL-NOVO.
           WRITE RESUBLOG-REC.
