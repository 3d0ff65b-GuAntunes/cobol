      *                 CONFERIDO PELO PROGCOB09 NA PRECIFICACAO
      *                 CONTRA A EXPOSICAO DO CLIENTE (FATURAS EM
      *                 ABERTO + PEDIDOS DO DIA).
      * 15/10/2026 GA - INCLUIDA A TRANSACAO V (VENDEDOR): VINCULA
      *                 O CLIENTE AO VENDEDOR RESPONSAVEL
      *                 (CLI-VENDEDOR), CONFERIDO CONTRA O MASTER
      *                 VENDEDOR (SO VENDEDOR ATIVO; BRANCO DESFAZ
      *                 O VINCULO). O LOG GANHOU O VENDEDOR
      *                 ANTES/DEPOIS.
      * 15/10/2026 GA - INCLUIDA A TRANSACAO N (PARCELAMENTO): MANTEM O
      *                 PLANO DE PARCELAMENTO DAS FATURAS DO CLIENTE
      *                 (CLI-QTD-PARCELAS 0 A 4 E CLI-INTERVALO-PARC,
      *                 DIAS ENTRE PARCELAS). O LOG GANHOU O PLANO
      *                 ANTES/DEPOIS.
      * 15/10/2026 GA - A CONSULTA AVISA QUANDO O CLIENTE ESTA
      *                 NEGATIVADO NO BUREAU DE CREDITO (CLI-NEGATIVADO,
      *                 MANTIDO SO PELO NEGATIVA).
      * 15/10/2026 GA - INCLUIDA A TRANSACAO G (GRUPO ECONOMICO):
      *                 INFORMA O CLI-GRUPO DO CLIENTE CUJO GRUPO NAO
      *                 SAI DA RAIZ DO CNPJ, CONFERIDO NO MASTER GRUPOS
      *                 (BRANCO VOLTA A RAIZ), COM O GRUPO ANTES/DEPOIS
      *                 NO LOG. A CONSULTA MOSTRA O GRUPO EM VIGOR.
      * 15/10/2026 GA - INCLUIDA A TRANSACAO T (CONTATO): MANTEM O
      *                 E-MAIL, O CELULAR E O CANAL DOS AVISOS DE
      *                 SITUACAO DO PEDIDO (CLI-CANAL-AVISO E/S/W,
      *                 BRANCO = SEM AVISO), EXIGINDO O CONTATO DO CANAL
      *                 ESCOLHIDO. O LOG GANHOU O CANAL ANTES/DEPOIS E A
      *                 CONSULTA MOSTRA OS CONTATOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CEPFAIXA-FILE ASSIGN TO "CEPFAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CEP-STATUS.
           SELECT VENDEDOR-FILE ASSIGN TO "VENDEDOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VEN-STATUS.
           SELECT GRUPOS-FILE ASSIGN TO "GRUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS WRK-GRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
           05 LOG-LIM-DEPOIS  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 LOG-RESULTADO   PIC X(20).
           05 FILLER          PIC X(01).
           05 LOG-VEND-ANTES  PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-VEND-DEPOIS PIC X(03).
           05 FILLER          PIC X(01).
           05 LOG-PARC-ANTES  PIC 9(01).
           05 FILLER          PIC X(01).
           05 LOG-INTV-ANTES  PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-PARC-DEPOIS PIC 9(01).
           05 FILLER          PIC X(01).
           05 LOG-INTV-DEPOIS PIC 9(03).
           05 FILLER          PIC X(01).
           05 LOG-GRP-ANTES   PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-GRP-DEPOIS  PIC X(08).
           05 FILLER          PIC X(01).
           05 LOG-CANAL-ANTES PIC X(01).
           05 FILLER          PIC X(01).
           05 LOG-CANAL-DEPOIS PIC X(01).

       FD  OPERSESS-FILE.
           COPY OPERSSFD.
           05 CEP-INI       PIC 9(08).
           05 CEP-FIM       PIC 9(08).

       FD  VENDEDOR-FILE.
           COPY VENDFD.

       FD  GRUPOS-FILE.
           COPY GRUPOFD.

       WORKING-STORAGE SECTION.
       77 WRK-CLI-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOG-STATUS   PIC X(02) VALUE SPACES.
           88 OPCAO-LIMITE       VALUE 'L'.
           88 OPCAO-ENDERECO     VALUE 'E'.
           88 OPCAO-PERFIL       VALUE 'P'.
           88 OPCAO-VENDEDOR     VALUE 'V'.
           88 OPCAO-PARCELAS     VALUE 'N'.
           88 OPCAO-GRUPO        VALUE 'G'.
           88 OPCAO-CONTATO      VALUE 'T'.
           88 OPCAO-FIM          VALUE 'F'.
       77 WRK-FIM-TRANS    PIC X(01) VALUE 'N'.
           88 TRANSACOES-ENCERRADAS VALUE 'S'.
       77 WRK-LIM-ANTES    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIM-DEPOIS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(20) VALUE SPACES.
       77 WRK-VEN-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-VEN-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-VEND-ANTES   PIC X(03) VALUE SPACES.
       77 WRK-VEND-DEPOIS  PIC X(03) VALUE SPACES.
       77 WRK-PARC-ANTES   PIC 9(01) VALUE ZEROS.
       77 WRK-PARC-DEPOIS  PIC 9(01) VALUE ZEROS.
       77 WRK-INTV-ANTES   PIC 9(03) VALUE ZEROS.
       77 WRK-INTV-DEPOIS  PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-GRP-ABERTO   PIC X(01) VALUE 'N'.
       77 WRK-GRP-ANTES    PIC X(08) VALUE SPACES.
       77 WRK-GRP-DEPOIS   PIC X(08) VALUE SPACES.
       77 WRK-CANAL-ANTES  PIC X(01) VALUE SPACES.
       77 WRK-CANAL-DEPOIS PIC X(01) VALUE SPACES.
           88 CANAL-AVISO-VALIDO VALUE SPACES 'E' 'S' 'W'.
       77 WRK-EMAIL-PROC   PIC X(40) VALUE SPACES.
       77 WRK-CEL-PROC     PIC X(11) VALUE SPACES.
       77 WRK-QTD-ARROBA   PIC 9(02) VALUE ZEROS.

      *--- ENDERECO EM MANUTENCAO E FAIXAS DE CEP POR UF ---*
       77 WRK-CEP-STATUS   PIC X(02) VALUE SPACES.
           PERFORM 0100-PROCESSAR-TRANSACOES
               UNTIL TRANSACOES-ENCERRADAS.
           CLOSE CLIENTE-FILE MANTCLILOG-FILE.
           IF WRK-VEN-ABERTO = 'S'
               CLOSE VENDEDOR-FILE
           END-IF.
           IF WRK-GRP-ABERTO = 'S'
               CLOSE GRUPOS-FILE
           END-IF.
           DISPLAY 'MANUTENCAO DE CLIENTES ENCERRADA'.
           STOP RUN.

               CLOSE MANTCLILOG-FILE
               OPEN EXTEND MANTCLILOG-FILE
           END-IF.
           OPEN INPUT VENDEDOR-FILE.
           IF WRK-VEN-STATUS = '00'
               MOVE 'S' TO WRK-VEN-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER VENDEDOR NAO DISPONIVEL '
                   '(STATUS ' WRK-VEN-STATUS ') - TRANSACAO V '
                   'DESATIVADA'
           END-IF.
           OPEN INPUT GRUPOS-FILE.
           IF WRK-GRP-STATUS = '00'
               MOVE 'S' TO WRK-GRP-ABERTO
           ELSE
               DISPLAY 'AVISO - MASTER GRUPOS NAO DISPONIVEL '
                   '(STATUS ' WRK-GRP-STATUS ') - TRANSACAO G '
                   'SO DESFAZ O GRUPO INFORMADO'
           END-IF.

      *****************************************************
      * CARREGA A TABELA DE FAIXAS DE CEP POR UF. SEM O
       0100-PROCESSAR-TRANSACOES.
           DISPLAY 'TRANSACAO (C=CONSULTAR A=ALTERAR NOME '
               'D=DESATIVAR R=REATIVAR L=LIMITE E=ENDERECO '
               'P=PERFIL V=VENDEDOR N=PARCELAMENTO G=GRUPO '
               'T=CONTATO F=FIM) ?'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                       THRU 0470-ALTERAR-FIM
               WHEN OPCAO-PERFIL
                   PERFORM 0490-ALTERAR-PERFIL
               WHEN OPCAO-VENDEDOR
                   PERFORM 0495-ALTERAR-VENDEDOR
                       THRU 0495-ALTERAR-FIM
               WHEN OPCAO-PARCELAS
                   PERFORM 0497-ALTERAR-PARCELAS
               WHEN OPCAO-GRUPO
                   PERFORM 0498-ALTERAR-GRUPO
                       THRU 0498-ALTERAR-FIM
               WHEN OPCAO-CONTATO
                   PERFORM 0499-ALTERAR-CONTATO
                       THRU 0499-ALTERAR-FIM
               WHEN OPCAO-FIM
                   SET TRANSACOES-ENCERRADAS TO TRUE
               WHEN OTHER
                   DISPLAY 'CEP......... ' CLI-CEP
                   DISPLAY 'PERFIL RISCO ' CLI-RISCO
                       ' (QUESTIONARIO ' CLI-RISCO-DATA ')'
                   DISPLAY 'VENDEDOR.... ' CLI-VENDEDOR
                   DISPLAY 'PARCELAS.... ' CLI-QTD-PARCELAS
                       ' A CADA ' CLI-INTERVALO-PARC ' DIAS'
                   IF CLI-COM-NEGATIVACAO
                       DISPLAY 'NEGATIVADO NO BUREAU DE CREDITO'
                   END-IF
                   DISPLAY 'E-MAIL...... ' CLI-EMAIL
                   DISPLAY 'CELULAR..... ' CLI-CELULAR
                   DISPLAY 'CANAL AVISO. ' CLI-CANAL-AVISO
                   IF CLI-GRUPO NOT = SPACES
                       DISPLAY 'GRUPO ECON.. ' CLI-GRUPO
                           ' (INFORMADO)'
                   ELSE
                       IF CLI-TIPO-DOC = 'J'
                           DISPLAY 'GRUPO ECON.. ' CLI-DOC(1:8)
                               ' (RAIZ DO CNPJ)'
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * VINCULA O CLIENTE AO VENDEDOR RESPONSAVEL: O CODIGO
      * TEM DE EXISTIR NO MASTER VENDEDOR E ESTAR ATIVO;
      * BRANCO DESFAZ O VINCULO (CLIENTE SEM COMISSAO)
      *****************************************************
       0495-ALTERAR-VENDEDOR.
           DISPLAY 'DOCUMENTO (14 POSICOES) ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NOME-ANTES WRK-NOME-DEPOIS
               WRK-SIT-ANTES WRK-SIT-DEPOIS
               WRK-VEND-ANTES WRK-VEND-DEPOIS.
           MOVE ZEROS TO WRK-LIM-ANTES WRK-LIM-DEPOIS.
           MOVE WRK-DOC-PROC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-CLI-STATUS NOT = '00'
               GO TO 0495-ALTERAR-LOG
           END-IF.
           MOVE CLI-NOME TO WRK-NOME-ANTES WRK-NOME-DEPOIS.
           MOVE CLI-SITUACAO TO WRK-SIT-ANTES WRK-SIT-DEPOIS.
           MOVE CLI-VENDEDOR TO WRK-VEND-ANTES.
           DISPLAY 'VENDEDOR ATUAL: ' CLI-VENDEDOR.
           DISPLAY 'NOVO VENDEDOR (BRANCO = SEM VENDEDOR) ?'.
           ACCEPT WRK-VEND-DEPOIS FROM CONSOLE.
           IF WRK-VEND-DEPOIS NOT = SPACES
               IF WRK-VEN-ABERTO NOT = 'S'
                   MOVE 'MASTER VENDEDOR FORA' TO WRK-RESULTADO
                   GO TO 0495-ALTERAR-LOG
               END-IF
               MOVE WRK-VEND-DEPOIS TO VEN-CODIGO
               READ VENDEDOR-FILE
                   INVALID KEY
                       MOVE 'VENDEDOR NAO EXISTE' TO WRK-RESULTADO
                       GO TO 0495-ALTERAR-LOG
               END-READ
               IF NOT VEN-ATIVO
                   MOVE 'VENDEDOR INATIVO' TO WRK-RESULTADO
                   GO TO 0495-ALTERAR-LOG
               END-IF
           END-IF.
           MOVE WRK-VEND-DEPOIS TO CLI-VENDEDOR.
           REWRITE CLIENTE-REC
               INVALID KEY
                   MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'VENDEDOR ALTERADO' TO WRK-RESULTADO
           END-REWRITE.

       0495-ALTERAR-LOG.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0495-ALTERAR-FIM.
           EXIT.

      *****************************************************
      * MANTEM O PLANO DE PARCELAMENTO DAS FATURAS DO CLIENTE:
      * 0 OU 1 = PARCELA UNICA, 2 A 4 PARCELAS A CADA N DIAS
      * (ZEROS = 30). CONTRATO VIVO COM PLANO PROPRIO PREVALECE
      *****************************************************
       0497-ALTERAR-PARCELAS.
           DISPLAY 'DOCUMENTO (14 POSICOES) ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NOME-ANTES WRK-NOME-DEPOIS
               WRK-SIT-ANTES WRK-SIT-DEPOIS.
           MOVE ZEROS TO WRK-LIM-ANTES WRK-LIM-DEPOIS.
           MOVE WRK-DOC-PROC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-CLI-STATUS = '00'
               MOVE CLI-NOME TO WRK-NOME-ANTES WRK-NOME-DEPOIS
               MOVE CLI-SITUACAO TO WRK-SIT-ANTES WRK-SIT-DEPOIS
               IF CLI-QTD-PARCELAS IS NUMERIC
                   MOVE CLI-QTD-PARCELAS TO WRK-PARC-ANTES
               END-IF
               IF CLI-INTERVALO-PARC IS NUMERIC
                   MOVE CLI-INTERVALO-PARC TO WRK-INTV-ANTES
               END-IF
               DISPLAY 'PLANO ATUAL: ' WRK-PARC-ANTES
                   ' PARCELAS A CADA ' WRK-INTV-ANTES ' DIAS'
               DISPLAY 'QUANTIDADE DE PARCELAS (0 A 4) ?'
               ACCEPT WRK-PARC-DEPOIS FROM CONSOLE
               DISPLAY 'DIAS ENTRE PARCELAS (ZEROS = 30) ?'
               ACCEPT WRK-INTV-DEPOIS FROM CONSOLE
               IF WRK-PARC-DEPOIS > 4
                   MOVE 'PARCELAS FORA DE 0-4' TO WRK-RESULTADO
               ELSE
                   MOVE WRK-PARC-DEPOIS TO CLI-QTD-PARCELAS
                   MOVE WRK-INTV-DEPOIS TO CLI-INTERVALO-PARC
                   REWRITE CLIENTE-REC
                       INVALID KEY
                           MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
                       NOT INVALID KEY
                           MOVE 'PLANO ALTERADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

      *****************************************************
      * INFORMA O GRUPO ECONOMICO DO CLIENTE QUANDO ELE NAO SAI
      * DA RAIZ DO CNPJ (EMPRESAS DE RAIZES DIFERENTES NO MESMO
      * GRUPO): O CODIGO TEM DE EXISTIR NO MASTER GRUPOS;
      * BRANCO VOLTA O CLIENTE AO GRUPO DA PROPRIA RAIZ
      *****************************************************
       0498-ALTERAR-GRUPO.
           DISPLAY 'DOCUMENTO (14 POSICOES) ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NOME-ANTES WRK-NOME-DEPOIS
               WRK-SIT-ANTES WRK-SIT-DEPOIS
               WRK-GRP-ANTES WRK-GRP-DEPOIS.
           MOVE ZEROS TO WRK-LIM-ANTES WRK-LIM-DEPOIS.
           MOVE WRK-DOC-PROC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-CLI-STATUS NOT = '00'
               GO TO 0498-ALTERAR-LOG
           END-IF.
           MOVE CLI-NOME TO WRK-NOME-ANTES WRK-NOME-DEPOIS.
           MOVE CLI-SITUACAO TO WRK-SIT-ANTES WRK-SIT-DEPOIS.
           MOVE CLI-GRUPO TO WRK-GRP-ANTES.
           DISPLAY 'GRUPO INFORMADO ATUAL: ' CLI-GRUPO.
           DISPLAY 'NOVO GRUPO (BRANCO = RAIZ DO CNPJ) ?'.
           ACCEPT WRK-GRP-DEPOIS FROM CONSOLE.
           IF WRK-GRP-DEPOIS NOT = SPACES
               IF WRK-GRP-ABERTO NOT = 'S'
                   MOVE 'MASTER GRUPOS FORA' TO WRK-RESULTADO
                   GO TO 0498-ALTERAR-LOG
               END-IF
               MOVE WRK-GRP-DEPOIS TO GRP-CODIGO
               READ GRUPOS-FILE
                   INVALID KEY
                       MOVE 'GRUPO NAO EXISTE' TO WRK-RESULTADO
                       GO TO 0498-ALTERAR-LOG
               END-READ
           END-IF.
           MOVE WRK-GRP-DEPOIS TO CLI-GRUPO.
           REWRITE CLIENTE-REC
               INVALID KEY
                   MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'GRUPO ALTERADO' TO WRK-RESULTADO
           END-REWRITE.

       0498-ALTERAR-LOG.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0498-ALTERAR-FIM.
           EXIT.

      *****************************************************
      * MANTEM OS CONTATOS DO CLIENTE (E-MAIL E CELULAR) E O
      * CANAL DOS AVISOS DE SITUACAO DO PEDIDO (E = E-MAIL,
      * S = SMS, W = WHATSAPP, BRANCO = SEM AVISO). O CANAL
      * ESCOLHIDO EXIGE O CONTATO CORRESPONDENTE. O AVISO SO
      * SAI COM CONSENTIMENTO VIVO NTF NO MASTER CONSENT
      *****************************************************
       0499-ALTERAR-CONTATO.
           DISPLAY 'DOCUMENTO (14 POSICOES) ?'.
           ACCEPT WRK-DOC-PROC FROM CONSOLE.
           MOVE SPACES TO WRK-NOME-ANTES WRK-NOME-DEPOIS
               WRK-SIT-ANTES WRK-SIT-DEPOIS
               WRK-CANAL-ANTES WRK-CANAL-DEPOIS.
           MOVE ZEROS TO WRK-LIM-ANTES WRK-LIM-DEPOIS.
           MOVE WRK-DOC-PROC TO CLI-DOC.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-RESULTADO
           END-READ.
           IF WRK-CLI-STATUS NOT = '00'
               GO TO 0499-ALTERAR-LOG
           END-IF.
           MOVE CLI-NOME TO WRK-NOME-ANTES WRK-NOME-DEPOIS.
           MOVE CLI-SITUACAO TO WRK-SIT-ANTES WRK-SIT-DEPOIS.
           MOVE CLI-CANAL-AVISO TO WRK-CANAL-ANTES.
           DISPLAY 'E-MAIL ATUAL: ' CLI-EMAIL.
           DISPLAY 'CELULAR ATUAL: ' CLI-CELULAR
               '  CANAL ATUAL: ' CLI-CANAL-AVISO.
           DISPLAY 'E-MAIL (40 POSICOES, BRANCO = SEM E-MAIL) ?'.
           ACCEPT WRK-EMAIL-PROC FROM CONSOLE.
           DISPLAY 'CELULAR (DDD + NUMERO, 11 DIGITOS) ?'.
           ACCEPT WRK-CEL-PROC FROM CONSOLE.
           DISPLAY 'CANAL DE AVISO (E=E-MAIL S=SMS W=WHATSAPP '
               'BRANCO=SEM AVISO) ?'.
           ACCEPT WRK-CANAL-DEPOIS FROM CONSOLE.
           IF NOT CANAL-AVISO-VALIDO
               MOVE 'CANAL INVALIDO' TO WRK-RESULTADO
               GO TO 0499-ALTERAR-LOG
           END-IF.
           MOVE ZEROS TO WRK-QTD-ARROBA.
           INSPECT WRK-EMAIL-PROC TALLYING WRK-QTD-ARROBA
               FOR ALL '@'.
           IF WRK-EMAIL-PROC NOT = SPACES
               AND WRK-QTD-ARROBA NOT = 1
               MOVE 'E-MAIL INVALIDO' TO WRK-RESULTADO
               GO TO 0499-ALTERAR-LOG
           END-IF.
           IF WRK-CEL-PROC NOT = SPACES
               AND WRK-CEL-PROC NOT NUMERIC
               MOVE 'CELULAR INVALIDO' TO WRK-RESULTADO
               GO TO 0499-ALTERAR-LOG
           END-IF.
           IF WRK-CANAL-DEPOIS = 'E'
               AND WRK-EMAIL-PROC = SPACES
               MOVE 'CANAL SEM E-MAIL' TO WRK-RESULTADO
               GO TO 0499-ALTERAR-LOG
           END-IF.
           IF (WRK-CANAL-DEPOIS = 'S' OR WRK-CANAL-DEPOIS = 'W')
               AND WRK-CEL-PROC = SPACES
               MOVE 'CANAL SEM CELULAR' TO WRK-RESULTADO
               GO TO 0499-ALTERAR-LOG
           END-IF.
           MOVE WRK-EMAIL-PROC   TO CLI-EMAIL.
           MOVE WRK-CEL-PROC     TO CLI-CELULAR.
           MOVE WRK-CANAL-DEPOIS TO CLI-CANAL-AVISO.
           REWRITE CLIENTE-REC
               INVALID KEY
                   MOVE 'FALHA AO ALTERAR' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE 'CONTATO ALTERADO' TO WRK-RESULTADO
           END-REWRITE.

       0499-ALTERAR-LOG.
           DISPLAY WRK-RESULTADO.
           PERFORM 0500-GRAVAR-LOG.

       0499-ALTERAR-FIM.
           EXIT.

      *****************************************************
      * MANTEM O BLOCO DE ENDERECO DO CLIENTE: O CEP E
      * CRITICADO NO FORMATO (8 DIGITOS, NAO ZERADO) E A UF E
               WHEN OPCAO-LIMITE       MOVE 'ALTER-LIM'  TO LOG-TRANS
               WHEN OPCAO-ENDERECO     MOVE 'ALTER-END'  TO LOG-TRANS
               WHEN OPCAO-PERFIL       MOVE 'ALTER-RIS'  TO LOG-TRANS
               WHEN OPCAO-VENDEDOR     MOVE 'ALTER-VEN'  TO LOG-TRANS
               WHEN OPCAO-PARCELAS     MOVE 'ALTER-PARC' TO LOG-TRANS
               WHEN OPCAO-GRUPO        MOVE 'ALTER-GRP'  TO LOG-TRANS
               WHEN OPCAO-CONTATO      MOVE 'ALTER-CONT' TO LOG-TRANS
           END-EVALUATE.
           MOVE WRK-DOC-PROC    TO LOG-DOC.
           MOVE WRK-NOME-ANTES  TO LOG-NOME-ANTES.
           MOVE WRK-LIM-ANTES   TO LOG-LIM-ANTES.
           MOVE WRK-LIM-DEPOIS  TO LOG-LIM-DEPOIS.
           MOVE WRK-RESULTADO   TO LOG-RESULTADO.
           MOVE WRK-VEND-ANTES  TO LOG-VEND-ANTES.
           MOVE WRK-VEND-DEPOIS TO LOG-VEND-DEPOIS.
           MOVE WRK-PARC-ANTES  TO LOG-PARC-ANTES.
           MOVE WRK-INTV-ANTES  TO LOG-INTV-ANTES.
           MOVE WRK-PARC-DEPOIS TO LOG-PARC-DEPOIS.
           MOVE WRK-INTV-DEPOIS TO LOG-INTV-DEPOIS.
           MOVE WRK-GRP-ANTES   TO LOG-GRP-ANTES.
           MOVE WRK-GRP-DEPOIS  TO LOG-GRP-DEPOIS.
           MOVE WRK-CANAL-ANTES  TO LOG-CANAL-ANTES.
           MOVE WRK-CANAL-DEPOIS TO LOG-CANAL-DEPOIS.
           WRITE MANTCLILOG-REC.
           MOVE SPACES TO WRK-VEND-ANTES WRK-VEND-DEPOIS
               WRK-GRP-ANTES WRK-GRP-DEPOIS
               WRK-CANAL-ANTES WRK-CANAL-DEPOIS.
           MOVE ZEROS TO WRK-PARC-ANTES WRK-PARC-DEPOIS
               WRK-INTV-ANTES WRK-INTV-DEPOIS.
