      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: EMISSAO DE BOLETOS DAS FATURAS DO DIA. LE O
      *           FATREG (FATURAS COM EMISSAO NA DATA DE NEGOCIO)
      *           E, PARA CADA PARCELA DA FATURA, MONTA O CODIGO
      *           DE BARRAS DE 44 POSICOES DO PADRAO BANCARIO
      *           (BANCO, MOEDA, DV GERAL POR MODULO 11, FATOR DE
      *           VENCIMENTO, VALOR E CAMPO LIVRE COM AGENCIA/
      *           CONTA/NOSSO NUMERO = FATURA + PARCELA) E A
      *           LINHA DIGITAVEL COM OS TRES DIGITOS
      *           VERIFICADORES DE CAMPO POR MODULO 10. SAEM O
      *           ARQUIVO DE REMESSA DE LAYOUT FIXO PARA O BANCO
      *           (REMESSA, HEADER/DETALHE/TRAILER) E O BOLETO
      *           IMPRESSO POR PARCELA (BOLETOS). O RETORNO DO
      *           BANCO ALIMENTA A APLICACAO DE CAIXA DO
      *           CAIXAAPL, QUE CASA O CREDITO PELO NOSSO NUMERO.
      *           ATE AQUI O BOLETO ERA DIGITADO NO PORTAL DO
      *           BANCO A MAO, COM OS ERROS DE DIGITACAO JUNTO.
      * DATA: 02/09/2026
      * MANUTENCAO:
      * 15/10/2026 GA - UM BOLETO POR PARCELA DA FATURA, PELO PLANO DO
      *                 CONTRATO OU DO CLIENTE (ROTINA COMUM
      *                 PARCDATA/PARCPROC, A MESMA DO CAIXAAPL): VALOR E
      *                 VENCIMENTO DA PARCELA, VENCIMENTO ROLADO PARA
      *                 DIA UTIL E NOSSO NUMERO = FATURA + PARCELA (DUAS
      *                 POSICOES), QUE O BANCO DEVOLVE NO DOCUMENTO DO
      *                 EXTRATO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOC
               FILE STATUS IS WRK-PARC-CLI-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WRK-PARC-CTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
       FD  FERIADOS-FILE.
           COPY FERIADFD.

       FD  CLIENTE-FILE.
           COPY CLIENTFD.

       FD  CONTRATO-FILE.
           COPY CONTRTFD.

       WORKING-STORAGE SECTION.
       77 WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REM-STATUS    PIC X(02) VALUE SPACES.
           88 WRK-FIM-ARQ        VALUE 'S'.
       77 WRK-DATA-NEGOCIO  PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-VENC    PIC 9(03) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FATURAS   PIC 9(05) VALUE ZEROS.
       77 WRK-CAMPO5        PIC X(14) VALUE SPACES.
       01  WRK-LINHA-DIGITAVEL PIC X(54) VALUE SPACES.

      *--- VENCIMENTO DA PARCELA ---*
       01  WRK-VENC-GRUPO.
           05 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       01  WRK-VENC-R REDEFINES WRK-VENC-GRUPO.
           05 WRK-VEN-ANO      PIC 9(04).
           05 WRK-VEN-MES      PIC 9(02).
           05 WRK-VEN-DIA      PIC 9(02).

       01  WRK-BOL-LIN1.
           05 FILLER           PIC X(18) VALUE 'BOLETO DA FATURA..'.
           05 WRK-BL1-NUMERO   PIC 9(08).
           05 FILLER           PIC X(11) VALUE '  PARCELA '.
           05 WRK-BL1-PARCELA  PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-BL1-QTD-PARC PIC 9(02).
       01  WRK-BOL-LIN2.
           05 FILLER           PIC X(18) VALUE 'SACADO (DOC)......'.
           05 WRK-BL2-DOC      PIC X(14).

           COPY CALDATA.
           COPY FSTDATA.
           COPY PARCDATA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF WRK-PRAZO-VENC = 0
               MOVE 30 TO WRK-PRAZO-VENC
           END-IF.
           PERFORM 0550-CARREGAR-FERIADOS.
           PERFORM 0700-ABRIR-PLANOS.
           OPEN OUTPUT REMESSA-FILE.
           OPEN OUTPUT BOLETOS-FILE.
           PERFORM 0100-GRAVAR-HEADER-REMESSA.
           PERFORM 0200-VARRER-FATREG.
           PERFORM 0300-GRAVAR-TRAILER-REMESSA.
           CLOSE REMESSA-FILE BOLETOS-FILE.
           PERFORM 0705-FECHAR-PLANOS.
           DISPLAY 'BOLETOS EMITIDOS NESTA EXECUCAO: '
               WRK-QTD-BOLETOS.
           PERFORM 9000-GRAVAR-ESTATISTICA.
               NOT AT END
                   ADD 1 TO WRK-QTD-FATURAS
                   IF REG-DATA-EMISSAO = WRK-DATA-NEGOCIO
                       PERFORM 0300-PARCELAR-FATURA
                   END-IF
           END-READ.

      *****************************************************
      * MONTA AS PARCELAS DA FATURA PELO PLANO DO CONTRATO OU
      * DO CLIENTE (PARCPROC) E EMITE UM BOLETO POR PARCELA
      *****************************************************
       0300-PARCELAR-FATURA.
           MOVE REG-DOC          TO WRK-PARC-DOC.
           MOVE REG-DATA-EMISSAO TO WRK-PARC-EMISSAO.
           COMPUTE WRK-PARC-TOTAL = REG-TOT-VALOR + REG-TOT-FRETE.
           MOVE WRK-PRAZO-VENC   TO WRK-PARC-PRAZO.
           PERFORM 0710-MONTAR-PARCELAS.
           PERFORM 0400-EMITIR-UM-BOLETO
               VARYING WRK-PARC-IDX FROM 1 BY 1
               UNTIL WRK-PARC-IDX > WRK-PARC-QTD.

      *****************************************************
      * EMITE O BOLETO DE UMA PARCELA: MONTA O CODIGO DE
      * BARRAS E A LINHA DIGITAVEL, GRAVA O DETALHE DA
      * REMESSA E IMPRIME O BOLETO
      *****************************************************
       0400-EMITIR-UM-BOLETO.
           ADD 1 TO WRK-QTD-BOLETOS.
           MOVE WRK-PARC-VALOR(WRK-PARC-IDX) TO WRK-VALOR-TITULO.
           ADD WRK-VALOR-TITULO TO WRK-TOT-REMESSA.
           MOVE WRK-PARC-VENC(WRK-PARC-IDX) TO WRK-VENCIMENTO.
           PERFORM 0420-MONTAR-CODIGO-BARRAS.
           PERFORM 0460-MONTAR-LINHA-DIGITAVEL.
           PERFORM 0480-GRAVAR-DETALHE-REMESSA.
           PERFORM 0490-IMPRIMIR-BOLETO.

      *****************************************************
      * CODIGO DE BARRAS DE 44 POSICOES: BANCO(3) MOEDA(1)
      * DV(1) FATOR(4) VALOR(10) CAMPO LIVRE(25) = AGENCIA(4)
      * CONTA(8) NOSSO NUMERO(13) = FATURA(8) + PARCELA(2),
      * ALINHADO A DIREITA. O FATOR DE VENCIMENTO E A
      * QUANTIDADE DE DIAS DESDE 07/10/1997 (BASE DO PADRAO
      * BANCARIO), PELA ROTINA COMUM DE IDADE DA CALPROC. O
      * FATOR ESGOTOU OS QUATRO DIGITOS EM 21/02/2025 (DIA
           END-IF.
           COMPUTE WRK-VALOR-CENT = WRK-VALOR-TITULO * 100.
           MOVE WRK-VALOR-CENT(4:10) TO WRK-VALOR-BARRAS.
           COMPUTE WRK-NOSSO-NUMERO =
               REG-NUMERO * 100 + WRK-PARC-IDX.
           MOVE SPACES TO WRK-COD44.
           STRING WRK-NOSSO-BANCO '9' '0'
               WRK-FATOR-VENC WRK-VALOR-BARRAS
           MOVE ALL '*' TO BOLETOS-REC.
           WRITE BOLETOS-REC.
           MOVE REG-NUMERO TO WRK-BL1-NUMERO.
           MOVE WRK-PARC-IDX TO WRK-BL1-PARCELA.
           MOVE WRK-PARC-QTD TO WRK-BL1-QTD-PARC.
           MOVE WRK-BOL-LIN1 TO BOLETOS-REC.
           WRITE BOLETOS-REC.
           MOVE REG-DOC TO WRK-BL2-DOC.
           COPY CALPROC.

           COPY FSTPROC.

           COPY PARCPROC.
