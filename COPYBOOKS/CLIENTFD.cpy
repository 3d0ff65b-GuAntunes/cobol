      *                 MANTIDOS PELO MANTCLI E CONFERIDOS PELO
      *                 MOVINV E PELO SIMULADOR CONTRA O PRD-RISCO
      *                 DO PRODUTO.
      * 15/10/2026 GA - INCLUIDO CLI-VENDEDOR (CODIGO DO VENDEDOR
      *                 RESPONSAVEL PELO CLIENTE NO MASTER
      *                 VENDEDOR; BRANCO = SEM VENDEDOR), MANTIDO
      *                 PELO MANTCLI E USADO PELO COMISSAO NO
      *                 CALCULO MENSAL DAS COMISSOES.
      * 15/10/2026 GA - INCLUIDOS CLI-QTD-PARCELAS (PLANO DE
      *                 PARCELAMENTO DAS FATURAS DO CLIENTE, 2 A 4
      *                 PARCELAS; ZERO OU 1 = PARCELA UNICA) E CLI-
      *                 INTERVALO-PARC (DIAS ENTRE PARCELAS, ZEROS =
      *                 30), MANTIDOS PELO MANTCLI. O CONTRATO VIVO COM
      *                 PLANO PROPRIO PREVALECE (ROTINA COMUM PARCPROC).
      * 15/10/2026 GA - INCLUIDO CLI-NEGATIVADO (S = CLIENTE COM TITULO
      *                 NEGATIVADO NO BUREAU DE CREDITO; N OU BRANCO =
      *                 NAO), MANTIDO PELO NEGATIVA A PARTIR DO REGISTRO
      *                 NEGATIV. O PROGCOB09 NAO PRECIFICA PEDIDO DE
      *                 CLIENTE NEGATIVADO.
      * 15/10/2026 GA - INCLUIDO CLI-GRUPO (GRUPO ECONOMICO INFORMADO A
      *                 MAO, MANTIDO PELO MANTCLI). EM BRANCO O GRUPO E
      *                 A RAIZ DO CNPJ (AS 8 PRIMEIRAS POSICOES DE CLI-
      *                 DOC, TAMBEM NO CNPJ ALFANUMERICO) PARA PESSOA
      *                 JURIDICA E NENHUM PARA PESSOA FISICA. SERVE PARA
      *                 JUNTAR EMPRESAS DE RAIZES DIFERENTES.
      * 15/10/2026 GA - INCLUIDOS CLI-CANAL-AVISO (CANAL DOS AVISOS DE
      *                 SITUACAO DO PEDIDO: E = E-MAIL, S = SMS, W =
      *                 WHATSAPP; BRANCO = SEM CANAL), CLI-EMAIL E
      *                 CLI-CELULAR (DDD + NUMERO, 11 DIGITOS), MANTIDOS
      *                 PELO MANTCLI E USADOS PELO NOTIFCLI. SO RECEBE
      *                 AVISO O CLIENTE COM CONSENTIMENTO VIVO PARA A
      *                 FINALIDADE NTF.
      *****************************************************
       01  CLIENTE-REC.
           05 CLI-DOC         PIC X(14).
           05 CLI-CEP         PIC 9(08).
           05 CLI-RISCO       PIC 9(01).
           05 CLI-RISCO-DATA  PIC 9(08).
           05 CLI-VENDEDOR    PIC X(03).
           05 CLI-QTD-PARCELAS   PIC 9(01).
           05 CLI-INTERVALO-PARC PIC 9(03).
           05 CLI-NEGATIVADO  PIC X(01).
               88 CLI-COM-NEGATIVACAO VALUE 'S'.
           05 CLI-GRUPO       PIC X(08).
           05 CLI-CANAL-AVISO PIC X(01).
               88 CLI-AVISO-EMAIL     VALUE 'E'.
               88 CLI-AVISO-SMS       VALUE 'S'.
               88 CLI-AVISO-WHATSAPP  VALUE 'W'.
           05 CLI-EMAIL       PIC X(40).
           05 CLI-CELULAR     PIC X(11).
