      *                 OPE-FALHAS (TENTATIVAS ERRADAS SEGUIDAS)
      *                 E OPE-BLOQUEIO ('S' APOS TRES FALHAS, SO
      *                 O SUPERVISOR DESBLOQUEIA NO MANTOPE).
      * 15/10/2026 GA - INCLUIDOS OPE-DATA-ULT-ACESSO (ULTIMO
      *                 SIGN-ON BEM-SUCEDIDO, GRAVADO PELO PROGMENU)
      *                 E OPE-RESPONSAVEL (SUPERVISOR QUE RECERTIFICA
      *                 A CONTA NO MANTOPE; EM BRANCO = QUALQUER
      *                 SUPERVISOR, MENOS O PROPRIO), PARA O
      *                 RELATORIO DE SEGREGACAO DE FUNCOES SODREL.
      *****************************************************
       01  OPERMST-REC.
           05 OPE-USUARIO     PIC X(08).
           05 OPE-FALHAS      PIC 9(01).
           05 OPE-BLOQUEIO    PIC X(01).
               88 OPE-BLOQUEADO    VALUE 'S'.
           05 OPE-DATA-ULT-ACESSO PIC 9(08).
           05 OPE-RESPONSAVEL PIC X(08).
