      *           EXISTIR NO MASTER DE CLIENTES DO PROGCPF.
      * DATA: 22/08/2026
      * MANUTENCAO:
      * 15/10/2026 GA - INCLUIDOS OS CAMPOS DO COME-COTAS DOS FUNDOS:
      *                 POS-BASE-IR (SALDO APOS O ULTIMO COME-COTAS, JA
      *                 TRIBUTADO ATE ALI; ZERO = NUNCA HOUVE, A BASE E
      *                 O VALOR APLICADO), POS-DATA-CC (DATA DO ULTIMO
      *                 EVENTO) E POS-IR-ANTEC (IR JA ANTECIPADO,
      *                 ACUMULADO). O RESGATE SO TRIBUTA O RENDIMENTO
      *                 ACIMA DA BASE.
      * 15/10/2026 GA - INCLUIDA POS-DATA-TAXA: DATA DA ULTIMA COBRANCA
      *                 DA TAXA DE ADMINISTRACAO/CUSTODIA PELO TAXAADM
      *                 (ZERO = NUNCA COBRADA, O PRO RATA CORRE DESDE A
      *                 APLICACAO).
      *****************************************************
       01  POSICAO-REC.
           05 POS-CHAVE.
           05 POS-MESES      PIC 9(03).
           05 POS-TAXA       PIC 9(02)V99.
           05 POS-DATA-APL   PIC 9(08).
           05 POS-BASE-IR    PIC 9(09)V99.
           05 POS-DATA-CC    PIC 9(08).
           05 POS-IR-ANTEC   PIC 9(09)V99.
           05 POS-DATA-TAXA  PIC 9(08).
