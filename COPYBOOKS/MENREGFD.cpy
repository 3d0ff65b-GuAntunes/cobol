      *****************************************************
      * MENREGFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DAS MENSALIDADES COBRADAS
      *           (ARQUIVO MENSREG, GRAVADO EM EXTEND PELO
      *           MENSALID): UMA LINHA POR MATRICULA E MES DE
      *           COMPETENCIA, COM O NUMERO DA FATURA GERADA NO
      *           FATREG. O FATREG NAO DISTINGUE MENSALIDADE DE
      *           FRETE (BOLETO, CAIXAAPL E COBRANCA TRATAM AS
      *           DUAS IGUAIS); ESTE REGISTRO E QUE LIGA A FATURA
      *           AO ALUNO - SERVE PARA NAO COBRAR O MESMO MES
      *           DUAS VEZES E PARA O BOLETIM APONTAR O ALUNO COM
      *           MENSALIDADE VENCIDA NO MASTER ABERTOS.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  MENSREG-REC.
           05 MRG-NUMERO        PIC 9(08).
           05 MRG-COMPETENCIA   PIC 9(06).
           05 MRG-MATRICULA     PIC 9(06).
           05 MRG-TURMA         PIC X(05).
           05 MRG-DOC           PIC X(14).
           05 MRG-DATA-EMISSAO  PIC 9(08).
           05 MRG-VALOR-TABELA  PIC 9(07)V99.
           05 MRG-TIPO-DESCONTO PIC X(01).
           05 MRG-PCT-DESCONTO  PIC 9(03)V99.
           05 MRG-VALOR         PIC 9(07)V99.
