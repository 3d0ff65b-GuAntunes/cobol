      *****************************************************
      * TRCADFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE
      *           TRANSPORTADORAS (ARQUIVO TRANSCAD, CHAVEADO PELO
      *           CODIGO DA TRANSPORTADORA - O MESMO TRA-CODIGO DO
      *           MASTER DE ROTAS TRANSP). GUARDA O QUE E DA
      *           TRANSPORTADORA E NAO DA ROTA: CNPJ, CONDICAO DE
      *           PAGAMENTO (PRAZO EM DIAS A PARTIR DO ACERTO),
      *           DADOS BANCARIOS PARA A REMESSA DE PAGAMENTO E AS
      *           ALIQUOTAS DE RETENCAO NA FONTE QUE O FISCAL
      *           INFORMA PARA ELA (IRRF, INSS COM A BASE REDUZIDA
      *           DO TRANSPORTADOR AUTONOMO, E PIS/COFINS/CSLL).
      *           MANTIDO PELO MANTTRC; LIDO PELO FRETACER (CONTAS
      *           A PAGAR) E PELO PAGTRANS (REMESSA DE PAGAMENTO).
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  TRANSCAD-REC.
           05 TRC-CODIGO        PIC X(03).
           05 TRC-NOME          PIC X(30).
           05 TRC-CNPJ          PIC X(14).
           05 TRC-TIPO-PESSOA   PIC X(01).
               88 TRC-PESSOA-JURIDICA VALUE 'J'.
               88 TRC-AUTONOMO        VALUE 'F'.
           05 TRC-SIMPLES       PIC X(01).
               88 TRC-OPTANTE-SIMPLES VALUE 'S'.
           05 TRC-PRAZO-DIAS    PIC 9(03).
           05 TRC-BANCO         PIC 9(03).
           05 TRC-AGENCIA       PIC 9(04).
           05 TRC-CONTA         PIC 9(10).
           05 TRC-DV-CONTA      PIC X(01).
           05 TRC-PCT-IRRF      PIC 9(02)V99.
           05 TRC-PCT-INSS      PIC 9(02)V99.
      *--- PARCELA DO FRETE QUE E BASE DO INSS (20 NO AUTONOMO,
      *--- ZEROS = FRETE INTEIRO)
           05 TRC-PCT-BASE-INSS PIC 9(03).
           05 TRC-PCT-PCC       PIC 9(02)V99.
