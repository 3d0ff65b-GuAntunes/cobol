      *****************************************************
      * PRESENFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DO DIARIO DE CHAMADA
      *           (ARQUIVO PRESENCA, CHAVEADO POR MATRICULA +
      *           DISCIPLINA + DATA DA AULA): SITUACAO DO ALUNO
      *           NA AULA (P = PRESENTE, F = FALTA, J = FALTA
      *           JUSTIFICADA, QUE CONTA COMO PRESENCA), QUEM
      *           LANCOU E QUANDO. LANCADO PELO MANTPRE; A
      *           APURACAO DE FIM DE PERIODO (FREQAPUR) CALCULA
      *           DAQUI A FREQUENCIA DO TURMA E O ALERTA SEMANAL
      *           (FREQALRT) LISTA QUEM SE APROXIMA DO CORTE.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  PRESENCA-REC.
           05 PRE-CHAVE.
               10 PRE-MATRICULA PIC 9(06).
               10 PRE-DISCIPLINA PIC X(03).
               10 PRE-DATA      PIC 9(08).
           05 PRE-SITUACAO    PIC X(01).
               88 PRE-PRESENTE     VALUE 'P'.
               88 PRE-FALTA        VALUE 'F'.
               88 PRE-JUSTIFICADA  VALUE 'J'.
               88 PRE-SITUACAO-OK  VALUE 'P' 'F' 'J'.
           05 PRE-OPERADOR    PIC X(08).
           05 PRE-DATA-LANC   PIC 9(08).
