      *****************************************************
      * TURMAFD.CPY
      * AUTHOR: GUSTAVO ANTUNES
      * OBJETIVO: LAYOUT DO REGISTRO DA TURMA (UMA LINHA POR
      *           ALUNO E DISCIPLINA: MATRICULA, NOME, TRES NOTAS,
      *           DISCIPLINA E PERCENTUAL DE FREQUENCIA), ENTRADA
      *           DO LOTE DE NOTAS (PROGCOB13). ANTES DECLARADO SO
      *           DENTRO DO PROGCOB13; PASSOU A COPYBOOK QUANDO A
      *           APURACAO DE FREQUENCIA (FREQAPUR) COMECOU A GERAR
      *           O ARQUIVO A PARTIR DAS NOTAS DIGITADAS PELO
      *           PROFESSOR E DO DIARIO DE CHAMADA.
      * DATA: 15/10/2026
      * MANUTENCAO:
      *****************************************************
       01  TURMA-REC.
           05 TUR-MATRICULA PIC 9(06).
           05 TUR-NOME      PIC X(20).
           05 TUR-NOTA1     PIC 9(02).
           05 TUR-NOTA2     PIC 9(02).
           05 TUR-NOTA3     PIC 9(02).
           05 TUR-DISCIPLINA PIC X(03).
           05 TUR-FREQUENCIA PIC 9(03).
