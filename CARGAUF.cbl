      *                 HISTORICO SP1, COM AS TARIFAS DE SEMPRE; AS
      *                 TARIFAS DOS CENTROS NOVOS (COMO O DO
      *                 NORDESTE) SAO CADASTRADAS PELO MANTUF.
      * 15/10/2026 GA - A CARGA DE FABRICA GRAVA AS TARIFAS NO NIVEL DE
      *                 SERVICO PADRAO (UFR-NIVEL-SERV = P); EXPRESSO E
      *                 ECONOMICO SAO CADASTRADOS PELO MANTUF.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *****************************************************
       0100-CARREGAR-TARIFAS-PADRAO.
           MOVE 'SP1' TO UFR-ORIGEM.
           MOVE 'P' TO UFR-NIVEL-SERV.
           MOVE ZEROS TO UFR-VIGENCIA.
           MOVE 0,30 TO UFR-ADVAL.
           MOVE 0,10 TO UFR-GRIS.
