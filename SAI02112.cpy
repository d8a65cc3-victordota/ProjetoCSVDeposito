      * NOME             : NOME DO CLIENTE (CADASTRO CAD02112)
      * VAL-SALDO-MES    : SALDO ACUMULADO NO MES (ANTERIOR + PERIODO)
      * VAL-SAQUES       : TOTAL DE SAQUES/TRANSF. ENVIADAS NO PERIODO
      *                    (INCLUI OS ESTORNOS DE CREDITO APLICADOS)
      * VAL-MOVTO-LIQ    : MOVIMENTO LIQUIDO (CREDITOS - DEBITOS)
      ******************************************************************
          01 ARQSAI01-REGISTRO.
