      ******************************************************************
      * NOME BOOK : TLE02112
      * DESCRICAO : MOVIMENTO DE MANUTENCAO DO LIMITE DE CHEQUE
      *             ESPECIAL (INCLUSAO / ALTERACAO / EXCLUSAO),
      *             APLICADO AO CLUSTER PROD.DEPOSITO.LIMITE.CHEQUE
      *             PELO EXER0231
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * COD-CPF          : CPF DO CLIENTE
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA DO CLIENTE
      * ACAO             : 'I' = INCLUSAO
      *                    'A' = ALTERACAO
      *                    'E' = EXCLUSAO
      * VAL-LIMITE       : LIMITE APROVADO (ZEROS NA EXCLUSAO)
      * DATA-APROVACAO   : DATA DA APROVACAO PELA MESA DE CREDITO
      *                    (DD-MM-AAAA). BRANCO = DATA DO PROCESSAMENTO
      ******************************************************************

          01 ARQTLE01-REGISTRO.
             03 ARQTLE01-CPF.
                05 ARQTLE01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQTLE01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQTLE01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQTLE01-ACAO           PIC  X(01)  VALUE SPACES.
                88 ARQTLE01-INCLUSAO                VALUE 'I'.
                88 ARQTLE01-ALTERACAO               VALUE 'A'.
                88 ARQTLE01-EXCLUSAO                VALUE 'E'.
             03 ARQTLE01-VAL-LIMITE     PIC  9(13)V99 VALUE ZEROS.
             03 ARQTLE01-DATA-APROVACAO PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(35)  VALUE SPACES.
