      ******************************************************************
      * NOME BOOK : LCE02112
      * DESCRICAO : LIMITE DE CHEQUE ESPECIAL APROVADO POR CONTA -
      *             CHAVE CPF + CONTA. MANTIDO PELO EXER0231 E
      *             CONSULTADO PELO EXER0212 NO RELATORIO DE SALDO
      *             NEGATIVO DO MES
      * ORGANIZACAO: INDEXADA, CHAVE = ARQLCE01-CHAVE (CPF + CONTA)
      * TAMANHO   :  50 BYTES
      ************************* DADOS DO LIMITE ***********************
      * COD-CPF          : CPF DO CLIENTE
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA DO CLIENTE
      * VAL-LIMITE       : LIMITE DE CHEQUE ESPECIAL APROVADO (SALDO
      *                    NEGATIVO TOLERADO ATE ESTE VALOR)
      * DATA-APROVACAO   : DATA DE APROVACAO DO LIMITE (AAAAMMDD)
      * DATA-ATUALIZACAO : DATA DA ULTIMA MANUTENCAO (AAAAMMDD)
      ******************************************************************

          01 ARQLCE01-REGISTRO.
             03 ARQLCE01-CHAVE.
                05 ARQLCE01-CPF.
                   07 ARQLCE01-COD-CPF    PIC  9(09)  VALUE ZEROS.
                   07 ARQLCE01-DIG-CPF    PIC  9(02)  VALUE ZEROS.
                05 ARQLCE01-NUM-CONTA     PIC  9(08)  VALUE ZEROS.
             03 ARQLCE01-VAL-LIMITE       PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQLCE01-DATA-APROVACAO   PIC  9(08)  VALUE ZEROS.
             03 ARQLCE01-DATA-ATUALIZACAO PIC  9(08)  VALUE ZEROS.
             03 FILLER                    PIC  X(06)  VALUE SPACES.
