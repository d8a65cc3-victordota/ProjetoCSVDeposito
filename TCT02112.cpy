      ******************************************************************
      * NOME BOOK : TCT02112
      * DESCRICAO : MOVIMENTO DE MANUTENCAO DO CADASTRO DE CONTAS
      *             (ABERTURA / ALTERACAO DE FILIAL / ENCERRAMENTO /
      *             REABERTURA), APLICADO AO CLUSTER
      *             PROD.DEPOSITO.CONTAS PELO EXER0235
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * COD-CPF          : CPF DO TITULAR DA CONTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA
      * ACAO             : 'I' = INCLUSAO (ABERTURA DA CONTA)
      *                    'A' = ALTERACAO DA FILIAL DE DOMICILIO
      *                    'E' = ENCERRAMENTO
      *                    'R' = REABERTURA DE CONTA ENCERRADA
      * COD-FILIAL       : FILIAL DE DOMICILIO (INCLUSAO/ALTERACAO)
      * DATA-MOVTO       : DATA DE ABERTURA (INCLUSAO) OU DE
      *                    ENCERRAMENTO (ENCERRAMENTO), DD-MM-AAAA.
      *                    BRANCO = DATA DO PROCESSAMENTO. IGNORADA
      *                    NA ALTERACAO E NA REABERTURA
      ******************************************************************

          01 ARQTCT01-REGISTRO.
             03 ARQTCT01-CPF.
                05 ARQTCT01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQTCT01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQTCT01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQTCT01-ACAO           PIC  X(01)  VALUE SPACES.
                88 ARQTCT01-INCLUSAO                VALUE 'I'.
                88 ARQTCT01-ALTERACAO               VALUE 'A'.
                88 ARQTCT01-ENCERRAMENTO            VALUE 'E'.
                88 ARQTCT01-REABERTURA              VALUE 'R'.
             03 ARQTCT01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQTCT01-DATA-MOVTO     PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(47)  VALUE SPACES.
