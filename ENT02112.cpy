      *                    'S' = SAQUE
      *                    'E' = TRANSFERENCIA RECEBIDA (ENTRADA)
      *                    'T' = TRANSFERENCIA ENVIADA (SAIDA)
      *                    'C' = DEPOSITO EM CHEQUE - NAO CREDITA NO
      *                          DIA: O EXER0212 GUARDA NO ARQUIVO DE
      *                          CHEQUES PENDENTES (CHQ02112) ATE' A
      *                          COMPENSACAO E O EXER0238 DEVOLVE AO
      *                          FLUXO COMO 'D' NA DATA DA LIBERACAO
      *                    'R' = ESTORNO DE UM CREDITO JA ACEITO - O
      *                          REGISTRO IDENTIFICA O ORIGINAL:
      *                          CPF, CONTA, DAT-DEPOS E COD-FILIAL
      *                          DO MOVIMENTO ESTORNADO E, EM
      *                          VAL-DEPOS, O VALOR A ESTORNAR (ATE'
      *                          O VALOR DO ORIGINAL). O EXER0212
      *                          LOCALIZA O ORIGINAL NO JORNAL
      *                          (JNL02112) E DEBITA O VALOR
      * CPF-CONTRA       : CPF DA CONTRAPARTE DA TRANSFERENCIA
      *                    (SOMENTE TIPOS 'E' E 'T'; ZEROS NOS
      *                    DEMAIS TIPOS = SEM CONTRAPARTE)
                88 ARQENT01-MOVTO-SAQUE       VALUE  'S'.
                88 ARQENT01-MOVTO-TRANSF-ENT  VALUE  'E'.
                88 ARQENT01-MOVTO-TRANSF-SAI  VALUE  'T'.
                88 ARQENT01-MOVTO-CHEQUE      VALUE  'C'.
                88 ARQENT01-MOVTO-ESTORNO     VALUE  'R'.
                88 ARQENT01-MOVTO-CREDITO     VALUES 'D' ' ' 'E'
                                                     'C'.
                88 ARQENT01-MOVTO-DEBITO      VALUES 'S' 'T' 'R'.
                88 ARQENT01-MOVTO-VALIDO      VALUES 'D' ' ' 'S'
                                                     'E' 'T' 'C'
                                                     'R'.
             03 ARQENT01-CPF-CONTRA.
                05 ARQENT01-COD-CPF-CONTRA
                                        PIC  9(09)  VALUE ZEROS.
