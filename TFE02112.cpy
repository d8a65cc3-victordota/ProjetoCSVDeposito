      ******************************************************************
      * NOME BOOK : TFE02112
      * DESCRICAO : MOVIMENTO DE MANUTENCAO DO CALENDARIO DE FERIADOS
      *             (INCLUSAO / ALTERACAO / EXCLUSAO), APLICADO AO
      *             CLUSTER PROD.DEPOSITO.CALENDARIO PELO EXER0234
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * DATA-FERIADO     : DATA DO FERIADO (DD-MM-AAAA)
      * COD-FILIAL       : 000 = TODAS AS FILIAIS / OUTRA = FERIADO
      *                    LOCAL DA FILIAL
      * ACAO             : 'I' = INCLUSAO
      *                    'A' = ALTERACAO
      *                    'E' = EXCLUSAO
      * TIPO-FERIADO     : 'N' = NACIONAL (SO' COM FILIAL 000)
      *                    'E' = ESTADUAL
      *                    'M' = MUNICIPAL
      * DESCRICAO        : NOME DO FERIADO (BRANCOS NA EXCLUSAO)
      ******************************************************************

          01 ARQTFE01-REGISTRO.
             03 ARQTFE01-DATA-FERIADO   PIC  X(10)  VALUE SPACES.
             03 ARQTFE01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQTFE01-ACAO           PIC  X(01)  VALUE SPACES.
                88 ARQTFE01-INCLUSAO                VALUE 'I'.
                88 ARQTFE01-ALTERACAO               VALUE 'A'.
                88 ARQTFE01-EXCLUSAO                VALUE 'E'.
             03 ARQTFE01-TIPO-FERIADO   PIC  X(01)  VALUE SPACES.
                88 ARQTFE01-TIPO-VALIDO             VALUES 'N' 'E' 'M'.
                88 ARQTFE01-NACIONAL                VALUE 'N'.
             03 ARQTFE01-DESCRICAO      PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(35)  VALUE SPACES.
