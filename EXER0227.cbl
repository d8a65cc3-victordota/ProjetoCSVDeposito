
      *---------------------------------------------------------------*
      *   INPUT:      RESUMOS PARCIAIS DAS PARTICOES                  *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQPRE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRE01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     CSV DIARIO CONSOLIDADO                          *

      *---------------------------------------------------------------*
      *   OUTPUT:     RESUMO DIARIO CONSOLIDADO (UM REGISTRO)         *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *
      *----------------------------------------------------------------*
          03 WRK-CON-QTDE-EXCECOES    PIC 9(007) VALUE ZEROS.
          03 WRK-CON-QTDE-FORA-PER    PIC 9(007) VALUE ZEROS.
          03 WRK-CON-QTDE-DUPLICADOS  PIC 9(007) VALUE ZEROS.
          03 WRK-CON-QTDE-ACIMA-LIM   PIC 9(007) VALUE ZEROS.
          03 WRK-CON-QTDE-DIA-NAO-UTIL PIC 9(007) VALUE ZEROS.
          03 WRK-CON-VAL-DEPOSITOS    PIC S9(017)V99 COMP-3 VALUE +0.
          03 WRK-CON-VAL-SAQUES       PIC S9(017)V99 COMP-3 VALUE +0.
          03 WRK-CON-RETURN-CODE      PIC 9(002) VALUE ZEROS.
                     TO WRK-CON-QTDE-FORA-PER
                    ADD ARQRES01-QTDE-DUPLICADOS
                     TO WRK-CON-QTDE-DUPLICADOS
                    ADD ARQRES01-QTDE-ACIMA-LIMITE
                     TO WRK-CON-QTDE-ACIMA-LIM
                    ADD ARQRES01-QTDE-DIA-NAO-UTIL
                     TO WRK-CON-QTDE-DIA-NAO-UTIL
                    COMPUTE WRK-CON-VAL-DEPOSITOS =
                       WRK-CON-VAL-DEPOSITOS
                       + ARQRES01-VAL-DEPOSITOS
              OR WRK-CON-QTDE-EXCECOES   GREATER THAN 99999
              OR WRK-CON-QTDE-FORA-PER   GREATER THAN 99999
              OR WRK-CON-QTDE-DUPLICADOS GREATER THAN 99999
              OR WRK-CON-QTDE-ACIMA-LIM  GREATER THAN 99999
              OR WRK-CON-QTDE-DIA-NAO-UTIL GREATER THAN 99999
              DISPLAY '************************************************'
              DISPLAY '*  CONTADOR CONSOLIDADO ESTOURA OS 5 DIGITOS   *'
              DISPLAY '*  DO RES02112 - RESUMO NAO GRAVADO            *'
           MOVE WRK-CON-QTDE-EXCECOES  TO ARQRES01-QTDE-EXCECOES
           MOVE WRK-CON-QTDE-FORA-PER  TO ARQRES01-QTDE-FORA-PER
           MOVE WRK-CON-QTDE-DUPLICADOS TO ARQRES01-QTDE-DUPLICADOS
           MOVE WRK-CON-QTDE-ACIMA-LIM TO ARQRES01-QTDE-ACIMA-LIMITE
           MOVE WRK-CON-QTDE-DIA-NAO-UTIL
                                       TO ARQRES01-QTDE-DIA-NAO-UTIL
           MOVE WRK-CON-VAL-DEPOSITOS  TO ARQRES01-VAL-DEPOSITOS
           MOVE WRK-CON-VAL-SAQUES     TO ARQRES01-VAL-SAQUES
           COMPUTE ARQRES01-VAL-LIQUIDO =
