      ******************************************************************
      * NOME BOOK : DNU02112
      * DESCRICAO : MOVIMENTOS SUSPEITOS POR DATA EM DIA NAO UTIL
      *             (SABADO, DOMINGO, FERIADO GERAL OU FERIADO LOCAL
      *             DA FILIAL DE ORIGEM, PELO CALENDARIO FER02112).
      *             O MOVIMENTO E' ACEITO E ACUMULADO NORMALMENTE - A
      *             LISTAGEM SO' DA' VISIBILIDADE PARA A FILIAL
      *             CONFIRMAR A DATA
      * TAMANHO   :  60 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * COD-CPF          : CPF DO CORRENTISTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA DO CORRENTISTA
      * DAT-DEPOS        : DATA DO MOVIMENTO  (dd-mm-aaaa)
      * VAL-DEPOS        : VALOR DO MOVIMENTO
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM
      * TIP-MOVTO        : TIPO DO MOVIMENTO
      * MOTIVO           : 'S' = SABADO
      *                    'D' = DOMINGO
      *                    'F' = FERIADO (FILIAL 000 DO CALENDARIO)
      *                    'L' = FERIADO LOCAL DA FILIAL DE ORIGEM
      * DESC-MOTIVO      : DESCRICAO DO MOTIVO
      ******************************************************************

          01 ARQDNU01-REGISTRO.
             03 ARQDNU01-CPF.
                05 ARQDNU01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQDNU01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQDNU01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQDNU01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 ARQDNU01-VAL-DEPOS      PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQDNU01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQDNU01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
             03 ARQDNU01-MOTIVO         PIC  X(01)  VALUE SPACES.
                88 ARQDNU01-SABADO                  VALUE 'S'.
                88 ARQDNU01-DOMINGO                 VALUE 'D'.
                88 ARQDNU01-FERIADO                 VALUE 'F'.
                88 ARQDNU01-FERIADO-LOCAL           VALUE 'L'.
             03 ARQDNU01-DESC-MOTIVO    PIC  X(13)  VALUE SPACES.
             03 FILLER                  PIC  X(04)  VALUE SPACES.
