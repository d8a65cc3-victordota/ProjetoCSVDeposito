      ******************************************************************
      * NOME BOOK : EST02112
      * DESCRICAO : ESTORNOS RECUSADOS - MOVIMENTOS TIPO 'R' (ESTORNO)
      *             QUE O EXER0212 NAO APLICOU: ORIGINAL NAO
      *             LOCALIZADO NO JORNAL, VALOR MAIOR QUE O DO
      *             ORIGINAL, ORIGINAL JA ESTORNADO ETC. NADA DO QUE
      *             ESTA' AQUI TOCOU O SALDO-MES - VOLTA A FILIAL DE
      *             ORIGEM PARA CONFERENCIA
      * TAMANHO   :  87 BYTES
      ************************* DADOS DO ESTORNO **********************
      * COD-CPF          : CPF DO CORRENTISTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA DO CORRENTISTA
      * DAT-DEPOS        : DATA DO MOVIMENTO ORIGINAL (dd-mm-aaaa),
      *                    COMO INFORMADA NO ESTORNO
      * VAL-DEPOS        : VALOR DO ESTORNO
      * COD-FILIAL       : AGENCIA/FILIAL DO MOVIMENTO ORIGINAL
      * COD-MOTIVO       : CODIGO DO MOTIVO DA RECUSA
      *                    01 = ORIGINAL NAO LOCALIZADO NO JORNAL
      *                    02 = VALOR MAIOR QUE O DO ORIGINAL
      *                    03 = ORIGINAL JA ESTORNADO
      *                    04 = ORIGINAL E' DEBITO (SAQUE/TRANSF.
      *                         ENVIADA) - SO' CREDITO E' ESTORNAVEL
      *                    05 = ORIGINAL DE COMPETENCIA JA FECHADA
      *                         (AJUSTE PELO EXER0226)
      *                    06 = JORNAL DE MOVIMENTOS INDISPONIVEL
      *                    07 = VALOR DO ESTORNO NEGATIVO
      * DESC-MOTIVO      : DESCRICAO DO MOTIVO DA RECUSA
      * VAL-ORIGINAL     : VALOR DO MOVIMENTO DO JORNAL QUE MAIS SE
      *                    APROXIMOU DO ESTORNO (MOTIVOS 02, 03 E 04;
      *                    ZEROS NOS DEMAIS)
      * SEQ-ORIGINAL     : SEQUENCIA DESSE MOVIMENTO NO JORNAL
      ******************************************************************

          01 ARQEST01-REGISTRO.
             03 ARQEST01-CPF.
                05 ARQEST01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQEST01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQEST01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQEST01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 ARQEST01-VAL-DEPOS      PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQEST01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQEST01-COD-MOTIVO     PIC  9(02)  VALUE ZEROS.
                88 ARQEST01-MOT-NAO-LOCALIZADO      VALUE 01.
                88 ARQEST01-MOT-VALOR-MAIOR         VALUE 02.
                88 ARQEST01-MOT-JA-ESTORNADO        VALUE 03.
                88 ARQEST01-MOT-ORIGINAL-DEBITO     VALUE 04.
                88 ARQEST01-MOT-COMPETENCIA-FECHADA VALUE 05.
                88 ARQEST01-MOT-SEM-JORNAL          VALUE 06.
                88 ARQEST01-MOT-VALOR-NEGATIVO      VALUE 07.
             03 ARQEST01-DESC-MOTIVO    PIC  X(30)  VALUE SPACES.
             03 ARQEST01-VAL-ORIGINAL   PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQEST01-SEQ-ORIGINAL   PIC  9(05)  VALUE ZEROS.
