      *                     GERACOES DE SAIDA; O EXER0227 CONSOLIDA
      *                     AS PARCIAIS. BRANCOS/ZEROS EM CPF-DE E
      *                     BRANCOS EM CPF-ATE = SEM LIMITE
      * REPROCESSA        : 'S' = POSTAR DE NOVO UMA ENTRADA QUE JA
      *                     CONSTA DO REGISTRO DE ENTRADAS POSTADAS
      *                     (ENP02112); SEM ELE O EXER0212 RECUSA A
      *                     MESMA ENTRADA UMA SEGUNDA VEZ. BRANCO = 'N'
      * VAL-CORTE-CHQ     : VALOR A PARTIR DO QUAL O DEPOSITO EM
      *                     CHEQUE (TIPO 'C') COMPENSA EM 1 DIA UTIL;
      *                     ABAIXO DELE, EM 2 DIAS UTEIS. BRANCOS/
      *                     ZEROS = TODO CHEQUE EM 2 DIAS UTEIS
      ******************************************************************

          01 CTL-REGISTRO.
             03 CTL-CPF-DE              PIC  9(11)  VALUE ZEROS.
             03 CTL-CPF-ATE             PIC  9(11)  VALUE
                                                    99999999999.
             03 CTL-REPROCESSA          PIC  X(01)  VALUE 'N'.
                88 CTL-REPROCESSA-SIM               VALUE 'S'.
             03 CTL-VAL-CORTE-CHQ       PIC  9(09)V99 VALUE ZEROS.
             03 FILLER                  PIC  X(03)  VALUE SPACES.
