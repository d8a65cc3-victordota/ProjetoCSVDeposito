      ******************************************************************
      * NOME BOOK : DEV02112
      * DESCRICAO : CHEQUES DEVOLVIDOS PELA COMPENSACAO - ARQUIVO DE
      *             RETORNO DA CAMARA, LIDO PELO EXER0238. CADA
      *             REGISTRO BAIXA DA CARTEIRA DE PENDENTES O CHEQUE
      *             DE MESMO CPF, CONTA, DATA, VALOR E FILIAL, QUE NAO
      *             CHEGA A CREDITAR NA CONTA
      * TAMANHO   :  60 BYTES
      ************************* DADOS DA DEVOLUCAO ********************
      * COD-CPF          : CPF DO CORRENTISTA (DEPOSITANTE)
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA EM QUE O CHEQUE FOI DEPOSITADO
      * DAT-DEPOS        : DATA DO DEPOSITO DO CHEQUE (dd-mm-aaaa)
      * VAL-DEPOS        : VALOR DO CHEQUE
      * COD-FILIAL       : AGENCIA/FILIAL DO DEPOSITO
      * MOTIVO           : ALINEA DA DEVOLUCAO (11, 12, 21, ...)
      * DATA-DEVOLUCAO   : DATA DA DEVOLUCAO NA CAMARA (AAAAMMDD)
      ******************************************************************

          01 ARQDEV01-REGISTRO.
             03 ARQDEV01-CPF.
                05 ARQDEV01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQDEV01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQDEV01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQDEV01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 ARQDEV01-VAL-DEPOS      PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQDEV01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQDEV01-MOTIVO         PIC  X(02)  VALUE SPACES.
             03 ARQDEV01-DATA-DEVOLUCAO PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(09)  VALUE SPACES.
