      ******************************************************************
      * NOME BOOK : DVL02112
      * DESCRICAO : LISTAGEM DE CHEQUES DEVOLVIDOS POR FILIAL
      *             (EXER0238) - UMA LINHA POR REGISTRO DO ARQUIVO DE
      *             RETORNO DA COMPENSACAO. A FILIAL VEM NA FRENTE PARA
      *             O SORT DO JCL SEPARAR A LISTAGEM POR AGENCIA, QUE
      *             AVISA O CORRENTISTA
      * TAMANHO   :  92 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * COD-FILIAL       : AGENCIA/FILIAL DO DEPOSITO
      * COD-CPF          : CPF DO CORRENTISTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO DEPOSITO
      * DAT-DEPOS        : DATA DO DEPOSITO DO CHEQUE (dd-mm-aaaa)
      * VAL-DEPOS        : VALOR DO CHEQUE
      * SITUACAO         : 'DEVOLVIDO     ' = CHEQUE BAIXADO DA
      *                                      CARTEIRA SEM CREDITAR
      *                    'NAO LOCALIZADO' = DEVOLUCAO SEM CHEQUE
      *                                      PENDENTE CORRESPONDENTE
      *                                      (JA LIBERADO OU DADOS
      *                                      DIVERGENTES - VERIFICAR)
      * MOTIVO           : ALINEA DA DEVOLUCAO
      * DATA-DEVOLUCAO   : DATA DA DEVOLUCAO NA CAMARA (dd-mm-aaaa)
      ******************************************************************

          01 ARQDVL01-REGISTRO.
             03 ARQDVL01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-COD-CPF        PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQDVL01-DIG-CPF        PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-VAL-DEPOS      PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-SITUACAO       PIC  X(14)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-MOTIVO         PIC  X(02)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQDVL01-DATA-DEVOLUCAO PIC  X(10)  VALUE SPACES.
