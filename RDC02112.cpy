      ******************************************************************
      * NOME BOOK : RDC02112
      * DESCRICAO : MOVIMENTOS REDIRECIONADOS - MOVIMENTO QUE CHEGOU AO
      *             EXER0212 NO CPF DE UM CLIENTE JA UNIFICADO
      *             (SITUACAO 'U' NO CADASTRO, VER EXER0242) E FOI
      *             POSTADO NO CPF QUE O SUBSTITUIU. UM REGISTRO POR
      *             MOVIMENTO DESVIADO - VOLTA A FILIAL DE ORIGEM PARA
      *             CORRIGIR O CPF NA FONTE
      * TAMANHO   :  63 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * COD-CPF-LIDO     : CPF INFORMADO NO MOVIMENTO (CPF UNIFICADO)
      * DIG-CPF-LIDO     : DIGITO VERIFICADOR DO CPF INFORMADO
      * COD-CPF-NOVO     : CPF EM QUE O MOVIMENTO FOI POSTADO
      * DIG-CPF-NOVO     : DIGITO VERIFICADOR DO CPF DE POSTAGEM
      * NUM-CONTA        : NUMERO DA CONTA DO MOVIMENTO
      * DAT-DEPOS        : DATA DO MOVIMENTO (dd-mm-aaaa)
      * VAL-DEPOS        : VALOR DO MOVIMENTO
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM DO MOVIMENTO
      * TIP-MOVTO        : TIPO DO MOVIMENTO (VER ENT02112)
      ******************************************************************

          01 ARQRDC01-REGISTRO.
             03 ARQRDC01-CPF-LIDO.
                05 ARQRDC01-COD-CPF-LIDO
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQRDC01-DIG-CPF-LIDO
                                        PIC  9(02)  VALUE ZEROS.
             03 ARQRDC01-CPF-NOVO.
                05 ARQRDC01-COD-CPF-NOVO
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQRDC01-DIG-CPF-NOVO
                                        PIC  9(02)  VALUE ZEROS.
             03 ARQRDC01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQRDC01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 ARQRDC01-VAL-DEPOS      PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQRDC01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQRDC01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(10)  VALUE SPACES.
