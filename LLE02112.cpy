      ******************************************************************
      * NOME BOOK : LLE02112
      * DESCRICAO : LISTAGEM DE AUDITORIA DA MANUTENCAO DO LIMITE DE
      *             CHEQUE ESPECIAL (EXER0231) - UMA LINHA POR
      *             MOVIMENTO, COM IMAGEM ANTES/DEPOIS DO LIMITE
      * TAMANHO   : 128 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ACAO             : ACAO SOLICITADA (I/A/E)
      * COD-CPF          : CPF DO MOVIMENTO
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO MOVIMENTO
      * SITUACAO         : 'APLICADA ' OU 'REJEITADA'
      * MOTIVO           : MOTIVO DA REJEICAO (BRANCO SE APLICADA)
      * LIMITE-ANTES     : LIMITE NO CLUSTER ANTES DO MOVIMENTO
      * LIMITE-DEPOIS    : LIMITE NO CLUSTER DEPOIS DO MOVIMENTO
      * APROV-ANTES      : DATA DE APROVACAO ANTES (AAAAMMDD)
      * APROV-DEPOIS     : DATA DE APROVACAO DEPOIS (AAAAMMDD)
      ******************************************************************

          01 ARQLLE01-REGISTRO.
             03 ARQLLE01-ACAO           PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-COD-CPF        PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLLE01-DIG-CPF        PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-SITUACAO       PIC  X(09)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-MOTIVO         PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-LIMITE-ANTES   PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-LIMITE-DEPOIS  PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-APROV-ANTES    PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLLE01-APROV-DEPOIS   PIC  9(08)  VALUE ZEROS.
