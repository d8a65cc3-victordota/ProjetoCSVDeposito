      ******************************************************************
      * NOME BOOK : LCT02112
      * DESCRICAO : LISTAGEM DE AUDITORIA DA MANUTENCAO DO CADASTRO DE
      *             CONTAS (EXER0235) - UMA LINHA POR MOVIMENTO, COM
      *             IMAGEM ANTES/DEPOIS DA CONTA
      * TAMANHO   : 112 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ACAO             : ACAO SOLICITADA (I/A/E/R)
      * COD-CPF          : CPF DO MOVIMENTO
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO MOVIMENTO
      * SITUACAO         : 'APLICADA ' OU 'REJEITADA'
      * MOTIVO           : MOTIVO DA REJEICAO (BRANCO SE APLICADA)
      * FILIAL-ANTES     : FILIAL DE DOMICILIO ANTES DO MOVIMENTO
      * FILIAL-DEPOIS    : FILIAL DE DOMICILIO DEPOIS DO MOVIMENTO
      * ABERT-ANTES      : DATA DE ABERTURA ANTES (AAAAMMDD)
      * ABERT-DEPOIS     : DATA DE ABERTURA DEPOIS (AAAAMMDD)
      * ENCER-ANTES      : DATA DE ENCERRAMENTO ANTES (AAAAMMDD)
      * ENCER-DEPOIS     : DATA DE ENCERRAMENTO DEPOIS (AAAAMMDD)
      * SIT-ANTES        : SITUACAO DA CONTA ANTES (A/E; BRANCO =
      *                    CONTA INEXISTENTE)
      * SIT-DEPOIS       : SITUACAO DA CONTA DEPOIS
      ******************************************************************

          01 ARQLCT01-REGISTRO.
             03 ARQLCT01-ACAO           PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-COD-CPF        PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLCT01-DIG-CPF        PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-SITUACAO       PIC  X(09)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-MOTIVO         PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-FILIAL-ANTES   PIC  9(03)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-FILIAL-DEPOIS  PIC  9(03)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-ABERT-ANTES    PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-ABERT-DEPOIS   PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-ENCER-ANTES    PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-ENCER-DEPOIS   PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-SIT-ANTES      PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCT01-SIT-DEPOIS     PIC  X(01)  VALUE SPACES.
