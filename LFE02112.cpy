      ******************************************************************
      * NOME BOOK : LFE02112
      * DESCRICAO : LISTAGEM DE AUDITORIA DA MANUTENCAO DO CALENDARIO
      *             DE FERIADOS (EXER0234) - UMA LINHA POR MOVIMENTO,
      *             COM IMAGEM ANTES/DEPOIS DO FERIADO
      * TAMANHO   : 128 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ACAO             : ACAO SOLICITADA (I/A/E)
      * DATA-FERIADO     : DATA DO MOVIMENTO (DD-MM-AAAA)
      * COD-FILIAL       : FILIAL DO MOVIMENTO (000 = TODAS)
      * SITUACAO         : 'APLICADA ' OU 'REJEITADA'
      * MOTIVO           : MOTIVO DA REJEICAO (BRANCO SE APLICADA)
      * TIPO-ANTES       : TIPO DO FERIADO NO CLUSTER ANTES
      * DESCRICAO-ANTES  : DESCRICAO NO CLUSTER ANTES
      * TIPO-DEPOIS      : TIPO DO FERIADO NO CLUSTER DEPOIS
      * DESCRICAO-DEPOIS : DESCRICAO NO CLUSTER DEPOIS
      ******************************************************************

          01 ARQLFE01-REGISTRO.
             03 ARQLFE01-ACAO           PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-DATA-FERIADO   PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-SITUACAO       PIC  X(09)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-MOTIVO         PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-TIPO-ANTES     PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-DESCRICAO-ANTES
                                        PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-TIPO-DEPOIS    PIC  X(01)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLFE01-DESCRICAO-DEPOIS
                                        PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(05)  VALUE SPACES.
