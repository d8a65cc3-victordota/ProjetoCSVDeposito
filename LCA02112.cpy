      * DESCRICAO : LISTAGEM DE AUDITORIA DA MANUTENCAO DO CADASTRO
      *             DE CLIENTES (EXER0213) - UMA LINHA POR MOVIMENTO,
      *             COM IMAGEM ANTES/DEPOIS DO REGISTRO NO CLUSTER
      * TAMANHO   : 313 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ACAO             : ACAO SOLICITADA (I/A/E)
      * COD-CPF          : CPF DO MOVIMENTO
      * SIT-DEPOIS       : SITUACAO DO CLIENTE DEPOIS DO MOVIMENTO
      * ENDER-ANTES      : ENDERECO (LOGRADOURO+CIDADE+UF+CEP) ANTES
      * ENDER-DEPOIS     : ENDERECO DEPOIS DO MOVIMENTO
      * DATA-VIGENCIA    : VIGENCIA DA SITUACAO (DD-MM-AAAA) QUANDO O
      *                    MOVIMENTO GRAVOU HISTORICO DE SITUACAO
      * USUARIO          : QUEM SOLICITOU O MOVIMENTO
      ******************************************************************

          01 ARQLCA01-REGISTRO.
             03 ARQLCA01-ENDER-ANTES    PIC  X(75)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCA01-ENDER-DEPOIS   PIC  X(75)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCA01-DATA-VIGENCIA  PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCA01-USUARIO        PIC  X(08)  VALUE SPACES.
