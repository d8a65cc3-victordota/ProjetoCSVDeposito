      ******************************************************************
      * NOME BOOK : MSK02112
      * DESCRICAO : TABELA DE TRABALHO DA MASCARA DE CPF (EXER0243) -
      *             UM REGISTRO POR CPF REAL ENCONTRADO NOS ARQUIVOS
      *             COPIADOS, COM O CPF GERADO QUE O SUBSTITUI EM TODOS
      *             ELES. CLUSTER TEMPORARIO: CRIADO VAZIO NO INICIO DO
      *             JOB E ELIMINADO NO FIM, MESMO COM ERRO - A TABELA
      *             NUNCA E' IMPRESSA NEM GUARDADA
      * TAMANHO   :  22 BYTES
      ************************* DADOS DA MASCARA **********************
      * CPF-REAL         : CPF COMO VEIO NO ARQUIVO DE PRODUCAO (CHAVE)
      * CPF-MASC         : CPF GERADO (SEQUENCIAL, DV CALCULADO; DV
      *                    PROPOSITALMENTE ERRADO QUANDO O CPF REAL JA
      *                    TINHA DV INVALIDO)
      ******************************************************************

          01 ARQMSK01-REGISTRO.
             03 ARQMSK01-CPF-REAL.
                05 ARQMSK01-COD-CPF-REAL
                                        PIC  X(09)  VALUE SPACES.
                05 ARQMSK01-DIG-CPF-REAL
                                        PIC  X(02)  VALUE SPACES.
             03 ARQMSK01-CPF-MASC.
                05 ARQMSK01-COD-CPF-MASC
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQMSK01-DIG-CPF-MASC
                                        PIC  9(02)  VALUE ZEROS.
