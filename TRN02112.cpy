      * DESCRICAO : MOVIMENTO DE MANUTENCAO DO CADASTRO DE CLIENTES
      *             (INCLUSAO / ALTERACAO / EXCLUSAO), APLICADO AO
      *             CLUSTER PROD.CADASTRO.CLIENTES PELO EXER0213
      * TAMANHO   : 150 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * COD-CPF          : CPF DO CLIENTE
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      *                    CIDADE, UF, CEP). NA ALTERACAO, O GRUPO
      *                    TODO EM BRANCO MANTEM O ENDERECO ATUAL DO
      *                    CADASTRO
      * DATA-VIGENCIA    : DATA A PARTIR DA QUAL A SITUACAO INFORMADA
      *                    VALE (DD-MM-AAAA). BRANCO = DATA DO
      *                    PROCESSAMENTO. PODE SER RETROATIVA, NUNCA
      *                    FUTURA; SO' E' ACEITA COM SITUACAO INFORMADA
      * USUARIO          : QUEM SOLICITOU O MOVIMENTO (VAI PARA O
      *                    HISTORICO DE SITUACAO - HSC02112)
      ******************************************************************

          01 ARQTRN01-REGISTRO.
                05 ARQTRN01-CIDADE      PIC  X(25)  VALUE SPACES.
                05 ARQTRN01-UF          PIC  X(02)  VALUE SPACES.
                05 ARQTRN01-CEP         PIC  X(08)  VALUE SPACES.
             03 ARQTRN01-DATA-VIGENCIA  PIC  X(10)  VALUE SPACES.
             03 ARQTRN01-USUARIO        PIC  X(08)  VALUE SPACES.
             03 FILLER                  PIC  X(04)  VALUE SPACES.
