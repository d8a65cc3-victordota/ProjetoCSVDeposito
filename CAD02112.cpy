      * DESCRICAO : CADASTRO (MESTRE) DE CLIENTES - CHAVE CPF
      *             USADO PARA ENRIQUECER O CSV COM O NOME DO CLIENTE
      * ORGANIZACAO: INDEXADA, CHAVE = ARQCAD01-CPF
      * TAMANHO   : 138 BYTES
      ************************* DADOS DO CADASTRO *********************
      * COD-CPF          : CPF DO CLIENTE
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      *                    GRAVADO ANTES DO CAMPO, CHEGA EM BRANCO)
      *                    'B' = BLOQUEADO (MESA DE FRAUDE)
      *                    'F' = FALECIDO
      *                    'U' = UNIFICADO (CPF APOSENTADO PELO
      *                          EXER0242 - SALDOS E MOVIMENTOS
      *                          PASSARAM PARA O CPF-UNIFICADO)
      * ENDERECO         : ENDERECO DE CORRESPONDENCIA DO CLIENTE
      *                    (LOGRADOURO, CIDADE, UF E CEP) - USADO
      *                    PELO EXTRATO MENSAL PARA ENVELOPAMENTO
      * CPF-UNIFICADO    : SITUACAO 'U': CPF QUE SOBREVIVEU A
      *                    UNIFICACAO E RECEBE OS MOVIMENTOS DESTE
      *                    (ZEROS NAS DEMAIS SITUACOES)
      ******************************************************************

          01 ARQCAD01-REGISTRO.
                88 ARQCAD01-CLI-ATIVO               VALUES 'A' ' '.
                88 ARQCAD01-CLI-BLOQUEADO           VALUE  'B'.
                88 ARQCAD01-CLI-FALECIDO            VALUE  'F'.
                88 ARQCAD01-CLI-UNIFICADO           VALUE  'U'.
             03 ARQCAD01-ENDERECO.
                05 ARQCAD01-LOGRADOURO  PIC  X(40)  VALUE SPACES.
                05 ARQCAD01-CIDADE      PIC  X(25)  VALUE SPACES.
                05 ARQCAD01-UF          PIC  X(02)  VALUE SPACES.
                05 ARQCAD01-CEP         PIC  9(08)  VALUE ZEROS.
             03 ARQCAD01-CPF-UNIFICADO.
                05 ARQCAD01-COD-CPF-UNIF
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQCAD01-DIG-CPF-UNIF
                                        PIC  9(02)  VALUE ZEROS.
