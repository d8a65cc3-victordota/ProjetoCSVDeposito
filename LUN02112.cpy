      ******************************************************************
      * NOME BOOK : LUN02112
      * DESCRICAO : LISTAGEM DA UNIFICACAO DE CPF (EXER0242) - UMA
      *             LINHA POR CARTAO RECUSADO E POR REGISTRO TOCADO
      *             NOS CLUSTERS, COM A IMAGEM ANTES/DEPOIS DO VALOR.
      *             EM TODA LINHA ACEITA VAL-DE + VAL-PARA-ANTES =
      *             VAL-PARA-DEPOIS (A CHAVE DO CPF-DE SAI DO CLUSTER)
      * TAMANHO   : 177 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ORIGEM           : 'CARTAO  ' = CARTAO ARQUNF01
      *                    'CADASTRO' = ARQCAD01 (CADASTRO DE CLIENTES)
      *                    'SALDOMES' = ARQSAL01 (SALDO DO MES)
      *                    'HISTORIC' = ARQHIS01 (HISTORICO MENSAL)
      *                    'LEDGER  ' = ARQLRJ01 (LEDGER DE REJEITOS)
      *                    'JORNAL  ' = ARQJNL01 (JORNAL DE MOVIMENTOS)
      *                    'CONTAS  ' = ARQCTA01 (CADASTRO DE CONTAS)
      * COD-CPF-DE       : CPF APOSENTADO (COMO NO CARTAO)
      * DIG-CPF-DE       : DIGITO VERIFICADOR DO CPF APOSENTADO
      * COD-CPF-PARA     : CPF QUE SOBREVIVE
      * DIG-CPF-PARA     : DIGITO VERIFICADOR DO CPF QUE SOBREVIVE
      * NUM-CONTA        : CONTA DO REGISTRO (ZEROS NO CARTAO/CADASTRO)
      * REFERENCIA       : HISTORICO: COMPETENCIA (AAAAMM)
      *                    LEDGER: DATA DO MOVIMENTO REJEITADO
      *                    JORNAL: DATA DO MOVIMENTO (AAAAMMDD)
      *                    CADASTRO: SITUACAO ANTES ('A'/'B'/'F'/'U')
      * SITUACAO         : 'MOVIDO    ' = CHAVE NOVA CRIADA NO CPF-PARA
      *                    'SOMADO    ' = CPF-PARA JA TINHA A CHAVE, O
      *                                   VALOR FOI ACRESCENTADO A ELA
      *                    'MANTIDO   ' = REGISTRO FICOU NO CPF-DE
      *                                   (VER OBSERVACAO)
      *                    'REAPONTADO' = TITULAR DA CONTA OU PONTEIRO
      *                                   DE CPF JA UNIFICADO TROCADO
      *                                   PARA O CPF-PARA
      *                    'APOSENTADO' = CPF-DE MARCADO 'U' NO CADASTRO
      *                    'RECUSADO  ' = CARTAO RECUSADO (OBSERVACAO)
      * OBSERVACAO       : MOTIVO DA RECUSA/MANUTENCAO OU COMPLEMENTO
      * VAL-DE           : VALOR NA CHAVE DO CPF-DE ANTES
      * VAL-PARA-ANTES   : VALOR NA CHAVE DO CPF-PARA ANTES
      * VAL-PARA-DEPOIS  : VALOR NA CHAVE DO CPF-PARA DEPOIS
      ******************************************************************

          01 ARQLUN01-REGISTRO.
             03 ARQLUN01-ORIGEM         PIC  X(08)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-COD-CPF-DE     PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLUN01-DIG-CPF-DE     PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-COD-CPF-PARA   PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLUN01-DIG-CPF-PARA   PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-REFERENCIA     PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-SITUACAO       PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-OBSERVACAO     PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-VAL-DE         PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-VAL-PARA-ANTES PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLUN01-VAL-PARA-DEPOIS
                                        PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
