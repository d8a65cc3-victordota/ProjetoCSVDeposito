      ******************************************************************
      * NOME BOOK : UNF02112
      * DESCRICAO : CARTAO DA UNIFICACAO DE CPF (EXER0242) - UM CARTAO
      *             POR PAR DE CPF: O CPF-DE (DUPLICADO, QUE SERA'
      *             APOSENTADO NO CADASTRO) E O CPF-PARA (QUE
      *             SOBREVIVE E RECEBE SALDOS, HISTORICO, LEDGER,
      *             JORNAL E CONTAS DO CPF-DE)
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO CARTAO ***********************
      * COD-CPF-DE       : CPF A APOSENTAR
      * DIG-CPF-DE       : DIGITO VERIFICADOR DO CPF A APOSENTAR
      * COD-CPF-PARA     : CPF QUE SOBREVIVE
      * DIG-CPF-PARA     : DIGITO VERIFICADOR DO CPF QUE SOBREVIVE
      * USUARIO          : QUEM SOLICITOU A UNIFICACAO (LISTAGEM)
      ******************************************************************

          01 ARQUNF01-REGISTRO.
             03 ARQUNF01-CPF-DE.
                05 ARQUNF01-COD-CPF-DE  PIC  9(09)  VALUE ZEROS.
                05 ARQUNF01-DIG-CPF-DE  PIC  9(02)  VALUE ZEROS.
             03 ARQUNF01-CPF-PARA.
                05 ARQUNF01-COD-CPF-PARA
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQUNF01-DIG-CPF-PARA
                                        PIC  9(02)  VALUE ZEROS.
             03 ARQUNF01-USUARIO        PIC  X(08)  VALUE SPACES.
             03 FILLER                  PIC  X(50)  VALUE SPACES.
