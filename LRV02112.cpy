      ******************************************************************
      * NOME BOOK : LRV02112
      * DESCRICAO : LISTAGEM DA REVERSAO DE UMA EXECUCAO DO EXER0212
      *             (EXER0236) - UMA LINHA POR REGISTRO DO EXTRATO FIXO
      *             (ORIGEM SALDO), POR REJEITO (ORIGEM LEDGER) E POR
      *             MOVIMENTO ELIMINADO DO JORNAL (ORIGEM JORNAL) DA
      *             EXECUCAO, COM A IMAGEM ANTES/DEPOIS DO CLUSTER
      * TAMANHO   : 169 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ORIGEM           : 'SALDO ' = ARQSAL01 (SALDOMES)
      *                    'LEDGER' = ARQLRJ01 (LEDGER DE REJEITOS)
      *                    'JORNAL' = ARQJNL01 (JORNAL DE MOVIMENTOS)
      * COD-CPF          : CPF DO REGISTRO (REJEITO: COMO LIDO)
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO REGISTRO
      * DAT-DEPOS        : DATA DO MOVIMENTO REJEITADO (LEDGER) OU
      *                    DO MOVIMENTO ELIMINADO (JORNAL)
      * SITUACAO         : 'REVERTIDO' = REGISTRO AJUSTADO
      *                    'ELIMINADO' = REGISTRO CRIADO PELA EXECUCAO,
      *                                  EXCLUIDO DO CLUSTER
      *                    'MANTIDO  ' = NADA A REVERTER (VER OBS.)
      * OBSERVACAO       : MOTIVO DO MANTIDO OU ALERTA DO REVERTIDO
      * VAL-ANTES        : SALDO: SALDO ACUMULADO ANTES DA REVERSAO
      *                    LEDGER: VALOR DO REJEITO NO LEDGER
      *                    JORNAL: VALOR DO MOVIMENTO ELIMINADO
      * VAL-DEPOIS       : O MESMO VALOR DEPOIS DA REVERSAO
      * VAL-REVERTIDO    : SALDO: MOVIMENTO LIQUIDO RETIRADO
      *                    LEDGER: VALOR RETIRADO DO LEDGER (ELIMINADO)
      *                    JORNAL: VALOR DO MOVIMENTO ELIMINADO
      * TENT-ANTES       : LEDGER: QTDE DE TENTATIVAS ANTES
      * TENT-DEPOIS      : LEDGER: QTDE DE TENTATIVAS DEPOIS
      ******************************************************************

          01 ARQLRV01-REGISTRO.
             03 ARQLRV01-ORIGEM         PIC  X(06)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-COD-CPF        PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLRV01-DIG-CPF        PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-SITUACAO       PIC  X(09)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-OBSERVACAO     PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-VAL-ANTES      PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-VAL-DEPOIS     PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-VAL-REVERTIDO  PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-TENT-ANTES     PIC  9(03)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLRV01-TENT-DEPOIS    PIC  9(03)  VALUE ZEROS.
