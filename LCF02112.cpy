      ******************************************************************
      * NOME BOOK : LCF02112
      * DESCRICAO : LISTAGEM DA CONCILIACAO DO RETORNO DO SUBSISTEMA DE
      *             CONTAS (EXER0240) - UMA LINHA POR BLOCO REJEITADO,
      *             NAO CONFIRMADO, CONFIRMADO COM VALOR DIVERGENTE,
      *             PENDENCIA BAIXADA OU MANTIDA E RETORNO SEM BLOCO
      *             ENVIADO CORRESPONDENTE
      * TAMANHO   : 170 BYTES
      ************************* DADOS DA LISTAGEM *********************
      * ORIGEM           : 'ENVIO ' = BLOCO DO EXTRATO DO DIA (VAL02112)
      *                    'PENDEN' = PENDENCIA DE DIA ANTERIOR
      *                    'RETORN' = RETORNO SEM BLOCO CORRESPONDENTE
      * COD-CPF          : CPF DO BLOCO
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO BLOCO
      * DATA-REFERENCIA  : DATA DO EXTRATO ENVIADO (dd-mm-aaaa)
      * SITUACAO         : 'REJEITADO     ' / 'NAO CONFIRMADO' /
      *                    'VALOR DIVERGEN' / 'BAIXADO       ' /
      *                    'MANTIDO       ' / 'NAO ESPERADO  ' /
      *                    'DUPLICADO     '
      * COD-MOTIVO       : MOTIVO DA REJEICAO NO SUBSISTEMA
      * DESC-MOTIVO      : DESCRICAO DO MOTIVO
      * VAL-ENVIADO      : MOVIMENTO LIQUIDO ENVIADO
      * VAL-CONFIRMADO   : VALOR DO RETORNO (ZEROS SEM RETORNO)
      * VAL-ABERTO       : VALOR AINDA NAO CONCILIADO DO BLOCO (ENVIADO
      *                    NO REJEITADO/NAO CONFIRMADO, DIFERENCA NO
      *                    DIVERGENTE, ZEROS NO BAIXADO)
      ******************************************************************

          01 ARQLCF01-REGISTRO.
             03 ARQLCF01-ORIGEM         PIC  X(06)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-COD-CPF        PIC  9(09)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE '-'.
             03 ARQLCF01-DIG-CPF        PIC  9(02)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-DATA-REFERENCIA PIC X(10)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-SITUACAO       PIC  X(14)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-COD-MOTIVO     PIC  X(03)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-DESC-MOTIVO    PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-VAL-ENVIADO    PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-VAL-CONFIRMADO PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
             03 FILLER                  PIC  X(01)  VALUE ';'.
             03 ARQLCF01-VAL-ABERTO     PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
