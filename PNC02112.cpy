      ******************************************************************
      * NOME BOOK : PNC02112
      * DESCRICAO : BLOCOS DO EXTRATO FIXO (VAL02112) AINDA NAO
      *             CONCILIADOS COM O RETORNO DO SUBSISTEMA DE CONTAS -
      *             REJEITADOS, SEM RETORNO OU CONFIRMADOS COM VALOR
      *             DIFERENTE. GERACAO LIDA (0) E REGRAVADA (+1) PELO
      *             EXER0240, NA ORDEM DA CHAVE; O BLOCO SO' SAI DAQUI
      *             QUANDO UM RETORNO POSTERIOR O ACEITA PELO VALOR
      *             ENVIADO
      * TAMANHO   : 100 BYTES
      ************************* DADOS DA PENDENCIA *******************
      * COD-CPF          : CPF DO BLOCO
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO BLOCO
      * DATA-REFERENCIA  : DATA DE PROCESSAMENTO DO EXTRATO ENVIADO
      *                    (AAAAMMDD)
      * VAL-ENVIADO      : MOVIMENTO LIQUIDO ENVIADO (VAL-MOVTO-LIQ)
      * VAL-CONFIRMADO   : VALOR DO ULTIMO RETORNO ('V'; ZEROS NOS
      *                    DEMAIS)
      * SITUACAO         : 'R' = REJEITADO PELO SUBSISTEMA
      *                    'N' = NAO CONFIRMADO (SEM RETORNO)
      *                    'V' = ACEITO COM VALOR DIVERGENTE
      * COD-MOTIVO       : MOTIVO DO ULTIMO RETORNO REJEITADO
      * DESC-MOTIVO      : DESCRICAO DESSE MOTIVO
      * DATA-INCLUSAO    : DATA DA CONCILIACAO QUE ABRIU A PENDENCIA
      * DATA-ULTIMA      : DATA DA ULTIMA CONCILIACAO QUE A MANTEVE
      ******************************************************************

          01 ARQPNC01-REGISTRO.
             03 ARQPNC01-CHAVE.
                05 ARQPNC01-CPF.
                   07 ARQPNC01-COD-CPF   PIC  9(09)  VALUE ZEROS.
                   07 ARQPNC01-DIG-CPF   PIC  9(02)  VALUE ZEROS.
                05 ARQPNC01-NUM-CONTA    PIC  9(08)  VALUE ZEROS.
                05 ARQPNC01-DATA-REFERENCIA
                                         PIC  9(08)  VALUE ZEROS.
             03 ARQPNC01-VAL-ENVIADO     PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQPNC01-VAL-CONFIRMADO  PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQPNC01-SITUACAO        PIC  X(01)  VALUE SPACES.
                88 ARQPNC01-REJEITADO               VALUE 'R'.
                88 ARQPNC01-NAO-CONFIRMADO          VALUE 'N'.
                88 ARQPNC01-VALOR-DIVERGENTE        VALUE 'V'.
             03 ARQPNC01-COD-MOTIVO      PIC  X(03)  VALUE SPACES.
             03 ARQPNC01-DESC-MOTIVO     PIC  X(30)  VALUE SPACES.
             03 ARQPNC01-DATA-INCLUSAO   PIC  9(08)  VALUE ZEROS.
             03 ARQPNC01-DATA-ULTIMA     PIC  9(08)  VALUE ZEROS.
             03 FILLER                   PIC  X(05)  VALUE SPACES.
