      ******************************************************************
      * NOME BOOK : CNF02112
      * DESCRICAO : RETORNO (CONFIRMACAO) DO SUBSISTEMA DE CONTAS PARA
      *             O EXTRATO FIXO PROD.DEPOSITO.SAI02112.FIXO
      *             (VAL02112) - UM DETALHE POR BLOCO CPF + CONTA
      *             RECEBIDO, ACEITO OU REJEITADO COM O MOTIVO, E UM
      *             TRAILER COM OS TOTAIS DO SUBSISTEMA. LIDO PELO
      *             EXER0240 ORDENADO PELAS POSICOES 1-28 (DETALHES
      *             ANTES DO TRAILER)
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO RETORNO **********************
      * TIP-REG          : 'D' = DETALHE / 'T' = TRAILER
      *---------------------------- DETALHE ---------------------------*
      * COD-CPF          : CPF DO BLOCO, COMO ENVIADO
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : CONTA DO BLOCO, COMO ENVIADA
      * DATA-REFERENCIA  : DATA DE PROCESSAMENTO DO EXTRATO CONFIRMADO
      *                    (DATA-EXECUCAO DO RESUMO RES02112 QUE
      *                    ACOMPANHA A GERACAO ENVIADA, AAAAMMDD)
      * SITUACAO         : 'A' = BLOCO ACEITO E POSTADO NA CONTA
      *                    'R' = BLOCO REJEITADO (NADA FOI POSTADO)
      * COD-MOTIVO       : CODIGO DO MOTIVO DA REJEICAO NO SUBSISTEMA
      * DESC-MOTIVO      : DESCRICAO DO MOTIVO DA REJEICAO
      * VAL-MOVTO-LIQ    : MOVIMENTO LIQUIDO POSTADO PELO SUBSISTEMA
      *                    (NO REJEITADO, O VALOR RECEBIDO)
      *---------------------------- TRAILER ---------------------------*
      * QTDE-REGISTROS   : QTDE DE DETALHES DO ARQUIVO
      * QTDE-ACEITOS     : QTDE DE DETALHES COM SITUACAO 'A'
      * QTDE-REJEITADOS  : QTDE DE DETALHES COM SITUACAO 'R'
      * VAL-TOTAL        : SOMA DO VAL-MOVTO-LIQ DE TODOS OS DETALHES
      * DATA-GERACAO     : DATA EM QUE O SUBSISTEMA GEROU O RETORNO
      ******************************************************************

          01 ARQCNF01-REGISTRO.
             03 ARQCNF01-TIP-REG        PIC  X(01)  VALUE SPACES.
                88 ARQCNF01-DETALHE                 VALUE 'D'.
                88 ARQCNF01-TRAILER                 VALUE 'T'.
             03 ARQCNF01-DETALHE-DADOS.
                05 ARQCNF01-CHAVE.
                   07 ARQCNF01-CPF.
                      09 ARQCNF01-COD-CPF PIC 9(09) VALUE ZEROS.
                      09 ARQCNF01-DIG-CPF PIC 9(02) VALUE ZEROS.
                   07 ARQCNF01-NUM-CONTA PIC  9(08) VALUE ZEROS.
                   07 ARQCNF01-DATA-REFERENCIA
                                         PIC  9(08) VALUE ZEROS.
                05 ARQCNF01-SITUACAO     PIC  X(01) VALUE SPACES.
                   88 ARQCNF01-ACEITO               VALUE 'A'.
                   88 ARQCNF01-REJEITADO            VALUE 'R'.
                05 ARQCNF01-COD-MOTIVO   PIC  X(03) VALUE SPACES.
                05 ARQCNF01-DESC-MOTIVO  PIC  X(30) VALUE SPACES.
                05 ARQCNF01-VAL-MOVTO-LIQ
                                         PIC S9(15)V99 COMP-3 VALUE +0.
                05 FILLER                PIC  X(09) VALUE SPACES.
             03 ARQCNF01-TRAILER-DADOS REDEFINES ARQCNF01-DETALHE-DADOS.
                05 ARQCNF01-QTDE-REGISTROS
                                         PIC  9(07).
                05 ARQCNF01-QTDE-ACEITOS PIC  9(07).
                05 ARQCNF01-QTDE-REJEITADOS
                                         PIC  9(07).
                05 ARQCNF01-VAL-TOTAL    PIC S9(17)V99 COMP-3.
                05 ARQCNF01-DATA-GERACAO PIC  9(08).
                05 FILLER                PIC  X(40).
