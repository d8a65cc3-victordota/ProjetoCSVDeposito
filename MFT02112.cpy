      ******************************************************************
      * NOME BOOK : MFT02112
      * DESCRICAO : TOTAIS DO MOVIMENTO ACEITO NA EXECUCAO DO
      *             EXER0212, UM REGISTRO POR COD-FILIAL E TIPO DE
      *             MOVIMENTO. SOMA SO' O QUE ENTROU NA ACUMULACAO
      *             (MESMA BASE DOS TOTAIS DO VAL02112 E DO RES02112)
      *             - BASE DO LANCAMENTO CONTABIL DO EXER0232
      * TAMANHO   :  40 BYTES
      ************************* DADOS DO MOVIMENTO ********************
      * DATA-EXECUCAO    : DATA DO SISTEMA NA EXECUCAO (AAAAMMDD)
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM (000 = NAO
      *                    INFORMADA)
      * TIP-MOVTO        : 'D' = DEPOSITO (INCLUI O BRANCO)
      *                    'S' = SAQUE
      *                    'E' = TRANSFERENCIA RECEBIDA
      *                    'T' = TRANSFERENCIA ENVIADA
      *                    'R' = ESTORNO DE CREDITO (DEBITO NA CONTA
      *                          DO CLIENTE)
      * QTDE-MOVTOS      : QTDE DE MOVIMENTOS ACEITOS
      * VAL-MOVTOS       : SOMA DOS VALORES (DEPOSITO ESTORNADO ENTRA
      *                    COM O SINAL NEGATIVO)
      ******************************************************************

          01 ARQMFT01-REGISTRO.
             03 ARQMFT01-DATA-EXECUCAO  PIC  9(08)  VALUE ZEROS.
             03 ARQMFT01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQMFT01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
                88 ARQMFT01-MOVTO-DEPOSITO          VALUE 'D'.
                88 ARQMFT01-MOVTO-SAQUE             VALUE 'S'.
                88 ARQMFT01-MOVTO-TRANSF-ENT        VALUE 'E'.
                88 ARQMFT01-MOVTO-TRANSF-SAI        VALUE 'T'.
                88 ARQMFT01-MOVTO-ESTORNO           VALUE 'R'.
             03 ARQMFT01-QTDE-MOVTOS    PIC  9(07)  VALUE ZEROS.
             03 ARQMFT01-VAL-MOVTOS     PIC S9(15)V99 COMP-3 VALUE +0.
             03 FILLER                  PIC  X(12)  VALUE SPACES.
