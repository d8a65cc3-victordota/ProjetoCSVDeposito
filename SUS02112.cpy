      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM
      * TIP-MOVTO        : TIPO DO MOVIMENTO
      * CPF-CONTRA       : CPF DA CONTRAPARTE (TIPOS 'E'/'T')
      * SIT-CLIENTE      : SITUACAO DO CLIENTE EM VIGOR NA DATA DO
      *                    MOVIMENTO (MOTIVO DA RETENCAO)
      *                    'B' = BLOQUEADO / 'F' = FALECIDO
      ******************************************************************

