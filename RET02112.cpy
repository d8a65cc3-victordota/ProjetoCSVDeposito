      *             MENSAL (EXER0230) - RETENCAO EM MESES. TODA
      *             COMPETENCIA MAIS ANTIGA QUE A RETENCAO E'
      *             DESCARREGADA PARA O ARQUIVO MORTO E ELIMINADA
      *             DO CLUSTER. O MESMO LAYOUT, EM DATASET PROPRIO,
      *             CONTROLA A RETENCAO DO JORNAL DE MOVIMENTOS
      *             (EXER0239 - O CORTE E' PELA DATA DO MOVIMENTO)
      * TAMANHO   :  80 BYTES
      ************************* DADOS DE CONTROLE *********************
      * QTDE-MESES       : RETENCAO EM MESES (001-999) - COMPETENCIA
