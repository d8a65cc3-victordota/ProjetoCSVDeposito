      ******************************************************************
      * NOME BOOK : FER02112
      * DESCRICAO : CALENDARIO DE FERIADOS (PROD.DEPOSITO.CALENDARIO)
      *             - UM REGISTRO POR DATA E FILIAL. SABADO E DOMINGO
      *             NAO SAO CADASTRADOS (SAO CALCULADOS). MANTIDO PELO
      *             EXER0234 E CARREGADO EM TABELA PELOS PROGRAMAS QUE
      *             CONTAM OU PROCURAM DIAS UTEIS (EXER0212, EXER0214,
      *             EXER0224, EXER0225, EXER0228)
      * ORGANIZACAO: INDEXADA, CHAVE = ARQFER01-CHAVE (DATA + FILIAL)
      * TAMANHO   :  60 BYTES
      ************************* DADOS DO FERIADO **********************
      * DATA-FERIADO     : DATA DO FERIADO (AAAAMMDD)
      * COD-FILIAL       : 000 = FERIADO DE TODAS AS FILIAIS E DO
      *                    PROCESSAMENTO CENTRAL (NACIONAL OU DA PRACA
      *                    DA SEDE); OUTRA = FERIADO LOCAL SO' DAQUELA
      *                    AGENCIA/FILIAL
      * TIPO-FERIADO     : 'N' = NACIONAL
      *                    'E' = ESTADUAL
      *                    'M' = MUNICIPAL
      * DESCRICAO        : NOME DO FERIADO
      * DATA-ATUALIZACAO : DATA DA ULTIMA MANUTENCAO (AAAAMMDD)
      ******************************************************************

          01 ARQFER01-REGISTRO.
             03 ARQFER01-CHAVE.
                05 ARQFER01-DATA-FERIADO  PIC  9(08)  VALUE ZEROS.
                05 ARQFER01-COD-FILIAL    PIC  9(03)  VALUE ZEROS.
                   88 ARQFER01-TODAS-FILIAIS          VALUE ZEROS.
             03 ARQFER01-TIPO-FERIADO     PIC  X(01)  VALUE SPACES.
                88 ARQFER01-NACIONAL                  VALUE 'N'.
                88 ARQFER01-ESTADUAL                  VALUE 'E'.
                88 ARQFER01-MUNICIPAL                 VALUE 'M'.
             03 ARQFER01-DESCRICAO        PIC  X(30)  VALUE SPACES.
             03 ARQFER01-DATA-ATUALIZACAO PIC  9(08)  VALUE ZEROS.
             03 FILLER                    PIC  X(10)  VALUE SPACES.
