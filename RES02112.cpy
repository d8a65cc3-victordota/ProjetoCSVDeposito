      * NOME BOOK : RES02112
      * DESCRICAO : RESUMO DE EXECUCAO DO EXER0212 EM LAYOUT FIXO,
      *             PARA O SCHEDULER E OS JOBS SEGUINTES TESTAREM O
      *             RESULTADO DA EXECUCAO SEM LER O SYSOUT. ABEND DE
      *             ARQUIVO NAO GRAVA REGISTRO (GERACAO VAZIA TAMBEM
      *             SIGNIFICA EXECUCAO ANORMAL); O CANCELAMENTO POR
      *             SEQUENCIA GRAVA COM RETURN-CODE 16
      * TAMANHO   : 100 BYTES
      ************************* DADOS DO RESUMO ***********************
      * DATA-EXECUCAO    : DATA DE PROCESSAMENTO DA EXECUCAO (DATA-ATUAL
      *                    DO DTP02112, AAAAMMDD) - E' A DATA QUE O
      *                    EXER0227 E O EXER0237 CONFEREM
      * DATA-INICIO      : JANELA USADA (AAAAMMDD; ZEROS = SEM LIMITE)
      * DATA-FIM         : JANELA USADA (99999999 = SEM LIMITE)
      * QTDE-LIDOS       : REGISTROS LIDOS (ARQENT01 + ARQENT02)
      * QTDE-DUPLICADOS  : MOVIMENTOS EM QUARENTENA (ARQDUP01)
      * VAL-DEPOSITOS    : TOTAL DE DEPOSITOS ACUMULADOS
      * VAL-SAQUES       : TOTAL DE SAQUES/TRANSF. ENVIADAS
      *                    (E ESTORNOS DE CREDITO APLICADOS)
      * VAL-LIQUIDO      : MOVIMENTO LIQUIDO DA EXECUCAO
      * RETURN-CODE      : MAIOR RETURN-CODE SINALIZADO NA EXECUCAO
      * FLAG-TERMINO     : 'N' = NORMAL / 'A' = ANORMAL (RC > 0)
      * QTDE-ACIMA-LIMITE: CONTAS COM SALDO NEGATIVO NO MES ALEM DO
      *                    LIMITE DE CHEQUE ESPECIAL APROVADO
      * QTDE-DIA-NAO-UTIL: MOVIMENTOS ACEITOS DATADOS EM DIA NAO UTIL
      *                    (ARQDNU01)
      * HORA-EXECUCAO    : HORA DE INICIO DA EXECUCAO (HHMMSS) - COM A
      *                    DATA-EXECUCAO, IDENTIFICA A EXECUCAO NO
      *                    REGISTRO DE ENTRADAS POSTADAS (ENP02112)
      ******************************************************************

          01 ARQRES01-REGISTRO.
             03 ARQRES01-FLAG-TERMINO   PIC  X(01)  VALUE SPACES.
                88 ARQRES01-TERMINO-NORMAL          VALUE 'N'.
                88 ARQRES01-TERMINO-ANORMAL         VALUE 'A'.
             03 ARQRES01-QTDE-ACIMA-LIMITE PIC 9(05) VALUE ZEROS.
             03 ARQRES01-QTDE-DIA-NAO-UTIL PIC 9(05) VALUE ZEROS.
             03 ARQRES01-HORA-EXECUCAO  PIC  9(06)  VALUE ZEROS.
