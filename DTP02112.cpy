      ******************************************************************
      * NOME BOOK : DTP02112
      * DESCRICAO : REGISTRO DE CONTROLE DA DATA DE PROCESSAMENTO
      *             (PROD.DEPOSITO.DATA.PROCESSAMENTO) - UM UNICO
      *             REGISTRO POR GERACAO. LIDO NA GERACAO (0) PELO
      *             EXER0212, EXER0213, EXER0214, EXER0217, EXER0221,
      *             EXER0224, EXER0225, EXER0231, EXER0233, EXER0234,
      *             EXER0235, EXER0238, EXER0239, EXER0241, EXER0242 E
      *             EXER0243 NO LUGAR DA DATA DO SISTEMA, E AVANCADO
      *             PARA O DIA UTIL SEGUINTE PELO EXER0237 (VIRADA DO
      *             DIA), QUE GRAVA A GERACAO (+1) SO' DEPOIS QUE O
      *             FLUXO DIARIO INTEIRO TERMINOU NORMALMENTE. PARA
      *             RECUPERAR UM DIA PERDIDO OU REPROCESSAR UM DIA
      *             ANTERIOR, O EXER0237 GRAVA A DATA INFORMADA NO
      *             CARTAO (FUNCAO 'P' - POSICIONAMENTO) E O FLUXO
      *             RODA COM ELA SEM CARTAO EDITADO A MAO
      * ORGANIZACAO: SEQUENCIAL (GDG)
      * TAMANHO   :  50 BYTES
      ************************* DADOS DO CONTROLE *********************
      * DATA-ATUAL       : DIA UTIL EM PROCESSAMENTO (AAAAMMDD) - A
      *                    "DATA DE HOJE" DE TODO O FLUXO
      * DATA-ANTERIOR    : DIA UTIL ANTERIOR A DATA-ATUAL (AAAAMMDD)
      * COMPETENCIA      : COMPETENCIA EM ABERTO (AAAAMM) - O MES EM
      *                    QUE O MOVIMENTO DA DATA-ATUAL ACUMULA NO
      *                    SALDOMES. OS PROGRAMAS MENSAIS TRATAM O MES
      *                    ANTERIOR A ELA COMO O MES A FECHAR/REPORTAR
      * DATA-GERACAO     : DATA DO RELOGIO EM QUE A GERACAO FOI GRAVADA
      * HORA-GERACAO     : HORA DO RELOGIO EM QUE A GERACAO FOI GRAVADA
      * FUNCAO           : 'V' = VIRADA NORMAL DO DIA
      *                    'P' = POSICIONAMENTO PELO CARTAO
      ******************************************************************

          01 ARQDTP01-REGISTRO.
             03 ARQDTP01-DATA-ATUAL.
                05 ARQDTP01-ATU-ANO      PIC  9(04)  VALUE ZEROS.
                05 ARQDTP01-ATU-MES      PIC  9(02)  VALUE ZEROS.
                05 ARQDTP01-ATU-DIA      PIC  9(02)  VALUE ZEROS.
             03 ARQDTP01-DATA-ATUAL-R REDEFINES ARQDTP01-DATA-ATUAL
                                         PIC  9(08).
             03 ARQDTP01-DATA-ANTERIOR   PIC  9(08)  VALUE ZEROS.
             03 ARQDTP01-COMPETENCIA.
                05 ARQDTP01-COMP-ANO     PIC  9(04)  VALUE ZEROS.
                05 ARQDTP01-COMP-MES     PIC  9(02)  VALUE ZEROS.
             03 ARQDTP01-COMPETENCIA-R REDEFINES ARQDTP01-COMPETENCIA
                                         PIC  9(06).
             03 ARQDTP01-DATA-GERACAO    PIC  9(08)  VALUE ZEROS.
             03 ARQDTP01-HORA-GERACAO    PIC  9(06)  VALUE ZEROS.
             03 ARQDTP01-FUNCAO          PIC  X(01)  VALUE SPACES.
                88 ARQDTP01-VIRADA                   VALUE 'V'.
                88 ARQDTP01-POSICIONAMENTO           VALUE 'P'.
             03 FILLER                   PIC  X(13)  VALUE SPACES.
