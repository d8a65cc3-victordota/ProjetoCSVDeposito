      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0232.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E21
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LANCAMENTO CONTABIL DIARIO DO MOVIMENTO DE  *
      *                    DEPOSITOS: A PARTIR DOS TOTAIS ACEITOS POR  *
      *                    FILIAL E TIPO (MFT02112) GERA UM LOTE       *
      *                    CONTABIL BALANCEADO, COM UM PAR DEBITO/     *
      *                    CREDITO POR TIPO DE MOVIMENTO E FILIAL, NAS *
      *                    CONTAS DA TABELA DE CONTAS (PCT02112).      *
      *                    CABECALHO E TRAILER LEVAM OS TOTAIS DE      *
      *                    DEBITO E CREDITO DO LOTE.                   *
      *                                                                *
      *                    ANTES DE GRAVAR, CONFERE O DIA: O RESUMO    *
      *                    RES02112 PRECISA EXISTIR COM TERMINO        *
      *                    NORMAL, E OS TOTAIS DE CREDITOS E DEBITOS   *
      *                    DO EXTRATO FIXO (VAL02112) E DOS TOTAIS POR *
      *                    FILIAL/TIPO PRECISAM FECHAR COM OS DO       *
      *                    RESUMO. TODA FILIAL/TIPO COM MOVIMENTO      *
      *                    PRECISA TER CONTA NA TABELA. QUALQUER       *
      *                    FALHA: O LOTE NAO E' GRAVADO (GERACAO SEM   *
      *                    CABECALHO) E O PASSO TERMINA COM RC=8.      *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRES01                                  RES02112
      *      ARQSAI02                                  VAL02112
      *      ARQMFT01                                  MFT02112
      *      ARQPCT01                                  PCT02112
      *      ARQCTB01                                  (REGISTROS 100)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQRES01 ASSIGN      TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.
      *
           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.
      *
           SELECT ARQMFT01 ASSIGN      TO UT-S-ARQMFT01
                      FILE STATUS      IS WRK-FS-ARQMFT01.
      *
           SELECT ARQPCT01 ASSIGN      TO UT-S-ARQPCT01
                      FILE STATUS      IS WRK-FS-ARQPCT01.
      *
           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   INPUT:      RESUMO DE EXECUCAO DO EXER0212                  *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO DE LARGURA FIXA GERADO PELO EXER0212    *
      *               ORG. SEQUENCIAL   -   LRECL = 104               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI02             PIC X(104).

      *---------------------------------------------------------------*
      *   INPUT:      TOTAIS DO MOVIMENTO ACEITO POR FILIAL E TIPO    *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQMFT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMFT01             PIC X(040).

      *---------------------------------------------------------------*
      *   INPUT:      TABELA DE CONTAS CONTABEIS                      *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPCT01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOTE CONTABIL DO DIA (CABECALHO, LANCAMENTOS    *
      *               E TRAILER)                                      *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTB01             PIC X(100).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0232 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0232'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      *    TOTAIS LIDOS DAS ENTRADAS                                   *
      *----------------------------------------------------------------*
       77 ACU-SAI-QTDE            PIC 9(007) VALUE ZEROS.
       77 ACU-SAI-CREDITOS        PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-SAI-DEBITOS         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-MFT-QTDE            PIC 9(007) VALUE ZEROS.
       77 ACU-MFT-CREDITOS        PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-MFT-DEBITOS         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-PCT-LIDOS           PIC 9(005) VALUE ZEROS.
       77 ACU-PCT-IGNORADOS       PIC 9(005) VALUE ZEROS.
       77 ACU-SEM-CONTA           PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TOTAIS DO LOTE CONTABIL GRAVADO                             *
      *----------------------------------------------------------------*
       77 ACU-CTB-LANCAMENTOS     PIC 9(007) VALUE ZEROS.
       77 ACU-CTB-DEBITOS         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CTB-CREDITOS        PIC S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    DIFERENCAS APURADAS CONTRA O RESUMO                         *
      *----------------------------------------------------------------*
       77 WRK-DIF-SAI-CRED        PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-DIF-SAI-DEB         PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-DIF-MFT-CRED        PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-DIF-MFT-DEB         PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-FIM-ARQ          PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQUIVO                 VALUE 'S'.

       77 WRK-SW-RESUMO           PIC X(001) VALUE 'N'.
          88 WRK-RESUMO-LIDO                 VALUE 'S'.

       77 WRK-SW-DIA              PIC X(001) VALUE 'S'.
          88 WRK-DIA-BALANCEADO              VALUE 'S'.
          88 WRK-DIA-RECUSADO                VALUE 'N'.

       77 WRK-MOTIVO-RECUSA       PIC X(040) VALUE SPACES.

       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    MOVIMENTO DO DIA POR FILIAL E TIPO - INDEXADO DIRETO PELO   *
      *    COD-FILIAL (SUBSCRITO = FILIAL + 1) E PELO TIPO NA ORDEM    *
      *    D/S/E/T/R. EM DIA PARTICIONADO A DD CONCATENA AS GERACOES   *
      *    DAS PARTICOES E OS TOTAIS SE SOMAM AQUI. GUARDA TAMBEM O    *
      *    ITEM DA TABELA DE CONTAS RESOLVIDO NA CONFERENCIA           *
      *----------------------------------------------------------------*
       01 WRK-TAB-MOVIMENTO.
          05 WRK-MOV-FILIAL OCCURS 1000 TIMES.
             10 WRK-MOV-TIPO OCCURS 5 TIMES.
                15 ACU-MOV-QTDE       PIC 9(007) VALUE ZEROS.
                15 ACU-MOV-VALOR      PIC S9(015)V99 COMP-3
                                      VALUE +0.
                15 WRK-MOV-IDX-CONTA  PIC 9(004) VALUE ZEROS.

       77 WRK-FIL-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-FIL-COD             PIC 9(003) VALUE ZEROS.
       77 WRK-TIP-IDX             PIC 9(001) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TIPOS DE MOVIMENTO NA ORDEM DO SUBSCRITO WRK-MOV-TIPO, COM  *
      *    A DESCRICAO USADA COMO HISTORICO PADRAO DO LANCAMENTO       *
      *----------------------------------------------------------------*
       01 WRK-TAB-TIPOS-MOVTO.
          05 FILLER               PIC X(031) VALUE
             'DDEPOSITO EM CONTA-CORRENTE    '.
          05 FILLER               PIC X(031) VALUE
             'SSAQUE EM CONTA-CORRENTE       '.
          05 FILLER               PIC X(031) VALUE
             'ETRANSFERENCIA RECEBIDA        '.
          05 FILLER               PIC X(031) VALUE
             'TTRANSFERENCIA ENVIADA         '.
          05 FILLER               PIC X(031) VALUE
             'RESTORNO DE CREDITO            '.
       01 WRK-TAB-TIPOS-MOVTO-R REDEFINES WRK-TAB-TIPOS-MOVTO.
          05 WRK-TIPO-MOVTO-ITEM  OCCURS 5 TIMES.
             10 WRK-TIPO-MOVTO-COD  PIC X(001).
             10 WRK-TIPO-MOVTO-DESC PIC X(030).

      *----------------------------------------------------------------*
      *    TABELA DE CONTAS CARREGADA DO ARQPCT01                      *
      *----------------------------------------------------------------*
       01 WRK-TAB-CONTAS.
          05 WRK-CTA-ITEM OCCURS 500 TIMES.
             10 WRK-CTA-TIP-MOVTO  PIC X(001) VALUE SPACES.
             10 WRK-CTA-COD-FILIAL PIC X(003) VALUE SPACES.
             10 WRK-CTA-DEBITO     PIC X(012) VALUE SPACES.
             10 WRK-CTA-CREDITO    PIC X(012) VALUE SPACES.
             10 WRK-CTA-HISTORICO  PIC X(030) VALUE SPACES.

       77 WRK-CTA-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-CTA-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-CTA-PADRAO          PIC 9(004) VALUE ZEROS.
       77 WRK-CTA-ACHADA          PIC 9(004) VALUE ZEROS.
       77 WRK-CTA-FILIAL-X        PIC X(003) VALUE SPACES.

      *----------------------------------------------------------------*
      *    MONTAGEM DE UM PAR DE LANCAMENTOS                           *
      *----------------------------------------------------------------*
       77 WRK-PAR-VALOR           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-PAR-CONTA-DEB       PIC X(012) VALUE SPACES.
       77 WRK-PAR-CONTA-CRED      PIC X(012) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTROS DO LOTE CONTABIL: 'H' CABECALHO COM OS TOTAIS DO  *
      *    LOTE, 'D' LANCAMENTO (NATUREZA 'D' DEBITO / 'C' CREDITO,    *
      *    SEMPRE EM PARES DE MESMO VALOR), 'T' TRAILER COM A QTDE DE  *
      *    LANCAMENTOS E OS TOTAIS DE DEBITO E CREDITO                 *
      *----------------------------------------------------------------*
       01 WRK-CTB-CABECALHO.
          05 FILLER               PIC X(001) VALUE 'H'.
          05 WRK-CTB-CAB-DATA-MOV PIC 9(008) VALUE ZEROS.
          05 WRK-CTB-CAB-DATA-GER PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(008) VALUE 'DEPOSITO'.
          05 WRK-CTB-CAB-QTDE     PIC 9(007) VALUE ZEROS.
          05 WRK-CTB-CAB-DEBITOS  PIC 9(015)V99 VALUE ZEROS.
          05 WRK-CTB-CAB-CREDITOS PIC 9(015)V99 VALUE ZEROS.
          05 FILLER               PIC X(034) VALUE SPACES.

       01 WRK-CTB-LANCAMENTO.
          05 FILLER               PIC X(001) VALUE 'D'.
          05 WRK-CTB-LAN-SEQ      PIC 9(007) VALUE ZEROS.
          05 WRK-CTB-LAN-DATA-MOV PIC 9(008) VALUE ZEROS.
          05 WRK-CTB-LAN-FILIAL   PIC 9(003) VALUE ZEROS.
          05 WRK-CTB-LAN-TIPO     PIC X(001) VALUE SPACES.
          05 WRK-CTB-LAN-NATUREZA PIC X(001) VALUE SPACES.
             88 WRK-CTB-LAN-DEBITO           VALUE 'D'.
             88 WRK-CTB-LAN-CREDITO          VALUE 'C'.
          05 WRK-CTB-LAN-CONTA    PIC X(012) VALUE SPACES.
          05 WRK-CTB-LAN-VALOR    PIC 9(015)V99 VALUE ZEROS.
          05 WRK-CTB-LAN-QTDE     PIC 9(007) VALUE ZEROS.
          05 WRK-CTB-LAN-HISTORICO PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(013) VALUE SPACES.

       01 WRK-CTB-TRAILER.
          05 FILLER               PIC X(001) VALUE 'T'.
          05 WRK-CTB-TRL-QTDE     PIC 9(007) VALUE ZEROS.
          05 WRK-CTB-TRL-DEBITOS  PIC 9(015)V99 VALUE ZEROS.
          05 WRK-CTB-TRL-CREDITOS PIC 9(015)V99 VALUE ZEROS.
          05 FILLER               PIC X(058) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQRES01                     VALUE 'RES01113'.
       88 WRK-CN-ARQSAI02                     VALUE 'SAI02113'.
       88 WRK-CN-ARQMFT01                     VALUE 'MFT01113'.
       88 WRK-CN-ARQPCT01                     VALUE 'PCT01113'.
       88 WRK-CN-ARQCTB01                     VALUE 'CTB01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
       88 WRK-CN-CLOSE                        VALUE 'CLOSE'.
       88 WRK-CN-READ                         VALUE 'READ '.
       88 WRK-CN-WRITE                        VALUE 'WRITE'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
           'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQRES01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RES01-OK               VALUE '00'.
             88 WRK-FS-RES01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
             88 WRK-FS-SAI02-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQMFT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MFT01-OK               VALUE '00'.
             88 WRK-FS-MFT01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQPCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PCT01-OK               VALUE '00'.
             88 WRK-FS-PCT01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY RES02112.
           COPY VAL02112.
           COPY MFT02112.
           COPY PCT02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0232 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3100-CARREGA-CONTAS
      *
           PERFORM 3200-LE-RESUMO
      *
           PERFORM 3300-TOTALIZA-SAI02
      *
           PERFORM 3400-TOTALIZA-MOVIMENTO
      *
           PERFORM 3500-CONFERE-DIA
      *
           IF WRK-DIA-BALANCEADO
              PERFORM 3600-GRAVA-LOTE-CONTABIL
           END-IF
      *
           PERFORM 4100-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE
           OPEN INPUT ARQRES01
      *
           IF NOT WRK-FS-RES01-OK
              MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAI02 TO TRUE
           OPEN INPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMFT01 TO TRUE
           OPEN INPUT ARQMFT01

           IF NOT WRK-FS-MFT01-OK
              MOVE WRK-FS-ARQMFT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQPCT01 TO TRUE
           OPEN INPUT ARQPCT01

           IF NOT WRK-FS-PCT01-OK
              MOVE WRK-FS-ARQPCT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

      *    O LOTE E' ABERTO MESMO NO DIA RECUSADO: A GERACAO FICA SEM
      *    CABECALHO E A CONTABILIDADE NAO TEM O QUE IMPORTAR

           SET WRK-CN-ARQCTB01 TO TRUE
           OPEN OUTPUT ARQCTB01

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    CARREGA A TABELA DE CONTAS. LINHA COM TIPO INVALIDO, FILIAL *
      *    NAO NUMERICA OU CONTA EM BRANCO E' IGNORADA (COM AVISO NO   *
      *    SYSOUT) - O TIPO/FILIAL QUE DEPENDIA DELA CAI SEM CONTA NA  *
      *    CONFERENCIA E O DIA E' RECUSADO                             *
      *----------------------------------------------------------------*
       3100-CARREGA-CONTAS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQUIVO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQPCT01 TO TRUE

              READ ARQPCT01 INTO ARQPCT01-REGISTRO

              EVALUATE WRK-FS-ARQPCT01
                 WHEN '00'
                    ADD 1 TO ACU-PCT-LIDOS
                    IF NOT ARQPCT01-MOVTO-VALIDO
                       OR (NOT ARQPCT01-TODAS-FILIAIS
                           AND ARQPCT01-COD-FILIAL IS NOT NUMERIC)
                       OR ARQPCT01-CONTA-DEBITO EQUAL SPACES
                       OR ARQPCT01-CONTA-CREDITO EQUAL SPACES
                       ADD 1 TO ACU-PCT-IGNORADOS
                       DISPLAY '* LINHA DA TABELA DE CONTAS INVALIDA '
                               'IGNORADA: ' ARQPCT01-TIP-MOVTO
                               ' ' ARQPCT01-COD-FILIAL
                    ELSE
                       IF WRK-CTA-QTDE NOT LESS THAN 500
                          DISPLAY '* TABELA DE CONTAS EXCEDE 500 '
                                  'LINHAS - AUMENTAR WRK-TAB-CONTAS'
                          MOVE 16 TO RETURN-CODE
                          PERFORM 9900-ENCERRAR
                       END-IF
                       ADD 1 TO WRK-CTA-QTDE
                       MOVE ARQPCT01-TIP-MOVTO
                         TO WRK-CTA-TIP-MOVTO (WRK-CTA-QTDE)
                       MOVE ARQPCT01-COD-FILIAL
                         TO WRK-CTA-COD-FILIAL (WRK-CTA-QTDE)
                       MOVE ARQPCT01-CONTA-DEBITO
                         TO WRK-CTA-DEBITO (WRK-CTA-QTDE)
                       MOVE ARQPCT01-CONTA-CREDITO
                         TO WRK-CTA-CREDITO (WRK-CTA-QTDE)
                       MOVE ARQPCT01-HISTORICO
                         TO WRK-CTA-HISTORICO (WRK-CTA-QTDE)
                    END-IF
                 WHEN '10'
                    SET WRK-FIM-ARQUIVO TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQPCT01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O RESUMO DE EXECUCAO DO EXER0212. GERACAO VAZIA SIGNIFICA*
      *    EXECUCAO CANCELADA (VER BOOK RES02112)                      *
      *----------------------------------------------------------------*
       3200-LE-RESUMO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE

           READ ARQRES01 INTO ARQRES01-REGISTRO

           EVALUATE WRK-FS-ARQRES01
              WHEN '00'
                 SET WRK-RESUMO-LIDO TO TRUE
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA OS CREDITOS (DEPOSITOS E TRANSF. RECEBIDAS) E OS       *
      *    DEBITOS (SAQUES E TRANSF. ENVIADAS) DOS BLOCOS GRAVADOS NO  *
      *    EXTRATO FIXO DO EXER0212                                    *
      *----------------------------------------------------------------*
       3300-TOTALIZA-SAI02 SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQUIVO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQSAI02 TO TRUE

              READ ARQSAI02 INTO ARQSAI02-REGISTRO

              EVALUATE WRK-FS-ARQSAI02
                 WHEN '00'
                    ADD 1 TO ACU-SAI-QTDE
                    COMPUTE ACU-SAI-CREDITOS =
                       ACU-SAI-CREDITOS + ARQSAI02-VAL-DEPOS
                    COMPUTE ACU-SAI-DEBITOS =
                       ACU-SAI-DEBITOS + ARQSAI02-VAL-SAQUES
                 WHEN '10'
                    SET WRK-FIM-ARQUIVO TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA OS TOTAIS POR FILIAL E TIPO NA TABELA DO DIA        *
      *----------------------------------------------------------------*
       3400-TOTALIZA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQUIVO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQMFT01 TO TRUE

              READ ARQMFT01 INTO ARQMFT01-REGISTRO

              EVALUATE WRK-FS-ARQMFT01
                 WHEN '00'
                    ADD 1 TO ACU-MFT-QTDE
                    PERFORM 3410-ACUMULA-MOVIMENTO
                 WHEN '10'
                    SET WRK-FIM-ARQUIVO TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQMFT01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA UM REGISTRO DE TOTAIS NA POSICAO FILIAL/TIPO E NO      *
      *    TOTAL DE CREDITOS OU DE DEBITOS DO DIA                      *
      *----------------------------------------------------------------*
       3410-ACUMULA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN ARQMFT01-MOVTO-DEPOSITO
                 MOVE 1 TO WRK-TIP-IDX
              WHEN ARQMFT01-MOVTO-SAQUE
                 MOVE 2 TO WRK-TIP-IDX
              WHEN ARQMFT01-MOVTO-TRANSF-ENT
                 MOVE 3 TO WRK-TIP-IDX
              WHEN ARQMFT01-MOVTO-TRANSF-SAI
                 MOVE 4 TO WRK-TIP-IDX
              WHEN ARQMFT01-MOVTO-ESTORNO
                 MOVE 5 TO WRK-TIP-IDX
              WHEN OTHER
                 DISPLAY '* TIPO INVALIDO NOS TOTAIS POR FILIAL: '
                         ARQMFT01-TIP-MOVTO ' FILIAL '
                         ARQMFT01-COD-FILIAL
                 SET WRK-DIA-RECUSADO TO TRUE
                 MOVE 'TOTAIS POR FILIAL COM TIPO INVALIDO'
                   TO WRK-MOTIVO-RECUSA
                 GO TO 3410-99-FIM
           END-EVALUATE

           COMPUTE WRK-FIL-IDX = ARQMFT01-COD-FILIAL + 1

           ADD ARQMFT01-QTDE-MOVTOS
             TO ACU-MOV-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
           ADD ARQMFT01-VAL-MOVTOS
             TO ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)

           IF WRK-TIP-IDX EQUAL 1 OR WRK-TIP-IDX EQUAL 3
              ADD ARQMFT01-VAL-MOVTOS TO ACU-MFT-CREDITOS
           ELSE
              ADD ARQMFT01-VAL-MOVTOS TO ACU-MFT-DEBITOS
           END-IF
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE O DIA: RESUMO PRESENTE E NORMAL, EXTRATO FIXO E     *
      *    TOTAIS POR FILIAL/TIPO FECHANDO COM O RESUMO, E CONTA NA    *
      *    TABELA PARA TODA FILIAL/TIPO COM MOVIMENTO. O PRIMEIRO      *
      *    MOTIVO ENCONTRADO VAI PARA O SYSOUT                         *
      *----------------------------------------------------------------*
       3500-CONFERE-DIA SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-RESUMO-LIDO
              SET WRK-DIA-RECUSADO TO TRUE
              MOVE 'RESUMO RES02112 VAZIO (EXECUCAO CANCELADA)'
                TO WRK-MOTIVO-RECUSA
              GO TO 3500-99-FIM
           END-IF

           IF NOT ARQRES01-TERMINO-NORMAL
              SET WRK-DIA-RECUSADO TO TRUE
              MOVE 'EXER0212 COM TERMINO ANORMAL NO RESUMO'
                TO WRK-MOTIVO-RECUSA
              GO TO 3500-99-FIM
           END-IF

      *    TIPO INVALIDO NOS TOTAIS POR FILIAL JA RECUSOU O DIA NA
      *    LEITURA (3410)

           IF WRK-DIA-RECUSADO
              GO TO 3500-99-FIM
           END-IF

           COMPUTE WRK-DIF-SAI-CRED =
              ACU-SAI-CREDITOS - ARQRES01-VAL-DEPOSITOS
           COMPUTE WRK-DIF-SAI-DEB =
              ACU-SAI-DEBITOS - ARQRES01-VAL-SAQUES
           COMPUTE WRK-DIF-MFT-CRED =
              ACU-MFT-CREDITOS - ARQRES01-VAL-DEPOSITOS
           COMPUTE WRK-DIF-MFT-DEB =
              ACU-MFT-DEBITOS - ARQRES01-VAL-SAQUES

           IF WRK-DIF-SAI-CRED NOT EQUAL ZEROS
              OR WRK-DIF-SAI-DEB NOT EQUAL ZEROS
              SET WRK-DIA-RECUSADO TO TRUE
              MOVE 'EXTRATO FIXO NAO FECHA COM O RESUMO'
                TO WRK-MOTIVO-RECUSA
              GO TO 3500-99-FIM
           END-IF

           IF WRK-DIF-MFT-CRED NOT EQUAL ZEROS
              OR WRK-DIF-MFT-DEB NOT EQUAL ZEROS
              SET WRK-DIA-RECUSADO TO TRUE
              MOVE 'TOTAIS POR FILIAL NAO FECHAM COM O RESUMO'
                TO WRK-MOTIVO-RECUSA
              GO TO 3500-99-FIM
           END-IF

      *    RESOLVE A CONTA DE CADA FILIAL/TIPO COM MOVIMENTO: LINHA
      *    PROPRIA DA FILIAL, SENAO A LINHA PADRAO DO TIPO

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
              UNTIL WRK-FIL-IDX GREATER 1000
              PERFORM VARYING WRK-TIP-IDX FROM 1 BY 1
                 UNTIL WRK-TIP-IDX GREATER 5
                 IF ACU-MOV-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
                    GREATER THAN ZEROS
                    PERFORM 3510-BUSCA-CONTA
                 END-IF
              END-PERFORM
           END-PERFORM

           IF ACU-SEM-CONTA GREATER THAN ZEROS
              SET WRK-DIA-RECUSADO TO TRUE
              MOVE 'FILIAL/TIPO SEM CONTA NA TABELA DE CONTAS'
                TO WRK-MOTIVO-RECUSA
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BUSCA NA TABELA A CONTA DA FILIAL/TIPO CORRENTE E GUARDA O  *
      *    ITEM ACHADO NA TABELA DO DIA                                *
      *----------------------------------------------------------------*
       3510-BUSCA-CONTA SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-FIL-COD = WRK-FIL-IDX - 1
           MOVE WRK-FIL-COD TO WRK-CTA-FILIAL-X
           MOVE ZEROS       TO WRK-CTA-ACHADA
                               WRK-CTA-PADRAO

           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
              UNTIL WRK-CTA-IDX GREATER WRK-CTA-QTDE
                 OR WRK-CTA-ACHADA GREATER THAN ZEROS
              IF WRK-CTA-TIP-MOVTO (WRK-CTA-IDX) EQUAL
                 WRK-TIPO-MOVTO-COD (WRK-TIP-IDX)
                 IF WRK-CTA-COD-FILIAL (WRK-CTA-IDX) EQUAL
                    WRK-CTA-FILIAL-X
                    MOVE WRK-CTA-IDX TO WRK-CTA-ACHADA
                 ELSE
                    IF WRK-CTA-COD-FILIAL (WRK-CTA-IDX) EQUAL SPACES
                       AND WRK-CTA-PADRAO EQUAL ZEROS
                       MOVE WRK-CTA-IDX TO WRK-CTA-PADRAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-CTA-ACHADA EQUAL ZEROS
              MOVE WRK-CTA-PADRAO TO WRK-CTA-ACHADA
           END-IF

           IF WRK-CTA-ACHADA EQUAL ZEROS
              ADD 1 TO ACU-SEM-CONTA
              DISPLAY '* SEM CONTA NA TABELA: TIPO '
                      WRK-TIPO-MOVTO-COD (WRK-TIP-IDX)
                      ' FILIAL ' WRK-FIL-COD
           ELSE
              MOVE WRK-CTA-ACHADA
                TO WRK-MOV-IDX-CONTA (WRK-FIL-IDX WRK-TIP-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O LOTE CONTABIL: CABECALHO COM OS TOTAIS (UM PAR DE   *
      *    MESMO VALOR POR FILIAL/TIPO, ENTAO DEBITO = CREDITO = SOMA  *
      *    DOS VALORES ABSOLUTOS), OS PARES EM ORDEM DE FILIAL E TIPO  *
      *    E O TRAILER                                                 *
      *----------------------------------------------------------------*
       3600-GRAVA-LOTE-CONTABIL SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
              UNTIL WRK-FIL-IDX GREATER 1000
              PERFORM VARYING WRK-TIP-IDX FROM 1 BY 1
                 UNTIL WRK-TIP-IDX GREATER 5
                 IF ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                    NOT EQUAL ZEROS
                    IF ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                       LESS THAN ZEROS
                       COMPUTE ACU-CTB-DEBITOS = ACU-CTB-DEBITOS
                          - ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                    ELSE
                       COMPUTE ACU-CTB-DEBITOS = ACU-CTB-DEBITOS
                          + ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                    END-IF
                    ADD 2 TO WRK-CTB-CAB-QTDE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE ARQRES01-DATA-EXECUCAO TO WRK-CTB-CAB-DATA-MOV
                                          WRK-CTB-LAN-DATA-MOV
           MOVE WRK-DATA-SISTEMA       TO WRK-CTB-CAB-DATA-GER
           MOVE ACU-CTB-DEBITOS        TO WRK-CTB-CAB-DEBITOS
                                          WRK-CTB-CAB-CREDITOS

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCTB01 TO TRUE

           WRITE FD-ARQCTB01 FROM WRK-CTB-CABECALHO

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS TO ACU-CTB-DEBITOS

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
              UNTIL WRK-FIL-IDX GREATER 1000
              PERFORM VARYING WRK-TIP-IDX FROM 1 BY 1
                 UNTIL WRK-TIP-IDX GREATER 5
                 IF ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                    NOT EQUAL ZEROS
                    PERFORM 3610-GRAVA-PAR
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE ACU-CTB-LANCAMENTOS TO WRK-CTB-TRL-QTDE
           MOVE ACU-CTB-DEBITOS     TO WRK-CTB-TRL-DEBITOS
           MOVE ACU-CTB-CREDITOS    TO WRK-CTB-TRL-CREDITOS

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCTB01 TO TRUE

           WRITE FD-ARQCTB01 FROM WRK-CTB-TRAILER

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O PAR DEBITO/CREDITO DA FILIAL/TIPO CORRENTE. TOTAL   *
      *    LIQUIDO NEGATIVO (DEPOSITOS ESTORNADOS SUPERANDO OS DO DIA) *
      *    INVERTE AS CONTAS E LANCA O VALOR ABSOLUTO                  *
      *----------------------------------------------------------------*
       3610-GRAVA-PAR SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MOV-IDX-CONTA (WRK-FIL-IDX WRK-TIP-IDX)
             TO WRK-CTA-IDX

           IF ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX) LESS THAN ZEROS
              COMPUTE WRK-PAR-VALOR =
                 ZEROS - ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
              MOVE WRK-CTA-CREDITO (WRK-CTA-IDX) TO WRK-PAR-CONTA-DEB
              MOVE WRK-CTA-DEBITO (WRK-CTA-IDX)  TO WRK-PAR-CONTA-CRED
           ELSE
              MOVE ACU-MOV-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                TO WRK-PAR-VALOR
              MOVE WRK-CTA-DEBITO (WRK-CTA-IDX)  TO WRK-PAR-CONTA-DEB
              MOVE WRK-CTA-CREDITO (WRK-CTA-IDX) TO WRK-PAR-CONTA-CRED
           END-IF

           COMPUTE WRK-CTB-LAN-FILIAL = WRK-FIL-IDX - 1
           MOVE WRK-TIPO-MOVTO-COD (WRK-TIP-IDX) TO WRK-CTB-LAN-TIPO
           MOVE WRK-PAR-VALOR                    TO WRK-CTB-LAN-VALOR
           MOVE ACU-MOV-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
             TO WRK-CTB-LAN-QTDE

           IF WRK-CTA-HISTORICO (WRK-CTA-IDX) EQUAL SPACES
              MOVE WRK-TIPO-MOVTO-DESC (WRK-TIP-IDX)
                TO WRK-CTB-LAN-HISTORICO
           ELSE
              MOVE WRK-CTA-HISTORICO (WRK-CTA-IDX)
                TO WRK-CTB-LAN-HISTORICO
           END-IF

           SET WRK-CTB-LAN-DEBITO TO TRUE
           MOVE WRK-PAR-CONTA-DEB TO WRK-CTB-LAN-CONTA
           PERFORM 3620-GRAVA-LANCAMENTO
           ADD WRK-PAR-VALOR TO ACU-CTB-DEBITOS

           SET WRK-CTB-LAN-CREDITO TO TRUE
           MOVE WRK-PAR-CONTA-CRED TO WRK-CTB-LAN-CONTA
           PERFORM 3620-GRAVA-LANCAMENTO
           ADD WRK-PAR-VALOR TO ACU-CTB-CREDITOS
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UM LANCAMENTO DO LOTE                                 *
      *----------------------------------------------------------------*
       3620-GRAVA-LANCAMENTO SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO ACU-CTB-LANCAMENTOS
           MOVE ACU-CTB-LANCAMENTOS TO WRK-CTB-LAN-SEQ

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCTB01 TO TRUE

           WRITE FD-ARQCTB01 FROM WRK-CTB-LANCAMENTO

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO
      *----------------------------------------------------------------*
       9000-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*

           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: ' WRK-COMANDO '*'
           DISPLAY '* ARQUIVO: ' WRK-ARQUIVO '*'
           DISPLAY '* FILE-STATUS:' WRK-FS-DISPLAY '*'
           DISPLAY '* PROGRAMA:' WRK-PROGRAMA '*'
           DISPLAY '*                   CANCELADO                  *'
           DISPLAY '************************************************'

           MOVE 16 TO RETURN-CODE
           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       9000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA OS ARQUIVOS E EXIBE A PROVA DO DIA. DIA RECUSADO      *
      *    TERMINA COM RETURN-CODE 8                                   *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQRES01.
           CLOSE ARQSAI02.
           CLOSE ARQMFT01.
           CLOSE ARQPCT01.
           CLOSE ARQCTB01.

            DISPLAY '**********************************************'
            DISPLAY '*   LANCAMENTO CONTABIL DO MOVIMENTO DO DIA    *'
            MOVE ACU-SAI-QTDE           TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS DO EXTRATO FIXO.....: ' WRK-MASK-QTDREG
            MOVE ACU-SAI-CREDITOS       TO WRK-MASK-VALOR
            DISPLAY '* CREDITOS DO EXTRATO.: ' WRK-MASK-VALOR
            MOVE ACU-SAI-DEBITOS        TO WRK-MASK-VALOR
            DISPLAY '* DEBITOS DO EXTRATO..: ' WRK-MASK-VALOR
            MOVE ACU-MFT-CREDITOS       TO WRK-MASK-VALOR
            DISPLAY '* CREDITOS POR FILIAL.: ' WRK-MASK-VALOR
            MOVE ACU-MFT-DEBITOS        TO WRK-MASK-VALOR
            DISPLAY '* DEBITOS POR FILIAL..: ' WRK-MASK-VALOR
            IF WRK-RESUMO-LIDO
               MOVE ARQRES01-VAL-DEPOSITOS TO WRK-MASK-VALOR
               DISPLAY '* CREDITOS DO RESUMO..: ' WRK-MASK-VALOR
               MOVE ARQRES01-VAL-SAQUES    TO WRK-MASK-VALOR
               DISPLAY '* DEBITOS DO RESUMO...: ' WRK-MASK-VALOR
            END-IF
            MOVE ACU-PCT-LIDOS          TO WRK-MASK-QTDREG
            DISPLAY '* LINHAS DA TABELA DE CONTAS.: ' WRK-MASK-QTDREG
            MOVE ACU-PCT-IGNORADOS      TO WRK-MASK-QTDREG
            DISPLAY '* LINHAS IGNORADAS...........: ' WRK-MASK-QTDREG
            MOVE ACU-SEM-CONTA          TO WRK-MASK-QTDREG
            DISPLAY '* FILIAL/TIPO SEM CONTA......: ' WRK-MASK-QTDREG
            MOVE ACU-CTB-LANCAMENTOS    TO WRK-MASK-QTDREG
            DISPLAY '* LANCAMENTOS GRAVADOS.......: ' WRK-MASK-QTDREG
            MOVE ACU-CTB-DEBITOS        TO WRK-MASK-VALOR
            DISPLAY '* TOTAL A DEBITO......: ' WRK-MASK-VALOR
            MOVE ACU-CTB-CREDITOS       TO WRK-MASK-VALOR
            DISPLAY '* TOTAL A CREDITO.....: ' WRK-MASK-VALOR

           IF WRK-DIA-RECUSADO
              DISPLAY '* DIA NAO BALANCEADO - LOTE NAO GERADO       *'
              DISPLAY '* MOTIVO: ' WRK-MOTIVO-RECUSA
              DISPLAY '* ' WRK-PROGRAMA
                              ' TERMINOU COM DIVERGENCIA         *'
              IF RETURN-CODE LESS THAN 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
           END-IF
            DISPLAY '**********************************************'

           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       9900-ENCERRAR SECTION.
      *----------------------------------------------------------------*
           STOP RUN.
