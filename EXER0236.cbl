      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0236.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E25
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   DESFAZER O EFEITO DE UMA EXECUCAO DO        *
      *                    EXER0212 NO SALDO ACUMULADO NO MES          *
      *                    (SALDOMES) E NO LEDGER DE REJEITOS EM       *
      *                    ABERTO, A PARTIR DAS GERACOES DO EXTRATO    *
      *                    FIXO (VAL02112), DOS REJEITOS E DO RESUMO   *
      *                    DAQUELA EXECUCAO: RETIRA DO SALDO O         *
      *                    MOVIMENTO LIQUIDO DE CADA CPF + CONTA E     *
      *                    DESCONTA A TENTATIVA DE CADA REJEITO,       *
      *                    ELIMINANDO O QUE A EXECUCAO CRIOU. EMITE    *
      *                    LISTAGEM ANTES/DEPOIS E PROVA POR TOTAIS    *
      *                    DOS DOIS CLUSTERS QUE ELES VOLTARAM AO      *
      *                    ESTADO ANTERIOR A EXECUCAO. A EXECUCAO E'   *
      *                    MARCADA COMO REVERTIDA NO REGISTRO DE       *
      *                    ENTRADAS POSTADAS E NAO PODE SER DESFEITA   *
      *                    DUAS VEZES. OS MOVIMENTOS QUE A EXECUCAO    *
      *                    GRAVOU NO JORNAL (JNL02112, MESMA DATA/HORA *
      *                    DE EXECUCAO DO RESUMO) SAO ELIMINADOS DELE. *
      *                    ESTORNO ELIMINADO DEVOLVE O ORIGINAL QUE    *
      *                    ELE MARCOU A SITUACAO EM VIGOR.             *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRES01                                  RES02112
      *      ARQSAI02                                  VAL02112
      *      ARQREJ01                                  REJ02112
      *      ARQENP01                                  ENP02112
      *      ARQSAL01                                  SAL02112
      *      ARQLRJ01                                  LRJ02112
      *      ARQJNL01                                  JNL02112
      *      ARQLRV01                                  LRV02112
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
      *    RESUMO, EXTRATO FIXO E REJEITOS DA EXECUCAO A DESFAZER

           SELECT ARQRES01 ASSIGN      TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.
      *
           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.
      *
           SELECT ARQREJ01 ASSIGN      TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.
      *
      *    REGISTRO DE ENTRADAS POSTADAS - LOCALIZA A EXECUCAO PELA
      *    DATA/HORA DO RESUMO E A MARCA COMO REVERTIDA

           SELECT ARQENP01 ASSIGN      TO UT-S-ARQENP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQENP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENP01.
      *
           SELECT ARQSAL01 ASSIGN      TO UT-S-ARQSAL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQSAL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQSAL01.
      *
      *    LEDGER DE REJEITOS - OPCIONAL, COMO NO EXER0212: EXECUCAO
      *    PARTICIONADA NAO MANTEM O LEDGER E A REVERSAO DELA TAMBEM
      *    NAO O RECEBE

           SELECT OPTIONAL ARQLRJ01 ASSIGN TO UT-S-ARQLRJ01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQLRJ01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLRJ01.
      *
      *    JORNAL DE MOVIMENTOS - OPCIONAL, COMO NO EXER0212: SEM A DD
      *    OS MOVIMENTOS DA EXECUCAO FICAM NO JORNAL (ALERTA RC=4)

           SELECT OPTIONAL ARQJNL01 ASSIGN TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
           SELECT ARQLRV01 ASSIGN      TO UT-S-ARQLRV01
                      FILE STATUS      IS WRK-FS-ARQLRV01.
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
      *   INPUT:      RESUMO DA EXECUCAO DO EXER0212 A DESFAZER       *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO FIXO DA EXECUCAO A DESFAZER             *
      *               ORG. SEQUENCIAL   -   LRECL = 104               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI02             PIC X(104).

      *---------------------------------------------------------------*
      *   INPUT:      REJEITOS DA EXECUCAO A DESFAZER                 *
      *               ORG. SEQUENCIAL   -   LRECL = 85                *
      *---------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREJ01             PIC X(085).

      *---------------------------------------------------------------*
      *   I-O:        REGISTRO DE ENTRADAS POSTADAS                   *
      *               ORG. INDEXADA    -   LRECL = 120                *
      *---------------------------------------------------------------*

       FD  ARQENP01
           LABEL RECORD   IS STANDARD.
           COPY ENP02112.

      *---------------------------------------------------------------*
      *   I-O:        SALDO ACUMULADO NO MES (SALDOMES)               *
      *               ORG. INDEXADA    -   LRECL = 29                 *
      *---------------------------------------------------------------*

       FD  ARQSAL01
           LABEL RECORD   IS STANDARD.
           COPY SAL02112.

      *---------------------------------------------------------------*
      *   I-O:        LEDGER DE REJEITOS EM ABERTO (OPCIONAL)         *
      *               ORG. INDEXADA    -   LRECL = 79                 *
      *---------------------------------------------------------------*

       FD  ARQLRJ01
           LABEL RECORD   IS STANDARD.
           COPY LRJ02112.

      *---------------------------------------------------------------*
      *   I-O:        JORNAL PERMANENTE DE MOVIMENTOS (OPCIONAL)      *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DA REVERSAO (ANTES/DEPOIS)             *
      *               ORG. SEQUENCIAL   -   LRECL = 169               *
      *---------------------------------------------------------------*

       FD  ARQLRV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLRV01             PIC X(169).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0236 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0236'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 ACU-LIDOS-ARQSAI02      PIC 9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQREJ01      PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-REVERTIDOS      PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-ELIMINADOS      PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-MANTIDOS        PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-ALTERADOS       PIC 9(005) VALUE ZEROS.
       77 ACU-LRJ-REVERTIDOS      PIC 9(005) VALUE ZEROS.
       77 ACU-LRJ-ELIMINADOS      PIC 9(005) VALUE ZEROS.
       77 ACU-LRJ-MANTIDOS        PIC 9(005) VALUE ZEROS.
       77 ACU-JNL-ELIMINADOS      PIC 9(005) VALUE ZEROS.
       77 ACU-JNL-RESTAURADOS     PIC 9(005) VALUE ZEROS.
       77 ACU-JNL-VINC-MANTIDOS   PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-SAI02        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQSAI02                VALUE 'S'.

       77 WRK-SW-FIM-REJ01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQREJ01                VALUE 'S'.

       77 WRK-SW-FIM-VARREDURA    PIC X(001) VALUE 'N'.
          88 WRK-FIM-VARREDURA               VALUE 'S'.

       77 WRK-SW-ARQLRJ01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQLRJ01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQJNL01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQJNL01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ENTRADA          PIC X(001) VALUE 'N'.
          88 WRK-ENTRADA-LOCALIZADA          VALUE 'S'.

       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CHAVE DA ENTRADA DA EXECUCAO NO REGISTRO DE ENTRADAS        *
      *    POSTADAS (GUARDADA NA VARREDURA PARA A MARCACAO FINAL)      *
      *----------------------------------------------------------------*
       01 WRK-ENP-CHAVE           PIC X(064) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTRO EM TRATAMENTO: SITUACAO/OBSERVACAO DA LISTAGEM E   *
      *    IMAGENS ANTES/DEPOIS                                        *
      *----------------------------------------------------------------*
       77 WRK-SITUACAO            PIC X(009) VALUE SPACES.

      *----------------------------------------------------------------*
      *    MOVIMENTO DO JORNAL ELIMINADO: CHAVE (PARA RETOMAR A        *
      *    VARREDURA) E VINCULO DE ESTORNO, GUARDADOS ANTES DO DELETE  *
      *----------------------------------------------------------------*
       01 WRK-JNL-ELIMINADO.
          03 WRK-JNL-CHAVE        PIC X(032) VALUE SPACES.
          03 WRK-JNL-TIP-MOVTO    PIC X(001) VALUE SPACES.
             88 WRK-JNL-ERA-ESTORNO          VALUE 'R'.
          03 WRK-JNL-SITUACAO     PIC X(001) VALUE SPACES.
             88 WRK-JNL-ERA-ESTORNADO        VALUE 'E'.
          03 WRK-JNL-SEQ-VINCULO  PIC 9(005) VALUE ZEROS.
       77 WRK-OBSERVACAO          PIC X(030) VALUE SPACES.
       77 WRK-VAL-ANTES           PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-VAL-DEPOIS          PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-VAL-REVERTIDO       PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-TENT-ANTES          PIC 9(003) VALUE ZEROS.
       77 WRK-TENT-DEPOIS         PIC 9(003) VALUE ZEROS.
       77 WRK-SALDO-PRE-EXECUCAO  PIC S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    TOTAIS DE PROVA: CLUSTERS VARRIDOS ANTES E DEPOIS DA        *
      *    REVERSAO E O QUE A REVERSAO DEVERIA TER RETIRADO DELES      *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-PROVA.
          03 ACU-SAL-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-RETIRADO     PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-PRE-EXTRATO  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-POS-REVERSAO PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-LRJ-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-TENT-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-TENT-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-LRJ-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-LRJ-RETIRADO     PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-EXT-MOVTO-LIQ    PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-QTDE-ESPERADA       PIC 9(009) VALUE ZEROS.
       77 WRK-VALOR-ESPERADO      PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-PROVA            PIC X(001) VALUE 'S'.
          88 WRK-PROVA-CONFERE               VALUE 'S'.
          88 WRK-PROVA-DIVERGE               VALUE 'N'.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQRES01                     VALUE 'RES01113'.
       88 WRK-CN-ARQSAI02                     VALUE 'SAI02113'.
       88 WRK-CN-ARQREJ01                     VALUE 'REJ01113'.
       88 WRK-CN-ARQENP01                     VALUE 'ENP01113'.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQLRJ01                     VALUE 'LRJ01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQLRV01                     VALUE 'LRV01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
       88 WRK-CN-CLOSE                        VALUE 'CLOSE'.
       88 WRK-CN-READ                         VALUE 'READ '.
       88 WRK-CN-WRITE                        VALUE 'WRITE'.
       88 WRK-CN-DELETE                       VALUE 'DELET'.

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
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK               VALUE '00'.
             88 WRK-FS-REJ01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQENP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENP01-OK               VALUE '00'.
             88 WRK-FS-ENP01-FIM              VALUE '10'.
             88 WRK-FS-ENP01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-SAL01-FIM              VALUE '10'.
             88 WRK-FS-SAL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLRJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LRJ01-OK               VALUE '00'.
             88 WRK-FS-LRJ01-FIM              VALUE '10'.
             88 WRK-FS-LRJ01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
             88 WRK-FS-JNL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLRV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LRV01-OK               VALUE '00'.
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
           COPY REJ02112.
           COPY LRV02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0236 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-REVERTE-SALDO UNTIL WRK-FIM-ARQSAI02
      *
           PERFORM 3500-REVERTE-LEDGER UNTIL WRK-FIM-ARQREJ01
      *
           PERFORM 3700-REVERTE-JORNAL
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: ABRE OS ARQUIVOS, LE   *
      *    O RESUMO, LOCALIZA A EXECUCAO NO REGISTRO DE ENTRADAS E     *
      *    TOTALIZA OS CLUSTERS ANTES DE QUALQUER ALTERACAO            *
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

           SET WRK-CN-ARQREJ01 TO TRUE
           OPEN INPUT ARQREJ01

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQENP01 TO TRUE
           OPEN I-O ARQENP01

           IF NOT WRK-FS-ENP01-OK
              MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAL01 TO TRUE
           OPEN I-O ARQSAL01

           IF NOT WRK-FS-SAL01-OK
              MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

      *    LEDGER E' OPCIONAL - SEM A DD OS REJEITOS DA EXECUCAO SAO
      *    LISTADOS COMO MANTIDOS

           SET WRK-CN-ARQLRJ01 TO TRUE
           OPEN I-O ARQLRJ01

           IF WRK-FS-LRJ01-OK
              SET WRK-ARQLRJ01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQJNL01 TO TRUE
           OPEN I-O ARQJNL01

           IF WRK-FS-JNL01-OK
              SET WRK-ARQJNL01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQLRV01 TO TRUE
           OPEN OUTPUT ARQLRV01

           IF NOT WRK-FS-LRV01-OK
              MOVE WRK-FS-ARQLRV01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-LE-RESUMO

           PERFORM 1200-LOCALIZA-ENTRADA

           PERFORM 1300-TOTALIZA-SALDOS
           MOVE ACU-SAL-QTDE-DEPOIS  TO ACU-SAL-QTDE-ANTES
           MOVE ACU-SAL-VALOR-DEPOIS TO ACU-SAL-VALOR-ANTES

           IF WRK-ARQLRJ01-DISPONIVEL
              PERFORM 1400-TOTALIZA-LEDGER
              MOVE ACU-LRJ-QTDE-DEPOIS  TO ACU-LRJ-QTDE-ANTES
              MOVE ACU-LRJ-TENT-DEPOIS  TO ACU-LRJ-TENT-ANTES
              MOVE ACU-LRJ-VALOR-DEPOIS TO ACU-LRJ-VALOR-ANTES
           END-IF

           PERFORM 3800-LER-EXTRATO
           PERFORM 3850-LER-REJEITO
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    LE O RESUMO DA EXECUCAO A DESFAZER. GERACAO VAZIA E'        *
      *    EXECUCAO CANCELADA - O CAMINHO DELA E' O RESTART DO         *
      *    EXER0212, NAO A REVERSAO                                    *
      *----------------------------------------------------------------*
       1100-LE-RESUMO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE

           READ ARQRES01 INTO ARQRES01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-RES01-OK
                 CONTINUE
              WHEN WRK-FS-RES01-FIM
              DISPLAY '************************************************'
              DISPLAY '*     RESUMO DA EXECUCAO (RES02112) VAZIO      *'
              DISPLAY '*  EXECUCAO CANCELADA NAO E REVERTIDA - USAR   *'
              DISPLAY '*  O RESTART DO EXER0212                       *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '************************************************'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-ENCERRAR
              WHEN OTHER
                 MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           DISPLAY '************************************************'
           DISPLAY '*     REVERSAO DE EXECUCAO DO EXER0212         *'
           DISPLAY '* DATA DA EXECUCAO...: ' ARQRES01-DATA-EXECUCAO
           DISPLAY '* HORA DA EXECUCAO...: ' ARQRES01-HORA-EXECUCAO
           DISPLAY '* REGISTROS LIDOS....: ' ARQRES01-QTDE-LIDOS
           DISPLAY '* BLOCOS GRAVADOS....: ' ARQRES01-QTDE-GRAVADOS
           DISPLAY '* REJEITADOS.........: ' ARQRES01-QTDE-REJEITADOS
           DISPLAY '************************************************'
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARRE O REGISTRO DE ENTRADAS POSTADAS ATRAS DA ENTRADA      *
      *    POSTADA PELA EXECUCAO DO RESUMO (MESMA DATA, HORA E QTDE    *
      *    DE REGISTROS). EXECUCAO FORA DO REGISTRO (POSTAGEM          *
      *    POSTERIOR DA MESMA ENTRADA, POR EXEMPLO) OU JA REVERTIDA    *
      *    CANCELA O JOB ANTES DE QUALQUER ALTERACAO                   *
      *----------------------------------------------------------------*
       1200-LOCALIZA-ENTRADA SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'       TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQENP01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQENP01 TO TRUE

           START ARQENP01 KEY IS NOT LESS THAN ARQENP01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-ENP01-OK
                 CONTINUE
              WHEN WRK-FS-ENP01-NAO-ACHOU
              WHEN WRK-FS-ENP01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              READ ARQENP01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-ENP01-OK
                    IF ARQENP01-DATA-EXECUCAO EQUAL
                       ARQRES01-DATA-EXECUCAO
                       AND ARQENP01-HORA-EXECUCAO EQUAL
                           ARQRES01-HORA-EXECUCAO
                       AND ARQENP01-QTDE-REGISTROS EQUAL
                           ARQRES01-QTDE-LIDOS
                       MOVE ARQENP01-CHAVE TO WRK-ENP-CHAVE
                       SET WRK-ENTRADA-LOCALIZADA TO TRUE
                       SET WRK-FIM-VARREDURA      TO TRUE
                    END-IF
                 WHEN WRK-FS-ENP01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM

           IF NOT WRK-ENTRADA-LOCALIZADA
              DISPLAY '************************************************'
              DISPLAY '*  EXECUCAO NAO CONSTA DO REGISTRO DE ENTRADAS *'
              DISPLAY '*  POSTADAS (OU A ENTRADA JA FOI POSTADA DE    *'
              DISPLAY '*  NOVO POR EXECUCAO POSTERIOR)                *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '************************************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           IF ARQENP01-REVERTIDA
              DISPLAY '************************************************'
              DISPLAY '*     EXECUCAO JA REVERTIDA ANTERIORMENTE      *'
              DISPLAY '* DATA DA REVERSAO...: ' ARQENP01-DATA-REVERSAO
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '************************************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARRE O SALDOMES INTEIRO (QTDE DE REGISTROS E SOMA DOS      *
      *    SALDOS) - CHAMADA ANTES E DEPOIS DA REVERSAO PARA A PROVA   *
      *----------------------------------------------------------------*
       1300-TOTALIZA-SALDOS SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS     TO ACU-SAL-QTDE-DEPOIS
                             ACU-SAL-VALOR-DEPOIS
           MOVE 'N'       TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQSAL01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQSAL01 TO TRUE

           START ARQSAL01 KEY IS NOT LESS THAN ARQSAL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-SAL01-OK
                 CONTINUE
              WHEN WRK-FS-SAL01-NAO-ACHOU
              WHEN WRK-FS-SAL01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              READ ARQSAL01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-SAL01-OK
                    ADD 1 TO ACU-SAL-QTDE-DEPOIS
                    ADD ARQSAL01-SALDO-ANTERIOR TO ACU-SAL-VALOR-DEPOIS
                 WHEN WRK-FS-SAL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARRE O LEDGER DE REJEITOS INTEIRO (QTDE DE REGISTROS, SOMA *
      *    DAS TENTATIVAS E DOS VALORES) - ANTES E DEPOIS DA REVERSAO  *
      *----------------------------------------------------------------*
       1400-TOTALIZA-LEDGER SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS     TO ACU-LRJ-QTDE-DEPOIS
                             ACU-LRJ-TENT-DEPOIS
                             ACU-LRJ-VALOR-DEPOIS
           MOVE 'N'       TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQLRJ01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQLRJ01 TO TRUE

           START ARQLRJ01 KEY IS NOT LESS THAN ARQLRJ01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-LRJ01-OK
                 CONTINUE
              WHEN WRK-FS-LRJ01-NAO-ACHOU
              WHEN WRK-FS-LRJ01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              READ ARQLRJ01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-LRJ01-OK
                    ADD 1 TO ACU-LRJ-QTDE-DEPOIS
                    ADD ARQLRJ01-QTDE-TENTATIVAS
                                        TO ACU-LRJ-TENT-DEPOIS
                    ADD ARQLRJ01-VAL-DEPOS TO ACU-LRJ-VALOR-DEPOIS
                 WHEN WRK-FS-LRJ01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REVERTE NO SALDOMES UM BLOCO CPF + CONTA DO EXTRATO FIXO:   *
      *    O SALDO PERDE O MOVIMENTO LIQUIDO QUE A EXECUCAO SOMOU.     *
      *    SALDO DIFERENTE DO GRAVADO NO EXTRATO SIGNIFICA QUE OUTRA   *
      *    EXECUCAO MEXEU NA CONTA DEPOIS - A RETIRADA CONTINUA        *
      *    CORRETA (A SOMA E' ADITIVA) E SAI COM ALERTA. REGISTRO QUE  *
      *    A EXECUCAO CRIOU (SALDO ANTERIOR ZERO, INTOCADO DESDE       *
      *    ENTAO) E' ELIMINADO. CONTA SEM SALDO (MES JA FECHADO PELO   *
      *    EXER0214) NAO TEM O QUE REVERTER AQUI                       *
      *----------------------------------------------------------------*
       3000-REVERTE-SALDO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-OBSERVACAO
           MOVE ZEROS  TO WRK-VAL-ANTES
                          WRK-VAL-DEPOIS
                          WRK-VAL-REVERTIDO
                          WRK-TENT-ANTES
                          WRK-TENT-DEPOIS

           ADD ARQSAI02-VAL-MOVTO-LIQ TO ACU-EXT-MOVTO-LIQ

           MOVE ARQSAI02-COD-CPF   TO ARQSAL01-COD-CPF
           MOVE ARQSAI02-DIG-CPF   TO ARQSAL01-DIG-CPF
           MOVE ARQSAI02-NUM-CONTA TO ARQSAL01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQSAL01 TO TRUE

           READ ARQSAL01 KEY IS ARQSAL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-SAL01-OK
                 CONTINUE
              WHEN WRK-FS-SAL01-NAO-ACHOU
                 MOVE 'MANTIDO  '   TO WRK-SITUACAO
                 MOVE 'SALDO INEXISTENTE (MES FECHADO)'
                                    TO WRK-OBSERVACAO
                 ADD 1 TO ACU-SAL-MANTIDOS
                 GO TO 3000-LISTAGEM
              WHEN OTHER
                 MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-VAL-ANTES
           MOVE ARQSAI02-VAL-MOVTO-LIQ  TO WRK-VAL-REVERTIDO
           COMPUTE WRK-VAL-DEPOIS =
              ARQSAL01-SALDO-ANTERIOR - ARQSAI02-VAL-MOVTO-LIQ
           COMPUTE WRK-SALDO-PRE-EXECUCAO =
              ARQSAI02-VAL-SALDO-MES - ARQSAI02-VAL-MOVTO-LIQ

           ADD ARQSAI02-VAL-MOVTO-LIQ TO ACU-SAL-RETIRADO

           IF ARQSAL01-SALDO-ANTERIOR NOT EQUAL ARQSAI02-VAL-SALDO-MES
              MOVE 'SALDO ALTERADO APOS A EXECUCAO'
                                    TO WRK-OBSERVACAO
              ADD 1 TO ACU-SAL-ALTERADOS
           ELSE
              ADD WRK-SALDO-PRE-EXECUCAO TO ACU-SAL-PRE-EXTRATO
              ADD WRK-VAL-DEPOIS         TO ACU-SAL-POS-REVERSAO
           END-IF

           IF WRK-VAL-DEPOIS EQUAL ZEROS
              AND WRK-SALDO-PRE-EXECUCAO EQUAL ZEROS
              AND ARQSAL01-SALDO-ANTERIOR EQUAL ARQSAI02-VAL-SALDO-MES
              SET WRK-CN-DELETE   TO TRUE
              DELETE ARQSAL01

              IF NOT WRK-FS-SAL01-OK
                 MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF

              MOVE 'ELIMINADO'      TO WRK-SITUACAO
              ADD 1 TO ACU-SAL-ELIMINADOS
           ELSE
              MOVE WRK-VAL-DEPOIS   TO ARQSAL01-SALDO-ANTERIOR

              SET WRK-CN-WRITE TO TRUE
              REWRITE ARQSAL01-REGISTRO

              IF NOT WRK-FS-SAL01-OK
                 MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF

              MOVE 'REVERTIDO'      TO WRK-SITUACAO
              ADD 1 TO ACU-SAL-REVERTIDOS
           END-IF
           .
       3000-LISTAGEM.

           INITIALIZE ARQLRV01-REGISTRO
           MOVE 'SALDO '              TO ARQLRV01-ORIGEM
           MOVE ARQSAI02-COD-CPF      TO ARQLRV01-COD-CPF
           MOVE ARQSAI02-DIG-CPF      TO ARQLRV01-DIG-CPF
           MOVE ARQSAI02-NUM-CONTA    TO ARQLRV01-NUM-CONTA

           PERFORM 3900-GRAVA-LISTAGEM

           PERFORM 3800-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REVERTE NO LEDGER UM REJEITO DA EXECUCAO (CHAVE COMO LIDA,  *
      *    IGUAL AO 3835-ATUALIZA-LEDGER DO EXER0212): REJEITO QUE A   *
      *    EXECUCAO INCLUIU (UMA TENTATIVA) E' ELIMINADO; REJEITO QUE  *
      *    ELA REINCIDIU PERDE A TENTATIVA. A DATA-ULTIMA NAO TEM      *
      *    COMO VOLTAR - O LEDGER NAO GUARDA A DATA DA TENTATIVA       *
      *    ANTERIOR - E FICA COMO ESTA' (O ENVELHECIMENTO DO EXER0224  *
      *    CONTA PELA DATA-PRIMEIRA). REJEITO FORA DO LEDGER (JA       *
      *    REPARADO PELO EXER0218) OU QUE A EXECUCAO NAO ATUALIZOU     *
      *    (DATA-ULTIMA ANTERIOR A ELA) E' MANTIDO                     *
      *----------------------------------------------------------------*
       3500-REVERTE-LEDGER SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-OBSERVACAO
           MOVE ZEROS  TO WRK-VAL-ANTES
                          WRK-VAL-DEPOIS
                          WRK-VAL-REVERTIDO
                          WRK-TENT-ANTES
                          WRK-TENT-DEPOIS
           MOVE 'MANTIDO  ' TO WRK-SITUACAO

           IF NOT WRK-ARQLRJ01-DISPONIVEL
              MOVE 'LEDGER NAO INFORMADO'
                                    TO WRK-OBSERVACAO
              ADD 1 TO ACU-LRJ-MANTIDOS
              GO TO 3500-LISTAGEM
           END-IF

           MOVE ARQREJ01-COD-CPF   TO ARQLRJ01-COD-CPF
           MOVE ARQREJ01-DIG-CPF   TO ARQLRJ01-DIG-CPF
           MOVE ARQREJ01-NUM-CONTA TO ARQLRJ01-NUM-CONTA
           MOVE ARQREJ01-DAT-DEPOS TO ARQLRJ01-DAT-DEPOS
           MOVE ARQREJ01-VAL-DEPOS TO ARQLRJ01-VAL-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQLRJ01 TO TRUE

           READ ARQLRJ01 KEY IS ARQLRJ01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-LRJ01-OK
                 CONTINUE
              WHEN WRK-FS-LRJ01-NAO-ACHOU
                 MOVE 'FORA DO LEDGER (JA REPARADO)'
                                    TO WRK-OBSERVACAO
                 ADD 1 TO ACU-LRJ-MANTIDOS
                 GO TO 3500-LISTAGEM
              WHEN OTHER
                 MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQLRJ01-VAL-DEPOS       TO WRK-VAL-ANTES
                                            WRK-VAL-DEPOIS
           MOVE ARQLRJ01-QTDE-TENTATIVAS TO WRK-TENT-ANTES
                                            WRK-TENT-DEPOIS

           IF ARQLRJ01-DATA-ULTIMA LESS THAN ARQRES01-DATA-EXECUCAO
              MOVE 'LEDGER NAO ATUALIZADO NA EXEC.'
                                    TO WRK-OBSERVACAO
              ADD 1 TO ACU-LRJ-MANTIDOS
              GO TO 3500-LISTAGEM
           END-IF

           IF ARQLRJ01-QTDE-TENTATIVAS GREATER THAN 1
              SUBTRACT 1 FROM ARQLRJ01-QTDE-TENTATIVAS
              MOVE ARQLRJ01-QTDE-TENTATIVAS TO WRK-TENT-DEPOIS

              SET WRK-CN-WRITE TO TRUE
              REWRITE ARQLRJ01-REGISTRO

              IF NOT WRK-FS-LRJ01-OK
                 MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF

              MOVE 'REVERTIDO'     TO WRK-SITUACAO
              ADD 1 TO ACU-LRJ-REVERTIDOS
           ELSE
              SET WRK-CN-DELETE TO TRUE
              DELETE ARQLRJ01

              IF NOT WRK-FS-LRJ01-OK
                 MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF

              MOVE ZEROS           TO WRK-VAL-DEPOIS
                                      WRK-TENT-DEPOIS
              MOVE WRK-VAL-ANTES   TO WRK-VAL-REVERTIDO
              ADD WRK-VAL-ANTES    TO ACU-LRJ-RETIRADO
              MOVE 'ELIMINADO'     TO WRK-SITUACAO
              ADD 1 TO ACU-LRJ-ELIMINADOS
           END-IF
           .
       3500-LISTAGEM.

           INITIALIZE ARQLRV01-REGISTRO
           MOVE 'LEDGER'              TO ARQLRV01-ORIGEM
           MOVE ARQREJ01-COD-CPF      TO ARQLRV01-COD-CPF
           MOVE ARQREJ01-DIG-CPF      TO ARQLRV01-DIG-CPF
           MOVE ARQREJ01-NUM-CONTA    TO ARQLRV01-NUM-CONTA
           MOVE ARQREJ01-DAT-DEPOS    TO ARQLRV01-DAT-DEPOS

           PERFORM 3900-GRAVA-LISTAGEM

           PERFORM 3850-LER-REJEITO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ELIMINA DO JORNAL DE MOVIMENTOS OS MOVIMENTOS GRAVADOS PELA *
      *    EXECUCAO (DATA E HORA DE EXECUCAO DO RESUMO). O JORNAL E'   *
      *    ORDENADO POR CPF, NAO POR EXECUCAO - A VARREDURA E' TOTAL.  *
      *    CADA MOVIMENTO ELIMINADO SAI NA LISTAGEM (ORIGEM JORNAL)    *
      *----------------------------------------------------------------*
       3700-REVERTE-JORNAL SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-ARQJNL01-DISPONIVEL
              GO TO 3700-99-FIM
           END-IF

           MOVE 'N'        TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQJNL01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           START ARQJNL01 KEY IS NOT LESS THAN ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-OK
                 CONTINUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
              WHEN WRK-FS-JNL01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              SET WRK-CN-READ TO TRUE
              READ ARQJNL01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-OK
                    IF ARQJNL01-DATA-EXECUCAO EQUAL
                       ARQRES01-DATA-EXECUCAO
                       AND ARQJNL01-HORA-EXECUCAO EQUAL
                           ARQRES01-HORA-EXECUCAO
                       PERFORM 3710-ELIMINA-MOVTO-JORNAL
                    END-IF
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ELIMINA O MOVIMENTO CORRENTE DO JORNAL E O LISTA - A LINHA  *
      *    E' MONTADA ANTES DO DELETE, A AREA DO REGISTRO E'           *
      *    INDEFINIDA DEPOIS DA ELIMINACAO                             *
      *----------------------------------------------------------------*
       3710-ELIMINA-MOVTO-JORNAL SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLRV01-REGISTRO
           MOVE 'JORNAL'              TO ARQLRV01-ORIGEM
           MOVE ARQJNL01-COD-CPF      TO ARQLRV01-COD-CPF
           MOVE ARQJNL01-DIG-CPF      TO ARQLRV01-DIG-CPF
           MOVE ARQJNL01-NUM-CONTA    TO ARQLRV01-NUM-CONTA
           STRING ARQJNL01-DATA-MOVTO (7:2) '-'
                  ARQJNL01-DATA-MOVTO (5:2) '-'
                  ARQJNL01-DATA-MOVTO (1:4)
                  DELIMITED BY SIZE INTO ARQLRV01-DAT-DEPOS
           MOVE 'ELIMINADO'           TO WRK-SITUACAO
           MOVE SPACES                TO WRK-OBSERVACAO
           MOVE ARQJNL01-VAL-MOVTO    TO WRK-VAL-ANTES
                                         WRK-VAL-REVERTIDO
           MOVE ZEROS                 TO WRK-VAL-DEPOIS
                                         WRK-TENT-ANTES
                                         WRK-TENT-DEPOIS

           MOVE ARQJNL01-CHAVE        TO WRK-JNL-CHAVE
           MOVE ARQJNL01-TIP-MOVTO    TO WRK-JNL-TIP-MOVTO
           MOVE ARQJNL01-SITUACAO     TO WRK-JNL-SITUACAO
           MOVE ARQJNL01-SEQ-VINCULO  TO WRK-JNL-SEQ-VINCULO

           SET WRK-CN-DELETE   TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           DELETE ARQJNL01

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-JNL-ELIMINADOS

           IF WRK-JNL-SEQ-VINCULO GREATER THAN ZEROS
              AND (WRK-JNL-ERA-ESTORNO OR WRK-JNL-ERA-ESTORNADO)
              PERFORM 3720-TRATA-VINCULO
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MOVIMENTO ELIMINADO COM VINCULO DE ESTORNO (MESMA CPF +     *
      *    CONTA + DATA, SEQUENCIA EM SEQ-VINCULO):                    *
      *    - ESTORNO ELIMINADO: O ORIGINAL VOLTA A ESTAR EM VIGOR (SE  *
      *      FOR DA MESMA EXECUCAO, JA FOI ELIMINADO ANTES - NAO HA'   *
      *      O QUE DEVOLVER);                                          *
      *    - ORIGINAL ELIMINADO CUJO ESTORNO E' DE OUTRA EXECUCAO: O   *
      *      ESTORNO FICA NO JORNAL E NO SALDO (ALERTA NA LISTAGEM).   *
      *    A LEITURA POR CHAVE DESFAZ A POSICAO DA VARREDURA, QUE E'   *
      *    RETOMADA LOGO DEPOIS DA CHAVE ELIMINADA                     *
      *----------------------------------------------------------------*
       3720-TRATA-VINCULO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-JNL-CHAVE         TO ARQJNL01-CHAVE
           MOVE WRK-JNL-SEQ-VINCULO   TO ARQJNL01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           READ ARQJNL01 KEY IS ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
                 CONTINUE
              WHEN NOT WRK-FS-JNL01-OK
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              WHEN WRK-JNL-ERA-ESTORNO
                 SET ARQJNL01-EM-VIGOR TO TRUE
                 MOVE ZEROS            TO ARQJNL01-SEQ-VINCULO
                 SET WRK-CN-WRITE      TO TRUE
                 REWRITE ARQJNL01-REGISTRO
                 IF NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
                 MOVE 'ORIGINAL VOLTOU A VIGORAR'
                                       TO WRK-OBSERVACAO
                 ADD 1 TO ACU-JNL-RESTAURADOS
              WHEN ARQJNL01-DATA-EXECUCAO NOT EQUAL
                   ARQRES01-DATA-EXECUCAO
                OR ARQJNL01-HORA-EXECUCAO NOT EQUAL
                   ARQRES01-HORA-EXECUCAO
                 MOVE 'ESTORNADO EM OUTRA EXECUCAO'
                                       TO WRK-OBSERVACAO
                 ADD 1 TO ACU-JNL-VINC-MANTIDOS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE WRK-JNL-CHAVE         TO ARQJNL01-CHAVE

           SET WRK-CN-READ TO TRUE

           START ARQJNL01 KEY IS GREATER THAN ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-OK
                 CONTINUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
              WHEN WRK-FS-JNL01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3720-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO EXTRATO FIXO DA EXECUCAO               *
      *----------------------------------------------------------------*
       3800-LER-EXTRATO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQSAI02 TO TRUE

           READ ARQSAI02 INTO ARQSAI02-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-SAI02-OK
                 ADD 1 TO ACU-LIDOS-ARQSAI02
              WHEN WRK-FS-SAI02-FIM
                 SET WRK-FIM-ARQSAI02 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DOS REJEITOS DA EXECUCAO                  *
      *----------------------------------------------------------------*
       3850-LER-REJEITO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQREJ01 TO TRUE

           READ ARQREJ01 INTO ARQREJ01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-REJ01-OK
                 ADD 1 TO ACU-LIDOS-ARQREJ01
              WHEN WRK-FS-REJ01-FIM
                 SET WRK-FIM-ARQREJ01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQREJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DA REVERSAO A LINHA DO REGISTRO TRATADO,  *
      *    COM SITUACAO, OBSERVACAO E IMAGENS ANTES/DEPOIS (A ORIGEM   *
      *    E A CHAVE JA VEM PREENCHIDAS PELO CHAMADOR)                 *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SITUACAO          TO ARQLRV01-SITUACAO
           MOVE WRK-OBSERVACAO        TO ARQLRV01-OBSERVACAO
           MOVE WRK-VAL-ANTES         TO ARQLRV01-VAL-ANTES
           MOVE WRK-VAL-DEPOIS        TO ARQLRV01-VAL-DEPOIS
           MOVE WRK-VAL-REVERTIDO     TO ARQLRV01-VAL-REVERTIDO
           MOVE WRK-TENT-ANTES        TO ARQLRV01-TENT-ANTES
           MOVE WRK-TENT-DEPOIS       TO ARQLRV01-TENT-DEPOIS

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLRV01  TO TRUE

           WRITE FD-ARQLRV01 FROM ARQLRV01-REGISTRO

           IF NOT WRK-FS-LRV01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROVA DA REVERSAO: VARRE DE NOVO OS CLUSTERS E CONFERE QUE  *
      *    CADA UM FICOU EXATAMENTE COM O TOTAL DE ANTES MENOS O QUE A *
      *    EXECUCAO TINHA SOMADO (QTDE DE REGISTROS, SALDOS,           *
      *    TENTATIVAS E VALORES DO LEDGER). QUALQUER DIFERENCA LIGA    *
      *    WRK-PROVA-DIVERGE                                           *
      *----------------------------------------------------------------*
       4000-PROVA-REVERSAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 1300-TOTALIZA-SALDOS

           COMPUTE WRK-QTDE-ESPERADA =
              ACU-SAL-QTDE-ANTES - ACU-SAL-ELIMINADOS
           COMPUTE WRK-VALOR-ESPERADO =
              ACU-SAL-VALOR-ANTES - ACU-SAL-RETIRADO

           IF ACU-SAL-QTDE-DEPOIS NOT EQUAL WRK-QTDE-ESPERADA
              OR ACU-SAL-VALOR-DEPOIS NOT EQUAL WRK-VALOR-ESPERADO
              OR ACU-SAL-POS-REVERSAO NOT EQUAL ACU-SAL-PRE-EXTRATO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           DISPLAY '**********************************************'
           DISPLAY '*      PROVA DA REVERSAO - SALDOMES          *'
           MOVE ACU-SAL-QTDE-ANTES     TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS ANTES.....: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-ELIMINADOS     TO WRK-MASK-QTDREG
           DISPLAY '* (-) ELIMINADOS......: ' WRK-MASK-QTDREG
           MOVE WRK-QTDE-ESPERADA      TO WRK-MASK-QTDREG
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-QTDE-DEPOIS    TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS DEPOIS....: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-VALOR-ANTES    TO WRK-MASK-VALOR
           DISPLAY '* SALDOS ANTES........: ' WRK-MASK-VALOR
           MOVE ACU-SAL-RETIRADO       TO WRK-MASK-VALOR
           DISPLAY '* (-) MOVTO RETIRADO..: ' WRK-MASK-VALOR
           MOVE WRK-VALOR-ESPERADO     TO WRK-MASK-VALOR
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-VALOR
           MOVE ACU-SAL-VALOR-DEPOIS   TO WRK-MASK-VALOR
           DISPLAY '* SALDOS DEPOIS.......: ' WRK-MASK-VALOR
           MOVE ACU-SAL-PRE-EXTRATO    TO WRK-MASK-VALOR
           DISPLAY '* PRE-EXECUCAO (EXTR.): ' WRK-MASK-VALOR
           MOVE ACU-SAL-POS-REVERSAO   TO WRK-MASK-VALOR
           DISPLAY '* APOS REVERSAO.......: ' WRK-MASK-VALOR

           IF NOT WRK-ARQLRJ01-DISPONIVEL
              DISPLAY '* LEDGER DE REJEITOS NAO INFORMADO           *'
              DISPLAY '**********************************************'
              GO TO 4000-99-FIM
           END-IF

           PERFORM 1400-TOTALIZA-LEDGER

           COMPUTE WRK-QTDE-ESPERADA =
              ACU-LRJ-QTDE-ANTES - ACU-LRJ-ELIMINADOS

           IF ACU-LRJ-QTDE-DEPOIS NOT EQUAL WRK-QTDE-ESPERADA
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           DISPLAY '*      PROVA DA REVERSAO - LEDGER            *'
           MOVE ACU-LRJ-QTDE-ANTES     TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS ANTES.....: ' WRK-MASK-QTDREG
           MOVE ACU-LRJ-ELIMINADOS     TO WRK-MASK-QTDREG
           DISPLAY '* (-) ELIMINADOS......: ' WRK-MASK-QTDREG
           MOVE WRK-QTDE-ESPERADA      TO WRK-MASK-QTDREG
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-QTDREG
           MOVE ACU-LRJ-QTDE-DEPOIS    TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS DEPOIS....: ' WRK-MASK-QTDREG

           COMPUTE WRK-QTDE-ESPERADA =
              ACU-LRJ-TENT-ANTES - ACU-LRJ-ELIMINADOS
                                 - ACU-LRJ-REVERTIDOS

           IF ACU-LRJ-TENT-DEPOIS NOT EQUAL WRK-QTDE-ESPERADA
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           MOVE ACU-LRJ-TENT-ANTES     TO WRK-MASK-QTDREG
           DISPLAY '* TENTATIVAS ANTES....: ' WRK-MASK-QTDREG
           MOVE WRK-QTDE-ESPERADA      TO WRK-MASK-QTDREG
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-QTDREG
           MOVE ACU-LRJ-TENT-DEPOIS    TO WRK-MASK-QTDREG
           DISPLAY '* TENTATIVAS DEPOIS...: ' WRK-MASK-QTDREG

           COMPUTE WRK-VALOR-ESPERADO =
              ACU-LRJ-VALOR-ANTES - ACU-LRJ-RETIRADO

           IF ACU-LRJ-VALOR-DEPOIS NOT EQUAL WRK-VALOR-ESPERADO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           MOVE ACU-LRJ-VALOR-ANTES    TO WRK-MASK-VALOR
           DISPLAY '* VALOR ANTES.........: ' WRK-MASK-VALOR
           MOVE ACU-LRJ-RETIRADO       TO WRK-MASK-VALOR
           DISPLAY '* (-) VALOR ELIMINADO.: ' WRK-MASK-VALOR
           MOVE WRK-VALOR-ESPERADO     TO WRK-MASK-VALOR
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-VALOR
           MOVE ACU-LRJ-VALOR-DEPOIS   TO WRK-MASK-VALOR
           DISPLAY '* VALOR DEPOIS........: ' WRK-MASK-VALOR
           DISPLAY '**********************************************'
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MARCA A ENTRADA DA EXECUCAO COMO REVERTIDA NO REGISTRO DE   *
      *    ENTRADAS POSTADAS - UMA SEGUNDA REVERSAO DA MESMA EXECUCAO  *
      *    E' RECUSADA NO 1200; A NOVA POSTAGEM DA ENTRADA PEDE        *
      *    REPROCESSA = 'S' NO CARTAO DO EXER0212                      *
      *----------------------------------------------------------------*
       4050-MARCA-REVERTIDA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ENP-CHAVE TO ARQENP01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQENP01 TO TRUE

           READ ARQENP01 KEY IS ARQENP01-CHAVE

           IF NOT WRK-FS-ENP01-OK
              MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET ARQENP01-REVERTIDA  TO TRUE
           MOVE WRK-DATA-SISTEMA   TO ARQENP01-DATA-REVERSAO

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQENP01-REGISTRO

           IF NOT WRK-FS-ENP01-OK
              MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4050-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA: PROVA, MARCACAO DA       *
      *    EXECUCAO COMO REVERTIDA E RETURN-CODE - 4 QUANDO HOUVE      *
      *    ALERTA OU REJEITO MANTIDO, OU QUANDO O EXTRATO NAO BATE COM *
      *    O RESUMO; 8 QUANDO SOBROU SALDO SEM REVERTER OU A PROVA     *
      *    NAO CONFERE                                                 *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 4000-PROVA-REVERSAO

           PERFORM 4050-MARCA-REVERTIDA

           CLOSE ARQRES01.
           CLOSE ARQSAI02.
           CLOSE ARQREJ01.
           CLOSE ARQENP01.
           CLOSE ARQSAL01.
           IF WRK-ARQLRJ01-DISPONIVEL
              CLOSE ARQLRJ01
           END-IF.
           IF WRK-ARQJNL01-DISPONIVEL
              CLOSE ARQJNL01
           END-IF.
           CLOSE ARQLRV01.

      *    O EXTRATO E OS REJEITOS PRECISAM SER AS GERACOES DO MESMO
      *    RESUMO - DIFERENCA AQUI E' GERACAO TROCADA NA JCL (OU
      *    EXECUCAO DE RESTART, CUJAS GERACOES SAO PARCIAIS)

           IF ACU-LIDOS-ARQSAI02 NOT EQUAL ARQRES01-QTDE-GRAVADOS
              OR ACU-LIDOS-ARQREJ01 NOT EQUAL ARQRES01-QTDE-REJEITADOS
              OR ACU-EXT-MOVTO-LIQ NOT EQUAL ARQRES01-VAL-LIQUIDO
              DISPLAY '**********************************************'
              DISPLAY '*  EXTRATO/REJEITOS NAO BATEM COM O RESUMO   *'
              DISPLAY '**********************************************'
              MOVE 4 TO RETURN-CODE
           END-IF

           IF ACU-SAL-ALTERADOS GREATER THAN ZEROS
              OR ACU-LRJ-MANTIDOS GREATER THAN ZEROS
              OR ACU-JNL-VINC-MANTIDOS GREATER THAN ZEROS
              OR NOT WRK-ARQJNL01-DISPONIVEL
              MOVE 4 TO RETURN-CODE
           END-IF

           IF ACU-SAL-MANTIDOS GREATER THAN ZEROS
              OR WRK-PROVA-DIVERGE
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE ACU-LIDOS-ARQSAI02     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* BLOCOS DO EXTRATO LIDOS....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-REVERTIDOS     TO WRK-MASK-QTDREG
            DISPLAY '*   SALDOS REVERTIDOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-ELIMINADOS     TO WRK-MASK-QTDREG
            DISPLAY '*   SALDOS ELIMINADOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-ALTERADOS      TO WRK-MASK-QTDREG
            DISPLAY '*   ALTERADOS APOS A EXECUCAO: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-MANTIDOS       TO WRK-MASK-QTDREG
            DISPLAY '*   SEM SALDO (MANTIDOS).....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIDOS-ARQREJ01     TO WRK-MASK-QTDREG
            DISPLAY '* REJEITOS LIDOS.............: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LRJ-REVERTIDOS     TO WRK-MASK-QTDREG
            DISPLAY '*   TENTATIVAS REVERTIDAS....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LRJ-ELIMINADOS     TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITOS ELIMINADOS......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LRJ-MANTIDOS       TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITOS MANTIDOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            IF WRK-ARQJNL01-DISPONIVEL
               MOVE ACU-JNL-ELIMINADOS  TO WRK-MASK-QTDREG
               DISPLAY '* MOVTOS ELIMINADOS DO JORNAL: '
                                           WRK-MASK-QTDREG '        *'
               MOVE ACU-JNL-RESTAURADOS TO WRK-MASK-QTDREG
               DISPLAY '*   ORIGINAIS RESTAURADOS....: '
                                           WRK-MASK-QTDREG '        *'
               MOVE ACU-JNL-VINC-MANTIDOS TO WRK-MASK-QTDREG
               DISPLAY '*   ESTORNADOS EM OUTRA EXEC.: '
                                           WRK-MASK-QTDREG '        *'
            ELSE
               DISPLAY '* JORNAL DE MOVIMENTOS NAO INFORMADO         *'
            END-IF
            IF WRK-PROVA-CONFERE
               DISPLAY '* PROVA DOS CLUSTERS.........: CONFERE      *'
            ELSE
               DISPLAY '* PROVA DOS CLUSTERS.........: NAO CONFERE  *'
            END-IF
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
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
