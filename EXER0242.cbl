      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0242.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E31
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   UNIFICACAO DE CPF: PARA CADA CARTAO         *
      *                    CPF-DE/CPF-PARA (UNF02112), PASSA PARA O    *
      *                    CPF-PARA TUDO O QUE OS CLUSTERS CHAVEADOS   *
      *                    POR CPF GUARDAM DO CPF-DE - SALDO DO MES    *
      *                    (SALDOMES), HISTORICO MENSAL, LEDGER DE     *
      *                    REJEITOS E JORNAL DE MOVIMENTOS - SOMANDO   *
      *                    OS VALORES QUANDO OS DOIS CPF TEM A MESMA   *
      *                    CONTA (E COMPETENCIA, NO HISTORICO). AS     *
      *                    CONTAS DO CPF-DE MUDAM DE TITULAR E O       *
      *                    CPF-DE E' APOSENTADO NO CADASTRO (SITUACAO  *
      *                    'U' COM O CPF-UNIFICADO APONTANDO PARA O    *
      *                    CPF-PARA) - O EXER0212 DESVIA PARA O NOVO   *
      *                    CPF O MOVIMENTO QUE AINDA CHEGAR NO ANTIGO. *
      *                    EMITE LISTAGEM ANTES/DEPOIS DE TODO         *
      *                    REGISTRO TOCADO E PROVA POR TOTAIS QUE OS   *
      *                    CLUSTERS TERMINAM COM O MESMO VALOR DO      *
      *                    INICIO (NENHUM CENTAVO CRIADO OU PERDIDO).  *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQUNF01                                  UNF02112
      *      ARQCAD01                                  CAD02112
      *      ARQSAL01                                  SAL02112
      *      ARQHIS01                                  HIS02112
      *      ARQLRJ01                                  LRJ02112
      *      ARQJNL01                                  JNL02112
      *      ARQCTA01                                  CTA02112
      *      ARQLUN01                                  LUN02112
      *      ARQDTP01                                  DTP02112
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
      *    CARTOES DE UNIFICACAO (UM POR PAR CPF-DE/CPF-PARA)

           SELECT ARQUNF01 ASSIGN      TO UT-S-ARQUNF01
                      FILE STATUS      IS WRK-FS-ARQUNF01.
      *
           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQSAL01 ASSIGN      TO UT-S-ARQSAL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQSAL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQSAL01.
      *
           SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHIS01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHIS01.
      *
      *    LEDGER DE REJEITOS, JORNAL E CADASTRO DE CONTAS SAO
      *    OPCIONAIS, COMO NO EXER0212 - SEM A DD O CLUSTER NAO E'
      *    UNIFICADO (ALERTA RC=4)

           SELECT OPTIONAL ARQLRJ01 ASSIGN TO UT-S-ARQLRJ01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQLRJ01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLRJ01.
      *
           SELECT OPTIONAL ARQJNL01 ASSIGN TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
           SELECT ARQLUN01 ASSIGN      TO UT-S-ARQLUN01
                      FILE STATUS      IS WRK-FS-ARQLUN01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
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
      *   INPUT:      CARTOES DE UNIFICACAO CPF-DE/CPF-PARA           *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQUNF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQUNF01             PIC X(080).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO DE CLIENTES                            *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   I-O:        SALDO ACUMULADO NO MES (SALDOMES)               *
      *               ORG. INDEXADA    -   LRECL = 29                 *
      *---------------------------------------------------------------*

       FD  ARQSAL01
           LABEL RECORD   IS STANDARD.
           COPY SAL02112.

      *---------------------------------------------------------------*
      *   I-O:        HISTORICO MENSAL DE SALDOS (FECHAMENTOS)        *
      *               ORG. INDEXADA    -   LRECL = 35                 *
      *---------------------------------------------------------------*

       FD  ARQHIS01
           LABEL RECORD   IS STANDARD.
           COPY HIS02112.

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
      *   I-O:        CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DA UNIFICACAO (ANTES/DEPOIS)           *
      *               ORG. SEQUENCIAL   -   LRECL = 177               *
      *---------------------------------------------------------------*

       FD  ARQLUN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLUN01             PIC X(177).

      *---------------------------------------------------------------*
      *   INPUT:      DATA DE PROCESSAMENTO (GERACAO CORRENTE)        *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQDTP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDTP01             PIC X(050).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0242 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0242'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 ACU-LIDOS-ARQUNF01      PIC 9(005) VALUE ZEROS.
       77 ACU-CARTOES-RECUSADOS   PIC 9(005) VALUE ZEROS.
       77 ACU-CPF-UNIFICADOS      PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-MOVIDOS         PIC 9(005) VALUE ZEROS.
       77 ACU-SAL-SOMADOS         PIC 9(005) VALUE ZEROS.
       77 ACU-HIS-MOVIDOS         PIC 9(005) VALUE ZEROS.
       77 ACU-HIS-SOMADOS         PIC 9(005) VALUE ZEROS.
       77 ACU-LRJ-MOVIDOS         PIC 9(005) VALUE ZEROS.
       77 ACU-LRJ-MANTIDOS        PIC 9(005) VALUE ZEROS.
       77 ACU-JNL-MOVIDOS         PIC 9(005) VALUE ZEROS.
       77 ACU-CTA-REAPONTADAS     PIC 9(005) VALUE ZEROS.
       77 ACU-CAD-REAPONTADOS     PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-UNF01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQUNF01                VALUE 'S'.

       77 WRK-SW-FIM-VARREDURA    PIC X(001) VALUE 'N'.
          88 WRK-FIM-VARREDURA               VALUE 'S'.

       77 WRK-SW-FIM-GRUPO        PIC X(001) VALUE 'N'.
          88 WRK-FIM-GRUPO                   VALUE 'S'.

       77 WRK-SW-ARQLRJ01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQLRJ01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQJNL01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQJNL01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CARTAO EM TRATAMENTO: MOTIVO DA RECUSA (BRANCO = ACEITO)    *
      *----------------------------------------------------------------*
       77 WRK-MOTIVO-RECUSA       PIC X(030) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTRO DO CPF-DE EM TRATAMENTO: CHAVE (PARA ELIMINAR E    *
      *    RETOMAR A VARREDURA - TAMANHO DA MAIOR CHAVE, A DO LEDGER)  *
      *    E IMAGEM DO LEDGER/JORNAL, GUARDADAS ANTES DE LER A CHAVE   *
      *    DO CPF-PARA                                                 *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-DE            PIC X(046) VALUE SPACES.
       01 WRK-LRJ-REG-DE          PIC X(079) VALUE SPACES.
       01 WRK-JNL-REG-DE          PIC X(080) VALUE SPACES.

      *----------------------------------------------------------------*
      *    JORNAL: A SEQUENCIA DO MOVIMENTO E' POR CPF + CONTA + DATA. *
      *    OS MOVIMENTOS DO CPF-DE ENTRAM DEPOIS DOS QUE O CPF-PARA JA *
      *    TEM NA MESMA CONTA E DATA - DESLOCAMENTO = MAIOR SEQUENCIA  *
      *    DO CPF-PARA NO GRUPO, SOMADO A SEQUENCIA E AO VINCULO DE    *
      *    ESTORNO (QUE CONTINUAM APONTANDO UM PARA O OUTRO)           *
      *----------------------------------------------------------------*
       01 WRK-JNL-GRUPO.
          03 WRK-JNL-GRUPO-CONTA  PIC 9(008) VALUE ZEROS.
          03 WRK-JNL-GRUPO-DATA   PIC 9(008) VALUE ZEROS.
       77 WRK-JNL-DESLOC          PIC 9(005) VALUE ZEROS.
       77 WRK-JNL-SEQ-NOVA        PIC 9(006) VALUE ZEROS.
       77 WRK-JNL-VINC-NOVO       PIC 9(006) VALUE ZEROS.
       77 WRK-JNL-SEQ-ANTIGA      PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    LINHA DA LISTAGEM EM MONTAGEM                               *
      *----------------------------------------------------------------*
       77 WRK-ORIGEM              PIC X(008) VALUE SPACES.
       77 WRK-SITUACAO            PIC X(010) VALUE SPACES.
       77 WRK-OBSERVACAO          PIC X(030) VALUE SPACES.
       77 WRK-VAL-DE              PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-VAL-PARA-ANTES      PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-VAL-PARA-DEPOIS     PIC S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    TOTAIS DE PROVA: CLUSTERS VARRIDOS ANTES E DEPOIS DA        *
      *    UNIFICACAO E O QUE SAIU DOS CPF-DE / ENTROU NOS CPF-PARA    *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-PROVA.
          03 ACU-SAL-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-RETIRADO     PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-ACRESCIDO    PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-HIS-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-HIS-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-RETIRADO     PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-ACRESCIDO    PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-LRJ-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-TENT-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-TENT-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-LRJ-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-LRJ-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-JNL-QTDE-ANTES   PIC 9(009) VALUE ZEROS.
          03 ACU-JNL-QTDE-DEPOIS  PIC 9(009) VALUE ZEROS.
          03 ACU-JNL-VALOR-ANTES  PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-JNL-VALOR-DEPOIS PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-JNL-RETIRADO     PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-JNL-ACRESCIDO    PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-QTDE-ESPERADA       PIC 9(009) VALUE ZEROS.

       77 WRK-SW-PROVA            PIC X(001) VALUE 'S'.
          88 WRK-PROVA-CONFERE               VALUE 'S'.
          88 WRK-PROVA-DIVERGE               VALUE 'N'.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF              *
      *    (MESMO ALGORITMO DO EXER0212 - MODULO 11 DUAS VEZES)        *
      *----------------------------------------------------------------*
       01 WRK-CPF-ALFA.
          03 WRK-CPF-COD-ALFA     PIC 9(009).
          03 WRK-CPF-DIG-ALFA     PIC 9(002).
       01 WRK-CPF-ALFA-R REDEFINES WRK-CPF-ALFA.
          03 WRK-CPF-DIGITO       PIC 9(001) OCCURS 11 TIMES.

       01 WRK-CPF-VALIDACAO.
          03 WRK-CPF-SOMA         PIC 9(004) VALUE ZEROS.
          03 WRK-CPF-RESTO        PIC 9(004) VALUE ZEROS.
          03 WRK-CPF-DV-CALC1     PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-DV-CALC2     PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-DV-LIDO-1    PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-IDX          PIC 9(002) VALUE ZEROS.
          03 WRK-CPF-PESO         PIC 9(002) VALUE ZEROS.
          03 WRK-SW-CPF-VALIDO    PIC X(001) VALUE 'N'.
             88 CPF-VALIDO                   VALUE 'S'.
             88 CPF-INVALIDO                 VALUE 'N'.
          03 WRK-SW-CPF-REPETIDO  PIC X(001) VALUE 'N'.
             88 CPF-DIGITOS-IGUAIS           VALUE 'S'.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQUNF01                     VALUE 'UNF01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQLRJ01                     VALUE 'LRJ01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQLUN01                     VALUE 'LUN01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

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
          05 WRK-FS-ARQUNF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-UNF01-OK               VALUE '00'.
             88 WRK-FS-UNF01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-FIM              VALUE '10'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-SAL01-FIM              VALUE '10'.
             88 WRK-FS-SAL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIS01-OK               VALUE '00'.
             88 WRK-FS-HIS01-FIM              VALUE '10'.
             88 WRK-FS-HIS01-NAO-ACHOU        VALUE '23'.
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
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-FIM              VALUE '10'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLUN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LUN01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY UNF02112.
           COPY LUN02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0242 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQUNF01
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: ABRE OS ARQUIVOS E     *
      *    TOTALIZA OS CLUSTERS ANTES DE QUALQUER ALTERACAO            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQUNF01 TO TRUE
           OPEN INPUT ARQUNF01
      *
           IF NOT WRK-FS-UNF01-OK
              MOVE WRK-FS-ARQUNF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCAD01 TO TRUE
           OPEN I-O ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAL01 TO TRUE
           OPEN I-O ARQSAL01

           IF NOT WRK-FS-SAL01-OK
              MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHIS01 TO TRUE
           OPEN I-O ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

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

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN I-O ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQLUN01 TO TRUE
           OPEN OUTPUT ARQLUN01

           IF NOT WRK-FS-LUN01-OK
              MOVE WRK-FS-ARQLUN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 1300-TOTALIZA-SALDOS
           MOVE ACU-SAL-QTDE-DEPOIS  TO ACU-SAL-QTDE-ANTES
           MOVE ACU-SAL-VALOR-DEPOIS TO ACU-SAL-VALOR-ANTES

           PERFORM 1350-TOTALIZA-HISTORICO
           MOVE ACU-HIS-QTDE-DEPOIS  TO ACU-HIS-QTDE-ANTES
           MOVE ACU-HIS-VALOR-DEPOIS TO ACU-HIS-VALOR-ANTES

           IF WRK-ARQLRJ01-DISPONIVEL
              PERFORM 1400-TOTALIZA-LEDGER
              MOVE ACU-LRJ-QTDE-DEPOIS  TO ACU-LRJ-QTDE-ANTES
              MOVE ACU-LRJ-TENT-DEPOIS  TO ACU-LRJ-TENT-ANTES
              MOVE ACU-LRJ-VALOR-DEPOIS TO ACU-LRJ-VALOR-ANTES
           END-IF

           IF WRK-ARQJNL01-DISPONIVEL
              PERFORM 1450-TOTALIZA-JORNAL
              MOVE ACU-JNL-QTDE-DEPOIS  TO ACU-JNL-QTDE-ANTES
              MOVE ACU-JNL-VALOR-DEPOIS TO ACU-JNL-VALOR-ANTES
           END-IF

           PERFORM 3800-LER-CARTAO
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    LE O REGISTRO DE CONTROLE DA DATA DE PROCESSAMENTO          *
      *    (DTP02112, GRAVADO PELA VIRADA DO DIA DO EXER0237): A       *
      *    DATA-ATUAL DELE FAZ O PAPEL DA DATA DO SISTEMA EM TODO O    *
      *    PROGRAMA. REGISTRO AUSENTE OU INVALIDO CANCELA O JOB -      *
      *    PROCESSAR COM A DATA DO RELOGIO NAO E' ACEITAVEL            *
      *----------------------------------------------------------------*
       1050-LE-DATA-PROCESSAMENTO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQDTP01 TO TRUE
           OPEN INPUT ARQDTP01

           IF NOT WRK-FS-DTP01-OK
              MOVE WRK-FS-ARQDTP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-READ     TO TRUE
           READ ARQDTP01 INTO ARQDTP01-REGISTRO

           IF NOT WRK-FS-DTP01-OK
              MOVE WRK-FS-ARQDTP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQDTP01

           IF ARQDTP01-DATA-ATUAL-R   IS NOT NUMERIC
              OR ARQDTP01-DATA-ANTERIOR IS NOT NUMERIC
              OR ARQDTP01-COMPETENCIA-R IS NOT NUMERIC
              OR ARQDTP01-ATU-MES LESS THAN 01
              OR ARQDTP01-ATU-MES GREATER THAN 12
              OR ARQDTP01-ATU-DIA LESS THAN 01
              OR ARQDTP01-ATU-DIA GREATER THAN 31
              OR ARQDTP01-COMP-MES LESS THAN 01
              OR ARQDTP01-COMP-MES GREATER THAN 12
              OR ARQDTP01-DATA-ANTERIOR NOT LESS THAN
                 ARQDTP01-DATA-ATUAL-R
              DISPLAY '**********************************'
              DISPLAY '* DATA DE PROCESSAMENTO INVALIDA *'
              DISPLAY '* CONTEUDO LIDO: ' ARQDTP01-REGISTRO
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           MOVE ARQDTP01-DATA-ATUAL TO WRK-DATA-SISTEMA
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARRE O SALDOMES INTEIRO (QTDE DE REGISTROS E SOMA DOS      *
      *    SALDOS) - CHAMADA ANTES E DEPOIS DA UNIFICACAO PARA A PROVA *
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
      *    VARRE O HISTORICO MENSAL INTEIRO (QTDE DE FECHAMENTOS E     *
      *    SOMA DOS SALDOS) - ANTES E DEPOIS DA UNIFICACAO             *
      *----------------------------------------------------------------*
       1350-TOTALIZA-HISTORICO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS     TO ACU-HIS-QTDE-DEPOIS
                             ACU-HIS-VALOR-DEPOIS
           MOVE 'N'       TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQHIS01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE

           START ARQHIS01 KEY IS NOT LESS THAN ARQHIS01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HIS01-OK
                 CONTINUE
              WHEN WRK-FS-HIS01-NAO-ACHOU
              WHEN WRK-FS-HIS01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              READ ARQHIS01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-HIS01-OK
                    ADD 1 TO ACU-HIS-QTDE-DEPOIS
                    ADD ARQHIS01-SALDO-FECHAMENTO
                                        TO ACU-HIS-VALOR-DEPOIS
                 WHEN WRK-FS-HIS01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       1350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARRE O LEDGER DE REJEITOS INTEIRO (QTDE DE REGISTROS, SOMA *
      *    DAS TENTATIVAS E DOS VALORES) - ANTES E DEPOIS              *
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
      *    VARRE O JORNAL DE MOVIMENTOS INTEIRO (QTDE DE MOVIMENTOS E  *
      *    SOMA DOS VALORES) - ANTES E DEPOIS                          *
      *----------------------------------------------------------------*
       1450-TOTALIZA-JORNAL SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS     TO ACU-JNL-QTDE-DEPOIS
                             ACU-JNL-VALOR-DEPOIS
           MOVE 'N'       TO WRK-SW-FIM-VARREDURA
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
              READ ARQJNL01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-OK
                    ADD 1 TO ACU-JNL-QTDE-DEPOIS
                    ADD ARQJNL01-VAL-MOVTO TO ACU-JNL-VALOR-DEPOIS
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       1450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UM CARTAO: CARTAO RECUSADO SO' SAI NA LISTAGEM; O     *
      *    ACEITO PASSA OS CLUSTERS PARA O CPF-PARA E, POR ULTIMO,     *
      *    APOSENTA O CPF-DE NO CADASTRO - SE O JOB CAIR NO MEIO, O    *
      *    CPF-DE CONTINUA ATIVO E O MESMO CARTAO PODE SER SUBMETIDO   *
      *    DE NOVO (O QUE JA FOI PASSADO NAO ESTA' MAIS NO CPF-DE)     *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3100-VALIDA-CARTAO

           IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES
              MOVE 'CARTAO  '         TO WRK-ORIGEM
              PERFORM 3890-INICIA-LINHA
              MOVE 'RECUSADO  '       TO WRK-SITUACAO
              MOVE WRK-MOTIVO-RECUSA  TO WRK-OBSERVACAO
              PERFORM 3900-GRAVA-LISTAGEM
              ADD 1 TO ACU-CARTOES-RECUSADOS
              GO TO 3000-LE-PROXIMO
           END-IF

           PERFORM 3200-UNIFICA-SALDOS

           PERFORM 3300-UNIFICA-HISTORICO

           IF WRK-ARQLRJ01-DISPONIVEL
              PERFORM 3400-UNIFICA-LEDGER
           END-IF

           IF WRK-ARQJNL01-DISPONIVEL
              PERFORM 3500-UNIFICA-JORNAL
           END-IF

           IF WRK-ARQCTA01-DISPONIVEL
              PERFORM 3600-UNIFICA-CONTAS
           END-IF

           PERFORM 3700-APOSENTA-CADASTRO

           ADD 1 TO ACU-CPF-UNIFICADOS
           .
       3000-LE-PROXIMO.

           PERFORM 3800-LER-CARTAO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O CARTAO: DV DOS DOIS CPF, CPF-DE DIFERENTE DO       *
      *    CPF-PARA E OS DOIS NO CADASTRO SEM ESTAR APOSENTADOS (CPF   *
      *    UNIFICADO NAO RECEBE NEM PASSA SALDO). DEIXA O MOTIVO DA    *
      *    RECUSA EM WRK-MOTIVO-RECUSA                                 *
      *----------------------------------------------------------------*
       3100-VALIDA-CARTAO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-MOTIVO-RECUSA

           MOVE ARQUNF01-COD-CPF-DE   TO WRK-CPF-COD-ALFA
           MOVE ARQUNF01-DIG-CPF-DE   TO WRK-CPF-DIG-ALFA
           PERFORM 3820-VALIDA-CPF

           IF CPF-INVALIDO
              MOVE 'DV DO CPF-DE INVALIDO' TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           MOVE ARQUNF01-COD-CPF-PARA TO WRK-CPF-COD-ALFA
           MOVE ARQUNF01-DIG-CPF-PARA TO WRK-CPF-DIG-ALFA
           PERFORM 3820-VALIDA-CPF

           IF CPF-INVALIDO
              MOVE 'DV DO CPF-PARA INVALIDO' TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           IF ARQUNF01-CPF-DE EQUAL ARQUNF01-CPF-PARA
              MOVE 'CPF-DE IGUAL AO CPF-PARA' TO WRK-MOTIVO-RECUSA
              GO TO 3100-99-FIM
           END-IF

           MOVE ARQUNF01-CPF-PARA TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-NAO-ACHOU
                 MOVE 'CPF-PARA SEM CADASTRO' TO WRK-MOTIVO-RECUSA
                 GO TO 3100-99-FIM
              WHEN NOT WRK-FS-CAD01-OK
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              WHEN ARQCAD01-CLI-UNIFICADO
                 MOVE 'CPF-PARA JA UNIFICADO' TO WRK-MOTIVO-RECUSA
                 GO TO 3100-99-FIM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE ARQUNF01-CPF-DE TO ARQCAD01-CPF

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-NAO-ACHOU
                 MOVE 'CPF-DE SEM CADASTRO' TO WRK-MOTIVO-RECUSA
              WHEN NOT WRK-FS-CAD01-OK
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              WHEN ARQCAD01-CLI-UNIFICADO
                 MOVE 'CPF-DE JA UNIFICADO' TO WRK-MOTIVO-RECUSA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDOMES: CADA CONTA DO CPF-DE VAI PARA O CPF-PARA - SOMADA *
      *    AO SALDO QUE O CPF-PARA JA TEM NA MESMA CONTA OU GRAVADA    *
      *    COMO CHAVE NOVA - E A CHAVE DO CPF-DE E' ELIMINADA. A       *
      *    VARREDURA E' RETOMADA DEPOIS DA CHAVE ELIMINADA (A LEITURA  *
      *    POR CHAVE DO CPF-PARA DESFAZ A POSICAO)                     *
      *----------------------------------------------------------------*
       3200-UNIFICA-SALDOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'               TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES        TO ARQSAL01-CHAVE
           MOVE ARQUNF01-CPF-DE   TO ARQSAL01-CPF

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
              SET WRK-CN-READ TO TRUE
              READ ARQSAL01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-SAL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-SAL01-OK
                    MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQSAL01-CPF NOT EQUAL ARQUNF01-CPF-DE
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    PERFORM 3210-PASSA-SALDO
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSA O SALDO CORRENTE (CHAVE DO CPF-DE) PARA O CPF-PARA    *
      *----------------------------------------------------------------*
       3210-PASSA-SALDO SECTION.
      *----------------------------------------------------------------*

           MOVE 'SALDOMES'              TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQSAL01-NUM-CONTA      TO ARQLUN01-NUM-CONTA

           MOVE ARQSAL01-CHAVE          TO WRK-CHAVE-DE
           MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-VAL-DE
           ADD  ARQSAL01-SALDO-ANTERIOR TO ACU-SAL-RETIRADO

           MOVE ARQUNF01-CPF-PARA       TO ARQSAL01-CPF

           SET WRK-CN-READ     TO TRUE

           READ ARQSAL01 KEY IS ARQSAL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-SAL01-OK
                 MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-VAL-PARA-ANTES
                 ADD WRK-VAL-DE TO ARQSAL01-SALDO-ANTERIOR
                 SET WRK-CN-WRITE TO TRUE
                 REWRITE ARQSAL01-REGISTRO
                 MOVE 'SOMADO    '   TO WRK-SITUACAO
                 ADD 1 TO ACU-SAL-SOMADOS
              WHEN WRK-FS-SAL01-NAO-ACHOU
                 MOVE WRK-CHAVE-DE   TO ARQSAL01-CHAVE
                 MOVE ARQUNF01-CPF-PARA TO ARQSAL01-CPF
                 MOVE WRK-VAL-DE     TO ARQSAL01-SALDO-ANTERIOR
                 SET WRK-CN-WRITE TO TRUE
                 WRITE ARQSAL01-REGISTRO
                 MOVE 'MOVIDO    '   TO WRK-SITUACAO
                 ADD 1 TO ACU-SAL-MOVIDOS
           END-EVALUATE

           IF NOT WRK-FS-SAL01-OK
              MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-VAL-PARA-DEPOIS
           COMPUTE ACU-SAL-ACRESCIDO = ACU-SAL-ACRESCIDO
                   + WRK-VAL-PARA-DEPOIS - WRK-VAL-PARA-ANTES

           MOVE WRK-CHAVE-DE   TO ARQSAL01-CHAVE

           SET WRK-CN-DELETE   TO TRUE
           DELETE ARQSAL01

           IF NOT WRK-FS-SAL01-OK
              MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM

           MOVE WRK-CHAVE-DE   TO ARQSAL01-CHAVE

           SET WRK-CN-READ     TO TRUE
           START ARQSAL01 KEY IS GREATER THAN ARQSAL01-CHAVE

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
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    HISTORICO MENSAL: MESMO TRATAMENTO DO SALDOMES, POR CONTA   *
      *    E COMPETENCIA - FECHAMENTO DA MESMA CONTA E COMPETENCIA NOS *
      *    DOIS CPF E' SOMADO NO CPF-PARA                              *
      *----------------------------------------------------------------*
       3300-UNIFICA-HISTORICO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'               TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES        TO ARQHIS01-CHAVE
           MOVE ARQUNF01-CPF-DE   TO ARQHIS01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE

           START ARQHIS01 KEY IS NOT LESS THAN ARQHIS01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HIS01-OK
                 CONTINUE
              WHEN WRK-FS-HIS01-NAO-ACHOU
              WHEN WRK-FS-HIS01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              SET WRK-CN-READ TO TRUE
              READ ARQHIS01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-HIS01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-HIS01-OK
                    MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQHIS01-CPF NOT EQUAL ARQUNF01-CPF-DE
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    PERFORM 3310-PASSA-FECHAMENTO
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSA O FECHAMENTO CORRENTE (CHAVE DO CPF-DE) PARA O        *
      *    CPF-PARA                                                    *
      *----------------------------------------------------------------*
       3310-PASSA-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE 'HISTORIC'              TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQHIS01-NUM-CONTA      TO ARQLUN01-NUM-CONTA
           MOVE ARQHIS01-ANO-MES        TO ARQLUN01-REFERENCIA

           MOVE ARQHIS01-CHAVE          TO WRK-CHAVE-DE
           MOVE ARQHIS01-SALDO-FECHAMENTO
                                        TO WRK-VAL-DE
           ADD  ARQHIS01-SALDO-FECHAMENTO
                                        TO ACU-HIS-RETIRADO

           MOVE ARQUNF01-CPF-PARA       TO ARQHIS01-CPF

           SET WRK-CN-READ     TO TRUE

           READ ARQHIS01 KEY IS ARQHIS01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HIS01-OK
                 MOVE ARQHIS01-SALDO-FECHAMENTO TO WRK-VAL-PARA-ANTES
                 ADD WRK-VAL-DE TO ARQHIS01-SALDO-FECHAMENTO
                 SET WRK-CN-WRITE TO TRUE
                 REWRITE ARQHIS01-REGISTRO
                 MOVE 'SOMADO    '   TO WRK-SITUACAO
                 ADD 1 TO ACU-HIS-SOMADOS
              WHEN WRK-FS-HIS01-NAO-ACHOU
                 MOVE WRK-CHAVE-DE   TO ARQHIS01-CHAVE
                 MOVE ARQUNF01-CPF-PARA TO ARQHIS01-CPF
                 MOVE WRK-VAL-DE     TO ARQHIS01-SALDO-FECHAMENTO
                 SET WRK-CN-WRITE TO TRUE
                 WRITE ARQHIS01-REGISTRO
                 MOVE 'MOVIDO    '   TO WRK-SITUACAO
                 ADD 1 TO ACU-HIS-MOVIDOS
           END-EVALUATE

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE ARQHIS01-SALDO-FECHAMENTO TO WRK-VAL-PARA-DEPOIS
           COMPUTE ACU-HIS-ACRESCIDO = ACU-HIS-ACRESCIDO
                   + WRK-VAL-PARA-DEPOIS - WRK-VAL-PARA-ANTES

           MOVE WRK-CHAVE-DE   TO ARQHIS01-CHAVE

           SET WRK-CN-DELETE   TO TRUE
           DELETE ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM

           MOVE WRK-CHAVE-DE   TO ARQHIS01-CHAVE

           SET WRK-CN-READ     TO TRUE
           START ARQHIS01 KEY IS GREATER THAN ARQHIS01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HIS01-OK
                 CONTINUE
              WHEN WRK-FS-HIS01-NAO-ACHOU
              WHEN WRK-FS-HIS01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEDGER DE REJEITOS: O REJEITO DO CPF-DE MUDA DE CHAVE PARA  *
      *    O CPF-PARA COM AS MESMAS DATAS E TENTATIVAS. O VALOR DO     *
      *    LEDGER E' O DO MOVIMENTO REJEITADO (FAZ PARTE DA CHAVE) E   *
      *    NAO SE SOMA: SE O CPF-PARA JA TEM REJEITO DA MESMA CONTA,   *
      *    DATA E VALOR, O DO CPF-DE FICA ONDE ESTA' (MANTIDO, RC=4) - *
      *    A FILIAL CONFERE OS DOIS E O REPARO (EXER0218) DO QUE FICOU *
      *    NO CPF-DE CHEGA AO EXER0212 E E' DESVIADO PARA O CPF-PARA   *
      *----------------------------------------------------------------*
       3400-UNIFICA-LEDGER SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'               TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES        TO ARQLRJ01-CHAVE
           MOVE ARQUNF01-CPF-DE   TO ARQLRJ01-CPF

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
              SET WRK-CN-READ TO TRUE
              READ ARQLRJ01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-LRJ01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-LRJ01-OK
                    MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQLRJ01-CPF NOT EQUAL ARQUNF01-CPF-DE
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    PERFORM 3410-PASSA-REJEITO
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSA O REJEITO CORRENTE (CHAVE DO CPF-DE) PARA O CPF-PARA  *
      *----------------------------------------------------------------*
       3410-PASSA-REJEITO SECTION.
      *----------------------------------------------------------------*

           MOVE 'LEDGER  '              TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQLRJ01-NUM-CONTA      TO ARQLUN01-NUM-CONTA
           MOVE ARQLRJ01-DAT-DEPOS      TO ARQLUN01-REFERENCIA

           MOVE ARQLRJ01-CHAVE          TO WRK-CHAVE-DE
           MOVE ARQLRJ01-REGISTRO       TO WRK-LRJ-REG-DE
           MOVE ARQLRJ01-VAL-DEPOS      TO WRK-VAL-DE

           MOVE ARQUNF01-CPF-PARA       TO ARQLRJ01-CPF

           SET WRK-CN-READ     TO TRUE

           READ ARQLRJ01 KEY IS ARQLRJ01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-LRJ01-OK
                 MOVE ARQLRJ01-VAL-DEPOS TO WRK-VAL-PARA-ANTES
                                            WRK-VAL-PARA-DEPOIS
                 MOVE 'MANTIDO   '       TO WRK-SITUACAO
                 MOVE 'CPF-PARA JA TEM ESTE REJEITO'
                                         TO WRK-OBSERVACAO
                 ADD 1 TO ACU-LRJ-MANTIDOS
                 GO TO 3410-LISTAGEM
              WHEN WRK-FS-LRJ01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE WRK-LRJ-REG-DE    TO ARQLRJ01-REGISTRO
           MOVE ARQUNF01-CPF-PARA TO ARQLRJ01-CPF

           SET WRK-CN-WRITE TO TRUE
           WRITE ARQLRJ01-REGISTRO

           IF NOT WRK-FS-LRJ01-OK
              MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-CHAVE-DE      TO ARQLRJ01-CHAVE

           SET WRK-CN-DELETE   TO TRUE
           DELETE ARQLRJ01

           IF NOT WRK-FS-LRJ01-OK
              MOVE WRK-FS-ARQLRJ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-VAL-DE        TO WRK-VAL-PARA-DEPOIS
           MOVE 'MOVIDO    '      TO WRK-SITUACAO
           ADD 1 TO ACU-LRJ-MOVIDOS
           .
       3410-LISTAGEM.

           PERFORM 3900-GRAVA-LISTAGEM

           MOVE WRK-CHAVE-DE   TO ARQLRJ01-CHAVE

           SET WRK-CN-READ     TO TRUE
           START ARQLRJ01 KEY IS GREATER THAN ARQLRJ01-CHAVE

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
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    JORNAL DE MOVIMENTOS: CADA MOVIMENTO DO CPF-DE E' GRAVADO   *
      *    NO CPF-PARA (MESMOS DADOS, SEQUENCIA DESLOCADA PARA DEPOIS  *
      *    DAS QUE O CPF-PARA JA TEM NA CONTA E DATA) E ELIMINADO DO   *
      *    CPF-DE. A CONTRAPARTE (CPF-CONTRA) GRAVADA NOS MOVIMENTOS   *
      *    DE OUTROS CLIENTES NAO E' ALTERADA - E' HISTORICO           *
      *----------------------------------------------------------------*
       3500-UNIFICA-JORNAL SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'               TO WRK-SW-FIM-VARREDURA
           MOVE ZEROS             TO WRK-JNL-GRUPO
           MOVE LOW-VALUES        TO ARQJNL01-CHAVE
           MOVE ARQUNF01-CPF-DE   TO ARQJNL01-CPF

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
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQJNL01-CPF NOT EQUAL ARQUNF01-CPF-DE
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    PERFORM 3510-PASSA-MOVIMENTO
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSA O MOVIMENTO CORRENTE DO JORNAL PARA O CPF-PARA. O     *
      *    DESLOCAMENTO E' APURADO UMA VEZ POR CONTA + DATA, ANTES DE  *
      *    GRAVAR O PRIMEIRO MOVIMENTO DO GRUPO                        *
      *----------------------------------------------------------------*
       3510-PASSA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE 'JORNAL  '              TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQJNL01-NUM-CONTA      TO ARQLUN01-NUM-CONTA
           MOVE ARQJNL01-DATA-MOVTO     TO ARQLUN01-REFERENCIA

           MOVE ARQJNL01-CHAVE          TO WRK-CHAVE-DE
           MOVE ARQJNL01-REGISTRO       TO WRK-JNL-REG-DE
           MOVE ARQJNL01-SEQUENCIA      TO WRK-JNL-SEQ-ANTIGA
           MOVE ARQJNL01-VAL-MOVTO      TO WRK-VAL-DE
           ADD  ARQJNL01-VAL-MOVTO      TO ACU-JNL-RETIRADO

           IF ARQJNL01-NUM-CONTA  NOT EQUAL WRK-JNL-GRUPO-CONTA
              OR ARQJNL01-DATA-MOVTO NOT EQUAL WRK-JNL-GRUPO-DATA
              MOVE ARQJNL01-NUM-CONTA  TO WRK-JNL-GRUPO-CONTA
              MOVE ARQJNL01-DATA-MOVTO TO WRK-JNL-GRUPO-DATA
              PERFORM 3520-APURA-DESLOCAMENTO
           END-IF

           MOVE WRK-JNL-REG-DE    TO ARQJNL01-REGISTRO
           MOVE ARQUNF01-CPF-PARA TO ARQJNL01-CPF

           COMPUTE WRK-JNL-SEQ-NOVA =
              ARQJNL01-SEQUENCIA + WRK-JNL-DESLOC
           MOVE ZEROS TO WRK-JNL-VINC-NOVO
           IF ARQJNL01-SEQ-VINCULO GREATER THAN ZEROS
              COMPUTE WRK-JNL-VINC-NOVO =
                 ARQJNL01-SEQ-VINCULO + WRK-JNL-DESLOC
           END-IF

           IF WRK-JNL-SEQ-NOVA GREATER THAN 99999
              OR WRK-JNL-VINC-NOVO GREATER THAN 99999
              DISPLAY '************************************************'
              DISPLAY '*  SEQUENCIA DO JORNAL ESGOTADA NO CPF-PARA    *'
              DISPLAY '* CPF-PARA: ' ARQUNF01-COD-CPF-PARA '-'
                                    ARQUNF01-DIG-CPF-PARA
              DISPLAY '* CONTA...: ' WRK-JNL-GRUPO-CONTA
              DISPLAY '* DATA....: ' WRK-JNL-GRUPO-DATA
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '************************************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           MOVE WRK-JNL-SEQ-NOVA  TO ARQJNL01-SEQUENCIA
           MOVE WRK-JNL-VINC-NOVO TO ARQJNL01-SEQ-VINCULO

           SET WRK-CN-WRITE TO TRUE
           WRITE ARQJNL01-REGISTRO

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-CHAVE-DE      TO ARQJNL01-CHAVE

           SET WRK-CN-DELETE   TO TRUE
           DELETE ARQJNL01

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-VAL-DE        TO WRK-VAL-PARA-DEPOIS
           ADD  WRK-VAL-DE        TO ACU-JNL-ACRESCIDO
           MOVE 'MOVIDO    '      TO WRK-SITUACAO
           STRING 'SEQUENCIA ' WRK-JNL-SEQ-ANTIGA
                  ' PASSOU A ' WRK-JNL-SEQ-NOVA (2:5)
                  DELIMITED BY SIZE INTO WRK-OBSERVACAO
           ADD 1 TO ACU-JNL-MOVIDOS

           PERFORM 3900-GRAVA-LISTAGEM

           MOVE WRK-CHAVE-DE   TO ARQJNL01-CHAVE

           SET WRK-CN-READ     TO TRUE
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
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MAIOR SEQUENCIA QUE O CPF-PARA JA TEM NA CONTA E DATA DO    *
      *    GRUPO (ZEROS SE NENHUMA) - VAI EM WRK-JNL-DESLOC            *
      *----------------------------------------------------------------*
       3520-APURA-DESLOCAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS               TO WRK-JNL-DESLOC
           MOVE 'N'                 TO WRK-SW-FIM-GRUPO
           MOVE ARQUNF01-CPF-PARA   TO ARQJNL01-CPF
           MOVE WRK-JNL-GRUPO-CONTA TO ARQJNL01-NUM-CONTA
           MOVE WRK-JNL-GRUPO-DATA  TO ARQJNL01-DATA-MOVTO
           MOVE ZEROS               TO ARQJNL01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE

           START ARQJNL01 KEY IS NOT LESS THAN ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-OK
                 CONTINUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
              WHEN WRK-FS-JNL01-FIM
                 SET WRK-FIM-GRUPO TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-GRUPO
              READ ARQJNL01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-GRUPO TO TRUE
                 WHEN NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQJNL01-CPF NOT EQUAL ARQUNF01-CPF-PARA
                   OR ARQJNL01-NUM-CONTA  NOT EQUAL WRK-JNL-GRUPO-CONTA
                   OR ARQJNL01-DATA-MOVTO NOT EQUAL WRK-JNL-GRUPO-DATA
                    SET WRK-FIM-GRUPO TO TRUE
                 WHEN OTHER
                    MOVE ARQJNL01-SEQUENCIA TO WRK-JNL-DESLOC
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE CONTAS: AS CONTAS DO CPF-DE (ABERTAS OU         *
      *    ENCERRADAS) PASSAM A TER O CPF-PARA COMO TITULAR - SEM ISSO *
      *    O MOVIMENTO DESVIADO PELO EXER0212 SERIA REJEITADO COMO     *
      *    CONTA DE OUTRO TITULAR. O CLUSTER E' CHAVEADO POR CONTA: A  *
      *    VARREDURA E' TOTAL                                          *
      *----------------------------------------------------------------*
       3600-UNIFICA-CONTAS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'        TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQCTA01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           START ARQCTA01 KEY IS NOT LESS THAN ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 CONTINUE
              WHEN WRK-FS-CTA01-NAO-ACHOU
              WHEN WRK-FS-CTA01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              SET WRK-CN-READ TO TRUE
              READ ARQCTA01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-CTA01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-CTA01-OK
                    MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQCTA01-CPF EQUAL ARQUNF01-CPF-DE
                    PERFORM 3610-TROCA-TITULAR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TROCA O TITULAR DA CONTA CORRENTE PARA O CPF-PARA           *
      *----------------------------------------------------------------*
       3610-TROCA-TITULAR SECTION.
      *----------------------------------------------------------------*

           MOVE ARQUNF01-CPF-PARA  TO ARQCTA01-CPF
           MOVE WRK-DATA-SISTEMA   TO ARQCTA01-DATA-ATUALIZACAO

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQCTA01-REGISTRO

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'CONTAS  '         TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQCTA01-NUM-CONTA TO ARQLUN01-NUM-CONTA
           MOVE 'REAPONTADO'       TO WRK-SITUACAO
           IF ARQCTA01-CONTA-ENCERRADA
              MOVE 'TITULAR TROCADO (ENCERRADA)'
                                   TO WRK-OBSERVACAO
           ELSE
              MOVE 'TITULAR TROCADO'
                                   TO WRK-OBSERVACAO
           END-IF
           ADD 1 TO ACU-CTA-REAPONTADAS

           PERFORM 3900-GRAVA-LISTAGEM
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO: CPF JA UNIFICADO QUE APONTAVA PARA O CPF-DE PASSA *
      *    A APONTAR PARA O CPF-PARA (O EXER0212 SEGUE UM PONTEIRO SO' *
      *    - NUNCA HA' CADEIA) E O CPF-DE E' APOSENTADO: SITUACAO 'U'  *
      *    E CPF-UNIFICADO = CPF-PARA. O REGISTRO FICA NO CADASTRO     *
      *    COMO PONTEIRO                                               *
      *----------------------------------------------------------------*
       3700-APOSENTA-CADASTRO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'        TO WRK-SW-FIM-VARREDURA
           MOVE LOW-VALUES TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           START ARQCAD01 KEY IS NOT LESS THAN ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-OK
                 CONTINUE
              WHEN WRK-FS-CAD01-NAO-ACHOU
              WHEN WRK-FS-CAD01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA
              SET WRK-CN-READ TO TRUE
              READ ARQCAD01 NEXT
              EVALUATE TRUE
                 WHEN WRK-FS-CAD01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-CAD01-OK
                    MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQCAD01-CLI-UNIFICADO
                  AND ARQCAD01-CPF-UNIFICADO EQUAL ARQUNF01-CPF-DE
                    PERFORM 3710-REAPONTA-UNIFICADO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           MOVE ARQUNF01-CPF-DE TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           READ ARQCAD01 KEY IS ARQCAD01-CPF

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'CADASTRO'             TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQCAD01-SIT-CLIENTE   TO ARQLUN01-REFERENCIA
           MOVE 'APOSENTADO'           TO WRK-SITUACAO
           STRING 'SOLICITANTE ' ARQUNF01-USUARIO
                  DELIMITED BY SIZE INTO WRK-OBSERVACAO

           SET ARQCAD01-CLI-UNIFICADO  TO TRUE
           MOVE ARQUNF01-CPF-PARA      TO ARQCAD01-CPF-UNIFICADO

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQCAD01-REGISTRO

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TROCA O PONTEIRO DO CPF JA UNIFICADO CORRENTE PARA O        *
      *    CPF-PARA. NA LISTAGEM, O CPF-DE E' O DO REGISTRO REAPONTADO *
      *----------------------------------------------------------------*
       3710-REAPONTA-UNIFICADO SECTION.
      *----------------------------------------------------------------*

           MOVE ARQUNF01-CPF-PARA  TO ARQCAD01-CPF-UNIFICADO

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQCAD01-REGISTRO

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'CADASTRO'         TO WRK-ORIGEM
           PERFORM 3890-INICIA-LINHA
           MOVE ARQCAD01-COD-CPF   TO ARQLUN01-COD-CPF-DE
           MOVE ARQCAD01-DIG-CPF   TO ARQLUN01-DIG-CPF-DE
           MOVE ARQCAD01-SIT-CLIENTE
                                   TO ARQLUN01-REFERENCIA
           MOVE 'REAPONTADO'       TO WRK-SITUACAO
           STRING 'APONTAVA PARA ' ARQUNF01-COD-CPF-DE '-'
                  ARQUNF01-DIG-CPF-DE
                  DELIMITED BY SIZE INTO WRK-OBSERVACAO
           ADD 1 TO ACU-CAD-REAPONTADOS

           PERFORM 3900-GRAVA-LISTAGEM
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DOS CARTOES DE UNIFICACAO                 *
      *----------------------------------------------------------------*
       3800-LER-CARTAO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQUNF01 TO TRUE

           READ ARQUNF01 INTO ARQUNF01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-UNF01-OK
                 ADD 1 TO ACU-LIDOS-ARQUNF01
              WHEN WRK-FS-UNF01-FIM
                 SET WRK-FIM-ARQUNF01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQUNF01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF EM WRK-CPF-ALFA          *
      *    (ALGORITMO PADRAO - MODULO 11 DUAS VEZES)                   *
      *----------------------------------------------------------------*
       3820-VALIDA-CPF SECTION.
      *----------------------------------------------------------------*

           SET CPF-INVALIDO TO TRUE

      *    REJEITA CPF COM TODOS OS 9 PRIMEIROS DIGITOS IGUAIS

           SET CPF-DIGITOS-IGUAIS TO TRUE
           PERFORM VARYING WRK-CPF-IDX FROM 2 BY 1
                      UNTIL WRK-CPF-IDX GREATER 9
              IF WRK-CPF-DIGITO (WRK-CPF-IDX) NOT EQUAL
                 WRK-CPF-DIGITO (1)
                 MOVE 'N' TO WRK-SW-CPF-REPETIDO
              END-IF
           END-PERFORM

           IF CPF-DIGITOS-IGUAIS
              GO TO 3820-99-FIM
           END-IF

      *    PRIMEIRO DIGITO VERIFICADOR (PESOS DE 10 A 2 SOBRE 1-9)

           MOVE ZEROS TO WRK-CPF-SOMA
           PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                      UNTIL WRK-CPF-IDX GREATER 9
              COMPUTE WRK-CPF-PESO = 11 - WRK-CPF-IDX
              COMPUTE WRK-CPF-SOMA =
                 WRK-CPF-SOMA +
                 (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZEROS TO WRK-CPF-DV-CALC1
           ELSE
              COMPUTE WRK-CPF-DV-CALC1 = 11 - WRK-CPF-RESTO
           END-IF

      *    SEGUNDO DIGITO VERIFICADOR (PESOS DE 11 A 2 SOBRE 1-10,
      *    COM O 1o DIGITO CALCULADO NA POSICAO 10)

           MOVE WRK-CPF-DIGITO (10) TO WRK-CPF-DV-LIDO-1
           MOVE WRK-CPF-DV-CALC1 TO WRK-CPF-DIGITO (10)

           MOVE ZEROS TO WRK-CPF-SOMA
           PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                      UNTIL WRK-CPF-IDX GREATER 10
              COMPUTE WRK-CPF-PESO = 12 - WRK-CPF-IDX
              COMPUTE WRK-CPF-SOMA =
                 WRK-CPF-SOMA +
                 (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZEROS TO WRK-CPF-DV-CALC2
           ELSE
              COMPUTE WRK-CPF-DV-CALC2 = 11 - WRK-CPF-RESTO
           END-IF

           IF WRK-CPF-DV-CALC1 EQUAL WRK-CPF-DV-LIDO-1
              AND WRK-CPF-DV-CALC2 EQUAL WRK-CPF-DIGITO (11)
              SET CPF-VALIDO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PREPARA A LINHA DA LISTAGEM: ORIGEM (WRK-ORIGEM), CPF DO    *
      *    CARTAO E IMAGENS ZERADAS - O CHAMADOR COMPLETA CONTA,       *
      *    REFERENCIA, SITUACAO, OBSERVACAO E VALORES                  *
      *----------------------------------------------------------------*
       3890-INICIA-LINHA SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLUN01-REGISTRO
           MOVE WRK-ORIGEM            TO ARQLUN01-ORIGEM
           MOVE ARQUNF01-COD-CPF-DE   TO ARQLUN01-COD-CPF-DE
           MOVE ARQUNF01-DIG-CPF-DE   TO ARQLUN01-DIG-CPF-DE
           MOVE ARQUNF01-COD-CPF-PARA TO ARQLUN01-COD-CPF-PARA
           MOVE ARQUNF01-DIG-CPF-PARA TO ARQLUN01-DIG-CPF-PARA

           MOVE SPACES TO WRK-SITUACAO
                          WRK-OBSERVACAO
           MOVE ZEROS  TO WRK-VAL-DE
                          WRK-VAL-PARA-ANTES
                          WRK-VAL-PARA-DEPOIS
           .
      *----------------------------------------------------------------*
       3890-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DA UNIFICACAO A LINHA DO REGISTRO         *
      *    TRATADO, COM SITUACAO, OBSERVACAO E IMAGENS ANTES/DEPOIS    *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SITUACAO          TO ARQLUN01-SITUACAO
           MOVE WRK-OBSERVACAO        TO ARQLUN01-OBSERVACAO
           MOVE WRK-VAL-DE            TO ARQLUN01-VAL-DE
           MOVE WRK-VAL-PARA-ANTES    TO ARQLUN01-VAL-PARA-ANTES
           MOVE WRK-VAL-PARA-DEPOIS   TO ARQLUN01-VAL-PARA-DEPOIS

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLUN01  TO TRUE

           WRITE FD-ARQLUN01 FROM ARQLUN01-REGISTRO

           IF NOT WRK-FS-LUN01-OK
              MOVE WRK-FS-ARQLUN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROVA DA UNIFICACAO: VARRE DE NOVO OS CLUSTERS E CONFERE    *
      *    QUE O VALOR TOTAL DE CADA UM NAO MUDOU, QUE O QUE SAIU DOS  *
      *    CPF-DE E' EXATAMENTE O QUE ENTROU NOS CPF-PARA E QUE A QTDE *
      *    DE REGISTROS SO' CAIU PELAS CHAVES SOMADAS. QUALQUER        *
      *    DIFERENCA LIGA WRK-PROVA-DIVERGE                            *
      *----------------------------------------------------------------*
       4000-PROVA-UNIFICACAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 1300-TOTALIZA-SALDOS

           COMPUTE WRK-QTDE-ESPERADA =
              ACU-SAL-QTDE-ANTES - ACU-SAL-SOMADOS

           IF ACU-SAL-QTDE-DEPOIS NOT EQUAL WRK-QTDE-ESPERADA
              OR ACU-SAL-VALOR-DEPOIS NOT EQUAL ACU-SAL-VALOR-ANTES
              OR ACU-SAL-ACRESCIDO NOT EQUAL ACU-SAL-RETIRADO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           DISPLAY '**********************************************'
           DISPLAY '*      PROVA DA UNIFICACAO - SALDOMES        *'
           MOVE ACU-SAL-QTDE-ANTES     TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS ANTES.....: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-SOMADOS        TO WRK-MASK-QTDREG
           DISPLAY '* (-) SOMADOS.........: ' WRK-MASK-QTDREG
           MOVE WRK-QTDE-ESPERADA      TO WRK-MASK-QTDREG
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-QTDE-DEPOIS    TO WRK-MASK-QTDREG
           DISPLAY '* REGISTROS DEPOIS....: ' WRK-MASK-QTDREG
           MOVE ACU-SAL-VALOR-ANTES    TO WRK-MASK-VALOR
           DISPLAY '* SALDOS ANTES........: ' WRK-MASK-VALOR
           MOVE ACU-SAL-VALOR-DEPOIS   TO WRK-MASK-VALOR
           DISPLAY '* SALDOS DEPOIS.......: ' WRK-MASK-VALOR
           MOVE ACU-SAL-RETIRADO       TO WRK-MASK-VALOR
           DISPLAY '* SAIU DOS CPF-DE.....: ' WRK-MASK-VALOR
           MOVE ACU-SAL-ACRESCIDO      TO WRK-MASK-VALOR
           DISPLAY '* ENTROU NOS CPF-PARA.: ' WRK-MASK-VALOR

           PERFORM 1350-TOTALIZA-HISTORICO

           COMPUTE WRK-QTDE-ESPERADA =
              ACU-HIS-QTDE-ANTES - ACU-HIS-SOMADOS

           IF ACU-HIS-QTDE-DEPOIS NOT EQUAL WRK-QTDE-ESPERADA
              OR ACU-HIS-VALOR-DEPOIS NOT EQUAL ACU-HIS-VALOR-ANTES
              OR ACU-HIS-ACRESCIDO NOT EQUAL ACU-HIS-RETIRADO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF

           DISPLAY '*      PROVA DA UNIFICACAO - HISTORICO       *'
           MOVE ACU-HIS-QTDE-ANTES     TO WRK-MASK-QTDREG
           DISPLAY '* FECHAMENTOS ANTES...: ' WRK-MASK-QTDREG
           MOVE ACU-HIS-SOMADOS        TO WRK-MASK-QTDREG
           DISPLAY '* (-) SOMADOS.........: ' WRK-MASK-QTDREG
           MOVE WRK-QTDE-ESPERADA      TO WRK-MASK-QTDREG
           DISPLAY '* (=) ESPERADO........: ' WRK-MASK-QTDREG
           MOVE ACU-HIS-QTDE-DEPOIS    TO WRK-MASK-QTDREG
           DISPLAY '* FECHAMENTOS DEPOIS..: ' WRK-MASK-QTDREG
           MOVE ACU-HIS-VALOR-ANTES    TO WRK-MASK-VALOR
           DISPLAY '* SALDOS ANTES........: ' WRK-MASK-VALOR
           MOVE ACU-HIS-VALOR-DEPOIS   TO WRK-MASK-VALOR
           DISPLAY '* SALDOS DEPOIS.......: ' WRK-MASK-VALOR
           MOVE ACU-HIS-RETIRADO       TO WRK-MASK-VALOR
           DISPLAY '* SAIU DOS CPF-DE.....: ' WRK-MASK-VALOR
           MOVE ACU-HIS-ACRESCIDO      TO WRK-MASK-VALOR
           DISPLAY '* ENTROU NOS CPF-PARA.: ' WRK-MASK-VALOR

           IF WRK-ARQLRJ01-DISPONIVEL
              PERFORM 1400-TOTALIZA-LEDGER
              IF ACU-LRJ-QTDE-DEPOIS NOT EQUAL ACU-LRJ-QTDE-ANTES
                 OR ACU-LRJ-TENT-DEPOIS NOT EQUAL ACU-LRJ-TENT-ANTES
                 OR ACU-LRJ-VALOR-DEPOIS NOT EQUAL ACU-LRJ-VALOR-ANTES
                 SET WRK-PROVA-DIVERGE TO TRUE
              END-IF
              DISPLAY '*      PROVA DA UNIFICACAO - LEDGER          *'
              MOVE ACU-LRJ-QTDE-ANTES     TO WRK-MASK-QTDREG
              DISPLAY '* REGISTROS ANTES.....: ' WRK-MASK-QTDREG
              MOVE ACU-LRJ-QTDE-DEPOIS    TO WRK-MASK-QTDREG
              DISPLAY '* REGISTROS DEPOIS....: ' WRK-MASK-QTDREG
              MOVE ACU-LRJ-TENT-ANTES     TO WRK-MASK-QTDREG
              DISPLAY '* TENTATIVAS ANTES....: ' WRK-MASK-QTDREG
              MOVE ACU-LRJ-TENT-DEPOIS    TO WRK-MASK-QTDREG
              DISPLAY '* TENTATIVAS DEPOIS...: ' WRK-MASK-QTDREG
              MOVE ACU-LRJ-VALOR-ANTES    TO WRK-MASK-VALOR
              DISPLAY '* VALOR ANTES.........: ' WRK-MASK-VALOR
              MOVE ACU-LRJ-VALOR-DEPOIS   TO WRK-MASK-VALOR
              DISPLAY '* VALOR DEPOIS........: ' WRK-MASK-VALOR
           ELSE
              DISPLAY '* LEDGER DE REJEITOS NAO INFORMADO           *'
           END-IF

           IF WRK-ARQJNL01-DISPONIVEL
              PERFORM 1450-TOTALIZA-JORNAL
              IF ACU-JNL-QTDE-DEPOIS NOT EQUAL ACU-JNL-QTDE-ANTES
                 OR ACU-JNL-VALOR-DEPOIS NOT EQUAL ACU-JNL-VALOR-ANTES
                 OR ACU-JNL-ACRESCIDO NOT EQUAL ACU-JNL-RETIRADO
                 SET WRK-PROVA-DIVERGE TO TRUE
              END-IF
              DISPLAY '*      PROVA DA UNIFICACAO - JORNAL          *'
              MOVE ACU-JNL-QTDE-ANTES     TO WRK-MASK-QTDREG
              DISPLAY '* MOVIMENTOS ANTES....: ' WRK-MASK-QTDREG
              MOVE ACU-JNL-QTDE-DEPOIS    TO WRK-MASK-QTDREG
              DISPLAY '* MOVIMENTOS DEPOIS...: ' WRK-MASK-QTDREG
              MOVE ACU-JNL-VALOR-ANTES    TO WRK-MASK-VALOR
              DISPLAY '* VALOR ANTES.........: ' WRK-MASK-VALOR
              MOVE ACU-JNL-VALOR-DEPOIS   TO WRK-MASK-VALOR
              DISPLAY '* VALOR DEPOIS........: ' WRK-MASK-VALOR
              MOVE ACU-JNL-RETIRADO       TO WRK-MASK-VALOR
              DISPLAY '* SAIU DOS CPF-DE.....: ' WRK-MASK-VALOR
              MOVE ACU-JNL-ACRESCIDO      TO WRK-MASK-VALOR
              DISPLAY '* ENTROU NOS CPF-PARA.: ' WRK-MASK-VALOR
           ELSE
              DISPLAY '* JORNAL DE MOVIMENTOS NAO INFORMADO         *'
           END-IF
           DISPLAY '**********************************************'
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA: PROVA E RETURN-CODE - 4  *
      *    QUANDO HOUVE CARTAO RECUSADO, REJEITO MANTIDO NO CPF-DE OU  *
      *    CLUSTER OPCIONAL NAO INFORMADO; 8 QUANDO A PROVA NAO        *
      *    CONFERE                                                     *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 4000-PROVA-UNIFICACAO

           CLOSE ARQUNF01.
           CLOSE ARQCAD01.
           CLOSE ARQSAL01.
           CLOSE ARQHIS01.
           IF WRK-ARQLRJ01-DISPONIVEL
              CLOSE ARQLRJ01
           END-IF.
           IF WRK-ARQJNL01-DISPONIVEL
              CLOSE ARQJNL01
           END-IF.
           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF.
           CLOSE ARQLUN01.

           IF ACU-CARTOES-RECUSADOS GREATER THAN ZEROS
              OR ACU-LRJ-MANTIDOS GREATER THAN ZEROS
              OR NOT WRK-ARQLRJ01-DISPONIVEL
              OR NOT WRK-ARQJNL01-DISPONIVEL
              OR NOT WRK-ARQCTA01-DISPONIVEL
              MOVE 4 TO RETURN-CODE
           END-IF

           IF WRK-PROVA-DIVERGE
              MOVE 8 TO RETURN-CODE
           END-IF

            MOVE ACU-LIDOS-ARQUNF01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* CARTOES LIDOS..............: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CARTOES-RECUSADOS  TO WRK-MASK-QTDREG
            DISPLAY '*   RECUSADOS................: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CPF-UNIFICADOS     TO WRK-MASK-QTDREG
            DISPLAY '*   CPF UNIFICADOS...........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-MOVIDOS        TO WRK-MASK-QTDREG
            DISPLAY '* SALDOMES MOVIDOS...........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SAL-SOMADOS        TO WRK-MASK-QTDREG
            DISPLAY '* SALDOMES SOMADOS...........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-HIS-MOVIDOS        TO WRK-MASK-QTDREG
            DISPLAY '* FECHAMENTOS MOVIDOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-HIS-SOMADOS        TO WRK-MASK-QTDREG
            DISPLAY '* FECHAMENTOS SOMADOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            IF WRK-ARQLRJ01-DISPONIVEL
               MOVE ACU-LRJ-MOVIDOS     TO WRK-MASK-QTDREG
               DISPLAY '* REJEITOS MOVIDOS...........: '
                                           WRK-MASK-QTDREG '        *'
               MOVE ACU-LRJ-MANTIDOS    TO WRK-MASK-QTDREG
               DISPLAY '* REJEITOS MANTIDOS NO CPF-DE: '
                                           WRK-MASK-QTDREG '        *'
            ELSE
               DISPLAY '* LEDGER DE REJEITOS NAO INFORMADO           *'
            END-IF
            IF WRK-ARQJNL01-DISPONIVEL
               MOVE ACU-JNL-MOVIDOS     TO WRK-MASK-QTDREG
               DISPLAY '* MOVIMENTOS DO JORNAL MOVIDOS: '
                                           WRK-MASK-QTDREG '       *'
            ELSE
               DISPLAY '* JORNAL DE MOVIMENTOS NAO INFORMADO         *'
            END-IF
            IF WRK-ARQCTA01-DISPONIVEL
               MOVE ACU-CTA-REAPONTADAS TO WRK-MASK-QTDREG
               DISPLAY '* CONTAS COM TITULAR TROCADO.: '
                                           WRK-MASK-QTDREG '        *'
            ELSE
               DISPLAY '* CADASTRO DE CONTAS NAO INFORMADO           *'
            END-IF
            MOVE ACU-CAD-REAPONTADOS    TO WRK-MASK-QTDREG
            DISPLAY '* PONTEIROS REAPONTADOS......: ' WRK-MASK-QTDREG
                                                         '        *'
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
