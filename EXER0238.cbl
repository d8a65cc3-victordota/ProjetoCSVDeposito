      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0238.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E27
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LIBERACAO DE CHEQUES COMPENSADOS: LE A      *
      *                    CARTEIRA DE CHEQUES PENDENTES (GERACAO      *
      *                    PENDENTE DA VESPERA + CHEQUES ACOLHIDOS     *
      *                    PELO EXER0212 DA VESPERA) E O ARQUIVO DE    *
      *                    RETORNO DA COMPENSACAO (DEVOLVIDOS).        *
      *                    CHEQUE DEVOLVIDO E' BAIXADO DA CARTEIRA SEM *
      *                    CREDITAR E SAI NA LISTAGEM DA FILIAL;       *
      *                    CHEQUE COM DATA DE LIBERACAO ATE' A DATA DE *
      *                    PROCESSAMENTO SAI NO LAYOUT ENT02112 COMO   *
      *                    DEPOSITO ('D'), PRONTO PARA CONCATENAR NA   *
      *                    ENTRADA DO EXER0212 DO DIA (MESMO PADRAO DO *
      *                    LIBERADOS DO EXER0220); OS DEMAIS SAEM NA   *
      *                    NOVA GERACAO DE PENDENTES. DEVOLUCAO SEM    *
      *                    CHEQUE PENDENTE CORRESPONDENTE SAI NA       *
      *                    LISTAGEM COMO NAO LOCALIZADA (RC=4).        *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDTP01                                  DTP02112
      *      ARQCHQ01                                  CHQ02112
      *      ARQDEV01                                  DEV02112
      *      ARQLIB01                                  ENT02112
      *      ARQCHQ02                                  CHQ02112
      *      ARQDVL01                                  DVL02112
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
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
           SELECT ARQCHQ01 ASSIGN      TO UT-S-ARQCHQ01
                      FILE STATUS      IS WRK-FS-ARQCHQ01.
      *
      *    RETORNO DA COMPENSACAO - OPCIONAL: DIA SEM DEVOLUCAO PODE
      *    RODAR SEM A DD (OU COM DUMMY)

           SELECT OPTIONAL ARQDEV01 ASSIGN TO UT-S-ARQDEV01
                      FILE STATUS      IS WRK-FS-ARQDEV01.
      *
           SELECT ARQLIB01 ASSIGN      TO UT-S-ARQLIB01
                      FILE STATUS      IS WRK-FS-ARQLIB01.
      *
           SELECT ARQCHQ02 ASSIGN      TO UT-S-ARQCHQ02
                      FILE STATUS      IS WRK-FS-ARQCHQ02.
      *
           SELECT ARQDVL01 ASSIGN      TO UT-S-ARQDVL01
                      FILE STATUS      IS WRK-FS-ARQDVL01.
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
      *   INPUT:      DATA DE PROCESSAMENTO (GERACAO CORRENTE)        *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQDTP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDTP01             PIC X(050).

      *---------------------------------------------------------------*
      *   INPUT:      CARTEIRA DE CHEQUES PENDENTES                   *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCHQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCHQ01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      CHEQUES DEVOLVIDOS PELA COMPENSACAO (OPCIONAL)  *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQDEV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEV01             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     CHEQUES LIBERADOS NO LAYOUT DE ENTRADA          *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQLIB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLIB01             PIC X(053).

      *---------------------------------------------------------------*
      *   OUTPUT:     CHEQUES AINDA PENDENTES (NOVA GERACAO)          *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCHQ02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCHQ02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DE CHEQUES DEVOLVIDOS POR FILIAL       *
      *               ORG. SEQUENCIAL   -   LRECL = 92                *
      *---------------------------------------------------------------*

       FD  ARQDVL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDVL01             PIC X(092).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0238 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0238'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 ACU-LIDOS-ARQCHQ01      PIC 9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQDEV01      PIC 9(005) VALUE ZEROS.
       77 ACU-LIBERADOS           PIC 9(005) VALUE ZEROS.
       77 ACU-DEVOLVIDOS          PIC 9(005) VALUE ZEROS.
       77 ACU-AINDA-PENDENTES     PIC 9(005) VALUE ZEROS.
       77 ACU-NAO-LOCALIZADOS     PIC 9(005) VALUE ZEROS.
       77 ACU-VAL-LIBERADO        PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-DEVOLVIDO       PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-PENDENTE        PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-FIM-CHQ01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQCHQ01                VALUE 'S'.

       77 WRK-SW-FIM-DEV01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQDEV01                VALUE 'S'.

       77 WRK-SW-ARQDEV01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQDEV01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-CHEQUE           PIC X(001) VALUE 'P'.
          88 WRK-CHEQUE-PENDENTE             VALUE 'P'.
          88 WRK-CHEQUE-LIBERADO             VALUE 'L'.
          88 WRK-CHEQUE-DEVOLVIDO            VALUE 'D'.

      *----------------------------------------------------------------*
      *    DATA DE PROCESSAMENTO (DATA-ATUAL DO DTP02112)              *
      *----------------------------------------------------------------*
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA
                                  PIC 9(008).

      *----------------------------------------------------------------*
      *    DEVOLUCOES DO DIA CARREGADAS EM MEMORIA. CADA DEVOLUCAO     *
      *    BAIXA UM UNICO CHEQUE PENDENTE (A PRIMEIRA QUE CASAR) - DOIS*
      *    CHEQUES IGUAIS DEVOLVIDOS VEM EM DOIS REGISTROS. RETORNO    *
      *    MAIOR QUE A TABELA CANCELA O JOB - CHEQUE DEVOLVIDO NAO     *
      *    PODE SER LIBERADO POR FALTA DE ESPACO                       *
      *----------------------------------------------------------------*
       01 WRK-TAB-DEVOLUCOES.
          05 WRK-DEV-QTDE          PIC 9(004) VALUE ZEROS.
          05 WRK-DEV-ITEM OCCURS 2000 TIMES.
             10 WRK-DEV-CPF        PIC 9(011).
             10 WRK-DEV-NUM-CONTA  PIC 9(008).
             10 WRK-DEV-DAT-DEPOS  PIC X(010).
             10 WRK-DEV-VAL-DEPOS  PIC S9(15)V99 COMP-3.
             10 WRK-DEV-COD-FILIAL PIC 9(003).
             10 WRK-DEV-MOTIVO     PIC X(002).
             10 WRK-DEV-DATA-DEVOL PIC 9(008).
             10 WRK-DEV-SW-BAIXA   PIC X(001).
                88 WRK-DEV-BAIXADA            VALUE 'S'.

       77 WRK-DEV-LIMITE           PIC 9(004) VALUE 2000.
       77 WRK-DEV-IDX              PIC 9(004) VALUE ZEROS.
       77 WRK-DEV-POS              PIC 9(004) VALUE ZEROS.

       77 WRK-CHQ-CPF              PIC 9(011) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    DATA DA DEVOLUCAO AAAAMMDD PARA DD-MM-AAAA NA LISTAGEM      *
      *----------------------------------------------------------------*
       01 WRK-DATA-DEVOL.
          03 WRK-DATA-DEV-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-DEV-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-DEV-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-DATA-DEVOL-EDIT.
          03 WRK-DATA-EDT-DIA     PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-DATA-EDT-MES     PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-DATA-EDT-ANO     PIC 9(004) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.
       88 WRK-CN-ARQCHQ01                     VALUE 'CHQ01113'.
       88 WRK-CN-ARQDEV01                     VALUE 'DEV01113'.
       88 WRK-CN-ARQLIB01                     VALUE 'LIB01113'.
       88 WRK-CN-ARQCHQ02                     VALUE 'CHQ02113'.
       88 WRK-CN-ARQDVL01                     VALUE 'DVL01113'.

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
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQCHQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CHQ01-OK               VALUE '00'.
             88 WRK-FS-CHQ01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQDEV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEV01-OK               VALUE '00'.
             88 WRK-FS-DEV01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQLIB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LIB01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQCHQ02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CHQ02-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDVL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DVL01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY DTP02112.
           COPY CHQ02112.
           COPY DEV02112.
           COPY ENT02112.
           COPY DVL02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0238 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQCHQ01
      *
           PERFORM 3500-LISTA-NAO-LOCALIZADOS
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
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQCHQ01 TO TRUE
           OPEN INPUT ARQCHQ01
      *
           IF NOT WRK-FS-CHQ01-OK
              MOVE WRK-FS-ARQCHQ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQDEV01

           IF WRK-FS-DEV01-OK
              SET WRK-ARQDEV01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQLIB01 TO TRUE
           OPEN OUTPUT ARQLIB01

           IF NOT WRK-FS-LIB01-OK
              MOVE WRK-FS-ARQLIB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCHQ02 TO TRUE
           OPEN OUTPUT ARQCHQ02

           IF NOT WRK-FS-CHQ02-OK
              MOVE WRK-FS-ARQCHQ02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQDVL01 TO TRUE
           OPEN OUTPUT ARQDVL01

           IF NOT WRK-FS-DVL01-OK
              MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           IF WRK-ARQDEV01-DISPONIVEL
              PERFORM 1500-CARREGA-DEVOLUCOES
           END-IF

           PERFORM 3800-LER-CHEQUE
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
      *    CARREGA EM MEMORIA O ARQUIVO DE RETORNO DA COMPENSACAO      *
      *----------------------------------------------------------------*
       1500-CARREGA-DEVOLUCOES SECTION.
      *----------------------------------------------------------------*

           PERFORM UNTIL WRK-FIM-ARQDEV01

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQDEV01 TO TRUE

              READ ARQDEV01 INTO ARQDEV01-REGISTRO

              EVALUATE WRK-FS-ARQDEV01
                 WHEN '00'
                    IF WRK-DEV-QTDE NOT LESS THAN WRK-DEV-LIMITE
                       DISPLAY '**********************************'
                       DISPLAY '* RETORNO DA COMPENSACAO MAIOR   *'
                       DISPLAY '* QUE A TABELA. LIMITE: '
                                                    WRK-DEV-LIMITE
                       DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
                       DISPLAY '*            CANCELADO           *'
                       DISPLAY '**********************************'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ENCERRAR
                    END-IF
                    ADD 1 TO ACU-LIDOS-ARQDEV01
                    ADD 1 TO WRK-DEV-QTDE
                    MOVE ARQDEV01-CPF
                      TO WRK-DEV-CPF (WRK-DEV-QTDE)
                    MOVE ARQDEV01-NUM-CONTA
                      TO WRK-DEV-NUM-CONTA (WRK-DEV-QTDE)
                    MOVE ARQDEV01-DAT-DEPOS
                      TO WRK-DEV-DAT-DEPOS (WRK-DEV-QTDE)
                    MOVE ARQDEV01-VAL-DEPOS
                      TO WRK-DEV-VAL-DEPOS (WRK-DEV-QTDE)
                    MOVE ARQDEV01-COD-FILIAL
                      TO WRK-DEV-COD-FILIAL (WRK-DEV-QTDE)
                    MOVE ARQDEV01-MOTIVO
                      TO WRK-DEV-MOTIVO (WRK-DEV-QTDE)
                    MOVE ARQDEV01-DATA-DEVOLUCAO
                      TO WRK-DEV-DATA-DEVOL (WRK-DEV-QTDE)
                    MOVE 'N'
                      TO WRK-DEV-SW-BAIXA (WRK-DEV-QTDE)
                 WHEN '10'
                    SET WRK-FIM-ARQDEV01 TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQDEV01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       1500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UM CHEQUE DA CARTEIRA: DEVOLVIDO E' BAIXADO E LISTADO *
      *    PARA A FILIAL; COMPENSADO ATE' A DATA DE PROCESSAMENTO E'   *
      *    LIBERADO NO LAYOUT ENT02112; O RESTO CONTINUA PENDENTE      *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CHEQUE-PENDENTE TO TRUE

           PERFORM 3100-PROCURA-DEVOLUCAO

           IF WRK-DEV-POS GREATER THAN ZEROS
              SET WRK-CHEQUE-DEVOLVIDO TO TRUE
           ELSE
              IF ARQCHQ01-DATA-LIBERACAO NOT GREATER THAN
                 WRK-DATA-SISTEMA-R
                 SET WRK-CHEQUE-LIBERADO TO TRUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WRK-CHEQUE-DEVOLVIDO
                 PERFORM 3400-GRAVA-DEVOLVIDO
              WHEN WRK-CHEQUE-LIBERADO
                 PERFORM 3200-GRAVA-LIBERADO
              WHEN OTHER
                 PERFORM 3300-GRAVA-AINDA-PENDENTE
           END-EVALUATE

           PERFORM 3800-LER-CHEQUE
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA NA TABELA A PRIMEIRA DEVOLUCAO AINDA NAO BAIXADA    *
      *    DO CHEQUE EM TRATAMENTO (CPF, CONTA, DATA DO DEPOSITO,      *
      *    VALOR E FILIAL) E A MARCA COMO BAIXADA. WRK-DEV-POS = ZEROS *
      *    QUANDO O CHEQUE NAO FOI DEVOLVIDO                           *
      *----------------------------------------------------------------*
       3100-PROCURA-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS        TO WRK-DEV-POS
           MOVE ARQCHQ01-CPF TO WRK-CHQ-CPF

           PERFORM VARYING WRK-DEV-IDX FROM 1 BY 1
                     UNTIL WRK-DEV-IDX GREATER WRK-DEV-QTDE
                        OR WRK-DEV-POS GREATER ZEROS
              IF NOT WRK-DEV-BAIXADA (WRK-DEV-IDX)
                 AND WRK-DEV-CPF (WRK-DEV-IDX) EQUAL WRK-CHQ-CPF
                 AND WRK-DEV-NUM-CONTA (WRK-DEV-IDX) EQUAL
                     ARQCHQ01-NUM-CONTA
                 AND WRK-DEV-DAT-DEPOS (WRK-DEV-IDX) EQUAL
                     ARQCHQ01-DAT-DEPOS
                 AND WRK-DEV-VAL-DEPOS (WRK-DEV-IDX) EQUAL
                     ARQCHQ01-VAL-DEPOS
                 AND WRK-DEV-COD-FILIAL (WRK-DEV-IDX) EQUAL
                     ARQCHQ01-COD-FILIAL
                 MOVE WRK-DEV-IDX TO WRK-DEV-POS
                 MOVE 'S' TO WRK-DEV-SW-BAIXA (WRK-DEV-IDX)
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O CHEQUE COMPENSADO NO LAYOUT DE ENTRADA ENT02112     *
      *    COMO DEPOSITO ('D'), PRONTO PARA CONCATENAR NO SORTIN DO    *
      *    EXER0212 - A DATA DO DEPOSITO E' MANTIDA, COMO NOS          *
      *    LIBERADOS DO EXER0220                                       *
      *----------------------------------------------------------------*
       3200-GRAVA-LIBERADO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQCHQ01-COD-CPF    TO ARQENT01-COD-CPF
           MOVE ARQCHQ01-DIG-CPF    TO ARQENT01-DIG-CPF
           MOVE ARQCHQ01-NUM-CONTA  TO ARQENT01-NUM-CONTA
           MOVE ARQCHQ01-DAT-DEPOS  TO ARQENT01-DAT-DEPOS
           MOVE ARQCHQ01-VAL-DEPOS  TO ARQENT01-VAL-DEPOS
           MOVE ARQCHQ01-COD-FILIAL TO ARQENT01-COD-FILIAL
           MOVE 'D'                 TO ARQENT01-TIP-MOVTO
           MOVE ZEROS               TO ARQENT01-CPF-CONTRA

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQLIB01 TO TRUE

           WRITE FD-ARQLIB01 FROM ARQENT01-REGISTRO

           IF NOT WRK-FS-LIB01-OK
              MOVE WRK-FS-ARQLIB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-LIBERADOS
           ADD ARQCHQ01-VAL-DEPOS TO ACU-VAL-LIBERADO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGRAVA NA NOVA GERACAO DE PENDENTES O CHEQUE AINDA NAO     *
      *    COMPENSADO, SEM ALTERACAO                                   *
      *----------------------------------------------------------------*
       3300-GRAVA-AINDA-PENDENTE SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCHQ02 TO TRUE

           WRITE FD-ARQCHQ02 FROM ARQCHQ01-REGISTRO

           IF NOT WRK-FS-CHQ02-OK
              MOVE WRK-FS-ARQCHQ02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-AINDA-PENDENTES
           ADD ARQCHQ01-VAL-DEPOS TO ACU-VAL-PENDENTE
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXA O CHEQUE DEVOLVIDO (NAO VAI PARA NENHUMA SAIDA DE     *
      *    FLUXO) E GRAVA A LINHA DA LISTAGEM DA FILIAL, COM A ALINEA  *
      *    E A DATA DA DEVOLUCAO                                       *
      *----------------------------------------------------------------*
       3400-GRAVA-DEVOLVIDO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQDVL01-REGISTRO
           MOVE ARQCHQ01-COD-FILIAL TO ARQDVL01-COD-FILIAL
           MOVE ARQCHQ01-COD-CPF    TO ARQDVL01-COD-CPF
           MOVE ARQCHQ01-DIG-CPF    TO ARQDVL01-DIG-CPF
           MOVE ARQCHQ01-NUM-CONTA  TO ARQDVL01-NUM-CONTA
           MOVE ARQCHQ01-DAT-DEPOS  TO ARQDVL01-DAT-DEPOS
           MOVE ARQCHQ01-VAL-DEPOS  TO ARQDVL01-VAL-DEPOS
           MOVE 'DEVOLVIDO     '    TO ARQDVL01-SITUACAO
           MOVE WRK-DEV-MOTIVO (WRK-DEV-POS)
                                    TO ARQDVL01-MOTIVO
           MOVE WRK-DEV-DATA-DEVOL (WRK-DEV-POS)
                                    TO WRK-DATA-DEVOL

           PERFORM 3900-GRAVA-LISTAGEM

           ADD 1 TO ACU-DEVOLVIDOS
           ADD ARQCHQ01-VAL-DEPOS TO ACU-VAL-DEVOLVIDO
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEVOLUCAO QUE NAO BAIXOU NENHUM CHEQUE DA CARTEIRA (CHEQUE  *
      *    JA LIBERADO EM DIA ANTERIOR OU DADOS DIVERGENTES) SAI NA    *
      *    LISTAGEM COMO NAO LOCALIZADA - A FILIAL TRATA O DEBITO NA   *
      *    CONTA. O JOB TERMINA COM RC=4 PARA A OPERACAO CONFERIR      *
      *----------------------------------------------------------------*
       3500-LISTA-NAO-LOCALIZADOS SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-DEV-IDX FROM 1 BY 1
                     UNTIL WRK-DEV-IDX GREATER WRK-DEV-QTDE
              IF NOT WRK-DEV-BAIXADA (WRK-DEV-IDX)
                 INITIALIZE ARQDVL01-REGISTRO
                 MOVE WRK-DEV-COD-FILIAL (WRK-DEV-IDX)
                                    TO ARQDVL01-COD-FILIAL
                 MOVE WRK-DEV-CPF (WRK-DEV-IDX) (1:9)
                                    TO ARQDVL01-COD-CPF
                 MOVE WRK-DEV-CPF (WRK-DEV-IDX) (10:2)
                                    TO ARQDVL01-DIG-CPF
                 MOVE WRK-DEV-NUM-CONTA (WRK-DEV-IDX)
                                    TO ARQDVL01-NUM-CONTA
                 MOVE WRK-DEV-DAT-DEPOS (WRK-DEV-IDX)
                                    TO ARQDVL01-DAT-DEPOS
                 MOVE WRK-DEV-VAL-DEPOS (WRK-DEV-IDX)
                                    TO ARQDVL01-VAL-DEPOS
                 MOVE 'NAO LOCALIZADO'
                                    TO ARQDVL01-SITUACAO
                 MOVE WRK-DEV-MOTIVO (WRK-DEV-IDX)
                                    TO ARQDVL01-MOTIVO
                 MOVE WRK-DEV-DATA-DEVOL (WRK-DEV-IDX)
                                    TO WRK-DATA-DEVOL

                 PERFORM 3900-GRAVA-LISTAGEM

                 ADD 1 TO ACU-NAO-LOCALIZADOS
              END-IF
           END-PERFORM

           IF ACU-NAO-LOCALIZADOS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DA CARTEIRA DE CHEQUES PENDENTES          *
      *----------------------------------------------------------------*
       3800-LER-CHEQUE SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCHQ01 TO TRUE

           READ ARQCHQ01 INTO ARQCHQ01-REGISTRO

           EVALUATE WRK-FS-ARQCHQ01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQCHQ01
              WHEN '10'
                 SET WRK-FIM-ARQCHQ01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCHQ01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DA LISTAGEM DE DEVOLVIDOS JA MONTADA, COM A   *
      *    DATA DA DEVOLUCAO (WRK-DATA-DEVOL) EDITADA EM DD-MM-AAAA    *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-DEV-DIA     TO WRK-DATA-EDT-DIA
           MOVE WRK-DATA-DEV-MES     TO WRK-DATA-EDT-MES
           MOVE WRK-DATA-DEV-ANO     TO WRK-DATA-EDT-ANO
           MOVE WRK-DATA-DEVOL-EDIT  TO ARQDVL01-DATA-DEVOLUCAO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQDVL01 TO TRUE

           WRITE FD-ARQDVL01 FROM ARQDVL01-REGISTRO

           IF NOT WRK-FS-DVL01-OK
              MOVE WRK-FS-ARQDVL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQCHQ01.
           IF WRK-ARQDEV01-DISPONIVEL
              CLOSE ARQDEV01
           END-IF.
           CLOSE ARQLIB01.
           CLOSE ARQCHQ02.
           CLOSE ARQDVL01.

           MOVE ACU-LIDOS-ARQCHQ01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* DATA DE PROCESSAMENTO......: '
                                       WRK-DATA-SISTEMA '      *'
            DISPLAY '* QTDE. DE CHEQUES LIDOS     : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIDOS-ARQDEV01     TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE DEVOLUCOES LIDAS  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIBERADOS          TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE CHEQUES LIBERADOS : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-LIBERADO       TO WRK-MASK-VALOR
            DISPLAY '*   VALOR LIBERADO.: ' WRK-MASK-VALOR '  *'
            MOVE ACU-DEVOLVIDOS         TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE CHEQUES DEVOLVIDOS: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-DEVOLVIDO      TO WRK-MASK-VALOR
            DISPLAY '*   VALOR DEVOLVIDO: ' WRK-MASK-VALOR '  *'
            MOVE ACU-AINDA-PENDENTES    TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. AINDA PENDENTES......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-PENDENTE       TO WRK-MASK-VALOR
            DISPLAY '*   VALOR PENDENTE.: ' WRK-MASK-VALOR '  *'
            MOVE ACU-NAO-LOCALIZADOS    TO WRK-MASK-QTDREG
            DISPLAY '* DEVOLUCOES NAO LOCALIZADAS : ' WRK-MASK-QTDREG
                                                         '        *'
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
