      *----------------------------------------------------------------*
      *    OBJETIVO....:   RELATORIO DE EVOLUCAO DE SALDO: PARA A      *
      *                    COMPETENCIA PEDIDA NO CARTAO (OU O MES      *
      *                    ANTERIOR A COMPETENCIA EM ABERTO NA DATA DE *
      *                    PROCESSAMENTO), PERCORRE O                  *
      *                    HISTORICO MENSAL DE FECHAMENTO              *
      *                    (PROD.DEPOSITO.SALDOMES.HISTORICO) E        *
      *                    IMPRIME, POR CLIENTE/CONTA, OS ULTIMOS      *
      *      ARQHIA01                                  HIS02112
      *      ARQPRM01                                  (CARTAO 80)
      *      ARQEVO01                                  (LINHAS 80)
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
           SELECT ARQEVO01 ASSIGN      TO UT-S-ARQEVO01
                      FILE STATUS      IS WRK-FS-ARQEVO01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEVO01             PIC X(80).

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
      *    COMPETENCIA (AAAAMM) PEDIDA: DO CARTAO OU DERIVADA DA DATA  *
      *    DE PROCESSAMENTO (MES ANTERIOR A COMPETENCIA EM ABERTO),    *
      *    COMO NO EXER0214. A JANELA DO                               *
      *    RELATORIO VAI DA COMPETENCIA-BASE (11 MESES ANTES) ATE A    *
      *    COMPETENCIA PEDIDA                                          *
      *----------------------------------------------------------------*
       01 WRK-COMP-BASE-R REDEFINES WRK-COMP-BASE.
          03 WRK-BASE-ANO-MES     PIC 9(006).

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          05 WRK-EVO-CAB-MES      PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EVO-CAB-ANO      PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE ' DATA-BASE: '.
          05 WRK-EVO-CAB-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EVO-CAB-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EVO-CAB-DATA-ANO PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-EVO-CABEC-CLI.
          05 FILLER               PIC X(008) VALUE 'CLIENTE '.
       88 WRK-CN-ARQHIA01                     VALUE 'HIA01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQEVO01                     VALUE 'EVO01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQEVO01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EVO01-OK               VALUE '00'.
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
           COPY DTP02112.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0221 - FIM DA AREA DE WORKING'.
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           PERFORM 1100-DEFINE-COMPETENCIA

           PERFORM 1200-CALCULA-JANELA

           MOVE WRK-COMP-MES TO WRK-EVO-CAB-MES
           MOVE WRK-COMP-ANO TO WRK-EVO-CAB-ANO
           MOVE WRK-DATA-SIS-DIA TO WRK-EVO-CAB-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-EVO-CAB-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-EVO-CAB-DATA-ANO

           SET WRK-CN-WRITE TO TRUE
           WRITE FD-ARQEVO01 FROM WRK-EVO-CABEC1
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
      *    DEFINE A COMPETENCIA (AAAAMM) PEDIDA: DO CARTAO ARQPRM01    *
      *    QUANDO PRESENTE, SENAO O MES ANTERIOR A COMPETENCIA EM      *
      *    ABERTO NA DATA DE PROCESSAMENTO.                            *
      *    CARTAO PRESENTE COM COMPETENCIA INVALIDA CANCELA O JOB      *
      *----------------------------------------------------------------*
       1100-DEFINE-COMPETENCIA SECTION.
           END-IF

           IF WRK-COMP-ANO-MES EQUAL ZEROS
              IF ARQDTP01-COMP-MES EQUAL 01
                 COMPUTE WRK-COMP-ANO = ARQDTP01-COMP-ANO - 1
                 MOVE 12 TO WRK-COMP-MES
              ELSE
                 MOVE ARQDTP01-COMP-ANO TO WRK-COMP-ANO
                 COMPUTE WRK-COMP-MES = ARQDTP01-COMP-MES - 1
              END-IF
           END-IF
           .
