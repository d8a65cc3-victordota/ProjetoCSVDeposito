      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0239.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E28
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RETENCAO DO JORNAL PERMANENTE DE MOVIMENTOS *
      *                    (JNL02112): COM A RETENCAO EM MESES DO      *
      *                    CARTAO DE CONTROLE, DESCARREGA PARA O       *
      *                    ARQUIVO MORTO (MESMO LAYOUT JNL02112, NA    *
      *                    ORDEM DA CHAVE) TODO MOVIMENTO DE DATA      *
      *                    ANTERIOR AO MES DE CORTE (MES DA DATA DE    *
      *                    PROCESSAMENTO MENOS A RETENCAO) E O ELIMINA *
      *                    DO CLUSTER. A MOVIMENTACAO E' PROVADA POR   *
      *                    CONCILIACAO DE QTDE E SOMA DOS VALORES      *
      *                    ENTRE O DESCARREGADO E O ELIMINADO -        *
      *                    QUALQUER DIFERENCA TERMINA COM RC=8. MESMO  *
      *                    TRATAMENTO DO EXPURGO DO HISTORICO MENSAL   *
      *                    (EXER0230).                                 *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDTP01                                  DTP02112
      *      ARQJNL01                                  JNL02112
      *      ARQRET01                                  RET02112
      *      ARQMRT01                                  JNL02112
      *      ARQREC01                                  (LINHAS 80)
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
           SELECT ARQJNL01 ASSIGN      TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
      *    O CARTAO DE RETENCAO E' OBRIGATORIO - EXPURGO COM
      *    RETENCAO ERRADA NAO TEM VOLTA

           SELECT ARQRET01 ASSIGN      TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.
      *
           SELECT ARQMRT01 ASSIGN      TO UT-S-ARQMRT01
                      FILE STATUS      IS WRK-FS-ARQMRT01.
      *
           SELECT ARQREC01 ASSIGN      TO UT-S-ARQREC01
                      FILE STATUS      IS WRK-FS-ARQREC01.
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
      *   I-O:        JORNAL PERMANENTE DE MOVIMENTOS (EXPURGADO)     *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE RETENCAO (OBRIGATORIO)                *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRET01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO MORTO DO JORNAL (LAYOUT JNL02112, NA    *
      *               ORDEM DA CHAVE)  ORG. SEQ. - LRECL = 80         *
      *---------------------------------------------------------------*

       FD  ARQMRT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMRT01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONCILIACAO DO EXPURGO             *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQREC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREC01             PIC X(80).

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
             'EXER0239 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0239'.
       77 WRK-MASK-QTDREG         PIC ZZZ.ZZZ.ZZ9.
       77 ACU-LIDOS-ARQJNL01      PIC 9(009) VALUE ZEROS.
       77 ACU-MANTIDOS            PIC 9(009) VALUE ZEROS.
       77 ACU-DESCARREGADOS       PIC 9(009) VALUE ZEROS.
       77 ACU-ELIMINADOS          PIC 9(009) VALUE ZEROS.
       77 ACU-VAL-MANTIDO         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-DESCARREGADO    PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-ELIMINADO       PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-FIM-JNL01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQJNL01                VALUE 'S'.

      *----------------------------------------------------------------*
      *    RETENCAO EM MESES (CARTAO) E MES DE CORTE - TODO MOVIMENTO  *
      *    DE DATA ANTERIOR AO DIA 01 DO MES DE CORTE E' EXPURGADO     *
      *----------------------------------------------------------------*
       77 WRK-MESES-RETENCAO      PIC 9(003) VALUE ZEROS.
       77 WRK-MESES-CORTE         PIC 9(007) VALUE ZEROS.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-DATA-CORTE.
          03 WRK-CORTE-ANO        PIC 9(004) VALUE ZEROS.
          03 WRK-CORTE-MES        PIC 9(002) VALUE ZEROS.
          03 WRK-CORTE-DIA        PIC 9(002) VALUE 01.
       01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
          03 WRK-CORTE-ANO-MES    PIC 9(006).
          03 FILLER               PIC 9(002).
       01 WRK-DATA-CORTE-N REDEFINES WRK-DATA-CORTE
                                  PIC 9(008).

       77 WRK-ANO-AUX             PIC 9(005) VALUE ZEROS.
       77 WRK-MES-AUX             PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE CONCILIACAO                          *
      *----------------------------------------------------------------*
       01 WRK-REC-CABEC.
          05 FILLER               PIC X(040) VALUE
             'EXPURGO DO JORNAL DE MOVTOS - RETENCAO: '.
          05 WRK-REC-CAB-MESES    PIC ZZ9.
          05 FILLER               PIC X(013) VALUE ' MESES CORTE '.
          05 WRK-REC-CAB-CORTE    PIC 9(006).
          05 FILLER               PIC X(018) VALUE SPACES.

       01 WRK-REC-LINHA.
          05 WRK-REC-ROTULO       PIC X(034) VALUE SPACES.
          05 WRK-REC-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-REC-VALOR        PIC ---.---.---.--9,99.
          05 FILLER               PIC X(015) VALUE SPACES.

       01 WRK-REC-SITUACAO.
          05 FILLER               PIC X(011) VALUE 'SITUACAO...'.
          05 WRK-REC-SIT-TEXTO    PIC X(020) VALUE SPACES.
          05 FILLER               PIC X(049) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQRET01                     VALUE 'RET01113'.
       88 WRK-CN-ARQMRT01                     VALUE 'MRT01113'.
       88 WRK-CN-ARQREC01                     VALUE 'REC01113'.
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
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQRET01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RET01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQMRT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MRT01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQREC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REC01-OK               VALUE '00'.
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

           COPY RET02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0239 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQJNL01
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

           PERFORM 1100-LE-VALIDA-CARTAO

           PERFORM 1200-CALCULA-CORTE

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE
           OPEN I-O ARQJNL01

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMRT01 TO TRUE
           OPEN OUTPUT ARQMRT01

           IF NOT WRK-FS-MRT01-OK
              MOVE WRK-FS-ARQMRT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQREC01 TO TRUE
           OPEN OUTPUT ARQREC01

           IF NOT WRK-FS-REC01-OK
              MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-MESES-RETENCAO TO WRK-REC-CAB-MESES
           MOVE WRK-CORTE-ANO-MES  TO WRK-REC-CAB-CORTE

           SET WRK-CN-WRITE TO TRUE
           WRITE FD-ARQREC01 FROM WRK-REC-CABEC

           IF NOT WRK-FS-REC01-OK
              MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-JORNAL

           IF WRK-FIM-ARQJNL01
              DISPLAY '************************************************'
              DISPLAY '*     JORNAL DE MOVIMENTOS SEM REGISTROS       *'
              DISPLAY '* PROGRAMA' WRK-PROGRAMA '*'
              DISPLAY '*          NADA A EXPURGAR                     *'
              DISPLAY '************************************************'
           END-IF
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
      *    LE E VALIDA O CARTAO DE RETENCAO (OBRIGATORIO): MESES       *
      *    NUMERICO E MAIOR QUE ZEROS. CARTAO AUSENTE OU INVALIDO      *
      *    CANCELA O JOB ANTES DE TOCAR NO CLUSTER                     *
      *----------------------------------------------------------------*
       1100-LE-VALIDA-CARTAO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQRET01 TO TRUE
           OPEN INPUT ARQRET01

           IF NOT WRK-FS-RET01-OK
              MOVE WRK-FS-ARQRET01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-READ TO TRUE
           READ ARQRET01 INTO ARQRET01-REGISTRO

           IF NOT WRK-FS-RET01-OK
              MOVE WRK-FS-ARQRET01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQRET01

           IF ARQRET01-QTDE-MESES IS NOT NUMERIC
              OR ARQRET01-QTDE-MESES EQUAL ZEROS
              DISPLAY '**********************************'
              DISPLAY '* RETENCAO INVALIDA OU ZERADA NO *'
              DISPLAY '* CARTAO DE EXPURGO              *'
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           MOVE ARQRET01-QTDE-MESES TO WRK-MESES-RETENCAO
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA O MES DE CORTE: MES DA DATA DE PROCESSAMENTO MENOS  *
      *    A RETENCAO. MOVIMENTO DE DATA ANTERIOR AO DIA 01 DO MES DE  *
      *    CORTE E' EXPURGADO                                          *
      *----------------------------------------------------------------*
       1200-CALCULA-CORTE SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-MESES-CORTE =
              (WRK-DATA-SIS-ANO * 12) + WRK-DATA-SIS-MES
              - WRK-MESES-RETENCAO

           COMPUTE WRK-ANO-AUX = (WRK-MESES-CORTE - 1) / 12
           COMPUTE WRK-MES-AUX =
              WRK-MESES-CORTE - (WRK-ANO-AUX * 12)
           MOVE WRK-ANO-AUX TO WRK-CORTE-ANO
           MOVE WRK-MES-AUX TO WRK-CORTE-MES
           MOVE 01          TO WRK-CORTE-DIA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UM MOVIMENTO: DATA ANTERIOR AO CORTE E' DESCARREGADA  *
      *    PARA O ARQUIVO MORTO E ELIMINADA DO CLUSTER; OS DEMAIS SO'  *
      *    SAO CONTADOS                                                *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQJNL01-DATA-MOVTO LESS THAN WRK-DATA-CORTE-N
              PERFORM 3100-DESCARREGA
              PERFORM 3200-ELIMINA
           ELSE
              ADD 1 TO ACU-MANTIDOS
              COMPUTE ACU-VAL-MANTIDO =
                 ACU-VAL-MANTIDO + ARQJNL01-VAL-MOVTO
           END-IF

           PERFORM 3800-LER-JORNAL
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DESCARREGA O MOVIMENTO EXPIRADO PARA O ARQUIVO MORTO - O    *
      *    DESCARREGADO E' ACUMULADO ANTES DA ELIMINACAO, PARA A       *
      *    CONCILIACAO PROVAR A MOVIMENTACAO                           *
      *----------------------------------------------------------------*
       3100-DESCARREGA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQMRT01 TO TRUE

           WRITE FD-ARQMRT01 FROM ARQJNL01-REGISTRO

           IF NOT WRK-FS-MRT01-OK
              MOVE WRK-FS-ARQMRT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-DESCARREGADOS
           COMPUTE ACU-VAL-DESCARREGADO =
              ACU-VAL-DESCARREGADO + ARQJNL01-VAL-MOVTO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ELIMINA DO CLUSTER O MOVIMENTO RECEM DESCARREGADO - O       *
      *    TOTAL E' ACUMULADO ANTES DO DELETE, A AREA DO REGISTRO E'   *
      *    INDEFINIDA DEPOIS DA ELIMINACAO                             *
      *----------------------------------------------------------------*
       3200-ELIMINA SECTION.
      *----------------------------------------------------------------*

           COMPUTE ACU-VAL-ELIMINADO =
              ACU-VAL-ELIMINADO + ARQJNL01-VAL-MOVTO

           SET WRK-CN-DELETE   TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           DELETE ARQJNL01

           IF WRK-FS-JNL01-OK
              ADD 1 TO ACU-ELIMINADOS
           ELSE
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO JORNAL                      *
      *----------------------------------------------------------------*
       3800-LER-JORNAL SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           READ ARQJNL01

           EVALUATE WRK-FS-ARQJNL01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQJNL01
              WHEN '10'
                 SET WRK-FIM-ARQJNL01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
      *    ROTINA DE FINALIZACAO: CONCILIA O DESCARREGADO CONTRA O     *
      *    ELIMINADO (QTDE E SOMA DOS VALORES) E GRAVA O RELATORIO.    *
      *    QUALQUER DIFERENCA TERMINA COM RC=8                         *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           MOVE 'MOVIMENTOS MANTIDOS (QTDE/VALOR)..'
             TO WRK-REC-ROTULO
           MOVE ACU-MANTIDOS          TO WRK-REC-QTDE
           MOVE ACU-VAL-MANTIDO       TO WRK-REC-VALOR
           PERFORM 4110-GRAVA-LINHA-CONCIL

           MOVE 'DESCARREGADOS (QTDE/VALOR)........'
             TO WRK-REC-ROTULO
           MOVE ACU-DESCARREGADOS     TO WRK-REC-QTDE
           MOVE ACU-VAL-DESCARREGADO  TO WRK-REC-VALOR
           PERFORM 4110-GRAVA-LINHA-CONCIL

           MOVE 'ELIMINADOS (QTDE/VALOR)...........'
             TO WRK-REC-ROTULO
           MOVE ACU-ELIMINADOS        TO WRK-REC-QTDE
           MOVE ACU-VAL-ELIMINADO     TO WRK-REC-VALOR
           PERFORM 4110-GRAVA-LINHA-CONCIL

           IF ACU-DESCARREGADOS EQUAL ACU-ELIMINADOS
              AND ACU-VAL-DESCARREGADO EQUAL ACU-VAL-ELIMINADO
              MOVE 'CONCILIADO          ' TO WRK-REC-SIT-TEXTO
           ELSE
              MOVE 'DIVERGENTE          ' TO WRK-REC-SIT-TEXTO
              IF RETURN-CODE LESS THAN 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQREC01 TO TRUE

           WRITE FD-ARQREC01 FROM WRK-REC-SITUACAO

           IF NOT WRK-FS-REC01-OK
              MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQJNL01.
           CLOSE ARQMRT01.
           CLOSE ARQREC01.

           MOVE ACU-LIDOS-ARQJNL01     TO WRK-MASK-QTDREG
           DISPLAY '**********************************************'
           DISPLAY '* QTDE. DE MOVIMENTOS LIDOS..: ' WRK-MASK-QTDREG
                                                        '   *'
           MOVE ACU-DESCARREGADOS      TO WRK-MASK-QTDREG
           DISPLAY '* QTDE. DESCARREGADOS........: ' WRK-MASK-QTDREG
                                                        '   *'
           MOVE ACU-ELIMINADOS         TO WRK-MASK-QTDREG
           DISPLAY '* QTDE. ELIMINADOS DO CLUSTER: ' WRK-MASK-QTDREG
                                                        '   *'
           MOVE ACU-MANTIDOS           TO WRK-MASK-QTDREG
           DISPLAY '* QTDE. MANTIDOS.............: ' WRK-MASK-QTDREG
                                                        '   *'
           DISPLAY '* MES DE CORTE...............: '
                                          WRK-CORTE-ANO-MES
                                                        '        *'
           DISPLAY '* SITUACAO DA CONCILIACAO....: '
                                          WRK-REC-SIT-TEXTO ' *'
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
      *    GRAVA UMA LINHA DO RELATORIO DE CONCILIACAO                 *
      *----------------------------------------------------------------*
       4110-GRAVA-LINHA-CONCIL SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQREC01 TO TRUE

           WRITE FD-ARQREC01 FROM WRK-REC-LINHA

           IF NOT WRK-FS-REC01-OK
              MOVE WRK-FS-ARQREC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       9900-ENCERRAR SECTION.
      *----------------------------------------------------------------*
           STOP RUN.
