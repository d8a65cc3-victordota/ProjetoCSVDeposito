      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0231.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E20
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO BATCH DO CADASTRO DE LIMITES DE  *
      *                    CHEQUE ESPECIAL (PROD.DEPOSITO.LIMITE.      *
      *                    CHEQUE), CHAVE CPF + CONTA: APLICA          *
      *                    INCLUSOES, ALTERACOES E EXCLUSOES LIDAS DO  *
      *                    MOVIMENTO DA MESA DE CREDITO, VALIDANDO     *
      *                    CADA UMA E GERANDO LISTAGEM DE AUDITORIA    *
      *                    COM IMAGEM ANTES/DEPOIS DO LIMITE (MESMO    *
      *                    PADRAO DO EXER0213 PARA O CADASTRO)         *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTLE01                                  TLE02112
      *      ARQLCE01                                  LCE02112
      *      ARQLLE01                                  LLE02112
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
           SELECT ARQTLE01 ASSIGN      TO UT-S-ARQTLE01
                      FILE STATUS      IS WRK-FS-ARQTLE01.
      *
           SELECT ARQLCE01 ASSIGN      TO UT-S-ARQLCE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQLCE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLCE01.
      *
           SELECT ARQLLE01 ASSIGN      TO UT-S-ARQLLE01
                      FILE STATUS      IS WRK-FS-ARQLLE01.
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
      *----------------------------------------------------------------*
      *    INPUT:     MOVIMENTO DE MANUTENCAO DO LIMITE                *
      *               ORG. SEQUENCIAL   -   LRECL = 80                 *
      *----------------------------------------------------------------*

       FD  ARQTLE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTLE01             PIC X(80).

      *---------------------------------------------------------------*
      *   I-O:        LIMITE DE CHEQUE ESPECIAL POR CONTA             *
      *               ORG. INDEXADA    -   LRECL = 50                 *
      *---------------------------------------------------------------*

       FD  ARQLCE01
           LABEL RECORD   IS STANDARD.
           COPY LCE02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DE AUDITORIA (ANTES/DEPOIS)            *
      *               ORG. SEQUENCIAL   -   LRECL = 128               *
      *---------------------------------------------------------------*

       FD  ARQLLE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLLE01             PIC X(128).

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
             'EXER0231 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0231'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDAS-ARQTLE01      PIC 9(005) VALUE ZEROS.
       77 ACU-APLICADAS           PIC 9(005) VALUE ZEROS.
       77 ACU-INCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-ALTERACOES          PIC 9(005) VALUE ZEROS.
       77 ACU-EXCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-REJEITADAS          PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-TLE01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQTLE01                VALUE 'S'.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CONTROLE DO MOVIMENTO EM TRATAMENTO: SITUACAO/MOTIVO QUE    *
      *    SERAO LEVADOS A LISTAGEM E IMAGENS ANTES/DEPOIS DO LIMITE   *
      *----------------------------------------------------------------*
       77 WRK-SW-MOVTO-OK         PIC X(001) VALUE 'N'.
          88 WRK-MOVTO-APLICADO              VALUE 'S'.
          88 WRK-MOVTO-REJEITADO             VALUE 'N'.

       77 WRK-MOTIVO-REJEICAO     PIC X(030) VALUE SPACES.
       77 WRK-LIMITE-ANTES        PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-LIMITE-DEPOIS       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-APROV-ANTES         PIC 9(008) VALUE ZEROS.
       77 WRK-APROV-DEPOIS        PIC 9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    DATA DE APROVACAO DO MOVIMENTO JA CONVERTIDA PARA AAAAMMDD  *
      *----------------------------------------------------------------*
       01 WRK-DATA-APROVACAO.
          03 WRK-DATA-APR-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-APR-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-APR-DIA     PIC 9(002) VALUE ZEROS.

       77 WRK-SW-CONTA-NO-LIMITE  PIC X(001) VALUE 'N'.
          88 WRK-CONTA-NO-LIMITE             VALUE 'S'.
          88 WRK-CONTA-AUSENTE               VALUE 'N'.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DE DATA NO FORMATO DD-MM-AAAA             *
      *    (MESMO CRITERIO DO 3840-VALIDA-DATA DO EXER0212)            *
      *----------------------------------------------------------------*
       01 WRK-DATA-VALIDACAO.
          03 WRK-DATA-VAL-ENTRADA PIC X(010) VALUE SPACES.
          03 WRK-DATA-VAL-ENTRADA-R REDEFINES WRK-DATA-VAL-ENTRADA.
             05 WRK-DATA-VAL-DIA  PIC X(002).
             05 WRK-DATA-VAL-SEP1 PIC X(001).
             05 WRK-DATA-VAL-MES  PIC X(002).
             05 WRK-DATA-VAL-SEP2 PIC X(001).
             05 WRK-DATA-VAL-ANO  PIC X(004).
          03 WRK-DATA-VAL-DIA-N   PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-MES-N   PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-ANO-N   PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-VAL-DIA-MAX PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-RESTO   PIC 9(004) VALUE ZEROS.
          03 WRK-SW-DATA-VALIDA   PIC X(001) VALUE 'N'.
             88 DATA-VALIDA                   VALUE 'S'.
             88 DATA-INVALIDA                 VALUE 'N'.

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
       88 WRK-CN-ARQTLE01                     VALUE 'TLE01113'.
       88 WRK-CN-ARQLCE01                     VALUE 'LCE01113'.
       88 WRK-CN-ARQLLE01                     VALUE 'LLE01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

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
          05 WRK-FS-ARQTLE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TLE01-OK               VALUE '00'.
             88 WRK-FS-TLE01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQLCE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCE01-OK               VALUE '00'.
             88 WRK-FS-LCE01-NAO-ACHOU        VALUE '23'.
             88 WRK-FS-LCE01-DUPLICADO        VALUE '22'.
      *
          05 WRK-FS-ARQLLE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LLE01-OK               VALUE '00'.
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

           COPY TLE02112.
           COPY LLE02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0231 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQTLE01
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
           SET WRK-CN-ARQTLE01 TO TRUE
           OPEN INPUT ARQTLE01
      *
           IF NOT WRK-FS-TLE01-OK
              MOVE WRK-FS-ARQTLE01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLCE01 TO TRUE
           OPEN I-O ARQLCE01

           IF NOT WRK-FS-LCE01-OK
              MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLLE01 TO TRUE
           OPEN OUTPUT ARQLLE01

           IF NOT WRK-FS-LLE01-OK
              MOVE WRK-FS-ARQLLE01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-MOVIMENTO

      *    MOVIMENTO VAZIO NAO E' ERRO - A MESA DE CREDITO
      *    SIMPLESMENTE NAO APROVOU NEM REVOGOU LIMITE HOJE

           IF WRK-FIM-ARQTLE01
              DISPLAY '************************************************'
              DISPLAY '*        SEM MOVIMENTOS A APLICAR HOJE         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA '                    *'
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
      *    ROTINA DE PROCESSAMENTO PRINCIPAL - UM MOVIMENTO POR VEZ    *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOVTO-REJEITADO TO TRUE
           MOVE SPACES TO WRK-MOTIVO-REJEICAO
           MOVE ZEROS  TO WRK-LIMITE-ANTES
                          WRK-LIMITE-DEPOIS
                          WRK-APROV-ANTES
                          WRK-APROV-DEPOIS

           PERFORM 3100-VALIDA-MOVIMENTO

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              EVALUATE TRUE
                 WHEN ARQTLE01-INCLUSAO
                    PERFORM 3200-TRATA-INCLUSAO
                 WHEN ARQTLE01-ALTERACAO
                    PERFORM 3300-TRATA-ALTERACAO
                 WHEN ARQTLE01-EXCLUSAO
                    PERFORM 3400-TRATA-EXCLUSAO
              END-EVALUATE
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM

           PERFORM 3800-LER-MOVIMENTO
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDACOES COMUNS DO MOVIMENTO: CODIGO DE ACAO, DV DO CPF,  *
      *    CONTA INFORMADA, VALOR DO LIMITE NUMERICO E DATA DE         *
      *    APROVACAO VALIDA (OU EM BRANCO) EM INCLUSAO/ALTERACAO.      *
      *    QUALQUER FALHA DEIXA O MOTIVO EM WRK-MOTIVO-REJEICAO        *
      *----------------------------------------------------------------*
       3100-VALIDA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           IF NOT ARQTLE01-INCLUSAO
              AND NOT ARQTLE01-ALTERACAO
              AND NOT ARQTLE01-EXCLUSAO
              MOVE 'CODIGO DE ACAO INVALIDO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           PERFORM 3820-VALIDA-CPF
           IF CPF-INVALIDO
              MOVE 'DV DO CPF INVALIDO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           IF ARQTLE01-NUM-CONTA IS NOT NUMERIC
              OR ARQTLE01-NUM-CONTA EQUAL ZEROS
              MOVE 'CONTA NAO INFORMADA'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

      *    NA EXCLUSAO SO' A CHAVE INTERESSA - VALOR E DATA NAO SAO
      *    CONFERIDOS

           IF ARQTLE01-EXCLUSAO
              GO TO 3100-99-FIM
           END-IF

           IF ARQTLE01-VAL-LIMITE IS NOT NUMERIC
              MOVE 'VALOR DO LIMITE NAO NUMERICO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

      *    DATA DE APROVACAO EM BRANCO ASSUME A DATA DO PROCESSAMENTO

           IF ARQTLE01-DATA-APROVACAO EQUAL SPACES
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-APROVACAO
           ELSE
              MOVE ARQTLE01-DATA-APROVACAO TO WRK-DATA-VAL-ENTRADA
              PERFORM 3840-VALIDA-DATA
              IF DATA-INVALIDA
                 MOVE 'DATA DE APROVACAO INVALIDA'
                                    TO WRK-MOTIVO-REJEICAO
              ELSE
                 MOVE WRK-DATA-VAL-ANO-N TO WRK-DATA-APR-ANO
                 MOVE WRK-DATA-VAL-MES-N TO WRK-DATA-APR-MES
                 MOVE WRK-DATA-VAL-DIA-N TO WRK-DATA-APR-DIA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO: A CONTA NAO PODE TER LIMITE NO CLUSTER. GRAVA O   *
      *    NOVO REGISTRO E GUARDA A IMAGEM DEPOIS                      *
      *----------------------------------------------------------------*
       3200-TRATA-INCLUSAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-LIMITE

           IF WRK-CONTA-NO-LIMITE
              MOVE ARQLCE01-VAL-LIMITE     TO WRK-LIMITE-ANTES
              MOVE ARQLCE01-DATA-APROVACAO TO WRK-APROV-ANTES
              MOVE 'INCLUSAO DE LIMITE JA EXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              INITIALIZE ARQLCE01-REGISTRO
              MOVE ARQTLE01-COD-CPF     TO ARQLCE01-COD-CPF
              MOVE ARQTLE01-DIG-CPF     TO ARQLCE01-DIG-CPF
              MOVE ARQTLE01-NUM-CONTA   TO ARQLCE01-NUM-CONTA
              MOVE ARQTLE01-VAL-LIMITE  TO ARQLCE01-VAL-LIMITE
              MOVE WRK-DATA-APROVACAO   TO ARQLCE01-DATA-APROVACAO
              MOVE WRK-DATA-SISTEMA     TO ARQLCE01-DATA-ATUALIZACAO

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQLCE01 TO TRUE

              WRITE ARQLCE01-REGISTRO

              IF WRK-FS-LCE01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 MOVE ARQLCE01-VAL-LIMITE     TO WRK-LIMITE-DEPOIS
                 MOVE ARQLCE01-DATA-APROVACAO TO WRK-APROV-DEPOIS
                 ADD 1 TO ACU-INCLUSOES
              ELSE
                 IF WRK-FS-LCE01-DUPLICADO
                    MOVE 'INCLUSAO DE LIMITE JA EXISTENTE'
                                    TO WRK-MOTIVO-REJEICAO
                 ELSE
                    MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ALTERACAO: A CONTA PRECISA TER LIMITE NO CLUSTER. REGRAVA   *
      *    COM O NOVO VALOR E DATA, GUARDANDO AS IMAGENS ANTES/DEPOIS  *
      *----------------------------------------------------------------*
       3300-TRATA-ALTERACAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-LIMITE

           IF WRK-CONTA-AUSENTE
              MOVE 'ALTERACAO DE LIMITE INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              MOVE ARQLCE01-VAL-LIMITE     TO WRK-LIMITE-ANTES
              MOVE ARQLCE01-DATA-APROVACAO TO WRK-APROV-ANTES
              MOVE ARQTLE01-VAL-LIMITE     TO ARQLCE01-VAL-LIMITE
              MOVE WRK-DATA-APROVACAO      TO ARQLCE01-DATA-APROVACAO
              MOVE WRK-DATA-SISTEMA        TO ARQLCE01-DATA-ATUALIZACAO

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQLCE01 TO TRUE

              REWRITE ARQLCE01-REGISTRO

              IF WRK-FS-LCE01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 MOVE ARQLCE01-VAL-LIMITE     TO WRK-LIMITE-DEPOIS
                 MOVE ARQLCE01-DATA-APROVACAO TO WRK-APROV-DEPOIS
                 ADD 1 TO ACU-ALTERACOES
              ELSE
                 MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXCLUSAO (REVOGACAO DO LIMITE): A CONTA PRECISA TER LIMITE  *
      *    NO CLUSTER. ELIMINA O REGISTRO, GUARDANDO A IMAGEM ANTES    *
      *    (DEPOIS FICA ZERADO - SEM LIMITE)                           *
      *----------------------------------------------------------------*
       3400-TRATA-EXCLUSAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-LIMITE

           IF WRK-CONTA-AUSENTE
              MOVE 'EXCLUSAO DE LIMITE INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              MOVE ARQLCE01-VAL-LIMITE     TO WRK-LIMITE-ANTES
              MOVE ARQLCE01-DATA-APROVACAO TO WRK-APROV-ANTES

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQLCE01 TO TRUE

              DELETE ARQLCE01

              IF WRK-FS-LCE01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 ADD 1 TO ACU-EXCLUSOES
              ELSE
                 MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE MOVIMENTO                   *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE           ARQTLE01-REGISTRO
           SET WRK-CN-READ      TO TRUE
           SET WRK-CN-ARQTLE01  TO TRUE

           READ ARQTLE01 INTO ARQTLE01-REGISTRO

           EVALUATE WRK-FS-ARQTLE01
              WHEN '00'
                 ADD 1 TO ACU-LIDAS-ARQTLE01
              WHEN '10'
                 SET WRK-FIM-ARQTLE01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQTLE01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O LIMITE PELA CHAVE CPF + CONTA DO MOVIMENTO E DEVOLVE   *
      *    NO SWITCH WRK-CONTA-NO-LIMITE SE O REGISTRO EXISTE.         *
      *    QUALQUER STATUS DIFERENTE DE ACHOU/NAO-ACHOU CANCELA O      *
      *    PROGRAMA                                                    *
      *----------------------------------------------------------------*
       3810-LER-LIMITE SECTION.
      *----------------------------------------------------------------*

           SET WRK-CONTA-AUSENTE TO TRUE
           MOVE ARQTLE01-COD-CPF   TO ARQLCE01-COD-CPF
           MOVE ARQTLE01-DIG-CPF   TO ARQLCE01-DIG-CPF
           MOVE ARQTLE01-NUM-CONTA TO ARQLCE01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQLCE01 TO TRUE

           READ ARQLCE01 KEY IS ARQLCE01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-LCE01-OK
                 SET WRK-CONTA-NO-LIMITE TO TRUE
              WHEN WRK-FS-LCE01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF (ALGORITMO PADRAO -      *
      *    MODULO 11 SOBRE OS 9 DIGITOS BASE, DUAS VEZES)              *
      *----------------------------------------------------------------*
       3820-VALIDA-CPF SECTION.
      *----------------------------------------------------------------*

           SET CPF-INVALIDO TO TRUE
           MOVE ARQTLE01-COD-CPF TO WRK-CPF-COD-ALFA
           MOVE ARQTLE01-DIG-CPF TO WRK-CPF-DIG-ALFA

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
              SET CPF-INVALIDO TO TRUE
           ELSE

      *       PRIMEIRO DIGITO VERIFICADOR (PESOS DE 10 A 2 SOBRE 1-9)

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

      *       SEGUNDO DIGITO VERIFICADOR (PESOS DE 11 A 2 SOBRE 1-10)

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
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A DATA EM WRK-DATA-VAL-ENTRADA (DD-MM-AAAA):         *
      *    SEPARADORES, DIGITOS NUMERICOS, MES 01-12 E DIA COERENTE    *
      *    COM O MES, INCLUSIVE FEVEREIRO DE ANO BISSEXTO              *
      *----------------------------------------------------------------*
       3840-VALIDA-DATA SECTION.
      *----------------------------------------------------------------*

           SET DATA-INVALIDA TO TRUE

           IF WRK-DATA-VAL-SEP1 EQUAL '-'
              AND WRK-DATA-VAL-SEP2 EQUAL '-'
              AND WRK-DATA-VAL-DIA IS NUMERIC
              AND WRK-DATA-VAL-MES IS NUMERIC
              AND WRK-DATA-VAL-ANO IS NUMERIC

              MOVE WRK-DATA-VAL-DIA TO WRK-DATA-VAL-DIA-N
              MOVE WRK-DATA-VAL-MES TO WRK-DATA-VAL-MES-N
              MOVE WRK-DATA-VAL-ANO TO WRK-DATA-VAL-ANO-N

              EVALUATE WRK-DATA-VAL-MES-N
                 WHEN 01
                 WHEN 03
                 WHEN 05
                 WHEN 07
                 WHEN 08
                 WHEN 10
                 WHEN 12
                    MOVE 31 TO WRK-DATA-VAL-DIA-MAX
                 WHEN 04
                 WHEN 06
                 WHEN 09
                 WHEN 11
                    MOVE 30 TO WRK-DATA-VAL-DIA-MAX
                 WHEN 02
                    MOVE 28 TO WRK-DATA-VAL-DIA-MAX
                    COMPUTE WRK-DATA-VAL-RESTO =
                       FUNCTION MOD (WRK-DATA-VAL-ANO-N, 4)
                    IF WRK-DATA-VAL-RESTO EQUAL ZEROS
                       COMPUTE WRK-DATA-VAL-RESTO =
                          FUNCTION MOD (WRK-DATA-VAL-ANO-N, 100)
                       IF WRK-DATA-VAL-RESTO NOT EQUAL ZEROS
                          MOVE 29 TO WRK-DATA-VAL-DIA-MAX
                       ELSE
                          COMPUTE WRK-DATA-VAL-RESTO =
                             FUNCTION MOD (WRK-DATA-VAL-ANO-N, 400)
                          IF WRK-DATA-VAL-RESTO EQUAL ZEROS
                             MOVE 29 TO WRK-DATA-VAL-DIA-MAX
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE ZEROS TO WRK-DATA-VAL-DIA-MAX
              END-EVALUATE

              IF WRK-DATA-VAL-DIA-MAX GREATER THAN ZEROS
                 AND WRK-DATA-VAL-DIA-N GREATER THAN ZEROS
                 AND WRK-DATA-VAL-DIA-N NOT GREATER THAN
                     WRK-DATA-VAL-DIA-MAX
                 AND WRK-DATA-VAL-ANO-N GREATER THAN ZEROS
                 SET DATA-VALIDA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DE AUDITORIA O RESULTADO DO MOVIMENTO     *
      *    (APLICADA OU REJEITADA), COM AS IMAGENS ANTES/DEPOIS        *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLLE01-REGISTRO
           MOVE ARQTLE01-ACAO      TO ARQLLE01-ACAO
           MOVE ARQTLE01-COD-CPF   TO ARQLLE01-COD-CPF
           MOVE ARQTLE01-DIG-CPF   TO ARQLLE01-DIG-CPF
           MOVE ARQTLE01-NUM-CONTA TO ARQLLE01-NUM-CONTA

           IF WRK-MOVTO-APLICADO
              MOVE 'APLICADA '     TO ARQLLE01-SITUACAO
              ADD 1 TO ACU-APLICADAS
           ELSE
              MOVE 'REJEITADA'     TO ARQLLE01-SITUACAO
              MOVE WRK-MOTIVO-REJEICAO
                                   TO ARQLLE01-MOTIVO
              ADD 1 TO ACU-REJEITADAS
           END-IF

           MOVE WRK-LIMITE-ANTES   TO ARQLLE01-LIMITE-ANTES
           MOVE WRK-LIMITE-DEPOIS  TO ARQLLE01-LIMITE-DEPOIS
           MOVE WRK-APROV-ANTES    TO ARQLLE01-APROV-ANTES
           MOVE WRK-APROV-DEPOIS   TO ARQLLE01-APROV-DEPOIS

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLLE01  TO TRUE

           WRITE FD-ARQLLE01 FROM ARQLLE01-REGISTRO

           IF NOT WRK-FS-LLE01-OK
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

           CLOSE ARQTLE01.
           CLOSE ARQLCE01.
           CLOSE ARQLLE01.

           MOVE ACU-LIDAS-ARQTLE01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* QTDE. DE MOVIMENTOS LIDOS  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-APLICADAS          TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE MOVIMENTOS APLICADOS: ' WRK-MASK-QTDREG
                                                         '      *'
            MOVE ACU-INCLUSOES          TO WRK-MASK-QTDREG
            DISPLAY '*   INCLUSOES APLICADAS......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-ALTERACOES         TO WRK-MASK-QTDREG
            DISPLAY '*   ALTERACOES APLICADAS.....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-EXCLUSOES          TO WRK-MASK-QTDREG
            DISPLAY '*   EXCLUSOES APLICADAS......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-REJEITADAS         TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE MOVIMENTOS REJEITADOS: '
                                           WRK-MASK-QTDREG '     *'
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
