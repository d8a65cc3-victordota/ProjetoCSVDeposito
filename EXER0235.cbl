      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0235.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E24
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO BATCH DO CADASTRO DE CONTAS      *
      *                    (PROD.DEPOSITO.CONTAS), CHAVE NUMERO DA     *
      *                    CONTA: APLICA ABERTURAS, ALTERACOES DE      *
      *                    FILIAL DE DOMICILIO, ENCERRAMENTOS E        *
      *                    REABERTURAS, VALIDANDO CADA MOVIMENTO       *
      *                    (TITULAR CADASTRADO E NAO FALECIDO, CONTA   *
      *                    DO MESMO TITULAR, DATAS VALIDAS E NAO       *
      *                    FUTURAS) E GERANDO LISTAGEM DE AUDITORIA    *
      *                    COM IMAGEM ANTES/DEPOIS DA CONTA (MESMO     *
      *                    PADRAO DO EXER0213 PARA O CADASTRO)         *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTCT01                                  TCT02112
      *      ARQCTA01                                  CTA02112
      *      ARQCAD01                                  CAD02112
      *      ARQLCT01                                  LCT02112
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
           SELECT ARQTCT01 ASSIGN      TO UT-S-ARQTCT01
                      FILE STATUS      IS WRK-FS-ARQTCT01.
      *
           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
      *    CADASTRO DE CLIENTES - O TITULAR DA CONTA ABERTA PRECISA
      *    ESTAR CADASTRADO E NAO PODE ESTAR FALECIDO

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQLCT01 ASSIGN      TO UT-S-ARQLCT01
                      FILE STATUS      IS WRK-FS-ARQLCT01.
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
      *    INPUT:     MOVIMENTO DE MANUTENCAO DE CONTAS                *
      *               ORG. SEQUENCIAL   -   LRECL = 80                 *
      *----------------------------------------------------------------*

       FD  ARQTCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTCT01             PIC X(80).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO DE CONTAS                              *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES                            *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DE AUDITORIA (ANTES/DEPOIS)            *
      *               ORG. SEQUENCIAL   -   LRECL = 112               *
      *---------------------------------------------------------------*

       FD  ARQLCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLCT01             PIC X(112).

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
             'EXER0235 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0235'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDAS-ARQTCT01      PIC 9(005) VALUE ZEROS.
       77 ACU-APLICADAS           PIC 9(005) VALUE ZEROS.
       77 ACU-INCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-ALTERACOES          PIC 9(005) VALUE ZEROS.
       77 ACU-ENCERRAMENTOS       PIC 9(005) VALUE ZEROS.
       77 ACU-REABERTURAS         PIC 9(005) VALUE ZEROS.
       77 ACU-REJEITADAS          PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-TCT01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQTCT01                VALUE 'S'.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-AMD     PIC 9(008).

      *----------------------------------------------------------------*
      *    CONTROLE DO MOVIMENTO EM TRATAMENTO: SITUACAO/MOTIVO QUE    *
      *    SERAO LEVADOS A LISTAGEM E IMAGENS ANTES/DEPOIS DA CONTA    *
      *----------------------------------------------------------------*
       77 WRK-SW-MOVTO-OK         PIC X(001) VALUE 'N'.
          88 WRK-MOVTO-APLICADO              VALUE 'S'.
          88 WRK-MOVTO-REJEITADO             VALUE 'N'.

       77 WRK-MOTIVO-REJEICAO     PIC X(030) VALUE SPACES.

       01 WRK-IMAGEM-ANTES.
          03 WRK-ANT-FILIAL       PIC 9(003) VALUE ZEROS.
          03 WRK-ANT-ABERTURA     PIC 9(008) VALUE ZEROS.
          03 WRK-ANT-ENCERRAMENTO PIC 9(008) VALUE ZEROS.
          03 WRK-ANT-SITUACAO     PIC X(001) VALUE SPACES.

       01 WRK-IMAGEM-DEPOIS.
          03 WRK-DEP-FILIAL       PIC 9(003) VALUE ZEROS.
          03 WRK-DEP-ABERTURA     PIC 9(008) VALUE ZEROS.
          03 WRK-DEP-ENCERRAMENTO PIC 9(008) VALUE ZEROS.
          03 WRK-DEP-SITUACAO     PIC X(001) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO (ABERTURA OU ENCERRAMENTO) JA CONVERTIDA  *
      *    PARA AAAAMMDD                                               *
      *----------------------------------------------------------------*
       01 WRK-DATA-MOVIMENTO.
          03 WRK-DATA-MOV-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-MOV-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-MOV-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-MOVIMENTO-R REDEFINES WRK-DATA-MOVIMENTO.
          03 WRK-DATA-MOV-AMD     PIC 9(008).

       77 WRK-SW-CONTA-CADASTRO   PIC X(001) VALUE 'N'.
          88 WRK-CONTA-CADASTRADA            VALUE 'S'.
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
       88 WRK-CN-ARQTCT01                     VALUE 'TCT01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQLCT01                     VALUE 'LCT01113'.
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
          05 WRK-FS-ARQTCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TCT01-OK               VALUE '00'.
             88 WRK-FS-TCT01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
             88 WRK-FS-CTA01-DUPLICADO        VALUE '22'.
      *
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCT01-OK               VALUE '00'.
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

           COPY TCT02112.
           COPY LCT02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0235 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQTCT01
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
           SET WRK-CN-ARQTCT01 TO TRUE
           OPEN INPUT ARQTCT01
      *
           IF NOT WRK-FS-TCT01-OK
              MOVE WRK-FS-ARQTCT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN I-O ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCAD01 TO TRUE
           OPEN INPUT ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLCT01 TO TRUE
           OPEN OUTPUT ARQLCT01

           IF NOT WRK-FS-LCT01-OK
              MOVE WRK-FS-ARQLCT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-MOVIMENTO

      *    MOVIMENTO VAZIO NAO E' ERRO - NENHUMA CONTA FOI ABERTA OU
      *    ENCERRADA HOJE

           IF WRK-FIM-ARQTCT01
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
           INITIALIZE WRK-IMAGEM-ANTES
                      WRK-IMAGEM-DEPOIS

           PERFORM 3100-VALIDA-MOVIMENTO

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 3810-LER-CONTA
              EVALUATE TRUE
                 WHEN ARQTCT01-INCLUSAO
                    PERFORM 3200-TRATA-INCLUSAO
                 WHEN ARQTCT01-ALTERACAO
                    PERFORM 3300-TRATA-ALTERACAO
                 WHEN ARQTCT01-ENCERRAMENTO
                    PERFORM 3400-TRATA-ENCERRAMENTO
                 WHEN ARQTCT01-REABERTURA
                    PERFORM 3500-TRATA-REABERTURA
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
      *    CONTA INFORMADA, FILIAL INFORMADA NA INCLUSAO/ALTERACAO E   *
      *    DATA VALIDA E NAO FUTURA (OU EM BRANCO) NA INCLUSAO E NO    *
      *    ENCERRAMENTO. QUALQUER FALHA DEIXA O MOTIVO EM              *
      *    WRK-MOTIVO-REJEICAO                                         *
      *----------------------------------------------------------------*
       3100-VALIDA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           IF NOT ARQTCT01-INCLUSAO
              AND NOT ARQTCT01-ALTERACAO
              AND NOT ARQTCT01-ENCERRAMENTO
              AND NOT ARQTCT01-REABERTURA
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

           IF ARQTCT01-NUM-CONTA IS NOT NUMERIC
              OR ARQTCT01-NUM-CONTA EQUAL ZEROS
              MOVE 'CONTA NAO INFORMADA'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           IF ARQTCT01-INCLUSAO OR ARQTCT01-ALTERACAO
              IF ARQTCT01-COD-FILIAL IS NOT NUMERIC
                 OR ARQTCT01-COD-FILIAL EQUAL ZEROS
                 MOVE 'FILIAL NAO INFORMADA'
                                    TO WRK-MOTIVO-REJEICAO
                 GO TO 3100-99-FIM
              END-IF
           END-IF

      *    NA ALTERACAO E NA REABERTURA A DATA DO MOVIMENTO NAO E'
      *    CONFERIDA

           IF ARQTCT01-ALTERACAO OR ARQTCT01-REABERTURA
              GO TO 3100-99-FIM
           END-IF

      *    DATA EM BRANCO ASSUME A DATA DO PROCESSAMENTO

           IF ARQTCT01-DATA-MOVTO EQUAL SPACES
              MOVE WRK-DATA-SISTEMA TO WRK-DATA-MOVIMENTO
           ELSE
              MOVE ARQTCT01-DATA-MOVTO TO WRK-DATA-VAL-ENTRADA
              PERFORM 3840-VALIDA-DATA
              IF DATA-INVALIDA
                 MOVE 'DATA DO MOVIMENTO INVALIDA'
                                    TO WRK-MOTIVO-REJEICAO
                 GO TO 3100-99-FIM
              END-IF
              MOVE WRK-DATA-VAL-ANO-N TO WRK-DATA-MOV-ANO
              MOVE WRK-DATA-VAL-MES-N TO WRK-DATA-MOV-MES
              MOVE WRK-DATA-VAL-DIA-N TO WRK-DATA-MOV-DIA
           END-IF

           IF WRK-DATA-MOV-AMD GREATER THAN WRK-DATA-SIS-AMD
              MOVE 'DATA DO MOVIMENTO FUTURA'
                                    TO WRK-MOTIVO-REJEICAO
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO (ABERTURA): O NUMERO DA CONTA NAO PODE EXISTIR NO  *
      *    CADASTRO (NEM PARA OUTRO TITULAR) E O TITULAR PRECISA ESTAR *
      *    NO CADASTRO DE CLIENTES, NAO FALECIDO. GRAVA A CONTA ATIVA  *
      *    E GUARDA A IMAGEM DEPOIS                                    *
      *----------------------------------------------------------------*
       3200-TRATA-INCLUSAO SECTION.
      *----------------------------------------------------------------*

           IF WRK-CONTA-CADASTRADA
              IF ARQCTA01-CPF EQUAL ARQTCT01-CPF
                 MOVE 'INCLUSAO DE CONTA JA EXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
              ELSE
                 MOVE 'CONTA JA PERTENCE A OUTRO CPF'
                                 TO WRK-MOTIVO-REJEICAO
              END-IF
              GO TO 3200-99-FIM
           END-IF

           MOVE ARQTCT01-CPF TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-OK
                 IF ARQCAD01-CLI-FALECIDO
                    MOVE 'TITULAR FALECIDO'
                                 TO WRK-MOTIVO-REJEICAO
                    GO TO 3200-99-FIM
                 END-IF
                 IF ARQCAD01-CLI-UNIFICADO
                    MOVE 'TITULAR COM CPF UNIFICADO'
                                 TO WRK-MOTIVO-REJEICAO
                    GO TO 3200-99-FIM
                 END-IF
              WHEN WRK-FS-CAD01-NAO-ACHOU
                 MOVE 'TITULAR NAO CADASTRADO'
                                 TO WRK-MOTIVO-REJEICAO
                 GO TO 3200-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           INITIALIZE ARQCTA01-REGISTRO
           MOVE ARQTCT01-NUM-CONTA   TO ARQCTA01-NUM-CONTA
           MOVE ARQTCT01-COD-CPF     TO ARQCTA01-COD-CPF
           MOVE ARQTCT01-DIG-CPF     TO ARQCTA01-DIG-CPF
           MOVE ARQTCT01-COD-FILIAL  TO ARQCTA01-COD-FILIAL
           MOVE WRK-DATA-MOV-AMD     TO ARQCTA01-DATA-ABERTURA
           MOVE ZEROS                TO ARQCTA01-DATA-ENCERRAMENTO
           SET ARQCTA01-CONTA-ATIVA  TO TRUE
           MOVE WRK-DATA-SIS-AMD     TO ARQCTA01-DATA-ATUALIZACAO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           WRITE ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-OK
              SET WRK-MOVTO-APLICADO TO TRUE
              PERFORM 3860-GUARDA-DEPOIS
              ADD 1 TO ACU-INCLUSOES
           ELSE
              IF WRK-FS-CTA01-DUPLICADO
                 MOVE 'INCLUSAO DE CONTA JA EXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
              ELSE
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ALTERACAO DA FILIAL DE DOMICILIO: A CONTA PRECISA EXISTIR,  *
      *    SER DO MESMO TITULAR E ESTAR ATIVA                          *
      *----------------------------------------------------------------*
       3300-TRATA-ALTERACAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3830-CONFERE-TITULAR

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              GO TO 3300-99-FIM
           END-IF

           IF ARQCTA01-CONTA-ENCERRADA
              MOVE 'ALTERACAO DE CONTA ENCERRADA'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3300-99-FIM
           END-IF

           MOVE ARQTCT01-COD-FILIAL  TO ARQCTA01-COD-FILIAL
           MOVE WRK-DATA-SIS-AMD     TO ARQCTA01-DATA-ATUALIZACAO

           PERFORM 3850-REGRAVA-CONTA
           ADD 1 TO ACU-ALTERACOES
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENCERRAMENTO: A CONTA PRECISA EXISTIR, SER DO MESMO TITULAR *
      *    E ESTAR ATIVA, E A DATA DE ENCERRAMENTO NAO PODE SER        *
      *    ANTERIOR A DE ABERTURA. O REGISTRO NAO E' ELIMINADO - FICA  *
      *    ENCERRADO, PARA O EXER0212 REJEITAR MOVIMENTOS NA CONTA     *
      *----------------------------------------------------------------*
       3400-TRATA-ENCERRAMENTO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3830-CONFERE-TITULAR

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              GO TO 3400-99-FIM
           END-IF

           IF ARQCTA01-CONTA-ENCERRADA
              MOVE 'CONTA JA ENCERRADA'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3400-99-FIM
           END-IF

           IF WRK-DATA-MOV-AMD LESS THAN ARQCTA01-DATA-ABERTURA
              MOVE 'ENCERRAMENTO ANTES DA ABERTURA'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3400-99-FIM
           END-IF

           MOVE WRK-DATA-MOV-AMD     TO ARQCTA01-DATA-ENCERRAMENTO
           SET ARQCTA01-CONTA-ENCERRADA TO TRUE
           MOVE WRK-DATA-SIS-AMD     TO ARQCTA01-DATA-ATUALIZACAO

           PERFORM 3850-REGRAVA-CONTA
           ADD 1 TO ACU-ENCERRAMENTOS
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REABERTURA: A CONTA PRECISA EXISTIR, SER DO MESMO TITULAR E *
      *    ESTAR ENCERRADA. VOLTA A ATIVA E A DATA DE ENCERRAMENTO E'  *
      *    LIMPA (A ANTERIOR FICA NA LISTAGEM, NA IMAGEM ANTES)        *
      *----------------------------------------------------------------*
       3500-TRATA-REABERTURA SECTION.
      *----------------------------------------------------------------*

           PERFORM 3830-CONFERE-TITULAR

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              GO TO 3500-99-FIM
           END-IF

           IF ARQCTA01-CONTA-ATIVA
              MOVE 'REABERTURA DE CONTA ATIVA'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3500-99-FIM
           END-IF

           MOVE ZEROS                TO ARQCTA01-DATA-ENCERRAMENTO
           SET ARQCTA01-CONTA-ATIVA  TO TRUE
           MOVE WRK-DATA-SIS-AMD     TO ARQCTA01-DATA-ATUALIZACAO

           PERFORM 3850-REGRAVA-CONTA
           ADD 1 TO ACU-REABERTURAS
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO DE MOVIMENTO                   *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE           ARQTCT01-REGISTRO
           SET WRK-CN-READ      TO TRUE
           SET WRK-CN-ARQTCT01  TO TRUE

           READ ARQTCT01 INTO ARQTCT01-REGISTRO

           EVALUATE WRK-FS-ARQTCT01
              WHEN '00'
                 ADD 1 TO ACU-LIDAS-ARQTCT01
              WHEN '10'
                 SET WRK-FIM-ARQTCT01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQTCT01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE A CONTA PELO NUMERO DO MOVIMENTO E DEVOLVE NO SWITCH     *
      *    WRK-CONTA-CADASTRADA SE O REGISTRO EXISTE, JA GUARDANDO A   *
      *    IMAGEM ANTES. QUALQUER STATUS DIFERENTE DE ACHOU/NAO-ACHOU  *
      *    CANCELA O PROGRAMA                                          *
      *----------------------------------------------------------------*
       3810-LER-CONTA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CONTA-AUSENTE TO TRUE
           MOVE ARQTCT01-NUM-CONTA TO ARQCTA01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           READ ARQCTA01 KEY IS ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 SET WRK-CONTA-CADASTRADA TO TRUE
                 MOVE ARQCTA01-COD-FILIAL   TO WRK-ANT-FILIAL
                 MOVE ARQCTA01-DATA-ABERTURA
                                            TO WRK-ANT-ABERTURA
                 MOVE ARQCTA01-DATA-ENCERRAMENTO
                                            TO WRK-ANT-ENCERRAMENTO
                 MOVE ARQCTA01-SITUACAO     TO WRK-ANT-SITUACAO
                 MOVE WRK-IMAGEM-ANTES      TO WRK-IMAGEM-DEPOIS
              WHEN WRK-FS-CTA01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
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
           MOVE ARQTCT01-COD-CPF TO WRK-CPF-COD-ALFA
           MOVE ARQTCT01-DIG-CPF TO WRK-CPF-DIG-ALFA

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
      *    ALTERACAO/ENCERRAMENTO/REABERTURA: A CONTA PRECISA EXISTIR  *
      *    E SER DO CPF DO MOVIMENTO - NUMERO DE CONTA DIGITADO COM O  *
      *    CPF ERRADO NAO PODE MEXER NA CONTA DE OUTRO CLIENTE         *
      *----------------------------------------------------------------*
       3830-CONFERE-TITULAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-CONTA-AUSENTE
              MOVE 'CONTA INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              IF ARQCTA01-CPF NOT EQUAL ARQTCT01-CPF
                 MOVE 'CONTA DE OUTRO TITULAR'
                                 TO WRK-MOTIVO-REJEICAO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
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
      *    REGRAVA A CONTA ALTERADA E GUARDA A IMAGEM DEPOIS           *
      *----------------------------------------------------------------*
       3850-REGRAVA-CONTA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           REWRITE ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-OK
              SET WRK-MOVTO-APLICADO TO TRUE
              PERFORM 3860-GUARDA-DEPOIS
           ELSE
              MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA A IMAGEM DEPOIS A PARTIR DO REGISTRO GRAVADO         *
      *----------------------------------------------------------------*
       3860-GUARDA-DEPOIS SECTION.
      *----------------------------------------------------------------*

           MOVE ARQCTA01-COD-FILIAL        TO WRK-DEP-FILIAL
           MOVE ARQCTA01-DATA-ABERTURA     TO WRK-DEP-ABERTURA
           MOVE ARQCTA01-DATA-ENCERRAMENTO TO WRK-DEP-ENCERRAMENTO
           MOVE ARQCTA01-SITUACAO          TO WRK-DEP-SITUACAO
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DE AUDITORIA O RESULTADO DO MOVIMENTO     *
      *    (APLICADA OU REJEITADA), COM AS IMAGENS ANTES/DEPOIS        *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLCT01-REGISTRO
           MOVE ARQTCT01-ACAO      TO ARQLCT01-ACAO
           MOVE ARQTCT01-COD-CPF   TO ARQLCT01-COD-CPF
           MOVE ARQTCT01-DIG-CPF   TO ARQLCT01-DIG-CPF
           MOVE ARQTCT01-NUM-CONTA TO ARQLCT01-NUM-CONTA

           IF WRK-MOVTO-APLICADO
              MOVE 'APLICADA '     TO ARQLCT01-SITUACAO
              ADD 1 TO ACU-APLICADAS
           ELSE
              MOVE 'REJEITADA'     TO ARQLCT01-SITUACAO
              MOVE WRK-MOTIVO-REJEICAO
                                   TO ARQLCT01-MOTIVO
              ADD 1 TO ACU-REJEITADAS
           END-IF

           MOVE WRK-ANT-FILIAL        TO ARQLCT01-FILIAL-ANTES
           MOVE WRK-DEP-FILIAL        TO ARQLCT01-FILIAL-DEPOIS
           MOVE WRK-ANT-ABERTURA      TO ARQLCT01-ABERT-ANTES
           MOVE WRK-DEP-ABERTURA      TO ARQLCT01-ABERT-DEPOIS
           MOVE WRK-ANT-ENCERRAMENTO  TO ARQLCT01-ENCER-ANTES
           MOVE WRK-DEP-ENCERRAMENTO  TO ARQLCT01-ENCER-DEPOIS
           MOVE WRK-ANT-SITUACAO      TO ARQLCT01-SIT-ANTES
           MOVE WRK-DEP-SITUACAO      TO ARQLCT01-SIT-DEPOIS

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLCT01  TO TRUE

           WRITE FD-ARQLCT01 FROM ARQLCT01-REGISTRO

           IF NOT WRK-FS-LCT01-OK
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

           CLOSE ARQTCT01.
           CLOSE ARQCTA01.
           CLOSE ARQCAD01.
           CLOSE ARQLCT01.

           MOVE ACU-LIDAS-ARQTCT01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* QTDE. DE MOVIMENTOS LIDOS  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-APLICADAS          TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE MOVIMENTOS APLICADOS: ' WRK-MASK-QTDREG
                                                         '      *'
            MOVE ACU-INCLUSOES          TO WRK-MASK-QTDREG
            DISPLAY '*   ABERTURAS APLICADAS......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-ALTERACOES         TO WRK-MASK-QTDREG
            DISPLAY '*   ALTERACOES APLICADAS.....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-ENCERRAMENTOS      TO WRK-MASK-QTDREG
            DISPLAY '*   ENCERRAMENTOS APLICADOS..: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-REABERTURAS        TO WRK-MASK-QTDREG
            DISPLAY '*   REABERTURAS APLICADAS....: ' WRK-MASK-QTDREG
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
