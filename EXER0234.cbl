      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0234.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E23
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MANUTENCAO BATCH DO CALENDARIO DE FERIADOS  *
      *                    (PROD.DEPOSITO.CALENDARIO), CHAVE DATA +    *
      *                    FILIAL: APLICA INCLUSOES, ALTERACOES E      *
      *                    EXCLUSOES DE FERIADOS NACIONAIS E LOCAIS,   *
      *                    VALIDANDO CADA UMA E GERANDO LISTAGEM DE    *
      *                    AUDITORIA COM IMAGEM ANTES/DEPOIS (MESMO    *
      *                    PADRAO DO EXER0231). O CALENDARIO E' A      *
      *                    BASE DOS DIAS UTEIS DO ENVELHECIMENTO DE    *
      *                    REJEITOS, DA DATA DE CREDITO DA             *
      *                    REMUNERACAO, DO FECHAMENTO MENSAL, DA       *
      *                    LINHA DE BASE DO MONITOR E DA CRITICA DE    *
      *                    MOVIMENTO EM DIA NAO UTIL DO EXER0212       *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQTFE01                                  TFE02112
      *      ARQFER01                                  FER02112
      *      ARQLFE01                                  LFE02112
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
           SELECT ARQTFE01 ASSIGN      TO UT-S-ARQTFE01
                      FILE STATUS      IS WRK-FS-ARQTFE01.
      *
           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
      *
           SELECT ARQLFE01 ASSIGN      TO UT-S-ARQLFE01
                      FILE STATUS      IS WRK-FS-ARQLFE01.
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
      *    INPUT:     MOVIMENTO DE MANUTENCAO DO CALENDARIO            *
      *               ORG. SEQUENCIAL   -   LRECL = 80                 *
      *----------------------------------------------------------------*

       FD  ARQTFE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTFE01             PIC X(80).

      *---------------------------------------------------------------*
      *   I-O:        CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DE AUDITORIA (ANTES/DEPOIS)            *
      *               ORG. SEQUENCIAL   -   LRECL = 128               *
      *---------------------------------------------------------------*

       FD  ARQLFE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLFE01             PIC X(128).

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
             'EXER0234 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0234'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDAS-ARQTFE01      PIC 9(005) VALUE ZEROS.
       77 ACU-APLICADAS           PIC 9(005) VALUE ZEROS.
       77 ACU-INCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-ALTERACOES          PIC 9(005) VALUE ZEROS.
       77 ACU-EXCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-REJEITADAS          PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-TFE01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQTFE01                VALUE 'S'.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CONTROLE DO MOVIMENTO EM TRATAMENTO: SITUACAO/MOTIVO QUE    *
      *    SERAO LEVADOS A LISTAGEM E IMAGENS ANTES/DEPOIS DO FERIADO  *
      *----------------------------------------------------------------*
       77 WRK-SW-MOVTO-OK         PIC X(001) VALUE 'N'.
          88 WRK-MOVTO-APLICADO              VALUE 'S'.
          88 WRK-MOVTO-REJEITADO             VALUE 'N'.

       77 WRK-MOTIVO-REJEICAO     PIC X(030) VALUE SPACES.
       77 WRK-TIPO-ANTES          PIC X(001) VALUE SPACES.
       77 WRK-TIPO-DEPOIS         PIC X(001) VALUE SPACES.
       77 WRK-DESCRICAO-ANTES     PIC X(030) VALUE SPACES.
       77 WRK-DESCRICAO-DEPOIS    PIC X(030) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DATA DO FERIADO DO MOVIMENTO JA CONVERTIDA PARA AAAAMMDD    *
      *----------------------------------------------------------------*
       01 WRK-DATA-FERIADO.
          03 WRK-DATA-FER-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-FER-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-FER-DIA     PIC 9(002) VALUE ZEROS.

       77 WRK-SW-FERIADO-NO-CAL   PIC X(001) VALUE 'N'.
          88 WRK-FERIADO-NO-CALENDARIO       VALUE 'S'.
          88 WRK-FERIADO-AUSENTE             VALUE 'N'.

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

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQTFE01                     VALUE 'TFE01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQLFE01                     VALUE 'LFE01113'.
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
          05 WRK-FS-ARQTFE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TFE01-OK               VALUE '00'.
             88 WRK-FS-TFE01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-NAO-ACHOU        VALUE '23'.
             88 WRK-FS-FER01-DUPLICADO        VALUE '22'.
      *
          05 WRK-FS-ARQLFE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LFE01-OK               VALUE '00'.
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

           COPY TFE02112.
           COPY LFE02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0234 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQTFE01
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
           SET WRK-CN-ARQTFE01 TO TRUE
           OPEN INPUT ARQTFE01
      *
           IF NOT WRK-FS-TFE01-OK
              MOVE WRK-FS-ARQTFE01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQFER01 TO TRUE
           OPEN I-O ARQFER01

           IF NOT WRK-FS-FER01-OK
              MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLFE01 TO TRUE
           OPEN OUTPUT ARQLFE01

           IF NOT WRK-FS-LFE01-OK
              MOVE WRK-FS-ARQLFE01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-MOVIMENTO

      *    MOVIMENTO VAZIO NAO E' ERRO - O CALENDARIO DO ANO JA ESTA
      *    CARREGADO E NAO HOUVE FERIADO NOVO A CADASTRAR

           IF WRK-FIM-ARQTFE01
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
                          WRK-TIPO-ANTES
                          WRK-TIPO-DEPOIS
                          WRK-DESCRICAO-ANTES
                          WRK-DESCRICAO-DEPOIS

           PERFORM 3100-VALIDA-MOVIMENTO

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              EVALUATE TRUE
                 WHEN ARQTFE01-INCLUSAO
                    PERFORM 3200-TRATA-INCLUSAO
                 WHEN ARQTFE01-ALTERACAO
                    PERFORM 3300-TRATA-ALTERACAO
                 WHEN ARQTFE01-EXCLUSAO
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
      *    VALIDACOES COMUNS DO MOVIMENTO: CODIGO DE ACAO, DATA DO     *
      *    FERIADO VALIDA E FILIAL NUMERICA; EM INCLUSAO/ALTERACAO,    *
      *    TIPO VALIDO (NACIONAL SO' COM FILIAL 000) E DESCRICAO       *
      *    INFORMADA. QUALQUER FALHA DEIXA O MOTIVO EM                 *
      *    WRK-MOTIVO-REJEICAO                                         *
      *----------------------------------------------------------------*
       3100-VALIDA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           IF NOT ARQTFE01-INCLUSAO
              AND NOT ARQTFE01-ALTERACAO
              AND NOT ARQTFE01-EXCLUSAO
              MOVE 'CODIGO DE ACAO INVALIDO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           MOVE ARQTFE01-DATA-FERIADO TO WRK-DATA-VAL-ENTRADA
           PERFORM 3840-VALIDA-DATA
           IF DATA-INVALIDA
              MOVE 'DATA DO FERIADO INVALIDA'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           MOVE WRK-DATA-VAL-ANO-N TO WRK-DATA-FER-ANO
           MOVE WRK-DATA-VAL-MES-N TO WRK-DATA-FER-MES
           MOVE WRK-DATA-VAL-DIA-N TO WRK-DATA-FER-DIA

           IF ARQTFE01-COD-FILIAL IS NOT NUMERIC
              MOVE 'FILIAL NAO NUMERICA'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

      *    NA EXCLUSAO SO' A CHAVE INTERESSA - TIPO E DESCRICAO NAO
      *    SAO CONFERIDOS

           IF ARQTFE01-EXCLUSAO
              GO TO 3100-99-FIM
           END-IF

           IF NOT ARQTFE01-TIPO-VALIDO
              MOVE 'TIPO DE FERIADO INVALIDO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

      *    FERIADO NACIONAL VALE PARA TODAS AS FILIAIS - CADASTRADO
      *    POR FILIAL ELE NAO SERIA VISTO PELO PROCESSAMENTO CENTRAL

           IF ARQTFE01-NACIONAL
              AND ARQTFE01-COD-FILIAL NOT EQUAL ZEROS
              MOVE 'FERIADO NACIONAL COM FILIAL'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3100-99-FIM
           END-IF

           IF ARQTFE01-DESCRICAO EQUAL SPACES
              MOVE 'DESCRICAO NAO INFORMADA'
                                    TO WRK-MOTIVO-REJEICAO
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO: A DATA/FILIAL NAO PODE ESTAR NO CALENDARIO. GRAVA *
      *    O NOVO FERIADO E GUARDA A IMAGEM DEPOIS                     *
      *----------------------------------------------------------------*
       3200-TRATA-INCLUSAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-FERIADO

           IF WRK-FERIADO-NO-CALENDARIO
              MOVE ARQFER01-TIPO-FERIADO TO WRK-TIPO-ANTES
              MOVE ARQFER01-DESCRICAO    TO WRK-DESCRICAO-ANTES
              MOVE 'INCLUSAO DE FERIADO EXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              INITIALIZE ARQFER01-REGISTRO
              MOVE WRK-DATA-FERIADO      TO ARQFER01-DATA-FERIADO
              MOVE ARQTFE01-COD-FILIAL   TO ARQFER01-COD-FILIAL
              MOVE ARQTFE01-TIPO-FERIADO TO ARQFER01-TIPO-FERIADO
              MOVE ARQTFE01-DESCRICAO    TO ARQFER01-DESCRICAO
              MOVE WRK-DATA-SISTEMA      TO ARQFER01-DATA-ATUALIZACAO

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQFER01 TO TRUE

              WRITE ARQFER01-REGISTRO

              IF WRK-FS-FER01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 MOVE ARQFER01-TIPO-FERIADO TO WRK-TIPO-DEPOIS
                 MOVE ARQFER01-DESCRICAO    TO WRK-DESCRICAO-DEPOIS
                 ADD 1 TO ACU-INCLUSOES
              ELSE
                 IF WRK-FS-FER01-DUPLICADO
                    MOVE 'INCLUSAO DE FERIADO EXISTENTE'
                                    TO WRK-MOTIVO-REJEICAO
                 ELSE
                    MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
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
      *    ALTERACAO: A DATA/FILIAL PRECISA ESTAR NO CALENDARIO.       *
      *    REGRAVA COM O NOVO TIPO E DESCRICAO, GUARDANDO AS IMAGENS   *
      *    ANTES/DEPOIS                                                *
      *----------------------------------------------------------------*
       3300-TRATA-ALTERACAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-FERIADO

           IF WRK-FERIADO-AUSENTE
              MOVE 'ALTERACAO DE FERIADO INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              MOVE ARQFER01-TIPO-FERIADO TO WRK-TIPO-ANTES
              MOVE ARQFER01-DESCRICAO    TO WRK-DESCRICAO-ANTES
              MOVE ARQTFE01-TIPO-FERIADO TO ARQFER01-TIPO-FERIADO
              MOVE ARQTFE01-DESCRICAO    TO ARQFER01-DESCRICAO
              MOVE WRK-DATA-SISTEMA      TO ARQFER01-DATA-ATUALIZACAO

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQFER01 TO TRUE

              REWRITE ARQFER01-REGISTRO

              IF WRK-FS-FER01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 MOVE ARQFER01-TIPO-FERIADO TO WRK-TIPO-DEPOIS
                 MOVE ARQFER01-DESCRICAO    TO WRK-DESCRICAO-DEPOIS
                 ADD 1 TO ACU-ALTERACOES
              ELSE
                 MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXCLUSAO: A DATA/FILIAL PRECISA ESTAR NO CALENDARIO.        *
      *    ELIMINA O REGISTRO, GUARDANDO A IMAGEM ANTES (DEPOIS FICA   *
      *    EM BRANCO - DIA VOLTA A SER UTIL)                           *
      *----------------------------------------------------------------*
       3400-TRATA-EXCLUSAO SECTION.
      *----------------------------------------------------------------*

           PERFORM 3810-LER-FERIADO

           IF WRK-FERIADO-AUSENTE
              MOVE 'EXCLUSAO DE FERIADO INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              MOVE ARQFER01-TIPO-FERIADO TO WRK-TIPO-ANTES
              MOVE ARQFER01-DESCRICAO    TO WRK-DESCRICAO-ANTES

              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQFER01 TO TRUE

              DELETE ARQFER01

              IF WRK-FS-FER01-OK
                 SET WRK-MOVTO-APLICADO TO TRUE
                 ADD 1 TO ACU-EXCLUSOES
              ELSE
                 MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
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

           INITIALIZE           ARQTFE01-REGISTRO
           SET WRK-CN-READ      TO TRUE
           SET WRK-CN-ARQTFE01  TO TRUE

           READ ARQTFE01 INTO ARQTFE01-REGISTRO

           EVALUATE WRK-FS-ARQTFE01
              WHEN '00'
                 ADD 1 TO ACU-LIDAS-ARQTFE01
              WHEN '10'
                 SET WRK-FIM-ARQTFE01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQTFE01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O FERIADO PELA CHAVE DATA + FILIAL DO MOVIMENTO E        *
      *    DEVOLVE NO SWITCH WRK-FERIADO-NO-CALENDARIO SE O REGISTRO   *
      *    EXISTE. QUALQUER STATUS DIFERENTE DE ACHOU/NAO-ACHOU        *
      *    CANCELA O PROGRAMA                                          *
      *----------------------------------------------------------------*
       3810-LER-FERIADO SECTION.
      *----------------------------------------------------------------*

           SET WRK-FERIADO-AUSENTE TO TRUE
           MOVE WRK-DATA-FERIADO    TO ARQFER01-DATA-FERIADO
           MOVE ARQTFE01-COD-FILIAL TO ARQFER01-COD-FILIAL

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQFER01 TO TRUE

           READ ARQFER01 KEY IS ARQFER01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-FER01-OK
                 SET WRK-FERIADO-NO-CALENDARIO TO TRUE
              WHEN WRK-FS-FER01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
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

           INITIALIZE ARQLFE01-REGISTRO
           MOVE ARQTFE01-ACAO         TO ARQLFE01-ACAO
           MOVE ARQTFE01-DATA-FERIADO TO ARQLFE01-DATA-FERIADO
           IF ARQTFE01-COD-FILIAL IS NUMERIC
              MOVE ARQTFE01-COD-FILIAL TO ARQLFE01-COD-FILIAL
           END-IF

           IF WRK-MOVTO-APLICADO
              MOVE 'APLICADA '     TO ARQLFE01-SITUACAO
              ADD 1 TO ACU-APLICADAS
           ELSE
              MOVE 'REJEITADA'     TO ARQLFE01-SITUACAO
              MOVE WRK-MOTIVO-REJEICAO
                                   TO ARQLFE01-MOTIVO
              ADD 1 TO ACU-REJEITADAS
           END-IF

           MOVE WRK-TIPO-ANTES       TO ARQLFE01-TIPO-ANTES
           MOVE WRK-DESCRICAO-ANTES  TO ARQLFE01-DESCRICAO-ANTES
           MOVE WRK-TIPO-DEPOIS      TO ARQLFE01-TIPO-DEPOIS
           MOVE WRK-DESCRICAO-DEPOIS TO ARQLFE01-DESCRICAO-DEPOIS

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLFE01  TO TRUE

           WRITE FD-ARQLFE01 FROM ARQLFE01-REGISTRO

           IF NOT WRK-FS-LFE01-OK
              MOVE WRK-FS-ARQLFE01 TO WRK-FS-DISPLAY
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

           CLOSE ARQTFE01.
           CLOSE ARQFER01.
           CLOSE ARQLFE01.

           MOVE ACU-LIDAS-ARQTFE01     TO WRK-MASK-QTDREG
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
