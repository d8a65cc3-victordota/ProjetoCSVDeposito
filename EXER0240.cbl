      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0240.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E29
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONCILIACAO DO RETORNO DO SUBSISTEMA DE     *
      *                    CONTAS: CASA O ARQUIVO DE RETORNO (CNF02112,*
      *                    ORDENADO POR CPF + CONTA + DATA DO EXTRATO) *
      *                    COM A GERACAO DO EXTRATO FIXO ENVIADA       *
      *                    (VAL02112, DATADA PELO RESUMO RES02112 DA   *
      *                    MESMA EXECUCAO) E COM AS PENDENCIAS DE DIAS *
      *                    ANTERIORES (PNC02112), EM BALANCED-LINE.    *
      *                    BLOCO ACEITO PELO VALOR ENVIADO ESTA'       *
      *                    CONCILIADO (PENDENCIA ANTIGA E' BAIXADA);   *
      *                    BLOCO REJEITADO, SEM RETORNO OU ACEITO COM  *
      *                    OUTRO VALOR SAI NA LISTAGEM E NA NOVA       *
      *                    GERACAO DE PENDENCIAS, ATE' UM RETORNO      *
      *                    POSTERIOR ACEITA-LO. RETORNO SEM BLOCO      *
      *                    ENVIADO OU REPETIDO SAI NA LISTAGEM (RC=4). *
      *                    VALOR NAO CONCILIADO OU RETORNO QUE NAO     *
      *                    BATE COM O PROPRIO TRAILER TERMINA COM RC=8.*
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRES01                                  RES02112
      *      ARQSAI02                                  VAL02112
      *      ARQCNF01                                  CNF02112
      *      ARQPNC01                                  PNC02112
      *      ARQPNC02                                  PNC02112
      *      ARQLCF01                                  LCF02112
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
      *    RESUMO DA EXECUCAO QUE GEROU O EXTRATO ENVIADO - A
      *    DATA-EXECUCAO DELE E' A DATA DE REFERENCIA DOS BLOCOS

           SELECT ARQRES01 ASSIGN      TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.
      *
           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.
      *
           SELECT ARQCNF01 ASSIGN      TO UT-S-ARQCNF01
                      FILE STATUS      IS WRK-FS-ARQCNF01.
      *
           SELECT ARQPNC01 ASSIGN      TO UT-S-ARQPNC01
                      FILE STATUS      IS WRK-FS-ARQPNC01.
      *
           SELECT ARQPNC02 ASSIGN      TO UT-S-ARQPNC02
                      FILE STATUS      IS WRK-FS-ARQPNC02.
      *
           SELECT ARQLCF01 ASSIGN      TO UT-S-ARQLCF01
                      FILE STATUS      IS WRK-FS-ARQLCF01.
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
      *   INPUT:      RESUMO DA EXECUCAO DO EXER0212 (GERACAO ENVIADA)*
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO FIXO ENVIADO AO SUBSISTEMA DE CONTAS    *
      *               ORG. SEQUENCIAL   -   LRECL = 104               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI02             PIC X(104).

      *---------------------------------------------------------------*
      *   INPUT:      RETORNO DO SUBSISTEMA DE CONTAS (ORDENADO)      *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCNF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCNF01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      PENDENCIAS DE CONCILIACAO (GERACAO ANTERIOR)    *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQPNC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPNC01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     PENDENCIAS DE CONCILIACAO (NOVA GERACAO)        *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQPNC02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPNC02             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DA CONCILIACAO DO RETORNO              *
      *               ORG. SEQUENCIAL   -   LRECL = 170               *
      *---------------------------------------------------------------*

       FD  ARQLCF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLCF01             PIC X(170).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0240 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0240'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 ACU-LIDOS-ARQSAI02      PIC 9(007) VALUE ZEROS.
       77 ACU-ENV-SOMADOS         PIC 9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQPNC01      PIC 9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQCNF01      PIC 9(007) VALUE ZEROS.
       77 ACU-CNF-ACEITOS         PIC 9(007) VALUE ZEROS.
       77 ACU-CNF-REJEITADOS      PIC 9(007) VALUE ZEROS.
       77 ACU-CNF-INVALIDOS       PIC 9(007) VALUE ZEROS.
       77 ACU-TRAILERS            PIC 9(003) VALUE ZEROS.
       77 ACU-TRL-REGISTROS       PIC 9(007) VALUE ZEROS.
       77 ACU-TRL-ACEITOS         PIC 9(007) VALUE ZEROS.
       77 ACU-TRL-REJEITADOS      PIC 9(007) VALUE ZEROS.
       77 ACU-CONCILIADOS         PIC 9(007) VALUE ZEROS.
       77 ACU-BAIXADOS            PIC 9(007) VALUE ZEROS.
       77 ACU-REJEITADOS          PIC 9(007) VALUE ZEROS.
       77 ACU-NAO-CONFIRMADOS     PIC 9(007) VALUE ZEROS.
       77 ACU-DIVERGENTES         PIC 9(007) VALUE ZEROS.
       77 ACU-MANTIDOS            PIC 9(007) VALUE ZEROS.
       77 ACU-NAO-ESPERADOS       PIC 9(007) VALUE ZEROS.
       77 ACU-RET-DUPLICADOS      PIC 9(007) VALUE ZEROS.
       77 ACU-PNC-REPETIDAS       PIC 9(007) VALUE ZEROS.
       77 ACU-GRAVADOS-ARQPNC02   PIC 9(007) VALUE ZEROS.
       77 ACU-VAL-ENVIADO         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-RETORNO         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-TRL-VAL-TOTAL       PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-CONCILIADO      PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-BAIXADO         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-VAL-ABERTO          PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-DATA-REFERENCIA     PIC 9(008) VALUE ZEROS.
       77 WRK-VAL-ABERTO          PIC S9(015)V99 COMP-3 VALUE +0.

       77 WRK-SW-ESPERADO         PIC X(001) VALUE 'N'.
          88 WRK-ESPERADO                    VALUE 'S'.

       77 WRK-SW-RETORNO          PIC X(001) VALUE 'N'.
          88 WRK-COM-RETORNO                 VALUE 'S'.

       77 WRK-SW-CNF-LIDO         PIC X(001) VALUE 'N'.
          88 WRK-CNF-LIDO                    VALUE 'S'.

       77 WRK-SW-TRAILER          PIC X(001) VALUE 'S'.
          88 WRK-TRAILER-CONFERE             VALUE 'S'.
          88 WRK-TRAILER-DIVERGE             VALUE 'N'.

      *----------------------------------------------------------------*
      *    CHAVES DO BALANCED-LINE: CPF + CONTA + DATA DO EXTRATO.     *
      *    FIM DE ARQUIVO = HIGH-VALUES; A MENOR DAS TRES E' A CHAVE   *
      *    EM TRATAMENTO. CADA ARQUIVO TEM QUE VIR NA ORDEM DA CHAVE - *
      *    FORA DE ORDEM CANCELA O JOB (O CASAMENTO FICARIA ERRADO)    *
      *----------------------------------------------------------------*
       01 WRK-CHV-VAL.
          05 WRK-CHV-VAL-COD-CPF  PIC 9(009) VALUE ZEROS.
          05 WRK-CHV-VAL-DIG-CPF  PIC 9(002) VALUE ZEROS.
          05 WRK-CHV-VAL-CONTA    PIC 9(008) VALUE ZEROS.
          05 WRK-CHV-VAL-DATA     PIC 9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    PROXIMO REGISTRO DO EXTRATO (LEITURA ANTECIPADA). O EXTRATO *
      *    PODE TRAZER A MESMA CHAVE EM MAIS DE UM REGISTRO (CPF       *
      *    UNIFICADO REDIRECIONADO PELO EXER0212 OU SEQUENCIA SO'      *
      *    REPORTADA) - OS REGISTROS CONSECUTIVOS DE MESMA CHAVE SAO   *
      *    SOMADOS NUM BLOCO SO' EM WRK-ENV-VAL-MOVTO-LIQ              *
      *----------------------------------------------------------------*
       01 WRK-CHV-ENV-PROX.
          05 WRK-CHV-PRX-COD-CPF  PIC 9(009) VALUE ZEROS.
          05 WRK-CHV-PRX-DIG-CPF  PIC 9(002) VALUE ZEROS.
          05 WRK-CHV-PRX-CONTA    PIC 9(008) VALUE ZEROS.
          05 WRK-CHV-PRX-DATA     PIC 9(008) VALUE ZEROS.

       77 WRK-ENV-PROX-VAL        PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-ENV-VAL-MOVTO-LIQ   PIC S9(15)V99 COMP-3 VALUE +0.

       01 WRK-CHV-PEN             PIC X(027) VALUE LOW-VALUES.
       01 WRK-CHV-CNF             PIC X(027) VALUE LOW-VALUES.

       01 WRK-CHV-VAL-ANT         PIC X(027) VALUE LOW-VALUES.
       01 WRK-CHV-PEN-ANT         PIC X(027) VALUE LOW-VALUES.
       01 WRK-CHV-CNF-ANT         PIC X(027) VALUE LOW-VALUES.

       01 WRK-CHV-MENOR.
          05 WRK-CHV-MEN-COD-CPF  PIC 9(009) VALUE ZEROS.
          05 WRK-CHV-MEN-DIG-CPF  PIC 9(002) VALUE ZEROS.
          05 WRK-CHV-MEN-CONTA    PIC 9(008) VALUE ZEROS.
          05 WRK-CHV-MEN-DATA     PIC 9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ULTIMA PENDENCIA LIDA (LEITURA ANTECIPADA) - A AREA DO BOOK *
      *    PNC02112 E' REUSADA PARA MONTAR A NOVA GERACAO              *
      *----------------------------------------------------------------*
       01 WRK-PEN-PROXIMA         PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------*
      *    BLOCO ESPERADO DA CHAVE EM TRATAMENTO (DO EXTRATO ENVIADO   *
      *    OU DE UMA PENDENCIA ANTERIOR) E O RETORNO RECEBIDO PARA ELE *
      *----------------------------------------------------------------*
       01 WRK-ESPERADO-DADOS.
          05 WRK-ESP-ORIGEM       PIC X(006) VALUE SPACES.
          05 WRK-ESP-VAL-ENVIADO  PIC S9(15)V99 COMP-3 VALUE +0.
          05 WRK-ESP-VAL-CONFIRM  PIC S9(15)V99 COMP-3 VALUE +0.
          05 WRK-ESP-SITUACAO     PIC X(001) VALUE SPACES.
             88 WRK-ESP-VALOR-DIVERGENTE     VALUE 'V'.
          05 WRK-ESP-COD-MOTIVO   PIC X(003) VALUE SPACES.
          05 WRK-ESP-DESC-MOTIVO  PIC X(030) VALUE SPACES.
          05 WRK-ESP-DATA-INCLUSAO PIC 9(008) VALUE ZEROS.

       01 WRK-RETORNO-DADOS.
          05 WRK-RET-SITUACAO     PIC X(001) VALUE SPACES.
             88 WRK-RET-ACEITO               VALUE 'A'.
          05 WRK-RET-COD-MOTIVO   PIC X(003) VALUE SPACES.
          05 WRK-RET-DESC-MOTIVO  PIC X(030) VALUE SPACES.
          05 WRK-RET-VAL-MOVTO-LIQ PIC S9(15)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    DATA AAAAMMDD PARA DD-MM-AAAA NA LISTAGEM                   *
      *----------------------------------------------------------------*
       01 WRK-DATA-AUX.
          03 WRK-DATA-AUX-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-AUX-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-AUX-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX
                                  PIC 9(008).

       01 WRK-DATA-EDIT.
          03 WRK-DATA-EDT-DIA     PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-DATA-EDT-MES     PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-DATA-EDT-ANO     PIC 9(004) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQRES01                     VALUE 'RES01113'.
       88 WRK-CN-ARQSAI02                     VALUE 'SAI02113'.
       88 WRK-CN-ARQCNF01                     VALUE 'CNF01113'.
       88 WRK-CN-ARQPNC01                     VALUE 'PNC01113'.
       88 WRK-CN-ARQPNC02                     VALUE 'PNC02113'.
       88 WRK-CN-ARQLCF01                     VALUE 'LCF01113'.

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
          05 WRK-FS-ARQCNF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CNF01-OK               VALUE '00'.
             88 WRK-FS-CNF01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQPNC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PNC01-OK               VALUE '00'.
             88 WRK-FS-PNC01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQPNC02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PNC02-OK               VALUE '00'.
      *
          05 WRK-FS-ARQLCF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCF01-OK               VALUE '00'.
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
           COPY CNF02112.
           COPY PNC02112.
           COPY LCF02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0240 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-CHV-VAL EQUAL HIGH-VALUES
                                    AND WRK-CHV-PEN EQUAL HIGH-VALUES
                                    AND WRK-CHV-CNF EQUAL HIGH-VALUES
      *
           PERFORM 4000-CONFERE-TRAILER
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
           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE
           OPEN INPUT ARQRES01
      *
           IF NOT WRK-FS-RES01-OK
              MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-LE-RESUMO

           CLOSE ARQRES01

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQSAI02 TO TRUE
           OPEN INPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCNF01 TO TRUE
           OPEN INPUT ARQCNF01

           IF NOT WRK-FS-CNF01-OK
              MOVE WRK-FS-ARQCNF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQPNC01 TO TRUE
           OPEN INPUT ARQPNC01

           IF NOT WRK-FS-PNC01-OK
              MOVE WRK-FS-ARQPNC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQPNC02 TO TRUE
           OPEN OUTPUT ARQPNC02

           IF NOT WRK-FS-PNC02-OK
              MOVE WRK-FS-ARQPNC02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQLCF01 TO TRUE
           OPEN OUTPUT ARQLCF01

           IF NOT WRK-FS-LCF01-OK
              MOVE WRK-FS-ARQLCF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3815-LER-REGISTRO-ENVIO
           PERFORM 3810-LER-ENVIO
           PERFORM 3820-LER-PENDENCIA
           PERFORM 3830-LER-RETORNO
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    LE O RESUMO DA EXECUCAO DO EXER0212 QUE GEROU O EXTRATO     *
      *    ENVIADO. GERACAO VAZIA (EXECUCAO CANCELADA) CANCELA O JOB - *
      *    SEM A DATA DA EXECUCAO NAO HA' COMO CASAR OS RETORNOS       *
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
              DISPLAY '*  EXECUCAO CANCELADA NAO GERA EXTRATO         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO          *'
              DISPLAY '************************************************'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-ENCERRAR
              WHEN OTHER
                 MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQRES01-DATA-EXECUCAO TO WRK-DATA-REFERENCIA
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA A MENOR CHAVE ENTRE EXTRATO, PENDENCIAS E RETORNO.    *
      *    O EXTRATO DO DIA PREVALECE SOBRE UMA PENDENCIA DE MESMA     *
      *    CHAVE (SO' ACONTECE QUANDO A CONCILIACAO DO DIA E' RODADA   *
      *    DE NOVO SOBRE A PROPRIA GERACAO DE PENDENCIAS). UM SEGUNDO  *
      *    RETORNO PARA A MESMA CHAVE SAI NA LISTAGEM COMO DUPLICADO   *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3050-DEFINE-MENOR

           MOVE 'N' TO WRK-SW-ESPERADO
           MOVE 'N' TO WRK-SW-RETORNO

           IF WRK-CHV-VAL EQUAL WRK-CHV-MENOR
              PERFORM 3060-CARREGA-ENVIO
              PERFORM 3810-LER-ENVIO
           END-IF

           IF WRK-CHV-PEN EQUAL WRK-CHV-MENOR
              IF WRK-ESPERADO
                 ADD 1 TO ACU-PNC-REPETIDAS
              ELSE
                 PERFORM 3070-CARREGA-PENDENCIA
              END-IF
              PERFORM 3820-LER-PENDENCIA
           END-IF

           IF WRK-CHV-CNF EQUAL WRK-CHV-MENOR
              PERFORM 3080-CARREGA-RETORNO
              PERFORM 3830-LER-RETORNO
              PERFORM 3600-RETORNO-DUPLICADO
                 UNTIL WRK-CHV-CNF NOT EQUAL WRK-CHV-MENOR
           END-IF

           EVALUATE TRUE
              WHEN NOT WRK-ESPERADO
                 PERFORM 3500-RETORNO-NAO-ESPERADO
              WHEN NOT WRK-COM-RETORNO
                 PERFORM 3300-SEM-RETORNO
              WHEN WRK-RET-ACEITO
               AND WRK-RET-VAL-MOVTO-LIQ EQUAL WRK-ESP-VAL-ENVIADO
                 PERFORM 3100-CONCILIADO
              WHEN WRK-RET-ACEITO
                 PERFORM 3200-VALOR-DIVERGENTE
              WHEN OTHER
                 PERFORM 3250-REJEITADO
           END-EVALUATE
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MENOR CHAVE ENTRE OS TRES ARQUIVOS                          *
      *----------------------------------------------------------------*
       3050-DEFINE-MENOR SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHV-VAL TO WRK-CHV-MENOR

           IF WRK-CHV-PEN LESS THAN WRK-CHV-MENOR
              MOVE WRK-CHV-PEN TO WRK-CHV-MENOR
           END-IF

           IF WRK-CHV-CNF LESS THAN WRK-CHV-MENOR
              MOVE WRK-CHV-CNF TO WRK-CHV-MENOR
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO ESPERADO VINDO DO EXTRATO ENVIADO NO DIA              *
      *----------------------------------------------------------------*
       3060-CARREGA-ENVIO SECTION.
      *----------------------------------------------------------------*

           SET WRK-ESPERADO TO TRUE
           INITIALIZE WRK-ESPERADO-DADOS
           MOVE 'ENVIO '               TO WRK-ESP-ORIGEM
           MOVE WRK-ENV-VAL-MOVTO-LIQ  TO WRK-ESP-VAL-ENVIADO
           MOVE WRK-DATA-REFERENCIA    TO WRK-ESP-DATA-INCLUSAO
           .
      *----------------------------------------------------------------*
       3060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO ESPERADO VINDO DE UMA PENDENCIA DE DIA ANTERIOR       *
      *----------------------------------------------------------------*
       3070-CARREGA-PENDENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PEN-PROXIMA TO ARQPNC01-REGISTRO

           SET WRK-ESPERADO TO TRUE
           INITIALIZE WRK-ESPERADO-DADOS
           MOVE 'PENDEN'                TO WRK-ESP-ORIGEM
           MOVE ARQPNC01-VAL-ENVIADO    TO WRK-ESP-VAL-ENVIADO
           MOVE ARQPNC01-VAL-CONFIRMADO TO WRK-ESP-VAL-CONFIRM
           MOVE ARQPNC01-SITUACAO       TO WRK-ESP-SITUACAO
           MOVE ARQPNC01-COD-MOTIVO     TO WRK-ESP-COD-MOTIVO
           MOVE ARQPNC01-DESC-MOTIVO    TO WRK-ESP-DESC-MOTIVO
           MOVE ARQPNC01-DATA-INCLUSAO  TO WRK-ESP-DATA-INCLUSAO
           .
      *----------------------------------------------------------------*
       3070-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA O RETORNO DA CHAVE EM TRATAMENTO ANTES DA LEITURA    *
      *    ANTECIPADA DO PROXIMO                                       *
      *----------------------------------------------------------------*
       3080-CARREGA-RETORNO SECTION.
      *----------------------------------------------------------------*

           SET WRK-COM-RETORNO TO TRUE
           MOVE ARQCNF01-SITUACAO      TO WRK-RET-SITUACAO
           MOVE ARQCNF01-COD-MOTIVO    TO WRK-RET-COD-MOTIVO
           MOVE ARQCNF01-DESC-MOTIVO   TO WRK-RET-DESC-MOTIVO
           MOVE ARQCNF01-VAL-MOVTO-LIQ TO WRK-RET-VAL-MOVTO-LIQ
           .
      *----------------------------------------------------------------*
       3080-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO ACEITO PELO VALOR ENVIADO. PENDENCIA ANTERIOR E'      *
      *    BAIXADA E LISTADA; BLOCO DO DIA NAO VAI PARA A LISTAGEM     *
      *----------------------------------------------------------------*
       3100-CONCILIADO SECTION.
      *----------------------------------------------------------------*

           ADD 1                   TO ACU-CONCILIADOS
           ADD WRK-ESP-VAL-ENVIADO TO ACU-VAL-CONCILIADO

           IF WRK-ESP-ORIGEM EQUAL 'PENDEN'
              INITIALIZE ARQLCF01-REGISTRO
              MOVE 'BAIXADO       '      TO ARQLCF01-SITUACAO
              MOVE WRK-RET-VAL-MOVTO-LIQ TO ARQLCF01-VAL-CONFIRMADO
              MOVE ZEROS                 TO WRK-VAL-ABERTO
              PERFORM 3900-GRAVA-LISTAGEM
              ADD 1                   TO ACU-BAIXADOS
              ADD WRK-ESP-VAL-ENVIADO TO ACU-VAL-BAIXADO
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO ACEITO COM VALOR DIFERENTE DO ENVIADO: A DIFERENCA    *
      *    FICA EM ABERTO ATE' UM RETORNO COM O VALOR CERTO            *
      *----------------------------------------------------------------*
       3200-VALOR-DIVERGENTE SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-VAL-ABERTO = WRK-ESP-VAL-ENVIADO
                                  - WRK-RET-VAL-MOVTO-LIQ

           INITIALIZE ARQLCF01-REGISTRO
           MOVE 'VALOR DIVERGEN'      TO ARQLCF01-SITUACAO
           MOVE WRK-RET-COD-MOTIVO    TO ARQLCF01-COD-MOTIVO
           MOVE WRK-RET-DESC-MOTIVO   TO ARQLCF01-DESC-MOTIVO
           MOVE WRK-RET-VAL-MOVTO-LIQ TO ARQLCF01-VAL-CONFIRMADO
           PERFORM 3900-GRAVA-LISTAGEM

           INITIALIZE ARQPNC01-REGISTRO
           SET ARQPNC01-VALOR-DIVERGENTE TO TRUE
           MOVE WRK-RET-VAL-MOVTO-LIQ TO ARQPNC01-VAL-CONFIRMADO
           MOVE WRK-RET-COD-MOTIVO    TO ARQPNC01-COD-MOTIVO
           MOVE WRK-RET-DESC-MOTIVO   TO ARQPNC01-DESC-MOTIVO
           PERFORM 3700-GRAVA-PENDENCIA

           ADD 1 TO ACU-DIVERGENTES
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO REJEITADO PELO SUBSISTEMA: NADA FOI POSTADO NA CONTA, *
      *    O VALOR ENVIADO INTEIRO FICA EM ABERTO COM O MOTIVO         *
      *----------------------------------------------------------------*
       3250-REJEITADO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ESP-VAL-ENVIADO TO WRK-VAL-ABERTO

           INITIALIZE ARQLCF01-REGISTRO
           MOVE 'REJEITADO     '      TO ARQLCF01-SITUACAO
           MOVE WRK-RET-COD-MOTIVO    TO ARQLCF01-COD-MOTIVO
           MOVE WRK-RET-DESC-MOTIVO   TO ARQLCF01-DESC-MOTIVO
           MOVE WRK-RET-VAL-MOVTO-LIQ TO ARQLCF01-VAL-CONFIRMADO
           PERFORM 3900-GRAVA-LISTAGEM

           INITIALIZE ARQPNC01-REGISTRO
           SET ARQPNC01-REJEITADO TO TRUE
           MOVE ZEROS               TO ARQPNC01-VAL-CONFIRMADO
           MOVE WRK-RET-COD-MOTIVO  TO ARQPNC01-COD-MOTIVO
           MOVE WRK-RET-DESC-MOTIVO TO ARQPNC01-DESC-MOTIVO
           PERFORM 3700-GRAVA-PENDENCIA

           ADD 1 TO ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BLOCO SEM RETORNO. O DO DIA ABRE PENDENCIA 'N'; A PENDENCIA *
      *    ANTERIOR E' MANTIDA COMO ESTAVA (SITUACAO, MOTIVO E VALOR   *
      *    CONFIRMADO DO ULTIMO RETORNO)                               *
      *----------------------------------------------------------------*
       3300-SEM-RETORNO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLCF01-REGISTRO
           INITIALIZE ARQPNC01-REGISTRO

           IF WRK-ESP-ORIGEM EQUAL 'ENVIO '
              MOVE WRK-ESP-VAL-ENVIADO TO WRK-VAL-ABERTO
              MOVE 'NAO CONFIRMADO'    TO ARQLCF01-SITUACAO
              SET ARQPNC01-NAO-CONFIRMADO TO TRUE
              ADD 1 TO ACU-NAO-CONFIRMADOS
           ELSE
              IF WRK-ESP-VALOR-DIVERGENTE
                 COMPUTE WRK-VAL-ABERTO = WRK-ESP-VAL-ENVIADO
                                        - WRK-ESP-VAL-CONFIRM
              ELSE
                 MOVE WRK-ESP-VAL-ENVIADO TO WRK-VAL-ABERTO
              END-IF
              MOVE 'MANTIDO       '    TO ARQLCF01-SITUACAO
              MOVE WRK-ESP-COD-MOTIVO  TO ARQLCF01-COD-MOTIVO
              MOVE WRK-ESP-DESC-MOTIVO TO ARQLCF01-DESC-MOTIVO
              MOVE WRK-ESP-VAL-CONFIRM TO ARQLCF01-VAL-CONFIRMADO
              MOVE WRK-ESP-SITUACAO    TO ARQPNC01-SITUACAO
              MOVE WRK-ESP-VAL-CONFIRM TO ARQPNC01-VAL-CONFIRMADO
              MOVE WRK-ESP-COD-MOTIVO  TO ARQPNC01-COD-MOTIVO
              MOVE WRK-ESP-DESC-MOTIVO TO ARQPNC01-DESC-MOTIVO
              ADD 1 TO ACU-MANTIDOS
           END-IF

           PERFORM 3900-GRAVA-LISTAGEM
           PERFORM 3700-GRAVA-PENDENCIA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RETORNO SEM BLOCO ENVIADO NEM PENDENCIA COM A MESMA CHAVE   *
      *    (CPF/CONTA/DATA ALTERADOS PELO SUBSISTEMA, EXTRATO DE OUTRO *
      *    DIA NAO CONCILIADO OU PENDENCIA JA BAIXADA). SO' LISTADO    *
      *----------------------------------------------------------------*
       3500-RETORNO-NAO-ESPERADO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-ESP-VAL-ENVIADO
           MOVE ZEROS TO WRK-VAL-ABERTO

           INITIALIZE ARQLCF01-REGISTRO
           MOVE 'RETORN'              TO WRK-ESP-ORIGEM
           MOVE 'NAO ESPERADO  '      TO ARQLCF01-SITUACAO
           MOVE WRK-RET-COD-MOTIVO    TO ARQLCF01-COD-MOTIVO
           MOVE WRK-RET-DESC-MOTIVO   TO ARQLCF01-DESC-MOTIVO
           MOVE WRK-RET-VAL-MOVTO-LIQ TO ARQLCF01-VAL-CONFIRMADO
           PERFORM 3900-GRAVA-LISTAGEM

           ADD 1 TO ACU-NAO-ESPERADOS
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RETORNO REPETIDO PARA A CHAVE EM TRATAMENTO: VALE O         *
      *    PRIMEIRO, O REPETIDO SO' E' LISTADO                         *
      *----------------------------------------------------------------*
       3600-RETORNO-DUPLICADO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQLCF01-REGISTRO
           MOVE 'DUPLICADO     '       TO ARQLCF01-SITUACAO
           MOVE ARQCNF01-COD-MOTIVO    TO ARQLCF01-COD-MOTIVO
           MOVE ARQCNF01-DESC-MOTIVO   TO ARQLCF01-DESC-MOTIVO
           MOVE ARQCNF01-VAL-MOVTO-LIQ TO ARQLCF01-VAL-CONFIRMADO
           MOVE 'RETORN'               TO ARQLCF01-ORIGEM
           MOVE ZEROS                  TO ARQLCF01-VAL-ENVIADO
           MOVE ZEROS                  TO ARQLCF01-VAL-ABERTO
           PERFORM 3950-GRAVA-LINHA

           ADD 1 TO ACU-RET-DUPLICADOS

           PERFORM 3830-LER-RETORNO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA NOVA GERACAO A PENDENCIA DA CHAVE EM TRATAMENTO.   *
      *    SITUACAO, MOTIVO E VALOR CONFIRMADO JA VEM MONTADOS; O VALOR*
      *    EM ABERTO (WRK-VAL-ABERTO) ENTRA NO TOTAL SEM SINAL         *
      *----------------------------------------------------------------*
       3700-GRAVA-PENDENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHV-MENOR         TO ARQPNC01-CHAVE
           MOVE WRK-ESP-VAL-ENVIADO   TO ARQPNC01-VAL-ENVIADO
           MOVE WRK-ESP-DATA-INCLUSAO TO ARQPNC01-DATA-INCLUSAO
           MOVE WRK-DATA-REFERENCIA   TO ARQPNC01-DATA-ULTIMA

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQPNC02 TO TRUE

           WRITE FD-ARQPNC02 FROM ARQPNC01-REGISTRO

           IF NOT WRK-FS-PNC02-OK
              MOVE WRK-FS-ARQPNC02 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVADOS-ARQPNC02

           IF WRK-VAL-ABERTO LESS THAN ZEROS
              SUBTRACT WRK-VAL-ABERTO FROM ACU-VAL-ABERTO
           ELSE
              ADD WRK-VAL-ABERTO TO ACU-VAL-ABERTO
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROXIMO BLOCO DO EXTRATO ENVIADO: A CHAVE JA LIDA (LEITURA  *
      *    ANTECIPADA) MAIS TODOS OS REGISTROS SEGUINTES DE MESMA      *
      *    CHAVE, COM O MOVIMENTO LIQUIDO SOMADO                       *
      *----------------------------------------------------------------*
       3810-LER-ENVIO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHV-ENV-PROX TO WRK-CHV-VAL

           IF WRK-CHV-VAL EQUAL HIGH-VALUES
              GO TO 3810-99-FIM
           END-IF

           MOVE WRK-ENV-PROX-VAL TO WRK-ENV-VAL-MOVTO-LIQ

           PERFORM 3815-LER-REGISTRO-ENVIO

           PERFORM UNTIL WRK-CHV-ENV-PROX NOT EQUAL WRK-CHV-VAL
              ADD 1                TO ACU-ENV-SOMADOS
              ADD WRK-ENV-PROX-VAL TO WRK-ENV-VAL-MOVTO-LIQ
              PERFORM 3815-LER-REGISTRO-ENVIO
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO EXTRATO ENVIADO (ORDENADO PELO    *
      *    PASSO SRTSAI) - A CHAVE LEVA A DATA DO RESUMO               *
      *----------------------------------------------------------------*
       3815-LER-REGISTRO-ENVIO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQSAI02 TO TRUE

           READ ARQSAI02 INTO ARQSAI02-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-SAI02-OK
                 ADD 1 TO ACU-LIDOS-ARQSAI02
                 ADD ARQSAI02-VAL-MOVTO-LIQ TO ACU-VAL-ENVIADO
                 MOVE ARQSAI02-COD-CPF       TO WRK-CHV-PRX-COD-CPF
                 MOVE ARQSAI02-DIG-CPF       TO WRK-CHV-PRX-DIG-CPF
                 MOVE ARQSAI02-NUM-CONTA     TO WRK-CHV-PRX-CONTA
                 MOVE WRK-DATA-REFERENCIA    TO WRK-CHV-PRX-DATA
                 MOVE ARQSAI02-VAL-MOVTO-LIQ TO WRK-ENV-PROX-VAL
                 IF WRK-CHV-ENV-PROX LESS THAN WRK-CHV-VAL-ANT
                    PERFORM 3990-FORA-DE-SEQUENCIA
                 END-IF
                 MOVE WRK-CHV-ENV-PROX TO WRK-CHV-VAL-ANT
              WHEN WRK-FS-SAI02-FIM
                 MOVE HIGH-VALUES TO WRK-CHV-ENV-PROX
              WHEN OTHER
                 MOVE WRK-FS-ARQSAI02 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3815-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DAS PENDENCIAS ANTERIORES - O REGISTRO LIDO FICA    *
      *    GUARDADO EM WRK-PEN-PROXIMA ATE' A CHAVE DELE SER TRATADA   *
      *----------------------------------------------------------------*
       3820-LER-PENDENCIA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQPNC01 TO TRUE

           READ ARQPNC01 INTO ARQPNC01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-PNC01-OK
                 ADD 1 TO ACU-LIDOS-ARQPNC01
                 MOVE ARQPNC01-REGISTRO TO WRK-PEN-PROXIMA
                 MOVE ARQPNC01-CHAVE    TO WRK-CHV-PEN
                 IF WRK-CHV-PEN LESS THAN WRK-CHV-PEN-ANT
                    PERFORM 3990-FORA-DE-SEQUENCIA
                 END-IF
                 MOVE WRK-CHV-PEN TO WRK-CHV-PEN-ANT
              WHEN WRK-FS-PNC01-FIM
                 MOVE HIGH-VALUES TO WRK-CHV-PEN
              WHEN OTHER
                 MOVE WRK-FS-ARQPNC01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO RETORNO ATE' O PROXIMO DETALHE. TRAILERS (NO FIM *
      *    DO ARQUIVO ORDENADO, UM POR RETORNO RECEBIDO) SAO SOMADOS   *
      *    PARA A CONFERENCIA FINAL; TIPO DE REGISTRO INVALIDO E'      *
      *    CONTADO E DESPREZADO                                        *
      *----------------------------------------------------------------*
       3830-LER-RETORNO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-CNF-LIDO

           PERFORM UNTIL WRK-CNF-LIDO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQCNF01 TO TRUE

              READ ARQCNF01 INTO ARQCNF01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-CNF01-FIM
                    MOVE HIGH-VALUES TO WRK-CHV-CNF
                    SET WRK-CNF-LIDO TO TRUE
                 WHEN NOT WRK-FS-CNF01-OK
                    MOVE WRK-FS-ARQCNF01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQCNF01-TRAILER
                    ADD 1                        TO ACU-TRAILERS
                    ADD ARQCNF01-QTDE-REGISTROS  TO ACU-TRL-REGISTROS
                    ADD ARQCNF01-QTDE-ACEITOS    TO ACU-TRL-ACEITOS
                    ADD ARQCNF01-QTDE-REJEITADOS TO ACU-TRL-REJEITADOS
                    ADD ARQCNF01-VAL-TOTAL       TO ACU-TRL-VAL-TOTAL
                 WHEN ARQCNF01-DETALHE
                    ADD 1 TO ACU-LIDOS-ARQCNF01
                    ADD ARQCNF01-VAL-MOVTO-LIQ TO ACU-VAL-RETORNO
                    IF ARQCNF01-ACEITO
                       ADD 1 TO ACU-CNF-ACEITOS
                    ELSE
                       ADD 1 TO ACU-CNF-REJEITADOS
                    END-IF
                    MOVE ARQCNF01-CHAVE TO WRK-CHV-CNF
                    IF WRK-CHV-CNF LESS THAN WRK-CHV-CNF-ANT
                       PERFORM 3990-FORA-DE-SEQUENCIA
                    END-IF
                    MOVE WRK-CHV-CNF TO WRK-CHV-CNF-ANT
                    SET WRK-CNF-LIDO TO TRUE
                 WHEN OTHER
                    ADD 1 TO ACU-CNF-INVALIDOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPLETA A LINHA DA LISTAGEM COM A ORIGEM, O VALOR ENVIADO  *
      *    E O VALOR EM ABERTO DO BLOCO EM TRATAMENTO                  *
      *----------------------------------------------------------------*
       3900-GRAVA-LISTAGEM SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ESP-ORIGEM      TO ARQLCF01-ORIGEM
           MOVE WRK-ESP-VAL-ENVIADO TO ARQLCF01-VAL-ENVIADO
           MOVE WRK-VAL-ABERTO      TO ARQLCF01-VAL-ABERTO

           PERFORM 3950-GRAVA-LINHA
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DA LISTAGEM JA MONTADA COM A CHAVE EM         *
      *    TRATAMENTO, DATA DO EXTRATO EDITADA EM DD-MM-AAAA           *
      *----------------------------------------------------------------*
       3950-GRAVA-LINHA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHV-MEN-COD-CPF TO ARQLCF01-COD-CPF
           MOVE WRK-CHV-MEN-DIG-CPF TO ARQLCF01-DIG-CPF
           MOVE WRK-CHV-MEN-CONTA   TO ARQLCF01-NUM-CONTA
           MOVE WRK-CHV-MEN-DATA    TO WRK-DATA-AUX-R
           MOVE WRK-DATA-AUX-DIA    TO WRK-DATA-EDT-DIA
           MOVE WRK-DATA-AUX-MES    TO WRK-DATA-EDT-MES
           MOVE WRK-DATA-AUX-ANO    TO WRK-DATA-EDT-ANO
           MOVE WRK-DATA-EDIT       TO ARQLCF01-DATA-REFERENCIA

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQLCF01 TO TRUE

           WRITE FD-ARQLCF01 FROM ARQLCF01-REGISTRO

           IF NOT WRK-FS-LCF01-OK
              MOVE WRK-FS-ARQLCF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ARQUIVO FORA DA ORDEM DA CHAVE: O BALANCED-LINE DARIA       *
      *    BLOCOS CONCILIADOS COMO PENDENTES E VICE-VERSA - CANCELA    *
      *----------------------------------------------------------------*
       3990-FORA-DE-SEQUENCIA SECTION.
      *----------------------------------------------------------------*

           DISPLAY '************************************************'
           DISPLAY '*     ARQUIVO FORA DA ORDEM DA CHAVE           *'
           DISPLAY '* (CPF + CONTA + DATA DO EXTRATO)              *'
           DISPLAY '* ARQUIVO: ' WRK-ARQUIVO '*'
           DISPLAY '* PROGRAMA:' WRK-PROGRAMA '*'
           DISPLAY '*                   CANCELADO                  *'
           DISPLAY '************************************************'

           MOVE 16 TO RETURN-CODE
           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       3990-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE OS DETALHES LIDOS CONTRA OS TRAILERS DO RETORNO.    *
      *    RETORNO SEM TRAILER, COM REGISTRO INVALIDO OU QUE NAO BATE  *
      *    COM O PROPRIO TRAILER ESTA' INCOMPLETO - TERMINA COM RC=8   *
      *----------------------------------------------------------------*
       4000-CONFERE-TRAILER SECTION.
      *----------------------------------------------------------------*

           IF ACU-TRAILERS         EQUAL ZEROS
              OR ACU-CNF-INVALIDOS NOT EQUAL ZEROS
              OR ACU-TRL-REGISTROS NOT EQUAL ACU-LIDOS-ARQCNF01
              OR ACU-TRL-ACEITOS   NOT EQUAL ACU-CNF-ACEITOS
              OR ACU-TRL-REJEITADOS NOT EQUAL ACU-CNF-REJEITADOS
              OR ACU-TRL-VAL-TOTAL NOT EQUAL ACU-VAL-RETORNO
              SET WRK-TRAILER-DIVERGE TO TRUE
              DISPLAY '**********************************************'
              DISPLAY '*  RETORNO NAO CONFERE COM O TRAILER         *'
              MOVE ACU-TRAILERS           TO WRK-MASK-QTDREG
              DISPLAY '* TRAILERS LIDOS.............: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-CNF-INVALIDOS      TO WRK-MASK-QTDREG
              DISPLAY '* REGISTROS INVALIDOS........: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-TRL-REGISTROS      TO WRK-MASK-QTDREG
              DISPLAY '* DETALHES NO TRAILER........: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-LIDOS-ARQCNF01     TO WRK-MASK-QTDREG
              DISPLAY '* DETALHES LIDOS.............: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-TRL-ACEITOS        TO WRK-MASK-QTDREG
              DISPLAY '* ACEITOS NO TRAILER.........: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-CNF-ACEITOS        TO WRK-MASK-QTDREG
              DISPLAY '* ACEITOS LIDOS..............: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-TRL-REJEITADOS     TO WRK-MASK-QTDREG
              DISPLAY '* REJEITADOS NO TRAILER......: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-CNF-REJEITADOS     TO WRK-MASK-QTDREG
              DISPLAY '* REJEITADOS LIDOS...........: ' WRK-MASK-QTDREG
                                                         '        *'
              MOVE ACU-TRL-VAL-TOTAL      TO WRK-MASK-VALOR
              DISPLAY '*   VALOR NO TRAILER: ' WRK-MASK-VALOR ' *'
              MOVE ACU-VAL-RETORNO        TO WRK-MASK-VALOR
              DISPLAY '*   VALOR LIDO......: ' WRK-MASK-VALOR ' *'
              DISPLAY '**********************************************'
           END-IF
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA. RC=8 QUANDO HA' VALOR    *
      *    NAO CONCILIADO (PENDENCIA GRAVADA) OU O RETORNO NAO CONFERE *
      *    COM O TRAILER; RC=4 QUANDO SO' HA' RETORNO NAO ESPERADO OU  *
      *    DUPLICADO                                                   *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQSAI02.
           CLOSE ARQCNF01.
           CLOSE ARQPNC01.
           CLOSE ARQPNC02.
           CLOSE ARQLCF01.

           EVALUATE TRUE
              WHEN ACU-GRAVADOS-ARQPNC02 GREATER THAN ZEROS
                OR WRK-TRAILER-DIVERGE
                 MOVE 8 TO RETURN-CODE
              WHEN ACU-NAO-ESPERADOS GREATER THAN ZEROS
                OR ACU-RET-DUPLICADOS GREATER THAN ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

            DISPLAY '**********************************************'
            DISPLAY '* DATA DO EXTRATO CONCILIADO.: '
                                    WRK-DATA-REFERENCIA '      *'
            MOVE ACU-LIDOS-ARQSAI02     TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS ENVIADOS NO EXTRATO : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-ENV-SOMADOS        TO WRK-MASK-QTDREG
            DISPLAY '*   SOMADOS A BLOCO ANTERIOR : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-ENVIADO        TO WRK-MASK-VALOR
            DISPLAY '*   VALOR ENVIADO..: ' WRK-MASK-VALOR '  *'
            MOVE ACU-LIDOS-ARQPNC01     TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS ANTERIORES LIDAS: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIDOS-ARQCNF01     TO WRK-MASK-QTDREG
            DISPLAY '* RETORNOS LIDOS.............: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-RETORNO        TO WRK-MASK-VALOR
            DISPLAY '*   VALOR RETORNADO: ' WRK-MASK-VALOR '  *'
            MOVE ACU-CONCILIADOS        TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS CONCILIADOS.........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-CONCILIADO     TO WRK-MASK-VALOR
            DISPLAY '*   VALOR CONCILIADO: ' WRK-MASK-VALOR ' *'
            MOVE ACU-BAIXADOS           TO WRK-MASK-QTDREG
            DISPLAY '*   PENDENCIAS BAIXADAS......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-BAIXADO        TO WRK-MASK-VALOR
            DISPLAY '*   VALOR BAIXADO..: ' WRK-MASK-VALOR '  *'
            MOVE ACU-REJEITADOS         TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS REJEITADOS..........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-NAO-CONFIRMADOS    TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS SEM RETORNO.........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-DIVERGENTES        TO WRK-MASK-QTDREG
            DISPLAY '* BLOCOS COM VALOR DIVERGENTE: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-MANTIDOS           TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS MANTIDAS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-GRAVADOS-ARQPNC02  TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS EM ABERTO.......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-VAL-ABERTO         TO WRK-MASK-VALOR
            DISPLAY '*   VALOR EM ABERTO: ' WRK-MASK-VALOR '  *'
            MOVE ACU-NAO-ESPERADOS      TO WRK-MASK-QTDREG
            DISPLAY '* RETORNOS NAO ESPERADOS.....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-RET-DUPLICADOS     TO WRK-MASK-QTDREG
            DISPLAY '* RETORNOS DUPLICADOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-PNC-REPETIDAS      TO WRK-MASK-QTDREG
            DISPLAY '* PENDENCIAS DO PROPRIO DIA..: ' WRK-MASK-QTDREG
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
