      *                    PERMANENTE (CHAVE CPF + ANO-MES), EMITE O   *
      *                    DEMONSTRATIVO DE FECHAMENTO COM TOTAL GERAL *
      *                    E ZERA O CLUSTER PARA O MES NOVO.           *
      *                    O MES SO' PODE SER FECHADO A PARTIR DO SEU  *
      *                    ULTIMO DIA UTIL (CALENDARIO GERAL DE        *
      *                    FERIADOS): SEM CARTAO, RODANDO NO ULTIMO    *
      *                    DIA UTIL OU DEPOIS DELE FECHA-SE O PROPRIO  *
      *                    MES; ANTES DELE, O MES ANTERIOR.            *
      *                    CONTA ENCERRADA ANTES DA COMPETENCIA        *
      *                    (CADASTRO DE CONTAS) NAO E' TRANSPORTADA AO *
      *                    HISTORICO - SAI NO DEMONSTRATIVO COM TOTAL  *
      *                    PROPRIO E E' ELIMINADA DO SALDO-MES.        *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *      ARQHIS01                                  HIS02112
      *      ARQFEC01                                  (LINHAS 80)
      *      ARQPRM01                                  (CARTAO 80)
      *      ARQFER01                                  FER02112
      *      ARQCTA01                                  CTA02112
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                      FILE STATUS      IS WRK-FS-ARQFEC01.
      *
      *    CARTAO COM A COMPETENCIA (AAAAMM) A FECHAR - OPCIONAL: SE
      *    AUSENTE, O PROGRAMA FECHA A COMPETENCIA EM ABERTO QUANDO A
      *    DATA DE PROCESSAMENTO JA E' O SEU ULTIMO DIA UTIL (OU
      *    DEPOIS), SENAO A COMPETENCIA ANTERIOR (JOB RODANDO NO
      *    INICIO DO MES SEGUINTE)

           SELECT OPTIONAL ARQPRM01 ASSIGN TO UT-S-ARQPRM01
                      FILE STATUS      IS WRK-FS-ARQPRM01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
      *
      *    CADASTRO DE CONTAS (OPCIONAL, MANTIDO PELO EXER0235) - SEM
      *    ELE TODA CONTA DO SALDO-MES E' TRANSPORTADA AO HISTORICO

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
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
       01 FD-ARQPRM01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

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
       77 ACU-GRAVADOS-ARQHIS01   PIC 9(005) VALUE ZEROS.
       77 ACU-ELIMINADOS-ARQSAL01 PIC 9(005) VALUE ZEROS.
       77 ACU-TOTAL-GERAL         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-NAO-TRANSPORTADAS   PIC 9(005) VALUE ZEROS.
       77 ACU-TOTAL-ENCERRADAS    PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    CONTA DO SALDO-MES ENCERRADA ANTES DA COMPETENCIA: NAO VAI  *
      *    AO HISTORICO. ENCERRADA DENTRO DA COMPETENCIA AINDA GRAVA O *
      *    FECHAMENTO DO MES (O ULTIMO DA CONTA)                       *
      *----------------------------------------------------------------*
       77 WRK-SW-TRANSPORTA       PIC X(001) VALUE 'S'.
          88 WRK-CONTA-TRANSPORTADA          VALUE 'S'.
          88 WRK-CONTA-NAO-TRANSPORTADA      VALUE 'N'.

       01 WRK-DATA-ENCERRAMENTO.
          03 WRK-ENC-ANO-MES      PIC 9(006) VALUE ZEROS.
          03 WRK-ENC-DIA          PIC 9(002) VALUE ZEROS.

       77 WRK-SW-FIM-SAL01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQSAL01                VALUE 'S'.

      *----------------------------------------------------------------*
      *    COMPETENCIA (AAAAMM) DO FECHAMENTO: DO CARTAO OU DERIVADA   *
      *    DA DATA DE PROCESSAMENTO E DO ULTIMO DIA UTIL DO MES        *
      *----------------------------------------------------------------*
       01 WRK-CARTAO-PRM.
          03 WRK-PRM-ANO-MES      PIC X(006) VALUE SPACES.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          03 WRK-COMP-ANO-MES     PIC 9(006).

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-AMD     PIC 9(008).

       01 WRK-ULTIMO-DIA-UTIL.
          03 WRK-UDU-ANO          PIC 9(004) VALUE ZEROS.
          03 WRK-UDU-MES          PIC 9(002) VALUE ZEROS.
          03 WRK-UDU-DIA          PIC 9(002) VALUE ZEROS.
       01 WRK-ULTIMO-DIA-UTIL-R REDEFINES WRK-ULTIMO-DIA-UTIL.
          03 WRK-UDU-AMD          PIC 9(008).

      *----------------------------------------------------------------*
      *    CALENDARIO DE FERIADOS (FER02112) CARREGADO EM MEMORIA NA   *
      *    ORDEM DA CHAVE DATA + FILIAL DO CLUSTER, PARA PESQUISA      *
      *    BINARIA, E AREA DA VERIFICACAO DE DIA UTIL: SABADO,         *
      *    DOMINGO, FERIADO DA FILIAL 000 (TODAS) OU FERIADO LOCAL DA  *
      *    FILIAL INFORMADA EM WRK-CAL-FILIAL NAO SAO DIAS UTEIS       *
      *----------------------------------------------------------------*
       01 WRK-TAB-FERIADOS.
          05 WRK-FER-QTDE          PIC 9(004) VALUE ZEROS.
          05 WRK-FER-ITEM OCCURS 3000 TIMES.
             10 WRK-FER-CHAVE      PIC X(011).

       77 WRK-FER-LIMITE           PIC 9(004) VALUE 3000.

       77 WRK-SW-FIM-FER01         PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQFER01                 VALUE 'S'.

       01 WRK-CAL-PESQUISA.
          05 WRK-CAL-PESQ-DATA     PIC 9(008) VALUE ZEROS.
          05 WRK-CAL-PESQ-FILIAL   PIC 9(003) VALUE ZEROS.

       77 WRK-CAL-DATA             PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-FILIAL           PIC 9(003) VALUE ZEROS.
       77 WRK-CAL-DIAS             PIC 9(007) VALUE ZEROS.
       77 WRK-CAL-DIA-SEMANA       PIC 9(001) VALUE ZEROS.
       77 WRK-CAL-INICIO           PIC 9(004) VALUE ZEROS.
       77 WRK-CAL-FIM              PIC 9(004) VALUE ZEROS.
       77 WRK-CAL-MEIO             PIC 9(004) VALUE ZEROS.

       77 WRK-SW-CAL-PESQUISA      PIC X(001) VALUE 'N'.
          88 WRK-CAL-ACHOU                    VALUE 'S'.
          88 WRK-CAL-NAO-ACHOU                VALUE 'N'.

       77 WRK-SW-DIA-UTIL          PIC X(001) VALUE 'U'.
          88 WRK-DIA-UTIL                     VALUE 'U'.
          88 WRK-DIA-SABADO                   VALUE 'S'.
          88 WRK-DIA-DOMINGO                  VALUE 'D'.
          88 WRK-DIA-FERIADO                  VALUE 'F'.
          88 WRK-DIA-FERIADO-LOCAL            VALUE 'L'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'S' 'D' 'F' 'L'.

      *----------------------------------------------------------------*
      *    LINHAS DO DEMONSTRATIVO DE FECHAMENTO                       *
          05 WRK-FEC-CAB-MES      PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-FEC-CAB-ANO      PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE ' DATA-BASE: '.
          05 WRK-FEC-CAB-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-FEC-CAB-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-FEC-CAB-DATA-ANO PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.

       01 WRK-FEC-CABEC2.
          05 FILLER               PIC X(014) VALUE 'CPF'.
          05 WRK-FEC-CONTA        PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-FEC-SALDO        PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-FEC-OBSERVACAO   PIC X(033) VALUE SPACES.

       01 WRK-FEC-TOTAL.
          05 FILLER               PIC X(014) VALUE 'TOTAL GERAL...'.
          05 WRK-FEC-TOT-QTDE     PIC ZZ.ZZ9.
          05 FILLER               PIC X(033) VALUE SPACES.

       01 WRK-FEC-TOTAL-ENC.
          05 FILLER               PIC X(014) VALUE 'NAO TRANSPORT.'.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-FEC-ENC-SALDO    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE 'CTAS:'.
          05 WRK-FEC-ENC-QTDE     PIC ZZ.ZZ9.
          05 FILLER               PIC X(033) VALUE
             '  (CONTAS ENCERRADAS)'.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQFEC01                     VALUE 'FEC01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQPRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
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
             'EXER0214 - FIM DA AREA DE WORKING'.
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           PERFORM 1500-CARREGA-CALENDARIO

           PERFORM 1100-DEFINE-COMPETENCIA

           SET WRK-CN-OPEN TO TRUE
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQFEC01 TO TRUE
           OPEN OUTPUT ARQFEC01


           MOVE WRK-COMP-MES TO WRK-FEC-CAB-MES
           MOVE WRK-COMP-ANO TO WRK-FEC-CAB-ANO
           MOVE WRK-DATA-SIS-DIA TO WRK-FEC-CAB-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-FEC-CAB-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-FEC-CAB-DATA-ANO

           SET WRK-CN-WRITE    TO TRUE
           WRITE FD-ARQFEC01 FROM WRK-FEC-CABEC1
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
      *    DEFINE A COMPETENCIA (AAAAMM) DO FECHAMENTO: DO CARTAO      *
      *    ARQPRM01 QUANDO PRESENTE, SENAO A COMPETENCIA EM ABERTO DA  *
      *    DATA DE PROCESSAMENTO SE ESTA JA' E' O ULTIMO DIA UTIL DELA *
      *    (OU DEPOIS), OU A COMPETENCIA ANTERIOR.                     *
      *    CARTAO PRESENTE COM COMPETENCIA INVALIDA CANCELA O JOB -    *
      *    UM ERRO DE DIGITACAO NAO PODE FECHAR O MES ERRADO. MES QUE  *
      *    AINDA TEM DIAS UTEIS PELA FRENTE TAMBEM CANCELA             *
      *----------------------------------------------------------------*
       1100-DEFINE-COMPETENCIA SECTION.
      *----------------------------------------------------------------*
           END-IF

           IF WRK-COMP-ANO-MES EQUAL ZEROS
              MOVE ARQDTP01-COMP-ANO TO WRK-UDU-ANO
              MOVE ARQDTP01-COMP-MES TO WRK-UDU-MES
              PERFORM 1200-ULTIMO-DIA-UTIL
              IF WRK-DATA-SIS-AMD NOT LESS THAN WRK-UDU-AMD
                 MOVE ARQDTP01-COMPETENCIA TO WRK-COMPETENCIA
              ELSE
                 IF ARQDTP01-COMP-MES EQUAL 01
                    COMPUTE WRK-COMP-ANO = ARQDTP01-COMP-ANO - 1
                    MOVE 12 TO WRK-COMP-MES
                 ELSE
                    MOVE ARQDTP01-COMP-ANO TO WRK-COMP-ANO
                    COMPUTE WRK-COMP-MES = ARQDTP01-COMP-MES - 1
                 END-IF
              END-IF
           END-IF

           MOVE WRK-COMP-ANO TO WRK-UDU-ANO
           MOVE WRK-COMP-MES TO WRK-UDU-MES
           PERFORM 1200-ULTIMO-DIA-UTIL

           IF WRK-DATA-SIS-AMD LESS THAN WRK-UDU-AMD
              DISPLAY '**********************************'
              DISPLAY '* COMPETENCIA AINDA EM ABERTO    *'
              DISPLAY '* COMPETENCIA....: ' WRK-COMP-ANO-MES
              DISPLAY '* ULTIMO DIA UTIL: ' WRK-UDU-AMD
              DISPLAY '* DATA PROCESSAM.: ' WRK-DATA-SIS-AMD
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ULTIMO DIA UTIL DO MES WRK-UDU-ANO/WRK-UDU-MES: PARTE DO    *
      *    DIA 1o DO MES SEGUINTE E RECUA UM DIA POR VEZ ATE ACHAR UM  *
      *    DIA UTIL NO CALENDARIO GERAL. RESULTADO EM WRK-UDU-AMD      *
      *----------------------------------------------------------------*
       1200-ULTIMO-DIA-UTIL SECTION.
      *----------------------------------------------------------------*

           IF WRK-UDU-MES EQUAL 12
              COMPUTE WRK-CAL-DATA =
                 (WRK-UDU-ANO + 1) * 10000 + 0101
           ELSE
              COMPUTE WRK-CAL-DATA =
                 WRK-UDU-ANO * 10000 + (WRK-UDU-MES + 1) * 100 + 1
           END-IF

           MOVE ZEROS TO WRK-CAL-FILIAL
           SET WRK-DIA-NAO-UTIL TO TRUE

           PERFORM UNTIL WRK-DIA-UTIL
              COMPUTE WRK-CAL-DIAS =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) - 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CAL-DIAS)
              PERFORM 3860-VERIFICA-DIA-UTIL
           END-PERFORM

           MOVE WRK-CAL-DATA TO WRK-UDU-AMD
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O CALENDARIO DE FERIADOS EM MEMORIA. O CLUSTER E'   *
      *    LIDO EM SEQUENCIA DE CHAVE (DATA + FILIAL), JA NA ORDEM     *
      *    QUE A PESQUISA BINARIA DO 3861 EXIGE. CALENDARIO MAIOR QUE  *
      *    A TABELA CANCELA O JOB - DIA UTIL ERRADO NAO E' ACEITAVEL   *
      *----------------------------------------------------------------*
       1500-CARREGA-CALENDARIO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQFER01 TO TRUE
           OPEN INPUT ARQFER01

           IF NOT WRK-FS-FER01-OK
              MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM UNTIL WRK-FIM-ARQFER01

              SET WRK-CN-READ TO TRUE
              READ ARQFER01

              EVALUATE WRK-FS-ARQFER01
                 WHEN '00'
                    IF WRK-FER-QTDE NOT LESS THAN WRK-FER-LIMITE
                       DISPLAY '**********************************'
                       DISPLAY '* CALENDARIO DE FERIADOS MAIOR   *'
                       DISPLAY '* QUE A TABELA. LIMITE: '
                                                    WRK-FER-LIMITE
                       DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
                       DISPLAY '*            CANCELADO           *'
                       DISPLAY '**********************************'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9900-ENCERRAR
                    END-IF
                    ADD 1 TO WRK-FER-QTDE
                    MOVE ARQFER01-CHAVE
                      TO WRK-FER-CHAVE (WRK-FER-QTDE)
                 WHEN '10'
                    SET WRK-FIM-ARQFER01 TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM

           CLOSE ARQFER01
           .
      *----------------------------------------------------------------*
       1500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSAMENTO: GRAVA O FECHAMENTO DO CPF NO       *
      *    HISTORICO, IMPRIME A LINHA DO DEMONSTRATIVO E ELIMINA O     *
      *    REGISTRO DO SALDO-MES (RESET PARA O MES NOVO)               *
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
      *    OS TOTAIS SAO ACUMULADOS ANTES DO DELETE - A AREA DO
      *    REGISTRO E' INDEFINIDA DEPOIS DA ELIMINACAO

           PERFORM 3050-VERIFICA-CONTA

           IF WRK-CONTA-TRANSPORTADA
              COMPUTE ACU-TOTAL-GERAL =
                 ACU-TOTAL-GERAL + ARQSAL01-SALDO-ANTERIOR
              PERFORM 3100-GRAVA-HISTORICO
           ELSE
              COMPUTE ACU-TOTAL-ENCERRADAS =
                 ACU-TOTAL-ENCERRADAS + ARQSAL01-SALDO-ANTERIOR
              ADD 1 TO ACU-NAO-TRANSPORTADAS
           END-IF

           PERFORM 3200-GRAVA-DEMONSTRATIVO

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE A CONTA DO SALDO-MES NO CADASTRO DE CONTAS: SO' NAO *
      *    E' TRANSPORTADA A CONTA ENCERRADA EM MES ANTERIOR AO DA     *
      *    COMPETENCIA. CONTA ZERADA (CONTA UNICA), CONTA FORA DO      *
      *    CADASTRO OU CADASTRO INDISPONIVEL SEGUEM TRANSPORTADAS      *
      *----------------------------------------------------------------*
       3050-VERIFICA-CONTA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CONTA-TRANSPORTADA TO TRUE

           IF NOT WRK-ARQCTA01-DISPONIVEL
              OR ARQSAL01-NUM-CONTA EQUAL ZEROS
              GO TO 3050-99-FIM
           END-IF

           MOVE ARQSAL01-NUM-CONTA TO ARQCTA01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           READ ARQCTA01 KEY IS ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 IF ARQCTA01-CONTA-ENCERRADA
                    MOVE ARQCTA01-DATA-ENCERRAMENTO
                                        TO WRK-DATA-ENCERRAMENTO
                    IF WRK-ENC-ANO-MES LESS THAN WRK-COMP-ANO-MES
                       SET WRK-CONTA-NAO-TRANSPORTADA TO TRUE
                    END-IF
                 END-IF
              WHEN WRK-FS-CTA01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O SALDO DE FECHAMENTO DO CPF NO HISTORICO MENSAL.     *
      *    EM REEXECUCAO DO FECHAMENTO A CHAVE JA EXISTE (STATUS 22) - *
      *    REGRAVA COM O SALDO ATUAL, MANTENDO O FECHAMENTO IDEMPOTENTE*
           MOVE ARQSAL01-NUM-CONTA      TO WRK-FEC-CONTA
           MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-FEC-SALDO

           IF WRK-CONTA-TRANSPORTADA
              MOVE SPACES               TO WRK-FEC-OBSERVACAO
           ELSE
              MOVE 'ENCERRADA - NAO TRANSPORTADA'
                                        TO WRK-FEC-OBSERVACAO
           END-IF

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQFEC01 TO TRUE

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE WRK-CAL-DATA (AAAAMMDD) E' DIA UTIL PARA A      *
      *    FILIAL WRK-CAL-FILIAL (000 = SOMENTE O CALENDARIO GERAL).   *
      *    O DIA DA SEMANA VEM DO RESTO DA DIVISAO POR 7 DO NUMERO DO  *
      *    DIA (INTEGER-OF-DATE CONTA A PARTIR DE 01/01/1601, UMA      *
      *    SEGUNDA-FEIRA): 0 = DOMINGO, 6 = SABADO                     *
      *----------------------------------------------------------------*
       3860-VERIFICA-DIA-UTIL SECTION.
      *----------------------------------------------------------------*

           SET WRK-DIA-UTIL TO TRUE

           COMPUTE WRK-CAL-DIAS =
              FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA)
           COMPUTE WRK-CAL-DIA-SEMANA =
              FUNCTION MOD (WRK-CAL-DIAS, 7)

           IF WRK-CAL-DIA-SEMANA EQUAL 0
              SET WRK-DIA-DOMINGO TO TRUE
              GO TO 3860-99-FIM
           END-IF

           IF WRK-CAL-DIA-SEMANA EQUAL 6
              SET WRK-DIA-SABADO TO TRUE
              GO TO 3860-99-FIM
           END-IF

           MOVE WRK-CAL-DATA TO WRK-CAL-PESQ-DATA
           MOVE ZEROS        TO WRK-CAL-PESQ-FILIAL
           PERFORM 3861-PESQUISA-FERIADO

           IF WRK-CAL-ACHOU
              SET WRK-DIA-FERIADO TO TRUE
              GO TO 3860-99-FIM
           END-IF

           IF WRK-CAL-FILIAL NOT EQUAL ZEROS
              MOVE WRK-CAL-FILIAL TO WRK-CAL-PESQ-FILIAL
              PERFORM 3861-PESQUISA-FERIADO
              IF WRK-CAL-ACHOU
                 SET WRK-DIA-FERIADO-LOCAL TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PESQUISA BINARIA DE WRK-CAL-PESQUISA (DATA + FILIAL) NA     *
      *    TABELA DE FERIADOS CARREGADA PELO 1500                      *
      *----------------------------------------------------------------*
       3861-PESQUISA-FERIADO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CAL-NAO-ACHOU TO TRUE
           MOVE 1            TO WRK-CAL-INICIO
           MOVE WRK-FER-QTDE TO WRK-CAL-FIM

           PERFORM UNTIL WRK-CAL-INICIO GREATER THAN WRK-CAL-FIM
                      OR WRK-CAL-ACHOU
              COMPUTE WRK-CAL-MEIO =
                 (WRK-CAL-INICIO + WRK-CAL-FIM) / 2
              EVALUATE TRUE
                 WHEN WRK-FER-CHAVE (WRK-CAL-MEIO)
                                       EQUAL WRK-CAL-PESQUISA
                    SET WRK-CAL-ACHOU TO TRUE
                 WHEN WRK-FER-CHAVE (WRK-CAL-MEIO)
                                   LESS THAN WRK-CAL-PESQUISA
                    COMPUTE WRK-CAL-INICIO = WRK-CAL-MEIO + 1
                 WHEN OTHER
                    COMPUTE WRK-CAL-FIM = WRK-CAL-MEIO - 1
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3861-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO
      *----------------------------------------------------------------*
       9000-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-TOTAL-GERAL       TO WRK-FEC-TOT-SALDO
           COMPUTE WRK-FEC-TOT-QTDE =
              ACU-LIDOS-ARQSAL01 - ACU-NAO-TRANSPORTADAS

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQFEC01 TO TRUE
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           IF ACU-NAO-TRANSPORTADAS GREATER THAN ZEROS
              MOVE ACU-TOTAL-ENCERRADAS  TO WRK-FEC-ENC-SALDO
              MOVE ACU-NAO-TRANSPORTADAS TO WRK-FEC-ENC-QTDE

              WRITE FD-ARQFEC01 FROM WRK-FEC-TOTAL-ENC

              IF NOT WRK-FS-FEC01-OK
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF

           CLOSE ARQSAL01.
           CLOSE ARQHIS01.
           CLOSE ARQFEC01.
           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF.

           MOVE ACU-LIDOS-ARQSAL01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            MOVE ACU-ELIMINADOS-ARQSAL01 TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. ELIMINADAS DO SALDO-MES: '
                                           WRK-MASK-QTDREG '      *'
            MOVE ACU-NAO-TRANSPORTADAS  TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS ENCERRADAS NAO TRANSP.: '
                                           WRK-MASK-QTDREG '      *'
            DISPLAY '* COMPETENCIA FECHADA........: ' WRK-COMP-ANO-MES
                                                         '        *'
            DISPLAY '* ULTIMO DIA UTIL DO MES.....: ' WRK-UDU-AMD
                                                         '      *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'
