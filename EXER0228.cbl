      *                    O PLANTAO - UMA FILIAL QUE PARA DE          *
      *                    TRANSMITIR DERRUBA O LIDOS E NAO PODE       *
      *                    PASSAR EM SILENCIO.                         *
      *                    A LINHA DE BASE SO' USA EXECUCOES DO MESMO  *
      *                    TIPO DE DIA DE HOJE (DIA UTIL OU NAO UTIL,  *
      *                    PELO CALENDARIO GERAL DE FERIADOS): O       *
      *                    MOVIMENTO MIRRADO DE UM SABADO OU FERIADO   *
      *                    NAO E' COMPARADO COM O DE UM DIA UTIL.      *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *      ARQRES01                                  RES02112
      *      ARQMON01                                  MON02112
      *      ARQTEN01                                  (LINHAS 80)
      *      ARQFER01                                  FER02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
           SELECT ARQTEN01 ASSIGN      TO UT-S-ARQTEN01
                      FILE STATUS      IS WRK-FS-ARQTEN01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *
      *---------------------------------------------------------------*
      *   INPUT:      GERACOES DO RESUMO DE EXECUCAO (BASE DA GDG)    *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DO MONITOR (OPCIONAL)                    *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTEN01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *    ORDEM DESCRESCENTE DE DATA-EXECUCAO (POSICAO 1 = MAIS       *
      *    RECENTE = "HOJE"). LIMITADA A 60 EXECUCOES - AO ENCHER, A   *
      *    MAIS ANTIGA E' DESCARTADA (A BASE DA GDG PODE TRAZER AS     *
      *    GERACOES EM QUALQUER ORDEM). CADA EXECUCAO GUARDA SE RODOU  *
      *    EM DIA UTIL OU NAO, E SE ENTROU NA LINHA DE BASE DE HOJE    *
      *----------------------------------------------------------------*
       01 WRK-TAB-EXECUCAO.
          05 WRK-EXE-QTDE          PIC 9(003) VALUE ZEROS.
             10 WRK-EXE-REJEITADOS PIC 9(007).
             10 WRK-EXE-DUPLICADOS PIC 9(007).
             10 WRK-EXE-DEPOSITOS  PIC S9(017)V99 COMP-3.
             10 WRK-EXE-TIPO-DIA   PIC X(001).
                88 WRK-EXE-DIA-UTIL           VALUE 'U'.
             10 WRK-EXE-NA-BASE    PIC X(001).
                88 WRK-EXE-BASE-HOJE          VALUE 'S'.

       77 WRK-EXE-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-EXE-POS             PIC 9(003) VALUE ZEROS.
       77 WRK-VALOR-HOJE          PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-DESVIO              PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-DESVIO-PERC         PIC 9(005)V99 VALUE ZEROS.
       77 WRK-TIPO-DIA-BASE       PIC X(008) VALUE SPACES.

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
      *    LINHAS DO RELATORIO DE TENDENCIA                            *
       88 WRK-CN-ARQRES01                     VALUE 'RES01113'.
       88 WRK-CN-ARQMON01                     VALUE 'MON01113'.
       88 WRK-CN-ARQTEN01                     VALUE 'TEN01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQTEN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TEN01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *
           PERFORM 1100-LE-CARTAO-MONITOR

           PERFORM 1500-CARREGA-CALENDARIO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE
           OPEN INPUT ARQRES01
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
      *    CARREGA OS RESUMOS NA TABELA EM ORDEM DESCRESCENTE DE       *
      *    DATA-EXECUCAO; AO ENCHER, A EXECUCAO MAIS ANTIGA E'         *
      *    DESCARTADA                                                  *
             TO WRK-EXE-DUPLICADOS (WRK-EXE-POS)
           MOVE ARQRES01-VAL-DEPOSITOS
             TO WRK-EXE-DEPOSITOS (WRK-EXE-POS)

           MOVE ARQRES01-DATA-EXECUCAO TO WRK-CAL-DATA
           MOVE ZEROS                  TO WRK-CAL-FILIAL
           PERFORM 3860-VERIFICA-DIA-UTIL
           IF WRK-DIA-UTIL
              MOVE 'U' TO WRK-EXE-TIPO-DIA (WRK-EXE-POS)
           ELSE
              MOVE 'N' TO WRK-EXE-TIPO-DIA (WRK-EXE-POS)
           END-IF
           MOVE 'N' TO WRK-EXE-NA-BASE (WRK-EXE-POS)
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE AS QUATRO METRICAS DA EXECUCAO MAIS RECENTE         *
      *    CONTRA A MEDIA DA LINHA DE BASE (AS N EXECUCOES ANTERIORES  *
      *    DO MESMO TIPO DE DIA). QUALQUER DESVIO ALEM DA TOLERANCIA   *
      *    E' APONTADO E O JOB TERMINA COM RC=4                        *
      *----------------------------------------------------------------*
       3200-CONFERE-TENDENCIA SECTION.
      *----------------------------------------------------------------*
              GO TO 3200-99-FIM
           END-IF

      *    LINHA DE BASE = AS N EXECUCOES ANTERIORES MAIS RECENTES
      *    (A PARTIR DA POSICAO 2) DO MESMO TIPO DE DIA DA POSICAO 1

           IF WRK-EXE-DIA-UTIL (1)
              MOVE 'UTIL    ' TO WRK-TIPO-DIA-BASE
           ELSE
              MOVE 'NAO UTIL' TO WRK-TIPO-DIA-BASE
           END-IF

           MOVE ZEROS TO WRK-BASE-QTDE
           PERFORM VARYING WRK-EXE-IDX FROM 2 BY 1
              UNTIL WRK-EXE-IDX GREATER WRK-EXE-QTDE
              IF WRK-EXE-TIPO-DIA (WRK-EXE-IDX)
                                    EQUAL WRK-EXE-TIPO-DIA (1)
                 AND WRK-BASE-QTDE LESS THAN WRK-QTDE-GERACOES
                 ADD 1 TO WRK-BASE-QTDE
                 MOVE 'S' TO WRK-EXE-NA-BASE (WRK-EXE-IDX)
              END-IF
           END-PERFORM

           IF WRK-BASE-QTDE EQUAL ZEROS
              DISPLAY '************************************************'
              DISPLAY '*  SEM EXECUCAO ANTERIOR DO MESMO TIPO DE DIA  *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' SEM CONFERENCIA    *'
              DISPLAY '************************************************'
              MOVE 'SEM BASE - NADA CONFERIDO' TO WRK-TEN-METRICA
              GO TO 3200-99-FIM
           END-IF

           MOVE 'REGISTROS LIDOS ' TO WRK-TEN-METRICA
           MOVE ZEROS TO WRK-BASE-SOMA
           PERFORM VARYING WRK-EXE-IDX FROM 2 BY 1
              UNTIL WRK-EXE-IDX GREATER WRK-EXE-QTDE
              IF WRK-EXE-BASE-HOJE (WRK-EXE-IDX)
                 ADD WRK-EXE-LIDOS (WRK-EXE-IDX) TO WRK-BASE-SOMA
              END-IF
           END-PERFORM
           MOVE WRK-EXE-LIDOS (1) TO WRK-VALOR-HOJE
           PERFORM 3210-CONFERE-METRICA
           MOVE 'REJEITADOS      ' TO WRK-TEN-METRICA
           MOVE ZEROS TO WRK-BASE-SOMA
           PERFORM VARYING WRK-EXE-IDX FROM 2 BY 1
              UNTIL WRK-EXE-IDX GREATER WRK-EXE-QTDE
              IF WRK-EXE-BASE-HOJE (WRK-EXE-IDX)
                 ADD WRK-EXE-REJEITADOS (WRK-EXE-IDX) TO WRK-BASE-SOMA
              END-IF
           END-PERFORM
           MOVE WRK-EXE-REJEITADOS (1) TO WRK-VALOR-HOJE
           PERFORM 3210-CONFERE-METRICA
           MOVE 'DUPLICADOS      ' TO WRK-TEN-METRICA
           MOVE ZEROS TO WRK-BASE-SOMA
           PERFORM VARYING WRK-EXE-IDX FROM 2 BY 1
              UNTIL WRK-EXE-IDX GREATER WRK-EXE-QTDE
              IF WRK-EXE-BASE-HOJE (WRK-EXE-IDX)
                 ADD WRK-EXE-DUPLICADOS (WRK-EXE-IDX) TO WRK-BASE-SOMA
              END-IF
           END-PERFORM
           MOVE WRK-EXE-DUPLICADOS (1) TO WRK-VALOR-HOJE
           PERFORM 3210-CONFERE-METRICA
           MOVE 'VALOR DEPOSITOS ' TO WRK-TEN-METRICA
           MOVE ZEROS TO WRK-BASE-SOMA
           PERFORM VARYING WRK-EXE-IDX FROM 2 BY 1
              UNTIL WRK-EXE-IDX GREATER WRK-EXE-QTDE
              IF WRK-EXE-BASE-HOJE (WRK-EXE-IDX)
                 COMPUTE WRK-BASE-SOMA =
                    WRK-BASE-SOMA + WRK-EXE-DEPOSITOS (WRK-EXE-IDX)
              END-IF
           END-PERFORM
           MOVE WRK-EXE-DEPOSITOS (1) TO WRK-VALOR-HOJE
           PERFORM 3210-CONFERE-METRICA
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
            MOVE ACU-METRICAS-ALERTA    TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE METRICAS EM ALERTA: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE WRK-BASE-QTDE          TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE EXECUCOES NA BASE : ' WRK-MASK-QTDREG
                                                         '        *'
            DISPLAY '* TIPO DE DIA DA BASE........: ' WRK-TIPO-DIA-BASE
                                                         '      *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'
