      *                    MENSAL E CALCULA A REMUNERACAO DE CADA      *
      *                    CLIENTE/CONTA PELA TAXA DO CARTAO DE        *
      *                    CONTROLE. OS CREDITOS SAEM NO LAYOUT        *
      *                    ENT02112, DATADOS DO 1o DIA UTIL DO MES     *
      *                    SEGUINTE (CALENDARIO GERAL DE FERIADOS),    *
      *                    PRONTOS PARA CONCATENAR NO                  *
      *                    PRIMEIRO EXER0212 DO MES NOVO; O MEMORIAL   *
      *                    DE CALCULO SAI POR CLIENTE COM A LINHA DE   *
      *                    TOTAL GERAL PARA A CONTABILIDADE. SALDO     *
      *      ARQRMC01                                  RMC02112
      *      ARQCRE01                                  ENT02112
      *      ARQMEM01                                  (LINHAS 80)
      *      ARQFER01                                  FER02112
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
           SELECT ARQMEM01 ASSIGN      TO UT-S-ARQMEM01
                      FILE STATUS      IS WRK-FS-ARQMEM01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
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
       01 FD-ARQMEM01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

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
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          03 WRK-COMP-ANO-MES     PIC 9(006).

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
       01 WRK-CRED-ANO            PIC 9(004) VALUE ZEROS.
       01 WRK-CRED-MES            PIC 9(002) VALUE ZEROS.

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
      *    LINHAS DO MEMORIAL DE CALCULO                               *
      *----------------------------------------------------------------*
          05 WRK-MEM-CAB-ANO      PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(007) VALUE ' TAXA: '.
          05 WRK-MEM-CAB-TAXA     PIC ZZ9,999999.
          05 FILLER               PIC X(007) VALUE '  DATA '.
          05 WRK-MEM-CAB-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-MEM-CAB-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-MEM-CAB-DATA-ANO PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-MEM-DETALHE.
          05 WRK-MEM-DET-CPF      PIC 9(011).
       88 WRK-CN-ARQRMC01                     VALUE 'RMC01113'.
       88 WRK-CN-ARQCRE01                     VALUE 'CRE01113'.
       88 WRK-CN-ARQMEM01                     VALUE 'MEM01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQMEM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MEM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*

           COPY RMC02112.
           COPY ENT02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           PERFORM 1100-LE-VALIDA-CARTAO

           PERFORM 1500-CARREGA-CALENDARIO

           PERFORM 1200-MONTA-DATA-CREDITO

           SET WRK-CN-OPEN TO TRUE

           MOVE WRK-COMP-MES   TO WRK-MEM-CAB-MES
           MOVE WRK-COMP-ANO   TO WRK-MEM-CAB-ANO
           MOVE WRK-DATA-SIS-DIA TO WRK-MEM-CAB-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-MEM-CAB-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-MEM-CAB-DATA-ANO
           MOVE WRK-TAXA-MENSAL TO WRK-MEM-CAB-TAXA

           SET WRK-CN-WRITE TO TRUE
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
      *    LE E VALIDA O CARTAO DE COMPETENCIA E TAXA (OBRIGATORIO):   *
      *    TAXA NUMERICA E MAIOR QUE ZEROS; COMPETENCIA AAAAMM OU      *
      *    BRANCOS (= MES ANTERIOR A COMPETENCIA EM ABERTO NA DATA DE  *
      *    PROCESSAMENTO). CARTAO AUSENTE OU INVALIDO CANCELA O JOB    *
      *----------------------------------------------------------------*
       1100-LE-VALIDA-CARTAO SECTION.
      *----------------------------------------------------------------*
                 PERFORM 9900-ENCERRAR
              END-IF
           ELSE
              IF ARQDTP01-COMP-MES EQUAL 01
                 COMPUTE WRK-COMP-ANO = ARQDTP01-COMP-ANO - 1
                 MOVE 12 TO WRK-COMP-MES
              ELSE
                 MOVE ARQDTP01-COMP-ANO TO WRK-COMP-ANO
                 COMPUTE WRK-COMP-MES = ARQDTP01-COMP-MES - 1
              END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A DATA DOS CREDITOS (DD-MM-AAAA): 1o DIA UTIL DO MES  *
      *    SEGUINTE A COMPETENCIA REMUNERADA - A PARTIR DO DIA 1o,     *
      *    PULA FIM DE SEMANA E FERIADO DO CALENDARIO GERAL            *
      *----------------------------------------------------------------*
       1200-MONTA-DATA-CREDITO SECTION.
      *----------------------------------------------------------------*
              COMPUTE WRK-CRED-MES = WRK-COMP-MES + 1
           END-IF

           COMPUTE WRK-CAL-DATA =
              WRK-CRED-ANO * 10000 + WRK-CRED-MES * 100 + 1
           MOVE ZEROS TO WRK-CAL-FILIAL
           PERFORM 3860-VERIFICA-DIA-UTIL

           PERFORM UNTIL WRK-DIA-UTIL
              COMPUTE WRK-CAL-DIAS =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) + 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CAL-DIAS)
              PERFORM 3860-VERIFICA-DIA-UTIL
           END-PERFORM

           MOVE WRK-CAL-DATA (7:2) TO WRK-DATA-CREDITO (1:2)
           MOVE '-'  TO WRK-DATA-CREDITO (3:1)
           MOVE WRK-CRED-MES TO WRK-DATA-CREDITO (4:2)
           MOVE '-'  TO WRK-DATA-CREDITO (6:1)
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
      *    TRATA UM FECHAMENTO DO HISTORICO: SO' A COMPETENCIA         *
      *    PEDIDA REMUNERA, E SO' COM SALDO POSITIVO                   *
      *----------------------------------------------------------------*
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
                                                         '        *'
            DISPLAY '* COMPETENCIA REMUNERADA.....: ' WRK-COMP-ANO-MES
                                                         '        *'
            DISPLAY '* DATA DOS CREDITOS..........: ' WRK-DATA-CREDITO
                                                         '    *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'
