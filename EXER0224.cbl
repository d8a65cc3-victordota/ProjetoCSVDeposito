      *                    TENTATIVAS E IDADE EM DIAS. O RESUMO DIZ    *
      *                    QUANTO DINHEIRO ESTA PARADO EM SITUACAO     *
      *                    DE REJEITO E HA QUANTO TEMPO.               *
      *                    A IDADE E O LIMITE SAO CONTADOS EM DIAS     *
      *                    UTEIS DO CALENDARIO GERAL (FILIAL 000):     *
      *                    FIM DE SEMANA E FERIADO NAO ENVELHECEM O    *
      *                    REJEITO, POIS NAO HOUVE EXPEDIENTE PARA     *
      *                    REPARA-LO.                                  *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *      ARQLRJ01                                  LRJ02112
      *      ARQPRM01                                  (CARTAO 80)
      *      ARQAGE01                                  (LINHAS 80)
      *      ARQFER01                                  FER02112
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      FILE STATUS      IS WRK-FS-ARQAGE01.
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
       01 FD-ARQAGE01             PIC X(80).

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
          88 WRK-FIM-ARQLRJ01                VALUE 'S'.

      *----------------------------------------------------------------*
      *    LIMITE DE DIAS UTEIS EM ABERTO (CARTAO, COLUNAS 1-3; ZEROS *
      *    = LISTAR TODOS) E AREA DE CALCULO DE IDADE EM DIAS UTEIS   *
      *----------------------------------------------------------------*
       01 WRK-CARTAO-PRM.
          03 WRK-PRM-DIAS         PIC X(003) VALUE SPACES.

       77 WRK-LIMITE-DIAS         PIC 9(003) VALUE ZEROS.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA -
      *    A IDADE DOS REJEITOS E' CONTADA ATE ELA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
       77 WRK-DIAS-HOJE           PIC 9(007) VALUE ZEROS.
       77 WRK-DIAS-PRIMEIRA       PIC 9(007) VALUE ZEROS.
       77 WRK-IDADE-DIAS          PIC S9(005) VALUE ZEROS.
       77 WRK-DIAS-CONTAGEM       PIC 9(007) VALUE ZEROS.
       77 WRK-DATA-PRIM-ANT       PIC 9(008) VALUE ZEROS.

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
      *    LINHAS DO RELATORIO DE ENVELHECIMENTO                       *
      *----------------------------------------------------------------*
       01 WRK-AGE-CABEC1.
          05 FILLER               PIC X(036) VALUE
             'REJEITOS EM ABERTO - ENVELHECIMENTO '.
          05 FILLER               PIC X(020) VALUE
             'LIMITE (DIAS UTEIS):'.
          05 WRK-AGE-CAB-LIMITE   PIC ZZ9.
          05 FILLER               PIC X(011) VALUE '  EM DATA: '.
          05 WRK-AGE-CAB-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-AGE-CAB-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-AGE-CAB-DATA-ANO PIC X(004) VALUE SPACES.

       01 WRK-AGE-CABEC2.
          05 FILLER               PIC X(012) VALUE 'CPF'.
       88 WRK-CN-ARQLRJ01                     VALUE 'LRJ01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQAGE01                     VALUE 'AGE01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
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
             'EXER0224 - FIM DA AREA DE WORKING'.
      *
           PERFORM 1100-LE-CARTAO-LIMITE

           PERFORM 1050-LE-DATA-PROCESSAMENTO
           COMPUTE WRK-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE (WRK-DATA-SIS-AMD)

           PERFORM 1500-CARREGA-CALENDARIO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQLRJ01 TO TRUE
           OPEN INPUT ARQLRJ01
           END-IF

           MOVE WRK-LIMITE-DIAS TO WRK-AGE-CAB-LIMITE
           MOVE WRK-DATA-SIS-DIA TO WRK-AGE-CAB-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-AGE-CAB-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-AGE-CAB-DATA-ANO

           SET WRK-CN-WRITE TO TRUE
           WRITE FD-ARQAGE01 FROM WRK-AGE-CABEC1
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
      *    LE O CARTAO COM O LIMITE DE DIAS EM ABERTO (OPCIONAL -      *
      *    SEM ELE, OU COM ZEROS, TODO REJEITO EM ABERTO E' LISTADO).  *
      *    CARTAO PRESENTE COM LIMITE NAO NUMERICO CANCELA O JOB       *
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
      *    TRATA UM REJEITO EM ABERTO: CALCULA A IDADE EM DIAS UTEIS   *
      *    DESDE A PRIMEIRA REJEICAO E LISTA OS QUE PASSARAM DO LIMITE *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           COMPUTE ACU-VAL-ABERTOS =
              ACU-VAL-ABERTOS + ARQLRJ01-VAL-DEPOS

      *    O LEDGER ESTA NA ORDEM DE CPF, NAO DE DATA, MAS MUITOS
      *    REJEITOS NASCEM NA MESMA EXECUCAO - A IDADE DA ULTIMA DATA
      *    CALCULADA E' REAPROVEITADA

           IF ARQLRJ01-DATA-PRIMEIRA NOT EQUAL WRK-DATA-PRIM-ANT
              PERFORM 3200-CONTA-DIAS-UTEIS
           END-IF

      *    COM LIMITE ZERADO LISTA-SE TUDO QUE ESTA EM ABERTO,
      *    INCLUSIVE O REJEITO VISTO PELA PRIMEIRA VEZ HOJE (IDADE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IDADE DO REJEITO EM DIAS UTEIS: QUANTIDADE DE DIAS UTEIS    *
      *    DEPOIS DA PRIMEIRA REJEICAO ATE HOJE, INCLUSIVE (REJEITO    *
      *    DE HOJE TEM IDADE ZERO, COMO NA CONTAGEM CORRIDA)           *
      *----------------------------------------------------------------*
       3200-CONTA-DIAS-UTEIS SECTION.
      *----------------------------------------------------------------*

           MOVE ARQLRJ01-DATA-PRIMEIRA TO WRK-DATA-PRIM-ANT
           MOVE ZEROS                  TO WRK-IDADE-DIAS
                                          WRK-CAL-FILIAL

           COMPUTE WRK-DIAS-PRIMEIRA =
              FUNCTION INTEGER-OF-DATE (ARQLRJ01-DATA-PRIMEIRA)
           COMPUTE WRK-DIAS-CONTAGEM = WRK-DIAS-PRIMEIRA + 1

           PERFORM UNTIL WRK-DIAS-CONTAGEM GREATER THAN WRK-DIAS-HOJE
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-DIAS-CONTAGEM)
              PERFORM 3860-VERIFICA-DIA-UTIL
              IF WRK-DIA-UTIL
                 ADD 1 TO WRK-IDADE-DIAS
              END-IF
              ADD 1 TO WRK-DIAS-CONTAGEM
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO LEDGER                      *
      *----------------------------------------------------------------*
       3800-LER-LEDGER SECTION.
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
            MOVE ACU-ENVELHECIDOS       TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. ALEM DO LIMITE.......: ' WRK-MASK-QTDREG
                                                         '        *'
            DISPLAY '* LIMITE DE DIAS UTEIS.......: ' WRK-LIMITE-DIAS
                                                         '        *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
