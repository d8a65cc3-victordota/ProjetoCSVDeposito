      *                    CONCILIACAO CONTRA O SALDO ACUMULADO DO     *
      *                    ARQSAL01.                                   *
      *                                                                *
      *                    QUANDO O JORNAL DE MOVIMENTOS (JNL02112)    *
      *                    ESTA DISPONIVEL, CADA CLIENTE TRAZ TAMBEM   *
      *                    OS MOVIMENTOS INDIVIDUAIS DO MES (DATA,     *
      *                    TIPO, FILIAL, VALOR E CONTRAPARTE) ANTES    *
      *                    DA LINHA DE TOTAL.                          *
      *                                                                *
      *                    O EXTRATO FIXO (VAL02112) CARREGA OS MESMOS *
      *                    TOTAIS POR CPF/DIA DO CSV SAI02112 - E' O   *
      *                    MES DO ARQSAI01 EM FORMA LEGIVEL POR        *
      *      ARQMES01                                  VAL02112
      *      ARQCAD01                                  CAD02112
      *      ARQSAL01                                  SAL02112
      *      ARQJNL01                                  JNL02112
      *      ARQEXT01                                  (LINHAS 80)
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQSAL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQSAL01.
      *
      *    JORNAL DE MOVIMENTOS - OPCIONAL: SEM ELE O EXTRATO SAI SO'
      *    COM AS LINHAS DIARIAS, SEM O DETALHE DOS MOVIMENTOS

           SELECT OPTIONAL ARQJNL01 ASSIGN TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
           SELECT ARQEXT01 ASSIGN      TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.
      *
      *    CARTAO COM A COMPETENCIA (AAAAMM) A EMITIR - OPCIONAL: SE
      *    AUSENTE, O PROGRAMA EMITE O MES ANTERIOR A COMPETENCIA EM
      *    ABERTO NA DATA DE PROCESSAMENTO (O JOB RODA NO FECHAMENTO,
      *    COMO O EXER0214)

           SELECT OPTIONAL ARQPRM01 ASSIGN TO UT-S-ARQPRM01
                      FILE STATUS      IS WRK-FS-ARQPRM01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES (OPCIONAL)                 *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY SAL02112.

      *---------------------------------------------------------------*
      *   INPUT:      JORNAL DE MOVIMENTOS (OPCIONAL)                 *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO MENSAL POR CLIENTE                      *
      *               ORG. SEQUENCIAL   -   LRECL = 81 (1a POSICAO    *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRM01             PIC X(80).

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
       77 ACU-FORA-COMPETENCIA    PIC 9(007) VALUE ZEROS.
       77 ACU-CLIENTES            PIC 9(005) VALUE ZEROS.
       77 ACU-DIVERGENTES         PIC 9(005) VALUE ZEROS.
       77 ACU-MOVTOS-JORNAL       PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    COMPETENCIA (AAAAMM) DO EXTRATO: DO CARTAO OU DERIVADA DA   *
      *    DATA DE PROCESSAMENTO (MES ANTERIOR A COMPETENCIA EM        *
      *    ABERTO). A BASE DA GDG CONCATENA                            *
      *    TODAS AS GERACOES CATALOGADAS - REGISTROS DE OUTRA          *
      *    COMPETENCIA SAO DESPREZADOS AQUI                            *
      *----------------------------------------------------------------*
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          03 WRK-COMP-ANO-MES     PIC 9(006).

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
       77 WRK-SW-SALDO-ACHADO     PIC X(001) VALUE 'N'.
          88 WRK-SALDO-ACHADO                VALUE 'S'.

       77 WRK-SW-ARQJNL01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQJNL01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-FIM-JORNAL       PIC X(001) VALUE 'N'.
          88 WRK-FIM-JORNAL                  VALUE 'S'.

       77 ACU-CLI-MOVTOS-JORNAL   PIC 9(005) VALUE ZEROS.

       01 WRK-CHAVE-ANTERIOR.
          03 WRK-CPF-ANTERIOR.
             05 WRK-COD-CPF-ANT   PIC 9(009) VALUE ZEROS.
          05 FILLER               PIC X(014) VALUE 'DATA ULT.DEP.'.
          05 FILLER               PIC X(022) VALUE 'TOTAL DO DIA'.
          05 FILLER               PIC X(010) VALUE 'QTDE'.
          05 FILLER               PIC X(012) VALUE 'DATA-BASE: '.
          05 WRK-EXT-COL-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EXT-COL-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EXT-COL-DATA-ANO PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-EXT-DETALHE.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-EXT-CON-DIF      PIC ---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DETALHE DOS MOVIMENTOS DO MES, VINDO DO JORNAL              *
      *----------------------------------------------------------------*
       01 WRK-EXT-JNL-TITULO.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-EXT-JNL-TIT-TEXTO
                                  PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(040) VALUE SPACES.

       01 WRK-EXT-JNL-MOVTO.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-EXT-JNL-DIA      PIC X(002).
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-EXT-JNL-MES      PIC X(002).
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-EXT-JNL-ANO      PIC X(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-EXT-JNL-TIPO     PIC X(020) VALUE SPACES.
          05 FILLER               PIC X(004) VALUE 'FIL '.
          05 WRK-EXT-JNL-FILIAL   PIC 9(003) VALUE ZEROS.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-EXT-JNL-VALOR    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-EXT-JNL-CONTRA.
             07 WRK-EXT-JNL-COD-CONTRA
                                  PIC 999.999.999.
             07 FILLER            PIC X(001) VALUE '-'.
             07 WRK-EXT-JNL-DIG-CONTRA
                                  PIC 99.
          05 FILLER               PIC X(005) VALUE SPACES.

       01 WRK-EXT-SEPARA.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(080) VALUE ALL '-'.
       88 WRK-CN-ARQMES01                     VALUE 'MES01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQEXT01                     VALUE 'EXT01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-SAL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
             88 WRK-FS-JNL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQEXT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXT01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQPRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY VAL02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           MOVE WRK-DATA-SIS-DIA TO WRK-EXT-COL-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-EXT-COL-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-EXT-COL-DATA-ANO

           PERFORM 1100-DEFINE-COMPETENCIA

           SET WRK-CN-OPEN TO TRUE
              SET WRK-ARQSAL01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQJNL01

           IF WRK-FS-JNL01-OK
              SET WRK-ARQJNL01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQEXT01 TO TRUE
           OPEN OUTPUT ARQEXT01

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
      *    DEFINE A COMPETENCIA (AAAAMM) DO EXTRATO: DO CARTAO         *
      *    ARQPRM01 QUANDO PRESENTE, SENAO O MES ANTERIOR A            *
      *    COMPETENCIA EM ABERTO NA DATA DE PROCESSAMENTO. CARTAO      *
      *    PRESENTE COM COMPETENCIA INVALIDA CANCELA                   *
      *    O JOB - UM ERRO DE DIGITACAO NAO PODE EMITIR O MES ERRADO   *
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
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O BLOCO DO CLIENTE: MOVIMENTOS DO MES (JORNAL),       *
      *    TOTAL DO MES E CONCILIACAO DO LIQUIDO CONTRA O SALDO        *
      *    ACUMULADO DO ARQSAL01                                       *
      *----------------------------------------------------------------*
       3300-FECHA-CLIENTE SECTION.
      *----------------------------------------------------------------*

           IF WRK-ARQJNL01-DISPONIVEL
              PERFORM 3400-LISTA-JORNAL
           END-IF

           MOVE ACU-MES-DEPOSITOS TO WRK-EXT-TOT-VALOR
           MOVE ACU-MES-QTDE      TO WRK-EXT-TOT-QTDE

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LISTA OS MOVIMENTOS DO CLIENTE (CPF + CONTA) NA COMPETENCIA *
      *    A PARTIR DO JORNAL: POSICIONA NO DIA 01 DA COMPETENCIA E LE *
      *    EM SEQUENCIA ATE' MUDAR O CPF, A CONTA OU O MES. MES SEM    *
      *    MOVIMENTO NO JORNAL (EXPURGADO PELA RETENCAO, OU ANTERIOR   *
      *    AO JORNAL) SAI COM UMA LINHA AVISANDO                       *
      *----------------------------------------------------------------*
       3400-LISTA-JORNAL SECTION.
      *----------------------------------------------------------------*

           MOVE 'MOVIMENTOS DO MES' TO WRK-EXT-JNL-TIT-TEXTO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQEXT01 TO TRUE

           WRITE FD-ARQEXT01 FROM WRK-EXT-JNL-TITULO

           IF NOT WRK-FS-EXT01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS TO ACU-CLI-MOVTOS-JORNAL
           MOVE 'N'   TO WRK-SW-FIM-JORNAL

           MOVE WRK-COD-CPF-ANT TO ARQJNL01-COD-CPF
           MOVE WRK-DIG-CPF-ANT TO ARQJNL01-DIG-CPF
           MOVE WRK-CONTA-ANT   TO ARQJNL01-NUM-CONTA
           COMPUTE ARQJNL01-DATA-MOVTO = WRK-COMP-ANO-MES * 100 + 1
           MOVE ZEROS           TO ARQJNL01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           START ARQJNL01 KEY IS NOT LESS THAN ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-OK
                 CONTINUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
              WHEN WRK-FS-JNL01-FIM
                 SET WRK-FIM-JORNAL TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-JORNAL

              READ ARQJNL01 NEXT

              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-JORNAL TO TRUE
                 WHEN NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQJNL01-COD-CPF   NOT EQUAL WRK-COD-CPF-ANT
                   OR ARQJNL01-DIG-CPF   NOT EQUAL WRK-DIG-CPF-ANT
                   OR ARQJNL01-NUM-CONTA NOT EQUAL WRK-CONTA-ANT
                   OR ARQJNL01-DATA-MOVTO (1:6)
                                         NOT EQUAL WRK-COMPETENCIA
                    SET WRK-FIM-JORNAL TO TRUE
                 WHEN OTHER
                    PERFORM 3410-GRAVA-MOVTO-JORNAL
              END-EVALUATE
           END-PERFORM

           IF ACU-CLI-MOVTOS-JORNAL EQUAL ZEROS
              MOVE 'SEM MOVIMENTOS NO JORNAL PARA O MES'
                TO WRK-EXT-JNL-TIT-TEXTO
              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQEXT01 TO TRUE
              WRITE FD-ARQEXT01 FROM WRK-EXT-JNL-TITULO
              IF NOT WRK-FS-EXT01-OK
                 PERFORM 9000-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DE UM MOVIMENTO DO JORNAL NO EXTRATO          *
      *----------------------------------------------------------------*
       3410-GRAVA-MOVTO-JORNAL SECTION.
      *----------------------------------------------------------------*

           MOVE ARQJNL01-DATA-MOVTO (7:2) TO WRK-EXT-JNL-DIA
           MOVE ARQJNL01-DATA-MOVTO (5:2) TO WRK-EXT-JNL-MES
           MOVE ARQJNL01-DATA-MOVTO (1:4) TO WRK-EXT-JNL-ANO

      *    O CREDITO ESTORNADO CONTINUA LISTADO PELO VALOR ORIGINAL,
      *    MARCADO - O ESTORNO APARECE EM SEGUIDA, NA MESMA DATA

           EVALUATE ARQJNL01-TIP-MOVTO
              WHEN 'S'
                 MOVE 'SAQUE'              TO WRK-EXT-JNL-TIPO
              WHEN 'E'
                 IF ARQJNL01-ESTORNADO
                    MOVE 'TRANSF. REC. ESTORN.'
                                           TO WRK-EXT-JNL-TIPO
                 ELSE
                    MOVE 'TRANSF. RECEBIDA' TO WRK-EXT-JNL-TIPO
                 END-IF
              WHEN 'T'
                 MOVE 'TRANSF. ENVIADA'    TO WRK-EXT-JNL-TIPO
              WHEN 'R'
                 MOVE 'ESTORNO DE CREDITO' TO WRK-EXT-JNL-TIPO
              WHEN OTHER
                 IF ARQJNL01-ESTORNADO
                    MOVE 'DEPOSITO ESTORNADO' TO WRK-EXT-JNL-TIPO
                 ELSE
                    MOVE 'DEPOSITO'        TO WRK-EXT-JNL-TIPO
                 END-IF
           END-EVALUATE

           MOVE ARQJNL01-COD-FILIAL TO WRK-EXT-JNL-FILIAL
           MOVE ARQJNL01-VAL-MOVTO  TO WRK-EXT-JNL-VALOR

           IF ARQJNL01-CPF-CONTRA EQUAL ZEROS
              MOVE SPACES TO WRK-EXT-JNL-CONTRA
           ELSE
              MOVE ARQJNL01-COD-CPF-CONTRA TO WRK-EXT-JNL-COD-CONTRA
              MOVE '-'                     TO WRK-EXT-JNL-CONTRA (12:1)
              MOVE ARQJNL01-DIG-CPF-CONTRA TO WRK-EXT-JNL-DIG-CONTRA
           END-IF

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQEXT01 TO TRUE

           WRITE FD-ARQEXT01 FROM WRK-EXT-JNL-MOVTO

           IF NOT WRK-FS-EXT01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-CLI-MOVTOS-JORNAL
                    ACU-MOVTOS-JORNAL
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO MES DE EXTRATOS ORDENADO               *
      *----------------------------------------------------------------*
       3800-LER-EXTRATO-MES SECTION.
           IF WRK-ARQSAL01-DISPONIVEL
              CLOSE ARQSAL01
           END-IF.
           IF WRK-ARQJNL01-DISPONIVEL
              CLOSE ARQJNL01
           END-IF.
           CLOSE ARQEXT01.

           MOVE ACU-LIDOS-ARQMES01     TO WRK-MASK-QTDREG
            MOVE ACU-DIVERGENTES        TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. COM DIF. DE CONCILIACAO: '
                                           WRK-MASK-QTDREG '     *'
            MOVE ACU-MOVTOS-JORNAL      TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. MOVIMENTOS DO JORNAL.: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-FORA-COMPETENCIA   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. FORA DA COMPETENCIA..: ' WRK-MASK-QTDREG
                                                         '        *'
