      *                    REGRAS DO EXER0212 (VALIDACAO E JANELA DE   *
      *                    DATAS), E CONFERE CONTRA OS TOTAIS DOS      *
      *                    ARQUIVOS DE SAIDA (EXTRATO FIXO, REJEITOS,  *
      *                    QUARENTENA, RETIDOS, CHEQUES PENDENTES E    *
      *                    ESTORNOS RECUSADOS).                        *
      *                    QUALQUER DIFERENCA DE CENTAVOS TERMINA COM  *
      *                    RETURN-CODE 8 PARA O SCHEDULER SEGURAR O    *
      *                    FLUXO SEGUINTE.                             *
      *                                                                *
      *                    O EXTRATO FIXO (VAL02112) CARREGA OS MESMOS *
      *                    TOTAIS POR CPF DO CSV SAI02112 - A SOMA DOS *
      *      ARQREJ01                                  REJ02112
      *      ARQDUP01                                  DUP02112
      *      ARQSUS01                                  SUS02112
      *      ARQCHQ01                                  CHQ02112
      *      ARQEST01                                  EST02112
      *      ARQPARM01                                 CTL02112
      *      ARQBAL01                                  (LINHAS 80)
      *----------------------------------------------------------------*

           SELECT OPTIONAL ARQSUS01 ASSIGN TO UT-S-ARQSUS01
                      FILE STATUS      IS WRK-FS-ARQSUS01.
      *
      *    CHEQUES PENDENTES DE COMPENSACAO - OPCIONAL: O DEPOSITO EM
      *    CHEQUE ACEITO NA JANELA NAO CHEGA AO EXTRATO FIXO NO DIA
      *    DO ACOLHIMENTO, SO' NA LIBERACAO (COMO DEPOSITO COMUM)

           SELECT OPTIONAL ARQCHQ01 ASSIGN TO UT-S-ARQCHQ01
                      FILE STATUS      IS WRK-FS-ARQCHQ01.
      *
      *    ESTORNOS RECUSADOS - OPCIONAL: O ESTORNO (TIPO 'R') QUE O
      *    EXER0212 NAO APLICOU NAO CHEGA AO EXTRATO FIXO

           SELECT OPTIONAL ARQEST01 ASSIGN TO UT-S-ARQEST01
                      FILE STATUS      IS WRK-FS-ARQEST01.
      *
           SELECT OPTIONAL ARQPARM01 ASSIGN TO UT-S-ARQPARM01
                      FILE STATUS      IS WRK-FS-ARQPARM01.
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSUS01             PIC X(54).

      *---------------------------------------------------------------*
      *   INPUT:      CHEQUES PENDENTES GERADOS PELO EXER0212         *
      *               (OPCIONAL)  ORG. SEQUENCIAL  -  LRECL = 80      *
      *---------------------------------------------------------------*

       FD  ARQCHQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCHQ01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      ESTORNOS RECUSADOS GERADOS PELO EXER0212        *
      *               (OPCIONAL)  ORG. SEQUENCIAL  -  LRECL = 87      *
      *---------------------------------------------------------------*

       FD  ARQEST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEST01             PIC X(87).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE CONTROLE (OPCIONAL - MESMO DO         *
      *               EXER0212, PARA REPRODUZIR A JANELA DE DATAS)    *
       77 ACU-SUS-QTDE            PIC 9(007) VALUE ZEROS.
       77 ACU-SUS-FORA-LIQ        PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-SUS-QTDE-FORA       PIC 9(007) VALUE ZEROS.
       77 ACU-CHQ-LIQ             PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CHQ-QTDE            PIC 9(007) VALUE ZEROS.
       77 ACU-CHQ-FORA-LIQ        PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CHQ-QTDE-FORA       PIC 9(007) VALUE ZEROS.
       77 ACU-EST-LIQ             PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-EST-QTDE            PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    DIFERENCAS APURADAS                                         *
       77 WRK-SW-SUS01-DISP       PIC X(001) VALUE 'N'.
          88 WRK-ARQSUS01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-CHQ01-DISP       PIC X(001) VALUE 'N'.
          88 WRK-ARQCHQ01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-EST01-DISP       PIC X(001) VALUE 'N'.
          88 WRK-ARQEST01-DISPONIVEL         VALUE 'S'.

       77 WRK-DATA-LIDA-INV       PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-INICIO-INV     PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-FIM-INV        PIC 9(008) VALUE 99999999.
       88 WRK-CN-ARQREJ01                     VALUE 'REJ01113'.
       88 WRK-CN-ARQDUP01                     VALUE 'DUP01113'.
       88 WRK-CN-ARQSUS01                     VALUE 'SUS01113'.
       88 WRK-CN-ARQCHQ01                     VALUE 'CHQ01113'.
       88 WRK-CN-ARQEST01                     VALUE 'EST01113'.
       88 WRK-CN-ARQBAL01                     VALUE 'BAL01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          05 WRK-FS-ARQSUS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SUS01-OK               VALUE '00'.
             88 WRK-FS-SUS01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCHQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CHQ01-OK               VALUE '00'.
             88 WRK-FS-CHQ01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQEST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EST01-OK               VALUE '00'.
             88 WRK-FS-EST01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQPARM01     PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM01-OK              VALUE '00'.
           COPY REJ02112.
           COPY DUP02112.
           COPY SUS02112.
           COPY CHQ02112.
           COPY EST02112.
           COPY CTL02112.

      *----------------------------------------------------------------*
           IF WRK-ARQSUS01-DISPONIVEL
              PERFORM 3600-TOTALIZA-RETIDOS
           END-IF
      *
           IF WRK-ARQCHQ01-DISPONIVEL
              PERFORM 3700-TOTALIZA-CHEQUES
           END-IF
      *
           IF WRK-ARQEST01-DISPONIVEL
              PERFORM 3750-TOTALIZA-ESTORNOS
           END-IF
      *
           PERFORM 4100-FINALIZAR
           .
              SET WRK-ARQSUS01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQCHQ01

           IF WRK-FS-CHQ01-OK
              SET WRK-ARQCHQ01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQEST01

           IF WRK-FS-EST01-OK
              SET WRK-ARQEST01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQBAL01 TO TRUE
           OPEN OUTPUT ARQBAL01

      *    EXER0212: INVALIDO (CPF/DATA/VALOR/TIPO), FORA DA JANELA    *
      *    OU DENTRO DA JANELA. O LIQUIDO SOMA CREDITOS E SUBTRAI      *
      *    DEBITOS; O INVALIDO ENTRA PELO VALOR BRUTO, COMO NO         *
      *    ARQUIVO DE REJEITOS. O ESTORNO (TIPO 'R') VALIDO NAO PASSA  *
      *    PELA JANELA NO EXER0212 (A DATA E' A DO ORIGINAL) - CONTA   *
      *    SEMPRE DENTRO DELA, COMO DEBITO                             *
      *----------------------------------------------------------------*
       3110-CLASSIFICA-REGISTRO SECTION.
      *----------------------------------------------------------------*
              MOVE ARQENT01-DAT-DEPOS (4:2) TO WRK-DATA-LIDA-INV (5:2)
              MOVE ARQENT01-DAT-DEPOS (7:4) TO WRK-DATA-LIDA-INV (1:4)

              IF (WRK-DATA-LIDA-INV LESS THAN WRK-DATA-INICIO-INV
                 OR WRK-DATA-LIDA-INV GREATER THAN WRK-DATA-FIM-INV)
                 AND NOT ARQENT01-MOVTO-ESTORNO
                 ADD 1 TO ACU-ENT-QTDE-FORA
                 IF ARQENT01-MOVTO-DEBITO
                    SUBTRACT ARQENT01-VAL-DEPOS FROM ACU-ENT-FORA-LIQ
      *    BLOQUEADO/FALECIDO). A RETENCAO ACONTECE ANTES DO TESTE DE  *
      *    JANELA - AQUI O RETIDO PASSA PELO MESMO TESTE DE DATAS E    *
      *    SO' O LIQUIDO DENTRO DA JANELA ENTRA NO BALANCO (O DE FORA  *
      *    E' SO' CONTADO, COMO O FORA-JANELA DAS ENTRADAS). O ESTORNO *
      *    RETIDO CONTA SEMPRE NA JANELA, COMO NA CLASSIFICACAO        *
      *----------------------------------------------------------------*
       3600-TOTALIZA-RETIDOS SECTION.
      *----------------------------------------------------------------*
                    MOVE ARQSUS01-DAT-DEPOS (7:4)
                      TO WRK-DATA-LIDA-INV (1:4)

                    IF (WRK-DATA-LIDA-INV LESS THAN
                        WRK-DATA-INICIO-INV
                       OR WRK-DATA-LIDA-INV GREATER THAN
                          WRK-DATA-FIM-INV)
                       AND ARQSUS01-TIP-MOVTO NOT EQUAL 'R'
                       ADD 1 TO ACU-SUS-QTDE-FORA
                       IF ARQSUS01-TIP-MOVTO EQUAL 'S'
                          OR ARQSUS01-TIP-MOVTO EQUAL 'T'
                       ADD 1 TO ACU-SUS-QTDE
                       IF ARQSUS01-TIP-MOVTO EQUAL 'S'
                          OR ARQSUS01-TIP-MOVTO EQUAL 'T'
                          OR ARQSUS01-TIP-MOVTO EQUAL 'R'
                          SUBTRACT ARQSUS01-VAL-DEPOS
                              FROM ACU-SUS-LIQ
                       ELSE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA OS DEPOSITOS EM CHEQUE ACOLHIDOS PELO EXER0212 E       *
      *    GUARDADOS NA CARTEIRA DE PENDENTES. COMO NOS RETIDOS, SO'   *
      *    A PARCELA DENTRO DA JANELA ENTRA NO BALANCO - O CHEQUE      *
      *    DATADO ANTES DA JANELA TAMBEM VAI PARA A CARTEIRA, MAS NA   *
      *    ENTRADA CAI NO FORA-JANELA E AQUI E' SO' CONTADO            *
      *----------------------------------------------------------------*
       3700-TOTALIZA-CHEQUES SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQUIVO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQCHQ01 TO TRUE

              READ ARQCHQ01 INTO ARQCHQ01-REGISTRO

              EVALUATE WRK-FS-ARQCHQ01
                 WHEN '00'
                    MOVE ARQCHQ01-DAT-DEPOS (1:2)
                      TO WRK-DATA-LIDA-INV (7:2)
                    MOVE ARQCHQ01-DAT-DEPOS (4:2)
                      TO WRK-DATA-LIDA-INV (5:2)
                    MOVE ARQCHQ01-DAT-DEPOS (7:4)
                      TO WRK-DATA-LIDA-INV (1:4)

                    IF WRK-DATA-LIDA-INV LESS THAN
                       WRK-DATA-INICIO-INV
                       OR WRK-DATA-LIDA-INV GREATER THAN
                          WRK-DATA-FIM-INV
                       ADD 1 TO ACU-CHQ-QTDE-FORA
                       ADD ARQCHQ01-VAL-DEPOS TO ACU-CHQ-FORA-LIQ
                    ELSE
                       ADD 1 TO ACU-CHQ-QTDE
                       ADD ARQCHQ01-VAL-DEPOS TO ACU-CHQ-LIQ
                    END-IF
                 WHEN '10'
                    SET WRK-FIM-ARQUIVO TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQCHQ01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA OS ESTORNOS (TIPO 'R') QUE O EXER0212 RECUSOU. NA      *
      *    ENTRADA O ESTORNO E' DEBITO DENTRO DA JANELA - AQUI TAMBEM  *
      *    SUBTRAI, QUALQUER QUE SEJA A DATA DO ORIGINAL               *
      *----------------------------------------------------------------*
       3750-TOTALIZA-ESTORNOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-ARQ

           PERFORM UNTIL WRK-FIM-ARQUIVO

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQEST01 TO TRUE

              READ ARQEST01 INTO ARQEST01-REGISTRO

              EVALUATE WRK-FS-ARQEST01
                 WHEN '00'
                    ADD 1 TO ACU-EST-QTDE
                    SUBTRACT ARQEST01-VAL-DEPOS FROM ACU-EST-LIQ
                 WHEN '10'
                    SET WRK-FIM-ARQUIVO TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQEST01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF (ALGORITMO PADRAO -      *
      *    MODULO 11 SOBRE OS 9 DIGITOS BASE, DUAS VEZES)              *
      *----------------------------------------------------------------*
      *    CONTRA LIQUIDO DOS BLOCOS GRAVADOS + LIQUIDO DA QUARENTENA
      *    + LIQUIDO DOS RETIDOS NA JANELA (O MOVIMENTO DE CPF
      *    BLOQUEADO/FALECIDO NAO CHEGA AO EXTRATO NEM A QUARENTENA)
      *    + CHEQUES NA JANELA GUARDADOS NA CARTEIRA DE PENDENTES
      *    + ESTORNOS RECUSADOS (O ACEITO JA ESTA' NO EXTRATO)

           COMPUTE WRK-DIF-JANELA =
              ACU-ENT-JANELA-LIQ
              - (ACU-SAI-LIQ + ACU-DUP-LIQ + ACU-SUS-LIQ
                 + ACU-CHQ-LIQ + ACU-EST-LIQ)

      *    DIFERENCA 2: VALOR BRUTO DOS REGISTROS INVALIDOS
      *    RECALCULADO CONTRA O TOTAL DO ARQUIVO DE REJEITOS
           MOVE ACU-SUS-QTDE-FORA     TO WRK-BAL-QTDE
           PERFORM 3900-GRAVA-LINHA

           MOVE 'CHEQUES PENDENTES NA JANELA.......'
                                      TO WRK-BAL-ROTULO
           MOVE ACU-CHQ-LIQ           TO WRK-BAL-VALOR
           MOVE ACU-CHQ-QTDE          TO WRK-BAL-QTDE
           PERFORM 3900-GRAVA-LINHA

           MOVE 'CHEQUES PENDENTES FORA DA JANELA..'
                                      TO WRK-BAL-ROTULO
           MOVE ACU-CHQ-FORA-LIQ      TO WRK-BAL-VALOR
           MOVE ACU-CHQ-QTDE-FORA     TO WRK-BAL-QTDE
           PERFORM 3900-GRAVA-LINHA

           MOVE 'ESTORNOS RECUSADOS (LIQUIDO)......'
                                      TO WRK-BAL-ROTULO
           MOVE ACU-EST-LIQ           TO WRK-BAL-VALOR
           MOVE ACU-EST-QTDE          TO WRK-BAL-QTDE
           PERFORM 3900-GRAVA-LINHA

           MOVE 'DIFERENCA JANELA X SAIDAS.........'
                                      TO WRK-BAL-ROTULO
           MOVE WRK-DIF-JANELA        TO WRK-BAL-VALOR
           IF WRK-ARQSUS01-DISPONIVEL
              CLOSE ARQSUS01
           END-IF.
           IF WRK-ARQCHQ01-DISPONIVEL
              CLOSE ARQCHQ01
           END-IF.
           IF WRK-ARQEST01-DISPONIVEL
              CLOSE ARQEST01
           END-IF.
           CLOSE ARQBAL01.

           MOVE ACU-ENT-QTDE           TO WRK-MASK-QTDREG
