      *    OBJETIVO....:   LIBERACAO DE MOVIMENTOS RETIDOS: LE A       *
      *                    GERACAO ANTERIOR DO ARQUIVO DE RETIDOS DO   *
      *                    EXER0212 (MOVIMENTOS DE CPF BLOQUEADO OU    *
      *                    FALECIDO) E RECONSULTA A SITUACAO DO        *
      *                    CLIENTE EM VIGOR NA DATA DO MOVIMENTO       *
      *                    (HISTORICO DE SITUACAO COM VIGENCIA DO      *
      *                    EXER0213; SEM HISTORICO, A SITUACAO ATUAL   *
      *                    DO CADASTRO). MOVIMENTO CUJA SITUACAO NA    *
      *                    DATA JA E' ATIVO - P.EX. BLOQUEIO LEVANTADO *
      *                    COM VIGENCIA RETROATIVA - SAI NO LAYOUT     *
      *                    ENT02112, PRONTO PARA CONCATENAR NA         *
      *                    ENTRADA DO EXER0212 DO DIA                  *
      *                    SEGUINTE (MESMO PADRAO DO REPARADOS DO      *
      *                    EXER0218); MOVIMENTO AINDA RETIDO SAI NA    *
      *                    NOVA GERACAO DE RETIDOS COM A SITUACAO      *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSUS01                                  SUS02112
      *      ARQCAD01                                  CAD02112
      *      ARQHSC01                                  HSC02112
      *      ARQLIB01                                  ENT02112
      *      ARQSUS02                                  SUS02112
      *      ARQAUD01                                  (LINHAS 80)
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT OPTIONAL ARQHSC01 ASSIGN TO UT-S-ARQHSC01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHSC01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHSC01.
      *
           SELECT ARQLIB01 ASSIGN      TO UT-S-ARQLIB01
                      FILE STATUS      IS WRK-FS-ARQLIB01.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES (OPCIONAL)                 *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DE SITUACAO DO CLIENTE (OPCIONAL)     *
      *               ORG. INDEXADA    -   LRECL = 70                 *
      *---------------------------------------------------------------*

       FD  ARQHSC01
           LABEL RECORD   IS STANDARD.
           COPY HSC02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS LIBERADOS NO LAYOUT DE ENTRADA       *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
       77 WRK-SW-ARQCAD01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCAD01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQHSC01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQHSC01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-FIM-HSC01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQHSC01                VALUE 'S'.

       77 WRK-HSC-QTDE            PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    DATA DO MOVIMENTO RETIDO EM AAAAMMDD, PARA COMPARAR COM A   *
      *    VIGENCIA DO HISTORICO DE SITUACAO                           *
      *----------------------------------------------------------------*
       01 WRK-DATA-MOVTO.
          03 WRK-DATA-MOV-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-MOV-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-MOV-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    SITUACAO DO CPF DO MOVIMENTO EM TRATAMENTO EM VIGOR NA DATA *
      *    DO MOVIMENTO. SEM CADASTRO, OU CPF AUSENTE DELE E SEM       *
      *    HISTORICO, O MOVIMENTO E' LIBERADO - A RETENCAO SO' SE      *
      *    SUSTENTA ENQUANTO O CADASTRO A SUSTENTA                     *
      *----------------------------------------------------------------*
       77 WRK-SIT-CLIENTE         PIC X(001) VALUE 'A'.
          88 WRK-CLIENTE-ATIVO               VALUES 'A' ' '.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-AUD-SIT-RETIDA   PIC X(001).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-AUD-SIT-NA-DATA  PIC X(001).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-AUD-SITUACAO     PIC X(015) VALUE SPACES.
          05 FILLER               PIC X(017) VALUE SPACES.
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQSUS01                     VALUE 'SUS01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQHSC01                     VALUE 'HSC01113'.
       88 WRK-CN-ARQLIB01                     VALUE 'LIB01113'.
       88 WRK-CN-ARQSUS02                     VALUE 'SUS02113'.
       88 WRK-CN-ARQAUD01                     VALUE 'AUD01113'.
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQHSC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSC01-OK               VALUE '00'.
             88 WRK-FS-HSC01-FIM              VALUE '10'.
             88 WRK-FS-HSC01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLIB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LIB01-OK               VALUE '00'.
              SET WRK-ARQCAD01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQHSC01

           IF WRK-FS-HSC01-OK
              SET WRK-ARQHSC01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQLIB01 TO TRUE
           OPEN OUTPUT ARQLIB01

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSULTA A SITUACAO ATUAL DO CPF RETIDO NO CADASTRO E, COM  *
      *    ELA COMO PADRAO, A SITUACAO EM VIGOR NA DATA DO MOVIMENTO   *
      *    NO HISTORICO. CPF EXCLUIDO DO CADASTRO, OU CADASTRO         *
      *    INDISPONIVEL, SEM HISTORICO, LIBERA O MOVIMENTO - A         *
      *    RETENCAO SO' SE SUSTENTA ENQUANTO O CADASTRO A SUSTENTA     *
      *----------------------------------------------------------------*
       3100-CONSULTA-SITUACAO SECTION.
      *----------------------------------------------------------------*
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF

           IF WRK-ARQHSC01-DISPONIVEL
              PERFORM 3110-SITUACAO-NA-DATA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE O HISTORICO DE SITUACAO DO CPF RETIDO: A SITUACAO  *
      *    NA DATA DO MOVIMENTO E' A DA ULTIMA MUDANCA COM VIGENCIA    *
      *    ATE' ESSA DATA; DATA ANTES DA PRIMEIRA MUDANCA USA A        *
      *    SITUACAO ANTERIOR A ELA; SEM HISTORICO FICA A DO CADASTRO   *
      *    (JA EM WRK-SIT-CLIENTE)                                     *
      *----------------------------------------------------------------*
       3110-SITUACAO-NA-DATA SECTION.
      *----------------------------------------------------------------*

           MOVE ARQSUS01-DAT-DEPOS (7:4) TO WRK-DATA-MOV-ANO
           MOVE ARQSUS01-DAT-DEPOS (4:2) TO WRK-DATA-MOV-MES
           MOVE ARQSUS01-DAT-DEPOS (1:2) TO WRK-DATA-MOV-DIA

           MOVE ZEROS TO WRK-HSC-QTDE
           MOVE 'N'   TO WRK-SW-FIM-HSC01

           MOVE ARQSUS01-COD-CPF TO ARQHSC01-COD-CPF
           MOVE ARQSUS01-DIG-CPF TO ARQHSC01-DIG-CPF
           MOVE ZEROS            TO ARQHSC01-DATA-VIGENCIA
                                    ARQHSC01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHSC01 TO TRUE

           START ARQHSC01 KEY IS NOT LESS THAN ARQHSC01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HSC01-OK
                 CONTINUE
              WHEN WRK-FS-HSC01-NAO-ACHOU
              WHEN WRK-FS-HSC01-FIM
                 SET WRK-FIM-ARQHSC01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-ARQHSC01

              READ ARQHSC01 NEXT

              EVALUATE TRUE
                 WHEN WRK-FS-HSC01-FIM
                    SET WRK-FIM-ARQHSC01 TO TRUE
                 WHEN NOT WRK-FS-HSC01-OK
                    MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQHSC01-COD-CPF NOT EQUAL ARQSUS01-COD-CPF
                   OR ARQHSC01-DIG-CPF NOT EQUAL ARQSUS01-DIG-CPF
                    SET WRK-FIM-ARQHSC01 TO TRUE
                 WHEN OTHER
                    ADD 1 TO WRK-HSC-QTDE
                    IF WRK-HSC-QTDE EQUAL 1
                       AND ARQHSC01-DATA-VIGENCIA GREATER THAN
                           WRK-DATA-MOVTO
                       MOVE ARQHSC01-SIT-ANTERIOR TO WRK-SIT-CLIENTE
                    END-IF
                    IF ARQHSC01-DATA-VIGENCIA NOT GREATER THAN
                       WRK-DATA-MOVTO
                       MOVE ARQHSC01-SIT-NOVA TO WRK-SIT-CLIENTE
                    END-IF
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O MOVIMENTO LIBERADO NO LAYOUT DE ENTRADA ENT02112,   *
      *    PRONTO PARA CONCATENAR NO SORTIN DO EXER0212                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGRAVA NA NOVA GERACAO DE RETIDOS O MOVIMENTO DO CPF       *
      *    AINDA NAO-ATIVO NA DATA, COM A SITUACAO RECONSULTADA        *
      *----------------------------------------------------------------*
       3300-GRAVA-AINDA-RETIDO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSUS01-DAT-DEPOS   TO WRK-AUD-DATA
           MOVE ARQSUS01-VAL-DEPOS   TO WRK-AUD-VALOR
           MOVE ARQSUS01-SIT-CLIENTE TO WRK-AUD-SIT-RETIDA
           MOVE WRK-SIT-CLIENTE      TO WRK-AUD-SIT-NA-DATA

           IF WRK-CLIENTE-ATIVO
              MOVE 'LIBERADO       ' TO WRK-AUD-SITUACAO
           IF WRK-ARQCAD01-DISPONIVEL
              CLOSE ARQCAD01
           END-IF.
           IF WRK-ARQHSC01-DISPONIVEL
              CLOSE ARQHSC01
           END-IF.
           CLOSE ARQLIB01.
           CLOSE ARQSUS02.
           CLOSE ARQAUD01.
