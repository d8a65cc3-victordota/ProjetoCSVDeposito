      *    OBJETIVO....:   DOSSIE BATCH POR CPF PARA OUVIDORIA E       *
      *                    AUDITORIA: PARA CADA CPF DO CARTAO DE       *
      *                    CONSULTA, CONSOLIDA EM UMA PAGINA O NOME    *
      *                    E A SITUACAO DO CADASTRO, A LINHA DO TEMPO  *
      *                    DA SITUACAO (HISTORICO COM VIGENCIA), O     *
      *                    SALDO-MES                                   *
      *                    CORRENTE (POR CONTA, COM TOTAL), OS         *
      *                    FECHAMENTOS DO HISTORICO MENSAL, AS         *
      *                    LINHAS DO CPF NO EXTRATO FIXO DO DIA, OS    *
      *                    MOVIMENTOS INDIVIDUAIS DO JORNAL E AS       *
      *                    APARICOES NAS GERACOES DE REJEITOS,         *
      *                    QUARENTENA E EXCECOES. CPF NAO LOCALIZADO   *
      *                    EM NENHUMA BASE SAI COM A PAGINA DIZENDO    *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCPF01                                  (CARTAO 80)
      *      ARQCAD01                                  CAD02112
      *      ARQHSC01                                  HSC02112
      *      ARQSAL01                                  SAL02112
      *      ARQHIS01                                  HIS02112
      *      ARQVAL01                                  VAL02112
      *      ARQJNL01                                  JNL02112
      *      ARQREJ01                                  REJ02112
      *      ARQDUP01                                  DUP02112
      *      ARQEXC01                                  EXC02112
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
           SELECT OPTIONAL ARQSAL01 ASSIGN TO UT-S-ARQSAL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHIS01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHIS01.
      *
           SELECT OPTIONAL ARQJNL01 ASSIGN TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
      *    AS QUATRO GERACOES DO DIA SAO SEQUENCIAIS - CADA CPF DO
      *    CARTAO PROVOCA UMA VARREDURA COMPLETA (FECHA E REABRE

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
      *   INPUT:      SALDO ACUMULADO NO MES (OPCIONAL)               *
      *               ORG. INDEXADA    -   LRECL = 29                 *
           LABEL RECORD   IS STANDARD.
           COPY HIS02112.

      *---------------------------------------------------------------*
      *   INPUT:      JORNAL DE MOVIMENTOS (OPCIONAL)                 *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO FIXO DA EXECUCAO DO DIA (OPCIONAL)      *
      *               ORG. SEQUENCIAL   -   LRECL = 104               *
      *----------------------------------------------------------------*
       77 WRK-SW-CAD-DISP         PIC X(001) VALUE 'N'.
          88 WRK-CAD-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-HSC-DISP         PIC X(001) VALUE 'N'.
          88 WRK-HSC-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-SAL-DISP         PIC X(001) VALUE 'N'.
          88 WRK-SAL-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-HIS-DISP         PIC X(001) VALUE 'N'.
          88 WRK-HIS-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-JNL-DISP         PIC X(001) VALUE 'N'.
          88 WRK-JNL-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-VAL-DISP         PIC X(001) VALUE 'N'.
          88 WRK-VAL-DISPONIVEL              VALUE 'S'.
       77 WRK-SW-REJ-DISP         PIC X(001) VALUE 'N'.
          05 WRK-DOS-CAD-SIT      PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-DOS-SITUACAO.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(009) VALUE 'VIGENCIA '.
          05 WRK-DOS-HSC-VIGENCIA PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-HSC-DE       PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(004) VALUE ' -> '.
          05 WRK-DOS-HSC-PARA     PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE ' POR '.
          05 WRK-DOS-HSC-USUARIO  PIC X(008) VALUE SPACES.
          05 FILLER               PIC X(004) VALUE ' EM '.
          05 WRK-DOS-HSC-DATA-ALT PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-HSC-HORA-ALT PIC X(008) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-HSC-PROGRAMA PIC X(008) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE SPACES.

      *----------------------------------------------------------------*
      *    EDICAO DAS DATAS (AAAAMMDD -> DD-MM-AAAA) E DA HORA         *
      *    (HHMMSS -> HH:MM:SS) DO HISTORICO DE SITUACAO               *
      *----------------------------------------------------------------*
       01 WRK-DOS-DATA-EDT.
          05 WRK-DOS-EDT-DIA      PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-DOS-EDT-MES      PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-DOS-EDT-ANO      PIC X(004) VALUE SPACES.

       01 WRK-DOS-HORA-EDT.
          05 WRK-DOS-EDT-HH       PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE ':'.
          05 WRK-DOS-EDT-MM       PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE ':'.
          05 WRK-DOS-EDT-SS       PIC X(002) VALUE SPACES.

       01 WRK-DOS-CONTA-VALOR.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE 'CONTA '.
          05 WRK-DOS-MOV-OBS      PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-DOS-JORNAL.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE 'CONTA '.
          05 WRK-DOS-JNL-CONTA    PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-JNL-DATA     PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-JNL-TIPO     PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE ' FIL '.
          05 WRK-DOS-JNL-FILIAL   PIC 9(003) VALUE ZEROS.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-JNL-VALOR    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-JNL-CONTRA.
             07 WRK-DOS-JNL-COD-CONTRA
                                  PIC 999.999.999.
             07 FILLER            PIC X(001) VALUE '-'.
             07 WRK-DOS-JNL-DIG-CONTRA
                                  PIC 99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOS-JNL-SITUACAO PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQCPF01                     VALUE 'CPF01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQHSC01                     VALUE 'HSC01113'.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQVAL01                     VALUE 'VAL01113'.
       88 WRK-CN-ARQREJ01                     VALUE 'REJ01113'.
       88 WRK-CN-ARQDUP01                     VALUE 'DUP01113'.
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQHSC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSC01-OK               VALUE '00'.
             88 WRK-FS-HSC01-FIM              VALUE '10'.
             88 WRK-FS-HSC01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-HIS01-OK               VALUE '00'.
             88 WRK-FS-HIS01-FIM              VALUE '10'.
             88 WRK-FS-HIS01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
             88 WRK-FS-JNL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQVAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-VAL01-OK               VALUE '00'.
              SET WRK-CAD-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQHSC01
           IF WRK-FS-HSC01-OK
              SET WRK-HSC-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQSAL01
           IF WRK-FS-SAL01-OK
              SET WRK-SAL-DISPONIVEL TO TRUE
              SET WRK-HIS-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQJNL01
           IF WRK-FS-JNL01-OK
              SET WRK-JNL-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQVAL01
           IF WRK-FS-VAL01-OK
              SET WRK-VAL-DISPONIVEL TO TRUE
              PERFORM 3910-GRAVA-LINHA
           ELSE
              PERFORM 3100-SECAO-CADASTRO
              PERFORM 3150-SECAO-SITUACAO
              PERFORM 3200-SECAO-SALDO-MES
              PERFORM 3300-SECAO-HISTORICO
              PERFORM 3400-SECAO-EXTRATO-DIA
              PERFORM 3450-SECAO-JORNAL
              PERFORM 3500-SECAO-REJEITOS
              PERFORM 3600-SECAO-QUARENTENA
              PERFORM 3700-SECAO-EXCECOES
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SECAO SITUACAO: LINHA DO TEMPO DA SITUACAO DO CLIENTE, UMA  *
      *    LINHA POR MUDANCA DO HISTORICO, NA ORDEM DE VIGENCIA (DE /  *
      *    PARA, QUEM SOLICITOU E QUANDO FOI APLICADA)                 *
      *----------------------------------------------------------------*
       3150-SECAO-SITUACAO SECTION.
      *----------------------------------------------------------------*

           MOVE 'HISTORICO DE SITUACAO (VIGENCIA)'
             TO WRK-DOS-SEC-TITULO
           PERFORM 3920-GRAVA-SECAO

           IF NOT WRK-HSC-DISPONIVEL
              MOVE 'BASE INDISPONIVEL NESTA EXECUCAO'
                TO WRK-DOS-LIN-TEXTO
              PERFORM 3910-GRAVA-LINHA
              GO TO 3150-99-FIM
           END-IF

           MOVE ZEROS TO ACU-SECAO-LINHAS
           MOVE 'N'   TO WRK-SW-FIM-VARRE

           MOVE WRK-CPF-CON-COD TO ARQHSC01-COD-CPF
           MOVE WRK-CPF-CON-DIG TO ARQHSC01-DIG-CPF
           MOVE ZEROS           TO ARQHSC01-DATA-VIGENCIA
                                   ARQHSC01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHSC01 TO TRUE

           START ARQHSC01 KEY IS NOT LESS THAN ARQHSC01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-HSC01-OK
                 CONTINUE
              WHEN WRK-FS-HSC01-NAO-ACHOU
              WHEN WRK-FS-HSC01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA

              READ ARQHSC01 NEXT

              EVALUATE TRUE
                 WHEN WRK-FS-HSC01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-HSC01-OK
                    MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQHSC01-COD-CPF NOT EQUAL WRK-CPF-CON-COD
                   OR ARQHSC01-DIG-CPF NOT EQUAL WRK-CPF-CON-DIG
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    SET WRK-CPF-ACHADO TO TRUE
                    ADD 1 TO ACU-SECAO-LINHAS
                    MOVE ARQHSC01-DATA-VIGENCIA (7:2)
                      TO WRK-DOS-EDT-DIA
                    MOVE ARQHSC01-DATA-VIGENCIA (5:2)
                      TO WRK-DOS-EDT-MES
                    MOVE ARQHSC01-DATA-VIGENCIA (1:4)
                      TO WRK-DOS-EDT-ANO
                    MOVE WRK-DOS-DATA-EDT TO WRK-DOS-HSC-VIGENCIA
                    MOVE ARQHSC01-DATA-ALTERACAO (7:2)
                      TO WRK-DOS-EDT-DIA
                    MOVE ARQHSC01-DATA-ALTERACAO (5:2)
                      TO WRK-DOS-EDT-MES
                    MOVE ARQHSC01-DATA-ALTERACAO (1:4)
                      TO WRK-DOS-EDT-ANO
                    MOVE WRK-DOS-DATA-EDT TO WRK-DOS-HSC-DATA-ALT
                    MOVE ARQHSC01-HORA-ALTERACAO (1:2)
                      TO WRK-DOS-EDT-HH
                    MOVE ARQHSC01-HORA-ALTERACAO (3:2)
                      TO WRK-DOS-EDT-MM
                    MOVE ARQHSC01-HORA-ALTERACAO (5:2)
                      TO WRK-DOS-EDT-SS
                    MOVE WRK-DOS-HORA-EDT TO WRK-DOS-HSC-HORA-ALT
                    MOVE ARQHSC01-SIT-ANTERIOR TO WRK-DOS-HSC-DE
                    MOVE ARQHSC01-SIT-NOVA     TO WRK-DOS-HSC-PARA
                    MOVE ARQHSC01-USUARIO      TO WRK-DOS-HSC-USUARIO
                    MOVE ARQHSC01-PROGRAMA     TO WRK-DOS-HSC-PROGRAMA
                    SET WRK-CN-WRITE    TO TRUE
                    SET WRK-CN-ARQDOS01 TO TRUE
                    WRITE FD-ARQDOS01 FROM WRK-DOS-SITUACAO
                    IF NOT WRK-FS-DOS01-OK
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
              END-EVALUATE
           END-PERFORM

           IF ACU-SECAO-LINHAS EQUAL ZEROS
              MOVE 'SEM MUDANCAS DE SITUACAO NO HISTORICO'
                TO WRK-DOS-LIN-TEXTO
              PERFORM 3910-GRAVA-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SECAO SALDO-MES: UMA LINHA POR CONTA DO CPF E O TOTAL       *
      *----------------------------------------------------------------*
       3200-SECAO-SALDO-MES SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SECAO JORNAL: TODOS OS MOVIMENTOS ACEITOS DO CPF NO JORNAL  *
      *    PERMANENTE (TODAS AS CONTAS, NA ORDEM CONTA + DATA), COM    *
      *    TIPO, FILIAL, VALOR, CONTRAPARTE E A MARCA 'E' NO CREDITO   *
      *    JA ESTORNADO (O ESTORNO VEM LOGO DEPOIS, TIPO 'R')          *
      *----------------------------------------------------------------*
       3450-SECAO-JORNAL SECTION.
      *----------------------------------------------------------------*

           MOVE 'MOVIMENTOS DO JORNAL' TO WRK-DOS-SEC-TITULO
           PERFORM 3920-GRAVA-SECAO

           IF NOT WRK-JNL-DISPONIVEL
              MOVE 'BASE INDISPONIVEL NESTA EXECUCAO'
                TO WRK-DOS-LIN-TEXTO
              PERFORM 3910-GRAVA-LINHA
              GO TO 3450-99-FIM
           END-IF

           MOVE ZEROS TO ACU-SECAO-LINHAS
           MOVE 'N'   TO WRK-SW-FIM-VARRE

           MOVE WRK-CPF-CON-COD TO ARQJNL01-COD-CPF
           MOVE WRK-CPF-CON-DIG TO ARQJNL01-DIG-CPF
           MOVE ZEROS           TO ARQJNL01-NUM-CONTA
                                   ARQJNL01-DATA-MOVTO
                                   ARQJNL01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           START ARQJNL01 KEY IS NOT LESS THAN ARQJNL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-JNL01-OK
                 CONTINUE
              WHEN WRK-FS-JNL01-NAO-ACHOU
              WHEN WRK-FS-JNL01-FIM
                 SET WRK-FIM-VARREDURA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-VARREDURA

              READ ARQJNL01 NEXT

              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQJNL01-COD-CPF NOT EQUAL WRK-CPF-CON-COD
                   OR ARQJNL01-DIG-CPF NOT EQUAL WRK-CPF-CON-DIG
                    SET WRK-FIM-VARREDURA TO TRUE
                 WHEN OTHER
                    SET WRK-CPF-ACHADO TO TRUE
                    ADD 1 TO ACU-SECAO-LINHAS
                    MOVE ARQJNL01-NUM-CONTA TO WRK-DOS-JNL-CONTA
                    MOVE ARQJNL01-DATA-MOVTO (7:2)
                      TO WRK-DOS-EDT-DIA
                    MOVE ARQJNL01-DATA-MOVTO (5:2)
                      TO WRK-DOS-EDT-MES
                    MOVE ARQJNL01-DATA-MOVTO (1:4)
                      TO WRK-DOS-EDT-ANO
                    MOVE WRK-DOS-DATA-EDT TO WRK-DOS-JNL-DATA
                    MOVE ARQJNL01-TIP-MOVTO  TO WRK-DOS-JNL-TIPO
                    MOVE ARQJNL01-COD-FILIAL TO WRK-DOS-JNL-FILIAL
                    MOVE ARQJNL01-VAL-MOVTO  TO WRK-DOS-JNL-VALOR
                    MOVE ARQJNL01-SITUACAO   TO WRK-DOS-JNL-SITUACAO
                    IF ARQJNL01-CPF-CONTRA EQUAL ZEROS
                       MOVE SPACES TO WRK-DOS-JNL-CONTRA
                    ELSE
                       MOVE ARQJNL01-COD-CPF-CONTRA
                         TO WRK-DOS-JNL-COD-CONTRA
                       MOVE '-' TO WRK-DOS-JNL-CONTRA (12:1)
                       MOVE ARQJNL01-DIG-CPF-CONTRA
                         TO WRK-DOS-JNL-DIG-CONTRA
                    END-IF
                    SET WRK-CN-WRITE    TO TRUE
                    SET WRK-CN-ARQDOS01 TO TRUE
                    WRITE FD-ARQDOS01 FROM WRK-DOS-JORNAL
                    IF NOT WRK-FS-DOS01-OK
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
              END-EVALUATE
           END-PERFORM

           IF ACU-SECAO-LINHAS EQUAL ZEROS
              MOVE 'SEM MOVIMENTOS NO JORNAL'
                TO WRK-DOS-LIN-TEXTO
              PERFORM 3910-GRAVA-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SECAO REJEITOS: APARICOES DO CPF NA GERACAO DE REJEITOS     *
      *----------------------------------------------------------------*
       3500-SECAO-REJEITOS SECTION.
           CLOSE ARQCPF01.
           IF WRK-CAD-DISPONIVEL
              CLOSE ARQCAD01
           END-IF
           IF WRK-HSC-DISPONIVEL
              CLOSE ARQHSC01
           END-IF.
           IF WRK-SAL-DISPONIVEL
              CLOSE ARQSAL01
           IF WRK-HIS-DISPONIVEL
              CLOSE ARQHIS01
           END-IF.
           IF WRK-JNL-DISPONIVEL
              CLOSE ARQJNL01
           END-IF.
           IF WRK-VAL-DISPONIVEL
              CLOSE ARQVAL01
           END-IF.
