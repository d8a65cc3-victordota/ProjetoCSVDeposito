      *                    ANTERIOR DO ARQUIVO DE REJEITOS DO EXER0212 *
      *                    E OS CARTOES DE CORRECAO DE CPF, APLICA A   *
      *                    CORRECAO, REVALIDA O REGISTRO COMPLETO      *
      *                    (DV DO CPF, DATA, VALOR, TIPO E CONTA) E    *
      *                    GRAVA OS REPARADOS NO LAYOUT ENT02112,      *
      *                    PRONTOS PARA                                *
      *                    CONCATENAR NA ENTRADA DO EXER0212 DO DIA    *
      *                    SEGUINTE. TODO REJEITO SAI NA LISTAGEM DE   *
      *                    AUDITORIA COMO REPARADO OU AINDA REJEITADO  *
      *      ARQCOR01                                  COR02112
      *      ARQREP01                                  ENT02112
      *      ARQAUD01                                  (LINHAS 80)
      *      ARQCTA01                                  CTA02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
                      RECORD KEY       IS ARQLRJ01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLRJ01.
      *
      *    CADASTRO DE CONTAS (OPCIONAL, MANTIDO PELO EXER0235) - A
      *    CONTA E' REVALIDADA COMO NO EXER0212: REJEITO DE CONTA SO'
      *    VOLTA PARA A ENTRADA DEPOIS DE A CONTA SER REGULARIZADA

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
           LABEL RECORD   IS STANDARD.
           COPY LRJ02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77 WRK-SW-ARQLRJ01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQLRJ01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    TABELA DOS CARTOES DE CORRECAO, CARREGADA NA INICIALIZACAO  *
      *    E PESQUISADA PELO CPF ORIGINAL DO REJEITO. LIMITADA A 1000  *
       88 WRK-CN-ARQREP01                     VALUE 'REP01113'.
       88 WRK-CN-ARQAUD01                     VALUE 'AUD01113'.
       88 WRK-CN-ARQLRJ01                     VALUE 'LRJ01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
          05 WRK-FS-ARQLRJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LRJ01-OK               VALUE '00'.
             88 WRK-FS-LRJ01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
              SET WRK-ARQLRJ01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

           PERFORM 3800-LER-REJEITO
           .
      *
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REVALIDA O REGISTRO CANDIDATO (DV DO CPF, DATA, VALOR,      *
      *    TIPO E, COM O CADASTRO DE CONTAS DISPONIVEL, A CONTA - VER  *
      *    3210). SE TUDO PASSA, O REJEITO E' DADO COMO REPARADO;      *
      *    SENAO FICA MANTIDO COM O MOTIVO EM WRK-MOTIVO-MANUTENCAO    *
      *----------------------------------------------------------------*
       3200-REVALIDA-REGISTRO SECTION.
                 END-IF
              END-IF
           END-IF

           IF WRK-REJEITO-REPARADO
              AND WRK-ARQCTA01-DISPONIVEL
              AND ARQENT01-NUM-CONTA NOT EQUAL ZEROS
              PERFORM 3210-REVALIDA-CONTA
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE A CONTA DO REGISTRO CANDIDATO NO CADASTRO DE CONTAS *
      *    COM AS REGRAS DO 3806-VALIDA-CONTA DO EXER0212: CONTA       *
      *    INEXISTENTE, DE OUTRO TITULAR OU ENCERRADA MANTEM O REJEITO *
      *----------------------------------------------------------------*
       3210-REVALIDA-CONTA SECTION.
      *----------------------------------------------------------------*

           MOVE ARQENT01-NUM-CONTA TO ARQCTA01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           READ ARQCTA01 KEY IS ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-NAO-ACHOU
                 SET WRK-REJEITO-MANTIDO TO TRUE
                 MOVE 'CONTA AINDA INEXISTENTE'
                                    TO WRK-MOTIVO-MANUTENCAO
              WHEN NOT WRK-FS-CTA01-OK
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              WHEN ARQCTA01-CPF NOT EQUAL ARQENT01-CPF
                 SET WRK-REJEITO-MANTIDO TO TRUE
                 MOVE 'CONTA DE OUTRO TITULAR'
                                    TO WRK-MOTIVO-MANUTENCAO
              WHEN ARQCTA01-CONTA-ENCERRADA
                 SET WRK-REJEITO-MANTIDO TO TRUE
                 MOVE 'CONTA ENCERRADA'
                                    TO WRK-MOTIVO-MANUTENCAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO REPARADO NO LAYOUT DE ENTRADA ENT02112     *
      *----------------------------------------------------------------*
       3300-GRAVA-REPARADO SECTION.
           IF WRK-ARQLRJ01-DISPONIVEL
              CLOSE ARQLRJ01
           END-IF.
           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF.

           MOVE ACU-LIDOS-ARQREJ01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
