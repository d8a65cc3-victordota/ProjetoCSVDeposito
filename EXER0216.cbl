      *
      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO (MESTRE) DE CLIENTES                   *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0216'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDOS-ARQCAD01      PIC 9(005) VALUE ZEROS.
       77 ACU-UNIFICADOS          PIC 9(005) VALUE ZEROS.
       77 ACU-ATIVOS              PIC 9(005) VALUE ZEROS.
       77 ACU-INATIVOS            PIC 9(005) VALUE ZEROS.

              UNTIL WRK-FIM-ARQSAI02
                 OR WRK-CPF-EXTRATO NOT LESS THAN WRK-CPF-CADASTRO

      *    CPF UNIFICADO (SITUACAO 'U') E' SO' PONTEIRO PARA O CPF
      *    QUE O SUBSTITUIU - NAO MOVIMENTA E NAO E' INATIVIDADE

           EVALUATE TRUE
              WHEN ARQCAD01-CLI-UNIFICADO
                 ADD 1 TO ACU-UNIFICADOS
              WHEN WRK-CPF-EXTRATO EQUAL WRK-CPF-CADASTRO
                 ADD 1 TO ACU-ATIVOS
              WHEN OTHER
                 PERFORM 3100-GRAVA-INATIVO
           END-EVALUATE

           PERFORM 3800-LER-CADASTRO
           .
            MOVE ACU-INATIVOS           TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. SEM MOVIMENTO (INATIVOS): '
                                           WRK-MASK-QTDREG '    *'
            MOVE ACU-UNIFICADOS         TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. CPF UNIFICADOS (IGNORADOS): '
                                           WRK-MASK-QTDREG '  *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'
