      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0237.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E26
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   VIRADA DO DIA: AVANCA O REGISTRO DE CONTROLE*
      *                    DA DATA DE PROCESSAMENTO (DTP02112) PARA O  *
      *                    DIA UTIL SEGUINTE DO CALENDARIO GERAL DE    *
      *                    FERIADOS, GRAVANDO UMA NOVA GERACAO. RODA   *
      *                    SO' DEPOIS QUE O FLUXO DIARIO TERMINOU      *
      *                    NORMALMENTE: COM O RESUMO DO EXER0212 NA    *
      *                    DD ARQRES01, A EXECUCAO DO DIA TEM QUE SER  *
      *                    DA DATA-ATUAL, SENAO A VIRADA CANCELA.      *
      *                    COM O CARTAO DE POSICIONAMENTO (FUNCAO 'P'  *
      *                    + DATA AAAAMMDD) GRAVA A DATA INFORMADA -   *
      *                    IMPLANTACAO, RECUPERACAO DE DIA PERDIDO OU  *
      *                    REPROCESSAMENTO DE UM DIA ANTERIOR.         *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQDTP01                                  DTP02112
      *      ARQDTN01                                  DTP02112
      *      ARQFER01                                  FER02112
      *      ARQRES01                                  RES02112
      *      ARQPRM01                                  (CARTAO 80)
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
      *    DATA DE PROCESSAMENTO CORRENTE (GERACAO 0) - OPCIONAL SO'
      *    PARA A IMPLANTACAO, QUE E' FEITA COM O CARTAO 'P'

           SELECT OPTIONAL ARQDTP01 ASSIGN TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
      *    NOVA DATA DE PROCESSAMENTO (GERACAO +1)

           SELECT ARQDTN01 ASSIGN      TO UT-S-ARQDTN01
                      FILE STATUS      IS WRK-FS-ARQDTN01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
      *
      *    RESUMO DA EXECUCAO DO DIA (RES02112) - OPCIONAL: SE
      *    INFORMADO, A VIRADA SO' E' FEITA SE ELE E' DA DATA-ATUAL

           SELECT OPTIONAL ARQRES01 ASSIGN TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.
      *
      *    CARTAO DE POSICIONAMENTO - OPCIONAL: SEM ELE, VIRADA NORMAL

           SELECT OPTIONAL ARQPRM01 ASSIGN TO UT-S-ARQPRM01
                      FILE STATUS      IS WRK-FS-ARQPRM01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   INPUT:      DATA DE PROCESSAMENTO (GERACAO CORRENTE)        *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQDTP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDTP01             PIC X(050).

      *---------------------------------------------------------------*
      *   OUTPUT:     DATA DE PROCESSAMENTO (NOVA GERACAO)            *
      *               ORG. SEQUENCIAL   -   LRECL = 50                *
      *---------------------------------------------------------------*

       FD  ARQDTN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDTN01             PIC X(050).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

      *---------------------------------------------------------------*
      *   INPUT:      RESUMO DA EXECUCAO DO DIA (OPCIONAL)            *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE POSICIONAMENTO (OPCIONAL)             *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPRM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRM01             PIC X(80).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0237 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0237'.
       77 WRK-DIAS-PULADOS        PIC 9(003) VALUE ZEROS.

       77 WRK-SW-ARQDTP01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQDTP01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQRES01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQRES01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    CARTAO DE POSICIONAMENTO: FUNCAO 'P' NA COLUNA 1 E A DATA   *
      *    DE PROCESSAMENTO DESEJADA (AAAAMMDD) NAS COLUNAS 2 A 9.     *
      *    CARTAO AUSENTE OU EM BRANCO = VIRADA NORMAL ('V')           *
      *----------------------------------------------------------------*
       01 WRK-CARTAO-PRM.
          03 WRK-PRM-FUNCAO       PIC X(001) VALUE SPACES.
             88 WRK-PRM-VIRADA               VALUE 'V' ' '.
             88 WRK-PRM-POSICIONAMENTO       VALUE 'P'.
          03 WRK-PRM-DATA         PIC X(008) VALUE SPACES.
          03 FILLER               PIC X(071) VALUE SPACES.

       01 WRK-DATA-PRM.
          03 WRK-DATA-PRM-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-PRM-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-PRM-DIA     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-PRM-R REDEFINES WRK-DATA-PRM.
          03 WRK-DATA-PRM-AMD     PIC 9(008).

       77 WRK-DATA-PRM-DIA-MAX    PIC 9(002) VALUE ZEROS.
       77 WRK-DATA-PRM-RESTO      PIC 9(004) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    IMAGEM DO REGISTRO DE CONTROLE ANTES DA VIRADA (PARA A      *
      *    EXIBICAO FINAL) E DATA/HORA DO RELOGIO, QUE SO' CARIMBAM A  *
      *    GERACAO GRAVADA                                             *
      *----------------------------------------------------------------*
       01 WRK-DTP-ANTES.
          03 WRK-ANT-DATA-ATUAL   PIC 9(008) VALUE ZEROS.
          03 WRK-ANT-DATA-ANTERIOR PIC 9(008) VALUE ZEROS.
          03 WRK-ANT-COMPETENCIA  PIC 9(006) VALUE ZEROS.

       77 WRK-DATA-RELOGIO        PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-RELOGIO        PIC 9(008) VALUE ZEROS.

       01 WRK-DATA-NOVA.
          03 WRK-NOVA-ANO         PIC 9(004) VALUE ZEROS.
          03 WRK-NOVA-MES         PIC 9(002) VALUE ZEROS.
          03 WRK-NOVA-DIA         PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-NOVA-R REDEFINES WRK-DATA-NOVA.
          03 WRK-NOVA-AMD         PIC 9(008).

      *----------------------------------------------------------------*
      *    CALENDARIO DE FERIADOS (FER02112) CARREGADO EM MEMORIA NA   *
      *    ORDEM DA CHAVE DATA + FILIAL DO CLUSTER, PARA PESQUISA      *
      *    BINARIA, E AREA DA VERIFICACAO DE DIA UTIL: SABADO,         *
      *    DOMINGO OU FERIADO DA FILIAL 000 (TODAS) NAO SAO DIAS       *
      *    UTEIS - A DATA DE PROCESSAMENTO E' UNICA PARA TODAS AS      *
      *    FILIAIS, FERIADO LOCAL NAO PARA O FLUXO                     *
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
          88 WRK-DIA-NAO-UTIL                 VALUE 'S' 'D' 'F'.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.
       88 WRK-CN-ARQDTN01                     VALUE 'DTN01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQRES01                     VALUE 'RES01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
       88 WRK-CN-CLOSE                        VALUE 'CLOSE'.
       88 WRK-CN-READ                         VALUE 'READ '.
       88 WRK-CN-WRITE                        VALUE 'WRITE'.

      *----------------------------------------------------------------
       01 FILLER                  PIC  X(050) VALUE
           'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
             88 WRK-FS-DTP01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQDTN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTN01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQRES01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RES01-OK               VALUE '00'.
             88 WRK-FS-RES01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQPRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRM01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY DTP02112.
      *
           COPY RES02112.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0237 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3000-PROCESSAR
      *
           PERFORM 4100-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-RELOGIO FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-RELOGIO FROM TIME

           PERFORM 1100-LE-CARTAO

           PERFORM 1200-LE-DATA-ATUAL

           PERFORM 1500-CARREGA-CALENDARIO

           IF WRK-PRM-VIRADA
              PERFORM 1300-VERIFICA-RESUMO
           END-IF

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQDTN01 TO TRUE
           OPEN OUTPUT ARQDTN01

           IF NOT WRK-FS-DTN01-OK
              MOVE WRK-FS-ARQDTN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------*
      *    LE O CARTAO ARQPRM01 QUANDO PRESENTE. FUNCAO DIFERENTE DE   *
      *    'V'/'P', OU 'P' COM DATA INVALIDA, CANCELA O JOB - UM ERRO  *
      *    DE DIGITACAO NAO PODE MUDAR A DATA DE TODO O FLUXO          *
      *----------------------------------------------------------------*
       1100-LE-CARTAO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQPRM01 TO TRUE
           OPEN INPUT ARQPRM01

           IF NOT WRK-FS-PRM01-OK
              GO TO 1100-99-FIM
           END-IF

           READ ARQPRM01 INTO WRK-CARTAO-PRM
           CLOSE ARQPRM01

           IF NOT WRK-PRM-VIRADA
              AND NOT WRK-PRM-POSICIONAMENTO
              DISPLAY '**********************************'
              DISPLAY '* FUNCAO INVALIDA NO CARTAO      *'
              DISPLAY '* CONTEUDO LIDO: ' WRK-PRM-FUNCAO WRK-PRM-DATA
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           IF WRK-PRM-VIRADA
              GO TO 1100-99-FIM
           END-IF

           PERFORM 1150-VALIDA-DATA-CARTAO

           IF WRK-DATA-PRM-DIA-MAX EQUAL ZEROS
              DISPLAY '**********************************'
              DISPLAY '* DATA INVALIDA NO CARTAO        *'
              DISPLAY '* CONTEUDO LIDO: ' WRK-PRM-FUNCAO WRK-PRM-DATA
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
      *    VALIDA A DATA AAAAMMDD DO CARTAO: DIGITOS NUMERICOS, MES    *
      *    01-12 E DIA COERENTE COM O MES, INCLUSIVE FEVEREIRO DE ANO  *
      *    BISSEXTO. DATA INVALIDA DEIXA WRK-DATA-PRM-DIA-MAX ZERADO   *
      *----------------------------------------------------------------*
       1150-VALIDA-DATA-CARTAO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-DATA-PRM-DIA-MAX

           IF WRK-PRM-DATA IS NOT NUMERIC
              GO TO 1150-99-FIM
           END-IF

           MOVE WRK-PRM-DATA TO WRK-DATA-PRM-AMD

           EVALUATE WRK-DATA-PRM-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WRK-DATA-PRM-DIA-MAX
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WRK-DATA-PRM-DIA-MAX
              WHEN 02
                 MOVE 28 TO WRK-DATA-PRM-DIA-MAX
                 COMPUTE WRK-DATA-PRM-RESTO =
                    FUNCTION MOD (WRK-DATA-PRM-ANO, 4)
                 IF WRK-DATA-PRM-RESTO EQUAL ZEROS
                    COMPUTE WRK-DATA-PRM-RESTO =
                       FUNCTION MOD (WRK-DATA-PRM-ANO, 100)
                    IF WRK-DATA-PRM-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WRK-DATA-PRM-DIA-MAX
                    ELSE
                       COMPUTE WRK-DATA-PRM-RESTO =
                          FUNCTION MOD (WRK-DATA-PRM-ANO, 400)
                       IF WRK-DATA-PRM-RESTO EQUAL ZEROS
                          MOVE 29 TO WRK-DATA-PRM-DIA-MAX
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ZEROS TO WRK-DATA-PRM-DIA-MAX
           END-EVALUATE

           IF WRK-DATA-PRM-DIA EQUAL ZEROS
              OR WRK-DATA-PRM-DIA GREATER THAN WRK-DATA-PRM-DIA-MAX
              OR WRK-DATA-PRM-ANO LESS THAN 1601
              MOVE ZEROS TO WRK-DATA-PRM-DIA-MAX
           END-IF
           .
      *----------------------------------------------------------------*
       1150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE A GERACAO CORRENTE DO REGISTRO DE CONTROLE. NA VIRADA    *
      *    NORMAL ELA E' OBRIGATORIA E TEM QUE SER VALIDA; NO          *
      *    POSICIONAMENTO PODE FALTAR (IMPLANTACAO DO CONTROLE)        *
      *----------------------------------------------------------------*
       1200-LE-DATA-ATUAL SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQDTP01 TO TRUE
           OPEN INPUT ARQDTP01

           IF WRK-FS-DTP01-OK
              SET WRK-CN-READ TO TRUE
              READ ARQDTP01 INTO ARQDTP01-REGISTRO
              EVALUATE TRUE
                 WHEN WRK-FS-DTP01-OK
                    SET WRK-ARQDTP01-DISPONIVEL TO TRUE
                 WHEN WRK-FS-DTP01-FIM
                    CONTINUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQDTP01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
              CLOSE ARQDTP01
           END-IF

           IF NOT WRK-ARQDTP01-DISPONIVEL
              IF WRK-PRM-POSICIONAMENTO
                 INITIALIZE ARQDTP01-REGISTRO
                 GO TO 1200-99-FIM
              END-IF
              DISPLAY '**********************************'
              DISPLAY '* DATA DE PROCESSAMENTO AUSENTE  *'
              DISPLAY '* IMPLANTAR COM O CARTAO ''P''     *'
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

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
              IF WRK-PRM-POSICIONAMENTO
                 INITIALIZE ARQDTP01-REGISTRO
                 GO TO 1200-99-FIM
              END-IF
              DISPLAY '**********************************'
              DISPLAY '* DATA DE PROCESSAMENTO INVALIDA *'
              DISPLAY '* CONTEUDO LIDO: ' ARQDTP01-REGISTRO
              DISPLAY '* CORRIGIR COM O CARTAO ''P''      *'
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           MOVE ARQDTP01-DATA-ATUAL-R   TO WRK-ANT-DATA-ATUAL
           MOVE ARQDTP01-DATA-ANTERIOR  TO WRK-ANT-DATA-ANTERIOR
           MOVE ARQDTP01-COMPETENCIA-R  TO WRK-ANT-COMPETENCIA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COM O RESUMO DO EXER0212 INFORMADO, SO' VIRA O DIA SE A     *
      *    EXECUCAO DO DIA FOI FEITA COM A DATA-ATUAL E GRAVOU O       *
      *    RESUMO (GERACAO VAZIA = EXECUCAO CANCELADA). VIRAR SEM O    *
      *    DIA PROCESSADO PULARIA O MOVIMENTO DELE                     *
      *----------------------------------------------------------------*
       1300-VERIFICA-RESUMO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQRES01 TO TRUE
           OPEN INPUT ARQRES01

           IF NOT WRK-FS-RES01-OK
              GO TO 1300-99-FIM
           END-IF

           SET WRK-ARQRES01-DISPONIVEL TO TRUE

           SET WRK-CN-READ TO TRUE
           READ ARQRES01 INTO ARQRES01-REGISTRO

           IF NOT WRK-FS-RES01-OK
              AND NOT WRK-FS-RES01-FIM
              MOVE WRK-FS-ARQRES01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQRES01

           IF WRK-FS-RES01-FIM
              DISPLAY '**********************************'
              DISPLAY '* RESUMO DO DIA SEM REGISTRO -   *'
              DISPLAY '* EXECUCAO DO DIA NAO TERMINOU   *'
              DISPLAY '* DATA-ATUAL.....: ' ARQDTP01-DATA-ATUAL-R
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           IF ARQRES01-DATA-EXECUCAO NOT EQUAL ARQDTP01-DATA-ATUAL-R
              DISPLAY '**********************************'
              DISPLAY '* RESUMO NAO E'' DA DATA-ATUAL -  *'
              DISPLAY '* DIA AINDA NAO PROCESSADO       *'
              DISPLAY '* DATA-ATUAL.....: ' ARQDTP01-DATA-ATUAL-R
              DISPLAY '* DATA DO RESUMO.: ' ARQRES01-DATA-EXECUCAO
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

      *    O CANCELAMENTO DO EXER0212 (RC 16, EX.: ENTRADA FORA DE
      *    SEQUENCIA) TAMBEM GRAVA O RESUMO DO DIA - SO' O TERMINO
      *    NORMAL OU COM ALERTA (RC < 16) LIBERA A VIRADA

           IF NOT ARQRES01-TERMINO-NORMAL
              AND ARQRES01-RETURN-CODE NOT LESS THAN 16
              DISPLAY '**********************************'
              DISPLAY '* EXECUCAO DO DIA CANCELADA -    *'
              DISPLAY '* DIA AINDA NAO PROCESSADO       *'
              DISPLAY '* DATA-ATUAL.....: ' ARQDTP01-DATA-ATUAL-R
              DISPLAY '* RETURN-CODE....: ' ARQRES01-RETURN-CODE
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
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
      *    MONTA A NOVA GERACAO DO REGISTRO DE CONTROLE.               *
      *    VIRADA: DATA-ANTERIOR = DATA-ATUAL VIGENTE E DATA-ATUAL =   *
      *    PROXIMO DIA UTIL DEPOIS DELA.                               *
      *    POSICIONAMENTO: DATA-ATUAL = DATA DO CARTAO, QUE TEM QUE    *
      *    SER DIA UTIL, E DATA-ANTERIOR = DIA UTIL ANTERIOR A ELA.    *
      *    EM AMBOS, A COMPETENCIA EM ABERTO E' O MES DA DATA-ATUAL    *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-PRM-POSICIONAMENTO
              PERFORM 3100-POSICIONA
           ELSE
              PERFORM 3200-VIRA-DIA
           END-IF

           MOVE WRK-NOVA-ANO           TO ARQDTP01-ATU-ANO
           MOVE WRK-NOVA-MES           TO ARQDTP01-ATU-MES
           MOVE WRK-NOVA-DIA           TO ARQDTP01-ATU-DIA
           MOVE WRK-NOVA-ANO           TO ARQDTP01-COMP-ANO
           MOVE WRK-NOVA-MES           TO ARQDTP01-COMP-MES
           MOVE WRK-DATA-RELOGIO       TO ARQDTP01-DATA-GERACAO
           MOVE WRK-HORA-RELOGIO (1:6) TO ARQDTP01-HORA-GERACAO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQDTN01 TO TRUE
           WRITE FD-ARQDTN01 FROM ARQDTP01-REGISTRO

           IF NOT WRK-FS-DTN01-OK
              MOVE WRK-FS-ARQDTN01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQDTN01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICIONAMENTO PELA DATA DO CARTAO                          *
      *----------------------------------------------------------------*
       3100-POSICIONA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-PRM-AMD TO WRK-CAL-DATA
           PERFORM 3860-VERIFICA-DIA-UTIL

           IF WRK-DIA-NAO-UTIL
              DISPLAY '**********************************'
              DISPLAY '* DATA DO CARTAO NAO E'' DIA UTIL *'
              DISPLAY '* DATA INFORMADA.: ' WRK-DATA-PRM-AMD
              DISPLAY '* MOTIVO (S/D/F).: ' WRK-SW-DIA-UTIL
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           MOVE WRK-DATA-PRM-AMD TO WRK-NOVA-AMD

           SET WRK-DIA-NAO-UTIL TO TRUE

           PERFORM UNTIL WRK-DIA-UTIL
              COMPUTE WRK-CAL-DIAS =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) - 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CAL-DIAS)
              PERFORM 3860-VERIFICA-DIA-UTIL
           END-PERFORM

           MOVE WRK-CAL-DATA TO ARQDTP01-DATA-ANTERIOR
           SET ARQDTP01-POSICIONAMENTO TO TRUE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VIRADA NORMAL: AVANCA UM DIA POR VEZ A PARTIR DA DATA-ATUAL *
      *    ATE ACHAR UM DIA UTIL NO CALENDARIO GERAL                   *
      *----------------------------------------------------------------*
       3200-VIRA-DIA SECTION.
      *----------------------------------------------------------------*

           MOVE ARQDTP01-DATA-ATUAL-R TO WRK-CAL-DATA
           SET WRK-DIA-NAO-UTIL TO TRUE

           PERFORM UNTIL WRK-DIA-UTIL
              COMPUTE WRK-CAL-DIAS =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) + 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CAL-DIAS)
              PERFORM 3860-VERIFICA-DIA-UTIL
              IF WRK-DIA-NAO-UTIL
                 ADD 1 TO WRK-DIAS-PULADOS
              END-IF
           END-PERFORM

           MOVE WRK-CAL-DATA          TO WRK-NOVA-AMD
           MOVE ARQDTP01-DATA-ATUAL-R TO ARQDTP01-DATA-ANTERIOR
           SET ARQDTP01-VIRADA TO TRUE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE WRK-CAL-DATA (AAAAMMDD) E' DIA UTIL. DIA DA     *
      *    SEMANA PELO RESTO DA DIVISAO POR 7 DO NUMERO INTEIRO DO     *
      *    DIA (INTEGER-OF-DATE CONTA A PARTIR DE 01/01/1601, UMA      *
      *    SEGUNDA-FEIRA): RESTO 0 = DOMINGO, 6 = SABADO               *
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

           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: ' WRK-COMANDO '*'
           DISPLAY '* ARQUIVO: ' WRK-ARQUIVO '*'
           DISPLAY '* FILE-STATUS:' WRK-FS-DISPLAY '*'
           DISPLAY '* PROGRAMA:' WRK-PROGRAMA '*'
           DISPLAY '*                   CANCELADO                  *'
           DISPLAY '************************************************'

           MOVE 16 TO RETURN-CODE
           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       9000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA. NOVA DATA-ATUAL ADIANTE  *
      *    DA DATA DO RELOGIO E' SO' ALERTA (RC=4): PODE SER VIRADA    *
      *    DUPLICADA POR ENGANO - CONFERIR E, SE FOR O CASO, VOLTAR    *
      *    A DATA COM O CARTAO 'P'                                     *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF ARQDTP01-DATA-ATUAL-R GREATER THAN WRK-DATA-RELOGIO
              MOVE 4 TO RETURN-CODE
              DISPLAY '**********************************************'
              DISPLAY '* ALERTA: NOVA DATA-ATUAL ADIANTE DO RELOGIO *'
              DISPLAY '* DATA DO RELOGIO............: '
                                     WRK-DATA-RELOGIO '     *'
           END-IF

            DISPLAY '**********************************************'
           IF ARQDTP01-POSICIONAMENTO
            DISPLAY '* FUNCAO.....................: POSICIONAMENTO*'
           ELSE
            DISPLAY '* FUNCAO.....................: VIRADA DO DIA *'
           END-IF
            DISPLAY '* DATA-ATUAL ANTERIOR........: '
                                     WRK-ANT-DATA-ATUAL '     *'
            DISPLAY '* COMPETENCIA ANTERIOR.......: '
                                     WRK-ANT-COMPETENCIA '       *'
            DISPLAY '* NOVA DATA-ATUAL............: '
                                     ARQDTP01-DATA-ATUAL-R '     *'
            DISPLAY '* NOVA DATA-ANTERIOR.........: '
                                     ARQDTP01-DATA-ANTERIOR '     *'
            DISPLAY '* NOVA COMPETENCIA...........: '
                                     ARQDTP01-COMPETENCIA-R '       *'
            DISPLAY '* DIAS NAO UTEIS PULADOS.....: '
                                     WRK-DIAS-PULADOS '          *'
           IF WRK-ARQRES01-DISPONIVEL
            DISPLAY '* RESUMO DO DIA CONFERIDO....: SIM           *'
           END-IF
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'

           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA
      *----------------------------------------------------------------*
       9900-ENCERRAR SECTION.
      *----------------------------------------------------------------*
           STOP RUN.
