      *                    GERANDO LISTAGEM DE AUDITORIA COM IMAGEM    *
      *                    ANTES/DEPOIS. A SITUACAO DO CLIENTE         *
      *                    (ATIVO/BLOQUEADO/FALECIDO) E' MANTIDA PELO  *
      *                    MESMO FLUXO DE MOVIMENTOS. TODA MUDANCA DE  *
      *                    SITUACAO E' GRAVADA NO HISTORICO DE         *
      *                    SITUACAO COM DATA DE VIGENCIA (QUEM,        *
      *                    QUANDO, DE/PARA), BASE DA RETENCAO PELA     *
      *                    SITUACAO NA DATA DO MOVIMENTO.              *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *      ARQTRN01                                  TRN02112
      *      ARQCAD01                                  CAD02112
      *      ARQLCA01                                  LCA02112
      *      ARQHSC01                                  HSC02112
      *      ARQDTP01                                  DTP02112
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQLCA01 ASSIGN      TO UT-S-ARQLCA01
                      FILE STATUS      IS WRK-FS-ARQLCA01.
      *
           SELECT ARQHSC01 ASSIGN      TO UT-S-ARQHSC01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHSC01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHSC01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
      *================================================================*
       DATA                            DIVISION.
      *
      *----------------------------------------------------------------*
      *    INPUT:     MOVIMENTO DE MANUTENCAO DO CADASTRO              *
      *               ORG. SEQUENCIAL   -   LRECL = 150                *
      *----------------------------------------------------------------*

       FD  ARQTRN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRN01             PIC X(150).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO (MESTRE) DE CLIENTES                   *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01

      *---------------------------------------------------------------*
      *   OUTPUT:     LISTAGEM DE AUDITORIA (ANTES/DEPOIS)            *
      *               ORG. SEQUENCIAL   -   LRECL = 313               *
      *---------------------------------------------------------------*

       FD  ARQLCA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLCA01             PIC X(313).

      *---------------------------------------------------------------*
      *   I-O:        HISTORICO DE SITUACAO DO CLIENTE                *
      *               ORG. INDEXADA    -   LRECL = 70                 *
      *---------------------------------------------------------------*

       FD  ARQHSC01
           LABEL RECORD   IS STANDARD.
           COPY HSC02112.

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
       77 ACU-ALTERACOES          PIC 9(005) VALUE ZEROS.
       77 ACU-EXCLUSOES           PIC 9(005) VALUE ZEROS.
       77 ACU-REJEITADAS          PIC 9(005) VALUE ZEROS.
       77 ACU-HISTORICOS          PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-TRN01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQTRN01                VALUE 'S'.
          88 WRK-CPF-NO-CADASTRO             VALUE 'S'.
          88 WRK-CPF-AUSENTE                 VALUE 'N'.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-HORA-SISTEMA.
          03 WRK-HORA-SIS-HMS     PIC 9(006) VALUE ZEROS.
          03 WRK-HORA-SIS-CENT    PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    HISTORICO DE SITUACAO: VIGENCIA E SOLICITANTE DO MOVIMENTO  *
      *    E O RESULTADO DA PESQUISA DO CPF NO HISTORICO (SITUACAO EM  *
      *    VIGOR NA DATA, MAIOR VIGENCIA GRAVADA, ULTIMA SEQUENCIA     *
      *    USADA NA MESMA VIGENCIA)                                    *
      *----------------------------------------------------------------*
       01 WRK-VIGENCIA.
          03 WRK-VIGENCIA-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-VIGENCIA-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-VIGENCIA-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-VIGENCIA-EDITADA.
          03 WRK-VIG-EDT-DIA      PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-VIG-EDT-MES      PIC 9(002) VALUE ZEROS.
          03 FILLER               PIC X(001) VALUE '-'.
          03 WRK-VIG-EDT-ANO      PIC 9(004) VALUE ZEROS.

       77 WRK-USUARIO             PIC X(008) VALUE SPACES.
       77 WRK-HSC-SIT-NOVA        PIC X(001) VALUE SPACES.
       77 WRK-HSC-SIT-NA-DATA     PIC X(001) VALUE SPACES.
          88 WRK-HSC-ATIVO-NA-DATA           VALUES 'A' ' '.
       77 WRK-HSC-ULT-VIGENCIA    PIC 9(008) VALUE ZEROS.
       77 WRK-HSC-ULT-SEQ         PIC 9(003) VALUE ZEROS.
       77 WRK-HSC-QTDE            PIC 9(005) VALUE ZEROS.

       77 WRK-SW-FIM-HSC01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQHSC01                VALUE 'S'.

       77 WRK-SW-GRAVA-HSC        PIC X(001) VALUE 'N'.
          88 WRK-GRAVA-HISTORICO             VALUE 'S'.
          88 WRK-NAO-GRAVA-HISTORICO         VALUE 'N'.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DE DATA NO FORMATO DD-MM-AAAA             *
      *    (MESMO CRITERIO DO 3840-VALIDA-DATA DO EXER0212)            *
      *----------------------------------------------------------------*
       01 WRK-DATA-VALIDACAO.
          03 WRK-DATA-VAL-ENTRADA PIC X(010) VALUE SPACES.
          03 WRK-DATA-VAL-ENTRADA-R REDEFINES WRK-DATA-VAL-ENTRADA.
             05 WRK-DATA-VAL-DIA  PIC X(002).
             05 WRK-DATA-VAL-SEP1 PIC X(001).
             05 WRK-DATA-VAL-MES  PIC X(002).
             05 WRK-DATA-VAL-SEP2 PIC X(001).
             05 WRK-DATA-VAL-ANO  PIC X(004).
          03 WRK-DATA-VAL-DIA-N   PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-MES-N   PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-ANO-N   PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-VAL-DIA-MAX PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-VAL-RESTO   PIC 9(004) VALUE ZEROS.
          03 WRK-SW-DATA-VALIDA   PIC X(001) VALUE 'N'.
             88 DATA-VALIDA                   VALUE 'S'.
             88 DATA-INVALIDA                 VALUE 'N'.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF              *
      *    (MESMO ALGORITMO DO EXER0212 - MODULO 11 DUAS VEZES)        *
       88 WRK-CN-ARQTRN01                     VALUE 'TRN01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQLCA01                     VALUE 'LCA01113'.
       88 WRK-CN-ARQHSC01                     VALUE 'HSC01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQLCA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCA01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQHSC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSC01-OK               VALUE '00'.
             88 WRK-FS-HSC01-FIM              VALUE '10'.
             88 WRK-FS-HSC01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*

           COPY TRN02112.
           COPY LCA02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQTRN01 TO TRUE
           OPEN INPUT ARQTRN01
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

      *    HISTORICO DE SITUACAO - O PASSO DEFHSC DA JCL GARANTE QUE O
      *    CLUSTER JA EXISTE ANTES DE ESTE PROGRAMA RECEBER CONTROLE

           SET WRK-CN-ARQHSC01 TO TRUE
           OPEN I-O ARQHSC01

           IF NOT WRK-FS-HSC01-OK
              MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ACCEPT WRK-HORA-SISTEMA FROM TIME

           PERFORM 3800-LER-MOVIMENTO

      *    MOVIMENTO VAZIO NAO E' ERRO - O CADASTRO SIMPLESMENTE NAO
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
      *    ROTINA DE PROCESSAMENTO PRINCIPAL - UM MOVIMENTO POR VEZ    *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
                          WRK-SIT-DEPOIS
                          WRK-ENDER-ANTES
                          WRK-ENDER-DEPOIS
           SET WRK-NAO-GRAVA-HISTORICO TO TRUE

           PERFORM 3100-VALIDA-MOVIMENTO

                 END-IF
              END-IF
           END-IF

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 3105-VALIDA-VIGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VIGENCIA E SOLICITANTE DO MOVIMENTO: VIGENCIA EM BRANCO E'  *
      *    A DATA DO PROCESSAMENTO; INFORMADA, PRECISA SER DATA VALIDA *
      *    NAO FUTURA E VIR COM SITUACAO (RETROATIVA E' ACEITA - E' O  *
      *    CASO DO BLOQUEIO DA MESA DE FRAUDE A PARTIR DE UMA DATA JA  *
      *    PASSADA). SOLICITANTE EM BRANCO FICA COM O NOME DO PROGRAMA *
      *----------------------------------------------------------------*
       3105-VALIDA-VIGENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-SISTEMA TO WRK-VIGENCIA

           IF ARQTRN01-USUARIO EQUAL SPACES
              MOVE WRK-PROGRAMA     TO WRK-USUARIO
           ELSE
              MOVE ARQTRN01-USUARIO TO WRK-USUARIO
           END-IF

           IF ARQTRN01-DATA-VIGENCIA EQUAL SPACES
              GO TO 3105-99-FIM
           END-IF

           IF ARQTRN01-EXCLUSAO
              OR (ARQTRN01-ALTERACAO AND ARQTRN01-SIT-EM-BRANCO)
              MOVE 'VIGENCIA SEM SITUACAO'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3105-99-FIM
           END-IF

           MOVE ARQTRN01-DATA-VIGENCIA TO WRK-DATA-VAL-ENTRADA
           PERFORM 3840-VALIDA-DATA

           IF DATA-INVALIDA
              MOVE 'DATA DE VIGENCIA INVALIDA'
                                    TO WRK-MOTIVO-REJEICAO
              GO TO 3105-99-FIM
           END-IF

           MOVE WRK-DATA-VAL-ANO-N TO WRK-VIGENCIA-ANO
           MOVE WRK-DATA-VAL-MES-N TO WRK-VIGENCIA-MES
           MOVE WRK-DATA-VAL-DIA-N TO WRK-VIGENCIA-DIA

           IF WRK-VIGENCIA GREATER THAN WRK-DATA-SISTEMA
              MOVE 'DATA DE VIGENCIA FUTURA'
                                    TO WRK-MOTIVO-REJEICAO
           END-IF
           .
      *----------------------------------------------------------------*
       3105-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO: O CPF NAO PODE EXISTIR NO CLUSTER. GRAVA O NOVO   *
      *    REGISTRO E GUARDA A IMAGEM DEPOIS                           *
      *----------------------------------------------------------------*
              MOVE ARQTRN01-DIG-CPF TO ARQCAD01-DIG-CPF
              MOVE ARQTRN01-NOME    TO ARQCAD01-NOME
              MOVE ARQTRN01-ENDERECO TO ARQCAD01-ENDERECO
              MOVE ZEROS            TO ARQCAD01-CPF-UNIFICADO

      *       CEP EM BRANCO NO MOVIMENTO ENTRA COMO ZEROS - O CAMPO
      *       DO CADASTRO E' NUMERICO
                 MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-DEPOIS
                 MOVE ARQCAD01-ENDERECO TO WRK-ENDER-DEPOIS
                 ADD 1 TO ACU-INCLUSOES

      *          A INCLUSAO ABRE O HISTORICO DE SITUACAO DO CLIENTE
      *          (DE BRANCO PARA A SITUACAO INICIAL). A PESQUISA SO'
      *          SERVE PARA A SEQUENCIA - CPF EXCLUIDO E REINCLUIDO
      *          JA TEM HISTORICO

                 PERFORM 3830-PESQUISA-HISTORICO
                 MOVE SPACES               TO WRK-HSC-SIT-NA-DATA
                 MOVE ARQCAD01-SIT-CLIENTE TO WRK-HSC-SIT-NOVA
                 PERFORM 3850-GRAVA-HISTORICO
              ELSE
                 IF WRK-FS-CAD01-DUPLICADO
                    MOVE 'INCLUSAO DE CPF JA CADASTRADO'
           IF WRK-CPF-AUSENTE
              MOVE 'ALTERACAO DE CPF INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3300-99-FIM
           END-IF

      *    CPF UNIFICADO (EXER0242) SO' EXISTE COMO PONTEIRO PARA O
      *    CPF QUE SOBREVIVEU - A MANUTENCAO E' FEITA NO NOVO CPF

           IF ARQCAD01-CLI-UNIFICADO
              MOVE ARQCAD01-NOME TO WRK-NOME-ANTES
              MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-ANTES
              MOVE ARQCAD01-ENDERECO TO WRK-ENDER-ANTES
              MOVE 'ALTERACAO DE CPF UNIFICADO'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              MOVE ARQCAD01-NOME TO WRK-NOME-ANTES
              MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-ANTES
      *       ATUAL DO CADASTRO - O MOVIMENTO SO' DE NOME NAO
      *       DESBLOQUEIA NEM REBLOQUEIA O CLIENTE POR ACIDENTE

      *       SITUACAO INFORMADA DIFERENTE DA QUE ESTAVA EM VIGOR NA
      *       DATA DE VIGENCIA VAI PARA O HISTORICO. O CADASTRO (QUE
      *       GUARDA A SITUACAO DE HOJE) SO' RECEBE A NOVA SITUACAO SE
      *       A VIGENCIA NAO FOR ANTERIOR A ULTIMA JA GRAVADA - A
      *       CORRECAO RETROATIVA COBERTA POR MUDANCA MAIS RECENTE SO'
      *       ALTERA O PASSADO, NO HISTORICO

              IF ARQTRN01-SIT-INFORMADA
                 PERFORM 3830-PESQUISA-HISTORICO
                 IF ARQTRN01-SIT-CLIENTE NOT EQUAL WRK-HSC-SIT-NA-DATA
                    IF NOT (ARQTRN01-SIT-CLIENTE EQUAL 'A'
                            AND WRK-HSC-ATIVO-NA-DATA)
                       SET WRK-GRAVA-HISTORICO TO TRUE
                    END-IF
                 END-IF
                 IF WRK-VIGENCIA NOT LESS THAN WRK-HSC-ULT-VIGENCIA
                    MOVE ARQTRN01-SIT-CLIENTE TO ARQCAD01-SIT-CLIENTE
                 END-IF
              END-IF

              SET WRK-CN-WRITE    TO TRUE
                 MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-DEPOIS
                 MOVE ARQCAD01-ENDERECO TO WRK-ENDER-DEPOIS
                 ADD 1 TO ACU-ALTERACOES
                 IF WRK-GRAVA-HISTORICO
                    MOVE ARQTRN01-SIT-CLIENTE TO WRK-HSC-SIT-NOVA
                    PERFORM 3850-GRAVA-HISTORICO
                 END-IF
              ELSE
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           IF WRK-CPF-AUSENTE
              MOVE 'EXCLUSAO DE CPF INEXISTENTE'
                                 TO WRK-MOTIVO-REJEICAO
              GO TO 3400-99-FIM
           END-IF

           MOVE ARQCAD01-NOME TO WRK-NOME-ANTES
           MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-ANTES
           MOVE ARQCAD01-ENDERECO TO WRK-ENDER-ANTES

      *    O REGISTRO DO CPF UNIFICADO E' O PONTEIRO QUE O EXER0212
      *    USA PARA DESVIAR O MOVIMENTO AO NOVO CPF - NAO SAI

           IF ARQCAD01-CLI-UNIFICADO
              MOVE 'EXCLUSAO DE CPF UNIFICADO'
                                 TO WRK-MOTIVO-REJEICAO
           ELSE
              SET WRK-CN-WRITE    TO TRUE
              SET WRK-CN-ARQCAD01 TO TRUE

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE O HISTORICO DE SITUACAO DO CPF DO MOVIMENTO E      *
      *    DEVOLVE A SITUACAO EM VIGOR EM WRK-VIGENCIA (ULTIMO         *
      *    REGISTRO COM VIGENCIA ATE' ESSA DATA; SE TODOS FOREM        *
      *    POSTERIORES, A SIT-ANTERIOR DO PRIMEIRO; SEM HISTORICO, A   *
      *    DO CADASTRO), A MAIOR VIGENCIA JA GRAVADA E A ULTIMA        *
      *    SEQUENCIA USADA NA MESMA VIGENCIA                           *
      *----------------------------------------------------------------*
       3830-PESQUISA-HISTORICO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SIT-ANTES TO WRK-HSC-SIT-NA-DATA
           MOVE ZEROS         TO WRK-HSC-ULT-VIGENCIA
                                 WRK-HSC-ULT-SEQ
                                 WRK-HSC-QTDE
           MOVE 'N'           TO WRK-SW-FIM-HSC01

           MOVE ARQTRN01-COD-CPF TO ARQHSC01-COD-CPF
           MOVE ARQTRN01-DIG-CPF TO ARQHSC01-DIG-CPF
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
                 WHEN ARQHSC01-CPF NOT EQUAL ARQTRN01-CPF
                    SET WRK-FIM-ARQHSC01 TO TRUE
                 WHEN OTHER
                    ADD 1 TO WRK-HSC-QTDE
                    IF WRK-HSC-QTDE EQUAL 1
                       AND ARQHSC01-DATA-VIGENCIA GREATER THAN
                           WRK-VIGENCIA
                       MOVE ARQHSC01-SIT-ANTERIOR
                         TO WRK-HSC-SIT-NA-DATA
                    END-IF
                    IF ARQHSC01-DATA-VIGENCIA NOT GREATER THAN
                       WRK-VIGENCIA
                       MOVE ARQHSC01-SIT-NOVA TO WRK-HSC-SIT-NA-DATA
                    END-IF
                    IF ARQHSC01-DATA-VIGENCIA EQUAL WRK-VIGENCIA
                       MOVE ARQHSC01-SEQUENCIA TO WRK-HSC-ULT-SEQ
                    END-IF
                    MOVE ARQHSC01-DATA-VIGENCIA
                      TO WRK-HSC-ULT-VIGENCIA
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A DATA EM WRK-DATA-VAL-ENTRADA (DD-MM-AAAA):         *
      *    SEPARADORES, DIGITOS NUMERICOS, MES 01-12 E DIA COERENTE    *
      *    COM O MES, INCLUSIVE FEVEREIRO DE ANO BISSEXTO              *
      *----------------------------------------------------------------*
       3840-VALIDA-DATA SECTION.
      *----------------------------------------------------------------*

           SET DATA-INVALIDA TO TRUE

           IF WRK-DATA-VAL-SEP1 EQUAL '-'
              AND WRK-DATA-VAL-SEP2 EQUAL '-'
              AND WRK-DATA-VAL-DIA IS NUMERIC
              AND WRK-DATA-VAL-MES IS NUMERIC
              AND WRK-DATA-VAL-ANO IS NUMERIC

              MOVE WRK-DATA-VAL-DIA TO WRK-DATA-VAL-DIA-N
              MOVE WRK-DATA-VAL-MES TO WRK-DATA-VAL-MES-N
              MOVE WRK-DATA-VAL-ANO TO WRK-DATA-VAL-ANO-N

              EVALUATE WRK-DATA-VAL-MES-N
                 WHEN 01
                 WHEN 03
                 WHEN 05
                 WHEN 07
                 WHEN 08
                 WHEN 10
                 WHEN 12
                    MOVE 31 TO WRK-DATA-VAL-DIA-MAX
                 WHEN 04
                 WHEN 06
                 WHEN 09
                 WHEN 11
                    MOVE 30 TO WRK-DATA-VAL-DIA-MAX
                 WHEN 02
                    MOVE 28 TO WRK-DATA-VAL-DIA-MAX
                    COMPUTE WRK-DATA-VAL-RESTO =
                       FUNCTION MOD (WRK-DATA-VAL-ANO-N, 4)
                    IF WRK-DATA-VAL-RESTO EQUAL ZEROS
                       COMPUTE WRK-DATA-VAL-RESTO =
                          FUNCTION MOD (WRK-DATA-VAL-ANO-N, 100)
                       IF WRK-DATA-VAL-RESTO NOT EQUAL ZEROS
                          MOVE 29 TO WRK-DATA-VAL-DIA-MAX
                       ELSE
                          COMPUTE WRK-DATA-VAL-RESTO =
                             FUNCTION MOD (WRK-DATA-VAL-ANO-N, 400)
                          IF WRK-DATA-VAL-RESTO EQUAL ZEROS
                             MOVE 29 TO WRK-DATA-VAL-DIA-MAX
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE ZEROS TO WRK-DATA-VAL-DIA-MAX
              END-EVALUATE

              IF WRK-DATA-VAL-DIA-MAX GREATER THAN ZEROS
                 AND WRK-DATA-VAL-DIA-N GREATER THAN ZEROS
                 AND WRK-DATA-VAL-DIA-N NOT GREATER THAN
                     WRK-DATA-VAL-DIA-MAX
                 AND WRK-DATA-VAL-ANO-N GREATER THAN ZEROS
                 SET DATA-VALIDA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO HISTORICO A MUDANCA DE SITUACAO DO MOVIMENTO: DE   *
      *    WRK-HSC-SIT-NA-DATA PARA WRK-HSC-SIT-NOVA, VIGENTE EM       *
      *    WRK-VIGENCIA, COM O SOLICITANTE E A DATA/HORA DA APLICACAO  *
      *----------------------------------------------------------------*
       3850-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQHSC01-REGISTRO
           MOVE ARQTRN01-COD-CPF    TO ARQHSC01-COD-CPF
           MOVE ARQTRN01-DIG-CPF    TO ARQHSC01-DIG-CPF
           MOVE WRK-VIGENCIA        TO ARQHSC01-DATA-VIGENCIA
           COMPUTE ARQHSC01-SEQUENCIA = WRK-HSC-ULT-SEQ + 1
           MOVE WRK-HSC-SIT-NA-DATA TO ARQHSC01-SIT-ANTERIOR
           MOVE WRK-HSC-SIT-NOVA    TO ARQHSC01-SIT-NOVA
           MOVE ARQTRN01-ACAO       TO ARQHSC01-ACAO
           MOVE WRK-USUARIO         TO ARQHSC01-USUARIO
           MOVE WRK-DATA-SISTEMA    TO ARQHSC01-DATA-ALTERACAO
           MOVE WRK-HORA-SIS-HMS    TO ARQHSC01-HORA-ALTERACAO
           MOVE WRK-PROGRAMA        TO ARQHSC01-PROGRAMA

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQHSC01 TO TRUE

           WRITE ARQHSC01-REGISTRO

           IF NOT WRK-FS-HSC01-OK
              MOVE WRK-FS-ARQHSC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-HISTORICOS
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DE AUDITORIA O RESULTADO DO MOVIMENTO     *
      *    (APLICADA OU REJEITADA), COM AS IMAGENS ANTES/DEPOIS        *
      *----------------------------------------------------------------*
           MOVE WRK-SIT-DEPOIS     TO ARQLCA01-SIT-DEPOIS
           MOVE WRK-ENDER-ANTES    TO ARQLCA01-ENDER-ANTES
           MOVE WRK-ENDER-DEPOIS   TO ARQLCA01-ENDER-DEPOIS
           MOVE WRK-USUARIO        TO ARQLCA01-USUARIO

           IF WRK-GRAVA-HISTORICO
              OR (WRK-MOVTO-APLICADO AND ARQTRN01-INCLUSAO)
              MOVE WRK-VIGENCIA-DIA TO WRK-VIG-EDT-DIA
              MOVE WRK-VIGENCIA-MES TO WRK-VIG-EDT-MES
              MOVE WRK-VIGENCIA-ANO TO WRK-VIG-EDT-ANO
              MOVE WRK-VIGENCIA-EDITADA TO ARQLCA01-DATA-VIGENCIA
           END-IF

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQLCA01  TO TRUE
           CLOSE ARQTRN01.
           CLOSE ARQCAD01.
           CLOSE ARQLCA01.
           CLOSE ARQHSC01.

           MOVE ACU-LIDAS-ARQTRN01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            MOVE ACU-REJEITADAS         TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE MOVIMENTOS REJEITADOS: '
                                           WRK-MASK-QTDREG '     *'
            MOVE ACU-HISTORICOS         TO WRK-MASK-QTDREG
            DISPLAY '* MUDANCAS DE SITUACAO GRAVADAS: '
                                           WRK-MASK-QTDREG '      *'
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
            DISPLAY '**********************************************'
