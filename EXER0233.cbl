      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0233.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E22
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   INFORME ANUAL DE RENDIMENTOS POR CPF: PARA  *
      *                    O ANO-CALENDARIO DO CARTAO (OU O ANO        *
      *                    ANTERIOR AO DA COMPETENCIA EM ABERTO NA     *
      *                    DATA DE PROCESSAMENTO), LE OS SALDOS        *
      *                    DE FECHAMENTO DO HISTORICO MENSAL           *
      *                    (PROD.DEPOSITO.SALDOMES.HISTORICO, MAIS O   *
      *                    ARQUIVO MORTO DO EXPURGO EM ARQHIA01 QUANDO *
      *                    O ANO JA FOI EXPURGADO) E OS CREDITOS DE    *
      *                    REMUNERACAO GERADOS PELO EXER0225. POR      *
      *                    CPF/CONTA APURA O SALDO EM 31/12 DO ANO     *
      *                    ANTERIOR E DO ANO-CALENDARIO E O TOTAL DE   *
      *                    REMUNERACAO CREDITADA NO ANO. EMITE O       *
      *                    INFORME IMPRESSO POR CLIENTE, COM NOME E    *
      *                    ENDERECO DO CADASTRO, E O ARQUIVO DE        *
      *                    LAYOUT FIXO PARA A DECLARACAO A RECEITA.    *
      *                                                                *
      *                    SALDO DEVEDOR (CHEQUE ESPECIAL) EM 31/12    *
      *                    NAO E' BEM DO CLIENTE - SAI ZERADO. CONTA   *
      *                    SEM SALDO NOS DOIS ANOS E SEM REMUNERACAO   *
      *                    NAO SAI NO INFORME.                         *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                  HIS02112
      *      ARQHIA01                                  HIS02112
      *      ARQREM01                                  ENT02112
      *      ARQCAD01                                  CAD02112
      *      ARQPRM01                                  (CARTAO 80)
      *      ARQINF01                                  (LINHAS 80)
      *      ARQDRF01                                  (REGISTROS 120)
      *      ARQDTP01                                  DTP02112
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
           SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQHIS01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHIS01.
      *
           SELECT OPTIONAL ARQHIA01 ASSIGN TO UT-S-ARQHIA01
                      FILE STATUS      IS WRK-FS-ARQHIA01.
      *
           SELECT OPTIONAL ARQREM01 ASSIGN TO UT-S-ARQREM01
                      FILE STATUS      IS WRK-FS-ARQREM01.
      *
           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT OPTIONAL ARQPRM01 ASSIGN TO UT-S-ARQPRM01
                      FILE STATUS      IS WRK-FS-ARQPRM01.
      *
           SELECT ARQINF01 ASSIGN      TO UT-S-ARQINF01
                      FILE STATUS      IS WRK-FS-ARQINF01.
      *
           SELECT ARQDRF01 ASSIGN      TO UT-S-ARQDRF01
                      FILE STATUS      IS WRK-FS-ARQDRF01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
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
      *   INPUT:      HISTORICO MENSAL DE FECHAMENTO DE SALDO         *
      *               ORG. INDEXADA     -   LRECL = 35                *
      *---------------------------------------------------------------*

       FD  ARQHIS01
           LABEL RECORD   IS STANDARD.
           COPY HIS02112.

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DESCARREGADO (ARQUIVO MORTO) -        *
      *               OPCIONAL, ORDENADO PELA CHAVE DO HISTORICO      *
      *               ORG. SEQUENCIAL   -   LRECL = 35                *
      *---------------------------------------------------------------*

       FD  ARQHIA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHIA01             PIC X(35).

      *---------------------------------------------------------------*
      *   INPUT:      CREDITOS DE REMUNERACAO DO EXER0225, ORDENADOS  *
      *               POR CPF + CONTA (OPCIONAL)                      *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQREM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREM01             PIC X(53).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES (NOME E ENDERECO)          *
      *               ORG. INDEXADA     -   LRECL = 138               *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DO ANO-CALENDARIO E DA FONTE PAGADORA    *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPRM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRM01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     INFORME DE RENDIMENTOS IMPRESSO POR CLIENTE     *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQINF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQINF01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DA DECLARACAO A RECEITA (CABECALHO,     *
      *               UM DETALHE POR CPF/CONTA E TRAILER)             *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQDRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDRF01             PIC X(120).

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
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0233 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0233'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDOS-HISTORICO     PIC 9(007) VALUE ZEROS.
       77 ACU-LIDOS-REMUNERACAO   PIC 9(007) VALUE ZEROS.
       77 ACU-REM-FORA-ANO        PIC 9(007) VALUE ZEROS.
       77 ACU-FECHAMENTOS-DEZ     PIC 9(007) VALUE ZEROS.
       77 ACU-CONTAS-INFORMADAS   PIC 9(007) VALUE ZEROS.
       77 ACU-CONTAS-ZERADAS      PIC 9(007) VALUE ZEROS.
       77 ACU-CLIENTES-INFORMADOS PIC 9(007) VALUE ZEROS.
       77 ACU-SEM-CADASTRO        PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CARTAO DO ANO-CALENDARIO: ANO (AAAA; BRANCOS = ANO ANTERIOR *
      *    AO DA COMPETENCIA EM ABERTO NA DATA DE PROCESSAMENTO), CNPJ *
      *    E NOME DA FONTE PAGADORA IMPRESSOS NO INFORME E GRAVADOS NO *
      *    CABECALHO DA DECLARACAO                                     *
      *----------------------------------------------------------------*
       01 WRK-CARTAO-PRM.
          03 WRK-PRM-ANO          PIC X(004) VALUE SPACES.
          03 WRK-PRM-CNPJ         PIC X(014) VALUE SPACES.
          03 WRK-PRM-NOME         PIC X(040) VALUE SPACES.
          03 FILLER               PIC X(022) VALUE SPACES.

       77 WRK-ANO-CALENDARIO      PIC 9(004) VALUE ZEROS.
       77 WRK-ANO-ANTERIOR        PIC 9(004) VALUE ZEROS.
       77 WRK-COMP-DEZ-ATUAL      PIC 9(006) VALUE ZEROS.
       77 WRK-COMP-DEZ-ANTERIOR   PIC 9(006) VALUE ZEROS.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DE INTERCALACAO (MERGE) DO HISTORICO DO CLUSTER COM O  *
      *    HISTORICO DESCARREGADO - MESMO PADRAO DO EXER0221. O        *
      *    REGISTRO ESCOLHIDO FICA EM WRK-EVO-REGISTRO                 *
      *----------------------------------------------------------------*
       01 WRK-EVO-REGISTRO.
          03 WRK-EVO-CHAVE.
             05 WRK-EVO-CHAVE-CONTA  PIC X(019).
             05 WRK-EVO-ANO-MES      PIC 9(006).
          03 WRK-EVO-SALDO           PIC S9(17)V99 COMP-3.

       01 WRK-BUF-HIS-REGISTRO.
          03 WRK-BUF-HIS-CHAVE.
             05 WRK-BUF-HIS-CHAVE-CONTA PIC X(019).
             05 WRK-BUF-HIS-ANO-MES     PIC 9(006).
          03 WRK-BUF-HIS-SALDO          PIC S9(17)V99 COMP-3.

       01 WRK-BUF-HIA-REGISTRO.
          03 WRK-BUF-HIA-CHAVE.
             05 WRK-BUF-HIA-CHAVE-CONTA PIC X(019).
             05 WRK-BUF-HIA-ANO-MES     PIC 9(006).
          03 WRK-BUF-HIA-SALDO          PIC S9(17)V99 COMP-3.

       77 WRK-SW-ARQHIA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQHIA01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQREM01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQREM01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-FIM-HIS          PIC X(001) VALUE 'N'.
          88 WRK-FIM-FISICO-HIS              VALUE 'S'.

       77 WRK-SW-FIM-HIA          PIC X(001) VALUE 'N'.
          88 WRK-FIM-FISICO-HIA              VALUE 'S'.

       77 WRK-SW-BUF-HIS          PIC X(001) VALUE 'N'.
          88 WRK-BUF-HIS-VALIDO              VALUE 'S'.

       77 WRK-SW-BUF-HIA          PIC X(001) VALUE 'N'.
          88 WRK-BUF-HIA-VALIDO              VALUE 'S'.

       77 WRK-SW-FIM-GERAL        PIC X(001) VALUE 'N'.
          88 WRK-FIM-INFORME                 VALUE 'S'.

      *----------------------------------------------------------------*
      *    CHAVES CPF + CONTA CORRENTES DOS DOIS FLUXOS (HISTORICO     *
      *    INTERCALADO E REMUNERACAO) - HIGH-VALUES NO FIM DO FLUXO    *
      *    PARA SAIR DA ESCOLHA DO MINIMO, COMO NO EXER0229            *
      *----------------------------------------------------------------*
       77 WRK-CHV-HIS             PIC X(019) VALUE SPACES.
       77 WRK-CHV-REM             PIC X(019) VALUE SPACES.

       01 WRK-CHV-CORRENTE.
          03 WRK-CHV-CPF.
             05 WRK-CHV-COD-CPF   PIC 9(009) VALUE ZEROS.
             05 WRK-CHV-DIG-CPF   PIC 9(002) VALUE ZEROS.
          03 WRK-CHV-CONTA        PIC 9(008) VALUE ZEROS.
       01 WRK-CHV-CORRENTE-R REDEFINES WRK-CHV-CORRENTE.
          03 WRK-CHV-CORRENTE-X   PIC X(019).

       01 WRK-CPF-INFORME.
          03 WRK-INF-COD-CPF      PIC 9(009) VALUE ZEROS.
          03 WRK-INF-DIG-CPF      PIC 9(002) VALUE ZEROS.

       77 WRK-SW-CLIENTE-ABERTO   PIC X(001) VALUE 'N'.
          88 WRK-CLIENTE-ABERTO              VALUE 'S'.
          88 WRK-CLIENTE-FECHADO             VALUE 'N'.

      *----------------------------------------------------------------*
      *    VALORES DA CONTA CORRENTE, DO CLIENTE E DO ARQUIVO          *
      *----------------------------------------------------------------*
       77 WRK-CTA-SALDO-ANTERIOR  PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-CTA-SALDO-ATUAL     PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-CTA-RENDIMENTOS     PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CLI-SALDO-ANTERIOR  PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CLI-SALDO-ATUAL     PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-CLI-RENDIMENTOS     PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-GER-SALDO-ANTERIOR  PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-GER-SALDO-ATUAL     PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-GER-RENDIMENTOS     PIC S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    LINHAS DO INFORME IMPRESSO                                  *
      *----------------------------------------------------------------*
       01 WRK-INF-CABEC1.
          05 FILLER               PIC X(040) VALUE
             'INFORME DE RENDIMENTOS FINANCEIROS - ANO'.
          05 FILLER               PIC X(012) VALUE
             '-CALENDARIO '.
          05 WRK-INF-CAB1-ANO     PIC 9(004) VALUE ZEROS.
          05 FILLER               PIC X(012) VALUE ' DATA-BASE: '.
          05 WRK-INF-CAB1-DT-DIA  PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-INF-CAB1-DT-MES  PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-INF-CAB1-DT-ANO  PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(002) VALUE SPACES.

       01 WRK-INF-CABEC2.
          05 FILLER               PIC X(016) VALUE
             'FONTE PAGADORA: '.
          05 WRK-INF-CAB2-NOME    PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE ' CNPJ '.
          05 WRK-INF-CAB2-CNPJ    PIC X(014) VALUE SPACES.
          05 FILLER               PIC X(004) VALUE SPACES.

       01 WRK-INF-CLIENTE.
          05 FILLER               PIC X(009) VALUE 'CLIENTE: '.
          05 WRK-INF-CLI-NOME     PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE ' CPF '.
          05 WRK-INF-CLI-CPF      PIC 999.999.999.
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-INF-CLI-DIG      PIC 99.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-INF-ENDERECO1.
          05 FILLER               PIC X(010) VALUE 'ENDERECO: '.
          05 WRK-INF-END-LOGRAD   PIC X(040) VALUE SPACES.
          05 FILLER               PIC X(030) VALUE SPACES.

       01 WRK-INF-ENDERECO2.
          05 FILLER               PIC X(010) VALUE SPACES.
          05 WRK-INF-END-CIDADE   PIC X(025) VALUE SPACES.
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-INF-END-UF       PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE '  CEP '.
          05 WRK-INF-END-CEP      PIC 99999B999.
          05 FILLER               PIC X(025) VALUE SPACES.

       01 WRK-INF-CABEC-COL.
          05 FILLER               PIC X(010) VALUE 'CONTA'.
          05 FILLER               PIC X(012) VALUE '     SALDO 3'.
          05 FILLER               PIC X(006) VALUE '1/12/'.
          05 WRK-INF-COL-ANO-ANT  PIC 9(004) VALUE ZEROS.
          05 FILLER               PIC X(012) VALUE '     SALDO 3'.
          05 FILLER               PIC X(006) VALUE '1/12/'.
          05 WRK-INF-COL-ANO      PIC 9(004) VALUE ZEROS.
          05 FILLER               PIC X(021) VALUE
             '          RENDIMENTOS'.
          05 FILLER               PIC X(005) VALUE SPACES.

       01 WRK-INF-DETALHE.
          05 WRK-INF-DET-CONTA    PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-INF-DET-SALDO-ANT
                                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-INF-DET-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-INF-DET-RENDIM   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-INF-TOTAL.
          05 FILLER               PIC X(010) VALUE 'TOTAL'.
          05 WRK-INF-TOT-SALDO-ANT
                                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-INF-TOT-SALDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-INF-TOT-RENDIM   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-INF-SEPARA.
          05 FILLER               PIC X(080) VALUE ALL '-'.

      *----------------------------------------------------------------*
      *    REGISTROS DA DECLARACAO: '0' CABECALHO DA FONTE PAGADORA,   *
      *    '1' DETALHE POR CPF/CONTA, '9' TRAILER COM QTDE E TOTAIS    *
      *----------------------------------------------------------------*
       01 WRK-DRF-CABECALHO.
          05 FILLER               PIC X(001) VALUE '0'.
          05 WRK-DRF-CAB-ANO      PIC 9(004) VALUE ZEROS.
          05 WRK-DRF-CAB-CNPJ     PIC X(014) VALUE SPACES.
          05 WRK-DRF-CAB-NOME     PIC X(040) VALUE SPACES.
          05 WRK-DRF-CAB-DATA-GER PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(053) VALUE SPACES.

       01 WRK-DRF-DETALHE.
          05 FILLER               PIC X(001) VALUE '1'.
          05 WRK-DRF-DET-CPF.
             10 WRK-DRF-DET-COD-CPF PIC 9(009) VALUE ZEROS.
             10 WRK-DRF-DET-DIG-CPF PIC 9(002) VALUE ZEROS.
          05 WRK-DRF-DET-NOME     PIC X(040) VALUE SPACES.
          05 WRK-DRF-DET-CONTA    PIC 9(008) VALUE ZEROS.
          05 WRK-DRF-DET-SALDO-ANT
                                  PIC 9(015)V99 VALUE ZEROS.
          05 WRK-DRF-DET-SALDO    PIC 9(015)V99 VALUE ZEROS.
          05 WRK-DRF-DET-RENDIM   PIC 9(015)V99 VALUE ZEROS.
          05 FILLER               PIC X(009) VALUE SPACES.

       01 WRK-DRF-TRAILER.
          05 FILLER               PIC X(001) VALUE '9'.
          05 WRK-DRF-TRL-QTDE     PIC 9(007) VALUE ZEROS.
          05 WRK-DRF-TRL-SALDO-ANT
                                  PIC 9(015)V99 VALUE ZEROS.
          05 WRK-DRF-TRL-SALDO    PIC 9(015)V99 VALUE ZEROS.
          05 WRK-DRF-TRL-RENDIM   PIC 9(015)V99 VALUE ZEROS.
          05 FILLER               PIC X(061) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQHIA01                     VALUE 'HIA01113'.
       88 WRK-CN-ARQREM01                     VALUE 'REM01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQINF01                     VALUE 'INF01113'.
       88 WRK-CN-ARQDRF01                     VALUE 'DRF01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

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
          05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIS01-OK               VALUE '00'.
             88 WRK-FS-HIS01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQHIA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIA01-OK               VALUE '00'.
             88 WRK-FS-HIA01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQREM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REM01-OK               VALUE '00'.
             88 WRK-FS-REM01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQPRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQINF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-INF01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DRF01-OK               VALUE '00'.
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
      **** AREA ARQUIVO DE ENTRADA E SAIDA

           COPY ENT02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0233 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-INFORME
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
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           PERFORM 1100-DEFINE-ANO-CALENDARIO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE
           OPEN INPUT ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           OPEN INPUT ARQHIA01

           IF WRK-FS-HIA01-OK
              SET WRK-ARQHIA01-DISPONIVEL TO TRUE
           END-IF

           OPEN INPUT ARQREM01

           IF WRK-FS-REM01-OK
              SET WRK-ARQREM01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQCAD01 TO TRUE
           OPEN INPUT ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQINF01 TO TRUE
           OPEN OUTPUT ARQINF01

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQDRF01 TO TRUE
           OPEN OUTPUT ARQDRF01

           IF NOT WRK-FS-DRF01-OK
              MOVE WRK-FS-ARQDRF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-ANO-CALENDARIO TO WRK-DRF-CAB-ANO
           MOVE WRK-PRM-CNPJ       TO WRK-DRF-CAB-CNPJ
           MOVE WRK-PRM-NOME       TO WRK-DRF-CAB-NOME
           MOVE WRK-DATA-SISTEMA   TO WRK-DRF-CAB-DATA-GER

           SET WRK-CN-WRITE TO TRUE
           WRITE FD-ARQDRF01 FROM WRK-DRF-CABECALHO

           IF NOT WRK-FS-DRF01-OK
              MOVE WRK-FS-ARQDRF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-ANO-CALENDARIO TO WRK-INF-CAB1-ANO
                                      WRK-INF-COL-ANO
           MOVE WRK-ANO-ANTERIOR   TO WRK-INF-COL-ANO-ANT
           MOVE WRK-PRM-NOME       TO WRK-INF-CAB2-NOME
           MOVE WRK-PRM-CNPJ       TO WRK-INF-CAB2-CNPJ
           MOVE WRK-DATA-SIS-DIA   TO WRK-INF-CAB1-DT-DIA
           MOVE WRK-DATA-SIS-MES   TO WRK-INF-CAB1-DT-MES
           MOVE WRK-DATA-SIS-ANO   TO WRK-INF-CAB1-DT-ANO

           PERFORM 3801-PROXIMO-MERGE
           PERFORM 3810-LER-REMUNERACAO
           .
      *
      *----------------------------------------------------------------*
       1000-99-FIM.
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
      *    DEFINE O ANO-CALENDARIO: DO CARTAO ARQPRM01 QUANDO          *
      *    INFORMADO, SENAO O ANO ANTERIOR AO DA COMPETENCIA EM ABERTO *
      *    NA DATA DE PROCESSAMENTO. ANO INVALIDO OU AINDA NAO         *
      *    ENCERRADO CANCELA O JOB                                     *
      *----------------------------------------------------------------*
       1100-DEFINE-ANO-CALENDARIO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQPRM01 TO TRUE
           OPEN INPUT ARQPRM01

           IF WRK-FS-PRM01-OK
              READ ARQPRM01 INTO WRK-CARTAO-PRM
              CLOSE ARQPRM01
           END-IF

           IF WRK-PRM-ANO EQUAL SPACES
              COMPUTE WRK-ANO-CALENDARIO = ARQDTP01-COMP-ANO - 1
           ELSE
              IF WRK-PRM-ANO IS NUMERIC
                 MOVE WRK-PRM-ANO TO WRK-ANO-CALENDARIO
              END-IF
              IF WRK-ANO-CALENDARIO LESS THAN 1900
                 OR WRK-ANO-CALENDARIO NOT LESS THAN ARQDTP01-COMP-ANO
                 DISPLAY '**********************************'
                 DISPLAY '* ANO-CALENDARIO INVALIDO NO     *'
                 DISPLAY '* CARTAO (OU AINDA NAO ENCERRADO)*'
                 DISPLAY '* CONTEUDO LIDO: ' WRK-PRM-ANO
                 DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
                 DISPLAY '*            CANCELADO           *'
                 DISPLAY '**********************************'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-ENCERRAR
              END-IF
           END-IF

           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-CALENDARIO - 1
           COMPUTE WRK-COMP-DEZ-ATUAL =
              (WRK-ANO-CALENDARIO * 100) + 12
           COMPUTE WRK-COMP-DEZ-ANTERIOR =
              (WRK-ANO-ANTERIOR * 100) + 12
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCESSA UM CPF/CONTA COMPLETO: ESCOLHE A MENOR CHAVE ENTRE *
      *    O HISTORICO E A REMUNERACAO, APURA OS DOIS SALDOS DE 31/12  *
      *    E OS RENDIMENTOS DO ANO E EMITE A CONTA                     *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CHV-HIS TO WRK-CHV-CORRENTE-X
           IF WRK-CHV-REM LESS THAN WRK-CHV-CORRENTE-X
              MOVE WRK-CHV-REM TO WRK-CHV-CORRENTE-X
           END-IF

           IF WRK-CHV-CORRENTE-X EQUAL HIGH-VALUES
              SET WRK-FIM-INFORME TO TRUE
              GO TO 3000-99-FIM
           END-IF

           MOVE ZEROS TO WRK-CTA-SALDO-ANTERIOR
                         WRK-CTA-SALDO-ATUAL
                         WRK-CTA-RENDIMENTOS

           PERFORM 3100-TRATA-FECHAMENTO
              UNTIL WRK-CHV-HIS NOT EQUAL WRK-CHV-CORRENTE-X

           PERFORM 3200-TRATA-REMUNERACAO
              UNTIL WRK-CHV-REM NOT EQUAL WRK-CHV-CORRENTE-X

      *    SALDO DEVEDOR NAO E' INFORMADO COMO BEM DO CLIENTE

           IF WRK-CTA-SALDO-ANTERIOR LESS THAN ZEROS
              MOVE ZEROS TO WRK-CTA-SALDO-ANTERIOR
           END-IF
           IF WRK-CTA-SALDO-ATUAL LESS THAN ZEROS
              MOVE ZEROS TO WRK-CTA-SALDO-ATUAL
           END-IF

           IF WRK-CTA-SALDO-ANTERIOR EQUAL ZEROS
              AND WRK-CTA-SALDO-ATUAL EQUAL ZEROS
              AND WRK-CTA-RENDIMENTOS EQUAL ZEROS
              ADD 1 TO ACU-CONTAS-ZERADAS
           ELSE
              PERFORM 3300-EMITE-CONTA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA O SALDO DE FECHAMENTO DE DEZEMBRO DO ANO ANTERIOR E  *
      *    DO ANO-CALENDARIO; AS DEMAIS COMPETENCIAS SO' PASSAM        *
      *----------------------------------------------------------------*
       3100-TRATA-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-EVO-ANO-MES
              WHEN WRK-COMP-DEZ-ANTERIOR
                 MOVE WRK-EVO-SALDO TO WRK-CTA-SALDO-ANTERIOR
              WHEN WRK-COMP-DEZ-ATUAL
                 MOVE WRK-EVO-SALDO TO WRK-CTA-SALDO-ATUAL
                 ADD 1 TO ACU-FECHAMENTOS-DEZ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 3801-PROXIMO-MERGE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA OS CREDITOS DE REMUNERACAO DATADOS DENTRO DO           *
      *    ANO-CALENDARIO (O CREDITO DA COMPETENCIA DEZEMBRO SAI       *
      *    DATADO DE 1o DE JANEIRO E ENTRA NO ANO SEGUINTE)            *
      *----------------------------------------------------------------*
       3200-TRATA-REMUNERACAO SECTION.
      *----------------------------------------------------------------*

           IF ARQENT01-DAT-DEPOS (7:4) EQUAL WRK-ANO-CALENDARIO
              COMPUTE WRK-CTA-RENDIMENTOS =
                 WRK-CTA-RENDIMENTOS + ARQENT01-VAL-DEPOS
           ELSE
              ADD 1 TO ACU-REM-FORA-ANO
           END-IF

           PERFORM 3810-LER-REMUNERACAO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMITE A CONTA NO INFORME E NA DECLARACAO. NA QUEBRA DE CPF  *
      *    FECHA O INFORME DO CLIENTE ANTERIOR E ABRE O DO NOVO        *
      *----------------------------------------------------------------*
       3300-EMITE-CONTA SECTION.
      *----------------------------------------------------------------*

           IF WRK-CLIENTE-ABERTO
              AND WRK-CHV-CPF NOT EQUAL WRK-CPF-INFORME
              PERFORM 3320-FECHA-CLIENTE
           END-IF

           IF WRK-CLIENTE-FECHADO
              PERFORM 3310-ABRE-CLIENTE
           END-IF

           MOVE WRK-CHV-CONTA          TO WRK-INF-DET-CONTA
           MOVE WRK-CTA-SALDO-ANTERIOR TO WRK-INF-DET-SALDO-ANT
           MOVE WRK-CTA-SALDO-ATUAL    TO WRK-INF-DET-SALDO
           MOVE WRK-CTA-RENDIMENTOS    TO WRK-INF-DET-RENDIM

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQINF01 TO TRUE

           WRITE FD-ARQINF01 FROM WRK-INF-DETALHE

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-CHV-COD-CPF        TO WRK-DRF-DET-COD-CPF
           MOVE WRK-CHV-DIG-CPF        TO WRK-DRF-DET-DIG-CPF
           MOVE WRK-INF-CLI-NOME       TO WRK-DRF-DET-NOME
           MOVE WRK-CHV-CONTA          TO WRK-DRF-DET-CONTA
           MOVE WRK-CTA-SALDO-ANTERIOR TO WRK-DRF-DET-SALDO-ANT
           MOVE WRK-CTA-SALDO-ATUAL    TO WRK-DRF-DET-SALDO
           MOVE WRK-CTA-RENDIMENTOS    TO WRK-DRF-DET-RENDIM

           SET WRK-CN-ARQDRF01 TO TRUE

           WRITE FD-ARQDRF01 FROM WRK-DRF-DETALHE

           IF NOT WRK-FS-DRF01-OK
              MOVE WRK-FS-ARQDRF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-CONTAS-INFORMADAS

           COMPUTE ACU-CLI-SALDO-ANTERIOR =
              ACU-CLI-SALDO-ANTERIOR + WRK-CTA-SALDO-ANTERIOR
           COMPUTE ACU-CLI-SALDO-ATUAL =
              ACU-CLI-SALDO-ATUAL + WRK-CTA-SALDO-ATUAL
           COMPUTE ACU-CLI-RENDIMENTOS =
              ACU-CLI-RENDIMENTOS + WRK-CTA-RENDIMENTOS
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE O INFORME DO CLIENTE: BUSCA NOME E ENDERECO NO         *
      *    CADASTRO E IMPRIME OS CABECALHOS. CPF AUSENTE DO CADASTRO   *
      *    SAI IDENTIFICADO SO' PELO CPF E E' CONTADO                  *
      *----------------------------------------------------------------*
       3310-ABRE-CLIENTE SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CHV-CPF TO WRK-CPF-INFORME
           SET WRK-CLIENTE-ABERTO TO TRUE

           MOVE ZEROS TO ACU-CLI-SALDO-ANTERIOR
                         ACU-CLI-SALDO-ATUAL
                         ACU-CLI-RENDIMENTOS

           MOVE WRK-CHV-CPF TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-OK
                 MOVE ARQCAD01-NOME       TO WRK-INF-CLI-NOME
                 MOVE ARQCAD01-LOGRADOURO TO WRK-INF-END-LOGRAD
                 MOVE ARQCAD01-CIDADE     TO WRK-INF-END-CIDADE
                 MOVE ARQCAD01-UF         TO WRK-INF-END-UF
                 MOVE ARQCAD01-CEP        TO WRK-INF-END-CEP
              WHEN WRK-FS-CAD01-NAO-ACHOU
                 ADD 1 TO ACU-SEM-CADASTRO
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-INF-CLI-NOME
                 MOVE SPACES TO WRK-INF-END-LOGRAD
                                WRK-INF-END-CIDADE
                                WRK-INF-END-UF
                 MOVE ZEROS  TO WRK-INF-END-CEP
              WHEN OTHER
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE WRK-INF-COD-CPF TO WRK-INF-CLI-CPF
           MOVE WRK-INF-DIG-CPF TO WRK-INF-CLI-DIG
           INSPECT WRK-INF-END-CEP REPLACING ALL ' ' BY '-'

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQINF01 TO TRUE

           WRITE FD-ARQINF01 FROM WRK-INF-CABEC1

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-CABEC2

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-CLIENTE

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-ENDERECO1

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-ENDERECO2

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-CABEC-COL

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-CLIENTES-INFORMADOS
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O INFORME DO CLIENTE COM A LINHA DE TOTAL E O         *
      *    SEPARADOR, E SOMA O CLIENTE NOS TOTAIS DO ARQUIVO           *
      *----------------------------------------------------------------*
       3320-FECHA-CLIENTE SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-CLI-SALDO-ANTERIOR TO WRK-INF-TOT-SALDO-ANT
           MOVE ACU-CLI-SALDO-ATUAL    TO WRK-INF-TOT-SALDO
           MOVE ACU-CLI-RENDIMENTOS    TO WRK-INF-TOT-RENDIM

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQINF01 TO TRUE

           WRITE FD-ARQINF01 FROM WRK-INF-TOTAL

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQINF01 FROM WRK-INF-SEPARA

           IF NOT WRK-FS-INF01-OK
              MOVE WRK-FS-ARQINF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           COMPUTE ACU-GER-SALDO-ANTERIOR =
              ACU-GER-SALDO-ANTERIOR + ACU-CLI-SALDO-ANTERIOR
           COMPUTE ACU-GER-SALDO-ATUAL =
              ACU-GER-SALDO-ATUAL + ACU-CLI-SALDO-ATUAL
           COMPUTE ACU-GER-RENDIMENTOS =
              ACU-GER-RENDIMENTOS + ACU-CLI-RENDIMENTOS

           SET WRK-CLIENTE-FECHADO TO TRUE
           .
      *----------------------------------------------------------------*
       3320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INTERCALA (MERGE) O HISTORICO DO CLUSTER COM O HISTORICO    *
      *    DESCARREGADO, OS DOIS EM ORDEM ASCENDENTE DE CHAVE,         *
      *    DEVOLVENDO O MENOR EM WRK-EVO-REGISTRO E A SUA CHAVE CPF +  *
      *    CONTA EM WRK-CHV-HIS (HIGH-VALUES NO FIM DOS DOIS)          *
      *----------------------------------------------------------------*
       3801-PROXIMO-MERGE SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-BUF-HIS-VALIDO AND NOT WRK-FIM-FISICO-HIS
              PERFORM 3802-LER-FISICO-HIS
           END-IF

           IF WRK-ARQHIA01-DISPONIVEL
              IF NOT WRK-BUF-HIA-VALIDO AND NOT WRK-FIM-FISICO-HIA
                 PERFORM 3803-LER-FISICO-HIA
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WRK-BUF-HIS-VALIDO AND WRK-BUF-HIA-VALIDO
                 IF WRK-BUF-HIA-CHAVE LESS THAN WRK-BUF-HIS-CHAVE
                    MOVE WRK-BUF-HIA-REGISTRO TO WRK-EVO-REGISTRO
                    MOVE 'N'                  TO WRK-SW-BUF-HIA
                 ELSE
                    MOVE WRK-BUF-HIS-REGISTRO TO WRK-EVO-REGISTRO
                    MOVE 'N'                  TO WRK-SW-BUF-HIS
                 END-IF
                 ADD 1 TO ACU-LIDOS-HISTORICO
              WHEN WRK-BUF-HIS-VALIDO
                 MOVE WRK-BUF-HIS-REGISTRO TO WRK-EVO-REGISTRO
                 MOVE 'N'                  TO WRK-SW-BUF-HIS
                 ADD 1 TO ACU-LIDOS-HISTORICO
              WHEN WRK-BUF-HIA-VALIDO
                 MOVE WRK-BUF-HIA-REGISTRO TO WRK-EVO-REGISTRO
                 MOVE 'N'                  TO WRK-SW-BUF-HIA
                 ADD 1 TO ACU-LIDOS-HISTORICO
              WHEN OTHER
                 MOVE HIGH-VALUES TO WRK-EVO-CHAVE-CONTA
           END-EVALUATE

           MOVE WRK-EVO-CHAVE-CONTA TO WRK-CHV-HIS
           .
      *----------------------------------------------------------------*
       3801-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA FISICA DO PROXIMO REGISTRO DO CLUSTER DE HISTORICO  *
      *    PARA O BUFFER DE MERGE                                      *
      *----------------------------------------------------------------*
       3802-LER-FISICO-HIS SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE

           READ ARQHIS01 INTO WRK-BUF-HIS-REGISTRO

           EVALUATE WRK-FS-ARQHIS01
              WHEN '00'
                 SET WRK-BUF-HIS-VALIDO TO TRUE
              WHEN '10'
                 SET WRK-FIM-FISICO-HIS TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3802-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA FISICA DO PROXIMO REGISTRO DO HISTORICO             *
      *    DESCARREGADO PARA O BUFFER DE MERGE                         *
      *----------------------------------------------------------------*
       3803-LER-FISICO-HIA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHIA01 TO TRUE

           READ ARQHIA01 INTO WRK-BUF-HIA-REGISTRO

           EVALUATE WRK-FS-ARQHIA01
              WHEN '00'
                 SET WRK-BUF-HIA-VALIDO TO TRUE
              WHEN '10'
                 SET WRK-FIM-FISICO-HIA TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3803-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O PROXIMO CREDITO DE REMUNERACAO E ATUALIZA A CHAVE DO   *
      *    FLUXO (HIGH-VALUES NO FIM DO ARQUIVO OU DD AUSENTE)         *
      *----------------------------------------------------------------*
       3810-LER-REMUNERACAO SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-ARQREM01-DISPONIVEL
              MOVE HIGH-VALUES TO WRK-CHV-REM
              GO TO 3810-99-FIM
           END-IF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQREM01 TO TRUE

           READ ARQREM01 INTO ARQENT01-REGISTRO

           EVALUATE WRK-FS-ARQREM01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-REMUNERACAO
                 MOVE ARQENT01-REGISTRO (1:19) TO WRK-CHV-REM
              WHEN '10'
                 MOVE HIGH-VALUES TO WRK-CHV-REM
              WHEN OTHER
                 MOVE WRK-FS-ARQREM01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
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
      *    ROTINA DE FINALIZACAO: FECHA O ULTIMO CLIENTE, GRAVA O      *
      *    TRAILER DA DECLARACAO E EXIBE OS TOTAIS. SEM NENHUM         *
      *    FECHAMENTO DE DEZEMBRO DO ANO-CALENDARIO O INFORME SAIRIA   *
      *    COM TODO SALDO ATUAL ZERADO - TERMINA COM RETURN-CODE 8     *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-CLIENTE-ABERTO
              PERFORM 3320-FECHA-CLIENTE
           END-IF

           MOVE ACU-CONTAS-INFORMADAS  TO WRK-DRF-TRL-QTDE
           MOVE ACU-GER-SALDO-ANTERIOR TO WRK-DRF-TRL-SALDO-ANT
           MOVE ACU-GER-SALDO-ATUAL    TO WRK-DRF-TRL-SALDO
           MOVE ACU-GER-RENDIMENTOS    TO WRK-DRF-TRL-RENDIM

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQDRF01 TO TRUE

           WRITE FD-ARQDRF01 FROM WRK-DRF-TRAILER

           IF NOT WRK-FS-DRF01-OK
              MOVE WRK-FS-ARQDRF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQHIS01.
           IF WRK-ARQHIA01-DISPONIVEL
              CLOSE ARQHIA01
           END-IF.
           IF WRK-ARQREM01-DISPONIVEL
              CLOSE ARQREM01
           END-IF.
           CLOSE ARQCAD01.
           CLOSE ARQINF01.
           CLOSE ARQDRF01.

           MOVE ACU-LIDOS-HISTORICO    TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* ANO-CALENDARIO.............: '
                                           WRK-ANO-CALENDARIO
            DISPLAY '* QTDE. DE FECHAMENTOS LIDOS : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-FECHAMENTOS-DEZ    TO WRK-MASK-QTDREG
            DISPLAY '* FECHAMENTOS DE DEZEMBRO....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIDOS-REMUNERACAO  TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS DE REMUNERACAO....: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-REM-FORA-ANO       TO WRK-MASK-QTDREG
            DISPLAY '* CREDITOS FORA DO ANO.......: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CLIENTES-INFORMADOS TO WRK-MASK-QTDREG
            DISPLAY '* CLIENTES INFORMADOS........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CONTAS-INFORMADAS  TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS INFORMADAS..........: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CONTAS-ZERADAS     TO WRK-MASK-QTDREG
            DISPLAY '* CONTAS SEM VALOR (OMITIDAS): ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-SEM-CADASTRO       TO WRK-MASK-QTDREG
            DISPLAY '* CPF SEM CADASTRO...........: ' WRK-MASK-QTDREG
                                                         '        *'

           IF ACU-FECHAMENTOS-DEZ EQUAL ZEROS
              DISPLAY '* NENHUM FECHAMENTO DE DEZEMBRO DO ANO     *'
              DISPLAY '* NO HISTORICO - RODAR APOS O EXER0214     *'
              DISPLAY '* ' WRK-PROGRAMA
                              ' TERMINOU COM DIVERGENCIA         *'
              IF RETURN-CODE LESS THAN 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
           END-IF
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
