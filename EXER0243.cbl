      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0243.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E32
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   COPIA MASCARADA (LGPD) DO CADASTRO DE       *
      *                    CLIENTES, DO SALDOMES, DO HISTORICO MENSAL, *
      *                    DO CADASTRO DE CONTAS E DOS EXTRATOS        *
      *                    ENT02112 PARA DESENVOLVIMENTO E             *
      *                    HOMOLOGACAO. TODO CPF REAL E' TROCADO POR   *
      *                    UM CPF GERADO (SEQUENCIAL, DV VALIDO), O    *
      *                    MESMO EM TODOS OS ARQUIVOS - AS CHAVES      *
      *                    CONTINUAM CASANDO. NOME, LOGRADOURO E CEP   *
      *                    DO CADASTRO SAO SUBSTITUIDOS. VALORES,      *
      *                    DATAS, FILIAIS, CONTAS E TIPOS DE MOVIMENTO *
      *                    FICAM COMO ESTAO - OS TESTES DO EXER0212,   *
      *                    EXER0214 E EXER0215 BALANCEIAM IGUAL A      *
      *                    PRODUCAO.                                   *
      *                                                                *
      *                    CPF REAL COM DV INVALIDO RECEBE CPF GERADO  *
      *                    COM DV PROPOSITALMENTE ERRADO (O REJEITO DO *
      *                    TESTE E' O MESMO DA PRODUCAO). CPF ZERADO   *
      *                    OU EM BRANCO (CONTRAPARTE NAO INFORMADA)    *
      *                    FICA COMO ESTA'.                            *
      *                                                                *
      *                    A TABELA CPF REAL X CPF GERADO FICA SO' NO  *
      *                    CLUSTER DE TRABALHO ARQMSK01, ELIMINADO     *
      *                    PELO JCL NO FIM DO JOB, E NUNCA E'          *
      *                    IMPRESSA. A FOLHA DE CONTROLE RELE AS       *
      *                    COPIAS GRAVADAS E PROVA QUE QTDE DE         *
      *                    REGISTROS E TOTAIS DE VALOR BATEM COM A     *
      *                    PRODUCAO (RC=8 SE NAO BATEREM).             *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCAD01                                  CAD02112
      *      ARQSAL01                                  SAL02112
      *      ARQHIS01                                  HIS02112
      *      ARQCTA01                                  CTA02112
      *      ARQENT01                                  ENT02112
      *      ARQENT02                                  ENT02112
      *      ARQMSK01                                  MSK02112
      *      ARQMCA01                                  CAD02112
      *      ARQMSA01                                  SAL02112
      *      ARQMHI01                                  HIS02112
      *      ARQMCT01                                  CTA02112
      *      ARQME101                                  ENT02112
      *      ARQME201                                  ENT02112
      *      ARQRMS01                                  (LINHAS 80)
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
      *    ARQUIVOS DE PRODUCAO - SO' LEITURA, EM ORDEM DE CHAVE

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
           SELECT ARQSAL01 ASSIGN      TO UT-S-ARQSAL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQSAL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQSAL01.
      *
           SELECT ARQHIS01 ASSIGN      TO UT-S-ARQHIS01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQHIS01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHIS01.
      *
      *    CADASTRO DE CONTAS E EXTRATO DA FILIAL2 SAO OPCIONAIS, COMO
      *    NO EXER0212 - SEM A DD A COPIA CORRESPONDENTE SAI VAZIA

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.
      *
           SELECT OPTIONAL ARQENT02 ASSIGN TO UT-S-ARQENT02
                      FILE STATUS      IS WRK-FS-ARQENT02.
      *
      *    TABELA DE TRABALHO CPF REAL X CPF GERADO (CLUSTER VAZIO,
      *    CRIADO E ELIMINADO PELO JCL)

           SELECT ARQMSK01 ASSIGN      TO UT-S-ARQMSK01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMSK01-CPF-REAL
                      FILE STATUS      IS WRK-FS-ARQMSK01.
      *
      *    COPIAS MASCARADAS - SEQUENCIAIS; O JCL CLASSIFICA PELA
      *    CHAVE E CARREGA OS CLUSTERS DE HOMOLOGACAO (REPRO)

           SELECT ARQMCA01 ASSIGN      TO UT-S-ARQMCA01
                      FILE STATUS      IS WRK-FS-ARQMCA01.
      *
           SELECT ARQMSA01 ASSIGN      TO UT-S-ARQMSA01
                      FILE STATUS      IS WRK-FS-ARQMSA01.
      *
           SELECT ARQMHI01 ASSIGN      TO UT-S-ARQMHI01
                      FILE STATUS      IS WRK-FS-ARQMHI01.
      *
           SELECT ARQMCT01 ASSIGN      TO UT-S-ARQMCT01
                      FILE STATUS      IS WRK-FS-ARQMCT01.
      *
           SELECT ARQME101 ASSIGN      TO UT-S-ARQME101
                      FILE STATUS      IS WRK-FS-ARQME101.
      *
           SELECT ARQME201 ASSIGN      TO UT-S-ARQME201
                      FILE STATUS      IS WRK-FS-ARQME201.
      *
           SELECT ARQRMS01 ASSIGN      TO UT-S-ARQRMS01
                      FILE STATUS      IS WRK-FS-ARQRMS01.
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
      *   INPUT:      CADASTRO DE CLIENTES (PRODUCAO)                 *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   INPUT:      SALDO ACUMULADO NO MES - SALDOMES (PRODUCAO)    *
      *               ORG. INDEXADA    -   LRECL = 29                 *
      *---------------------------------------------------------------*

       FD  ARQSAL01
           LABEL RECORD   IS STANDARD.
           COPY SAL02112.

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO MENSAL DE SALDOS (PRODUCAO)           *
      *               ORG. INDEXADA    -   LRECL = 35                 *
      *---------------------------------------------------------------*

       FD  ARQHIS01
           LABEL RECORD   IS STANDARD.
           COPY HIS02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (PRODUCAO - OPCIONAL)        *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO DE MOVIMENTOS ENT02112 (PRODUCAO)       *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(53).

      *---------------------------------------------------------------*
      *   INPUT:      EXTRATO ENT02112 DA FILIAL2 (OPCIONAL)          *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQENT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT02             PIC X(53).

      *---------------------------------------------------------------*
      *   I-O:        TABELA DE TRABALHO DA MASCARA DE CPF            *
      *               ORG. INDEXADA    -   LRECL = 22                 *
      *---------------------------------------------------------------*

       FD  ARQMSK01
           LABEL RECORD   IS STANDARD.
           COPY MSK02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE CLIENTES MASCARADO                  *
      *               ORG. SEQUENCIAL   -   LRECL = 138               *
      *---------------------------------------------------------------*

       FD  ARQMCA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMCA01             PIC X(138).

      *---------------------------------------------------------------*
      *   OUTPUT:     SALDOMES MASCARADO                              *
      *               ORG. SEQUENCIAL   -   LRECL = 29                *
      *---------------------------------------------------------------*

       FD  ARQMSA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMSA01             PIC X(29).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO MENSAL MASCARADO                      *
      *               ORG. SEQUENCIAL   -   LRECL = 35                *
      *---------------------------------------------------------------*

       FD  ARQMHI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMHI01             PIC X(35).

      *---------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE CONTAS MASCARADO                    *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQMCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMCT01             PIC X(60).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO ENT02112 MASCARADO                      *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQME101
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQME101             PIC X(53).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO ENT02112 DA FILIAL2 MASCARADO           *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQME201
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQME201             PIC X(53).

      *---------------------------------------------------------------*
      *   OUTPUT:     FOLHA DE CONTROLE DA COPIA MASCARADA            *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQRMS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRMS01             PIC X(80).

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
             'EXER0243 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0243'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZZ.ZZ9.

       77 WRK-SW-FIM-LEITURA      PIC X(001) VALUE 'N'.
          88 WRK-FIM-LEITURA                 VALUE 'S'.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-ARQENT02-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQENT02-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    MASCARA DE CPF: CPF A TROCAR (ENTRADA), CPF QUE O SUBSTITUI *
      *    (SAIDA) E ULTIMO NUMERO-BASE GERADO                         *
      *----------------------------------------------------------------*
       01 WRK-MSK-CPF-ENTRADA     PIC X(011) VALUE SPACES.
       01 WRK-MSK-CPF-SAIDA       PIC X(011) VALUE SPACES.
       77 WRK-MSK-SEQUENCIA       PIC 9(009) VALUE ZEROS.
       77 WRK-MSK-DIG-GERADO      PIC 9(002) VALUE ZEROS.

       77 WRK-SW-REAL-VALIDO      PIC X(001) VALUE 'N'.
          88 WRK-REAL-VALIDO                 VALUE 'S'.

      *----------------------------------------------------------------*
      *    REGISTROS RELIDOS DAS COPIAS GRAVADAS (PROVA): SO' O VALOR  *
      *    INTERESSA - O RESTO DO LAYOUT E' O DO BOOK DE ORIGEM        *
      *----------------------------------------------------------------*
       01 WRK-RELIDO-SAL.
          03 FILLER               PIC X(019).
          03 WRK-RELIDO-SAL-SALDO PIC S9(017)V99 COMP-3.
       01 WRK-RELIDO-HIS.
          03 FILLER               PIC X(025).
          03 WRK-RELIDO-HIS-SALDO PIC S9(017)V99 COMP-3.
       01 WRK-RELIDO-ENT.
          03 FILLER               PIC X(029).
          03 WRK-RELIDO-ENT-VALOR PIC S9(015)V99 COMP-3.
          03 FILLER               PIC X(015).

      *----------------------------------------------------------------*
      *    TOTAIS DE CONTROLE: LIDO DA PRODUCAO X RELIDO DA COPIA      *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-CONTROLE.
          03 ACU-CAD-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-CAD-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-SAL-VALOR-LIDO   PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-SAL-VALOR-RELIDO PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-HIS-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-HIS-VALOR-LIDO   PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-HIS-VALOR-RELIDO PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-CTA-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-CTA-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-EN1-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-EN1-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-EN1-VALOR-LIDO   PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-EN1-VALOR-RELIDO PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-EN2-LIDOS        PIC 9(009) VALUE ZEROS.
          03 ACU-EN2-RELIDOS      PIC 9(009) VALUE ZEROS.
          03 ACU-EN2-VALOR-LIDO   PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-EN2-VALOR-RELIDO PIC S9(017)V99 COMP-3 VALUE +0.
          03 ACU-CPF-MASCARADOS   PIC 9(009) VALUE ZEROS.
          03 ACU-CPF-DV-INVALIDO  PIC 9(009) VALUE ZEROS.

       77 WRK-SW-PROVA            PIC X(001) VALUE 'S'.
          88 WRK-PROVA-CONFERE               VALUE 'S'.
          88 WRK-PROVA-DIVERGE               VALUE 'N'.

      *----------------------------------------------------------------*
      *    LINHAS DA FOLHA DE CONTROLE - NENHUMA LEVA CPF              *
      *----------------------------------------------------------------*
       01 WRK-RMS-CABEC.
          05 FILLER               PIC X(046) VALUE
             'FOLHA DE CONTROLE DA COPIA MASCARADA (LGPD) - '.
          05 WRK-RMS-CAB-DATA     PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(026) VALUE SPACES.

       01 WRK-RMS-LINHA.
          05 WRK-RMS-ROTULO       PIC X(034) VALUE SPACES.
          05 WRK-RMS-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RMS-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(011) VALUE SPACES.

       01 WRK-RMS-SITUACAO.
          05 FILLER               PIC X(011) VALUE 'SITUACAO...'.
          05 WRK-RMS-SIT-TEXTO    PIC X(020) VALUE SPACES.
          05 FILLER               PIC X(049) VALUE SPACES.

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA        PIC 9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF              *
      *    (MESMO ALGORITMO DO EXER0212 - MODULO 11 DUAS VEZES)        *
      *----------------------------------------------------------------*
       01 WRK-CPF-ALFA.
          03 WRK-CPF-COD-ALFA     PIC 9(009).
          03 WRK-CPF-DIG-ALFA     PIC 9(002).
       01 WRK-CPF-ALFA-R REDEFINES WRK-CPF-ALFA.
          03 WRK-CPF-DIGITO       PIC 9(001) OCCURS 11 TIMES.

       01 WRK-CPF-VALIDACAO.
          03 WRK-CPF-SOMA         PIC 9(004) VALUE ZEROS.
          03 WRK-CPF-RESTO        PIC 9(004) VALUE ZEROS.
          03 WRK-CPF-DV-CALC1     PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-DV-CALC2     PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-DV-LIDO-1    PIC 9(001) VALUE ZEROS.
          03 WRK-CPF-IDX          PIC 9(002) VALUE ZEROS.
          03 WRK-CPF-PESO         PIC 9(002) VALUE ZEROS.
          03 WRK-SW-CPF-VALIDO    PIC X(001) VALUE 'N'.
             88 CPF-VALIDO                   VALUE 'S'.
             88 CPF-INVALIDO                 VALUE 'N'.
          03 WRK-SW-CPF-REPETIDO  PIC X(001) VALUE 'N'.
             88 CPF-DIGITOS-IGUAIS           VALUE 'S'.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQENT01                     VALUE 'ENT01113'.
       88 WRK-CN-ARQENT02                     VALUE 'ENT02113'.
       88 WRK-CN-ARQMSK01                     VALUE 'MSK01113'.
       88 WRK-CN-ARQMCA01                     VALUE 'MCA01113'.
       88 WRK-CN-ARQMSA01                     VALUE 'MSA01113'.
       88 WRK-CN-ARQMHI01                     VALUE 'MHI01113'.
       88 WRK-CN-ARQMCT01                     VALUE 'MCT01113'.
       88 WRK-CN-ARQME101                     VALUE 'ME101113'.
       88 WRK-CN-ARQME201                     VALUE 'ME201113'.
       88 WRK-CN-ARQRMS01                     VALUE 'RMS01113'.
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
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-SAL01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQHIS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HIS01-OK               VALUE '00'.
             88 WRK-FS-HIS01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQENT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT02-OK               VALUE '00'.
             88 WRK-FS-ENT02-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQMSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MSK01-OK               VALUE '00'.
             88 WRK-FS-MSK01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQMCA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MCA01-OK               VALUE '00'.
             88 WRK-FS-MCA01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQMSA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MSA01-OK               VALUE '00'.
             88 WRK-FS-MSA01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQMHI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MHI01-OK               VALUE '00'.
             88 WRK-FS-MHI01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQMCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MCT01-OK               VALUE '00'.
             88 WRK-FS-MCT01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQME101      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ME101-OK               VALUE '00'.
             88 WRK-FS-ME101-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQME201      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ME201-OK               VALUE '00'.
             88 WRK-FS-ME201-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQRMS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RMS01-OK               VALUE '00'.
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
             'EXER0243 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA - O CADASTRO VAI PRIMEIRO:     *
      *    OS CLIENTES RECEBEM OS PRIMEIROS NUMEROS GERADOS E OS       *
      *    DEMAIS ARQUIVOS SO' ACRESCENTAM CPF QUE NAO ESTA' NELE      *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 3100-MASCARA-CADASTRO
           PERFORM 3200-MASCARA-SALDOS
           PERFORM 3300-MASCARA-HISTORICO

           IF WRK-ARQCTA01-DISPONIVEL
              PERFORM 3400-MASCARA-CONTAS
           END-IF

           PERFORM 3500-MASCARA-EXTRATO

           IF WRK-ARQENT02-DISPONIVEL
              PERFORM 3600-MASCARA-EXTRATO-FILIAL2
           END-IF
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1050-LE-DATA-PROCESSAMENTO

           SET WRK-CN-OPEN TO TRUE

           SET WRK-CN-ARQCAD01 TO TRUE
           OPEN INPUT ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAL01 TO TRUE
           OPEN INPUT ARQSAL01

           IF NOT WRK-FS-SAL01-OK
              MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHIS01 TO TRUE
           OPEN INPUT ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQENT01 TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQENT02 TO TRUE
           OPEN INPUT ARQENT02

           IF WRK-FS-ENT02-OK
              SET WRK-ARQENT02-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQMSK01 TO TRUE
           OPEN I-O ARQMSK01

           IF NOT WRK-FS-MSK01-OK
              MOVE WRK-FS-ARQMSK01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMCA01 TO TRUE
           OPEN OUTPUT ARQMCA01

           IF NOT WRK-FS-MCA01-OK
              MOVE WRK-FS-ARQMCA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMSA01 TO TRUE
           OPEN OUTPUT ARQMSA01

           IF NOT WRK-FS-MSA01-OK
              MOVE WRK-FS-ARQMSA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMHI01 TO TRUE
           OPEN OUTPUT ARQMHI01

           IF NOT WRK-FS-MHI01-OK
              MOVE WRK-FS-ARQMHI01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMCT01 TO TRUE
           OPEN OUTPUT ARQMCT01

           IF NOT WRK-FS-MCT01-OK
              MOVE WRK-FS-ARQMCT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQME101 TO TRUE
           OPEN OUTPUT ARQME101

           IF NOT WRK-FS-ME101-OK
              MOVE WRK-FS-ARQME101 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQME201 TO TRUE
           OPEN OUTPUT ARQME201

           IF NOT WRK-FS-ME201-OK
              MOVE WRK-FS-ARQME201 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQRMS01 TO TRUE
           OPEN OUTPUT ARQRMS01

           IF NOT WRK-FS-RMS01-OK
              MOVE WRK-FS-ARQRMS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-SISTEMA TO WRK-RMS-CAB-DATA

           SET WRK-CN-WRITE TO TRUE
           WRITE FD-ARQRMS01 FROM WRK-RMS-CABEC

           IF NOT WRK-FS-RMS01-OK
              MOVE WRK-FS-ARQRMS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
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

           MOVE ARQDTP01-DATA-ATUAL-R TO WRK-DATA-SISTEMA
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE CLIENTES: CPF E CPF-UNIFICADO MASCARADOS; NOME  *
      *    E LOGRADOURO TROCADOS POR TEXTO DE TESTE COM O NUMERO DO    *
      *    CPF GERADO; CEP REDUZIDO A REGIAO (2 PRIMEIROS DIGITOS,     *
      *    COERENTE COM CIDADE/UF, QUE FICAM). SITUACAO FICA           *
      *----------------------------------------------------------------*
       3100-MASCARA-CADASTRO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQCAD01 TO TRUE
              READ ARQCAD01
              EVALUATE TRUE
                 WHEN WRK-FS-CAD01-OK
                    ADD 1 TO ACU-CAD-LIDOS
                    PERFORM 3110-MASCARA-CLIENTE
                 WHEN WRK-FS-CAD01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MASCARA O CLIENTE CORRENTE E GRAVA NA COPIA                 *
      *----------------------------------------------------------------*
       3110-MASCARA-CLIENTE SECTION.
      *----------------------------------------------------------------*

           MOVE ARQCAD01-CPF          TO WRK-MSK-CPF-ENTRADA
           PERFORM 3700-MASCARA-CPF
           MOVE WRK-MSK-CPF-SAIDA     TO ARQCAD01-CPF

           MOVE ARQCAD01-CPF-UNIFICADO TO WRK-MSK-CPF-ENTRADA
           PERFORM 3700-MASCARA-CPF
           MOVE WRK-MSK-CPF-SAIDA     TO ARQCAD01-CPF-UNIFICADO

           MOVE SPACES                TO ARQCAD01-NOME
                                         ARQCAD01-LOGRADOURO
           STRING 'CLIENTE DE TESTE ' ARQCAD01-COD-CPF
                  DELIMITED BY SIZE INTO ARQCAD01-NOME
           STRING 'RUA DE TESTE, ' ARQCAD01-COD-CPF (5:5)
                  DELIMITED BY SIZE INTO ARQCAD01-LOGRADOURO
           MOVE '000000'              TO ARQCAD01-CEP (3:6)

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQMCA01  TO TRUE

           WRITE FD-ARQMCA01 FROM ARQCAD01-REGISTRO

           IF NOT WRK-FS-MCA01-OK
              MOVE WRK-FS-ARQMCA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDOMES: CPF DA CHAVE MASCARADO, CONTA E SALDO FICAM       *
      *----------------------------------------------------------------*
       3200-MASCARA-SALDOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQSAL01 TO TRUE
              READ ARQSAL01
              EVALUATE TRUE
                 WHEN WRK-FS-SAL01-OK
                    ADD 1 TO ACU-SAL-LIDOS
                    ADD ARQSAL01-SALDO-ANTERIOR TO ACU-SAL-VALOR-LIDO
                    MOVE ARQSAL01-CPF       TO WRK-MSK-CPF-ENTRADA
                    PERFORM 3700-MASCARA-CPF
                    MOVE WRK-MSK-CPF-SAIDA  TO ARQSAL01-CPF
                    SET WRK-CN-WRITE        TO TRUE
                    SET WRK-CN-ARQMSA01     TO TRUE
                    WRITE FD-ARQMSA01 FROM ARQSAL01-REGISTRO
                    IF NOT WRK-FS-MSA01-OK
                       MOVE WRK-FS-ARQMSA01 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
                 WHEN WRK-FS-SAL01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    HISTORICO MENSAL: CPF DA CHAVE MASCARADO, CONTA,            *
      *    COMPETENCIA E SALDO DE FECHAMENTO FICAM                     *
      *----------------------------------------------------------------*
       3300-MASCARA-HISTORICO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQHIS01 TO TRUE
              READ ARQHIS01
              EVALUATE TRUE
                 WHEN WRK-FS-HIS01-OK
                    ADD 1 TO ACU-HIS-LIDOS
                    ADD ARQHIS01-SALDO-FECHAMENTO
                                        TO ACU-HIS-VALOR-LIDO
                    MOVE ARQHIS01-CPF       TO WRK-MSK-CPF-ENTRADA
                    PERFORM 3700-MASCARA-CPF
                    MOVE WRK-MSK-CPF-SAIDA  TO ARQHIS01-CPF
                    SET WRK-CN-WRITE        TO TRUE
                    SET WRK-CN-ARQMHI01     TO TRUE
                    WRITE FD-ARQMHI01 FROM ARQHIS01-REGISTRO
                    IF NOT WRK-FS-MHI01-OK
                       MOVE WRK-FS-ARQMHI01 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
                 WHEN WRK-FS-HIS01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DE CONTAS: CPF DO TITULAR MASCARADO (A CONFERENCIA *
      *    DE TITULAR DO EXER0212 CONTINUA CASANDO COM O EXTRATO)      *
      *----------------------------------------------------------------*
       3400-MASCARA-CONTAS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQCTA01 TO TRUE
              READ ARQCTA01
              EVALUATE TRUE
                 WHEN WRK-FS-CTA01-OK
                    ADD 1 TO ACU-CTA-LIDOS
                    MOVE ARQCTA01-CPF       TO WRK-MSK-CPF-ENTRADA
                    PERFORM 3700-MASCARA-CPF
                    MOVE WRK-MSK-CPF-SAIDA  TO ARQCTA01-CPF
                    SET WRK-CN-WRITE        TO TRUE
                    SET WRK-CN-ARQMCT01     TO TRUE
                    WRITE FD-ARQMCT01 FROM ARQCTA01-REGISTRO
                    IF NOT WRK-FS-MCT01-OK
                       MOVE WRK-FS-ARQMCT01 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
                 WHEN WRK-FS-CTA01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXTRATO ENT02112: CPF E CPF DA CONTRAPARTE MASCARADOS; O    *
      *    RESTO DO REGISTRO FICA. VALOR NAO NUMERICO NAO ENTRA NO     *
      *    TOTAL (O REGISTRO E' COPIADO DO MESMO JEITO)                *
      *----------------------------------------------------------------*
       3500-MASCARA-EXTRATO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQENT01 TO TRUE
              READ ARQENT01 INTO ARQENT01-REGISTRO
              EVALUATE TRUE
                 WHEN WRK-FS-ENT01-OK
                    ADD 1 TO ACU-EN1-LIDOS
                    IF ARQENT01-VAL-DEPOS IS NUMERIC
                       ADD ARQENT01-VAL-DEPOS TO ACU-EN1-VALOR-LIDO
                    END-IF
                    PERFORM 3510-MASCARA-MOVIMENTO
                    SET WRK-CN-WRITE        TO TRUE
                    SET WRK-CN-ARQME101     TO TRUE
                    WRITE FD-ARQME101 FROM ARQENT01-REGISTRO
                    IF NOT WRK-FS-ME101-OK
                       MOVE WRK-FS-ARQME101 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
                 WHEN WRK-FS-ENT01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MASCARA CPF E CPF-CONTRA DO MOVIMENTO EM ARQENT01-REGISTRO  *
      *----------------------------------------------------------------*
       3510-MASCARA-MOVIMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE ARQENT01-CPF          TO WRK-MSK-CPF-ENTRADA
           PERFORM 3700-MASCARA-CPF
           MOVE WRK-MSK-CPF-SAIDA     TO ARQENT01-CPF

           MOVE ARQENT01-CPF-CONTRA   TO WRK-MSK-CPF-ENTRADA
           PERFORM 3700-MASCARA-CPF
           MOVE WRK-MSK-CPF-SAIDA     TO ARQENT01-CPF-CONTRA
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EXTRATO ENT02112 DA FILIAL2: MESMO TRATAMENTO DO 3500       *
      *----------------------------------------------------------------*
       3600-MASCARA-EXTRATO-FILIAL2 SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-SW-FIM-LEITURA

           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQENT02 TO TRUE
              READ ARQENT02 INTO ARQENT01-REGISTRO
              EVALUATE TRUE
                 WHEN WRK-FS-ENT02-OK
                    ADD 1 TO ACU-EN2-LIDOS
                    IF ARQENT01-VAL-DEPOS IS NUMERIC
                       ADD ARQENT01-VAL-DEPOS TO ACU-EN2-VALOR-LIDO
                    END-IF
                    PERFORM 3510-MASCARA-MOVIMENTO
                    SET WRK-CN-WRITE        TO TRUE
                    SET WRK-CN-ARQME201     TO TRUE
                    WRITE FD-ARQME201 FROM ARQENT01-REGISTRO
                    IF NOT WRK-FS-ME201-OK
                       MOVE WRK-FS-ARQME201 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF
                 WHEN WRK-FS-ENT02-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQENT02 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TROCA O CPF DE WRK-MSK-CPF-ENTRADA PELO CPF GERADO PARA ELE *
      *    (WRK-MSK-CPF-SAIDA). CPF AINDA SEM MASCARA RECEBE O PROXIMO *
      *    NUMERO-BASE E FICA NA TABELA DE TRABALHO PARA OS PROXIMOS   *
      *    ARQUIVOS. ZERADO OU EM BRANCO NAO E' CPF - PASSA DIRETO     *
      *----------------------------------------------------------------*
       3700-MASCARA-CPF SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-MSK-CPF-ENTRADA TO WRK-MSK-CPF-SAIDA

           IF WRK-MSK-CPF-ENTRADA EQUAL ZEROS
              OR WRK-MSK-CPF-ENTRADA EQUAL SPACES
              GO TO 3700-99-FIM
           END-IF

           MOVE WRK-MSK-CPF-ENTRADA TO ARQMSK01-CPF-REAL

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQMSK01 TO TRUE

           READ ARQMSK01 KEY IS ARQMSK01-CPF-REAL

           EVALUATE TRUE
              WHEN WRK-FS-MSK01-OK
                 MOVE ARQMSK01-CPF-MASC TO WRK-MSK-CPF-SAIDA
                 GO TO 3700-99-FIM
              WHEN WRK-FS-MSK01-NAO-ACHOU
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQMSK01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

      *    CPF REAL COM DV INVALIDO (OU NAO NUMERICO) CONTINUA
      *    INVALIDO NA COPIA

           MOVE 'N' TO WRK-SW-REAL-VALIDO

           IF WRK-MSK-CPF-ENTRADA IS NUMERIC
              MOVE WRK-MSK-CPF-ENTRADA TO WRK-CPF-ALFA
              PERFORM 3820-VALIDA-CPF
              IF CPF-VALIDO
                 SET WRK-REAL-VALIDO TO TRUE
              END-IF
           END-IF

           PERFORM 3710-GERA-CPF

           MOVE WRK-MSK-CPF-ENTRADA  TO ARQMSK01-CPF-REAL
           MOVE WRK-MSK-SEQUENCIA    TO ARQMSK01-COD-CPF-MASC
           MOVE WRK-MSK-DIG-GERADO   TO ARQMSK01-DIG-CPF-MASC

           SET WRK-CN-WRITE TO TRUE
           WRITE ARQMSK01-REGISTRO

           IF NOT WRK-FS-MSK01-OK
              MOVE WRK-FS-ARQMSK01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE ARQMSK01-CPF-MASC    TO WRK-MSK-CPF-SAIDA
           ADD 1 TO ACU-CPF-MASCARADOS
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERA O PROXIMO CPF: NUMERO-BASE SEQUENCIAL (PULANDO OS DE   *
      *    NOVE DIGITOS IGUAIS, QUE O EXER0212 REJEITA) E DV PELO      *
      *    3820. SE O CPF REAL ERA INVALIDO, O 2o DV SAI TROCADO       *
      *----------------------------------------------------------------*
       3710-GERA-CPF SECTION.
      *----------------------------------------------------------------*

           SET CPF-DIGITOS-IGUAIS TO TRUE

           PERFORM UNTIL NOT CPF-DIGITOS-IGUAIS
              ADD 1 TO WRK-MSK-SEQUENCIA
              MOVE WRK-MSK-SEQUENCIA TO WRK-CPF-COD-ALFA
              MOVE ZEROS             TO WRK-CPF-DIG-ALFA
              PERFORM 3820-VALIDA-CPF
           END-PERFORM

           IF WRK-REAL-VALIDO
              COMPUTE WRK-MSK-DIG-GERADO =
                 WRK-CPF-DV-CALC1 * 10 + WRK-CPF-DV-CALC2
           ELSE
              IF WRK-CPF-DV-CALC2 EQUAL 9
                 COMPUTE WRK-MSK-DIG-GERADO =
                    WRK-CPF-DV-CALC1 * 10
              ELSE
                 COMPUTE WRK-MSK-DIG-GERADO =
                    WRK-CPF-DV-CALC1 * 10 + WRK-CPF-DV-CALC2 + 1
              END-IF
              ADD 1 TO ACU-CPF-DV-INVALIDO
           END-IF
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF EM WRK-CPF-ALFA          *
      *    (ALGORITMO PADRAO - MODULO 11 DUAS VEZES). DEIXA OS DOIS    *
      *    DV CALCULADOS EM WRK-CPF-DV-CALC1/2                         *
      *----------------------------------------------------------------*
       3820-VALIDA-CPF SECTION.
      *----------------------------------------------------------------*

           SET CPF-INVALIDO TO TRUE

      *    REJEITA CPF COM TODOS OS 9 PRIMEIROS DIGITOS IGUAIS

           SET CPF-DIGITOS-IGUAIS TO TRUE
           PERFORM VARYING WRK-CPF-IDX FROM 2 BY 1
                      UNTIL WRK-CPF-IDX GREATER 9
              IF WRK-CPF-DIGITO (WRK-CPF-IDX) NOT EQUAL
                 WRK-CPF-DIGITO (1)
                 MOVE 'N' TO WRK-SW-CPF-REPETIDO
              END-IF
           END-PERFORM

           IF CPF-DIGITOS-IGUAIS
              GO TO 3820-99-FIM
           END-IF

      *    PRIMEIRO DIGITO VERIFICADOR (PESOS DE 10 A 2 SOBRE 1-9)

           MOVE ZEROS TO WRK-CPF-SOMA
           PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                      UNTIL WRK-CPF-IDX GREATER 9
              COMPUTE WRK-CPF-PESO = 11 - WRK-CPF-IDX
              COMPUTE WRK-CPF-SOMA =
                 WRK-CPF-SOMA +
                 (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZEROS TO WRK-CPF-DV-CALC1
           ELSE
              COMPUTE WRK-CPF-DV-CALC1 = 11 - WRK-CPF-RESTO
           END-IF

      *    SEGUNDO DIGITO VERIFICADOR (PESOS DE 11 A 2 SOBRE 1-10,
      *    COM O 1o DIGITO CALCULADO NA POSICAO 10)

           MOVE WRK-CPF-DIGITO (10) TO WRK-CPF-DV-LIDO-1
           MOVE WRK-CPF-DV-CALC1 TO WRK-CPF-DIGITO (10)

           MOVE ZEROS TO WRK-CPF-SOMA
           PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                      UNTIL WRK-CPF-IDX GREATER 10
              COMPUTE WRK-CPF-PESO = 12 - WRK-CPF-IDX
              COMPUTE WRK-CPF-SOMA =
                 WRK-CPF-SOMA +
                 (WRK-CPF-DIGITO (WRK-CPF-IDX) * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZEROS TO WRK-CPF-DV-CALC2
           ELSE
              COMPUTE WRK-CPF-DV-CALC2 = 11 - WRK-CPF-RESTO
           END-IF

           IF WRK-CPF-DV-CALC1 EQUAL WRK-CPF-DV-LIDO-1
              AND WRK-CPF-DV-CALC2 EQUAL WRK-CPF-DIGITO (11)
              SET CPF-VALIDO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA DA FOLHA DE CONTROLE                        *
      *----------------------------------------------------------------*
       3900-GRAVA-LINHA SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQRMS01 TO TRUE

           WRITE FD-ARQRMS01 FROM WRK-RMS-LINHA

           IF NOT WRK-FS-RMS01-OK
              MOVE WRK-FS-ARQRMS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DE SITUACAO DE UM ARQUIVO NA FOLHA            *
      *----------------------------------------------------------------*
       3910-GRAVA-SITUACAO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQRMS01 TO TRUE

           WRITE FD-ARQRMS01 FROM WRK-RMS-SITUACAO

           IF NOT WRK-FS-RMS01-OK
              MOVE WRK-FS-ARQRMS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROVA DA COPIA: FECHA AS COPIAS, RELE CADA UMA DO INICIO E  *
      *    CONFERE QTDE DE REGISTROS E TOTAL DE VALOR COM O QUE FOI    *
      *    LIDO DA PRODUCAO. QUALQUER DIFERENCA LIGA WRK-PROVA-DIVERGE *
      *----------------------------------------------------------------*
       4000-PROVA-COPIA SECTION.
      *----------------------------------------------------------------*

           CLOSE ARQMCA01.
           CLOSE ARQMSA01.
           CLOSE ARQMHI01.
           CLOSE ARQMCT01.
           CLOSE ARQME101.
           CLOSE ARQME201.

           SET WRK-CN-OPEN TO TRUE

           SET WRK-CN-ARQMCA01 TO TRUE
           OPEN INPUT ARQMCA01

           IF NOT WRK-FS-MCA01-OK
              MOVE WRK-FS-ARQMCA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQMCA01
              EVALUATE TRUE
                 WHEN WRK-FS-MCA01-OK
                    ADD 1 TO ACU-CAD-RELIDOS
                 WHEN WRK-FS-MCA01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQMCA01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQMCA01.

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQMSA01 TO TRUE
           OPEN INPUT ARQMSA01

           IF NOT WRK-FS-MSA01-OK
              MOVE WRK-FS-ARQMSA01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQMSA01 INTO WRK-RELIDO-SAL
              EVALUATE TRUE
                 WHEN WRK-FS-MSA01-OK
                    ADD 1 TO ACU-SAL-RELIDOS
                    ADD WRK-RELIDO-SAL-SALDO TO ACU-SAL-VALOR-RELIDO
                 WHEN WRK-FS-MSA01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQMSA01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQMSA01.

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQMHI01 TO TRUE
           OPEN INPUT ARQMHI01

           IF NOT WRK-FS-MHI01-OK
              MOVE WRK-FS-ARQMHI01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQMHI01 INTO WRK-RELIDO-HIS
              EVALUATE TRUE
                 WHEN WRK-FS-MHI01-OK
                    ADD 1 TO ACU-HIS-RELIDOS
                    ADD WRK-RELIDO-HIS-SALDO TO ACU-HIS-VALOR-RELIDO
                 WHEN WRK-FS-MHI01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQMHI01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQMHI01.

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQMCT01 TO TRUE
           OPEN INPUT ARQMCT01

           IF NOT WRK-FS-MCT01-OK
              MOVE WRK-FS-ARQMCT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQMCT01
              EVALUATE TRUE
                 WHEN WRK-FS-MCT01-OK
                    ADD 1 TO ACU-CTA-RELIDOS
                 WHEN WRK-FS-MCT01-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQMCT01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQMCT01.

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQME101 TO TRUE
           OPEN INPUT ARQME101

           IF NOT WRK-FS-ME101-OK
              MOVE WRK-FS-ARQME101 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQME101 INTO WRK-RELIDO-ENT
              EVALUATE TRUE
                 WHEN WRK-FS-ME101-OK
                    ADD 1 TO ACU-EN1-RELIDOS
                    IF WRK-RELIDO-ENT-VALOR IS NUMERIC
                       ADD WRK-RELIDO-ENT-VALOR TO ACU-EN1-VALOR-RELIDO
                    END-IF
                 WHEN WRK-FS-ME101-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQME101 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQME101.

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQME201 TO TRUE
           OPEN INPUT ARQME201

           IF NOT WRK-FS-ME201-OK
              MOVE WRK-FS-ARQME201 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-LEITURA
           PERFORM UNTIL WRK-FIM-LEITURA
              SET WRK-CN-READ TO TRUE
              READ ARQME201 INTO WRK-RELIDO-ENT
              EVALUATE TRUE
                 WHEN WRK-FS-ME201-OK
                    ADD 1 TO ACU-EN2-RELIDOS
                    IF WRK-RELIDO-ENT-VALOR IS NUMERIC
                       ADD WRK-RELIDO-ENT-VALOR TO ACU-EN2-VALOR-RELIDO
                    END-IF
                 WHEN WRK-FS-ME201-FIM
                    SET WRK-FIM-LEITURA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQME201 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM
           CLOSE ARQME201.

      *    FOLHA DE CONTROLE: PRODUCAO X COPIA, ARQUIVO A ARQUIVO

           MOVE 'CADASTRO - PRODUCAO...............' TO WRK-RMS-ROTULO
           MOVE ZEROS                 TO WRK-RMS-VALOR
           MOVE ACU-CAD-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'CADASTRO - COPIA MASCARADA........' TO WRK-RMS-ROTULO
           MOVE ACU-CAD-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           IF ACU-CAD-RELIDOS EQUAL ACU-CAD-LIDOS
              MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
           ELSE
              MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF
           PERFORM 3910-GRAVA-SITUACAO

           MOVE 'SALDOMES - PRODUCAO...............' TO WRK-RMS-ROTULO
           MOVE ACU-SAL-VALOR-LIDO    TO WRK-RMS-VALOR
           MOVE ACU-SAL-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'SALDOMES - COPIA MASCARADA........' TO WRK-RMS-ROTULO
           MOVE ACU-SAL-VALOR-RELIDO  TO WRK-RMS-VALOR
           MOVE ACU-SAL-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           IF ACU-SAL-RELIDOS EQUAL ACU-SAL-LIDOS
              AND ACU-SAL-VALOR-RELIDO EQUAL ACU-SAL-VALOR-LIDO
              MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
           ELSE
              MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF
           PERFORM 3910-GRAVA-SITUACAO

           MOVE 'HISTORICO MENSAL - PRODUCAO.......' TO WRK-RMS-ROTULO
           MOVE ACU-HIS-VALOR-LIDO    TO WRK-RMS-VALOR
           MOVE ACU-HIS-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'HISTORICO MENSAL - COPIA MASCARADA' TO WRK-RMS-ROTULO
           MOVE ACU-HIS-VALOR-RELIDO  TO WRK-RMS-VALOR
           MOVE ACU-HIS-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           IF ACU-HIS-RELIDOS EQUAL ACU-HIS-LIDOS
              AND ACU-HIS-VALOR-RELIDO EQUAL ACU-HIS-VALOR-LIDO
              MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
           ELSE
              MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF
           PERFORM 3910-GRAVA-SITUACAO

           MOVE 'CONTAS - PRODUCAO.................' TO WRK-RMS-ROTULO
           MOVE ZEROS                 TO WRK-RMS-VALOR
           MOVE ACU-CTA-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'CONTAS - COPIA MASCARADA..........' TO WRK-RMS-ROTULO
           MOVE ACU-CTA-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           EVALUATE TRUE
              WHEN NOT WRK-ARQCTA01-DISPONIVEL
                 MOVE 'NAO INFORMADO       ' TO WRK-RMS-SIT-TEXTO
              WHEN ACU-CTA-RELIDOS EQUAL ACU-CTA-LIDOS
                 MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
              WHEN OTHER
                 MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
                 SET WRK-PROVA-DIVERGE TO TRUE
           END-EVALUATE
           PERFORM 3910-GRAVA-SITUACAO

           MOVE 'EXTRATO ENT02112 - PRODUCAO.......' TO WRK-RMS-ROTULO
           MOVE ACU-EN1-VALOR-LIDO    TO WRK-RMS-VALOR
           MOVE ACU-EN1-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'EXTRATO ENT02112 - COPIA MASCARADA' TO WRK-RMS-ROTULO
           MOVE ACU-EN1-VALOR-RELIDO  TO WRK-RMS-VALOR
           MOVE ACU-EN1-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           IF ACU-EN1-RELIDOS EQUAL ACU-EN1-LIDOS
              AND ACU-EN1-VALOR-RELIDO EQUAL ACU-EN1-VALOR-LIDO
              MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
           ELSE
              MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
              SET WRK-PROVA-DIVERGE TO TRUE
           END-IF
           PERFORM 3910-GRAVA-SITUACAO

           MOVE 'EXTRATO FILIAL2 - PRODUCAO........' TO WRK-RMS-ROTULO
           MOVE ACU-EN2-VALOR-LIDO    TO WRK-RMS-VALOR
           MOVE ACU-EN2-LIDOS         TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE 'EXTRATO FILIAL2 - COPIA MASCARADA.' TO WRK-RMS-ROTULO
           MOVE ACU-EN2-VALOR-RELIDO  TO WRK-RMS-VALOR
           MOVE ACU-EN2-RELIDOS       TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           EVALUATE TRUE
              WHEN NOT WRK-ARQENT02-DISPONIVEL
                 MOVE 'NAO INFORMADO       ' TO WRK-RMS-SIT-TEXTO
              WHEN ACU-EN2-RELIDOS EQUAL ACU-EN2-LIDOS
               AND ACU-EN2-VALOR-RELIDO EQUAL ACU-EN2-VALOR-LIDO
                 MOVE 'CONFERE             ' TO WRK-RMS-SIT-TEXTO
              WHEN OTHER
                 MOVE 'DIVERGENTE          ' TO WRK-RMS-SIT-TEXTO
                 SET WRK-PROVA-DIVERGE TO TRUE
           END-EVALUATE
           PERFORM 3910-GRAVA-SITUACAO

      *    SO' A QUANTIDADE DE CPF MASCARADOS - A TABELA NAO SAI

           MOVE 'CPF DISTINTOS MASCARADOS..........' TO WRK-RMS-ROTULO
           MOVE ZEROS                 TO WRK-RMS-VALOR
           MOVE ACU-CPF-MASCARADOS    TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           MOVE '  DOS QUAIS COM DV INVALIDO.......' TO WRK-RMS-ROTULO
           MOVE ACU-CPF-DV-INVALIDO   TO WRK-RMS-QTDE
           PERFORM 3900-GRAVA-LINHA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA: PROVA DA COPIA, SITUACAO *
      *    GERAL NA FOLHA E RETURN-CODE 8 SE ALGUM ARQUIVO NAO BATER - *
      *    O JCL NAO CARREGA A HOMOLOGACAO NESSE CASO                  *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 4000-PROVA-COPIA

           IF WRK-PROVA-CONFERE
              MOVE 'COPIA CONFERIDA     ' TO WRK-RMS-SIT-TEXTO
           ELSE
              MOVE 'COPIA DIVERGENTE    ' TO WRK-RMS-SIT-TEXTO
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3910-GRAVA-SITUACAO

           CLOSE ARQCAD01.
           CLOSE ARQSAL01.
           CLOSE ARQHIS01.
           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF.
           CLOSE ARQENT01.
           IF WRK-ARQENT02-DISPONIVEL
              CLOSE ARQENT02
           END-IF.
           CLOSE ARQMSK01.
           CLOSE ARQRMS01.

           MOVE ACU-CAD-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '**********************************************'
           DISPLAY '* CLIENTES COPIADOS..........: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-SAL-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '* SALDOS COPIADOS............: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-HIS-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '* FECHAMENTOS COPIADOS.......: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-CTA-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '* CONTAS COPIADAS............: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-EN1-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '* MOVIMENTOS COPIADOS........: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-EN2-LIDOS          TO WRK-MASK-QTDREG
           DISPLAY '* MOVIMENTOS FILIAL2 COPIADOS: ' WRK-MASK-QTDREG
                                                        '    *'
           MOVE ACU-CPF-MASCARADOS     TO WRK-MASK-QTDREG
           DISPLAY '* CPF DISTINTOS MASCARADOS...: ' WRK-MASK-QTDREG
                                                        '    *'
           DISPLAY '* SITUACAO DA COPIA..........: '
                                          WRK-RMS-SIT-TEXTO '*'
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
