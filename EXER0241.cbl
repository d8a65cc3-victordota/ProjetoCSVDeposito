      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0241.
       AUTHOR.     VICTOR.
      *================================================================*
      *                                                                *
      *================================================================*
      *    PROGRAMA....: PSDC2E30
      *    PROGRAMADOR.: VICTOR DOTA
      *    ANALISTA....: VICTOR DOTA                                   *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   TARIFAS MENSAIS: APOS O FECHAMENTO          *
      *                    (EXER0214), APLICA A TABELA DE TARIFAS      *
      *                    (MANUTENCAO MENSAL, SAQUE E TRANSFERENCIA   *
      *                    ENVIADA ACIMA DA FRANQUIA) A CADA           *
      *                    CLIENTE/CONTA COM FECHAMENTO DA COMPETENCIA *
      *                    NO HISTORICO MENSAL. OS SAQUES E AS         *
      *                    TRANSFERENCIAS DO MES SAO CONTADOS NO       *
      *                    JORNAL DE MOVIMENTOS; A ISENCAO E' PELA     *
      *                    SITUACAO DO CLIENTE NO CADASTRO OU PELO     *
      *                    SALDO MEDIO DOS FECHAMENTOS. CLIENTE        *
      *                    BLOQUEADO, FALECIDO OU UNIFICADO NUNCA E'   *
      *                    TARIFADO.                                   *
      *                    AS TARIFAS SAEM COMO SAQUE NO LAYOUT        *
      *                    ENT02112, FILIAL 000, DATADAS DO 1o DIA     *
      *                    UTIL DO MES SEGUINTE, PRONTAS PARA          *
      *                    CONCATENAR NO PRIMEIRO EXER0212 DO MES      *
      *                    NOVO; O MEMORIAL SAI POR CLIENTE/CONTA/     *
      *                    TARIFA COM O TOTAL DE CADA TARIFA E O TOTAL *
      *                    GERAL PARA A CONTABILIDADE.                 *
      *                                                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQHIS01                                  HIS02112
      *      ARQTRF01                                  TRF02112
      *      ARQCAD01                                  CAD02112
      *      ARQCTA01                                  CTA02112
      *      ARQJNL01                                  JNL02112
      *      ARQPRM01                                  (CARTAO 80)
      *      ARQDEB01                                  ENT02112
      *      ARQMEM01                                  (LINHAS 132)
      *      ARQFER01                                  FER02112
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
      *    A TABELA DE TARIFAS E' OBRIGATORIA - TARIFAR COM VALOR
      *    ERRADO E' PIOR QUE NAO TARIFAR

           SELECT ARQTRF01 ASSIGN      TO UT-S-ARQTRF01
                      FILE STATUS      IS WRK-FS-ARQTRF01.
      *
      *    CADASTRO DE CLIENTES OBRIGATORIO - SEM A SITUACAO DO
      *    CLIENTE NAO HA' COMO GARANTIR QUE BLOQUEADO E FALECIDO
      *    FIQUEM FORA DA COBRANCA

           SELECT ARQCAD01 ASSIGN      TO UT-S-ARQCAD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCAD01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAD01.
      *
      *    CADASTRO DE CONTAS OPCIONAL - SEM ELE A CONTA NAO E'
      *    CONFERIDA (CONTA ENCERRADA NAO E' TARIFADA)

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
      *    JORNAL DE MOVIMENTOS OBRIGATORIO - E' DELE QUE SAI A
      *    QUANTIDADE DE SAQUES E TRANSFERENCIAS DO MES

           SELECT ARQJNL01 ASSIGN      TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
      *    CARTAO COM A COMPETENCIA (AAAAMM) A TARIFAR - OPCIONAL: SE
      *    AUSENTE, O PROGRAMA TARIFA O MES ANTERIOR A COMPETENCIA EM
      *    ABERTO NA DATA DE PROCESSAMENTO (COMO O EXER0225)

           SELECT OPTIONAL ARQPRM01 ASSIGN TO UT-S-ARQPRM01
                      FILE STATUS      IS WRK-FS-ARQPRM01.
      *
           SELECT ARQDEB01 ASSIGN      TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.
      *
           SELECT ARQMEM01 ASSIGN      TO UT-S-ARQMEM01
                      FILE STATUS      IS WRK-FS-ARQMEM01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
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
      *   INPUT:      HISTORICO MENSAL DE FECHAMENTO                  *
      *               ORG. INDEXADA    -   LRECL = 35                 *
      *---------------------------------------------------------------*

       FD  ARQHIS01
           LABEL RECORD   IS STANDARD.
           COPY HIS02112.

      *---------------------------------------------------------------*
      *   INPUT:      TABELA DE TARIFAS (OBRIGATORIA)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQTRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTRF01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES                            *
      *               ORG. INDEXADA    -   LRECL = 138                *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY CAD02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *---------------------------------------------------------------*
      *   INPUT:      JORNAL DE MOVIMENTOS                            *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE COMPETENCIA (OPCIONAL)                *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPRM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPRM01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     DEBITOS DE TARIFA NO LAYOUT DE ENTRADA          *
      *               ORG. SEQUENCIAL   -   LRECL = 53                *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(53).

      *---------------------------------------------------------------*
      *   OUTPUT:     MEMORIAL DE CALCULO DAS TARIFAS                 *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQMEM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMEM01             PIC X(132).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

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
             'EXER0241 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC X(008) VALUE 'EXER0241'.
       77 WRK-MASK-QTDREG         PIC ZZ.ZZ9.
       77 ACU-LIDOS-ARQHIS01      PIC 9(007) VALUE ZEROS.
       77 ACU-LIDOS-ARQTRF01      PIC 9(005) VALUE ZEROS.
       77 ACU-CONTAS-AVALIADAS    PIC 9(005) VALUE ZEROS.
       77 ACU-CONTAS-SEM-FECHAM   PIC 9(005) VALUE ZEROS.
       77 ACU-CONTAS-NAO-TARIFADAS
                                  PIC 9(005) VALUE ZEROS.
       77 ACU-DEBITOS-GERADOS     PIC 9(005) VALUE ZEROS.
       77 ACU-TOTAL-DEBITOS       PIC S9(017)V99 COMP-3 VALUE +0.

       77 WRK-SW-FIM-HIS01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQHIS01                VALUE 'S'.

       77 WRK-SW-FIM-TRF01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQTRF01                VALUE 'S'.

       77 WRK-SW-FIM-JORNAL       PIC X(001) VALUE 'N'.
          88 WRK-FIM-JORNAL                  VALUE 'S'.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    COMPETENCIA FECHADA A TARIFAR (CARTAO ARQPRM01 OU MES       *
      *    ANTERIOR A COMPETENCIA EM ABERTO); DATA DOS DEBITOS = 1o    *
      *    DIA UTIL DO MES SEGUINTE A COMPETENCIA                      *
      *----------------------------------------------------------------*
       01 WRK-CARTAO-PRM.
          03 WRK-PRM-ANO-MES      PIC X(006) VALUE SPACES.
          03 FILLER               PIC X(074) VALUE SPACES.

       01 WRK-COMPETENCIA.
          03 WRK-COMP-ANO         PIC 9(004) VALUE ZEROS.
          03 WRK-COMP-MES         PIC 9(002) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
          03 WRK-COMP-ANO-MES     PIC 9(006).

      *    DATA DE PROCESSAMENTO (DTP02112), NO LUGAR DA DO SISTEMA
       01 WRK-DATA-SISTEMA.
          03 WRK-DATA-SIS-ANO     PIC 9(004) VALUE ZEROS.
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-DATA-DEBITO         PIC X(010) VALUE SPACES.
       01 WRK-DEB-ANO             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-MES             PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TABELA DE TARIFAS (TRF02112) - UMA POSICAO POR TIPO:        *
      *    1 = MANUTENCAO ('M'), 2 = SAQUE ('S'), 3 = TRANSFERENCIA    *
      *    ENVIADA ('T'). A JANELA DO SALDO MEDIO (INICIO A            *
      *    COMPETENCIA) E' CALCULADA NA CARGA; SOMA E QUANTIDADE DE    *
      *    FECHAMENTOS SAO DO CLIENTE/CONTA EM CURSO E OS TOTAIS DA    *
      *    TARIFA SAO DA EXECUCAO                                      *
      *----------------------------------------------------------------*
       01 WRK-TAB-TARIFAS.
          05 WRK-TAR-ITEM OCCURS 3 TIMES.
             10 WRK-TAR-TIPO          PIC X(001).
             10 WRK-TAR-SW-CARGA      PIC X(001).
                88 WRK-TAR-CARREGADA            VALUE 'S'.
             10 WRK-TAR-DESCRICAO     PIC X(030).
             10 WRK-TAR-VALOR         PIC 9(005)V99.
             10 WRK-TAR-FRANQUIA      PIC 9(003).
             10 WRK-TAR-SALDO-ISENCAO PIC 9(013)V99.
             10 WRK-TAR-MESES         PIC 9(002).
             10 WRK-TAR-INICIO-JANELA PIC 9(006).
             10 WRK-TAR-SIT-ISENTAS   PIC X(005).
             10 WRK-TAR-SOMA-SALDOS   PIC S9(017)V99 COMP-3.
             10 WRK-TAR-QTDE-FECHAM   PIC 9(003).
             10 WRK-TAR-QTDE-COBRADAS PIC 9(007).
             10 WRK-TAR-QTDE-ISENTAS  PIC 9(007).
             10 WRK-TAR-VAL-COBRADO   PIC S9(017)V99 COMP-3.

       77 WRK-TAR-IDX              PIC 9(001) VALUE ZEROS.
       77 WRK-TAR-MESES-JANELA     PIC 9(007) VALUE ZEROS.
       77 WRK-TAR-INI-ANO          PIC 9(004) VALUE ZEROS.
       77 WRK-TAR-INI-MES          PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CLIENTE/CONTA EM AVALIACAO: CHAVE, FECHAMENTO DA            *
      *    COMPETENCIA, SITUACAO NO CADASTRO, MOTIVO QUE O DEIXA FORA  *
      *    DE TODAS AS TARIFAS (BRANCOS = TARIFAVEL) E MOVIMENTOS DO   *
      *    MES CONTADOS NO JORNAL                                      *
      *----------------------------------------------------------------*
       01 WRK-CONTA-ATUAL.
          03 WRK-ATU-CPF.
             05 WRK-ATU-COD-CPF    PIC 9(009) VALUE ZEROS.
             05 WRK-ATU-DIG-CPF    PIC 9(002) VALUE ZEROS.
          03 WRK-ATU-NUM-CONTA     PIC 9(008) VALUE ZEROS.

       77 WRK-SW-TEM-COMPETENCIA   PIC X(001) VALUE 'N'.
          88 WRK-TEM-COMPETENCIA              VALUE 'S'.

       77 WRK-SIT-CLIENTE          PIC X(001) VALUE SPACES.
       77 WRK-MOTIVO-CONTA         PIC X(025) VALUE SPACES.

       77 WRK-QTDE-SAQUES          PIC 9(005) VALUE ZEROS.
       77 WRK-QTDE-TRANSF          PIC 9(005) VALUE ZEROS.
       77 WRK-QTDE-MOVTOS          PIC 9(005) VALUE ZEROS.
       77 WRK-QTDE-EXCEDENTE       PIC 9(005) VALUE ZEROS.
       77 WRK-QTDE-SIT-ISENTA      PIC 9(002) VALUE ZEROS.
       77 WRK-SALDO-MEDIO          PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-VAL-TARIFA           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-OBSERVACAO           PIC X(025) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CALENDARIO DE FERIADOS (FER02112) CARREGADO EM MEMORIA NA   *
      *    ORDEM DA CHAVE DATA + FILIAL DO CLUSTER, PARA PESQUISA      *
      *    BINARIA, E AREA DA VERIFICACAO DE DIA UTIL: SABADO,         *
      *    DOMINGO, FERIADO DA FILIAL 000 (TODAS) OU FERIADO LOCAL DA  *
      *    FILIAL INFORMADA EM WRK-CAL-FILIAL NAO SAO DIAS UTEIS       *
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
       77 WRK-CAL-FILIAL           PIC 9(003) VALUE ZEROS.
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
          88 WRK-DIA-FERIADO-LOCAL            VALUE 'L'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'S' 'D' 'F' 'L'.

      *----------------------------------------------------------------*
      *    LINHAS DO MEMORIAL DE CALCULO                               *
      *----------------------------------------------------------------*
       01 WRK-MEM-CABEC1.
          05 FILLER               PIC X(034) VALUE
             'MEMORIAL DE TARIFAS - COMPETENCIA '.
          05 WRK-MEM-CAB-MES      PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-MEM-CAB-ANO      PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(012) VALUE '  DEBITO EM '.
          05 WRK-MEM-CAB-DEBITO   PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(007) VALUE '  DATA '.
          05 WRK-MEM-CAB-DATA-DIA PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-MEM-CAB-DATA-MES PIC X(002) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-MEM-CAB-DATA-ANO PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(052) VALUE SPACES.

       01 WRK-MEM-DETALHE.
          05 WRK-MEM-DET-CPF      PIC 9(011).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-CONTA    PIC 9(008).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-TIPO     PIC X(001).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-DESC     PIC X(030).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-QTDE     PIC ZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-FRANQUIA PIC ZZ9.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-EXCED    PIC ZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-SALDO    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-VALOR    PIC ---.---.--9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-MEM-DET-OBS      PIC X(025).
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-MEM-TOT-TARIFA.
          05 FILLER               PIC X(006) VALUE 'TOTAL '.
          05 WRK-MEM-TTR-TIPO     PIC X(001) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-MEM-TTR-DESC     PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(010) VALUE ' COBRADAS:'.
          05 WRK-MEM-TTR-COBRADAS PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(010) VALUE '  ISENTAS:'.
          05 WRK-MEM-TTR-ISENTAS  PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(008) VALUE '  VALOR:'.
          05 WRK-MEM-TTR-VALOR    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(030) VALUE SPACES.

       01 WRK-MEM-TOTAL.
          05 FILLER               PIC X(030) VALUE
             'TOTAL GERAL A CONTABILIZAR....'.
          05 WRK-MEM-TOT-QTDE     PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-MEM-TOT-VALOR    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(076) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
       88 WRK-CN-ARQHIS01                     VALUE 'HIS01113'.
       88 WRK-CN-ARQTRF01                     VALUE 'TRF01113'.
       88 WRK-CN-ARQCAD01                     VALUE 'CAD01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQPRM01                     VALUE 'PRM01113'.
       88 WRK-CN-ARQDEB01                     VALUE 'DEB01113'.
       88 WRK-CN-ARQMEM01                     VALUE 'MEM01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
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
          05 WRK-FS-ARQTRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRF01-OK               VALUE '00'.
             88 WRK-FS-TRF01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQCAD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAD01-OK               VALUE '00'.
             88 WRK-FS-CAD01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
             88 WRK-FS-JNL01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQPRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQMEM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MEM01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
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

           COPY TRF02112.
           COPY ENT02112.
           COPY DTP02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0241 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FIM-ARQHIS01
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

           PERFORM 1100-DEFINE-COMPETENCIA

           PERFORM 1300-CARREGA-TARIFAS

           PERFORM 1500-CARREGA-CALENDARIO

           PERFORM 1200-MONTA-DATA-DEBITO

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE
           OPEN INPUT ARQHIS01

           IF NOT WRK-FS-HIS01-OK
              MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCAD01 TO TRUE
           OPEN INPUT ARQCAD01

           IF NOT WRK-FS-CAD01-OK
              MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

           SET WRK-CN-ARQJNL01 TO TRUE
           OPEN INPUT ARQJNL01

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQDEB01 TO TRUE
           OPEN OUTPUT ARQDEB01

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMEM01 TO TRUE
           OPEN OUTPUT ARQMEM01

           IF NOT WRK-FS-MEM01-OK
              MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-COMP-MES     TO WRK-MEM-CAB-MES
           MOVE WRK-COMP-ANO     TO WRK-MEM-CAB-ANO
           MOVE WRK-DATA-DEBITO  TO WRK-MEM-CAB-DEBITO
           MOVE WRK-DATA-SIS-DIA TO WRK-MEM-CAB-DATA-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-MEM-CAB-DATA-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-MEM-CAB-DATA-ANO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQMEM01 TO TRUE
           WRITE FD-ARQMEM01 FROM WRK-MEM-CABEC1

           IF NOT WRK-FS-MEM01-OK
              MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-HISTORICO

           IF WRK-FIM-ARQHIS01
              DISPLAY '************************************************'
              DISPLAY '*     HISTORICO MENSAL SEM REGISTROS           *'
              DISPLAY '* PROGRAMA' WRK-PROGRAMA '*'
              DISPLAY '*          NADA A TARIFAR                      *'
              DISPLAY '************************************************'
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

           MOVE ARQDTP01-DATA-ATUAL TO WRK-DATA-SISTEMA
           .
      *----------------------------------------------------------------*
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEFINE A COMPETENCIA (AAAAMM) A TARIFAR: DO CARTAO ARQPRM01 *
      *    QUANDO PRESENTE, SENAO O MES ANTERIOR A COMPETENCIA EM      *
      *    ABERTO NA DATA DE PROCESSAMENTO. CARTAO PRESENTE COM        *
      *    COMPETENCIA INVALIDA CANCELA O JOB - UM ERRO DE DIGITACAO   *
      *    NAO PODE TARIFAR O MES ERRADO                               *
      *----------------------------------------------------------------*
       1100-DEFINE-COMPETENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-COMP-ANO-MES

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQPRM01 TO TRUE
           OPEN INPUT ARQPRM01

           IF WRK-FS-PRM01-OK
              READ ARQPRM01 INTO WRK-CARTAO-PRM
              CLOSE ARQPRM01
              IF WRK-PRM-ANO-MES IS NUMERIC
                 MOVE WRK-PRM-ANO-MES TO WRK-COMP-ANO-MES
              END-IF
              IF WRK-COMP-ANO-MES EQUAL ZEROS
                 OR WRK-COMP-MES LESS THAN 01
                 OR WRK-COMP-MES GREATER THAN 12
                 DISPLAY '**********************************'
                 DISPLAY '* COMPETENCIA INVALIDA NO CARTAO *'
                 DISPLAY '* CONTEUDO LIDO: ' WRK-PRM-ANO-MES
                 DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
                 DISPLAY '*            CANCELADO           *'
                 DISPLAY '**********************************'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-ENCERRAR
              END-IF
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
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A DATA DOS DEBITOS (DD-MM-AAAA): 1o DIA UTIL DO MES   *
      *    SEGUINTE A COMPETENCIA TARIFADA - A PARTIR DO DIA 1o,       *
      *    PULA FIM DE SEMANA E FERIADO DO CALENDARIO GERAL            *
      *----------------------------------------------------------------*
       1200-MONTA-DATA-DEBITO SECTION.
      *----------------------------------------------------------------*

           IF WRK-COMP-MES EQUAL 12
              COMPUTE WRK-DEB-ANO = WRK-COMP-ANO + 1
              MOVE 01 TO WRK-DEB-MES
           ELSE
              MOVE WRK-COMP-ANO TO WRK-DEB-ANO
              COMPUTE WRK-DEB-MES = WRK-COMP-MES + 1
           END-IF

           COMPUTE WRK-CAL-DATA =
              WRK-DEB-ANO * 10000 + WRK-DEB-MES * 100 + 1
           MOVE ZEROS TO WRK-CAL-FILIAL
           PERFORM 3860-VERIFICA-DIA-UTIL

           PERFORM UNTIL WRK-DIA-UTIL
              COMPUTE WRK-CAL-DIAS =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) + 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CAL-DIAS)
              PERFORM 3860-VERIFICA-DIA-UTIL
           END-PERFORM

           MOVE WRK-CAL-DATA (7:2) TO WRK-DATA-DEBITO (1:2)
           MOVE '-'  TO WRK-DATA-DEBITO (3:1)
           MOVE WRK-DEB-MES TO WRK-DATA-DEBITO (4:2)
           MOVE '-'  TO WRK-DATA-DEBITO (6:1)
           MOVE WRK-DEB-ANO TO WRK-DATA-DEBITO (7:4)
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TABELA DE TARIFAS: UM CARTAO POR TIPO ('M', 'S',  *
      *    'T'). TIPO INVALIDO, TIPO REPETIDO, VALOR NAO NUMERICO OU   *
      *    ZERADO, OU TABELA SEM NENHUMA TARIFA CANCELAM O JOB. PARA   *
      *    CADA TARIFA, CALCULA O 1o MES DA JANELA DO SALDO MEDIO      *
      *----------------------------------------------------------------*
       1300-CARREGA-TARIFAS SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-TAB-TARIFAS
           MOVE 'M' TO WRK-TAR-TIPO (1)
           MOVE 'S' TO WRK-TAR-TIPO (2)
           MOVE 'T' TO WRK-TAR-TIPO (3)

           SET WRK-CN-OPEN TO TRUE
           SET WRK-CN-ARQTRF01 TO TRUE
           OPEN INPUT ARQTRF01

           IF NOT WRK-FS-TRF01-OK
              MOVE WRK-FS-ARQTRF01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM UNTIL WRK-FIM-ARQTRF01

              SET WRK-CN-READ TO TRUE
              READ ARQTRF01 INTO ARQTRF01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-TRF01-OK
                    ADD 1 TO ACU-LIDOS-ARQTRF01
                    PERFORM 1310-VALIDA-TARIFA
                 WHEN WRK-FS-TRF01-FIM
                    SET WRK-FIM-ARQTRF01 TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQTRF01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM

           CLOSE ARQTRF01

           IF NOT WRK-TAR-CARREGADA (1)
              AND NOT WRK-TAR-CARREGADA (2)
              AND NOT WRK-TAR-CARREGADA (3)
              DISPLAY '**********************************'
              DISPLAY '* TABELA DE TARIFAS VAZIA        *'
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
      *    VALIDA UM CARTAO DA TABELA E GUARDA NA POSICAO DO TIPO. A   *
      *    JANELA DO SALDO MEDIO VAI DA COMPETENCIA MENOS (MESES-MEDIA *
      *    - 1) MESES ATE' A COMPETENCIA                               *
      *----------------------------------------------------------------*
       1310-VALIDA-TARIFA SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN ARQTRF01-TAR-MANUTENCAO
                 MOVE 1 TO WRK-TAR-IDX
              WHEN ARQTRF01-TAR-SAQUE
                 MOVE 2 TO WRK-TAR-IDX
              WHEN ARQTRF01-TAR-TRANSFERENCIA
                 MOVE 3 TO WRK-TAR-IDX
              WHEN OTHER
                 MOVE ZEROS TO WRK-TAR-IDX
           END-EVALUATE

           IF WRK-TAR-IDX EQUAL ZEROS
              OR ARQTRF01-VAL-TARIFA        IS NOT NUMERIC
              OR ARQTRF01-VAL-TARIFA        EQUAL ZEROS
              OR ARQTRF01-QTDE-FRANQUIA     IS NOT NUMERIC
              OR ARQTRF01-VAL-SALDO-ISENCAO IS NOT NUMERIC
              OR ARQTRF01-MESES-MEDIA       IS NOT NUMERIC
              DISPLAY '**********************************'
              DISPLAY '* TARIFA INVALIDA NA TABELA      *'
              DISPLAY '* CONTEUDO LIDO: ' ARQTRF01-REGISTRO
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           IF WRK-TAR-CARREGADA (WRK-TAR-IDX)
              DISPLAY '**********************************'
              DISPLAY '* TARIFA REPETIDA NA TABELA      *'
              DISPLAY '* TIPO: ' ARQTRF01-TIP-TARIFA
              DISPLAY '* PROGRAMA: ' WRK-PROGRAMA
              DISPLAY '*            CANCELADO           *'
              DISPLAY '**********************************'
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-ENCERRAR
           END-IF

           SET WRK-TAR-CARREGADA (WRK-TAR-IDX) TO TRUE
           MOVE ARQTRF01-DESCRICAO
             TO WRK-TAR-DESCRICAO (WRK-TAR-IDX)
           MOVE ARQTRF01-VAL-TARIFA
             TO WRK-TAR-VALOR (WRK-TAR-IDX)
           MOVE ARQTRF01-VAL-SALDO-ISENCAO
             TO WRK-TAR-SALDO-ISENCAO (WRK-TAR-IDX)
           MOVE ARQTRF01-SIT-ISENTAS
             TO WRK-TAR-SIT-ISENTAS (WRK-TAR-IDX)

      *    A FRANQUIA NAO SE APLICA A MANUTENCAO MENSAL
           IF WRK-TAR-IDX EQUAL 1
              MOVE ZEROS TO WRK-TAR-FRANQUIA (WRK-TAR-IDX)
           ELSE
              MOVE ARQTRF01-QTDE-FRANQUIA
                TO WRK-TAR-FRANQUIA (WRK-TAR-IDX)
           END-IF

           IF ARQTRF01-MESES-MEDIA EQUAL ZEROS
              MOVE 1 TO WRK-TAR-MESES (WRK-TAR-IDX)
           ELSE
              MOVE ARQTRF01-MESES-MEDIA
                TO WRK-TAR-MESES (WRK-TAR-IDX)
           END-IF

           COMPUTE WRK-TAR-MESES-JANELA =
              WRK-COMP-ANO * 12 + WRK-COMP-MES - 1
              - (WRK-TAR-MESES (WRK-TAR-IDX) - 1)
           DIVIDE WRK-TAR-MESES-JANELA BY 12
              GIVING WRK-TAR-INI-ANO REMAINDER WRK-TAR-INI-MES
           ADD 1 TO WRK-TAR-INI-MES
           COMPUTE WRK-TAR-INICIO-JANELA (WRK-TAR-IDX) =
              WRK-TAR-INI-ANO * 100 + WRK-TAR-INI-MES
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
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
      *    TRATA UM CLIENTE/CONTA DO HISTORICO: ACUMULA OS FECHAMENTOS *
      *    DA JANELA DE CADA TARIFA ATE' A QUEBRA DE CPF + CONTA. SO'  *
      *    CONTA COM FECHAMENTO DA COMPETENCIA E' AVALIADA - SEM ELE   *
      *    A CONTA NAO EXISTIA OU JA TINHA SAIDO DO SALDO-MES NO MES   *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQHIS01-CPF       TO WRK-ATU-CPF
           MOVE ARQHIS01-NUM-CONTA TO WRK-ATU-NUM-CONTA
           MOVE 'N'                TO WRK-SW-TEM-COMPETENCIA

           PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                     UNTIL WRK-TAR-IDX GREATER THAN 3
              MOVE ZEROS TO WRK-TAR-SOMA-SALDOS (WRK-TAR-IDX)
                            WRK-TAR-QTDE-FECHAM (WRK-TAR-IDX)
           END-PERFORM

           PERFORM 3100-ACUMULA-FECHAMENTO
              UNTIL WRK-FIM-ARQHIS01
                 OR ARQHIS01-CPF       NOT EQUAL WRK-ATU-CPF
                 OR ARQHIS01-NUM-CONTA NOT EQUAL WRK-ATU-NUM-CONTA

           IF WRK-TEM-COMPETENCIA
              ADD 1 TO ACU-CONTAS-AVALIADAS
              PERFORM 3200-AVALIA-CONTA
           ELSE
              ADD 1 TO ACU-CONTAS-SEM-FECHAM
           END-IF
           .
      *
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA O FECHAMENTO LIDO NA JANELA DE SALDO MEDIO DE CADA     *
      *    TARIFA E LE O PROXIMO. FECHAMENTO POSTERIOR A COMPETENCIA   *
      *    (REEXECUCAO DE MES ANTIGO) NAO ENTRA EM NENHUMA MEDIA       *
      *----------------------------------------------------------------*
       3100-ACUMULA-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           IF ARQHIS01-ANO-MES EQUAL WRK-COMP-ANO-MES
              SET WRK-TEM-COMPETENCIA TO TRUE
           END-IF

           PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                     UNTIL WRK-TAR-IDX GREATER THAN 3
              IF ARQHIS01-ANO-MES NOT LESS THAN
                    WRK-TAR-INICIO-JANELA (WRK-TAR-IDX)
                 AND ARQHIS01-ANO-MES NOT GREATER THAN
                    WRK-COMP-ANO-MES
                 ADD ARQHIS01-SALDO-FECHAMENTO
                  TO WRK-TAR-SOMA-SALDOS (WRK-TAR-IDX)
                 ADD 1 TO WRK-TAR-QTDE-FECHAM (WRK-TAR-IDX)
              END-IF
           END-PERFORM

           PERFORM 3800-LER-HISTORICO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA O CLIENTE/CONTA: SITUACAO NO CADASTRO DE CLIENTES    *
      *    (BLOQUEADO, FALECIDO, CPF UNIFICADO OU CPF SEM CADASTRO     *
      *    NUNCA SAO TARIFADOS) E NO CADASTRO DE CONTAS (CONTA         *
      *    ENCERRADA OU DESCONHECIDA TAMBEM NAO). CONTA TARIFAVEL TEM  *
      *    OS SAQUES E TRANSFERENCIAS DO MES CONTADOS NO JORNAL E CADA *
      *    TARIFA DA TABELA APLICADA                                   *
      *----------------------------------------------------------------*
       3200-AVALIA-CONTA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-MOTIVO-CONTA
                          WRK-SIT-CLIENTE

           MOVE WRK-ATU-CPF TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           EVALUATE TRUE
              WHEN WRK-FS-CAD01-OK
                 EVALUATE TRUE
                    WHEN ARQCAD01-CLI-BLOQUEADO
                       MOVE 'CLIENTE BLOQUEADO'  TO WRK-MOTIVO-CONTA
                    WHEN ARQCAD01-CLI-FALECIDO
                       MOVE 'CLIENTE FALECIDO'   TO WRK-MOTIVO-CONTA
                    WHEN ARQCAD01-CLI-UNIFICADO
                       MOVE 'CPF UNIFICADO'      TO WRK-MOTIVO-CONTA
                    WHEN ARQCAD01-CLI-ATIVO
                       MOVE 'A'                  TO WRK-SIT-CLIENTE
                    WHEN OTHER
                       MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-CLIENTE
                 END-EVALUATE
              WHEN WRK-FS-CAD01-NAO-ACHOU
                 MOVE 'CPF SEM CADASTRO'         TO WRK-MOTIVO-CONTA
              WHEN OTHER
                 MOVE WRK-FS-ARQCAD01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           IF WRK-MOTIVO-CONTA EQUAL SPACES
              AND WRK-ARQCTA01-DISPONIVEL
              AND WRK-ATU-NUM-CONTA NOT EQUAL ZEROS
              PERFORM 3250-VERIFICA-CONTA
           END-IF

           IF WRK-MOTIVO-CONTA NOT EQUAL SPACES
              PERFORM 3260-GRAVA-NAO-TARIFADA
              GO TO 3200-99-FIM
           END-IF

           PERFORM 3300-CONTA-MOVIMENTOS

           PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                     UNTIL WRK-TAR-IDX GREATER THAN 3
              IF WRK-TAR-CARREGADA (WRK-TAR-IDX)
                 PERFORM 3400-APLICA-TARIFA
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE A CONTA NO CADASTRO DE CONTAS: ENCERRADA OU NAO     *
      *    CADASTRADA NAO E' TARIFADA                                  *
      *----------------------------------------------------------------*
       3250-VERIFICA-CONTA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ATU-NUM-CONTA TO ARQCTA01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           READ ARQCTA01 KEY IS ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 IF ARQCTA01-CONTA-ENCERRADA
                    MOVE 'CONTA ENCERRADA'    TO WRK-MOTIVO-CONTA
                 END-IF
              WHEN WRK-FS-CTA01-NAO-ACHOU
                 MOVE 'CONTA SEM CADASTRO'    TO WRK-MOTIVO-CONTA
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONTA FORA DE TODAS AS TARIFAS: UMA LINHA NO MEMORIAL COM   *
      *    O MOTIVO, SEM DEBITO                                        *
      *----------------------------------------------------------------*
       3260-GRAVA-NAO-TARIFADA SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO ACU-CONTAS-NAO-TARIFADAS

           MOVE WRK-ATU-CPF        TO WRK-MEM-DET-CPF
           MOVE WRK-ATU-NUM-CONTA  TO WRK-MEM-DET-CONTA
           MOVE '*'                TO WRK-MEM-DET-TIPO
           MOVE 'NENHUMA TARIFA APLICADA'
                                   TO WRK-MEM-DET-DESC
           MOVE ZEROS              TO WRK-MEM-DET-QTDE
                                      WRK-MEM-DET-FRANQUIA
                                      WRK-MEM-DET-EXCED
                                      WRK-MEM-DET-SALDO
                                      WRK-MEM-DET-VALOR
           MOVE WRK-MOTIVO-CONTA   TO WRK-MEM-DET-OBS

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQMEM01 TO TRUE

           WRITE FD-ARQMEM01 FROM WRK-MEM-DETALHE

           IF NOT WRK-FS-MEM01-OK
              MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONTA NO JORNAL OS MOVIMENTOS EM VIGOR DA CONTA NA          *
      *    COMPETENCIA: TRANSFERENCIAS ENVIADAS ('T') E SAQUES ('S')   *
      *    COM FILIAL INFORMADA - O DEBITO DE TARIFA ENTRA COMO SAQUE  *
      *    DA FILIAL 000 E NAO CONTA COMO SAQUE DO CLIENTE             *
      *----------------------------------------------------------------*
       3300-CONTA-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTDE-SAQUES
                         WRK-QTDE-TRANSF
           MOVE 'N'   TO WRK-SW-FIM-JORNAL

           MOVE WRK-ATU-COD-CPF   TO ARQJNL01-COD-CPF
           MOVE WRK-ATU-DIG-CPF   TO ARQJNL01-DIG-CPF
           MOVE WRK-ATU-NUM-CONTA TO ARQJNL01-NUM-CONTA
           COMPUTE ARQJNL01-DATA-MOVTO = WRK-COMP-ANO-MES * 100 + 1
           MOVE ZEROS             TO ARQJNL01-SEQUENCIA

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
                 WHEN ARQJNL01-CPF       NOT EQUAL WRK-ATU-CPF
                   OR ARQJNL01-NUM-CONTA NOT EQUAL WRK-ATU-NUM-CONTA
                   OR ARQJNL01-DATA-MOVTO (1:6)
                                         NOT EQUAL WRK-COMPETENCIA
                    SET WRK-FIM-JORNAL TO TRUE
                 WHEN NOT ARQJNL01-EM-VIGOR
                    CONTINUE
                 WHEN ARQJNL01-TIP-MOVTO EQUAL 'T'
                    ADD 1 TO WRK-QTDE-TRANSF
                 WHEN ARQJNL01-TIP-MOVTO EQUAL 'S'
                  AND ARQJNL01-COD-FILIAL NOT EQUAL ZEROS
                    ADD 1 TO WRK-QTDE-SAQUES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA A TARIFA WRK-TAR-IDX AO CLIENTE/CONTA: MANUTENCAO    *
      *    UMA VEZ NO MES; SAQUE E TRANSFERENCIA POR MOVIMENTO ACIMA   *
      *    DA FRANQUIA (DENTRO DA FRANQUIA NAO SAI NO MEMORIAL).       *
      *    ISENTA PELA SITUACAO DO CLIENTE (SIT-ISENTAS DA TARIFA) OU  *
      *    PELO SALDO MEDIO DA JANELA NO LIMITE DE ISENCAO OU ACIMA;   *
      *    SENAO GRAVA O DEBITO. TODA TARIFA AVALIADA SAI NO MEMORIAL  *
      *----------------------------------------------------------------*
       3400-APLICA-TARIFA SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-TAR-IDX
              WHEN 1
                 MOVE 1               TO WRK-QTDE-MOVTOS
              WHEN 2
                 MOVE WRK-QTDE-SAQUES TO WRK-QTDE-MOVTOS
              WHEN OTHER
                 MOVE WRK-QTDE-TRANSF TO WRK-QTDE-MOVTOS
           END-EVALUATE

           IF WRK-QTDE-MOVTOS NOT GREATER THAN
              WRK-TAR-FRANQUIA (WRK-TAR-IDX)
              GO TO 3400-99-FIM
           END-IF

           COMPUTE WRK-QTDE-EXCEDENTE =
              WRK-QTDE-MOVTOS - WRK-TAR-FRANQUIA (WRK-TAR-IDX)

           IF WRK-TAR-QTDE-FECHAM (WRK-TAR-IDX) GREATER THAN ZEROS
              COMPUTE WRK-SALDO-MEDIO ROUNDED =
                 WRK-TAR-SOMA-SALDOS (WRK-TAR-IDX)
                 / WRK-TAR-QTDE-FECHAM (WRK-TAR-IDX)
           ELSE
              MOVE ZEROS TO WRK-SALDO-MEDIO
           END-IF

           MOVE ZEROS TO WRK-VAL-TARIFA
                         WRK-QTDE-SIT-ISENTA

           INSPECT WRK-TAR-SIT-ISENTAS (WRK-TAR-IDX)
              TALLYING WRK-QTDE-SIT-ISENTA FOR ALL WRK-SIT-CLIENTE

           EVALUATE TRUE
              WHEN WRK-QTDE-SIT-ISENTA GREATER THAN ZEROS
                 MOVE 'ISENTA PELA SITUACAO'    TO WRK-OBSERVACAO
                 ADD 1 TO WRK-TAR-QTDE-ISENTAS (WRK-TAR-IDX)
              WHEN WRK-TAR-SALDO-ISENCAO (WRK-TAR-IDX)
                                            GREATER THAN ZEROS
               AND WRK-SALDO-MEDIO NOT LESS THAN
                   WRK-TAR-SALDO-ISENCAO (WRK-TAR-IDX)
                 MOVE 'ISENTA PELO SALDO MEDIO' TO WRK-OBSERVACAO
                 ADD 1 TO WRK-TAR-QTDE-ISENTAS (WRK-TAR-IDX)
              WHEN OTHER
                 COMPUTE WRK-VAL-TARIFA =
                    WRK-QTDE-EXCEDENTE * WRK-TAR-VALOR (WRK-TAR-IDX)
                 MOVE 'COBRADA'                 TO WRK-OBSERVACAO
                 PERFORM 3450-GRAVA-DEBITO
           END-EVALUATE

           MOVE WRK-ATU-CPF        TO WRK-MEM-DET-CPF
           MOVE WRK-ATU-NUM-CONTA  TO WRK-MEM-DET-CONTA
           MOVE WRK-TAR-TIPO (WRK-TAR-IDX)
                                   TO WRK-MEM-DET-TIPO
           MOVE WRK-TAR-DESCRICAO (WRK-TAR-IDX)
                                   TO WRK-MEM-DET-DESC
           MOVE WRK-QTDE-MOVTOS    TO WRK-MEM-DET-QTDE
           MOVE WRK-TAR-FRANQUIA (WRK-TAR-IDX)
                                   TO WRK-MEM-DET-FRANQUIA
           MOVE WRK-QTDE-EXCEDENTE TO WRK-MEM-DET-EXCED
           MOVE WRK-SALDO-MEDIO    TO WRK-MEM-DET-SALDO
           MOVE WRK-VAL-TARIFA     TO WRK-MEM-DET-VALOR
           MOVE WRK-OBSERVACAO     TO WRK-MEM-DET-OBS

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQMEM01 TO TRUE

           WRITE FD-ARQMEM01 FROM WRK-MEM-DETALHE

           IF NOT WRK-FS-MEM01-OK
              MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O DEBITO DA TARIFA NO LAYOUT DE ENTRADA: SAQUE DA     *
      *    FILIAL 000, NA DATA DO 1o DIA UTIL DO MES SEGUINTE          *
      *----------------------------------------------------------------*
       3450-GRAVA-DEBITO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQENT01-REGISTRO
           MOVE WRK-ATU-COD-CPF    TO ARQENT01-COD-CPF
           MOVE WRK-ATU-DIG-CPF    TO ARQENT01-DIG-CPF
           MOVE WRK-ATU-NUM-CONTA  TO ARQENT01-NUM-CONTA
           MOVE WRK-DATA-DEBITO    TO ARQENT01-DAT-DEPOS
           MOVE WRK-VAL-TARIFA     TO ARQENT01-VAL-DEPOS
           MOVE ZEROS              TO ARQENT01-COD-FILIAL
           MOVE 'S'                TO ARQENT01-TIP-MOVTO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQDEB01 TO TRUE

           WRITE FD-ARQDEB01 FROM ARQENT01-REGISTRO

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-DEBITOS-GERADOS
           ADD 1 TO WRK-TAR-QTDE-COBRADAS (WRK-TAR-IDX)
           ADD WRK-VAL-TARIFA TO WRK-TAR-VAL-COBRADO (WRK-TAR-IDX)
           ADD WRK-VAL-TARIFA TO ACU-TOTAL-DEBITOS
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO HISTORICO                   *
      *----------------------------------------------------------------*
       3800-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQHIS01 TO TRUE

           READ ARQHIS01

           EVALUATE WRK-FS-ARQHIS01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQHIS01
              WHEN '10'
                 SET WRK-FIM-ARQHIS01 TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHIS01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE WRK-CAL-DATA (AAAAMMDD) E' DIA UTIL PARA A      *
      *    FILIAL WRK-CAL-FILIAL (000 = SOMENTE O CALENDARIO GERAL).   *
      *    O DIA DA SEMANA VEM DO RESTO DA DIVISAO POR 7 DO NUMERO DO  *
      *    DIA (INTEGER-OF-DATE CONTA A PARTIR DE 01/01/1601, UMA      *
      *    SEGUNDA-FEIRA): 0 = DOMINGO, 6 = SABADO                     *
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
              GO TO 3860-99-FIM
           END-IF

           IF WRK-CAL-FILIAL NOT EQUAL ZEROS
              MOVE WRK-CAL-FILIAL TO WRK-CAL-PESQ-FILIAL
              PERFORM 3861-PESQUISA-FERIADO
              IF WRK-CAL-ACHOU
                 SET WRK-DIA-FERIADO-LOCAL TO TRUE
              END-IF
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
      *    ROTINA DE FINALIZACAO: LINHA DE TOTAL DE CADA TARIFA DA     *
      *    TABELA E DE TOTAL GERAL DO MEMORIAL                         *
      *----------------------------------------------------------------*
       4100-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQMEM01 TO TRUE

           PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                     UNTIL WRK-TAR-IDX GREATER THAN 3
              IF WRK-TAR-CARREGADA (WRK-TAR-IDX)
                 MOVE WRK-TAR-TIPO (WRK-TAR-IDX)
                   TO WRK-MEM-TTR-TIPO
                 MOVE WRK-TAR-DESCRICAO (WRK-TAR-IDX)
                   TO WRK-MEM-TTR-DESC
                 MOVE WRK-TAR-QTDE-COBRADAS (WRK-TAR-IDX)
                   TO WRK-MEM-TTR-COBRADAS
                 MOVE WRK-TAR-QTDE-ISENTAS (WRK-TAR-IDX)
                   TO WRK-MEM-TTR-ISENTAS
                 MOVE WRK-TAR-VAL-COBRADO (WRK-TAR-IDX)
                   TO WRK-MEM-TTR-VALOR
                 WRITE FD-ARQMEM01 FROM WRK-MEM-TOT-TARIFA
                 IF NOT WRK-FS-MEM01-OK
                    MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
              END-IF
           END-PERFORM

           MOVE ACU-DEBITOS-GERADOS TO WRK-MEM-TOT-QTDE
           MOVE ACU-TOTAL-DEBITOS   TO WRK-MEM-TOT-VALOR

           WRITE FD-ARQMEM01 FROM WRK-MEM-TOTAL

           IF NOT WRK-FS-MEM01-OK
              MOVE WRK-FS-ARQMEM01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           CLOSE ARQHIS01.
           CLOSE ARQCAD01.
           CLOSE ARQJNL01.
           CLOSE ARQDEB01.
           CLOSE ARQMEM01.

           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF

           MOVE ACU-LIDOS-ARQHIS01     TO WRK-MASK-QTDREG
            DISPLAY '**********************************************'
            DISPLAY '* QTDE. DE FECHAMENTOS LIDOS : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-LIDOS-ARQTRF01     TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE TARIFAS NA TABELA : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CONTAS-AVALIADAS   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE CONTAS AVALIADAS  : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CONTAS-NAO-TARIFADAS TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE CONTAS SEM TARIFA : ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-CONTAS-SEM-FECHAM  TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. SEM FECHAM. NO MES...: ' WRK-MASK-QTDREG
                                                         '        *'
            MOVE ACU-DEBITOS-GERADOS    TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DE DEBITOS GERADOS...: ' WRK-MASK-QTDREG
                                                         '        *'
            DISPLAY '* COMPETENCIA TARIFADA.......: ' WRK-COMP-ANO-MES
                                                         '        *'
            DISPLAY '* DATA DOS DEBITOS...........: ' WRK-DATA-DEBITO
                                                         '    *'
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
