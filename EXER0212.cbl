      *
           SELECT OPTIONAL ARQPARM01 ASSIGN TO UT-S-ARQPARM01
                      FILE STATUS      IS WRK-FS-ARQPARM01.
      *
      *    DATA DE PROCESSAMENTO (DTP02112) - SUBSTITUI A DATA DO
      *    SISTEMA EM TODO O PROGRAMA

           SELECT ARQDTP01 ASSIGN      TO UT-S-ARQDTP01
                      FILE STATUS      IS WRK-FS-ARQDTP01.
      *
           SELECT ARQDQR01 ASSIGN       TO UT-S-ARQDQR01
                      FILE STATUS      IS WRK-FS-ARQDQR01.
           SELECT ARQTAR01 ASSIGN       TO UT-S-ARQTAR01
                      FILE STATUS      IS WRK-FS-ARQTAR01.
      *
      *    ESTORNOS RECUSADOS - MOVIMENTO TIPO 'R' SEM ORIGINAL NO
      *    JORNAL, MAIOR QUE O ORIGINAL, DE ORIGINAL JA ESTORNADO ETC.
      *    NAO TOCA O SALDO-MES - VOLTA A FILIAL PARA CONFERENCIA

           SELECT ARQEST01 ASSIGN       TO UT-S-ARQEST01
                      FILE STATUS      IS WRK-FS-ARQEST01.
      *
      *    MOVIMENTOS REDIRECIONADOS - MOVIMENTO NO CPF DE CLIENTE JA
      *    UNIFICADO (SITUACAO 'U'), POSTADO NO CPF QUE O SUBSTITUIU

           SELECT ARQRDC01 ASSIGN       TO UT-S-ARQRDC01
                      FILE STATUS      IS WRK-FS-ARQRDC01.
      *
      *    CADASTRO (MESTRE) DE CLIENTES - ORG. INDEXADA, CHAVE CPF
      *    (REQ 013). OPCIONAL - SE NAO ABRIR, O NOME FICA EM BRANCO
      *    NO ARQSAI01
                      RECORD KEY       IS ARQLRJ01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLRJ01.
      *
      *    LIMITE DE CHEQUE ESPECIAL APROVADO POR CPF + CONTA
      *    (OPCIONAL, MANTIDO PELO EXER0231) - CONSULTADO NO FIM DA
      *    EXECUCAO PARA O RELATORIO DE SALDO NEGATIVO NO MES. SEM
      *    ELE, TODA CONTA NEGATIVA SAI COMO ACIMA DO LIMITE

           SELECT OPTIONAL ARQLCE01 ASSIGN TO UT-S-ARQLCE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQLCE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQLCE01.
      *
      *    RELATORIO DE CONTAS COM SALDO ACUMULADO NO MES NEGATIVO,
      *    COM O LIMITE APROVADO E O EXCESSO SOBRE ELE (MESA DE
      *    CREDITO)

           SELECT ARQNEG01 ASSIGN       TO UT-S-ARQNEG01
                      FILE STATUS      IS WRK-FS-ARQNEG01.
      *
      *    TOTAIS DO MOVIMENTO ACEITO POR FILIAL E TIPO (BASE DO
      *    LANCAMENTO CONTABIL DO EXER0232)

           SELECT ARQMFT01 ASSIGN       TO UT-S-ARQMFT01
                      FILE STATUS      IS WRK-FS-ARQMFT01.
      *
      *    MOVIMENTOS ACEITOS COM DATA EM DIA NAO UTIL (SABADO,
      *    DOMINGO, FERIADO GERAL OU LOCAL DA FILIAL) - SUSPEITOS,
      *    PARA A FILIAL CONFIRMAR A DATA

           SELECT ARQDNU01 ASSIGN       TO UT-S-ARQDNU01
                      FILE STATUS      IS WRK-FS-ARQDNU01.
      *
      *    DEPOSITOS EM CHEQUE (TIPO 'C') - NAO CREDITAM NO DIA: SAEM
      *    AQUI COM A DATA DE LIBERACAO E O EXER0238 DEVOLVE AO FLUXO
      *    OS CHEQUES COMPENSADOS

           SELECT ARQCHQ01 ASSIGN       TO UT-S-ARQCHQ01
                      FILE STATUS      IS WRK-FS-ARQCHQ01.
      *
      *    CALENDARIO DE FERIADOS (MANTIDO PELO EXER0234)

           SELECT ARQFER01 ASSIGN      TO UT-S-ARQFER01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQFER01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQFER01.
      *
      *    HISTORICO DE SITUACAO DO CLIENTE COM VIGENCIA (MANTIDO PELO
      *    EXER0213). OPCIONAL - SEM ELE A RETENCAO USA A SITUACAO
      *    ATUAL DO CADASTRO

           SELECT OPTIONAL ARQHSC01 ASSIGN TO UT-S-ARQHSC01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQHSC01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQHSC01.
      *
      *    CADASTRO DE CONTAS (MANTIDO PELO EXER0235). OPCIONAL - SEM
      *    ELE A CONTA DO MOVIMENTO NAO E' CONFERIDA

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.
      *
      *    REGISTRO DAS ENTRADAS JA POSTADAS (TOTAIS DE CONTROLE DA
      *    ENTRADA). OPCIONAL - SEM ELE A ENTRADA NAO E' CONFERIDA
      *    CONTRA POSTAGEM EM DUPLICIDADE

           SELECT OPTIONAL ARQENP01 ASSIGN TO UT-S-ARQENP01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQENP01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENP01.
      *
      *    JORNAL PERMANENTE DOS MOVIMENTOS ACEITOS (CPF + CONTA +
      *    DATA + SEQUENCIA), BASE DO DETALHE DO EXTRATO MENSAL E DO
      *    DOSSIE. OPCIONAL - SEM ELE O MOVIMENTO SO' SOBREVIVE NOS
      *    TOTAIS DO DIA (ALERTA). ACESSO DINAMICO: O ESTORNO
      *    PERCORRE OS MOVIMENTOS DA DATA DO ORIGINAL

           SELECT OPTIONAL ARQJNL01 ASSIGN TO UT-S-ARQJNL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS ARQJNL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQJNL01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM01            PIC X(80).

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
      *   OUTPUT:     RELATORIO DE QUALIDADE - CPF FORA DE SEQUENCIA  *
      *               ORG. SEQUENCIAL   -   LRECL = 51                *

      *---------------------------------------------------------------*
      *   OUTPUT:     RESUMO DE EXECUCAO PARA O SCHEDULER             *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      CONTROLE DE TRANSMISSAO DAS FILIAIS (OPCIONAL)  *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAR01             PIC X(53).

      *---------------------------------------------------------------*
      *   OUTPUT:     ESTORNOS RECUSADOS (TIPO 'R' NAO APLICADO)      *
      *               ORG. SEQUENCIAL   -   LRECL = 87                *
      *---------------------------------------------------------------*

       FD  ARQEST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEST01             PIC X(87).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS REDIRECIONADOS (CPF UNIFICADO)       *
      *               ORG. SEQUENCIAL   -   LRECL = 63                *
      *---------------------------------------------------------------*

       FD  ARQRDC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRDC01             PIC X(63).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES (OPCIONAL) (REQ 013)       *
      *               ORG. INDEXADA    -   LRECL = 138               *
      *---------------------------------------------------------------*

       FD  ARQCAD01
           LABEL RECORD   IS STANDARD.
           COPY LRJ02112.

      *---------------------------------------------------------------*
      *   INPUT:      LIMITE DE CHEQUE ESPECIAL POR CONTA (OPCIONAL)  *
      *               ORG. INDEXADA    -   LRECL = 50                 *
      *---------------------------------------------------------------*

       FD  ARQLCE01
           LABEL RECORD   IS STANDARD.
           COPY LCE02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE SALDO NEGATIVO NO MES              *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQNEG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQNEG01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     TOTAIS DO MOVIMENTO ACEITO POR FILIAL E TIPO    *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQMFT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMFT01             PIC X(040).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS ACEITOS DATADOS EM DIA NAO UTIL      *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQDNU01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDNU01             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     CHEQUES PENDENTES DE COMPENSACAO                *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCHQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCHQ01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS                          *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQFER01
           LABEL RECORD   IS STANDARD.
           COPY FER02112.

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DE SITUACAO DO CLIENTE (OPCIONAL)     *
      *               ORG. INDEXADA    -   LRECL = 70                 *
      *---------------------------------------------------------------*

       FD  ARQHSC01
           LABEL RECORD   IS STANDARD.
           COPY HSC02112.

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA    -   LRECL = 60                 *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           LABEL RECORD   IS STANDARD.
           COPY CTA02112.

      *---------------------------------------------------------------*
      *   I-O:        REGISTRO DE ENTRADAS POSTADAS (OPCIONAL)        *
      *               ORG. INDEXADA    -   LRECL = 120                *
      *---------------------------------------------------------------*

       FD  ARQENP01
           LABEL RECORD   IS STANDARD.
           COPY ENP02112.

      *---------------------------------------------------------------*
      *   OUTPUT:     JORNAL PERMANENTE DE MOVIMENTOS (OPCIONAL)      *
      *               ORG. INDEXADA    -   LRECL = 80                 *
      *---------------------------------------------------------------*

       FD  ARQJNL01
           LABEL RECORD   IS STANDARD.
           COPY JNL02112.

      *
      *
      *----------------------------------------------------------------*
       77 ACU-REJ-DATA-ARQREJ01  PIC 9(005) VALUE ZEROS.
       77 ACU-REJ-VALOR-ARQREJ01 PIC 9(005) VALUE ZEROS.
       77 ACU-REJ-TIPO-ARQREJ01  PIC 9(005) VALUE ZEROS.
       77 ACU-REJ-CTA-INEXISTENTE PIC 9(005) VALUE ZEROS.
       77 ACU-REJ-CTA-ENCERRADA  PIC 9(005) VALUE ZEROS.
       77 ACU-REJ-CTA-TITULAR    PIC 9(005) VALUE ZEROS.
       77 ACU-DUPLICADOS-ARQDUP01 PIC 9(005) VALUE ZEROS.
       77 ACU-LIMIAR-UNITARIOS    PIC 9(005) VALUE ZEROS.
       77 ACU-LIMIAR-ACUMULADOS   PIC 9(005) VALUE ZEROS.
       77 ACU-EXCECAO-ARQEXC01   PIC 9(005) VALUE ZEROS.
       77 ACU-RETIDOS-ARQSUS01    PIC 9(005) VALUE ZEROS.
       77 ACU-ATRASADOS-ARQTAR01  PIC 9(005) VALUE ZEROS.
       77 ACU-SALDO-NEGATIVO      PIC 9(005) VALUE ZEROS.
       77 ACU-ACIMA-LIMITE        PIC 9(005) VALUE ZEROS.
       77 ACU-DIA-NAO-UTIL        PIC 9(005) VALUE ZEROS.
       77 ACU-CHEQUES-ARQCHQ01    PIC 9(005) VALUE ZEROS.
       77 ACU-JORNAL-ARQJNL01     PIC 9(005) VALUE ZEROS.
       77 ACU-ESTORNOS-ACEITOS    PIC 9(005) VALUE ZEROS.
       77 ACU-ESTORNOS-ARQEST01   PIC 9(005) VALUE ZEROS.
       77 ACU-REDIRECIONADOS      PIC 9(005) VALUE ZEROS.
       77 ACU-VAL-ESTORNADO       PIC S9(017)V99 COMP-3 VALUE +0.

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

      *----------------------------------------------------------------*
      *    PRAZO DE COMPENSACAO DO DEPOSITO EM CHEQUE: DIAS UTEIS DA   *
      *    FILIAL CONTADOS A PARTIR DA DATA DE PROCESSAMENTO           *
      *----------------------------------------------------------------*
       77 WRK-CHQ-DIAS-FLOAT       PIC 9(001) VALUE ZEROS.
       77 WRK-CHQ-DIAS-UTEIS       PIC 9(001) VALUE ZEROS.
       77 WRK-CHQ-DIAS-INT         PIC 9(007) VALUE ZEROS.

       77 WRK-SW-DIA-UTIL          PIC X(001) VALUE 'U'.
          88 WRK-DIA-UTIL                     VALUE 'U'.
          88 WRK-DIA-SABADO                   VALUE 'S'.
          88 WRK-DIA-DOMINGO                  VALUE 'D'.
          88 WRK-DIA-FERIADO                  VALUE 'F'.
          88 WRK-DIA-FERIADO-LOCAL            VALUE 'L'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'S' 'D' 'F' 'L'.

      *----------------------------------------------------------------*
      *    AREA DE CHECKPOINT/RESTART (REQ 005)                        *
          03 WRK-DATA-SIS-MES     PIC 9(002) VALUE ZEROS.
          03 WRK-DATA-SIS-DIA     PIC 9(002) VALUE ZEROS.

       01 WRK-HORA-SISTEMA.
          03 WRK-HORA-SIS-HMS     PIC 9(006) VALUE ZEROS.
          03 WRK-HORA-SIS-CENT    PIC 9(002) VALUE ZEROS.

       01 WRK-REL-CABEC1.
          05 WRK-REL-CAB1-CC      PIC X(001) VALUE '1'.
          05 FILLER               PIC X(050) VALUE

       77 WRK-CPF-CKPT-ALVO      PIC X(019) VALUE LOW-VALUES.

      *    CHAVE COMO LIDA (CPF + CONTA) DO ULTIMO MOVIMENTO TRATADO -
      *    O CHECKPOINT GRAVA ESTA, NAO A DO BLOCO: MOVIMENTO
      *    REDIRECIONADO E' POSTADO NO BLOCO DO CPF NOVO, MAS O
      *    RESTART PULA PELA CHAVE DO ARQUIVO DE ENTRADA

       77 WRK-CPF-CKPT-BLOCO     PIC X(019) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      *    FAIXA DE CPF DA PARTICAO (CARTAO DE CONTROLE) - REGISTRO    *
      *    FORA DA FAIXA E' DE OUTRA PARTICAO E E' PULADO SEM CONTAR   *
             10 ACU-FIL-REJEITADOS PIC 9(005) VALUE ZEROS.
             10 ACU-FIL-VALOR      PIC S9(015)V99 COMP-3 VALUE +0.
             10 ACU-FIL-RECEBIDO   PIC S9(015)V99 COMP-3 VALUE +0.
             10 ACU-FIL-TIPO OCCURS 5 TIMES.
                15 ACU-FIL-TIPO-QTDE  PIC 9(007) VALUE ZEROS.
                15 ACU-FIL-TIPO-VALOR PIC S9(015)V99 COMP-3
                                      VALUE +0.

      *----------------------------------------------------------------*
      *    TIPOS DE MOVIMENTO NA ORDEM DO SUBSCRITO ACU-FIL-TIPO       *
      *    (1=DEPOSITO, 2=SAQUE, 3=TRANSF. RECEBIDA, 4=ENVIADA,        *
      *    5=ESTORNO DE CREDITO)                                       *
      *----------------------------------------------------------------*
       01 WRK-TAB-TIPOS-MOVTO.
          05 FILLER               PIC X(005) VALUE 'DSETR'.
       01 WRK-TAB-TIPOS-MOVTO-R REDEFINES WRK-TAB-TIPOS-MOVTO.
          05 WRK-TIPO-MOVTO-COD   PIC X(001) OCCURS 5 TIMES.

       77 WRK-TIP-IDX              PIC 9(001) VALUE ZEROS.
       77 ACU-GRAVA-ARQMFT01       PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    DECLARACAO DE TRANSMISSAO DAS FILIAIS (ARQFCT01) - QTDE E   *
       77 WRK-SALDO-MES-ATUAL     PIC S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
      *    RELATORIO DE SALDO NEGATIVO NO MES (ARQNEG01) - VARRIDO NO  *
      *    FIM DA EXECUCAO SOBRE O ARQSAL01 JA ATUALIZADO, COM O       *
      *    LIMITE DE CHEQUE ESPECIAL DO ARQLCE01. EXCESSO = QUANTO O   *
      *    SALDO NEGATIVO PASSA DO LIMITE APROVADO (ZERO SE DENTRO)    *
      *----------------------------------------------------------------*
       77 WRK-SW-ARQLCE01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQLCE01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-FIM-SALDOS       PIC X(001) VALUE 'N'.
          88 WRK-FIM-SALDOS-MES              VALUE 'S'.

       77 WRK-NEG-LIMITE          PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-NEG-EXCESSO         PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-NEG-SALDOS          PIC S9(017)V99 COMP-3 VALUE +0.
       77 ACU-NEG-EXCESSO         PIC S9(017)V99 COMP-3 VALUE +0.

       01 WRK-NEG-CABEC1.
          05 FILLER               PIC X(050) VALUE
             'CONTAS COM SALDO NEGATIVO NO MES - EXER0212'.
          05 FILLER               PIC X(006) VALUE 'DATA: '.
          05 WRK-NEG-CAB1-DIA     PIC 99.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-NEG-CAB1-MES     PIC 99.
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-NEG-CAB1-ANO     PIC 9999.
          05 FILLER               PIC X(034) VALUE SPACES.

       01 WRK-NEG-CABEC2.
          05 FILLER               PIC X(016) VALUE 'CPF'.
          05 FILLER               PIC X(010) VALUE 'CONTA'.
          05 FILLER               PIC X(020) VALUE
             '           SALDO MES'.
          05 FILLER               PIC X(020) VALUE
             '     LIMITE APROVADO'.
          05 FILLER               PIC X(020) VALUE
             '    EXCESSO S/LIMITE'.
          05 FILLER               PIC X(014) VALUE SPACES.

       01 WRK-NEG-DETALHE.
          05 WRK-NEG-COD-CPF      PIC 999.999.999.
          05 FILLER               PIC X(001) VALUE '-'.
          05 WRK-NEG-DIG-CPF      PIC 99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-CONTA        PIC 9(008) VALUE ZEROS.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-SALDO        PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-LIM          PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-EXC          PIC ---.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-OBS          PIC X(014) VALUE SPACES.

       01 WRK-NEG-TOTAL.
          05 WRK-NEG-TOT-ROTULO   PIC X(034) VALUE SPACES.
          05 WRK-NEG-TOT-QTDE     PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-NEG-TOT-VALOR    PIC ---.---.---.--9,99.
          05 FILLER               PIC X(040) VALUE SPACES.

      *----------------------------------------------------------------*
      *    SITUACAO DO CLIENTE DO MOVIMENTO EM TRATAMENTO, EM VIGOR NA *
      *    DATA DO MOVIMENTO. A SITUACAO ATUAL DO CADASTRO E O         *
      *    HISTORICO DE SITUACAO DO CPF SAO LIDOS UMA VEZ POR CPF      *
      *    (CACHE DO ULTIMO CPF CONSULTADO - OS MOVIMENTOS CHEGAM      *
      *    AGRUPADOS POR CPF). CPF FORA DO CADASTRO, OU CADASTRO       *
      *    INDISPONIVEL, E' TRATADO COMO ATIVO - O FLUXO DE DEPOSITO   *
      *    DE NAO-CADASTRADO NAO MUDA                                  *
      *----------------------------------------------------------------*
       77 WRK-SIT-CPF-CACHE       PIC 9(011) VALUE 99999999999.
       77 WRK-SIT-CPF-MOVTO       PIC 9(011) VALUE ZEROS.
       77 WRK-SIT-CAD-ATUAL       PIC X(001) VALUE 'A'.
       77 WRK-SIT-CLIENTE         PIC X(001) VALUE 'A'.
          88 WRK-CLIENTE-ATIVO               VALUES 'A' ' '.
          88 WRK-CLIENTE-BLOQUEADO           VALUE  'B'.
          88 WRK-CLIENTE-FALECIDO            VALUE  'F'.

       77 WRK-SW-ARQHSC01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQHSC01-DISPONIVEL         VALUE 'S'.

       77 WRK-SW-FIM-HSC01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-ARQHSC01                VALUE 'S'.

       77 WRK-SW-ARQCTA01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQCTA01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    TOTAIS DE CONTROLE DA ENTRADA (LEITURA PREVIA DOS REGISTROS *
      *    DA FAIXA DO CARTAO) - CHAVE DO REGISTRO DE ENTRADAS         *
      *    POSTADAS. A CHAVE FICA GUARDADA PARA O FECHAMENTO MARCAR A  *
      *    POSTAGEM COMO CONCLUIDA                                     *
      *----------------------------------------------------------------*
       01 WRK-ENP-CHAVE.
          03 WRK-ENP-CPF-DE       PIC 9(011) VALUE ZEROS.
          03 WRK-ENP-CPF-ATE      PIC 9(011) VALUE ZEROS.
          03 WRK-ENP-QTDE         PIC 9(007) VALUE ZEROS.
          03 WRK-ENP-VAL-TOTAL    PIC 9(015)V99 VALUE ZEROS.
          03 WRK-ENP-SOMA-CPF     PIC 9(018) VALUE ZEROS.

       77 WRK-SW-ARQENP01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQENP01-DISPONIVEL         VALUE 'S'.

      *----------------------------------------------------------------*
      *    JORNAL DE MOVIMENTOS: ULTIMA CPF + CONTA + DATA GRAVADA E A *
      *    SEQUENCIA DENTRO DELA. MOVIMENTO DE OUTRA DATA (OU DA MESMA *
      *    DATA JA GRAVADA EM OUTRA EXECUCAO) RECOMECA A SEQUENCIA E   *
      *    AVANCA NA CHAVE DUPLICADA ATE' A PRIMEIRA LIVRE             *
      *----------------------------------------------------------------*
       77 WRK-SW-ARQJNL01-DISP    PIC X(001) VALUE 'N'.
          88 WRK-ARQJNL01-DISPONIVEL         VALUE 'S'.

       01 WRK-JNL-ULT-CHAVE.
          03 WRK-JNL-ULT-CPF      PIC 9(011) VALUE ZEROS.
          03 WRK-JNL-ULT-CONTA    PIC 9(008) VALUE ZEROS.
          03 WRK-JNL-ULT-DATA     PIC 9(008) VALUE ZEROS.

       77 WRK-JNL-SEQUENCIA       PIC 9(005) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ESTORNO (TIPO 'R'): BUSCA DO ORIGINAL NO JORNAL ENTRE OS    *
      *    MOVIMENTOS DA MESMA CPF + CONTA + DATA E FILIAL. GUARDA A   *
      *    SEQUENCIA DO CANDIDATO DE VALOR IGUAL (PREFERIDO) E DO      *
      *    PRIMEIRO DE VALOR MAIOR, E O QUE SE ACHOU DE RECUSAVEL     *
      *----------------------------------------------------------------*
       77 WRK-EST-MOTIVO          PIC 9(002) VALUE ZEROS.
          88 WRK-EST-ACEITO                   VALUE 00.
          88 WRK-EST-NAO-LOCALIZADO           VALUE 01.
          88 WRK-EST-VALOR-MAIOR              VALUE 02.
          88 WRK-EST-JA-ESTORNADO             VALUE 03.
          88 WRK-EST-ORIGINAL-DEBITO          VALUE 04.
          88 WRK-EST-COMPETENCIA-FECHADA      VALUE 05.
          88 WRK-EST-SEM-JORNAL               VALUE 06.
          88 WRK-EST-VALOR-NEGATIVO           VALUE 07.

       77 WRK-EST-SEQ-IGUAL       PIC 9(005) VALUE ZEROS.
       77 WRK-EST-SEQ-MAIOR       PIC 9(005) VALUE ZEROS.
       77 WRK-EST-SEQ-ORIGINAL    PIC 9(005) VALUE ZEROS.
       77 WRK-EST-VAL-ORIGINAL    PIC S9(015)V99 COMP-3 VALUE +0.

       77 WRK-SW-EST-ACHADO       PIC X(001) VALUE SPACES.
          88 WRK-EST-ACHOU-ESTORNADO          VALUE 'E'.
          88 WRK-EST-ACHOU-MENOR              VALUE 'M'.
          88 WRK-EST-ACHOU-DEBITO             VALUE 'D'.

       77 WRK-SW-FIM-BUSCA-EST    PIC X(001) VALUE 'N'.
          88 WRK-FIM-BUSCA-EST                VALUE 'S'.

       77 WRK-SW-ENTRADA-REG      PIC X(001) VALUE 'N'.
          88 WRK-ENTRADA-REGISTRADA          VALUE 'S'.

       77 WRK-SW-FIM-PREVIA       PIC X(001) VALUE 'N'.
          88 WRK-FIM-LEITURA-PREVIA          VALUE 'S'.

      *----------------------------------------------------------------*
      *    HISTORICO DE SITUACAO DO CPF DO BLOCO, NA ORDEM DA CHAVE    *
      *    (VIGENCIA + SEQUENCIA)                                      *
      *----------------------------------------------------------------*
       01 WRK-TAB-HIST-SITUACAO.
          03 WRK-HSC-QTDE         PIC 9(003) VALUE ZEROS.
          03 WRK-HSC-ITEM         OCCURS 100 TIMES.
             05 WRK-HSC-VIGENCIA  PIC 9(008).
             05 WRK-HSC-SIT-ANTERIOR
                                  PIC X(001).
             05 WRK-HSC-SIT-NOVA  PIC X(001).

       77 WRK-HSC-LIMITE          PIC 9(003) VALUE 100.
       77 WRK-HSC-IDX             PIC 9(003) VALUE ZEROS.

       77 WRK-SW-FIM-ENT01        PIC X(001) VALUE 'N'.
          88 WRK-FIM-FISICO-ENT01            VALUE 'S'.

          88 WRK-REJ-DATA-INVALIDA            VALUE 02.
          88 WRK-REJ-VALOR-ZERADO             VALUE 03.
          88 WRK-REJ-TIPO-INVALIDO            VALUE 04.
          88 WRK-REJ-CONTA-INEXISTENTE        VALUE 05.
          88 WRK-REJ-CONTA-ENCERRADA          VALUE 06.
          88 WRK-REJ-CONTA-OUTRO-TITULAR      VALUE 07.

      *----------------------------------------------------------------*
      *    AREA DE VALIDACAO DE DATA NO FORMATO DD-MM-AAAA             *
       77 WRK-CPF-SEQ-ATUAL        PIC X(019) VALUE LOW-VALUES.
       77 WRK-LINHA-SEQ-ULTIMA-LIDA PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA DE REDIRECIONAMENTO DE CPF UNIFICADO: CPF COMO VEIO NO *
      *    MOVIMENTO (SEQUENCIA, CHECKPOINT E REJEITO USAM ESTE)       *
      *----------------------------------------------------------------*
       01 WRK-RDC-CPF-LIDO        PIC X(011) VALUE SPACES.
       77 WRK-SW-REDIRECIONADO    PIC X(001) VALUE 'N'.
          88 WRK-MOVTO-REDIRECIONADO         VALUE 'S'.

      *----------------------------------------------------------------*
      *    CONTROLE DO ARQUIVO DE TRABALHO DO RELATORIO DE QUALIDADE   *
      *    (ARQQWK01) - GUARDA O BLOCO JA FECHADO DE CADA CPF, COM     *
       88 WRK-CN-ARQSAL01                     VALUE 'SAL01113'.
       88 WRK-CN-ARQQWK01                     VALUE 'QWK01113'.
       88 WRK-CN-ARQLRJ01                     VALUE 'LRJ01113'.
       88 WRK-CN-ARQLCE01                     VALUE 'LCE01113'.
       88 WRK-CN-ARQNEG01                     VALUE 'NEG01113'.
       88 WRK-CN-ARQMFT01                     VALUE 'MFT01113'.
       88 WRK-CN-ARQDNU01                     VALUE 'DNU01113'.
       88 WRK-CN-ARQCHQ01                     VALUE 'CHQ01113'.
       88 WRK-CN-ARQFER01                     VALUE 'FER01113'.
       88 WRK-CN-ARQHSC01                     VALUE 'HSC01113'.
       88 WRK-CN-ARQCTA01                     VALUE 'CTA01113'.
       88 WRK-CN-ARQENP01                     VALUE 'ENP01113'.
       88 WRK-CN-ARQJNL01                     VALUE 'JNL01113'.
       88 WRK-CN-ARQEST01                     VALUE 'EST01113'.
       88 WRK-CN-ARQRDC01                     VALUE 'RDC01113'.
       88 WRK-CN-ARQDTP01                     VALUE 'DTP01113'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       88 WRK-CN-OPEN                         VALUE 'OPEN '.
      *
          05 WRK-FS-ARQPARM01     PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM01-OK              VALUE '00'.
      *
          05 WRK-FS-ARQDTP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DTP01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDQR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DQR01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQSAL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAL01-OK               VALUE '00'.
             88 WRK-FS-SAL01-NAO-ACHOU        VALUE '23'.
             88 WRK-FS-SAL01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQQWK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-QWK01-OK               VALUE '00'.
          05 WRK-FS-ARQLRJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LRJ01-OK               VALUE '00'.
             88 WRK-FS-LRJ01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQLCE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCE01-OK               VALUE '00'.
             88 WRK-FS-LCE01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQNEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-NEG01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQMFT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MFT01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQDNU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DNU01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQCHQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CHQ01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQHSC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HSC01-OK               VALUE '00'.
             88 WRK-FS-HSC01-FIM              VALUE '10'.
             88 WRK-FS-HSC01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQENP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENP01-OK               VALUE '00'.
             88 WRK-FS-ENP01-NAO-ACHOU        VALUE '23'.
      *
          05 WRK-FS-ARQJNL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-JNL01-OK               VALUE '00'.
             88 WRK-FS-JNL01-DUPLICADO        VALUE '22'.
             88 WRK-FS-JNL01-FIM              VALUE '10'.
      *
          05 WRK-FS-ARQEST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EST01-OK               VALUE '00'.
      *
          05 WRK-FS-ARQRDC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RDC01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
           COPY RES02112.
           COPY SUS02112.
           COPY FCT02112.
           COPY MFT02112.
           COPY DNU02112.
           COPY CHQ02112.
           COPY DTP02112.
           COPY EST02112.
           COPY RDC02112.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE

           PERFORM 1200-ECHO-PARAMETROS

      *    A DATA DE TODAS AS SAIDAS E' A DATA DE PROCESSAMENTO; A
      *    HORA DO RELOGIO SO' IDENTIFICA A EXECUCAO NO RESUMO E NO
      *    REGISTRO DE ENTRADAS POSTADAS

           PERFORM 1050-LE-DATA-PROCESSAMENTO
           ACCEPT WRK-HORA-SISTEMA FROM TIME

      *    A ENTRADA E' CONFERIDA CONTRA O REGISTRO DE ENTRADAS
      *    POSTADAS TAMBEM ANTES DE QUALQUER SAIDA SER ABERTA - A
      *    MESMA ENTRADA SEM REPROCESSA = 'S' CANCELA O JOB SEM
      *    TOCAR NO SALDO-MES E NO LEDGER DE REJEITOS

           PERFORM 1400-CONFERE-ENTRADA

           SET WRK-CN-OPEN TO TRUE
           OPEN INPUT ARQENT01   
      *
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQEST01 TO TRUE
           OPEN OUTPUT ARQEST01

           IF NOT WRK-FS-EST01-OK
              MOVE WRK-FS-ARQEST01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQRDC01 TO TRUE
           OPEN OUTPUT ARQRDC01

           IF NOT WRK-FS-RDC01-OK
              MOVE WRK-FS-ARQRDC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           OPEN OUTPUT ARQNEG01

           IF NOT WRK-FS-NEG01-OK
              MOVE WRK-FS-ARQNEG01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQMFT01 TO TRUE
           OPEN OUTPUT ARQMFT01

           IF NOT WRK-FS-MFT01-OK
              MOVE WRK-FS-ARQMFT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQDNU01 TO TRUE
           OPEN OUTPUT ARQDNU01

           IF NOT WRK-FS-DNU01-OK
              MOVE WRK-FS-ARQDNU01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQCHQ01 TO TRUE
           OPEN OUTPUT ARQCHQ01

           IF NOT WRK-FS-CHQ01-OK
              MOVE WRK-FS-ARQCHQ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           PERFORM 1300-CARREGA-CONTROLE-FILIAL

           PERFORM 1500-CARREGA-CALENDARIO

      *    CABECALHOS DO RELATORIO DIARIO DE OPERACOES

           MOVE WRK-DATA-SIS-DIA TO WRK-REL-CAB1-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-REL-CAB1-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-REL-CAB1-ANO
              SET WRK-ARQCAD01-DISPONIVEL TO TRUE
           END-IF

      *    HISTORICO DE SITUACAO TAMBEM E' OPCIONAL - SEM ELE A
      *    RETENCAO USA A SITUACAO ATUAL DO CADASTRO

           OPEN INPUT ARQHSC01

           IF WRK-FS-HSC01-OK
              SET WRK-ARQHSC01-DISPONIVEL TO TRUE
           END-IF

      *    CADASTRO DE CONTAS TAMBEM E' OPCIONAL - SEM ELE A CONTA DO
      *    MOVIMENTO NAO E' CONFERIDA (COMPORTAMENTO ANTERIOR)

           SET WRK-CN-ARQCTA01 TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-ARQCTA01-DISPONIVEL TO TRUE
           END-IF

      *    SALDO-MES E' OPCIONAL (REQ 014) - I-O PARA LER O SALDO DA
      *    EXECUCAO ANTERIOR E GRAVAR O ATUALIZADO. O PASSO DEFSAL DA
      *    JCL GARANTE QUE O CLUSTER JA EXISTE (VAZIO, NA 1a EXECUCAO
              SET WRK-ARQLRJ01-DISPONIVEL TO TRUE
           END-IF

      *    JORNAL DE MOVIMENTOS - O PASSO DEFJNL DA JCL GARANTE QUE O
      *    CLUSTER EXISTE (MESMO PADRAO DO SALDOMES). SEM ELE O DIA
      *    PROCESSA NORMALMENTE, MAS O DETALHE DOS MOVIMENTOS SE PERDE

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE
           OPEN I-O ARQJNL01

           IF WRK-FS-JNL01-OK
              SET WRK-ARQJNL01-DISPONIVEL TO TRUE
           ELSE
              DISPLAY '************************************************'
              DISPLAY '*  JORNAL DE MOVIMENTOS INDISPONIVEL           *'
              DISPLAY '*  MOVIMENTOS DO DIA NAO SERAO JORNALIZADOS    *'
              DISPLAY '************************************************'
           END-IF

      *    LIMITE DE CHEQUE ESPECIAL E' OPCIONAL - SEM ELE O
      *    RELATORIO DE SALDO NEGATIVO SAI COM LIMITE ZERADO

           OPEN INPUT ARQLCE01

           IF WRK-FS-LCE01-OK
              SET WRK-ARQLCE01-DISPONIVEL TO TRUE
           END-IF

      *    ARQUIVO DE TRABALHO DO RELATORIO DE QUALIDADE - O PASSO
      *    DEFQWK DA JCL RECRIA O CLUSTER VAZIO A CADA EXECUCAO; UM
      *    CLUSTER VAZIO NAO ABRE EM I-O, POR ISSO O OPEN OUTPUT DE
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
      *    LE O CARTAO DE CONTROLE (OPCIONAL - SEM ELE FICAM OS        *
      *    VALORES-DEFAULT DO COPY CTL02112) E VALIDA TODOS OS SEUS    *
      *    CAMPOS. QUALQUER CAMPO INVALIDO E' APONTADO NO SYSOUT E O   *
      *    JOB E' CANCELADO ANTES DE QUALQUER ARQUIVO SER ABERTO.      *
      *    TAMBEM CONVERTE A JANELA DE DATAS PARA AAAAMMDD             *
      *----------------------------------------------------------------*
       1100-LE-VALIDA-CARTAO SECTION.
      *----------------------------------------------------------------*

           SET WRK-CN-OPEN TO TRUE
           OPEN INPUT ARQPARM01

           IF WRK-FS-PARM01-OK
              READ ARQPARM01 INTO CTL-REGISTRO
              IF WRK-FS-PARM01-OK
                 SET WRK-CARTAO-PRESENTE TO TRUE
              END-IF
              CLOSE ARQPARM01
           END-IF

           IF WRK-CARTAO-AUSENTE
              GO TO 1100-99-FIM
           END-IF

           MOVE ZEROS TO WRK-QTDE-ERROS-CARTAO

              DISPLAY '* CARTAO: CPF-DE POSTERIOR A CPF-ATE'
           END-IF

      *    CARTAO ANTIGO (ANTES DO CORTE DE CHEQUE) CHEGA COM
      *    BRANCOS NO CAMPO - TODO CHEQUE COMPENSA EM 2 DIAS UTEIS

           IF CTL-VAL-CORTE-CHQ IS NOT NUMERIC
              IF CTL-VAL-CORTE-CHQ (1:11) EQUAL SPACES
                 MOVE ZEROS TO CTL-VAL-CORTE-CHQ
              ELSE
                 ADD 1 TO WRK-QTDE-ERROS-CARTAO
                 DISPLAY '* CARTAO: VAL-CORTE-CHQ NAO NUMERICO'
              END-IF
           END-IF

      *    CARTAO ANTIGO (ANTES DO REPROCESSAMENTO) CHEGA COM BRANCO
      *    NO CAMPO - TRATADO COMO 'N'

           IF CTL-REPROCESSA EQUAL SPACES
              MOVE 'N' TO CTL-REPROCESSA
           END-IF

           IF CTL-REPROCESSA NOT EQUAL 'S'
              AND CTL-REPROCESSA NOT EQUAL 'N'
              ADD 1 TO WRK-QTDE-ERROS-CARTAO
              DISPLAY '* CARTAO: REPROCESSA INVALIDO (S/N): '
                      CTL-REPROCESSA
           END-IF

           IF WRK-QTDE-ERROS-CARTAO GREATER THAN ZEROS
              DISPLAY '************************************************'
              DISPLAY '*       CARTAO DE CONTROLE INVALIDO            *'
              DISPLAY '* TOP-N RANKING......: ' CTL-TOP-N
           END-IF
           DISPLAY '* RESTART............: ' CTL-RESTART
           DISPLAY '* REPROCESSA.........: ' CTL-REPROCESSA
           IF CTL-VAL-LIMIAR EQUAL ZEROS
              DISPLAY '* VAL-LIMIAR.........: DESLIGADO'
           ELSE
              MOVE CTL-VAL-LIMIAR TO WRK-MASK-LIMIAR
              DISPLAY '* VAL-LIMIAR.........: ' WRK-MASK-LIMIAR
           END-IF
           IF CTL-VAL-CORTE-CHQ EQUAL ZEROS
              DISPLAY '* VAL-CORTE-CHQ......: TODOS EM 2 DIAS'
           ELSE
              MOVE CTL-VAL-CORTE-CHQ TO WRK-MASK-LIMIAR
              DISPLAY '* VAL-CORTE-CHQ......: ' WRK-MASK-LIMIAR
           END-IF
           IF CTL-CPF-DE EQUAL ZEROS
              AND CTL-CPF-ATE EQUAL 99999999999
              DISPLAY '* FAIXA DE CPF.......: SEM LIMITE'
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA PREVIA DA ENTRADA (ARQENT01 E, SE HOUVER, ARQENT02) *
      *    PARA OS TOTAIS DE CONTROLE DOS REGISTROS DA FAIXA DE CPF DO *
      *    CARTAO - QTDE, VALOR SEM SINAL E SOMA DOS CPF. COM ELES A   *
      *    ENTRADA E' PROCURADA NO REGISTRO DE ENTRADAS POSTADAS       *
      *    (1420). OS ARQUIVOS SAO FECHADOS E REABERTOS EM SEGUIDA     *
      *    PELO 1000-INICIALIZAR PARA O PROCESSAMENTO NORMAL           *
      *----------------------------------------------------------------*
       1400-CONFERE-ENTRADA SECTION.
      *----------------------------------------------------------------*

           MOVE CTL-CPF-DE  TO WRK-ENP-CPF-DE
           MOVE CTL-CPF-ATE TO WRK-ENP-CPF-ATE

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQENT01 TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'N' TO WRK-SW-FIM-PREVIA

           PERFORM UNTIL WRK-FIM-LEITURA-PREVIA
              SET WRK-CN-READ TO TRUE
              READ ARQENT01 INTO ARQENT01-REGISTRO
              EVALUATE WRK-FS-ARQENT01
                 WHEN '00'
                    PERFORM 1410-ACUMULA-PREVIA
                 WHEN '10'
                    SET WRK-FIM-LEITURA-PREVIA TO TRUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQENT01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           END-PERFORM

           CLOSE ARQENT01

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQENT02 TO TRUE
           OPEN INPUT ARQENT02

           IF WRK-FS-ENT02-OK
              MOVE 'N' TO WRK-SW-FIM-PREVIA
              PERFORM UNTIL WRK-FIM-LEITURA-PREVIA
                 SET WRK-CN-READ TO TRUE
                 READ ARQENT02 INTO ARQENT01-REGISTRO
                 EVALUATE WRK-FS-ARQENT02
                    WHEN '00'
                       PERFORM 1410-ACUMULA-PREVIA
                    WHEN '10'
                       SET WRK-FIM-LEITURA-PREVIA TO TRUE
                    WHEN OTHER
                       MOVE WRK-FS-ARQENT02 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                 END-EVALUATE
              END-PERFORM
              CLOSE ARQENT02
           END-IF

           INITIALIZE ARQENT01-REGISTRO

           PERFORM 1420-REGISTRA-ENTRADA
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA NOS TOTAIS DE CONTROLE O REGISTRO DA LEITURA PREVIA *
      *    (SO' OS DA FAIXA DE CPF DO CARTAO, COMO NO 3800)            *
      *----------------------------------------------------------------*
       1410-ACUMULA-PREVIA SECTION.
      *----------------------------------------------------------------*

           MOVE ARQENT01-COD-CPF TO WRK-CPF-PARTICAO (1:9)
           MOVE ARQENT01-DIG-CPF TO WRK-CPF-PARTICAO (10:2)

           IF WRK-CPF-PARTICAO LESS THAN CTL-CPF-DE
              OR WRK-CPF-PARTICAO GREATER THAN CTL-CPF-ATE
              GO TO 1410-99-FIM
           END-IF

           ADD 1 TO WRK-ENP-QTDE

           IF WRK-CPF-PARTICAO IS NUMERIC
              ADD WRK-CPF-PARTICAO TO WRK-ENP-SOMA-CPF
           END-IF

           IF ARQENT01-VAL-DEPOS IS NUMERIC
              IF ARQENT01-VAL-DEPOS LESS THAN ZEROS
                 SUBTRACT ARQENT01-VAL-DEPOS FROM WRK-ENP-VAL-TOTAL
              ELSE
                 ADD ARQENT01-VAL-DEPOS TO WRK-ENP-VAL-TOTAL
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA A ENTRADA NO REGISTRO DE ENTRADAS POSTADAS:         *
      *    - NAO CONSTA: INCLUI COMO POSTAGEM EM ANDAMENTO;            *
      *    - CONSTA EM ANDAMENTO E O CARTAO PEDE RESTART: RETOMADA     *
      *      DA MESMA POSTAGEM, SEGUE;                                 *
      *    - CONSTA E O CARTAO TRAZ REPROCESSA = 'S': NOVA POSTAGEM    *
      *      AUTORIZADA, SEGUE;                                        *
      *    - CONSTA SEM AUTORIZACAO: CANCELA O JOB ANTES DE ABRIR AS   *
      *      SAIDAS (MESMA ENTRADA NAO E' POSTADA DUAS VEZES).         *
      *    ENTRADA SEM REGISTRO NA FAIXA NAO E' REGISTRADA - O JOB     *
      *    TERMINA COMO ENTRADA VAZIA. SEM O CLUSTER A ENTRADA NAO E'  *
      *    CONFERIDA                                                   *
      *----------------------------------------------------------------*
       1420-REGISTRA-ENTRADA SECTION.
      *----------------------------------------------------------------*

           IF WRK-ENP-QTDE EQUAL ZEROS
              GO TO 1420-99-FIM
           END-IF

           SET WRK-CN-OPEN     TO TRUE
           SET WRK-CN-ARQENP01 TO TRUE
           OPEN I-O ARQENP01

           IF NOT WRK-FS-ENP01-OK
              DISPLAY '************************************************'
              DISPLAY '*  REGISTRO DE ENTRADAS POSTADAS INDISPONIVEL  *'
              DISPLAY '*  ENTRADA NAO CONFERIDA CONTRA DUPLICIDADE    *'
              DISPLAY '************************************************'
              GO TO 1420-99-FIM
           END-IF

           SET WRK-ARQENP01-DISPONIVEL TO TRUE

           MOVE WRK-ENP-CHAVE TO ARQENP01-CHAVE

           SET WRK-CN-READ TO TRUE
           READ ARQENP01

           EVALUATE TRUE
              WHEN WRK-FS-ENP01-NAO-ACHOU
                 INITIALIZE ARQENP01-REGISTRO
                 MOVE WRK-ENP-CHAVE     TO ARQENP01-CHAVE
                 SET ARQENP01-EM-ANDAMENTO TO TRUE
                 MOVE WRK-DATA-SISTEMA  TO ARQENP01-DATA-EXECUCAO
                                           ARQENP01-DATA-PRIMEIRA
                 MOVE WRK-HORA-SIS-HMS  TO ARQENP01-HORA-EXECUCAO
                 MOVE 1                 TO ARQENP01-QTDE-EXECUCOES

                 SET WRK-CN-WRITE TO TRUE
                 WRITE ARQENP01-REGISTRO

                 IF NOT WRK-FS-ENP01-OK
                    MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
              WHEN WRK-FS-ENP01-OK
                 IF CTL-RESTART-SIM AND ARQENP01-EM-ANDAMENTO
                    DISPLAY '* RETOMADA DA POSTAGEM INICIADA EM '
                            ARQENP01-DATA-EXECUCAO ' '
                            ARQENP01-HORA-EXECUCAO
                 ELSE
                    IF NOT CTL-REPROCESSA-SIM
                       PERFORM 1425-RECUSA-ENTRADA
                    END-IF
                    DISPLAY '**********************************'
                            '**************'
                    DISPLAY '*    REPROCESSAMENTO AUTORIZADO PELO'
                            ' CARTAO    *'
                    DISPLAY '* POSTAGEM ANTERIOR..: '
                            ARQENP01-DATA-EXECUCAO ' '
                            ARQENP01-HORA-EXECUCAO
                    DISPLAY '* SITUACAO ANTERIOR..: ' ARQENP01-SITUACAO
                    IF NOT ARQENP01-REVERTIDA
                       DISPLAY '* POSTAGEM ANTERIOR NAO FOI REVERTIDA '
                               'PELO EXER0236'
                    END-IF
                    DISPLAY '**********************************'
                            '**************'
                    ADD 1 TO ARQENP01-QTDE-EXECUCOES
                    MOVE ZEROS TO ARQENP01-DATA-REVERSAO
                 END-IF

                 SET ARQENP01-EM-ANDAMENTO TO TRUE
                 MOVE WRK-DATA-SISTEMA  TO ARQENP01-DATA-EXECUCAO
                 MOVE WRK-HORA-SIS-HMS  TO ARQENP01-HORA-EXECUCAO

                 SET WRK-CN-WRITE TO TRUE
                 REWRITE ARQENP01-REGISTRO

                 IF NOT WRK-FS-ENP01-OK
                    MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 END-IF
              WHEN OTHER
                 MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           SET WRK-ENTRADA-REGISTRADA TO TRUE
           .
      *----------------------------------------------------------------*
       1420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RECUSA A ENTRADA JA POSTADA: APONTA NO SYSOUT A POSTAGEM    *
      *    ANTERIOR E CANCELA O JOB ANTES DE ABRIR AS SAIDAS           *
      *----------------------------------------------------------------*
       1425-RECUSA-ENTRADA SECTION.
      *----------------------------------------------------------------*

           DISPLAY '************************************************'
           DISPLAY '*   ENTRADA JA POSTADA POR EXECUCAO ANTERIOR   *'
           DISPLAY '* DATA DA POSTAGEM..: ' ARQENP01-DATA-EXECUCAO
           DISPLAY '* HORA DA POSTAGEM..: ' ARQENP01-HORA-EXECUCAO
           DISPLAY '* SITUACAO..........: ' ARQENP01-SITUACAO
           DISPLAY '* QTDE. REGISTROS...: ' WRK-ENP-QTDE
           DISPLAY '* PARA POSTAR DE NOVO, INFORMAR REPROCESSA = S *'
           DISPLAY '* NO CARTAO DE CONTROLE                        *'
           DISPLAY '* PROGRAMA ' WRK-PROGRAMA ' CANCELADO ANTES DE'
           DISPLAY '* ABRIR OS ARQUIVOS DA EXECUCAO                *'
           DISPLAY '************************************************'

           CLOSE ARQENP01

           MOVE 16 TO RETURN-CODE
           PERFORM 9900-ENCERRAR
           .
      *----------------------------------------------------------------*
       1425-99-FIM.
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
      *    ROTINA DE PROCESSAMENTO PRINCIPAL
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------* 
       3100-TRATA-DEPOSITO SECTION.

           MOVE WRK-CPF-SEQ-ULTIMA-LIDA TO WRK-CPF-CKPT-BLOCO

      *    MOVIMENTO DE CPF COM SITUACAO NAO-ATIVA NO CADASTRO
      *    (BLOQUEADO PELA MESA DE FRAUDE OU FALECIDO) E' DESVIADO
      *    INTEIRO PARA O ARQUIVO DE RETIDOS, COM A SITUACAO COMO
              GO TO 3100-LE-PROXIMO
           END-IF

      *    ESTORNO (TIPO 'R') NAO PASSA PELA JANELA NEM PELA
      *    QUARENTENA: A DATA DELE E' A DO MOVIMENTO ESTORNADO, QUE
      *    PODE SER DE UM DIA JA PROCESSADO. VAI DIRETO PARA A BUSCA
      *    DO ORIGINAL NO JORNAL

           IF ARQENT01-MOVTO-ESTORNO
              PERFORM 3170-TRATA-ESTORNO
              GO TO 3100-LE-PROXIMO
           END-IF

      *    JANELA DE DATAS (REQ 006) - REGISTRO FORA DO PERIODO NAO
      *    ENTRA NA ACUMULACAO. A DATA JA PASSOU PELA VALIDACAO DE
      *    CALENDARIO (3805), ENTAO DATA ANTERIOR A JANELA E' UMA
      *    CHEGADA TARDIA LEGITIMA: VAI PARA O ARQUIVO DE ATRASADOS
      *    E O EXER0226 LANCA O AJUSTE NA COMPETENCIA CORRETA. DATA
      *    POSTERIOR A JANELA (LIXO DATADO NO FUTURO) CONTINUA SO'
      *    CONTADA EM ACU-FORA-PERIODO. CHEQUE ATRASADO NAO VAI PARA
      *    OS ATRASADOS: AINDA NAO COMPENSOU, ENTAO ENTRA NA CARTEIRA
      *    DE PENDENTES COMO OS DEMAIS E CREDITA NA LIBERACAO

           IF WRK-DATA-LIDA-INV LESS THAN WRK-DATA-INICIO-INV
              IF ARQENT01-MOVTO-CHEQUE
                 PERFORM 3150-GRAVA-CHEQUE-PENDENTE
              ELSE
                 PERFORM 3135-GRAVA-ATRASADO
              END-IF
           ELSE
           IF WRK-DATA-LIDA-INV GREATER THAN WRK-DATA-FIM-INV
              ADD 1 TO ACU-FORA-PERIODO
                 GO TO 3100-LE-PROXIMO
              END-IF

      *       MOVIMENTO ACEITO DATADO EM DIA SEM EXPEDIENTE NA FILIAL
      *       DE ORIGEM E' SUSPEITO: CONTINUA NA ACUMULACAO, MAS SAI
      *       NA LISTAGEM ARQDNU01 PARA A FILIAL CONFIRMAR A DATA

              MOVE WRK-DATA-LIDA-INV   TO WRK-CAL-DATA
              MOVE ARQENT01-COD-FILIAL TO WRK-CAL-FILIAL
              PERFORM 3860-VERIFICA-DIA-UTIL

              IF WRK-DIA-NAO-UTIL
                 PERFORM 3145-GRAVA-DIA-NAO-UTIL
              END-IF

      *       DEPOSITO EM CHEQUE NAO CREDITA NO DIA: VAI PARA A
      *       CARTEIRA DE PENDENTES E SO' ENTRA NA ACUMULACAO (E NO
      *       LANCAMENTO CONTABIL) QUANDO O EXER0238 O DEVOLVER AO
      *       FLUXO COMO DEPOSITO, NA DATA DA LIBERACAO

              IF ARQENT01-MOVTO-CHEQUE
                 PERFORM 3150-GRAVA-CHEQUE-PENDENTE
                 GO TO 3100-LE-PROXIMO
              END-IF

      *       DAQUI EM DIANTE O MOVIMENTO ESTA' ACEITO: VAI PARA O
      *       JORNAL PERMANENTE COM A DATA E A FILIAL DE ORIGEM

              PERFORM 3160-GRAVA-JORNAL

              COMPUTE WRK-FIL-IDX = ARQENT01-COD-FILIAL + 1

      *       TOTAL ACEITO POR FILIAL E TIPO, PARA O LANCAMENTO
      *       CONTABIL DO DIA (ARQMFT01)

              EVALUATE TRUE
                 WHEN ARQENT01-MOVTO-SAQUE
                    MOVE 2 TO WRK-TIP-IDX
                 WHEN ARQENT01-MOVTO-TRANSF-ENT
                    MOVE 3 TO WRK-TIP-IDX
                 WHEN ARQENT01-MOVTO-TRANSF-SAI
                    MOVE 4 TO WRK-TIP-IDX
                 WHEN OTHER
                    MOVE 1 TO WRK-TIP-IDX
              END-EVALUATE
              ADD 1 TO ACU-FIL-TIPO-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
              ADD ARQENT01-VAL-DEPOS
                TO ACU-FIL-TIPO-VALOR (WRK-FIL-IDX WRK-TIP-IDX)

      *       SAQUE E TRANSFERENCIA ENVIADA (DEBITOS) ACUMULAM EM
      *       SEPARADO E NAO ENTRAM NAS ESTATISTICAS DE DEPOSITO NEM
      *       NAS DATAS DO BLOCO; O VALOR DA FILIAL E' O MOVIMENTO
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SITUACAO DO CPF DO MOVIMENTO EM TRATAMENTO EM VIGOR NA DATA *
      *    DO MOVIMENTO (DAT-DEPOS), NAO NA DATA DA EXECUCAO: ULTIMA   *
      *    MUDANCA DO HISTORICO COM VIGENCIA ATE' A DATA; DATA ANTES   *
      *    DA PRIMEIRA MUDANCA USA A SITUACAO ANTERIOR A ELA; CPF SEM  *
      *    HISTORICO USA A SITUACAO ATUAL DO CADASTRO. CADASTRO E      *
      *    HISTORICO SAO LIDOS UMA VEZ POR CPF (OS MOVIMENTOS CHEGAM   *
      *    AGRUPADOS). CPF AUSENTE OU CADASTRO INDISPONIVEL = ATIVO    *
      *----------------------------------------------------------------*
       3120-CONSULTA-SITUACAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-COD-CPF TO WRK-SIT-CPF-MOVTO (1:9)
           MOVE ARQENT01-DIG-CPF TO WRK-SIT-CPF-MOVTO (10:2)

           IF WRK-SIT-CPF-MOVTO NOT EQUAL WRK-SIT-CPF-CACHE
              MOVE WRK-SIT-CPF-MOVTO TO WRK-SIT-CPF-CACHE
              MOVE 'A' TO WRK-SIT-CAD-ATUAL

              IF WRK-ARQCAD01-DISPONIVEL
                 MOVE ARQENT01-COD-CPF TO ARQCAD01-COD-CPF
                 MOVE ARQENT01-DIG-CPF TO ARQCAD01-DIG-CPF

                 SET WRK-CN-READ     TO TRUE
                 SET WRK-CN-ARQCAD01 TO TRUE

                 READ ARQCAD01 KEY IS ARQCAD01-CPF

                 IF WRK-FS-CAD01-OK
                    MOVE ARQCAD01-SIT-CLIENTE TO WRK-SIT-CAD-ATUAL
                 END-IF
              END-IF

              PERFORM 3121-CARREGA-HIST-SITUACAO
           END-IF

           MOVE WRK-SIT-CAD-ATUAL TO WRK-SIT-CLIENTE

           PERFORM VARYING WRK-HSC-IDX FROM 1 BY 1
                     UNTIL WRK-HSC-IDX GREATER WRK-HSC-QTDE
              IF WRK-HSC-IDX EQUAL 1
                 AND WRK-HSC-VIGENCIA (1) GREATER THAN
                     WRK-DATA-LIDA-INV
                 MOVE WRK-HSC-SIT-ANTERIOR (1) TO WRK-SIT-CLIENTE
              END-IF
              IF WRK-HSC-VIGENCIA (WRK-HSC-IDX) NOT GREATER THAN
                 WRK-DATA-LIDA-INV
                 MOVE WRK-HSC-SIT-NOVA (WRK-HSC-IDX)
                   TO WRK-SIT-CLIENTE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA O HISTORICO DE SITUACAO DO CPF DO         *
      *    MOVIMENTO (TABELA VAZIA SE O HISTORICO NAO ABRIU). CPF COM  *
      *    MAIS MUDANCAS DO QUE A TABELA COMPORTA CANCELA O PROGRAMA - *
      *    A RETENCAO NAO PODE DECIDIR COM O HISTORICO PELA METADE     *
      *----------------------------------------------------------------*
       3121-CARREGA-HIST-SITUACAO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-HSC-QTDE

           IF NOT WRK-ARQHSC01-DISPONIVEL
              GO TO 3121-99-FIM
           END-IF

           MOVE 'N' TO WRK-SW-FIM-HSC01
           MOVE ARQENT01-COD-CPF TO ARQHSC01-COD-CPF
           MOVE ARQENT01-DIG-CPF TO ARQHSC01-DIG-CPF
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
                 WHEN ARQHSC01-COD-CPF NOT EQUAL ARQENT01-COD-CPF
                   OR ARQHSC01-DIG-CPF NOT EQUAL ARQENT01-DIG-CPF
                    SET WRK-FIM-ARQHSC01 TO TRUE
                 WHEN WRK-HSC-QTDE NOT LESS THAN WRK-HSC-LIMITE
                    DISPLAY '**********************************'
                    DISPLAY '* HISTORICO DE SITUACAO DO CPF   *'
                    DISPLAY '* ' ARQHSC01-COD-CPF '-'
                                 ARQHSC01-DIG-CPF
                            '                    *'
                    DISPLAY '* EXCEDE A TABELA INTERNA        *'
                    DISPLAY '*           CANCELADO            *'
                    DISPLAY '**********************************'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 9900-ENCERRAR
                 WHEN OTHER
                    ADD 1 TO WRK-HSC-QTDE
                    MOVE ARQHSC01-DATA-VIGENCIA
                      TO WRK-HSC-VIGENCIA (WRK-HSC-QTDE)
                    MOVE ARQHSC01-SIT-ANTERIOR
                      TO WRK-HSC-SIT-ANTERIOR (WRK-HSC-QTDE)
                    MOVE ARQHSC01-SIT-NOVA
                      TO WRK-HSC-SIT-NOVA (WRK-HSC-QTDE)
              END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3121-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO ARQUIVO DE RETIDOS O MOVIMENTO DO CPF NAO-ATIVO,   *
      *    COM A SITUACAO DO CADASTRO COMO MOTIVO DA RETENCAO          *
      *----------------------------------------------------------------*
       3140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DE SUSPEITOS O MOVIMENTO ACEITO CUJA      *
      *    DATA CAIU EM DIA NAO UTIL, COM O MOTIVO APURADO NO 3860     *
      *----------------------------------------------------------------*
       3145-GRAVA-DIA-NAO-UTIL SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQDNU01-REGISTRO
           MOVE ARQENT01-COD-CPF    TO ARQDNU01-COD-CPF
           MOVE ARQENT01-DIG-CPF    TO ARQDNU01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA  TO ARQDNU01-NUM-CONTA
           MOVE ARQENT01-DAT-DEPOS  TO ARQDNU01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS  TO ARQDNU01-VAL-DEPOS
           MOVE ARQENT01-COD-FILIAL TO ARQDNU01-COD-FILIAL
           MOVE ARQENT01-TIP-MOVTO  TO ARQDNU01-TIP-MOVTO
           MOVE WRK-SW-DIA-UTIL     TO ARQDNU01-MOTIVO

           EVALUATE TRUE
              WHEN WRK-DIA-SABADO
                 MOVE 'SABADO'        TO ARQDNU01-DESC-MOTIVO
              WHEN WRK-DIA-DOMINGO
                 MOVE 'DOMINGO'       TO ARQDNU01-DESC-MOTIVO
              WHEN WRK-DIA-FERIADO
                 MOVE 'FERIADO'       TO ARQDNU01-DESC-MOTIVO
              WHEN OTHER
                 MOVE 'FERIADO LOCAL' TO ARQDNU01-DESC-MOTIVO
           END-EVALUATE

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQDNU01 TO TRUE

           WRITE FD-ARQDNU01 FROM ARQDNU01-REGISTRO

           IF NOT WRK-FS-DNU01-OK
              MOVE WRK-FS-ARQDNU01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-DIA-NAO-UTIL
           .
      *----------------------------------------------------------------*
       3145-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA CARTEIRA DE CHEQUES PENDENTES O DEPOSITO EM CHEQUE *
      *    ACEITO, COM A DATA DE LIBERACAO: 1 DIA UTIL DA FILIAL DE    *
      *    ORIGEM APOS A DATA DE PROCESSAMENTO PARA CHEQUE NO VALOR DE *
      *    CORTE DO CARTAO OU ACIMA, 2 DIAS UTEIS PARA OS DEMAIS (E    *
      *    PARA TODOS, COM O CORTE ZERADO)                             *
      *----------------------------------------------------------------*
       3150-GRAVA-CHEQUE-PENDENTE SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQCHQ01-REGISTRO
           MOVE ARQENT01-COD-CPF    TO ARQCHQ01-COD-CPF
           MOVE ARQENT01-DIG-CPF    TO ARQCHQ01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA  TO ARQCHQ01-NUM-CONTA
           MOVE ARQENT01-DAT-DEPOS  TO ARQCHQ01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS  TO ARQCHQ01-VAL-DEPOS
           MOVE ARQENT01-COD-FILIAL TO ARQCHQ01-COD-FILIAL
           MOVE ARQENT01-TIP-MOVTO  TO ARQCHQ01-TIP-MOVTO
           MOVE ARQENT01-CPF-CONTRA TO ARQCHQ01-CPF-CONTRA
           MOVE WRK-DATA-SISTEMA    TO ARQCHQ01-DATA-ACOLHIMENTO

           IF CTL-VAL-CORTE-CHQ GREATER THAN ZEROS
              AND ARQENT01-VAL-DEPOS NOT LESS THAN CTL-VAL-CORTE-CHQ
              MOVE 1 TO WRK-CHQ-DIAS-FLOAT
           ELSE
              MOVE 2 TO WRK-CHQ-DIAS-FLOAT
           END-IF

           MOVE WRK-DATA-SISTEMA    TO WRK-CAL-DATA
           MOVE ARQENT01-COD-FILIAL TO WRK-CAL-FILIAL
           MOVE ZEROS               TO WRK-CHQ-DIAS-UTEIS

           PERFORM UNTIL WRK-CHQ-DIAS-UTEIS NOT LESS THAN
                         WRK-CHQ-DIAS-FLOAT
              COMPUTE WRK-CHQ-DIAS-INT =
                 FUNCTION INTEGER-OF-DATE (WRK-CAL-DATA) + 1
              COMPUTE WRK-CAL-DATA =
                 FUNCTION DATE-OF-INTEGER (WRK-CHQ-DIAS-INT)
              PERFORM 3860-VERIFICA-DIA-UTIL
              IF WRK-DIA-UTIL
                 ADD 1 TO WRK-CHQ-DIAS-UTEIS
              END-IF
           END-PERFORM

           MOVE WRK-CAL-DATA        TO ARQCHQ01-DATA-LIBERACAO
           MOVE WRK-CHQ-DIAS-FLOAT  TO ARQCHQ01-QTDE-DIAS-FLOAT

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQCHQ01 TO TRUE

           WRITE FD-ARQCHQ01 FROM ARQCHQ01-REGISTRO

           IF NOT WRK-FS-CHQ01-OK
              MOVE WRK-FS-ARQCHQ01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-CHEQUES-ARQCHQ01
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O MOVIMENTO ACEITO NO JORNAL PERMANENTE, NA CHAVE     *
      *    CPF + CONTA + DATA DO MOVIMENTO + SEQUENCIA. A SEQUENCIA    *
      *    CONTINUA A DO ULTIMO MOVIMENTO GRAVADO NA MESMA CHAVE; SE   *
      *    A CHAVE JA EXISTIR (MOVIMENTO DA MESMA DATA GRAVADO EM      *
      *    OUTRA EXECUCAO) AVANCA ATE' A PRIMEIRA SEQUENCIA LIVRE      *
      *----------------------------------------------------------------*
       3160-GRAVA-JORNAL SECTION.
      *----------------------------------------------------------------*

           IF NOT WRK-ARQJNL01-DISPONIVEL
              GO TO 3160-99-FIM
           END-IF

           IF ARQENT01-CPF       NOT EQUAL WRK-JNL-ULT-CPF
              OR ARQENT01-NUM-CONTA NOT EQUAL WRK-JNL-ULT-CONTA
              OR WRK-DATA-LIDA-INV  NOT EQUAL WRK-JNL-ULT-DATA
              MOVE ARQENT01-CPF       TO WRK-JNL-ULT-CPF
              MOVE ARQENT01-NUM-CONTA TO WRK-JNL-ULT-CONTA
              MOVE WRK-DATA-LIDA-INV  TO WRK-JNL-ULT-DATA
              MOVE ZEROS              TO WRK-JNL-SEQUENCIA
           END-IF

           INITIALIZE ARQJNL01-REGISTRO
           MOVE ARQENT01-COD-CPF    TO ARQJNL01-COD-CPF
           MOVE ARQENT01-DIG-CPF    TO ARQJNL01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA  TO ARQJNL01-NUM-CONTA
           MOVE WRK-DATA-LIDA-INV   TO ARQJNL01-DATA-MOVTO
           MOVE WRK-DATA-SISTEMA    TO ARQJNL01-DATA-EXECUCAO
           MOVE WRK-HORA-SIS-HMS    TO ARQJNL01-HORA-EXECUCAO
           MOVE ARQENT01-COD-FILIAL TO ARQJNL01-COD-FILIAL
           MOVE ARQENT01-TIP-MOVTO  TO ARQJNL01-TIP-MOVTO
           MOVE ARQENT01-VAL-DEPOS  TO ARQJNL01-VAL-MOVTO
           MOVE ARQENT01-CPF-CONTRA TO ARQJNL01-CPF-CONTRA

           IF ARQENT01-MOVTO-ESTORNO
              MOVE WRK-EST-SEQ-ORIGINAL TO ARQJNL01-SEQ-VINCULO
           END-IF

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE
           SET WRK-FS-JNL01-DUPLICADO TO TRUE

           PERFORM UNTIL NOT WRK-FS-JNL01-DUPLICADO
              ADD 1 TO WRK-JNL-SEQUENCIA
              MOVE WRK-JNL-SEQUENCIA TO ARQJNL01-SEQUENCIA
              WRITE ARQJNL01-REGISTRO
           END-PERFORM

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-JORNAL-ARQJNL01
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ESTORNO (TIPO 'R'): O REGISTRO TRAZ CPF, CONTA, DATA E      *
      *    FILIAL DO MOVIMENTO ORIGINAL E O VALOR A ESTORNAR. ACHADO   *
      *    O ORIGINAL NO JORNAL, O ESTORNO E' JORNALIZADO, O ORIGINAL  *
      *    FICA MARCADO COMO ESTORNADO E O VALOR SAI DO SALDO-MES COMO *
      *    UM DEBITO DO BLOCO. QUALQUER OUTRO CASO VAI PARA A          *
      *    LISTAGEM DE ESTORNOS RECUSADOS E NAO TOCA EM NADA           *
      *----------------------------------------------------------------*
       3170-TRATA-ESTORNO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-EST-MOTIVO
                         WRK-EST-SEQ-ORIGINAL
                         WRK-EST-VAL-ORIGINAL

      *    ORIGINAL DE MES ANTERIOR AO DA DATA DE PROCESSAMENTO JA
      *    FOI FECHADO PELO EXER0214 - O SALDO-MES CORRENTE NAO O
      *    CONTEM E O AJUSTE E' PELO EXER0226, COMO NOS ATRASADOS

           EVALUATE TRUE
              WHEN ARQENT01-VAL-DEPOS LESS THAN ZEROS
                 SET WRK-EST-VALOR-NEGATIVO TO TRUE
              WHEN NOT WRK-ARQJNL01-DISPONIVEL
                 SET WRK-EST-SEM-JORNAL TO TRUE
              WHEN WRK-DATA-LIDA-INV (1:6) LESS THAN
                   WRK-DATA-SISTEMA (1:6)
                 SET WRK-EST-COMPETENCIA-FECHADA TO TRUE
              WHEN OTHER
                 PERFORM 3171-LOCALIZA-ORIGINAL
           END-EVALUATE

           IF NOT WRK-EST-ACEITO
              PERFORM 3175-GRAVA-ESTORNO-RECUSADO
              GO TO 3170-99-FIM
           END-IF

      *    O ESTORNO ENTRA NO JORNAL NA MESMA CPF + CONTA + DATA DO
      *    ORIGINAL, AMARRADO A ELE PELA SEQUENCIA, E O ORIGINAL FICA
      *    MARCADO - UM SEGUNDO ESTORNO DELE E' RECUSADO (MOTIVO 03)

           PERFORM 3160-GRAVA-JORNAL
           PERFORM 3172-MARCA-ORIGINAL

      *    NO BLOCO O ESTORNO E' UM DEBITO NA CONTA: SOMA NOS DEBITOS
      *    (SAQUES/TRANSF. ENVIADAS) E SAI DO MOVIMENTO LIQUIDO E DO
      *    SALDO-MES, QUALQUER QUE SEJA O DIA DO ORIGINAL. NO
      *    LANCAMENTO CONTABIL TEM TIPO PROPRIO ('R', SUBSCRITO 5)

           COMPUTE WRK-FIL-IDX = ARQENT01-COD-FILIAL + 1
           ADD 1 TO ACU-FIL-TIPO-QTDE (WRK-FIL-IDX 5)
           ADD ARQENT01-VAL-DEPOS
             TO ACU-FIL-TIPO-VALOR (WRK-FIL-IDX 5)
           SUBTRACT ARQENT01-VAL-DEPOS FROM ACU-FIL-VALOR (WRK-FIL-IDX)

           COMPUTE ACU-SAQUES = ACU-SAQUES + ARQENT01-VAL-DEPOS
           ADD 1 TO ACU-QTDE-SAQUES

           IF WRK-DATA-LIDA-INV GREATER WRK-DATA-RECENTE-DEB-INV
              MOVE WRK-DATA-LIDA-INV TO WRK-DATA-RECENTE-DEB-INV
           END-IF
           IF WRK-DATA-PRIMEIRA-DEB-INV EQUAL ZEROS
              OR WRK-DATA-LIDA-INV LESS THAN WRK-DATA-PRIMEIRA-DEB-INV
              MOVE WRK-DATA-LIDA-INV TO WRK-DATA-PRIMEIRA-DEB-INV
           END-IF

           ADD 1 TO ACU-ESTORNOS-ACEITOS
           ADD ARQENT01-VAL-DEPOS TO ACU-VAL-ESTORNADO
           .
      *----------------------------------------------------------------*
       3170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE NO JORNAL OS MOVIMENTOS DA CPF + CONTA + DATA DO   *
      *    ESTORNO E ESCOLHE O ORIGINAL: DA MESMA FILIAL, CREDITO, EM  *
      *    VIGOR, DE VALOR IGUAL AO DO ESTORNO (SENAO O PRIMEIRO DE    *
      *    VALOR MAIOR - ESTORNO PARCIAL). SEM CANDIDATO, DEIXA EM     *
      *    WRK-EST-MOTIVO O MOTIVO DA RECUSA                           *
      *----------------------------------------------------------------*
       3171-LOCALIZA-ORIGINAL SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS  TO WRK-EST-SEQ-IGUAL
                          WRK-EST-SEQ-MAIOR
           MOVE SPACES TO WRK-SW-EST-ACHADO
           MOVE 'N'    TO WRK-SW-FIM-BUSCA-EST

           INITIALIZE ARQJNL01-REGISTRO
           MOVE ARQENT01-COD-CPF    TO ARQJNL01-COD-CPF
           MOVE ARQENT01-DIG-CPF    TO ARQJNL01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA  TO ARQJNL01-NUM-CONTA
           MOVE WRK-DATA-LIDA-INV   TO ARQJNL01-DATA-MOVTO

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           START ARQJNL01 KEY IS GREATER THAN ARQJNL01-CHAVE

           IF NOT WRK-FS-JNL01-OK
              SET WRK-FIM-BUSCA-EST TO TRUE
           END-IF

           PERFORM UNTIL WRK-FIM-BUSCA-EST
              READ ARQJNL01 NEXT RECORD

              EVALUATE TRUE
                 WHEN WRK-FS-JNL01-FIM
                    SET WRK-FIM-BUSCA-EST TO TRUE
                 WHEN NOT WRK-FS-JNL01-OK
                    MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQJNL01-CPF       NOT EQUAL ARQENT01-CPF
                   OR ARQJNL01-NUM-CONTA NOT EQUAL ARQENT01-NUM-CONTA
                   OR ARQJNL01-DATA-MOVTO NOT EQUAL WRK-DATA-LIDA-INV
                    SET WRK-FIM-BUSCA-EST TO TRUE
                 WHEN OTHER
                    PERFORM 3173-AVALIA-CANDIDATO
              END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
              WHEN WRK-EST-SEQ-IGUAL GREATER THAN ZEROS
                 MOVE WRK-EST-SEQ-IGUAL TO WRK-EST-SEQ-ORIGINAL
              WHEN WRK-EST-SEQ-MAIOR GREATER THAN ZEROS
                 MOVE WRK-EST-SEQ-MAIOR TO WRK-EST-SEQ-ORIGINAL
              WHEN WRK-EST-ACHOU-ESTORNADO
                 SET WRK-EST-JA-ESTORNADO    TO TRUE
              WHEN WRK-EST-ACHOU-MENOR
                 SET WRK-EST-VALOR-MAIOR     TO TRUE
              WHEN WRK-EST-ACHOU-DEBITO
                 SET WRK-EST-ORIGINAL-DEBITO TO TRUE
              WHEN OTHER
                 SET WRK-EST-NAO-LOCALIZADO  TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3171-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CLASSIFICA O MOVIMENTO DO JORNAL LIDO CONTRA O ESTORNO. OS  *
      *    CASOS RECUSAVEIS GUARDAM SEQUENCIA E VALOR PARA A LISTAGEM, *
      *    NA PRIORIDADE JA ESTORNADO / VALOR MENOR / DEBITO. OUTRO    *
      *    ESTORNO E MOVIMENTO DE OUTRA FILIAL SAO IGNORADOS           *
      *----------------------------------------------------------------*
       3173-AVALIA-CANDIDATO SECTION.
      *----------------------------------------------------------------*

           IF ARQJNL01-COD-FILIAL NOT EQUAL ARQENT01-COD-FILIAL
              OR ARQJNL01-MOVTO-ESTORNO
              GO TO 3173-99-FIM
           END-IF

           IF ARQJNL01-MOVTO-DEBITO
              IF WRK-SW-EST-ACHADO EQUAL SPACES
                 SET WRK-EST-ACHOU-DEBITO TO TRUE
                 MOVE ARQJNL01-SEQUENCIA TO WRK-EST-SEQ-ORIGINAL
                 MOVE ARQJNL01-VAL-MOVTO TO WRK-EST-VAL-ORIGINAL
              END-IF
              GO TO 3173-99-FIM
           END-IF

           IF ARQJNL01-ESTORNADO
              IF NOT WRK-EST-ACHOU-ESTORNADO
                 SET WRK-EST-ACHOU-ESTORNADO TO TRUE
                 MOVE ARQJNL01-SEQUENCIA TO WRK-EST-SEQ-ORIGINAL
                 MOVE ARQJNL01-VAL-MOVTO TO WRK-EST-VAL-ORIGINAL
              END-IF
              GO TO 3173-99-FIM
           END-IF

           IF ARQJNL01-VAL-MOVTO LESS THAN ARQENT01-VAL-DEPOS
              IF NOT WRK-EST-ACHOU-ESTORNADO
                 SET WRK-EST-ACHOU-MENOR TO TRUE
                 MOVE ARQJNL01-SEQUENCIA TO WRK-EST-SEQ-ORIGINAL
                 MOVE ARQJNL01-VAL-MOVTO TO WRK-EST-VAL-ORIGINAL
              END-IF
              GO TO 3173-99-FIM
           END-IF

           IF ARQJNL01-VAL-MOVTO EQUAL ARQENT01-VAL-DEPOS
              IF WRK-EST-SEQ-IGUAL EQUAL ZEROS
                 MOVE ARQJNL01-SEQUENCIA TO WRK-EST-SEQ-IGUAL
              END-IF
           ELSE
              IF WRK-EST-SEQ-MAIOR EQUAL ZEROS
                 MOVE ARQJNL01-SEQUENCIA TO WRK-EST-SEQ-MAIOR
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3173-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RELE O ORIGINAL ESCOLHIDO E O MARCA COMO ESTORNADO, COM A   *
      *    SEQUENCIA DO ESTORNO RECEM-GRAVADO (WRK-JNL-SEQUENCIA)      *
      *----------------------------------------------------------------*
       3172-MARCA-ORIGINAL SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQJNL01-REGISTRO
           MOVE ARQENT01-COD-CPF     TO ARQJNL01-COD-CPF
           MOVE ARQENT01-DIG-CPF     TO ARQJNL01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA   TO ARQJNL01-NUM-CONTA
           MOVE WRK-DATA-LIDA-INV    TO ARQJNL01-DATA-MOVTO
           MOVE WRK-EST-SEQ-ORIGINAL TO ARQJNL01-SEQUENCIA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQJNL01 TO TRUE

           READ ARQJNL01 KEY IS ARQJNL01-CHAVE

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET ARQJNL01-ESTORNADO  TO TRUE
           MOVE WRK-JNL-SEQUENCIA  TO ARQJNL01-SEQ-VINCULO

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQJNL01-REGISTRO

           IF NOT WRK-FS-JNL01-OK
              MOVE WRK-FS-ARQJNL01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3172-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM DE ESTORNOS RECUSADOS O ESTORNO NAO       *
      *    APLICADO, COM O MOTIVO DEIXADO EM WRK-EST-MOTIVO            *
      *----------------------------------------------------------------*
       3175-GRAVA-ESTORNO-RECUSADO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQEST01-REGISTRO
           MOVE ARQENT01-COD-CPF     TO ARQEST01-COD-CPF
           MOVE ARQENT01-DIG-CPF     TO ARQEST01-DIG-CPF
           MOVE ARQENT01-NUM-CONTA   TO ARQEST01-NUM-CONTA
           MOVE ARQENT01-DAT-DEPOS   TO ARQEST01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS   TO ARQEST01-VAL-DEPOS
           MOVE ARQENT01-COD-FILIAL  TO ARQEST01-COD-FILIAL
           MOVE WRK-EST-MOTIVO       TO ARQEST01-COD-MOTIVO
           MOVE WRK-EST-VAL-ORIGINAL TO ARQEST01-VAL-ORIGINAL
           MOVE WRK-EST-SEQ-ORIGINAL TO ARQEST01-SEQ-ORIGINAL

           EVALUATE TRUE
              WHEN WRK-EST-NAO-LOCALIZADO
                 MOVE 'ORIGINAL NAO LOCALIZADO'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-VALOR-MAIOR
                 MOVE 'VALOR MAIOR QUE O ORIGINAL'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-JA-ESTORNADO
                 MOVE 'ORIGINAL JA ESTORNADO'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-ORIGINAL-DEBITO
                 MOVE 'ORIGINAL E DEBITO'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-COMPETENCIA-FECHADA
                 MOVE 'COMPETENCIA JA FECHADA'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-SEM-JORNAL
                 MOVE 'JORNAL INDISPONIVEL'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN WRK-EST-VALOR-NEGATIVO
                 MOVE 'VALOR DO ESTORNO NEGATIVO'
                                    TO ARQEST01-DESC-MOTIVO
              WHEN OTHER
                 MOVE 'MOTIVO NAO CLASSIFICADO'
                                    TO ARQEST01-DESC-MOTIVO
           END-EVALUATE

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQEST01  TO TRUE

           WRITE FD-ARQEST01 FROM ARQEST01-REGISTRO

           IF NOT WRK-FS-EST01-OK
              MOVE WRK-FS-ARQEST01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-ESTORNOS-ARQEST01
           .
      *----------------------------------------------------------------*
       3175-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQENT01
                             ADD ARQENT01-VAL-DEPOS
                              TO ACU-FIL-RECEBIDO (WRK-FIL-IDX)
                          END-IF
                          MOVE ARQENT01-CPF TO WRK-RDC-CPF-LIDO
                          MOVE 'N'          TO WRK-SW-REDIRECIONADO
                          PERFORM 3805-VALIDA-REGISTRO
                          IF WRK-REGISTRO-VALIDO
                             IF WRK-MOVTO-REDIRECIONADO
                                PERFORM 3808-GRAVA-REDIRECIONADO
                             END-IF
                             PERFORM 3810-VALIDA-SEQUENCIA
                             MOVE ARQENT01-DAT-DEPOS (1:2) TO
                                  WRK-DATA-LIDA-INV (7:2)
                             MOVE ARQENT01-DAT-DEPOS (7:4) TO
                                  WRK-DATA-LIDA-INV (1:4)
                          ELSE
                             MOVE WRK-RDC-CPF-LIDO TO ARQENT01-CPF
                             PERFORM 3830-GRAVA-REJEITO
                          END-IF
                       END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3803-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA O REGISTRO LIDO: DV DO CPF (3820), DATA DO DEPOSITO  *
      *    (3840 - DATA DE CALENDARIO REAL EM DD-MM-AAAA), VALOR       *
      *    DIFERENTE DE ZEROS, TIPO E, COM O CADASTRO DE CONTAS        *
      *    DISPONIVEL, A CONTA (3806). LIGA WRK-REGISTRO-VALIDO QUANDO *
      *    TUDO PASSA; SENAO DEIXA EM WRK-REJ-MOTIVO O MOTIVO PARA O   *
      *    3830-GRAVA-REJEITO                                          *
      *----------------------------------------------------------------*
       3805-VALIDA-REGISTRO SECTION.
      *----------------------------------------------------------------*

           SET WRK-REGISTRO-INVALIDO TO TRUE
           MOVE ZEROS TO WRK-REJ-MOTIVO

           PERFORM 3820-VALIDA-CPF

           IF CPF-INVALIDO
              SET WRK-REJ-DV-INVALIDO TO TRUE
           ELSE
              MOVE ARQENT01-DAT-DEPOS TO WRK-DATA-VAL-ENTRADA
              PERFORM 3840-VALIDA-DATA
              IF DATA-INVALIDA
                 SET WRK-REJ-DATA-INVALIDA TO TRUE
              ELSE
                 IF ARQENT01-VAL-DEPOS EQUAL ZEROS
                    SET WRK-REJ-VALOR-ZERADO TO TRUE
                 ELSE
                    IF ARQENT01-MOVTO-VALIDO
                       SET WRK-REGISTRO-VALIDO TO TRUE
                    ELSE
                       SET WRK-REJ-TIPO-INVALIDO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WRK-REGISTRO-VALIDO
              AND WRK-ARQCAD01-DISPONIVEL
              PERFORM 3807-REDIRECIONA-CPF
           END-IF

           IF WRK-REGISTRO-VALIDO
              AND WRK-ARQCTA01-DISPONIVEL
              AND ARQENT01-NUM-CONTA NOT EQUAL ZEROS
              PERFORM 3806-VALIDA-CONTA
           END-IF
           .
      *----------------------------------------------------------------*
       3805-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE A CONTA DO MOVIMENTO NO CADASTRO DE CONTAS: CONTA   *
      *    INEXISTENTE, ENCERRADA OU CUJO TITULAR NAO E' O CPF DO      *
      *    MOVIMENTO DESLIGA WRK-REGISTRO-VALIDO E DEIXA O MOTIVO EM   *
      *    WRK-REJ-MOTIVO. CONTA ZERADA (CONTA UNICA/NAO INFORMADA,    *
      *    VER ENT02112) NAO E' CONFERIDA                              *
      *----------------------------------------------------------------*
       3806-VALIDA-CONTA SECTION.
      *----------------------------------------------------------------*

           MOVE ARQENT01-NUM-CONTA TO ARQCTA01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCTA01 TO TRUE

           READ ARQCTA01 KEY IS ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-NAO-ACHOU
                 SET WRK-REGISTRO-INVALIDO     TO TRUE
                 SET WRK-REJ-CONTA-INEXISTENTE TO TRUE
              WHEN NOT WRK-FS-CTA01-OK
                 MOVE WRK-FS-ARQCTA01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
              WHEN ARQCTA01-CPF NOT EQUAL ARQENT01-CPF
                 SET WRK-REGISTRO-INVALIDO       TO TRUE
                 SET WRK-REJ-CONTA-OUTRO-TITULAR TO TRUE
              WHEN ARQCTA01-CONTA-ENCERRADA
                 SET WRK-REGISTRO-INVALIDO     TO TRUE
                 SET WRK-REJ-CONTA-ENCERRADA   TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3806-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CPF DO MOVIMENTO JA UNIFICADO NO CADASTRO (SITUACAO 'U',    *
      *    APOSENTADO PELO EXER0242): O MOVIMENTO PASSA PARA O CPF QUE *
      *    O SUBSTITUIU (ARQCAD01-CPF-UNIFICADO) E SEGUE O FLUXO COMO  *
      *    DELE - CONTA, SITUACAO, SALDO, JORNAL. O PONTEIRO E' UNICO  *
      *    (O EXER0242 NAO DEIXA CADEIA), UMA LEITURA BASTA            *
      *----------------------------------------------------------------*
       3807-REDIRECIONA-CPF SECTION.
      *----------------------------------------------------------------*

           MOVE ARQENT01-CPF TO ARQCAD01-CPF

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQCAD01 TO TRUE

           READ ARQCAD01 KEY IS ARQCAD01-CPF

           IF WRK-FS-CAD01-OK
              AND ARQCAD01-CLI-UNIFICADO
              MOVE ARQCAD01-CPF-UNIFICADO TO ARQENT01-CPF
              SET WRK-MOVTO-REDIRECIONADO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3807-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O MOVIMENTO REDIRECIONADO (CPF LIDO E CPF DE          *
      *    POSTAGEM) PARA A FILIAL CORRIGIR O CPF NA FONTE             *
      *----------------------------------------------------------------*
       3808-GRAVA-REDIRECIONADO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ARQRDC01-REGISTRO
           MOVE WRK-RDC-CPF-LIDO     TO ARQRDC01-CPF-LIDO
           MOVE ARQENT01-CPF         TO ARQRDC01-CPF-NOVO
           MOVE ARQENT01-NUM-CONTA   TO ARQRDC01-NUM-CONTA
           MOVE ARQENT01-DAT-DEPOS   TO ARQRDC01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS   TO ARQRDC01-VAL-DEPOS
           MOVE ARQENT01-COD-FILIAL  TO ARQRDC01-COD-FILIAL
           MOVE ARQENT01-TIP-MOVTO   TO ARQRDC01-TIP-MOVTO

           SET WRK-CN-WRITE     TO TRUE
           SET WRK-CN-ARQRDC01  TO TRUE

           WRITE FD-ARQRDC01 FROM ARQRDC01-REGISTRO

           IF NOT WRK-FS-RDC01-OK
              MOVE WRK-FS-ARQRDC01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-REDIRECIONADOS
           .
      *----------------------------------------------------------------*
       3808-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-VALIDA-SEQUENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RDC-CPF-LIDO TO WRK-CPF-SEQ-ATUAL (1:11)
           MOVE ARQENT01-NUM-CONTA TO WRK-CPF-SEQ-ATUAL (12:8)

           SET WRK-SEQUENCIA-OK TO TRUE
                 MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                    TO ARQREJ01-DESC-MOTIVO
                 ADD 1 TO ACU-REJ-TIPO-ARQREJ01
              WHEN WRK-REJ-CONTA-INEXISTENTE
                 MOVE 'CONTA INEXISTENTE'
                                    TO ARQREJ01-DESC-MOTIVO
                 ADD 1 TO ACU-REJ-CTA-INEXISTENTE
              WHEN WRK-REJ-CONTA-ENCERRADA
                 MOVE 'CONTA ENCERRADA'
                                    TO ARQREJ01-DESC-MOTIVO
                 ADD 1 TO ACU-REJ-CTA-ENCERRADA
              WHEN WRK-REJ-CONTA-OUTRO-TITULAR
                 MOVE 'CONTA DE OUTRO TITULAR'
                                    TO ARQREJ01-DESC-MOTIVO
                 ADD 1 TO ACU-REJ-CTA-TITULAR
              WHEN OTHER
                 MOVE 'MOTIVO NAO CLASSIFICADO'
                                    TO ARQREJ01-DESC-MOTIVO
       3840-99-FIM.
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
      *----------------------------------------------------------------
       3900-GRAVA-SAIDA SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

           INITIALIZE ARQCKP01-REGISTRO
           MOVE WRK-CPF-CKPT-BLOCO (1:9)  TO ARQCKP01-COD-CPF
           MOVE WRK-CPF-CKPT-BLOCO (10:2) TO ARQCKP01-DIG-CPF
           MOVE WRK-CPF-CKPT-BLOCO (12:8) TO ARQCKP01-NUM-CONTA
           MOVE ACU-LIDOS-ARQENT01     TO ARQCKP01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01     TO ARQCKP01-QTDE-GRAVA

           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'EM DIA NAO UTIL (SUSPEITOS).......' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-DIA-NAO-UTIL   TO WRK-REL-RES-QTDE
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'CHEQUES PENDENTES DE COMPENSACAO..' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-CHEQUES-ARQCHQ01 TO WRK-REL-RES-QTDE
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'MOVIMENTOS GRAVADOS NO JORNAL.....' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-JORNAL-ARQJNL01 TO WRK-REL-RES-QTDE
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'ESTORNOS DE CREDITO APLICADOS.....' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-ESTORNOS-ACEITOS TO WRK-REL-RES-QTDE
           MOVE ACU-VAL-ESTORNADO  TO WRK-REL-RES-VALOR
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'ESTORNOS RECUSADOS (ARQEST01).....' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-ESTORNOS-ARQEST01 TO WRK-REL-RES-QTDE
           MOVE ZEROS              TO WRK-REL-RES-VALOR
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'REDIRECIONADOS (CPF UNIFICADO)....' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-REDIRECIONADOS TO WRK-REL-RES-QTDE
           MOVE ZEROS              TO WRK-REL-RES-VALOR
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'CONTAS COM SALDO NEGATIVO NO MES..' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-SALDO-NEGATIVO TO WRK-REL-RES-QTDE
           MOVE ACU-NEG-SALDOS     TO WRK-REL-RES-VALOR
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'CONTAS ACIMA DO LIMITE (EXCESSO)..' TO
                WRK-REL-RES-ROTULO
           MOVE ACU-ACIMA-LIMITE   TO WRK-REL-RES-QTDE
           MOVE ACU-NEG-EXCESSO    TO WRK-REL-RES-VALOR
           MOVE WRK-REL-RESUMO     TO WRK-REL-LINHA-SAIDA
           PERFORM 3940-GRAVA-LINHA-RELATORIO

           MOVE 'TOTAL DE DEPOSITOS................' TO
                WRK-REL-RES-ROTULO
           MOVE ZEROS              TO WRK-REL-RES-QTDE

           INITIALIZE ARQRES01-REGISTRO
           MOVE WRK-DATA-SISTEMA        TO ARQRES01-DATA-EXECUCAO
           MOVE WRK-HORA-SIS-HMS        TO ARQRES01-HORA-EXECUCAO
           MOVE WRK-DATA-INICIO-INV     TO ARQRES01-DATA-INICIO
           MOVE WRK-DATA-FIM-INV        TO ARQRES01-DATA-FIM
           MOVE ACU-LIDOS-ARQENT01      TO ARQRES01-QTDE-LIDOS
           MOVE ACU-EXCECAO-ARQEXC01    TO ARQRES01-QTDE-EXCECOES
           MOVE ACU-FORA-PERIODO        TO ARQRES01-QTDE-FORA-PER
           MOVE ACU-DUPLICADOS-ARQDUP01 TO ARQRES01-QTDE-DUPLICADOS
           MOVE ACU-ACIMA-LIMITE        TO ARQRES01-QTDE-ACIMA-LIMITE
           MOVE ACU-DIA-NAO-UTIL        TO ARQRES01-QTDE-DIA-NAO-UTIL
           MOVE ACU-GER-DEPOSITOS       TO ARQRES01-VAL-DEPOSITOS
           MOVE ACU-GER-SAQUES          TO ARQRES01-VAL-SAQUES
           COMPUTE ARQRES01-VAL-LIQUIDO =
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RELATORIO DE SALDO NEGATIVO NO MES: VARRE O ARQSAL01 JA     *
      *    ATUALIZADO PELA EXECUCAO (START NA MENOR CHAVE E LEITURA    *
      *    SEQUENCIAL) E, PARA CADA CPF + CONTA COM SALDO ACUMULADO    *
      *    NEGATIVO, BUSCA O LIMITE DE CHEQUE ESPECIAL APROVADO E      *
      *    CALCULA O EXCESSO. CONTA ACIMA DO LIMITE E' CONTADA PARA O  *
      *    RESUMO DE EXECUCAO (NAO ALTERA O RETURN-CODE)               *
      *----------------------------------------------------------------*
       4160-RELATORIO-SALDO-NEGATIVO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-SIS-DIA TO WRK-NEG-CAB1-DIA
           MOVE WRK-DATA-SIS-MES TO WRK-NEG-CAB1-MES
           MOVE WRK-DATA-SIS-ANO TO WRK-NEG-CAB1-ANO

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQNEG01 TO TRUE

           WRITE FD-ARQNEG01 FROM WRK-NEG-CABEC1

           IF NOT WRK-FS-NEG01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQNEG01 FROM WRK-NEG-CABEC2

           IF NOT WRK-FS-NEG01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

      *    SEM O SALDO-MES NAO HA O QUE VARRER - O RELATORIO SAI SO'
      *    COM CABECALHO E TOTAIS ZERADOS

           IF NOT WRK-ARQSAL01-DISPONIVEL
              GO TO 4160-TOTAIS
           END-IF

           IF NOT WRK-ARQLCE01-DISPONIVEL
              DISPLAY '**********************************************'
              DISPLAY '*  LIMITE DE CHEQUE ESPECIAL NAO DISPONIVEL   *'
              DISPLAY '*  SALDOS NEGATIVOS SAEM COM LIMITE ZERADO    *'
              DISPLAY '**********************************************'
           END-IF

           MOVE 'N'   TO WRK-SW-FIM-SALDOS
           MOVE ZEROS TO ARQSAL01-COD-CPF
                         ARQSAL01-DIG-CPF
                         ARQSAL01-NUM-CONTA

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQSAL01 TO TRUE

           START ARQSAL01 KEY IS NOT LESS THAN ARQSAL01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-SAL01-OK
                 CONTINUE
              WHEN WRK-FS-SAL01-NAO-ACHOU
              WHEN WRK-FS-SAL01-FIM
                 SET WRK-FIM-SALDOS-MES TO TRUE
              WHEN OTHER
                 MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                 PERFORM 9000-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM UNTIL WRK-FIM-SALDOS-MES

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQSAL01 TO TRUE

              READ ARQSAL01 NEXT

              EVALUATE TRUE
                 WHEN WRK-FS-SAL01-FIM
                    SET WRK-FIM-SALDOS-MES TO TRUE
                 WHEN NOT WRK-FS-SAL01-OK
                    MOVE WRK-FS-ARQSAL01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
                 WHEN ARQSAL01-SALDO-ANTERIOR LESS THAN ZEROS
                    PERFORM 4165-GRAVA-SALDO-NEGATIVO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .
       4160-TOTAIS.

           MOVE 'CONTAS COM SALDO NEGATIVO........:' TO
                WRK-NEG-TOT-ROTULO
           MOVE ACU-SALDO-NEGATIVO TO WRK-NEG-TOT-QTDE
           MOVE ACU-NEG-SALDOS     TO WRK-NEG-TOT-VALOR

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQNEG01 TO TRUE

           WRITE FD-ARQNEG01 FROM WRK-NEG-TOTAL

           IF NOT WRK-FS-NEG01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           MOVE 'CONTAS ACIMA DO LIMITE (EXCESSO).:' TO
                WRK-NEG-TOT-ROTULO
           MOVE ACU-ACIMA-LIMITE   TO WRK-NEG-TOT-QTDE
           MOVE ACU-NEG-EXCESSO    TO WRK-NEG-TOT-VALOR

           WRITE FD-ARQNEG01 FROM WRK-NEG-TOTAL

           IF NOT WRK-FS-NEG01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DA CONTA NEGATIVA CORRENTE DO ARQSAL01: BUSCA *
      *    O LIMITE APROVADO (ZERO SE A CONTA NAO TEM LIMITE OU O      *
      *    CADASTRO DE LIMITES NAO ESTA DISPONIVEL) E CALCULA O        *
      *    EXCESSO DO SALDO NEGATIVO SOBRE O LIMITE                    *
      *----------------------------------------------------------------*
       4165-GRAVA-SALDO-NEGATIVO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS  TO WRK-NEG-LIMITE
           MOVE SPACES TO WRK-NEG-OBS

           IF WRK-ARQLCE01-DISPONIVEL
              MOVE ARQSAL01-CHAVE TO ARQLCE01-CHAVE

              SET WRK-CN-READ     TO TRUE
              SET WRK-CN-ARQLCE01 TO TRUE

              READ ARQLCE01 KEY IS ARQLCE01-CHAVE

              EVALUATE TRUE
                 WHEN WRK-FS-LCE01-OK
                    MOVE ARQLCE01-VAL-LIMITE TO WRK-NEG-LIMITE
                 WHEN WRK-FS-LCE01-NAO-ACHOU
                    MOVE 'SEM LIMITE'        TO WRK-NEG-OBS
                 WHEN OTHER
                    MOVE WRK-FS-ARQLCE01 TO WRK-FS-DISPLAY
                    PERFORM 9000-ERROS-ARQUIVOS
              END-EVALUATE
           ELSE
              MOVE 'LIMITE N/DISP.' TO WRK-NEG-OBS
           END-IF

           COMPUTE WRK-NEG-EXCESSO =
              (ZEROS - ARQSAL01-SALDO-ANTERIOR) - WRK-NEG-LIMITE

           IF WRK-NEG-EXCESSO GREATER THAN ZEROS
              ADD 1 TO ACU-ACIMA-LIMITE
              ADD WRK-NEG-EXCESSO TO ACU-NEG-EXCESSO
              IF WRK-NEG-OBS EQUAL SPACES
                 MOVE 'ACIMA LIMITE' TO WRK-NEG-OBS
              END-IF
           ELSE
              MOVE ZEROS TO WRK-NEG-EXCESSO
           END-IF

           ADD 1 TO ACU-SALDO-NEGATIVO
           ADD ARQSAL01-SALDO-ANTERIOR TO ACU-NEG-SALDOS

           MOVE ARQSAL01-COD-CPF        TO WRK-NEG-COD-CPF
           MOVE ARQSAL01-DIG-CPF        TO WRK-NEG-DIG-CPF
           MOVE ARQSAL01-NUM-CONTA      TO WRK-NEG-CONTA
           MOVE ARQSAL01-SALDO-ANTERIOR TO WRK-NEG-SALDO
           MOVE WRK-NEG-LIMITE          TO WRK-NEG-LIM
           MOVE WRK-NEG-EXCESSO         TO WRK-NEG-EXC

           SET WRK-CN-WRITE    TO TRUE
           SET WRK-CN-ARQNEG01 TO TRUE

           WRITE FD-ARQNEG01 FROM WRK-NEG-DETALHE

           IF NOT WRK-FS-NEG01-OK
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4165-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA OS TOTAIS DO MOVIMENTO ACEITO POR FILIAL E TIPO       *
      *    (ARQMFT01) - UM REGISTRO POR FILIAL/TIPO COM MOVIMENTO NA   *
      *    EXECUCAO, EM ORDEM DE FILIAL. O EXER0232 MONTA O LOTE       *
      *    CONTABIL DO DIA A PARTIR DELE                               *
      *----------------------------------------------------------------*
       4170-GRAVA-MOVTO-FILIAL-TIPO SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
              UNTIL WRK-FIL-IDX GREATER 1000
              PERFORM VARYING WRK-TIP-IDX FROM 1 BY 1
                 UNTIL WRK-TIP-IDX GREATER 5
                 IF ACU-FIL-TIPO-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
                    GREATER THAN ZEROS
                    INITIALIZE ARQMFT01-REGISTRO
                    MOVE WRK-DATA-SISTEMA TO ARQMFT01-DATA-EXECUCAO
                    COMPUTE ARQMFT01-COD-FILIAL = WRK-FIL-IDX - 1
                    MOVE WRK-TIPO-MOVTO-COD (WRK-TIP-IDX)
                      TO ARQMFT01-TIP-MOVTO
                    MOVE ACU-FIL-TIPO-QTDE (WRK-FIL-IDX WRK-TIP-IDX)
                      TO ARQMFT01-QTDE-MOVTOS
                    MOVE ACU-FIL-TIPO-VALOR (WRK-FIL-IDX WRK-TIP-IDX)
                      TO ARQMFT01-VAL-MOVTOS

                    SET WRK-CN-WRITE    TO TRUE
                    SET WRK-CN-ARQMFT01 TO TRUE

                    WRITE FD-ARQMFT01 FROM ARQMFT01-REGISTRO

                    IF NOT WRK-FS-MFT01-OK
                       MOVE WRK-FS-ARQMFT01 TO WRK-FS-DISPLAY
                       PERFORM 9000-ERROS-ARQUIVOS
                    END-IF

                    ADD 1 TO ACU-GRAVA-ARQMFT01
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------*
       4170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MARCA A ENTRADA COMO POSTAGEM CONCLUIDA NO REGISTRO DE      *
      *    ENTRADAS POSTADAS                                           *
      *----------------------------------------------------------------*
       4180-CONCLUI-ENTRADA SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ENP-CHAVE TO ARQENP01-CHAVE

           SET WRK-CN-READ     TO TRUE
           SET WRK-CN-ARQENP01 TO TRUE

           READ ARQENP01

           IF NOT WRK-FS-ENP01-OK
              MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF

           SET ARQENP01-CONCLUIDA TO TRUE

           SET WRK-CN-WRITE TO TRUE
           REWRITE ARQENP01-REGISTRO

           IF NOT WRK-FS-ENP01-OK
              MOVE WRK-FS-ARQENP01 TO WRK-FS-DISPLAY
              PERFORM 9000-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4180-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO
      *----------------------------------------------------------------*
       9000-ERROS-ARQUIVOS SECTION.

           PERFORM 4130-GRAVA-LIMIAR-ACUMULADO

      *    A VARREDURA DO SALDO NEGATIVO VEM ANTES DO RESUMO DO
      *    RELATORIO DIARIO, QUE LEVA A QTDE. ACIMA DO LIMITE

           PERFORM 4160-RELATORIO-SALDO-NEGATIVO

           PERFORM 4140-RESUMO-RELATORIO

           PERFORM 4170-GRAVA-MOVTO-FILIAL-TIPO

      *    CONFERE A QTDE. DE REGISTROS LIDOS CONTRA O TOTAL ESPERADO
      *    INFORMADO NO CARTAO DE CONTROLE (ZEROS = NAO CONFERIR)

              PERFORM 4125-CONCILIA-FILIAIS
           END-IF

      *    A ENTRADA SO' PASSA A POSTAGEM CONCLUIDA NO FIM NORMAL -
      *    EXECUCAO CANCELADA DEIXA O REGISTRO EM ANDAMENTO, PARA O
      *    RESTART RETOMA-LA (INCLUSIVE O CANCELAMENTO POR SEQUENCIA
      *    DO 3810, QUE TAMBEM PASSA POR AQUI COM RETURN-CODE 16)

           IF WRK-ENTRADA-REGISTRADA
              AND RETURN-CODE LESS THAN 16
              PERFORM 4180-CONCLUI-ENTRADA
           END-IF

           CLOSE ARQENT01.
           IF WRK-ARQENT02-DISPONIVEL
              CLOSE ARQENT02
           CLOSE ARQREL01.
           CLOSE ARQSUS01.
           CLOSE ARQTAR01.
           CLOSE ARQNEG01.
           CLOSE ARQMFT01.
           CLOSE ARQDNU01.
           CLOSE ARQCHQ01.
           CLOSE ARQEST01.
           CLOSE ARQRDC01.
           IF WRK-ARQCAD01-DISPONIVEL
              CLOSE ARQCAD01
           END-IF.
           IF WRK-ARQHSC01-DISPONIVEL
              CLOSE ARQHSC01
           END-IF.
           IF WRK-ARQCTA01-DISPONIVEL
              CLOSE ARQCTA01
           END-IF.
           IF WRK-ARQSAL01-DISPONIVEL
              CLOSE ARQSAL01
           END-IF.
           IF WRK-ARQLRJ01-DISPONIVEL
              CLOSE ARQLRJ01
           END-IF.
           IF WRK-ARQLCE01-DISPONIVEL
              CLOSE ARQLCE01
           END-IF.
           IF WRK-ARQENP01-DISPONIVEL
              CLOSE ARQENP01
           END-IF.
           IF WRK-ARQJNL01-DISPONIVEL
              CLOSE ARQJNL01
           END-IF.

           SET WRK-CN-CLOSE TO TRUE.

            MOVE ACU-REJ-TIPO-ARQREJ01  TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITADOS POR TIPO INVALIDO: '
                                           WRK-MASK-QTDREG '     *'
            MOVE ACU-REJ-CTA-INEXISTENTE TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITADOS CONTA INEXISTENTE: '
                                           WRK-MASK-QTDREG '     *'
            MOVE ACU-REJ-CTA-ENCERRADA  TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITADOS CONTA ENCERRADA.: ' WRK-MASK-QTDREG
                                                         '      *'
            MOVE ACU-REJ-CTA-TITULAR    TO WRK-MASK-QTDREG
            DISPLAY '*   REJEITADOS CONTA OUTRO TITULAR: '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-EXCECAO-ARQEXC01   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. DEPOSITOS NEGATIVOS (EXCECAO): '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-ATRASADOS-ARQTAR01 TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. ATRASADOS (PRE-JANELA): '
                                           WRK-MASK-QTDREG '      *'
            MOVE ACU-DIA-NAO-UTIL       TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. EM DIA NAO UTIL (SUSPEITOS): '
                                           WRK-MASK-QTDREG ' *'
            MOVE ACU-CHEQUES-ARQCHQ01   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. CHEQUES PENDENTES (FLOAT): '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-JORNAL-ARQJNL01    TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. GRAVADOS NO JORNAL.......: '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-ESTORNOS-ACEITOS   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. ESTORNOS APLICADOS.......: '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-ESTORNOS-ARQEST01  TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. ESTORNOS RECUSADOS.......: '
                                           WRK-MASK-QTDREG '   *'
            MOVE ACU-REDIRECIONADOS     TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. REDIRECIONADOS (UNIFICADO): '
                                           WRK-MASK-QTDREG '  *'
            MOVE ACU-LIMIAR-UNITARIOS   TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. GRANDES DEPOSITOS (SECAO 1): '
                                           WRK-MASK-QTDREG ' *'
            MOVE ACU-FORA-FAIXA         TO WRK-MASK-FAIXA
            DISPLAY '* QTDE. FORA DA FAIXA DE CPF...: '
                                           WRK-MASK-FAIXA '      *'
            MOVE ACU-SALDO-NEGATIVO     TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. CONTAS COM SALDO NEGATIVO: '
                                           WRK-MASK-QTDREG '    *'
            MOVE ACU-ACIMA-LIMITE       TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. CONTAS ACIMA DO LIMITE...: '
                                           WRK-MASK-QTDREG '    *'
            MOVE ACU-GRAVA-ARQMFT01     TO WRK-MASK-QTDREG
            DISPLAY '* QTDE. TOTAIS POR FILIAL/TIPO...: '
                                           WRK-MASK-QTDREG '    *'
            PERFORM 4120-EXIBE-FILIAIS
            DISPLAY '* ' WRK-PROGRAMA
                              ' FIM NORMAL                        *'
