      ******************************************************************
      * NOME BOOK : CHQ02112
      * DESCRICAO : CHEQUES PENDENTES DE COMPENSACAO - DEPOSITOS EM
      *             CHEQUE (TIPO 'C') ACOLHIDOS PELO EXER0212, QUE NAO
      *             CREDITAM NO DIA. O EXER0238 LE A CARTEIRA (GERACAO
      *             PENDENTE ANTERIOR + CHEQUES DO DIA), DEVOLVE AO
      *             FLUXO COMO DEPOSITO ('D') OS CHEQUES COM LIBERACAO
      *             ATE' A DATA DE PROCESSAMENTO, BAIXA OS DEVOLVIDOS
      *             PELA COMPENSACAO E REGRAVA O RESTANTE COMO NOVA
      *             GERACAO DE PENDENTES. OS 53 PRIMEIROS BYTES TEM O
      *             MESMO LAYOUT DO ENT02112
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO CHEQUE ***********************
      * COD-CPF          : CPF DO CORRENTISTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA DO CORRENTISTA
      * DAT-DEPOS        : DATA DO DEPOSITO DO CHEQUE (dd-mm-aaaa)
      * VAL-DEPOS        : VALOR DO CHEQUE
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM (CALENDARIO DA
      *                    COMPENSACAO)
      * TIP-MOVTO        : SEMPRE 'C'
      * CPF-CONTRA       : CPF DA CONTRAPARTE (ZEROS)
      * DATA-ACOLHIMENTO : DATA DE PROCESSAMENTO EM QUE O EXER0212
      *                    ACOLHEU O CHEQUE (AAAAMMDD)
      * DATA-LIBERACAO   : DIA UTIL DA FILIAL EM QUE O CHEQUE COMPENSA
      *                    E O VALOR PASSA A CREDITAR (AAAAMMDD)
      * QTDE-DIAS-FLOAT  : DIAS UTEIS DE BLOQUEIO APLICADOS (1 OU 2)
      ******************************************************************

          01 ARQCHQ01-REGISTRO.
             03 ARQCHQ01-CPF.
                05 ARQCHQ01-COD-CPF     PIC  9(09)  VALUE ZEROS.
                05 ARQCHQ01-DIG-CPF     PIC  9(02)  VALUE ZEROS.
             03 ARQCHQ01-NUM-CONTA      PIC  9(08)  VALUE ZEROS.
             03 ARQCHQ01-DAT-DEPOS      PIC  X(10)  VALUE SPACES.
             03 ARQCHQ01-VAL-DEPOS      PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQCHQ01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQCHQ01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
             03 ARQCHQ01-CPF-CONTRA.
                05 ARQCHQ01-COD-CPF-CONTRA
                                        PIC  9(09)  VALUE ZEROS.
                05 ARQCHQ01-DIG-CPF-CONTRA
                                        PIC  9(02)  VALUE ZEROS.
             03 ARQCHQ01-DATA-ACOLHIMENTO
                                        PIC  9(08)  VALUE ZEROS.
             03 ARQCHQ01-DATA-LIBERACAO PIC  9(08)  VALUE ZEROS.
             03 ARQCHQ01-QTDE-DIAS-FLOAT
                                        PIC  9(01)  VALUE ZEROS.
             03 FILLER                  PIC  X(10)  VALUE SPACES.
