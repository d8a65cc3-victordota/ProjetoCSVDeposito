      ******************************************************************
      * NOME BOOK : JNL02112
      * DESCRICAO : JORNAL PERMANENTE DE MOVIMENTOS ACEITOS - UM
      *             REGISTRO POR MOVIMENTO QUE O EXER0212 ACEITOU NA
      *             ACUMULACAO (O QUE ENTROU NO SALDOMES, NO EXTRATO
      *             E NO LANCAMENTO CONTABIL). E' O DETALHE POR TRAS
      *             DOS TOTAIS DO SAI02112/VAL02112, LIDO PELO
      *             EXTRATO MENSAL (EXER0217) E PELO DOSSIE (EXER0223).
      *             A RETENCAO E' FEITA PELO EXER0239, QUE DESCARREGA
      *             OS MOVIMENTOS ANTIGOS PARA O ARQUIVO MORTO (MESMO
      *             LAYOUT, NA ORDEM DA CHAVE)
      * ORGANIZACAO: INDEXADA, CHAVE = ARQJNL01-CHAVE
      *              (CPF + CONTA + DATA-MOVTO + SEQUENCIA)
      * TAMANHO   :  80 BYTES
      ************************* DADOS DO JORNAL ***********************
      * COD-CPF          : CPF DO CORRENTISTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * NUM-CONTA        : NUMERO DA CONTA (ZEROS = CONTA UNICA)
      * DATA-MOVTO       : DATA DO MOVIMENTO (DAT-DEPOS, AAAAMMDD)
      * SEQUENCIA        : ORDEM DO MOVIMENTO DENTRO DE CPF + CONTA +
      *                    DATA, A PARTIR DE 00001 (MOVIMENTO DA MESMA
      *                    DATA CHEGADO EM OUTRA EXECUCAO RECEBE A
      *                    PROXIMA SEQUENCIA LIVRE)
      * DATA-EXECUCAO    : DATA DE PROCESSAMENTO DA EXECUCAO QUE
      *                    ACEITOU O MOVIMENTO (AAAAMMDD)
      * HORA-EXECUCAO    : HORA DE INICIO DESSA EXECUCAO (HHMMSS) - COM
      *                    A DATA-EXECUCAO, IDENTIFICA A EXECUCAO COMO
      *                    NO RESUMO (RES02112)
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM DO MOVIMENTO
      * TIP-MOVTO        : TIPO DO MOVIMENTO (MESMOS VALORES DO
      *                    ENT02112; 'C' NAO APARECE - O CHEQUE ENTRA
      *                    NO JORNAL COMO 'D' QUANDO E' LIBERADO).
      *                    O ESTORNO ('R') E' GRAVADO NA DATA DO
      *                    MOVIMENTO ESTORNADO, LOGO DEPOIS DELE
      * VAL-MOVTO        : VALOR DO MOVIMENTO, COMO RECEBIDO
      * CPF-CONTRA       : CPF DA CONTRAPARTE (TIPOS 'E' E 'T')
      * SITUACAO         : BRANCO = MOVIMENTO EM VIGOR
      *                    'E'    = MOVIMENTO ESTORNADO (NAO ACEITA
      *                             OUTRO ESTORNO)
      * SEQ-VINCULO      : NO ESTORNO, A SEQUENCIA DO MOVIMENTO
      *                    ESTORNADO; NO MOVIMENTO ESTORNADO, A
      *                    SEQUENCIA DO ESTORNO (MESMO CPF + CONTA +
      *                    DATA-MOVTO). ZEROS NOS DEMAIS
      ******************************************************************

          01 ARQJNL01-REGISTRO.
             03 ARQJNL01-CHAVE.
                05 ARQJNL01-CPF.
                   07 ARQJNL01-COD-CPF   PIC  9(09)  VALUE ZEROS.
                   07 ARQJNL01-DIG-CPF   PIC  9(02)  VALUE ZEROS.
                05 ARQJNL01-NUM-CONTA    PIC  9(08)  VALUE ZEROS.
                05 ARQJNL01-DATA-MOVTO   PIC  9(08)  VALUE ZEROS.
                05 ARQJNL01-SEQUENCIA    PIC  9(05)  VALUE ZEROS.
             03 ARQJNL01-DATA-EXECUCAO   PIC  9(08)  VALUE ZEROS.
             03 ARQJNL01-HORA-EXECUCAO   PIC  9(06)  VALUE ZEROS.
             03 ARQJNL01-COD-FILIAL      PIC  9(03)  VALUE ZEROS.
             03 ARQJNL01-TIP-MOVTO       PIC  X(01)  VALUE SPACES.
                88 ARQJNL01-MOVTO-DEBITO            VALUES 'S' 'T'
                                                           'R'.
                88 ARQJNL01-MOVTO-ESTORNO           VALUE  'R'.
             03 ARQJNL01-VAL-MOVTO       PIC S9(15)V99 COMP-3 VALUE +0.
             03 ARQJNL01-CPF-CONTRA.
                05 ARQJNL01-COD-CPF-CONTRA
                                         PIC  9(09)  VALUE ZEROS.
                05 ARQJNL01-DIG-CPF-CONTRA
                                         PIC  9(02)  VALUE ZEROS.
             03 ARQJNL01-SITUACAO        PIC  X(01)  VALUE SPACES.
                88 ARQJNL01-EM-VIGOR                VALUE SPACES.
                88 ARQJNL01-ESTORNADO               VALUE 'E'.
             03 ARQJNL01-SEQ-VINCULO     PIC  9(05)  VALUE ZEROS.
             03 FILLER                   PIC  X(04)  VALUE SPACES.
