      ******************************************************************
      * NOME BOOK : ENP02112
      * DESCRICAO : REGISTRO DAS ENTRADAS JA POSTADAS PELO EXER0212
      *             (PROD.DEPOSITO.ENTRADAS.PROCESSADAS) - UM REGISTRO
      *             POR ENTRADA DISTINTA, IDENTIFICADA PELA FAIXA DE
      *             CPF DA PARTICAO E PELOS TOTAIS DE CONTROLE DOS
      *             REGISTROS DA FAIXA (QTDE, VALOR E SOMA DOS CPF),
      *             CALCULADOS NUMA LEITURA PREVIA DO ARQENT01/ARQENT02
      *             ANTES DE QUALQUER POSTAGEM. A MESMA ENTRADA SO' E'
      *             POSTADA DE NOVO COM REPROCESSA = 'S' NO CARTAO
      *             (OU NA RETOMADA DE UMA EXECUCAO INTERROMPIDA). O
      *             EXER0236 MARCA A ENTRADA COMO REVERTIDA AO DESFAZER
      *             A EXECUCAO, O QUE IMPEDE DESFAZE-LA DUAS VEZES
      * ORGANIZACAO: INDEXADA, CHAVE = ARQENP01-CHAVE
      *              (FAIXA DE CPF + TOTAIS DE CONTROLE)
      * TAMANHO   : 120 BYTES
      ************************* DADOS DO REGISTRO *********************
      * CPF-DE/CPF-ATE   : FAIXA DE CPF DO CARTAO DA EXECUCAO
      * QTDE-REGISTROS   : QTDE DE REGISTROS DA FAIXA NA ENTRADA
      * VAL-TOTAL        : SOMA DOS VALORES (SEM SINAL) DOS REGISTROS
      * SOMA-CPF         : SOMA DOS CPF (11 DIGITOS) DOS REGISTROS
      * SITUACAO         : 'E' = POSTAGEM EM ANDAMENTO (OU CANCELADA)
      *                    'C' = POSTAGEM CONCLUIDA
      *                    'R' = EXECUCAO REVERTIDA PELO EXER0236
      * DATA-EXECUCAO    : DATA DA ULTIMA EXECUCAO QUE POSTOU A ENTRADA
      *                    (AAAAMMDD) - MESMA DO RESUMO RES02112
      * HORA-EXECUCAO    : HORA DE INICIO DESSA EXECUCAO (HHMMSS) -
      *                    MESMA DO RESUMO RES02112
      * DATA-PRIMEIRA    : DATA DA PRIMEIRA POSTAGEM DA ENTRADA
      * QTDE-EXECUCOES   : QTDE DE EXECUCOES QUE POSTARAM A ENTRADA
      *                    (REPROCESSAMENTOS INCLUSIVE; RETOMADA NAO
      *                    CONTA)
      * DATA-REVERSAO    : DATA EM QUE O EXER0236 DESFEZ A EXECUCAO
      ******************************************************************

          01 ARQENP01-REGISTRO.
             03 ARQENP01-CHAVE.
                05 ARQENP01-CPF-DE       PIC  9(11)  VALUE ZEROS.
                05 ARQENP01-CPF-ATE      PIC  9(11)  VALUE ZEROS.
                05 ARQENP01-QTDE-REGISTROS
                                         PIC  9(07)  VALUE ZEROS.
                05 ARQENP01-VAL-TOTAL    PIC  9(15)V99 VALUE ZEROS.
                05 ARQENP01-SOMA-CPF     PIC  9(18)  VALUE ZEROS.
             03 ARQENP01-SITUACAO        PIC  X(01)  VALUE SPACES.
                88 ARQENP01-EM-ANDAMENTO             VALUE 'E'.
                88 ARQENP01-CONCLUIDA                VALUE 'C'.
                88 ARQENP01-REVERTIDA                VALUE 'R'.
             03 ARQENP01-DATA-EXECUCAO   PIC  9(08)  VALUE ZEROS.
             03 ARQENP01-HORA-EXECUCAO   PIC  9(06)  VALUE ZEROS.
             03 ARQENP01-DATA-PRIMEIRA   PIC  9(08)  VALUE ZEROS.
             03 ARQENP01-QTDE-EXECUCOES  PIC  9(03)  VALUE ZEROS.
             03 ARQENP01-DATA-REVERSAO   PIC  9(08)  VALUE ZEROS.
             03 FILLER                   PIC  X(22)  VALUE SPACES.
