      ******************************************************************
      * NOME BOOK : PCT02112
      * DESCRICAO : TABELA DE CONTAS CONTABEIS DO LANCAMENTO DIARIO
      *             (PLANO DE CONTAS) - UM REGISTRO POR TIPO DE
      *             MOVIMENTO E FILIAL COM A CONTA A DEBITAR E A
      *             CONTA A CREDITAR. REGISTRO COM COD-FILIAL EM
      *             BRANCO VALE PARA TODA FILIAL SEM LINHA PROPRIA
      *             DO MESMO TIPO. MANTIDA PELA CONTABILIDADE
      * TAMANHO   :  80 BYTES
      ************************* DADOS DA TABELA ***********************
      * TIP-MOVTO        : 'D' = DEPOSITO
      *                    'S' = SAQUE
      *                    'E' = TRANSFERENCIA RECEBIDA
      *                    'T' = TRANSFERENCIA ENVIADA
      *                    'R' = ESTORNO DE CREDITO
      * COD-FILIAL       : AGENCIA/FILIAL (000-999) OU BRANCOS
      *                    (CONTA PADRAO DO TIPO)
      * CONTA-DEBITO     : CONTA CONTABIL DEBITADA PELO MOVIMENTO
      * CONTA-CREDITO    : CONTA CONTABIL CREDITADA PELO MOVIMENTO
      * HISTORICO        : HISTORICO PADRAO DO LANCAMENTO (BRANCOS =
      *                    DESCRICAO DO TIPO DE MOVIMENTO)
      ******************************************************************

          01 ARQPCT01-REGISTRO.
             03 ARQPCT01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
                88 ARQPCT01-MOVTO-VALIDO     VALUES 'D' 'S' 'E' 'T'
                                                    'R'.
             03 ARQPCT01-COD-FILIAL     PIC  X(03)  VALUE SPACES.
                88 ARQPCT01-TODAS-FILIAIS           VALUE SPACES.
             03 ARQPCT01-CONTA-DEBITO   PIC  X(12)  VALUE SPACES.
             03 ARQPCT01-CONTA-CREDITO  PIC  X(12)  VALUE SPACES.
             03 ARQPCT01-HISTORICO      PIC  X(30)  VALUE SPACES.
             03 FILLER                  PIC  X(22)  VALUE SPACES.
