      *                    02 = DATA DO DEPOSITO INVALIDA
      *                    03 = VALOR DO DEPOSITO ZERADO
      *                    04 = TIPO DE MOVIMENTO INVALIDO
      *                    05 = CONTA INEXISTENTE NO CADASTRO DE
      *                         CONTAS (CTA02112)
      *                    06 = CONTA ENCERRADA
      *                    07 = CONTA DE OUTRO TITULAR (CPF DO
      *                         MOVIMENTO DIFERENTE DO DA CONTA)
      * DESC-MOTIVO      : DESCRICAO DO MOTIVO DA REJEICAO
      * COD-FILIAL       : AGENCIA/FILIAL DE ORIGEM DO DEPOSITO
      * TIP-MOVTO        : TIPO DO MOVIMENTO (COMO LIDO)
                88 ARQREJ01-MOT-DATA-INVALIDA       VALUE 02.
                88 ARQREJ01-MOT-VALOR-ZERADO        VALUE 03.
                88 ARQREJ01-MOT-TIPO-INVALIDO       VALUE 04.
                88 ARQREJ01-MOT-CONTA-INEXISTENTE   VALUE 05.
                88 ARQREJ01-MOT-CONTA-ENCERRADA     VALUE 06.
                88 ARQREJ01-MOT-CONTA-OUTRO-TITULAR VALUE 07.
             03 ARQREJ01-DESC-MOTIVO    PIC  X(30)  VALUE SPACES.
             03 ARQREJ01-COD-FILIAL     PIC  9(03)  VALUE ZEROS.
             03 ARQREJ01-TIP-MOVTO      PIC  X(01)  VALUE SPACES.
