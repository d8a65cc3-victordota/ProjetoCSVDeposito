      ******************************************************************
      * NOME BOOK : HSC02112
      * DESCRICAO : HISTORICO DE SITUACAO DO CLIENTE COM DATA DE
      *             VIGENCIA (PROD.CADASTRO.SITUACAO.HISTORICO) - UM
      *             REGISTRO POR MUDANCA DE SITUACAO APLICADA PELO
      *             EXER0213. A SITUACAO DE UM CPF NUMA DATA E' A DO
      *             ULTIMO REGISTRO COM VIGENCIA ATE' ESSA DATA; DATA
      *             ANTERIOR AO PRIMEIRO REGISTRO USA A SIT-ANTERIOR
      *             DELE; CPF SEM REGISTRO USA A SITUACAO DO CADASTRO.
      *             CONSULTADO PELO EXER0212 E PELO EXER0220 NA
      *             RETENCAO E LISTADO NO DOSSIE DO EXER0223
      * ORGANIZACAO: INDEXADA, CHAVE = ARQHSC01-CHAVE
      *              (CPF + DATA-VIGENCIA + SEQUENCIA)
      * TAMANHO   :  70 BYTES
      ************************* DADOS DO HISTORICO ********************
      * COD-CPF          : CPF DO CLIENTE
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * DATA-VIGENCIA    : DATA A PARTIR DA QUAL A NOVA SITUACAO VALE
      *                    (AAAAMMDD)
      * SEQUENCIA        : ORDEM DAS MUDANCAS COM A MESMA VIGENCIA
      * SIT-ANTERIOR     : SITUACAO EM VIGOR NA DATA, ANTES DA MUDANCA
      *                    (BRANCO NA INCLUSAO DO CLIENTE)
      * SIT-NOVA         : SITUACAO APLICADA ('A'/'B'/'F')
      * ACAO             : ACAO DO MOVIMENTO ('I' = INCLUSAO /
      *                    'A' = ALTERACAO)
      * USUARIO          : QUEM SOLICITOU A MUDANCA (DO MOVIMENTO)
      * DATA-ALTERACAO   : DATA EM QUE A MUDANCA FOI APLICADA
      *                    (AAAAMMDD)
      * HORA-ALTERACAO   : HORA EM QUE A MUDANCA FOI APLICADA (HHMMSS)
      * PROGRAMA         : PROGRAMA QUE GRAVOU O REGISTRO
      ******************************************************************

          01 ARQHSC01-REGISTRO.
             03 ARQHSC01-CHAVE.
                05 ARQHSC01-CPF.
                   07 ARQHSC01-COD-CPF   PIC  9(09)  VALUE ZEROS.
                   07 ARQHSC01-DIG-CPF   PIC  9(02)  VALUE ZEROS.
                05 ARQHSC01-DATA-VIGENCIA
                                         PIC  9(08)  VALUE ZEROS.
                05 ARQHSC01-SEQUENCIA    PIC  9(03)  VALUE ZEROS.
             03 ARQHSC01-SIT-ANTERIOR    PIC  X(01)  VALUE SPACES.
             03 ARQHSC01-SIT-NOVA        PIC  X(01)  VALUE SPACES.
                88 ARQHSC01-NOVA-ATIVO               VALUES 'A' ' '.
                88 ARQHSC01-NOVA-BLOQUEADO           VALUE  'B'.
                88 ARQHSC01-NOVA-FALECIDO            VALUE  'F'.
             03 ARQHSC01-ACAO            PIC  X(01)  VALUE SPACES.
             03 ARQHSC01-USUARIO         PIC  X(08)  VALUE SPACES.
             03 ARQHSC01-DATA-ALTERACAO  PIC  9(08)  VALUE ZEROS.
             03 ARQHSC01-HORA-ALTERACAO  PIC  9(06)  VALUE ZEROS.
             03 ARQHSC01-PROGRAMA        PIC  X(08)  VALUE SPACES.
             03 FILLER                   PIC  X(15)  VALUE SPACES.
