      ******************************************************************
      * NOME BOOK : CTA02112
      * DESCRICAO : CADASTRO (MESTRE) DE CONTAS - UMA CONTA POR
      *             REGISTRO, COM O CPF DO TITULAR, A FILIAL DE
      *             DOMICILIO, AS DATAS DE ABERTURA E ENCERRAMENTO E
      *             A SITUACAO. MANTIDO PELO EXER0235; CONSULTADO PELO
      *             EXER0212 (CONTA INEXISTENTE, ENCERRADA OU DE
      *             OUTRO TITULAR E' REJEITADA) E PELO EXER0214 (CONTA
      *             ENCERRADA NAO E' TRANSPORTADA AO HISTORICO)
      * ORGANIZACAO: INDEXADA, CHAVE = ARQCTA01-CHAVE (NUM-CONTA) -
      *              O NUMERO DA CONTA E' UNICO NO BANCO; O CPF E' O
      *              TITULAR, CONFERIDO CONTRA O CPF DO MOVIMENTO
      * TAMANHO   :  60 BYTES
      ************************* DADOS DA CONTA ************************
      * NUM-CONTA        : NUMERO DA CONTA
      * COD-CPF          : CPF DO TITULAR DA CONTA
      * DIG-CPF          : DIGITO VERIFICADOR DO CPF
      * COD-FILIAL       : FILIAL DE DOMICILIO DA CONTA
      * DATA-ABERTURA    : DATA DE ABERTURA DA CONTA (AAAAMMDD)
      * DATA-ENCERRAMENTO: DATA DE ENCERRAMENTO (AAAAMMDD; ZEROS =
      *                    CONTA ABERTA)
      * SITUACAO         : 'A' = ATIVA
      *                    'E' = ENCERRADA
      * DATA-ATUALIZACAO : DATA DA ULTIMA MANUTENCAO (AAAAMMDD)
      ******************************************************************

          01 ARQCTA01-REGISTRO.
             03 ARQCTA01-CHAVE.
                05 ARQCTA01-NUM-CONTA    PIC  9(08)  VALUE ZEROS.
             03 ARQCTA01-CPF.
                05 ARQCTA01-COD-CPF      PIC  9(09)  VALUE ZEROS.
                05 ARQCTA01-DIG-CPF      PIC  9(02)  VALUE ZEROS.
             03 ARQCTA01-COD-FILIAL      PIC  9(03)  VALUE ZEROS.
             03 ARQCTA01-DATA-ABERTURA   PIC  9(08)  VALUE ZEROS.
             03 ARQCTA01-DATA-ENCERRAMENTO
                                         PIC  9(08)  VALUE ZEROS.
             03 ARQCTA01-SITUACAO        PIC  X(01)  VALUE 'A'.
                88 ARQCTA01-CONTA-ATIVA              VALUE 'A'.
                88 ARQCTA01-CONTA-ENCERRADA          VALUE 'E'.
             03 ARQCTA01-DATA-ATUALIZACAO
                                         PIC  9(08)  VALUE ZEROS.
             03 FILLER                   PIC  X(13)  VALUE SPACES.
