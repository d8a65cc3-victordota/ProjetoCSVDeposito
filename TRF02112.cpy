      ******************************************************************
      * NOME BOOK : TRF02112
      * DESCRICAO : TABELA DE TARIFAS MENSAIS (EXER0241) - UM CARTAO
      *             POR TIPO DE TARIFA. TIPO AUSENTE DA TABELA NAO E'
      *             COBRADO; TIPO REPETIDO OU INVALIDO CANCELA O JOB
      * TAMANHO   :  80 BYTES
      ************************* DADOS DA TARIFA ***********************
      * TIP-TARIFA       : TIPO DA TARIFA
      *                    'M' = MANUTENCAO MENSAL DA CONTA
      *                    'S' = SAQUE ACIMA DA FRANQUIA DO MES
      *                    'T' = TRANSFERENCIA ENVIADA ACIMA DA
      *                          FRANQUIA DO MES
      * DESCRICAO        : DESCRICAO DA TARIFA (MEMORIAL)
      * VAL-TARIFA       : VALOR UNITARIO DA TARIFA (POR MES NA 'M',
      *                    POR MOVIMENTO EXCEDENTE NA 'S' E NA 'T')
      * QTDE-FRANQUIA    : MOVIMENTOS DO MES ISENTOS ('S' E 'T';
      *                    IGNORADA NA 'M')
      * VAL-SALDO-ISENCAO: SALDO MEDIO A PARTIR DO QUAL A CONTA FICA
      *                    ISENTA DA TARIFA (ZEROS = SEM ISENCAO
      *                    POR SALDO)
      * MESES-MEDIA      : QUANTIDADE DE FECHAMENTOS (HIS02112), ATE'
      *                    A COMPETENCIA COBRADA, QUE COMPOEM O SALDO
      *                    MEDIO (ZEROS = SO' A COMPETENCIA)
      * SIT-ISENTAS      : SITUACOES DE CLIENTE (CAD02112) ISENTAS DA
      *                    TARIFA, ALEM DE BLOQUEADO E FALECIDO, QUE
      *                    NUNCA SAO TARIFADOS (BRANCOS = NENHUMA)
      ******************************************************************

          01 ARQTRF01-REGISTRO.
             03 ARQTRF01-TIP-TARIFA     PIC  X(01)  VALUE SPACES.
                88 ARQTRF01-TAR-MANUTENCAO          VALUE 'M'.
                88 ARQTRF01-TAR-SAQUE               VALUE 'S'.
                88 ARQTRF01-TAR-TRANSFERENCIA       VALUE 'T'.
                88 ARQTRF01-TAR-VALIDA              VALUES 'M' 'S'
                                                           'T'.
             03 ARQTRF01-DESCRICAO      PIC  X(30)  VALUE SPACES.
             03 ARQTRF01-VAL-TARIFA     PIC  9(05)V99 VALUE ZEROS.
             03 ARQTRF01-QTDE-FRANQUIA  PIC  9(03)  VALUE ZEROS.
             03 ARQTRF01-VAL-SALDO-ISENCAO
                                        PIC  9(13)V99 VALUE ZEROS.
             03 ARQTRF01-MESES-MEDIA    PIC  9(02)  VALUE ZEROS.
             03 ARQTRF01-SIT-ISENTAS    PIC  X(05)  VALUE SPACES.
             03 FILLER                  PIC  X(17)  VALUE SPACES.
      ******************************************************************
