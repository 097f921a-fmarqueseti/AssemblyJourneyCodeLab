      ******************************************************************
      * CPFSRF1 - LAYOUT DO REGISTRO DO ARQUIVO DE SITUACAO CADASTRAL
      *           DO CPF NA RECEITA FEDERAL (CPFSRF01, CHAVEADO POR
      *           CPF): A ULTIMA SITUACAO CONHECIDA DE CADA CPF,
      *           CARREGADA PELO COBP0625 A PARTIR DO RETORNO DO BUREAU
      *           DE CONSULTA ('R' REGULAR, 'S' SUSPENSA, 'C'
      *           CANCELADA, 'F' TITULAR FALECIDO), COM A DATA DA
      *           SITUACAO INFORMADA PELO BUREAU E A DATA DA CARGA.
      *           CONSULTADO PELO COBP0601 NO LOTE, PELO COBP0603 NO
      *           BALCAO E PELO COBP0613 NA INTERFACE DE ABERTURA.
      ******************************************************************
       01  REG-SITUACAO-RECEITA.
           03  SRF-CPF-NUMERO              PIC 9(011).
           03  SRF-SITUACAO                PIC X(001).
               88  SRF-SITUACAO-REGULAR           VALUE 'R'.
               88  SRF-SITUACAO-SUSPENSA          VALUE 'S'.
               88  SRF-SITUACAO-CANCELADA         VALUE 'C'.
               88  SRF-SITUACAO-FALECIDO          VALUE 'F'.
               88  SRF-SITUACAO-CONHECIDA         VALUE 'R' 'S'
                                                        'C' 'F'.
           03  SRF-DATA-SITUACAO           PIC 9(008).
           03  SRF-DATA-ATUALIZACAO        PIC 9(008).
           03  FILLER                      PIC X(052).
