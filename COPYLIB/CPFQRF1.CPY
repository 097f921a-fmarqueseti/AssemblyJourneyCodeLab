      ******************************************************************
      * CPFQRF1 - LAYOUT DO ARQUIVO DE CONSULTA DE SITUACAO CADASTRAL
      *           ENVIADO AO BUREAU DA RECEITA FEDERAL (CPFQRF01,
      *           GERADO PELO COBP0624): HEADER COM DATA DE GERACAO E
      *           ID DA EXECUCAO, UM DETALHE POR CPF APROVADO NO LOTE
      *           DE VALIDACAO E TRAILER COM TOTAL E HASH, NA MESMA
      *           CONVENCAO DA INTERFACE DE ABERTURA (CPFINT1).
      ******************************************************************
       01  REG-CONSULTA-RECEITA.
           03  QRF-TIPO-REGISTRO           PIC X(001).
               88  QRF-REG-HEADER                 VALUE 'H'.
               88  QRF-REG-DETALHE                VALUE 'D'.
               88  QRF-REG-TRAILER                VALUE 'T'.
           03  QRF-DADOS-REGISTRO          PIC X(079).
           03  QRF-DADOS-DETALHE REDEFINES QRF-DADOS-REGISTRO.
               05  QRF-CPF-NUMERO          PIC 9(011).
               05  FILLER                  PIC X(068).
           03  QRF-DADOS-HEADER REDEFINES QRF-DADOS-REGISTRO.
               05  QRF-HDR-DATA-GERACAO    PIC 9(008).
               05  QRF-HDR-ID-EXECUCAO     PIC X(008).
               05  FILLER                  PIC X(063).
           03  QRF-DADOS-TRAILER REDEFINES QRF-DADOS-REGISTRO.
               05  QRF-TRL-QTD-REGISTROS   PIC 9(009).
               05  QRF-TRL-HASH-CPFS       PIC 9(018).
               05  FILLER                  PIC X(052).
