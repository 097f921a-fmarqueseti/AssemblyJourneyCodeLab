      ******************************************************************
      * CPFRRF1 - LAYOUT DO ARQUIVO DE RETORNO DO BUREAU DA RECEITA
      *           FEDERAL (CPFRRF01, ENTRADA DO COBP0625): UM DETALHE
      *           POR CPF CONSULTADO, COM A SITUACAO CADASTRAL ('R'
      *           REGULAR, 'S' SUSPENSA, 'C' CANCELADA, 'F' TITULAR
      *           FALECIDO) E A DATA DA SITUACAO NA RECEITA. HEADER E
      *           TRAILER NA MESMA CONVENCAO DA CONSULTA (CPFQRF1),
      *           COM TOTAL E HASH PARA O BATIMENTO.
      ******************************************************************
       01  REG-RETORNO-RECEITA.
           03  RRF-TIPO-REGISTRO           PIC X(001).
               88  RRF-REG-HEADER                 VALUE 'H'.
               88  RRF-REG-DETALHE                VALUE 'D'.
               88  RRF-REG-TRAILER                VALUE 'T'.
           03  RRF-DADOS-REGISTRO          PIC X(079).
           03  RRF-DADOS-DETALHE REDEFINES RRF-DADOS-REGISTRO.
               05  RRF-CPF-NUMERO          PIC 9(011).
               05  RRF-SITUACAO            PIC X(001).
               05  RRF-DATA-SITUACAO       PIC 9(008).
               05  FILLER                  PIC X(059).
           03  RRF-DADOS-HEADER REDEFINES RRF-DADOS-REGISTRO.
               05  RRF-HDR-DATA-GERACAO    PIC 9(008).
               05  RRF-HDR-ID-EXECUCAO     PIC X(008).
               05  FILLER                  PIC X(063).
           03  RRF-DADOS-TRAILER REDEFINES RRF-DADOS-REGISTRO.
               05  RRF-TRL-QTD-REGISTROS   PIC 9(009).
               05  RRF-TRL-HASH-CPFS       PIC 9(018).
               05  FILLER                  PIC X(052).
