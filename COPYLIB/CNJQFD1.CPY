      ******************************************************************
      * CNJQFD1 - LAYOUT DO ARQUIVO PERIODICO DO QUADRO DE SOCIOS E
      *           ADMINISTRADORES (CNJQFD01, ENTRADA DO COBP0630): UM
      *           DETALHE POR SOCIO, ORDENADO POR CNPJ + CPF DO SOCIO.
      *           CADA CNPJ PRESENTE NO ARQUIVO TRAZ O SEU QUADRO
      *           COMPLETO. HEADER E TRAILER NA MESMA CONVENCAO DO
      *           RETORNO DA RECEITA (CPFRRF1), COM TOTAL E HASH DOS
      *           CPFS DOS SOCIOS PARA O BATIMENTO.
      ******************************************************************
       01  REG-ARQUIVO-QSA.
           03  QFD-TIPO-REGISTRO           PIC X(001).
               88  QFD-REG-HEADER                 VALUE 'H'.
               88  QFD-REG-DETALHE                VALUE 'D'.
               88  QFD-REG-TRAILER                VALUE 'T'.
           03  QFD-DADOS-REGISTRO          PIC X(079).
           03  QFD-DADOS-DETALHE REDEFINES QFD-DADOS-REGISTRO.
               05  QFD-CHAVE.
                   07  QFD-CNPJ-NUMERO     PIC 9(014).
                   07  QFD-CPF-SOCIO       PIC 9(011).
               05  QFD-NOME-SOCIO          PIC X(040).
               05  QFD-QUALIFICACAO        PIC X(002).
               05  QFD-DATA-ENTRADA        PIC 9(008).
               05  FILLER                  PIC X(004).
           03  QFD-DADOS-HEADER REDEFINES QFD-DADOS-REGISTRO.
               05  QFD-HDR-DATA-GERACAO    PIC 9(008).
               05  QFD-HDR-SISTEMA-ORIGEM  PIC X(008).
               05  FILLER                  PIC X(063).
           03  QFD-DADOS-TRAILER REDEFINES QFD-DADOS-REGISTRO.
               05  QFD-TRL-QTD-REGISTROS   PIC 9(009).
               05  QFD-TRL-HASH-CPFS       PIC 9(018).
               05  FILLER                  PIC X(052).
