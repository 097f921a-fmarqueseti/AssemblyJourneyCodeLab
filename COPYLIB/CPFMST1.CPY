      *           NA PLATAFORMA DE ABERTURA DE CONTAS, APURADO PELO
      *           COBP0621 A PARTIR DO ARQUIVO DE RETORNO DAQUELA
      *           PLATAFORMA (ESPACO = SEM RETORNO APURADO).
      *           O INDICADOR DE RESTRICAO E MARCADO PELO COBP0626
      *           QUANDO O CPF DO CLIENTE ENTRA NA LISTA RESTRITIVA
      *           (CPFRES01) E DESMARCADO QUANDO O CPF SAI DA LISTA
      *           (ESPACO OU 'N' = SEM RESTRICAO). O MESTRE NO
      *           LAYOUT ANTERIOR, DE 80 BYTES, E CONVERTIDO PARA ESTE
      *           PELO COBP0636.
      ******************************************************************
       01  REG-CLIENTE-MASTER.
           03  MST-CPF-NUMERO              PIC 9(011).
               88  MST-ABERTURA-SEM-RETORNO       VALUE SPACE.
           03  MST-DATA-RETORNO            PIC 9(008).
           03  MST-MOTIVO-RECUSA           PIC X(003).
           03  MST-INDICADOR-RESTRICAO     PIC X(001).
               88  MST-SOB-RESTRICAO              VALUE 'S'.
               88  MST-SEM-RESTRICAO              VALUE 'N' SPACE.
           03  MST-DATA-RESTRICAO          PIC 9(008).
           03  FILLER                      PIC X(011).
