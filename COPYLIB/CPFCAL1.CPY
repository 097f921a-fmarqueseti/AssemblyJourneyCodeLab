      ******************************************************************
      * CPFCAL1 - LAYOUT DO REGISTRO DO CALENDARIO DE DIAS NAO UTEIS
      *           (CPFCAL01), CHAVEADO PELA DATA. SABADOS E DOMINGOS
      *           SAO CALCULADOS PELA SUBROTINA DE DATAS COBP0632 E
      *           NAO PRECISAM CONSTAR DO ARQUIVO; CADA REGISTRO AQUI
      *           E UM FERIADO OU DIA SEM EXPEDIENTE BANCARIO EM DIA
      *           DE SEMANA. MANTIDO PELO COBP0633.
      ******************************************************************
       01  REG-CALENDARIO.
           03  CAL-DATA                    PIC 9(008).
           03  CAL-TIPO-DIA                PIC X(001).
               88  CAL-FERIADO-NACIONAL           VALUE 'N'.
               88  CAL-FERIADO-LOCAL              VALUE 'L'.
               88  CAL-SEM-EXPEDIENTE             VALUE 'S'.
           03  CAL-DESCRICAO               PIC X(030).
           03  CAL-DATA-ATUALIZACAO        PIC 9(008).
           03  FILLER                      PIC X(013).
