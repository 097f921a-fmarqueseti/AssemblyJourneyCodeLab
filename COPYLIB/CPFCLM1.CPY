      ******************************************************************
      * CPFCLM1 - LAYOUT DO REGISTRO DE MOVIMENTO DE MANUTENCAO DO
      *           CALENDARIO DE DIAS NAO UTEIS (ENTRADA DO COBP0633,
      *           NO MESMO MOLDE DO MOVIMENTO CPFRMV1 DA LISTA
      *           RESTRITIVA): 'I' INCLUI UM FERIADO, 'E' EXCLUI
      ******************************************************************
       01  REG-MOVTO-CALENDARIO.
           03  CLM-TIPO-MOVTO              PIC X(001).
               88  CLM-INCLUSAO                   VALUE 'I'.
               88  CLM-EXCLUSAO                   VALUE 'E'.
           03  CLM-DATA                    PIC 9(008).
           03  CLM-TIPO-DIA                PIC X(001).
           03  CLM-DESCRICAO               PIC X(030).
           03  FILLER                      PIC X(040).
