      ******************************************************************
      * CNJQMV1 - LAYOUT DO REGISTRO DE MOVIMENTO DE MANUTENCAO DO
      *           QUADRO DE SOCIOS (ENTRADA DO COBP0631, NO MESMO
      *           MOLDE DO MOVIMENTO CPFRMV1 DA LISTA RESTRITIVA):
      *           'I' INCLUI UM SOCIO NO CNPJ, 'E' EXCLUI O SOCIO
      ******************************************************************
       01  REG-MOVTO-SOCIO.
           03  QMV-TIPO-MOVTO              PIC X(001).
               88  QMV-INCLUSAO                   VALUE 'I'.
               88  QMV-EXCLUSAO                   VALUE 'E'.
           03  QMV-CNPJ-NUMERO             PIC 9(014).
           03  QMV-CPF-SOCIO               PIC 9(011).
           03  QMV-NOME-SOCIO              PIC X(040).
           03  QMV-QUALIFICACAO            PIC X(002).
           03  QMV-DATA-ENTRADA            PIC 9(008).
           03  FILLER                      PIC X(004).
