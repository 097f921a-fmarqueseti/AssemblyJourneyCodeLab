      ******************************************************************
      * CPFALR1 - LAYOUT DO REGISTRO DO ARQUIVO DE ALERTAS DE CLIENTES
      *           ATIVOS DO MESTRE (CPFMST01) QUE ENTRARAM NA LISTA
      *           RESTRITIVA (CPFRES01), GERADO PELO COBP0626 PARA A
      *           EQUIPE DE PREVENCAO A FRAUDE
      ******************************************************************
       01  REG-ALERTA-RESTRITIVO.
           03  ALR-CPF-NUMERO              PIC 9(011).
           03  ALR-CPF-MASCARADO           PIC X(014).
           03  ALR-NOME-CLIENTE            PIC X(040).
           03  ALR-DATA-CADASTRO           PIC 9(008).
           03  ALR-MOTIVO-BLOQUEIO         PIC X(030).
           03  ALR-DATA-INCLUSAO           PIC 9(008).
           03  ALR-DATA-ALERTA             PIC 9(008).
           03  FILLER                      PIC X(001).
