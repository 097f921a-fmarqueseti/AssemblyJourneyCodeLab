      ******************************************************************
      * CPFDTC1 - AREA DE COMUNICACAO COM A SUBROTINA DE DATAS
      *           COBP0632 (GRUPO CALCULO-DATAS, USADO EM TODA
      *           CHAMADA A COBP0632), QUE CONSULTA O CALENDARIO DE
      *           DIAS NAO UTEIS CPFCAL01:
      *           'UTL' - INFORMA SE DTC-DATA-BASE E DIA UTIL E O
      *                   DIA DA SEMANA (1 DOMINGO A 7 SABADO)
      *           'SUB' - RETROCEDE DTC-QTD DIAS UTEIS A PARTIR DE
      *                   DTC-DATA-BASE (QTD 1 = DIA UTIL ANTERIOR)
      *           'DIF' - CONTA OS DIAS UTEIS DEPOIS DE
      *                   DTC-DATA-INICIAL ATE DTC-DATA-BASE
      *           'MES' - RETROCEDE DTC-QTD MESES A PARTIR DE
      *                   DTC-DATA-BASE (DIA AJUSTADO AO FIM DO MES)
      ******************************************************************
       01  CALCULO-DATAS.
           03  DTC-FUNCAO                  PIC X(003).
               88  DTC-FUNCAO-DIA-UTIL            VALUE 'UTL'.
               88  DTC-FUNCAO-SUBTRAI-UTEIS       VALUE 'SUB'.
               88  DTC-FUNCAO-DIFERENCA           VALUE 'DIF'.
               88  DTC-FUNCAO-SUBTRAI-MESES       VALUE 'MES'.
           03  DTC-DATA-BASE               PIC 9(008).
           03  DTC-DATA-INICIAL            PIC 9(008).
           03  DTC-QTD                     PIC 9(005).
           03  DTC-DATA-RESULTADO          PIC 9(008).
           03  DTC-QTD-RESULTADO           PIC 9(005).
           03  DTC-IND-DIA-UTIL            PIC X(001).
               88  DTC-DIA-UTIL                   VALUE 'S'.
               88  DTC-DIA-NAO-UTIL               VALUE 'N'.
           03  DTC-DIA-SEMANA              PIC 9(001).
           03  DTC-RETORNO                 PIC 9(002).
               88  DTC-OK                         VALUE 00.
               88  DTC-DATA-INVALIDA              VALUE 12.
               88  DTC-ERRO-ES                    VALUE 16.
