      ******************************************************************
      * CPFITG1 - LAYOUT DO REGISTRO DO HISTORICO DA VARREDURA SEMANAL
      *           DE INTEGRIDADE DOS ARQUIVOS DE CPF (CPFITG01,
      *           ACUMULATIVO): UM REGISTRO POR EXECUCAO DO COBP0635,
      *           GRAVADO NA FINALIZACAO, COM A QUANTIDADE DE
      *           INCONSISTENCIAS DE CADA TIPO E DE CADA SEVERIDADE,
      *           PARA A TENDENCIA SEMANA A SEMANA. A POSICAO NA
      *           TABELA ITG-QTD-TIPO E O NUMERO DO TIPO NO RELATORIO
      *           DA VARREDURA (CPFITR01).
      ******************************************************************
       01  REG-HISTORICO-INTEGRIDADE.
           03  ITG-DATA-VARREDURA          PIC 9(008).
           03  ITG-QTD-CLIENTES            PIC 9(009).
           03  ITG-QTD-TIPO                PIC 9(009) OCCURS 10 TIMES.
           03  ITG-QTD-ALTA                PIC 9(009).
           03  ITG-QTD-MEDIA               PIC 9(009).
           03  ITG-QTD-BAIXA               PIC 9(009).
           03  FILLER                      PIC X(016).
