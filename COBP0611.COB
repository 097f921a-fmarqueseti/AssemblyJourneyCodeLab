      *                    O COBP0605 CONCLUIDO, REGISTRA INICIO E FIM
      *                    NO CPFRUN01 E RECUSA A EXECUCAO EM DOBRO NA
      *                    MESMA DATA.
      * 2026-10-15 EBC     DATA DO HEADER PASSOU A SER ACEITA DESDE O
      *                    DIA UTIL ANTERIOR (SUBROTINA DE DATAS
      *                    COBP0632) ATE A DATA DE PROCESSAMENTO, EM
      *                    VEZ DE EXIGIR A PROPRIA DATA DE
      *                    PROCESSAMENTO - NA SEGUNDA-FEIRA E DEPOIS
      *                    DE FERIADO O EXTRATO DO ULTIMO DIA UTIL ERA
      *                    RECUSADO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFRUC1.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
           03  WS-AREAS-EXTRATO.
               05  WS-DATA-PROCESSAMENTO
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-UTIL-ANTERIOR
                                       PIC 9(008) VALUE 0.
               05  WS-FLAG-TRAILER     PIC X(001) VALUE 'N'.
                   88 TRAILER-RECEBIDO        VALUE 'S'.
               05  WS-TRL-QTD-INFORMADA
               GOBACK
           END-IF.
      *
      *    O EXTRATO PODE TER SIDO GERADO NA DATA DE PROCESSAMENTO
      *    OU EM QUALQUER DIA DESDE O DIA UTIL ANTERIOR: O EXTRATO DE
      *    SABADO, DOMINGO OU FERIADO SO E PROCESSADO NO DIA UTIL
      *    SEGUINTE (DIAS UTEIS PELA SUBROTINA DE DATAS COBP0632).
           MOVE 'SUB'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE 1                     TO DTC-QTD.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0611 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-UTIL-ANTERIOR.
      *
           IF ENT-HDR-DATA-GERACAO > WS-DATA-PROCESSAMENTO
              OR ENT-HDR-DATA-GERACAO < WS-DATA-UTIL-ANTERIOR
               DISPLAY 'COBP0611 - DATA DO HEADER DO EXTRATO ('
                       ENT-HDR-DATA-GERACAO ') FORA DA JANELA DE '
                       'PROCESSAMENTO (' WS-DATA-UTIL-ANTERIOR ' A '
                       WS-DATA-PROCESSAMENTO ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
