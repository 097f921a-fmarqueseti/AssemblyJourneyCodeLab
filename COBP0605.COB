      *                    FINAL. SEM ISSO, DEPOIS DA DEPURACAO NAO
      *                    HAVIA COMO DIZER QUAL CANAL ENVIOU CADA
      *                    CPF.
      * 2026-10-15 EBC     DATA DO HEADER PASSOU A SER ACEITA DESDE O
      *                    DIA UTIL ANTERIOR (SUBROTINA DE DATAS
      *                    COBP0632) ATE A DATA DE PROCESSAMENTO, EM
      *                    VEZ DE EXIGIR A PROPRIA DATA DE
      *                    PROCESSAMENTO.
      * 2026-10-15 EBC     O EXTRATO BRUTO DO FLUXO NOTURNO PASSOU A
      *                    SER MONTADO PELA RECEPCAO DOS CANAIS
      *                    (COBP0634), AGORA PREDECESSOR DESTE PASSO.
      *                    OS CICLOS INTRADIA NAO PASSAM PELA RECEPCAO
      *                    E CONTINUAM SEM PREDECESSOR.
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
                   88 FIM-CLASSIFICA          VALUE 'S'.
           03  WS-CHAVES-CONTROLE.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0605'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE 'COBP0634'.
           03  WS-AREAS-EXTRATO.
               05  WS-DATA-PROCESSAMENTO
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-UTIL-ANTERIOR
                                       PIC 9(008) VALUE 0.
               05  WS-FLAG-TRAILER     PIC X(001) VALUE 'N'.
                   88 TRAILER-RECEBIDO        VALUE 'S'.
               05  WS-FLAG-EXTRATO     PIC X(001) VALUE 'N'.
      ******************************************************************
       1000-INICIALIZACAO.
      *    NOS CICLOS INTRADIA (PARM 'CICLO=N') CADA DEPURACAO SE
      *    REGISTRA NO CONTROLE DE EXECUCAO COM O ID DO SEU CICLO;
      *    O EXTRATO DELTA NAO PASSA PELA RECEPCAO DOS CANAIS.
           IF WS-PARM-TAM >= 7
              AND WS-PARM-DADO(1:6) = 'CICLO='
              AND WS-PARM-DADO(7:1) >= '1'
              AND WS-PARM-DADO(7:1) <= '9'
               MOVE 'CPF605C'         TO WS-ID-CONTROLE(1:7)
               MOVE WS-PARM-DADO(7:1) TO WS-ID-CONTROLE(8:1)
               MOVE SPACES            TO WS-ID-PREDECESSOR
           END-IF.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
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
               DISPLAY 'COBP0605 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-UTIL-ANTERIOR.
      *
           IF ENT-HDR-DATA-GERACAO > WS-DATA-PROCESSAMENTO
              OR ENT-HDR-DATA-GERACAO < WS-DATA-UTIL-ANTERIOR
               DISPLAY 'COBP0605 - DATA DO HEADER DO EXTRATO ('
                       ENT-HDR-DATA-GERACAO ') FORA DA JANELA DE '
                       'PROCESSAMENTO (' WS-DATA-UTIL-ANTERIOR ' A '
                       WS-DATA-PROCESSAMENTO ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ENT-HDR-DATA-GERACAO > WS-DATA-PROCESSAMENTO
                  OR ENT-HDR-DATA-GERACAO < WS-DATA-UTIL-ANTERIOR
                   DISPLAY 'COBP0605 - DATA DO HEADER DO EXTRATO ('
                           ENT-HDR-DATA-GERACAO ') FORA DA JANELA '
                           'DE PROCESSAMENTO (' WS-DATA-UTIL-ANTERIOR
                           ' A ' WS-DATA-PROCESSAMENTO ')'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
