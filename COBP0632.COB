      ******************************************************************
      * OBJETIVOS: SUBROTINA COMUM DE DATAS DO CADASTRO DE CPF. TODO
      *            CALCULO DE DIA UTIL DOS PROGRAMAS DO FLUXO PASSA
      *            POR AQUI, CONSULTANDO O CALENDARIO DE DIAS NAO
      *            UTEIS (CPFCAL01, MANTIDO PELO COBP0633). SABADO E
      *            DOMINGO SAO CALCULADOS; FERIADOS VEM DO CALENDARIO.
      *            FUNCOES (VIDE CPFDTC1):
      *            'UTL' - INFORMA SE A DATA BASE E DIA UTIL E O
      *                    DIA DA SEMANA (1 DOMINGO A 7 SABADO)
      *            'SUB' - RETROCEDE N DIAS UTEIS A PARTIR DA DATA
      *                    BASE (N = 1 DEVOLVE O DIA UTIL ANTERIOR)
      *            'DIF' - CONTA OS DIAS UTEIS DEPOIS DA DATA INICIAL
      *                    ATE A DATA BASE, INCLUSIVE
      *            'MES' - RETROCEDE N MESES A PARTIR DA DATA BASE,
      *                    AJUSTANDO O DIA AO ULTIMO DIA DO MES
      *            O CALENDARIO E ABERTO NA PRIMEIRA CHAMADA E FICA
      *            ABERTO ATE O FIM DO PROGRAMA CHAMADOR, POIS OS
      *            RELATORIOS DE PENDENCIA CHAMAM A SUBROTINA UMA VEZ
      *            POR REGISTRO.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0632.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-15 EBC     VERSAO ORIGINAL - A CRITICA DO HEADER
      *                    RECUSAVA NA SEGUNDA-FEIRA O EXTRATO GERADO
      *                    NO FIM DE SEMANA, E O ENVELHECIMENTO DAS
      *                    PENDENCIAS E O PRAZO DE RESPOSTA DA RFB
      *                    CONTAVAM DIAS CORRIDOS, COBRANDO DA EQUIPE
      *                    PRAZO VENCIDO EM FERIADO. O CALCULO DE DIA
      *                    UTIL FICA CENTRALIZADO NESTA SUBROTINA.
      * 2026-10-15 EBC     A FUNCAO 'UTL' DEVOLVE TAMBEM O DIA DA
      *                    SEMANA, USADO PELA RECEPCAO DOS EXTRATOS
      *                    DOS CANAIS (COBP0634) PARA SABER QUAIS
      *                    CANAIS SAO ESPERADOS NO DIA.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-CALENDARIO-FILE ASSIGN TO CPFCAL01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATA
                  FILE STATUS IS WS-STATUS-CALENDARIO.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-CALENDARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFCAL1.
      *
       WORKING-STORAGE SECTION.
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVE-CALENDARIO.
               05  WS-STATUS-CALENDARIO
                                       PIC X(002) VALUE '00'.
               05  WS-FLAG-CALENDARIO  PIC X(001) VALUE 'N'.
                   88 CALENDARIO-ABERTO       VALUE 'S'.
           03  WS-FLAG-DIA-UTIL        PIC X(001) VALUE 'S'.
               88 DIA-UTIL                    VALUE 'S'.
               88 DIA-NAO-UTIL                VALUE 'N'.
           03  WS-DATA-TRABALHO        PIC 9(008) VALUE 0.
           03  WS-DATA-TRABALHO-R      REDEFINES WS-DATA-TRABALHO.
               05  WS-ANO-TRABALHO     PIC 9(004).
               05  WS-MES-TRABALHO     PIC 9(002).
               05  WS-DIA-TRABALHO     PIC 9(002).
           03  WS-DIAS-BASE            PIC 9(007) COMP VALUE 0.
           03  WS-DIAS-INICIAL         PIC 9(007) COMP VALUE 0.
           03  WS-DIAS-TRABALHO        PIC 9(007) COMP VALUE 0.
           03  WS-DIAS-CONVERTIDOS     PIC 9(007) COMP VALUE 0.
           03  WS-DIA-SEMANA           PIC 9(001) COMP VALUE 0.
           03  WS-QUOCIENTE            PIC 9(007) COMP VALUE 0.
           03  WS-RESTO                PIC 9(003) COMP VALUE 0.
           03  WS-ULTIMO-DIA-MES       PIC 9(002) VALUE 0.
           03  WS-MESES-ABSOLUTOS      PIC S9(007) COMP VALUE 0.
           03  WS-QTD-CONTADA          PIC 9(005) COMP VALUE 0.
      *
       01  WS-TABELA-DIAS-MES.
           03  FILLER                  PIC X(024)
                                VALUE '312831303130313130313031'.
       01  WS-TABELA-DIAS-MES-R        REDEFINES WS-TABELA-DIAS-MES.
           03  WS-DIAS-DO-MES          PIC 9(002) OCCURS 12 TIMES.
      *
       LINKAGE SECTION.
           COPY CPFDTC1.
      *
       PROCEDURE DIVISION USING CALCULO-DATAS.
      *
       0000-MAINLINE.
           SET DTC-OK TO TRUE.
           MOVE 0 TO DTC-DATA-RESULTADO
                     DTC-QTD-RESULTADO
                     DTC-DIA-SEMANA.
           MOVE SPACE TO DTC-IND-DIA-UTIL.
      *
           IF NOT CALENDARIO-ABERTO
               OPEN INPUT CPF-CALENDARIO-FILE
               IF WS-STATUS-CALENDARIO NOT = '00'
                   DISPLAY 'COBP0632 - ERRO AO ABRIR O CPF-CALENDARIO-'
                           'FILE - FILE STATUS ' WS-STATUS-CALENDARIO
                   SET DTC-ERRO-ES TO TRUE
                   GOBACK
               END-IF
               SET CALENDARIO-ABERTO TO TRUE
           END-IF.
      *
           MOVE DTC-DATA-BASE TO WS-DATA-TRABALHO.
           PERFORM 1000-CONVERTE-DATA
               THRU 1000-CONVERTE-DATA-EXIT.
      *
           IF NOT DTC-OK
               GOBACK
           END-IF.
      *
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-BASE.
      *
           EVALUATE TRUE
               WHEN DTC-FUNCAO-DIA-UTIL
                   MOVE WS-DIAS-BASE TO WS-DIAS-TRABALHO
                   PERFORM 2000-VERIFICA-DIA-UTIL
                       THRU 2000-VERIFICA-DIA-UTIL-EXIT
                   MOVE WS-FLAG-DIA-UTIL TO DTC-IND-DIA-UTIL
                   COMPUTE DTC-DIA-SEMANA = WS-DIA-SEMANA + 1
               WHEN DTC-FUNCAO-SUBTRAI-UTEIS
                   PERFORM 3000-SUBTRAI-DIAS-UTEIS
                       THRU 3000-SUBTRAI-DIAS-UTEIS-EXIT
               WHEN DTC-FUNCAO-DIFERENCA
                   PERFORM 4000-CONTA-DIAS-UTEIS
                       THRU 4000-CONTA-DIAS-UTEIS-EXIT
               WHEN DTC-FUNCAO-SUBTRAI-MESES
                   PERFORM 5000-SUBTRAI-MESES
                       THRU 5000-SUBTRAI-MESES-EXIT
               WHEN OTHER
                   DISPLAY 'COBP0632 - FUNCAO INVALIDA: ' DTC-FUNCAO
                   SET DTC-DATA-INVALIDA TO TRUE
           END-EVALUATE.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-CONVERTE-DATA - CONFERE A DATA AAAAMMDD DE
      *                      WS-DATA-TRABALHO (MES, DIA E ANO
      *                      BISSEXTO) E A CONVERTE EM NUMERO DE DIAS
      *                      CORRIDOS EM WS-DIAS-CONVERTIDOS. DATA
      *                      INVALIDA SINALIZA DTC-DATA-INVALIDA.
      ******************************************************************
       1000-CONVERTE-DATA.
           IF WS-DATA-TRABALHO NOT NUMERIC
              OR WS-ANO-TRABALHO < 1601
              OR WS-MES-TRABALHO < 1
              OR WS-MES-TRABALHO > 12
              OR WS-DIA-TRABALHO < 1
               DISPLAY 'COBP0632 - DATA INVALIDA: ' WS-DATA-TRABALHO
               SET DTC-DATA-INVALIDA TO TRUE
               GO TO 1000-CONVERTE-DATA-EXIT
           END-IF.
      *
           PERFORM 1100-CALCULA-ULTIMO-DIA
               THRU 1100-CALCULA-ULTIMO-DIA-EXIT.
      *
           IF WS-DIA-TRABALHO > WS-ULTIMO-DIA-MES
               DISPLAY 'COBP0632 - DATA INVALIDA: ' WS-DATA-TRABALHO
               SET DTC-DATA-INVALIDA TO TRUE
               GO TO 1000-CONVERTE-DATA-EXIT
           END-IF.
      *
           COMPUTE WS-DIAS-CONVERTIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TRABALHO).
      *
       1000-CONVERTE-DATA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-CALCULA-ULTIMO-DIA - DEVOLVE EM WS-ULTIMO-DIA-MES O
      *                           ULTIMO DIA DO MES DE WS-DATA-
      *                           TRABALHO. FEVEREIRO TEM 29 DIAS NO
      *                           ANO DIVISIVEL POR 4, EXCETO SECULOS
      *                           NAO DIVISIVEIS POR 400.
      ******************************************************************
       1100-CALCULA-ULTIMO-DIA.
           MOVE WS-DIAS-DO-MES(WS-MES-TRABALHO) TO WS-ULTIMO-DIA-MES.
      *
           IF WS-MES-TRABALHO NOT = 2
               GO TO 1100-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           DIVIDE WS-ANO-TRABALHO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               GO TO 1100-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           MOVE 29 TO WS-ULTIMO-DIA-MES.
      *
           DIVIDE WS-ANO-TRABALHO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               GO TO 1100-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           DIVIDE WS-ANO-TRABALHO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               MOVE 28 TO WS-ULTIMO-DIA-MES
           END-IF.
      *
       1100-CALCULA-ULTIMO-DIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-VERIFICA-DIA-UTIL - CLASSIFICA O DIA WS-DIAS-TRABALHO.
      *                          O DIA 1 DA CONTAGEM (01/01/1601) FOI
      *                          SEGUNDA-FEIRA, ENTAO O RESTO DA
      *                          DIVISAO POR 7 DA 6 PARA SABADO E 0
      *                          PARA DOMINGO. DIA DE SEMANA E
      *                          PROCURADO NO CALENDARIO: PRESENTE E
      *                          FERIADO, AUSENTE E DIA UTIL.
      ******************************************************************
       2000-VERIFICA-DIA-UTIL.
           SET DIA-UTIL TO TRUE.
      *
           DIVIDE WS-DIAS-TRABALHO BY 7
               GIVING WS-QUOCIENTE REMAINDER WS-DIA-SEMANA.
      *
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               SET DIA-NAO-UTIL TO TRUE
               GO TO 2000-VERIFICA-DIA-UTIL-EXIT
           END-IF.
      *
           COMPUTE CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABALHO).
      *
           READ CPF-CALENDARIO-FILE
               INVALID KEY
                   GO TO 2000-VERIFICA-DIA-UTIL-EXIT
           END-READ.
      *
      *    STATUS '23' (DATA FORA DO CALENDARIO) JA FOI TRATADO ACIMA
      *    PELA INVALID KEY. QUALQUER OUTRO STATUS DIFERENTE DE '00'
      *    E UM ERRO REAL DE E/S NO CALENDARIO.
           IF WS-STATUS-CALENDARIO NOT = '00'
              AND WS-STATUS-CALENDARIO NOT = '23'
               DISPLAY 'COBP0632 - ERRO NA LEITURA DO CPF-CALENDARIO-'
                       'FILE - FILE STATUS ' WS-STATUS-CALENDARIO
               SET DTC-ERRO-ES TO TRUE
               GO TO 2000-VERIFICA-DIA-UTIL-EXIT
           END-IF.
      *
           SET DIA-NAO-UTIL TO TRUE.
      *
       2000-VERIFICA-DIA-UTIL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-SUBTRAI-DIAS-UTEIS - RECUA DIA A DIA A PARTIR DA DATA
      *                           BASE ATE CONTAR DTC-QTD DIAS UTEIS,
      *                           DEVOLVENDO O ULTIMO EM
      *                           DTC-DATA-RESULTADO. QTD ZERO
      *                           DEVOLVE A PROPRIA DATA BASE.
      ******************************************************************
       3000-SUBTRAI-DIAS-UTEIS.
           MOVE WS-DIAS-BASE TO WS-DIAS-TRABALHO.
           MOVE 0            TO WS-QTD-CONTADA.
      *
           PERFORM 3100-RECUA-UM-DIA
               THRU 3100-RECUA-UM-DIA-EXIT
               UNTIL WS-QTD-CONTADA NOT < DTC-QTD
                  OR DTC-ERRO-ES.
      *
           IF DTC-OK
               COMPUTE DTC-DATA-RESULTADO =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABALHO)
           END-IF.
      *
       3000-SUBTRAI-DIAS-UTEIS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-RECUA-UM-DIA - RECUA UM DIA CORRIDO E CONTA O DIA SE FOR
      *                     UTIL
      ******************************************************************
       3100-RECUA-UM-DIA.
           SUBTRACT 1 FROM WS-DIAS-TRABALHO.
      *
           PERFORM 2000-VERIFICA-DIA-UTIL
               THRU 2000-VERIFICA-DIA-UTIL-EXIT.
      *
           IF DIA-UTIL
               ADD 1 TO WS-QTD-CONTADA
           END-IF.
      *
       3100-RECUA-UM-DIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-CONTA-DIAS-UTEIS - CONTA OS DIAS UTEIS DEPOIS DA DATA
      *                         INICIAL ATE A DATA BASE, INCLUSIVE,
      *                         EM DTC-QTD-RESULTADO. DATA INICIAL
      *                         IGUAL OU POSTERIOR A DATA BASE
      *                         DEVOLVE ZERO.
      ******************************************************************
       4000-CONTA-DIAS-UTEIS.
           MOVE DTC-DATA-INICIAL TO WS-DATA-TRABALHO.
           PERFORM 1000-CONVERTE-DATA
               THRU 1000-CONVERTE-DATA-EXIT.
      *
           IF NOT DTC-OK
               GO TO 4000-CONTA-DIAS-UTEIS-EXIT
           END-IF.
      *
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-INICIAL
                                       WS-DIAS-TRABALHO.
           MOVE 0                   TO WS-QTD-CONTADA.
      *
           PERFORM 4100-AVANCA-UM-DIA
               THRU 4100-AVANCA-UM-DIA-EXIT
               UNTIL WS-DIAS-TRABALHO NOT < WS-DIAS-BASE
                  OR DTC-ERRO-ES.
      *
           MOVE WS-QTD-CONTADA TO DTC-QTD-RESULTADO.
      *
       4000-CONTA-DIAS-UTEIS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-AVANCA-UM-DIA - AVANCA UM DIA CORRIDO E CONTA O DIA SE
      *                      FOR UTIL
      ******************************************************************
       4100-AVANCA-UM-DIA.
           ADD 1 TO WS-DIAS-TRABALHO.
      *
           PERFORM 2000-VERIFICA-DIA-UTIL
               THRU 2000-VERIFICA-DIA-UTIL-EXIT.
      *
           IF DIA-UTIL
               ADD 1 TO WS-QTD-CONTADA
           END-IF.
      *
       4100-AVANCA-UM-DIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-SUBTRAI-MESES - RECUA DTC-QTD MESES A PARTIR DA DATA
      *                      BASE. QUANDO O MES DE DESTINO E MAIS
      *                      CURTO (31/03 MENOS UM MES), O DIA E
      *                      AJUSTADO AO ULTIMO DIA DO MES.
      ******************************************************************
       5000-SUBTRAI-MESES.
           MOVE DTC-DATA-BASE TO WS-DATA-TRABALHO.
      *
           COMPUTE WS-MESES-ABSOLUTOS =
                   WS-ANO-TRABALHO * 12 + WS-MES-TRABALHO - 1
                   - DTC-QTD.
      *
           IF WS-MESES-ABSOLUTOS < 1601 * 12
               DISPLAY 'COBP0632 - QUANTIDADE DE MESES INVALIDA: '
                       DTC-QTD
               SET DTC-DATA-INVALIDA TO TRUE
               GO TO 5000-SUBTRAI-MESES-EXIT
           END-IF.
      *
           DIVIDE WS-MESES-ABSOLUTOS BY 12
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
      *
           MOVE WS-QUOCIENTE TO WS-ANO-TRABALHO.
           COMPUTE WS-MES-TRABALHO = WS-RESTO + 1.
      *
           PERFORM 1100-CALCULA-ULTIMO-DIA
               THRU 1100-CALCULA-ULTIMO-DIA-EXIT.
      *
           IF WS-DIA-TRABALHO > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-DIA-TRABALHO
           END-IF.
      *
           MOVE WS-DATA-TRABALHO TO DTC-DATA-RESULTADO.
      *
       5000-SUBTRAI-MESES-EXIT.
           EXIT.
