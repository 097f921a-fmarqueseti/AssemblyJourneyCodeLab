      *                    TRILHA CHAVEADA CPFAIX01 (CHAVE CPF+DATA+
      *                    HORA) A PARTIR DO CPF INFORMADO, LENDO
      *                    APENAS OS REGISTROS DAQUELE CPF.
      * 2026-10-14 EBC     ACEITA A CHEGADA PELO PF2 DA CONSULTA 360
      *                    (CP05/COBP0629), COM O CPF NO COMMAREA DE
      *                    12 POSICOES: O HISTORICO E MONTADO DIRETO,
      *                    SEM O SUPERVISOR REDIGITAR O CPF.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
       01  WS-NOME-TRANSACAO           PIC X(004) VALUE 'CP02'.
       01  WS-NOME-ARQ-AUD-INDEX       PIC X(008) VALUE 'CPFAIX01'.
       01  WS-COMMAREA-RETORNO         PIC X(001) VALUE 'P'.
       01  WS-TAM-COMMAREA-CP05        PIC S9(004) COMP VALUE 12.
      *
       LINKAGE SECTION.
      *    COMMAREA DE 1 POSICAO NO RETORNO DA PROPRIA TRANSACAO OU DE
      *    12 POSICOES ('C' + CPF) NA TRANSFERENCIA PELA CP05.
       01  DFHCOMMAREA.
           03  WS-CMA-TIPO             PIC X(001).
           03  WS-CMA-CPF              PIC 9(011).
      *
       PROCEDURE DIVISION.
      *
               PERFORM 1000-ENVIA-TELA-INICIAL
                   THRU 1000-ENVIA-TELA-INICIAL-EXIT
           ELSE
               IF EIBCALEN = WS-TAM-COMMAREA-CP05
                   PERFORM 1500-CONSULTA-CPF-CP05
                       THRU 1500-CONSULTA-CPF-CP05-EXIT
               ELSE
                   PERFORM 2000-PROCESSA-CONSULTA
                       THRU 2000-PROCESSA-CONSULTA-EXIT
               END-IF
           END-IF.
      *
      *    DEVOLVE UM COMMAREA PARA QUE A PROXIMA CHAMADA DA TRANSACAO
           EXIT.
      *
      ******************************************************************
      * 1500-CONSULTA-CPF-CP05 - CHEGADA PELA CONSULTA 360 (CP05):
      *                          O CPF VEM NO COMMAREA E A TELA
      *                          NAO ESTA NO TERMINAL, POR ISSO O
      *                          HISTORICO E ENVIADO COM ERASE
      ******************************************************************
       1500-CONSULTA-CPF-CP05.
           MOVE WS-CMA-CPF TO WS-CPF-CONSULTA.
      *
           PERFORM 2100-MONTA-HISTORICO
               THRU 2100-MONTA-HISTORICO-EXIT.
      *
           EXEC CICS SEND MAP(WS-NOME-MAPA)
                          MAPSET(WS-NOME-MAPSET)
                          ERASE
           END-EXEC.
      *
       1500-CONSULTA-CPF-CP05-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PROCESSA-CONSULTA - RECEBE O CPF INFORMADO PELO
      *                          SUPERVISOR E DEVOLVE O HISTORICO NA
      *                          MESMA TELA
      ******************************************************************
       2000-PROCESSA-CONSULTA.
           EXEC CICS RECEIVE MAP(WS-NOME-MAPA)
      *
           MOVE CPFSI TO WS-CPF-CONSULTA.
      *
           PERFORM 2100-MONTA-HISTORICO
               THRU 2100-MONTA-HISTORICO-EXIT.
      *
           EXEC CICS SEND MAP(WS-NOME-MAPA)
                          MAPSET(WS-NOME-MAPSET)
                          DATAONLY
                          CURSOR
           END-EXEC.
      *
       2000-PROCESSA-CONSULTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-MONTA-HISTORICO - PERCORRE A TRILHA DE AUDITORIA
      *                        GUARDANDO AS CONSULTAS MAIS RECENTES DO
      *                        CPF E MONTA A AREA DE SAIDA DA TELA
      ******************************************************************
       2100-MONTA-HISTORICO.
           PERFORM 2200-FORMATA-MASCARA
               THRU 2200-FORMATA-MASCARA-EXIT.
      *
           END-IF.
      *
           MOVE SPACES             TO COBM061BO.
           MOVE WS-CPF-CONSULTA    TO CPFSO.
           MOVE WS-CPF-MASCARADO   TO CPFMO.
           MOVE WS-HIST-LINHA(1)   TO HIS1O.
           MOVE WS-HIST-LINHA(2)   TO HIS2O.
           MOVE WS-HIST-LINHA(5)   TO HIS5O.
           MOVE WS-MSG-TELA        TO MSGSO.
      *
       2100-MONTA-HISTORICO-EXIT.
           EXIT.
      *
      ******************************************************************
