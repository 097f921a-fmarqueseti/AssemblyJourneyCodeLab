      *                    ALEM DA TRILHA SEQUENCIAL, PARA A ALTERACAO
      *                    DO MESTRE APARECER NO HISTORICO CONSULTADO
      *                    PELA TELA CP02 E PELO COBP0608.
      * 2026-10-14 EBC     CLIENTE MARCADO NO MESTRE COMO SOB
      *                    RESTRICAO (CPF NA LISTA RESTRITIVA, MARCA
      *                    FEITA PELO COBP0626) E SINALIZADO NA
      *                    MENSAGEM DA CONSULTA E DA ALTERACAO.
      * 2026-10-14 EBC     CADA ALTERACAO APLICADA NO MESTRE E GRAVADA
      *                    TAMBEM NO DIARIO DE ALTERACOES DO MESTRE
      *                    (CPFJRN01), COM AS IMAGENS ANTES E DEPOIS E
      *                    O USERID DO CICS.
      * 2026-10-14 EBC     ACEITA A CHEGADA PELO PF3 DA CONSULTA 360
      *                    (CP05/COBP0629), COM O CPF NO COMMAREA DE
      *                    12 POSICOES: A ACAO 'C' E EXECUTADA DIRETO
      *                    E A TELA JA VEM PREENCHIDA COM O MESTRE.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
           COPY CPFAUD1.
      *
           COPY CPFAUD2.
      *
           COPY CPFJRN1.
      *
           COPY COBM063.
      *
           03  WS-CPF-MANUTENCAO       PIC 9(011) VALUE 0.
           03  WS-MSG-TELA             PIC X(040) VALUE SPACES.
           03  WS-ID-EXECUCAO          PIC X(008) VALUE 'COBP0614'.
           03  WS-USUARIO              PIC X(008) VALUE SPACES.
           03  WS-MASTER-ANTES         PIC X(100) VALUE SPACES.
           03  WS-DATA-HORA-ATUAL.
               05  WS-DATA-ATUAL       PIC 9(008) VALUE 0.
               05  WS-HORA-ATUAL       PIC 9(008) VALUE 0.
       01  WS-NOME-ARQ-MASTER          PIC X(008) VALUE 'CPFMST01'.
       01  WS-NOME-ARQ-AUDITORIA       PIC X(008) VALUE 'CPFAUD01'.
       01  WS-NOME-ARQ-AUD-INDEX       PIC X(008) VALUE 'CPFAIX01'.
       01  WS-NOME-ARQ-DIARIO          PIC X(008) VALUE 'CPFJRN01'.
       01  WS-RESP-CICS                PIC S9(008) COMP VALUE 0.
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
                   PERFORM 2000-PROCESSA-MANUTENCAO
                       THRU 2000-PROCESSA-MANUTENCAO-EXIT
               END-IF
           END-IF.
      *
      *    DEVOLVE UM COMMAREA PARA QUE A PROXIMA CHAMADA DA TRANSACAO
           EXIT.
      *
      ******************************************************************
      * 1500-CONSULTA-CPF-CP05 - CHEGADA PELA CONSULTA 360 (CP05): O
      *                          CPF VEM NO COMMAREA, A ACAO 'C' E
      *                          EXECUTADA DIRETO E, COMO A TELA NAO
      *                          ESTA NO TERMINAL, E ENVIADA COM ERASE
      ******************************************************************
       1500-CONSULTA-CPF-CP05.
           MOVE WS-CMA-CPF TO WS-CPF-MANUTENCAO.
           MOVE 'C'        TO WS-ACAO-TELA.
      *
           MOVE SPACES TO REG-CLIENTE-MASTER.
      *
           PERFORM 2200-CONSULTA-MESTRE
               THRU 2200-CONSULTA-MESTRE-EXIT.
      *
           PERFORM 2100-MONTA-SAIDA
               THRU 2100-MONTA-SAIDA-EXIT.
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
      * 2000-PROCESSA-MANUTENCAO - RECEBE O CPF E A ACAO INFORMADOS
      *                            PELA EQUIPE DE CADASTRO, EXECUTA A
      *                            CONSULTA OU A ALTERACAO NO MESTRE E
                                      TO WS-MSG-TELA
           END-EVALUATE.
      *
           PERFORM 2100-MONTA-SAIDA
               THRU 2100-MONTA-SAIDA-EXIT.
      *
           EXEC CICS SEND MAP(WS-NOME-MAPA)
                          MAPSET(WS-NOME-MAPSET)
                          DATAONLY
                          CURSOR
           END-EXEC.
      *
       2000-PROCESSA-MANUTENCAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-MONTA-SAIDA - MONTA A AREA DE SAIDA DA TELA COM O CPF, A
      *                    ACAO, OS DADOS DO MESTRE E A MENSAGEM
      ******************************************************************
       2100-MONTA-SAIDA.
      *    MOVE SPACES LIMPA TODO O BUFFER DE SAIDA (O BMS SO DEIXA DE
      *    TRANSMITIR UM CAMPO QUANDO O MAPA SIMBOLICO CONTEM
      *    LOW-VALUES), POR ISSO O CPF, A ACAO E OS DADOS DO MESTRE
           MOVE MST-DATA-CADASTRO  TO DTCADO.
           MOVE WS-MSG-TELA        TO MSGCO.
      *
       2100-MONTA-SAIDA-EXIT.
           EXIT.
      *
      ******************************************************************
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   IF MST-SOB-RESTRICAO
                       MOVE 'CLIENTE SOB RESTRICAO - LISTA RESTRITIVA'
                                      TO WS-MSG-TELA
                   ELSE
                       MOVE 'CPF LOCALIZADO NO MESTRE'
                                      TO WS-MSG-TELA
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES        TO REG-CLIENTE-MASTER
                   MOVE 'CPF NAO CADASTRADO NO MESTRE'
      * 2300-ALTERA-MESTRE - LE O CPF PARA ATUALIZACAO, CRITICA O NOME
      *                      E A SITUACAO INFORMADOS NA TELA, REGRAVA
      *                      O REGISTRO DO MESTRE E GRAVA A ALTERACAO
      *                      NA TRILHA DE AUDITORIA (LGPD) E NO DIARIO
      *                      DE ALTERACOES DO MESTRE
      ******************************************************************
       2300-ALTERA-MESTRE.
           IF NOMECI = SPACES
                                      TO WS-MSG-TELA
                   GO TO 2300-ALTERA-MESTRE-EXIT
           END-EVALUATE.
      *
           MOVE REG-CLIENTE-MASTER TO WS-MASTER-ANTES.
      *
           MOVE NOMECI TO MST-NOME-CLIENTE.
           MOVE SITCI  TO MST-SITUACAO-CADASTRO.
           PERFORM 2400-GRAVA-AUDITORIA
               THRU 2400-GRAVA-AUDITORIA-EXIT.
      *
           PERFORM 2600-GRAVA-DIARIO
               THRU 2600-GRAVA-DIARIO-EXIT.
      *
           IF MST-SOB-RESTRICAO
               MOVE 'ALTERACAO APLICADA - CLIENTE RESTRITO'
                                      TO WS-MSG-TELA
           ELSE
               MOVE 'ALTERACAO APLICADA NO MESTRE' TO WS-MSG-TELA
           END-IF.
      *
       2300-ALTERA-MESTRE-EXIT.
           EXIT.
       2500-GRAVA-AUD-INDEX-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-GRAVA-DIARIO - GRAVA NO DIARIO DE ALTERACOES DO MESTRE
      *                     (CPFJRN01) A IMAGEM DO CLIENTE ANTES E
      *                     DEPOIS DA ALTERACAO, COM O USERID DO CICS.
      *                     USA A DATA E A HORA JA OBTIDAS PARA A
      *                     TRILHA DE AUDITORIA. CHAVE DUPLICADA SOMA 1
      *                     A HORA E REPETE A GRAVACAO.
      ******************************************************************
       2600-GRAVA-DIARIO.
           EXEC CICS ASSIGN
               USERID(WS-USUARIO)
           END-EXEC.
      *
           MOVE SPACES             TO REG-DIARIO-MASTER.
           MOVE WS-CPF-MANUTENCAO  TO JRN-CPF-NUMERO.
           MOVE WS-DATA-ATUAL      TO JRN-DATA-ALTERACAO.
           MOVE WS-HORA-ATUAL      TO JRN-HORA-ALTERACAO.
           SET  JRN-ALTERACAO      TO TRUE.
           MOVE WS-ID-EXECUCAO     TO JRN-PROG-ORIGEM.
           MOVE WS-USUARIO         TO JRN-USUARIO.
           MOVE WS-MASTER-ANTES    TO JRN-IMAGEM-ANTES.
           MOVE REG-CLIENTE-MASTER TO JRN-IMAGEM-DEPOIS.
      *
       2600-GRAVA-DIARIO-TENTA.
           EXEC CICS WRITE
               FILE(WS-NOME-ARQ-DIARIO)
               FROM(REG-DIARIO-MASTER)
               RIDFLD(JRN-CHAVE)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           IF WS-RESP-CICS = DFHRESP(DUPREC)
               ADD 1 TO JRN-HORA-ALTERACAO
               GO TO 2600-GRAVA-DIARIO-TENTA
           END-IF.
      *
       2600-GRAVA-DIARIO-EXIT.
           EXIT.
      *
