      *            HEADER (DATA DE GERACAO E ID DA EXECUCAO), UM
      *            DETALHE POR CPF (CPF VALIDADO E FORMA MASCARADA) E
      *            TRAILER (TOTAL E HASH) PARA O BATIMENTO DO JOB DE
      *            ENTRADA DAQUELA PLATAFORMA. CPF SUSPENSO,
      *            CANCELADO OU DE TITULAR FALECIDO NA RECEITA FEDERAL
      *            (CPFSRF01) OU MARCADO NO MESTRE COMO SOB
      *            RESTRICAO FICA RETIDO FORA DA INTERFACE.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *                    O COBP0607 CONCLUIDO, REGISTRA INICIO E FIM
      *                    NO CPFRUN01 E RECUSA A EXECUCAO EM DOBRO NA
      *                    MESMA DATA.
      * 2026-10-14 EBC     CPF COM ULTIMA SITUACAO CONHECIDA NA RECEITA
      *                    FEDERAL (CPFSRF01) DIFERENTE DE REGULAR NAO
      *                    E ENVIADO A ABERTURA DE CONTAS, MESMO QUE
      *                    TENHA SAIDO VALIDO E NOVO NO LOTE.
      * 2026-10-14 EBC     CLIENTE MARCADO NO MESTRE COMO SOB
      *                    RESTRICAO (CPF QUE ENTROU NA LISTA
      *                    RESTRITIVA DEPOIS DO LOTE, MARCA FEITA PELO
      *                    COBP0626) TAMBEM FICA RETIDO FORA DA
      *                    INTERFACE.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
           SELECT CPF-INTERFACE-FILE  ASSIGN TO CPFINT01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-RECEITA-FILE    ASSIGN TO CPFSRF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SRF-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RECEITA.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
       DATA           DIVISION.
      *
       FD  CPF-INTERFACE-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFINT1.
      *
       FD  CPF-RECEITA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFSRF1.
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0613'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE 'COBP0607'.
           03  WS-ID-EXECUCAO          PIC X(008) VALUE 'COBP0613'.
           03  WS-STATUS-RECEITA       PIC X(002) VALUE '00'.
           03  WS-STATUS-MASTER        PIC X(002) VALUE '00'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-HASH-CALCULADO       PIC 9(018) VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-LIDOS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SELECIONADOS PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RETIDOS-RECEITA
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RETIDOS-RESTRICAO
                                       PIC 9(009) COMP VALUE 0.
      *
       LINKAGE SECTION.
       01  WS-AREA-PARM.
      *
           OPEN INPUT  CPF-SAIDA-FILE.
           OPEN OUTPUT CPF-INTERFACE-FILE.
           OPEN INPUT  CPF-RECEITA-FILE.
           OPEN INPUT  CPF-MASTER-FILE.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0613 - ERRO AO ABRIR O CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0613 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE SPACES TO REG-INTERFACE-CPF.
           SET  INT-REG-HEADER        TO TRUE.
      *
      ******************************************************************
      * 2000-PROCESSA-SAIDA - SELECIONA O REGISTRO DE SAIDA CORRENTE
      *                       QUANDO O CPF SAIU VALIDO E NOVO E NAO
      *                       ESTA IRREGULAR NA RECEITA FEDERAL NEM
      *                       SOB RESTRICAO NO MESTRE, GRAVA O
      *                       DETALHE DA INTERFACE E LE O PROXIMO
      ******************************************************************
       2000-PROCESSA-SAIDA.
           IF SAI-CPF-SITUACAO NOT = 'CPF VALIDO'
              OR SAI-CPF-SITUACAO-CLIENTE NOT = 'NOVO'
               GO TO 2000-LE-PROXIMA
           END-IF.
      *
           PERFORM 2150-VERIFICA-RECEITA
               THRU 2150-VERIFICA-RECEITA-EXIT.
      *
           IF NOT SRF-SITUACAO-REGULAR
               ADD 1 TO WS-QTD-RETIDOS-RECEITA
               GO TO 2000-LE-PROXIMA
           END-IF.
      *
           PERFORM 2160-VERIFICA-RESTRICAO
               THRU 2160-VERIFICA-RESTRICAO-EXIT.
      *
           IF MST-SOB-RESTRICAO
               ADD 1 TO WS-QTD-RETIDOS-RESTRICAO
               GO TO 2000-LE-PROXIMA
           END-IF.
      *
           PERFORM 2200-GRAVA-DETALHE
               THRU 2200-GRAVA-DETALHE-EXIT.
      *
       2000-LE-PROXIMA.
           PERFORM 2100-LE-SAIDA
               THRU 2100-LE-SAIDA-EXIT.
      *
           EXIT.
      *
      ******************************************************************
      * 2150-VERIFICA-RECEITA - CONSULTA A ULTIMA SITUACAO CONHECIDA
      *                         DO CPF NA RECEITA FEDERAL. CPF AINDA
      *                         SEM RETORNO DO BUREAU E TRATADO COMO
      *                         REGULAR.
      ******************************************************************
       2150-VERIFICA-RECEITA.
           MOVE SAI-CPF-NUMERO-OUT TO SRF-CPF-NUMERO.
      *
           READ CPF-RECEITA-FILE
               INVALID KEY
                   SET SRF-SITUACAO-REGULAR TO TRUE
           END-READ.
      *
           IF WS-STATUS-RECEITA NOT = '00'
              AND WS-STATUS-RECEITA NOT = '23'
               DISPLAY 'COBP0613 - ERRO NA LEITURA DO CPF-RECEITA-'
                       'FILE - FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2150-VERIFICA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2160-VERIFICA-RESTRICAO - CONSULTA NO MESTRE O INDICADOR DE
      *                           RESTRICAO DO CLIENTE. CPF AINDA FORA
      *                           DO MESTRE E TRATADO COMO SEM
      *                           RESTRICAO.
      ******************************************************************
       2160-VERIFICA-RESTRICAO.
           MOVE SAI-CPF-NUMERO-OUT TO MST-CPF-NUMERO.
      *
           READ CPF-MASTER-FILE
               INVALID KEY
                   SET MST-SEM-RESTRICAO TO TRUE
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
              AND WS-STATUS-MASTER NOT = '23'
               DISPLAY 'COBP0613 - ERRO NA LEITURA DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2160-VERIFICA-RESTRICAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-GRAVA-DETALHE - GRAVA O DETALHE DA INTERFACE COM O CPF
      *                      VALIDADO (CPF-OUT) E A FORMA MASCARADA,
      *                      ACUMULANDO O TOTAL E O HASH DO TRAILER
           DISPLAY 'COBP0613 - REGISTROS DE SAIDA..: ' WS-QTD-LIDOS.
           DISPLAY 'COBP0613 - CPFS NOVOS ENVIADOS.: '
                   WS-QTD-SELECIONADOS.
           DISPLAY 'COBP0613 - RETIDOS NA RECEITA..: '
                   WS-QTD-RETIDOS-RECEITA.
           DISPLAY 'COBP0613 - RETIDOS RESTRICAO...: '
                   WS-QTD-RETIDOS-RESTRICAO.
      *
           CLOSE CPF-SAIDA-FILE
                 CPF-INTERFACE-FILE
                 CPF-RECEITA-FILE
                 CPF-MASTER-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
