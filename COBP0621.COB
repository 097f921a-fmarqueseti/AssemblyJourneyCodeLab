      *              CONTRA O LIDO E CONTRA A INTERFACE;
      *            - RELATA AS RECUSAS PARA TRATATIVA DO CADASTRO E
      *              LISTA OS CPFS SEM RESPOSTA HA MAIS DO QUE O
      *              LIMITE DE DIAS UTEIS DO PARM.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
      *                    MESTRE, RELATA AS RECUSAS E APONTA O QUE
      *                    CONTINUA SEM RESPOSTA (PARM 999 DIAS,
      *                    PADRAO 5).
      * 2026-10-14 EBC     CADA DESFECHO APLICADO NO MESTRE E GRAVADO
      *                    TAMBEM NO DIARIO DE ALTERACOES DO MESTRE
      *                    (CPFJRN01), COM AS IMAGENS ANTES E DEPOIS.
      * 2026-10-15 EBC     PRAZO DE RESPOSTA DA PLATAFORMA CONTADO EM
      *                    DIAS UTEIS PELA SUBROTINA DE DATAS COBP0632
      *                    (CALENDARIO DE FERIADOS CPFCAL01).
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-DIARIO-FILE     ASSIGN TO CPFJRN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JRN-CHAVE
                  FILE STATUS IS WS-STATUS-DIARIO.
      *
           SELECT CPF-RECUSA-FILE     ASSIGN TO CPFRCR01
                  ORGANIZATION IS SEQUENTIAL.
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFJRN1.
      *
       FD  CPF-RECUSA-FILE
           LABEL RECORD IS STANDARD.
           03  PND-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-INTERFACE    PIC X(001) VALUE 'N'.
               05  WS-STATUS-ENVIO     PIC X(002) VALUE '00'.
           03  WS-CHAVE-CLIENTE.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
           03  WS-CHAVE-DIARIO.
               05  WS-STATUS-DIARIO    PIC X(002) VALUE '00'.
               05  WS-MASTER-ANTES     PIC X(100) VALUE SPACES.
               05  WS-DATA-ATUAL       PIC 9(008) VALUE 0.
               05  WS-HORA-ATUAL       PIC 9(008) VALUE 0.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-LIMITE-DIAS          PIC 9(003) VALUE 5.
           03  WS-AREAS-CALCULO.
               05  WS-DIAS-ABERTO      PIC S9(009) COMP VALUE 0.
           03  WS-AREAS-INTERFACE.
               05  WS-INT-DATA-ENVIO   PIC 9(008) VALUE 0.
               05  WS-PEN-DIAS         PIC 9(004).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  FILLER              PIC X(024) VALUE
                   'DIAS UTEIS SEM RESPOSTA '.
               05  FILLER              PIC X(027) VALUE SPACES.
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - DEFINE O LIMITE DE DIAS UTEIS (PARM 999,
      *                      PADRAO 5), ABRE OS ARQUIVOS E CONFERE
      *                      A ABERTURA DOS ARQUIVOS CHAVEADOS
      ******************************************************************
       1000-INICIALIZACAO.
           IF WS-PARM-TAM >= 3
           END-IF.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-INTERFACE-FILE
                       CPF-RETORNO-FILE.
           OPEN I-O    CPF-ENVIO-FILE
                       CPF-MASTER-FILE
                       CPF-DIARIO-FILE.
           OPEN OUTPUT CPF-RECUSA-FILE
                       CPF-PENDENTE-FILE.
      *
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0621 - ERRO AO ABRIR O CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE 'COBP0621 - RECUSAS DA ABERTURA DE CONTAS'
                                      TO WS-TIT-TEXTO.
                   WRITE REG-RELATO-RECUSA
                   GO TO 4500-ATUALIZA-MESTRE-EXIT
           END-READ.
      *
           MOVE REG-CLIENTE-MASTER TO WS-MASTER-ANTES.
      *
           IF RTN-CPF-RECUSADO
               SET MST-ABERTURA-RECUSADA TO TRUE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 4550-GRAVA-DIARIO
               THRU 4550-GRAVA-DIARIO-EXIT.
      *
       4500-ATUALIZA-MESTRE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4550-GRAVA-DIARIO - GRAVA NO DIARIO DE ALTERACOES DO MESTRE
      *                     (CPFJRN01) A IMAGEM DO CLIENTE ANTES E
      *                     DEPOIS DA GRAVACAO. SO A CHAVE DUPLICADA
      *                     (STATUS 22 - O MESMO CPF NO MESMO
      *                     CENTESIMO DE SEGUNDO) SOMA 1 A HORA E
      *                     REPETE A GRAVACAO.
      ******************************************************************
       4550-GRAVA-DIARIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
      *
           MOVE SPACES             TO REG-DIARIO-MASTER.
           MOVE MST-CPF-NUMERO     TO JRN-CPF-NUMERO.
           MOVE WS-DATA-ATUAL      TO JRN-DATA-ALTERACAO.
           MOVE WS-HORA-ATUAL      TO JRN-HORA-ALTERACAO.
           SET  JRN-ALTERACAO      TO TRUE.
           MOVE 'COBP0621'         TO JRN-PROG-ORIGEM.
           MOVE 'LOTE'             TO JRN-USUARIO.
           MOVE WS-MASTER-ANTES    TO JRN-IMAGEM-ANTES.
           MOVE REG-CLIENTE-MASTER TO JRN-IMAGEM-DEPOIS.
      *
       4550-GRAVA-DIARIO-TENTA.
           WRITE REG-DIARIO-MASTER
               INVALID KEY
                   IF WS-STATUS-DIARIO = '22'
                       ADD 1 TO JRN-HORA-ALTERACAO
                       GO TO 4550-GRAVA-DIARIO-TENTA
                   END-IF
           END-WRITE.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0621 - ERRO DE E/S NO CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               DISPLAY 'COBP0621 - CPF DO CLIENTE: ' MST-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       4550-GRAVA-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-LISTA-SEM-RESPOSTA - PERCORRE O CONTROLE DE ENVIO E LISTA
      *                           OS CPFS AINDA SEM RESPOSTA HA MAIS
      *                           DO QUE O LIMITE DE DIAS UTEIS
      ******************************************************************
       5000-LISTA-SEM-RESPOSTA.
           MOVE ZEROS TO ENV-CPF-NUMERO.
      ******************************************************************
      * 5100-LE-ENVIO - LE O PROXIMO REGISTRO DO CONTROLE DE ENVIO E
      *                 LISTA O ENVIO SEM RESPOSTA QUE ULTRAPASSOU O
      *                 LIMITE DE DIAS UTEIS
      ******************************************************************
       5100-LE-ENVIO.
           READ CPF-ENVIO-FILE NEXT RECORD
               GO TO 5100-LE-ENVIO-EXIT
           END-IF.
      *
           MOVE 'DIF'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE ENV-DATA-ENVIO        TO DTC-DATA-INICIAL.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0621 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-QTD-RESULTADO TO WS-DIAS-ABERTO.
      *
           IF WS-DIAS-ABERTO >= WS-LIMITE-DIAS
               MOVE ENV-CPF-NUMERO   TO WS-PEN-CPF
                 CPF-RETORNO-FILE
                 CPF-ENVIO-FILE
                 CPF-MASTER-FILE
                 CPF-DIARIO-FILE
                 CPF-RECUSA-FILE
                 CPF-PENDENTE-FILE.
      *
