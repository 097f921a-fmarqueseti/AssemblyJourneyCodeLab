      *                    NO CPFRUN01 E RECUSA A EXECUCAO EM DOBRO NA
      *                    MESMA DATA - UMA REEXECUCAO INDEVIDA
      *                    TENTARIA CADASTRAR OS MESMOS CPFS DE NOVO.
      * 2026-10-14 EBC     O CLIENTE NOVO ENTRA NO MESTRE SEM O
      *                    INDICADOR DE RESTRICAO, QUE SO E MARCADO
      *                    PELO CONFRONTO COM A LISTA RESTRITIVA
      *                    (COBP0626).
      * 2026-10-14 EBC     CADA CLIENTE INSERIDO NO MESTRE E GRAVADO
      *                    TAMBEM NO DIARIO DE ALTERACOES DO MESTRE
      *                    (CPFJRN01), COM A IMAGEM APOS A INCLUSAO.
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
           SELECT CPF-APLICACAO-FILE  ASSIGN TO CPFAPL01
                  ORGANIZATION IS SEQUENTIAL.
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFJRN1.
      *
       FD  CPF-APLICACAO-FILE
           LABEL RECORD IS STANDARD.
                   88 FIM-ENTRADA             VALUE 'S'.
           03  WS-CHAVE-CLIENTE.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
           03  WS-CHAVE-DIARIO.
               05  WS-STATUS-DIARIO    PIC X(002) VALUE '00'.
               05  WS-MASTER-ANTES     PIC X(100) VALUE SPACES.
               05  WS-DATA-ATUAL       PIC 9(008) VALUE 0.
               05  WS-HORA-ATUAL       PIC 9(008) VALUE 0.
           03  WS-ID-EXECUCAO          PIC X(008) VALUE 'COBP0607'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CONTADORES.
      *
           OPEN INPUT  CPF-SAIDA-FILE
                       CPF-ENTRADA-FILE.
           OPEN I-O    CPF-MASTER-FILE
                       CPF-DIARIO-FILE.
           OPEN OUTPUT CPF-APLICACAO-FILE.
      *
           IF WS-STATUS-MASTER NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0607 - ERRO AO ABRIR O CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2100-LE-SAIDA
               THRU 2100-LE-SAIDA-EXIT.
           MOVE WS-DATA-PROCESSAMENTO TO MST-DATA-CADASTRO.
           MOVE WS-ID-EXECUCAO        TO MST-PROG-ORIGEM.
           SET  MST-CLIENTE-ATIVO     TO TRUE.
           SET  MST-SEM-RESTRICAO     TO TRUE.
           MOVE ZEROS                 TO MST-DATA-RESTRICAO.
      *
           WRITE REG-CLIENTE-MASTER
               INVALID KEY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE SPACES TO WS-MASTER-ANTES.
           PERFORM 2400-GRAVA-DIARIO
               THRU 2400-GRAVA-DIARIO-EXIT.
      *
           MOVE 'APLICADO NO MESTRE' TO WS-REL-RESULTADO.
           ADD 1 TO WS-QTD-APLICADOS.
           EXIT.
      *
      ******************************************************************
      * 2400-GRAVA-DIARIO - GRAVA NO DIARIO DE ALTERACOES DO MESTRE
      *                     (CPFJRN01) A IMAGEM DO CLIENTE ANTES E
      *                     DEPOIS DA GRAVACAO. SO A CHAVE DUPLICADA
      *                     (STATUS 22 - O MESMO CPF NO MESMO
      *                     CENTESIMO DE SEGUNDO) SOMA 1 A HORA E
      *                     REPETE A GRAVACAO.
      ******************************************************************
       2400-GRAVA-DIARIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
      *
           MOVE SPACES             TO REG-DIARIO-MASTER.
           MOVE MST-CPF-NUMERO     TO JRN-CPF-NUMERO.
           MOVE WS-DATA-ATUAL      TO JRN-DATA-ALTERACAO.
           MOVE WS-HORA-ATUAL      TO JRN-HORA-ALTERACAO.
           SET  JRN-INCLUSAO       TO TRUE.
           MOVE WS-ID-EXECUCAO     TO JRN-PROG-ORIGEM.
           MOVE 'LOTE'             TO JRN-USUARIO.
           MOVE WS-MASTER-ANTES    TO JRN-IMAGEM-ANTES.
           MOVE REG-CLIENTE-MASTER TO JRN-IMAGEM-DEPOIS.
      *
       2400-GRAVA-DIARIO-TENTA.
           WRITE REG-DIARIO-MASTER
               INVALID KEY
                   IF WS-STATUS-DIARIO = '22'
                       ADD 1 TO JRN-HORA-ALTERACAO
                       GO TO 2400-GRAVA-DIARIO-TENTA
                   END-IF
           END-WRITE.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0607 - ERRO DE E/S NO CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               DISPLAY 'COBP0607 - CPF DO CLIENTE: ' MST-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2400-GRAVA-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA OS TOTAIS NO RELATORIO DE
      *                    CADASTRAMENTO, FECHA OS ARQUIVOS E ENCERRA.
      *                    APLICADOS + IGNORADOS FECHA COM O TOTAL DE
           CLOSE CPF-SAIDA-FILE
                 CPF-ENTRADA-FILE
                 CPF-MASTER-FILE
                 CPF-DIARIO-FILE
                 CPF-APLICACAO-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
