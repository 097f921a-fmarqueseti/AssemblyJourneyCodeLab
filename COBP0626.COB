      ******************************************************************
      * OBJETIVOS: CONFRONTAR A LISTA RESTRITIVA DE CPF (CPFRES01) COM
      *            O CADASTRO MESTRE DE CLIENTES (CPFMST01), LENDO OS
      *            DOIS ARQUIVOS EM SEQUENCIA DE CPF:
      *            - CLIENTE DO MESTRE CUJO CPF ENTROU NA LISTA E
      *              AINDA NAO ESTA MARCADO RECEBE O INDICADOR DE
      *              RESTRICAO; SE O CLIENTE ESTA ATIVO, GERA UM
      *              ALERTA (CPFALR01, ACUMULATIVO) PARA A
      *              PREVENCAO A FRAUDE;
      *            - CLIENTE MARCADO CUJO CPF SAIU DA LISTA TEM O
      *              INDICADOR DE RESTRICAO RETIRADO.
      *            CADA MARCACAO OU RETIRADA GERA UMA LINHA NO
      *            RELATORIO (CPFARL01), COM O CPF MASCARADO.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0626.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - O COBP0601 E O COBP0603
      *                    SO CONSULTAM A LISTA RESTRITIVA QUANDO O CPF
      *                    VOLTA A APARECER; O CLIENTE JA CADASTRADO
      *                    QUE E BLOQUEADO DEPOIS (COBP0606 OU TELA
      *                    CP04/COBP0622) PASSAVA DESPERCEBIDO. RODA
      *                    APOS CADA ALTERACAO DA LISTA; COMO SO AGE
      *                    SOBRE O QUE AINDA NAO FOI MARCADO NO
      *                    MESTRE, PODE SER REEXECUTADO NO MESMO DIA
      *                    SEM REPETIR ALERTAS.
      * 2026-10-14 EBC     CADA MARCACAO OU RETIRADA DO INDICADOR DE
      *                    RESTRICAO E GRAVADA TAMBEM NO DIARIO DE
      *                    ALTERACOES DO MESTRE (CPFJRN01).
      * 2026-10-15 EBC     O ARQUIVO DE ALERTAS (CPFALR01) PASSOU A SER
      *                    ABERTO EM EXTEND: CADA REEXECUCAO APOS UMA
      *                    ALTERACAO DA LISTA ESVAZIAVA O ARQUIVO E
      *                    PERDIA OS ALERTAS AINDA NAO LIDOS PELA
      *                    PREVENCAO A FRAUDE.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-RESTRITIVO-FILE ASSIGN TO CPFRES01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RES-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RESTRITIVO.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-DIARIO-FILE     ASSIGN TO CPFJRN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JRN-CHAVE
                  FILE STATUS IS WS-STATUS-DIARIO.
      *
           SELECT CPF-ALERTA-FILE     ASSIGN TO CPFALR01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFARL01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-RESTRITIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRES1.
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFJRN1.
      *
       FD  CPF-ALERTA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFALR1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-ALERTA.
           03  ARL-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-RESTRITIVO   PIC X(001) VALUE 'N'.
                   88 FIM-RESTRITIVO          VALUE 'S'.
               05  WS-FIM-MASTER       PIC X(001) VALUE 'N'.
                   88 FIM-MASTER              VALUE 'S'.
           03  WS-CHAVES-CONFRONTO.
               05  WS-CPF-RESTRITIVO   PIC X(011) VALUE SPACES.
               05  WS-CPF-MESTRE       PIC X(011) VALUE SPACES.
           03  WS-CHAVE-RESTRITIVO.
               05  WS-STATUS-RESTRITIVO
                                       PIC X(002) VALUE '00'.
           03  WS-CHAVE-CLIENTE.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
           03  WS-CHAVE-DIARIO.
               05  WS-STATUS-DIARIO    PIC X(002) VALUE '00'.
               05  WS-MASTER-ANTES     PIC X(100) VALUE SPACES.
               05  WS-DATA-ATUAL       PIC 9(008) VALUE 0.
               05  WS-HORA-ATUAL       PIC 9(008) VALUE 0.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014) VALUE SPACES.
           03  WS-CONTADORES.
               05  WS-QTD-RESTRITIVOS  PIC 9(009) COMP VALUE 0.
               05  WS-QTD-CLIENTES     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ATIVOS-BLOQUEADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-INATIVOS-BLOQUEADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-JA-MARCADOS  PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RESTRICAO-RETIRADA
                                       PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0626 - CLIENTES DO MESTRE NA LISTA RESTRITIVA'.
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(021) VALUE SPACES.
           03  WS-LINHA-CLIENTE.
               05  WS-REL-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-SITUACAO     PIC X(001).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-RESULTADO    PIC X(030).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-MOTIVO       PIC X(030).
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
               05  WS-TOT-VALOR        PIC 9(009).
               05  FILLER              PIC X(041) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           PERFORM 2000-CONFRONTA-ARQUIVOS
               THRU 2000-CONFRONTA-ARQUIVOS-EXIT
               UNTIL FIM-RESTRITIVO AND FIM-MASTER.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, CONFERE A ABERTURA DOS
      *                      ARQUIVOS INDEXADOS, GRAVA O TITULO DO
      *                      RELATORIO E LE O PRIMEIRO REGISTRO DE
      *                      CADA ARQUIVO DO CONFRONTO
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-RESTRITIVO-FILE.
           OPEN I-O    CPF-MASTER-FILE
                       CPF-DIARIO-FILE.
      *    O ARQUIVO DE ALERTAS E ACUMULATIVO: UMA REEXECUCAO NO MESMO
      *    DIA NAO PODE APAGAR OS ALERTAS AINDA NAO TRATADOS, QUE NAO
      *    SERIAM GERADOS DE NOVO (O CLIENTE JA ESTA MARCADO).
           OPEN EXTEND CPF-ALERTA-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0626 - ERRO AO ABRIR O CPF-RESTRITIVO-'
                       'FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0626 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0626 - ERRO AO ABRIR O CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO ARL-LINHA.
           WRITE REG-RELATO-ALERTA.
      *
           PERFORM 2100-LE-RESTRITIVO
               THRU 2100-LE-RESTRITIVO-EXIT.
      *
           PERFORM 2200-LE-MASTER
               THRU 2200-LE-MASTER-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CONFRONTA-ARQUIVOS - COMPARA O CPF CORRENTE DA LISTA COM
      *                           O CPF CORRENTE DO MESTRE:
      *                           - SO NO MESTRE: RETIRA A RESTRICAO
      *                             DE CLIENTE MARCADO QUE SAIU DA
      *                             LISTA;
      *                           - NOS DOIS: MARCA A RESTRICAO NO
      *                             CLIENTE AINDA NAO MARCADO;
      *                           - SO NA LISTA: CPF SEM CADASTRO NO
      *                             MESTRE, NADA A FAZER.
      ******************************************************************
       2000-CONFRONTA-ARQUIVOS.
           IF WS-CPF-MESTRE < WS-CPF-RESTRITIVO
               IF MST-SOB-RESTRICAO
                   PERFORM 2400-RETIRA-RESTRICAO
                       THRU 2400-RETIRA-RESTRICAO-EXIT
               END-IF
               PERFORM 2200-LE-MASTER
                   THRU 2200-LE-MASTER-EXIT
               GO TO 2000-CONFRONTA-ARQUIVOS-EXIT
           END-IF.
      *
           IF WS-CPF-MESTRE > WS-CPF-RESTRITIVO
               PERFORM 2100-LE-RESTRITIVO
                   THRU 2100-LE-RESTRITIVO-EXIT
               GO TO 2000-CONFRONTA-ARQUIVOS-EXIT
           END-IF.
      *
           IF MST-SOB-RESTRICAO
               ADD 1 TO WS-QTD-JA-MARCADOS
           ELSE
               PERFORM 2300-MARCA-RESTRICAO
                   THRU 2300-MARCA-RESTRICAO-EXIT
           END-IF.
      *
           PERFORM 2100-LE-RESTRITIVO
               THRU 2100-LE-RESTRITIVO-EXIT.
      *
           PERFORM 2200-LE-MASTER
               THRU 2200-LE-MASTER-EXIT.
      *
       2000-CONFRONTA-ARQUIVOS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-RESTRITIVO - LE O PROXIMO CPF DA LISTA RESTRITIVA. NO
      *                      FIM DA LISTA A CHAVE DE CONFRONTO RECEBE
      *                      HIGH-VALUES, PARA O MESTRE SER LIDO ATE O
      *                      FIM
      ******************************************************************
       2100-LE-RESTRITIVO.
           READ CPF-RESTRITIVO-FILE
               AT END
                   SET FIM-RESTRITIVO TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-RESTRITIVO
                   GO TO 2100-LE-RESTRITIVO-EXIT
           END-READ.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0626 - ERRO NA LEITURA DO CPF-RESTRITIVO'
                       '-FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE RES-CPF-NUMERO TO WS-CPF-RESTRITIVO.
           ADD 1 TO WS-QTD-RESTRITIVOS.
      *
       2100-LE-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-LE-MASTER - LE O PROXIMO CLIENTE DO MESTRE. NO FIM DO
      *                  MESTRE A CHAVE DE CONFRONTO RECEBE HIGH-VALUES,
      *                  PARA A LISTA SER LIDA ATE O FIM
      ******************************************************************
       2200-LE-MASTER.
           READ CPF-MASTER-FILE
               AT END
                   SET FIM-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-MESTRE
                   GO TO 2200-LE-MASTER-EXIT
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0626 - ERRO NA LEITURA DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE MST-CPF-NUMERO TO WS-CPF-MESTRE.
           ADD 1 TO WS-QTD-CLIENTES.
      *
       2200-LE-MASTER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-MARCA-RESTRICAO - MARCA NO MESTRE O CLIENTE CUJO CPF
      *                        ENTROU NA LISTA RESTRITIVA. CLIENTE
      *                        ATIVO GERA ALERTA PARA A PREVENCAO A
      *                        FRAUDE; CLIENTE INATIVO SO E MARCADO E
      *                        LISTADO NO RELATORIO.
      ******************************************************************
       2300-MARCA-RESTRICAO.
           MOVE REG-CLIENTE-MASTER    TO WS-MASTER-ANTES.
           SET  MST-SOB-RESTRICAO     TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO MST-DATA-RESTRICAO.
      *
           PERFORM 2500-REGRAVA-MASTER
               THRU 2500-REGRAVA-MASTER-EXIT.
      *
           IF MST-CLIENTE-ATIVO
               PERFORM 2350-GRAVA-ALERTA
                   THRU 2350-GRAVA-ALERTA-EXIT
               MOVE 'ATIVO BLOQUEADO - ALERTA'
                                      TO WS-REL-RESULTADO
               ADD 1 TO WS-QTD-ATIVOS-BLOQUEADOS
           ELSE
               MOVE 'CLIENTE INATIVO BLOQUEADO'
                                      TO WS-REL-RESULTADO
               ADD 1 TO WS-QTD-INATIVOS-BLOQUEADOS
           END-IF.
      *
           MOVE RES-MOTIVO-BLOQUEIO   TO WS-REL-MOTIVO.
      *
           PERFORM 2600-GRAVA-RELATORIO
               THRU 2600-GRAVA-RELATORIO-EXIT.
      *
       2300-MARCA-RESTRICAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2350-GRAVA-ALERTA - GRAVA O ALERTA DO CLIENTE ATIVO BLOQUEADO,
      *                     COM OS DADOS DO MESTRE E O MOTIVO E A DATA
      *                     DE INCLUSAO NA LISTA RESTRITIVA
      ******************************************************************
       2350-GRAVA-ALERTA.
           PERFORM 2650-FORMATA-MASCARA
               THRU 2650-FORMATA-MASCARA-EXIT.
      *
           MOVE SPACES                TO REG-ALERTA-RESTRITIVO.
           MOVE MST-CPF-NUMERO        TO ALR-CPF-NUMERO.
           MOVE WS-CPF-MASCARADO      TO ALR-CPF-MASCARADO.
           MOVE MST-NOME-CLIENTE      TO ALR-NOME-CLIENTE.
           MOVE MST-DATA-CADASTRO     TO ALR-DATA-CADASTRO.
           MOVE RES-MOTIVO-BLOQUEIO   TO ALR-MOTIVO-BLOQUEIO.
           MOVE RES-DATA-INCLUSAO     TO ALR-DATA-INCLUSAO.
           MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA-ALERTA.
           WRITE REG-ALERTA-RESTRITIVO.
      *
       2350-GRAVA-ALERTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-RETIRA-RESTRICAO - RETIRA O INDICADOR DE RESTRICAO DO
      *                         CLIENTE CUJO CPF NAO ESTA MAIS NA
      *                         LISTA RESTRITIVA
      ******************************************************************
       2400-RETIRA-RESTRICAO.
           MOVE REG-CLIENTE-MASTER    TO WS-MASTER-ANTES.
           SET  MST-SEM-RESTRICAO     TO TRUE.
           MOVE ZEROS                 TO MST-DATA-RESTRICAO.
      *
           PERFORM 2500-REGRAVA-MASTER
               THRU 2500-REGRAVA-MASTER-EXIT.
      *
           MOVE 'RESTRICAO RETIRADA'  TO WS-REL-RESULTADO.
           MOVE SPACES                TO WS-REL-MOTIVO.
           ADD 1 TO WS-QTD-RESTRICAO-RETIRADA.
      *
           PERFORM 2600-GRAVA-RELATORIO
               THRU 2600-GRAVA-RELATORIO-EXIT.
      *
       2400-RETIRA-RESTRICAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-REGRAVA-MASTER - REGRAVA O CLIENTE CORRENTE DO MESTRE COM
      *                       O INDICADOR DE RESTRICAO ATUALIZADO E
      *                       GRAVA A ALTERACAO NO DIARIO DO MESTRE
      ******************************************************************
       2500-REGRAVA-MASTER.
           REWRITE REG-CLIENTE-MASTER.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0626 - ERRO NA REGRAVACAO DO CPF-MASTER-'
                       'FILE - FILE STATUS ' WS-STATUS-MASTER
               DISPLAY 'COBP0626 - CPF DO CLIENTE: ' MST-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2550-GRAVA-DIARIO
               THRU 2550-GRAVA-DIARIO-EXIT.
      *
       2500-REGRAVA-MASTER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2550-GRAVA-DIARIO - GRAVA NO DIARIO DE ALTERACOES DO MESTRE
      *                     (CPFJRN01) A IMAGEM DO CLIENTE ANTES E
      *                     DEPOIS DA GRAVACAO. SO A CHAVE DUPLICADA
      *                     (STATUS 22 - O MESMO CPF NO MESMO
      *                     CENTESIMO DE SEGUNDO) SOMA 1 A HORA E
      *                     REPETE A GRAVACAO.
      ******************************************************************
       2550-GRAVA-DIARIO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
      *
           MOVE SPACES             TO REG-DIARIO-MASTER.
           MOVE MST-CPF-NUMERO     TO JRN-CPF-NUMERO.
           MOVE WS-DATA-ATUAL      TO JRN-DATA-ALTERACAO.
           MOVE WS-HORA-ATUAL      TO JRN-HORA-ALTERACAO.
           SET  JRN-ALTERACAO      TO TRUE.
           MOVE 'COBP0626'         TO JRN-PROG-ORIGEM.
           MOVE 'LOTE'             TO JRN-USUARIO.
           MOVE WS-MASTER-ANTES    TO JRN-IMAGEM-ANTES.
           MOVE REG-CLIENTE-MASTER TO JRN-IMAGEM-DEPOIS.
      *
       2550-GRAVA-DIARIO-TENTA.
           WRITE REG-DIARIO-MASTER
               INVALID KEY
                   IF WS-STATUS-DIARIO = '22'
                       ADD 1 TO JRN-HORA-ALTERACAO
                       GO TO 2550-GRAVA-DIARIO-TENTA
                   END-IF
           END-WRITE.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0626 - ERRO DE E/S NO CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               DISPLAY 'COBP0626 - CPF DO CLIENTE: ' MST-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2550-GRAVA-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-GRAVA-RELATORIO - GRAVA A LINHA DO CLIENTE NO RELATORIO,
      *                        COM O CPF MASCARADO, A SITUACAO DO
      *                        CADASTRO, O RESULTADO E O MOTIVO
      ******************************************************************
       2600-GRAVA-RELATORIO.
           PERFORM 2650-FORMATA-MASCARA
               THRU 2650-FORMATA-MASCARA-EXIT.
      *
           MOVE WS-CPF-MASCARADO      TO WS-REL-CPF-MASCARADO.
           MOVE MST-SITUACAO-CADASTRO TO WS-REL-SITUACAO.
      *
           MOVE WS-LINHA-CLIENTE      TO ARL-LINHA.
           WRITE REG-RELATO-ALERTA.
      *
       2600-GRAVA-RELATORIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2650-FORMATA-MASCARA - MONTA O CPF DO CLIENTE CORRENTE NO
      *                        FORMATO MASCARADO XXX.XXX.XXX-XX
      ******************************************************************
       2650-FORMATA-MASCARA.
           STRING MST-CPF-NUMERO(1:3) '.' MST-CPF-NUMERO(4:3) '.'
                  MST-CPF-NUMERO(7:3) '-' MST-CPF-NUMERO(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
       2650-FORMATA-MASCARA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA OS TOTAIS NO RELATORIO, FECHA OS
      *                    ARQUIVOS E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE 'CPFS NA LISTA RESTRITIVA....:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-RESTRITIVOS              TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'CLIENTES NO MESTRE..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CLIENTES                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ATIVOS BLOQUEADOS (ALERTAS).:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ATIVOS-BLOQUEADOS        TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'INATIVOS BLOQUEADOS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-INATIVOS-BLOQUEADOS      TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'JA MARCADOS ANTERIORMENTE...:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-JA-MARCADOS              TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'RESTRICOES RETIRADAS........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-RESTRICAO-RETIRADA       TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0626 - CPFS NA LISTA.......: '
                   WS-QTD-RESTRITIVOS.
           DISPLAY 'COBP0626 - CLIENTES NO MESTRE..: '
                   WS-QTD-CLIENTES.
           DISPLAY 'COBP0626 - ALERTAS GERADOS.....: '
                   WS-QTD-ATIVOS-BLOQUEADOS.
           DISPLAY 'COBP0626 - INATIVOS BLOQUEADOS.: '
                   WS-QTD-INATIVOS-BLOQUEADOS.
           DISPLAY 'COBP0626 - RESTRICOES RETIRADAS: '
                   WS-QTD-RESTRICAO-RETIRADA.
      *
           CLOSE CPF-RESTRITIVO-FILE
                 CPF-MASTER-FILE
                 CPF-DIARIO-FILE
                 CPF-ALERTA-FILE
                 CPF-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DE
      *                    CLIENTES NA LISTA RESTRITIVA
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO ARL-LINHA.
           WRITE REG-RELATO-ALERTA.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
