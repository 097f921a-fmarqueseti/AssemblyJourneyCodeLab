      ******************************************************************
      * OBJETIVOS: CARREGAR O RETORNO DO BUREAU DA RECEITA FEDERAL
      *            (CPFRRF01) NO ARQUIVO DE SITUACAO CADASTRAL DO CPF
      *            (CPFSRF01, CHAVEADO POR CPF):
      *            - VALIDA HEADER E TRAILER (TOTAL E HASH) DO RETORNO;
      *            - GRAVA OU ATUALIZA A ULTIMA SITUACAO CONHECIDA DE
      *              CADA CPF ('R' REGULAR, 'S' SUSPENSA, 'C'
      *              CANCELADA, 'F' TITULAR FALECIDO), SEM DEIXAR UM
      *              RETORNO ANTIGO SOBREPOR UMA SITUACAO MAIS RECENTE;
      *            - RELATA OS CPFS QUE VOLTARAM EM SITUACAO NAO
      *              REGULAR E OS DETALHES COM SITUACAO INVALIDA.
      *            A SITUACAO CARREGADA E CONSULTADA PELO COBP0601,
      *            PELO COBP0603 E PELO COBP0613.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0625.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - CARGA DO RETORNO DA
      *                    CONSULTA DE SITUACAO CADASTRAL GERADA PELO
      *                    COBP0624. O RETORNO DO BUREAU CHEGA FORA DO
      *                    HORARIO DO FLUXO, POR ISSO O PASSO NAO TEM
      *                    PREDECESSOR NO CONTROLE DE EXECUCAO; A
      *                    PROTECAO CONTRA EXECUCAO EM DOBRO NA MESMA
      *                    DATA CONTINUA VALENDO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-RETORNO-FILE    ASSIGN TO CPFRRF01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-RECEITA-FILE    ASSIGN TO CPFSRF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SRF-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RECEITA.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFSRL01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-RETORNO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRRF1.
      *
       FD  CPF-RECEITA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFSRF1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-RECEITA.
           03  SRL-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
      *
           COPY CPFRUC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-RETORNO      PIC X(001) VALUE 'N'.
                   88 FIM-RETORNO             VALUE 'S'.
           03  WS-CHAVES-CONTROLE.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0625'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE SPACES.
           03  WS-CHAVE-RECEITA.
               05  WS-STATUS-RECEITA   PIC X(002) VALUE '00'.
               05  WS-FLAG-CADASTRO    PIC X(001) VALUE 'N'.
                   88 SITUACAO-JA-CADASTRADA  VALUE 'S'.
                   88 SITUACAO-NOVA           VALUE 'N'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014) VALUE SPACES.
           03  WS-AREAS-RETORNO.
               05  WS-RTN-FLAG-TRAILER PIC X(001) VALUE 'N'.
                   88 RTN-TRAILER-RECEBIDO    VALUE 'S'.
               05  WS-RTN-TRL-QTD      PIC 9(009) VALUE 0.
               05  WS-RTN-TRL-HASH     PIC 9(018) VALUE 0.
               05  WS-RTN-QTD-LIDA     PIC 9(009) VALUE 0.
               05  WS-RTN-HASH-LIDO    PIC 9(018) VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-INCLUIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ATUALIZADOS  PIC 9(009) COMP VALUE 0.
               05  WS-QTD-DESATUALIZADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-NAO-REGULARES
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-INVALIDOS    PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0625 - SITUACAO CADASTRAL NA RECEITA FEDERAL '.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(022) VALUE SPACES.
           03  WS-LINHA-SITUACAO.
               05  WS-REL-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-SITUACAO     PIC X(001).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-DATA-SITUACAO
                                       PIC 9(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-TEXTO        PIC X(040).
               05  FILLER              PIC X(011) VALUE SPACES.
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
           PERFORM 2000-CARREGA-SITUACAO
               THRU 2000-CARREGA-SITUACAO-EXIT
               UNTIL FIM-RETORNO.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, CONFERE A ABERTURA DO
      *                      ARQUIVO DE SITUACAO, GRAVA O TITULO DO
      *                      RELATORIO, VALIDA O HEADER DO RETORNO E
      *                      LE O PRIMEIRO DETALHE
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 1600-REGISTRA-INICIO
               THRU 1600-REGISTRA-INICIO-EXIT.
      *
           OPEN INPUT  CPF-RETORNO-FILE.
           OPEN I-O    CPF-RECEITA-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0625 - ERRO AO ABRIR O CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO SRL-LINHA.
           WRITE REG-RELATO-RECEITA.
      *
           PERFORM 1300-VALIDA-HEADER
               THRU 1300-VALIDA-HEADER-EXIT.
      *
           PERFORM 2100-LE-RETORNO
               THRU 2100-LE-RETORNO-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-VALIDA-HEADER - LE O PRIMEIRO REGISTRO DO RETORNO, QUE
      *                      DEVE SER O HEADER
      ******************************************************************
       1300-VALIDA-HEADER.
           READ CPF-RETORNO-FILE
               AT END
                   DISPLAY 'COBP0625 - RETORNO VAZIO - SEM HEADER'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ.
      *
           IF NOT RRF-REG-HEADER
               DISPLAY 'COBP0625 - PRIMEIRO REGISTRO DO RETORNO NAO '
                       'E HEADER - TIPO ' RRF-TIPO-REGISTRO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       1300-VALIDA-HEADER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1600-REGISTRA-INICIO - REGISTRA O INICIO DO PASSO NO CONTROLE
      *                        DE EXECUCAO (COBP0618): CONFERE SE O
      *                        PASSO PREDECESSOR CONCLUIU E RECUSA A
      *                        EXECUCAO EM DOBRO NA MESMA DATA
      ******************************************************************
       1600-REGISTRA-INICIO.
           MOVE WS-DATA-PROCESSAMENTO TO RUC-DATA-PROCESSAMENTO.
      *
           IF WS-ID-PREDECESSOR NOT = SPACES
               SET  RUC-FUNCAO-TESTE  TO TRUE
               MOVE WS-ID-PREDECESSOR TO RUC-ID-EXECUCAO
               CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO
               IF NOT RUC-OK
                   DISPLAY 'COBP0625 - PASSO PREDECESSOR '
                           WS-ID-PREDECESSOR ' NAO CONCLUIDO - '
                           'EXECUCAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
           SET  RUC-FUNCAO-INICIO TO TRUE.
           MOVE WS-ID-CONTROLE    TO RUC-ID-EXECUCAO.
           CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO.
      *
           IF RUC-JA-EXECUTADO
               DISPLAY 'COBP0625 - PASSO JA CONCLUIDO PARA A DATA '
                       WS-DATA-PROCESSAMENTO ' - EXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF NOT RUC-OK
               DISPLAY 'COBP0625 - ERRO NO CONTROLE DE EXECUCAO - '
                       'RETORNO ' RUC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       1600-REGISTRA-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CARREGA-SITUACAO - GRAVA OU ATUALIZA A SITUACAO DO CPF DO
      *                         DETALHE CORRENTE E LE O PROXIMO.
      *                         SITUACAO FORA DOS CODIGOS CONHECIDOS
      *                         NAO E CARREGADA E VAI PARA O RELATORIO;
      *                         RETORNO COM DATA DE SITUACAO ANTERIOR A
      *                         JA CARREGADA NAO SOBREPOE A MAIS NOVA.
      ******************************************************************
       2000-CARREGA-SITUACAO.
           MOVE RRF-SITUACAO TO SRF-SITUACAO.
      *
           IF NOT SRF-SITUACAO-CONHECIDA
               MOVE 'SITUACAO INVALIDA NO RETORNO - IGNORADA'
                                      TO WS-REL-TEXTO
               PERFORM 2300-GRAVA-RELATORIO
                   THRU 2300-GRAVA-RELATORIO-EXIT
               ADD 1 TO WS-QTD-INVALIDOS
               GO TO 2000-CARREGA-PROXIMO
           END-IF.
      *
           MOVE RRF-CPF-NUMERO TO SRF-CPF-NUMERO.
      *
           READ CPF-RECEITA-FILE
               INVALID KEY
                   SET SITUACAO-NOVA TO TRUE
               NOT INVALID KEY
                   SET SITUACAO-JA-CADASTRADA TO TRUE
           END-READ.
      *
      *    STATUS '23' (CHAVE NAO ENCONTRADA) JA FOI TRATADO ACIMA
      *    PELA INVALID KEY, COMO CPF AINDA SEM SITUACAO CARREGADA.
           IF WS-STATUS-RECEITA NOT = '00'
              AND WS-STATUS-RECEITA NOT = '23'
               DISPLAY 'COBP0625 - ERRO NA LEITURA DO CPF-RECEITA-'
                       'FILE - FILE STATUS ' WS-STATUS-RECEITA
               DISPLAY 'COBP0625 - CPF DO RETORNO: ' RRF-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF SITUACAO-JA-CADASTRADA
              AND SRF-DATA-SITUACAO > RRF-DATA-SITUACAO
               ADD 1 TO WS-QTD-DESATUALIZADOS
               GO TO 2000-CARREGA-PROXIMO
           END-IF.
      *
           MOVE SPACES                TO REG-SITUACAO-RECEITA.
           MOVE RRF-CPF-NUMERO        TO SRF-CPF-NUMERO.
           MOVE RRF-SITUACAO          TO SRF-SITUACAO.
           MOVE RRF-DATA-SITUACAO     TO SRF-DATA-SITUACAO.
           MOVE WS-DATA-PROCESSAMENTO TO SRF-DATA-ATUALIZACAO.
      *
           IF SITUACAO-JA-CADASTRADA
               REWRITE REG-SITUACAO-RECEITA
               ADD 1 TO WS-QTD-ATUALIZADOS
           ELSE
               WRITE REG-SITUACAO-RECEITA
               ADD 1 TO WS-QTD-INCLUIDOS
           END-IF.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0625 - ERRO DE E/S NO CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               DISPLAY 'COBP0625 - CPF DO RETORNO: ' RRF-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF NOT SRF-SITUACAO-REGULAR
               EVALUATE TRUE
                   WHEN SRF-SITUACAO-SUSPENSA
                       MOVE 'CPF SUSPENSO NA RECEITA FEDERAL'
                                      TO WS-REL-TEXTO
                   WHEN SRF-SITUACAO-CANCELADA
                       MOVE 'CPF CANCELADO NA RECEITA FEDERAL'
                                      TO WS-REL-TEXTO
                   WHEN SRF-SITUACAO-FALECIDO
                       MOVE 'TITULAR DO CPF FALECIDO'
                                      TO WS-REL-TEXTO
               END-EVALUATE
               PERFORM 2300-GRAVA-RELATORIO
                   THRU 2300-GRAVA-RELATORIO-EXIT
               ADD 1 TO WS-QTD-NAO-REGULARES
           END-IF.
      *
       2000-CARREGA-PROXIMO.
           PERFORM 2100-LE-RETORNO
               THRU 2100-LE-RETORNO-EXIT.
      *
       2000-CARREGA-SITUACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-RETORNO - LE UM REGISTRO DETALHE DO RETORNO. O TRAILER
      *                   NAO E DEVOLVIDO: SEUS TOTAIS SAO GUARDADOS
      *                   PARA A CONFERENCIA.
      ******************************************************************
       2100-LE-RETORNO.
           READ CPF-RETORNO-FILE
               AT END
                   SET FIM-RETORNO TO TRUE
                   GO TO 2100-LE-RETORNO-EXIT
           END-READ.
      *
           IF RRF-REG-TRAILER
               MOVE RRF-TRL-QTD-REGISTROS TO WS-RTN-TRL-QTD
               MOVE RRF-TRL-HASH-CPFS     TO WS-RTN-TRL-HASH
               SET RTN-TRAILER-RECEBIDO TO TRUE
               GO TO 2100-LE-RETORNO
           END-IF.
      *
           IF NOT RRF-REG-DETALHE
               DISPLAY 'COBP0625 - TIPO DE REGISTRO INVALIDO NO '
                       'RETORNO - TIPO ' RRF-TIPO-REGISTRO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-RTN-QTD-LIDA.
           ADD RRF-CPF-NUMERO TO WS-RTN-HASH-LIDO.
      *
       2100-LE-RETORNO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-GRAVA-RELATORIO - GRAVA A LINHA DO CPF DO DETALHE
      *                        CORRENTE, COM O CPF MASCARADO, A
      *                        SITUACAO, A DATA E O TEXTO JA MONTADO
      ******************************************************************
       2300-GRAVA-RELATORIO.
           STRING RRF-CPF-NUMERO(1:3) '.' RRF-CPF-NUMERO(4:3) '.'
                  RRF-CPF-NUMERO(7:3) '-' RRF-CPF-NUMERO(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
           MOVE WS-CPF-MASCARADO  TO WS-REL-CPF-MASCARADO.
           MOVE RRF-SITUACAO      TO WS-REL-SITUACAO.
           MOVE RRF-DATA-SITUACAO TO WS-REL-DATA-SITUACAO.
      *
           MOVE WS-LINHA-SITUACAO TO SRL-LINHA.
           WRITE REG-RELATO-RECEITA.
      *
       2300-GRAVA-RELATORIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - CONFERE O TRAILER DO RETORNO, GRAVA OS
      *                    TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E
      *                    ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           PERFORM 3300-VALIDA-TRAILER
               THRU 3300-VALIDA-TRAILER-EXIT.
      *
           MOVE 'DETALHES DO RETORNO.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-RTN-QTD-LIDA                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SITUACOES INCLUIDAS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-INCLUIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SITUACOES ATUALIZADAS.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ATUALIZADOS              TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'RETORNOS MAIS ANTIGOS.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-DESATUALIZADOS           TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'CPFS EM SITUACAO NAO REGULAR:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-NAO-REGULARES            TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SITUACOES INVALIDAS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-INVALIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0625 - DETALHES DO RETORNO.: '
                   WS-RTN-QTD-LIDA.
           DISPLAY 'COBP0625 - SITUACOES INCLUIDAS.: '
                   WS-QTD-INCLUIDOS.
           DISPLAY 'COBP0625 - SITUACOES ATUALIZ...: '
                   WS-QTD-ATUALIZADOS.
           DISPLAY 'COBP0625 - RETORNOS ANTIGOS....: '
                   WS-QTD-DESATUALIZADOS.
           DISPLAY 'COBP0625 - NAO REGULARES.......: '
                   WS-QTD-NAO-REGULARES.
           DISPLAY 'COBP0625 - SITUACOES INVALIDAS.: '
                   WS-QTD-INVALIDOS.
      *
           CLOSE CPF-RETORNO-FILE
                 CPF-RECEITA-FILE
                 CPF-RELATORIO-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DA
      *                    CARGA DE SITUACAO CADASTRAL
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO SRL-LINHA.
           WRITE REG-RELATO-RECEITA.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-VALIDA-TRAILER - CONFERE O TRAILER DO RETORNO CONTRA OS
      *                       TOTAIS LIDOS: RETORNO TRUNCADO NA
      *                       TRANSMISSAO TERMINA COM RETURN-CODE 12
      ******************************************************************
       3300-VALIDA-TRAILER.
           IF NOT RTN-TRAILER-RECEBIDO
               DISPLAY 'COBP0625 - RETORNO SEM TRAILER - POSSIVEL '
                       'TRANSMISSAO TRUNCADA'
               MOVE 12 TO RETURN-CODE
               GO TO 3300-VALIDA-TRAILER-EXIT
           END-IF.
      *
           IF WS-RTN-TRL-QTD NOT = WS-RTN-QTD-LIDA
              OR WS-RTN-TRL-HASH NOT = WS-RTN-HASH-LIDO
               DISPLAY 'COBP0625 - TRAILER DO RETORNO NAO CONFERE '
                       'COM OS DETALHES LIDOS'
               MOVE 12 TO RETURN-CODE
           END-IF.
      *
       3300-VALIDA-TRAILER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3600-REGISTRA-FIM - REGISTRA O FIM DO PASSO NO CONTROLE DE
      *                     EXECUCAO (COBP0618), COM OS TOTAIS E O
      *                     RETURN-CODE DA EXECUCAO
      ******************************************************************
       3600-REGISTRA-FIM.
           SET  RUC-FUNCAO-FIM       TO TRUE.
           MOVE WS-ID-CONTROLE       TO RUC-ID-EXECUCAO.
           MOVE WS-RTN-QTD-LIDA      TO RUC-QTD-LIDOS.
           COMPUTE RUC-QTD-GRAVADOS =
                   WS-QTD-INCLUIDOS + WS-QTD-ATUALIZADOS.
           MOVE RETURN-CODE          TO RUC-RETCODE-PASSO.
           CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO.
      *
       3600-REGISTRA-FIM-EXIT.
           EXIT.
      *
