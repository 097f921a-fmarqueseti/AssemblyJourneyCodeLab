      ******************************************************************
      * OBJETIVOS: CARREGAR O ARQUIVO PERIODICO DO QUADRO DE SOCIOS E
      *            ADMINISTRADORES (CNJQFD01) NO ARQUIVO DE SOCIOS DAS
      *            EMPRESAS (CNJQSA01, CHAVEADO POR CNPJ + CPF):
      *            - VALIDA HEADER E TRAILER (TOTAL E HASH) DO ARQUIVO;
      *            - CADA CNPJ PRESENTE NO ARQUIVO TEM O QUADRO
      *              SUBSTITUIDO: OS SOCIOS ANTERIORES SAO REMOVIDOS E
      *              OS DO ARQUIVO GRAVADOS (SOCIO QUE SAIU DA EMPRESA
      *              NAO FICA NO QUADRO); CNPJ AUSENTE DO ARQUIVO NAO
      *              E ALTERADO;
      *            - RELATA OS DETALHES REJEITADOS (FORA DE SEQUENCIA,
      *              DUPLICADOS OU NAO NUMERICOS).
      *            O QUADRO CARREGADO E CONSULTADO PELO COBP0610.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0630.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - A VALIDACAO DE CNPJ SO
      *                    CONFERIA O DIGITO E NAO OLHAVA AS PESSOAS
      *                    POR TRAS DA EMPRESA. O QSA PASSA A SER
      *                    CARREGADO PERIODICAMENTE PARA O CRUZAMENTO
      *                    DOS SOCIOS COM A LISTA RESTRITIVA E O
      *                    MESTRE NO COBP0610. O ARQUIVO CHEGA FORA DO
      *                    HORARIO DO FLUXO, POR ISSO O PASSO NAO TEM
      *                    PREDECESSOR NO CONTROLE DE EXECUCAO, COMO
      *                    O COBP0625.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNJ-ARQUIVO-QSA-FILE
                                      ASSIGN TO CNJQFD01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CNJ-SOCIO-FILE      ASSIGN TO CNJQSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QSA-CHAVE
                  FILE STATUS IS WS-STATUS-SOCIO.
      *
           SELECT CNJ-RELATORIO-FILE  ASSIGN TO CNJQRL01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CNJ-ARQUIVO-QSA-FILE
           LABEL RECORD IS STANDARD.
           COPY CNJQFD1.
      *
       FD  CNJ-SOCIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CNJQSA1.
      *
       FD  CNJ-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-QSA.
           03  QRL-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
      *
           COPY CPFRUC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-ARQUIVO      PIC X(001) VALUE 'N'.
                   88 FIM-ARQUIVO             VALUE 'S'.
               05  WS-FIM-QUADRO       PIC X(001) VALUE 'N'.
                   88 FIM-QUADRO              VALUE 'S'.
           03  WS-CHAVES-CONTROLE.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0630'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE SPACES.
           03  WS-CHAVE-SOCIO.
               05  WS-STATUS-SOCIO     PIC X(002) VALUE '00'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014) VALUE SPACES.
           03  WS-CHAVE-ANTERIOR.
               05  WS-CNPJ-ANTERIOR    PIC 9(014) VALUE 0.
               05  WS-CPF-ANTERIOR     PIC 9(011) VALUE 0.
           03  WS-AREAS-ARQUIVO.
               05  WS-QFD-FLAG-TRAILER PIC X(001) VALUE 'N'.
                   88 QFD-TRAILER-RECEBIDO    VALUE 'S'.
               05  WS-QFD-TRL-QTD      PIC 9(009) VALUE 0.
               05  WS-QFD-TRL-HASH     PIC 9(018) VALUE 0.
               05  WS-QFD-QTD-LIDA     PIC 9(009) VALUE 0.
               05  WS-QFD-HASH-LIDO    PIC 9(018) VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-CNPJS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-GRAVADOS     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-REMOVIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-REJEITADOS   PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0630 - CARGA DO QUADRO DE SOCIOS (QSA)       '.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(022) VALUE SPACES.
           03  WS-LINHA-REJEICAO.
               05  WS-REL-CNPJ         PIC 9(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-TEXTO        PIC X(040).
               05  FILLER              PIC X(008) VALUE SPACES.
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
           PERFORM 2000-CARREGA-SOCIO
               THRU 2000-CARREGA-SOCIO-EXIT
               UNTIL FIM-ARQUIVO.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, CONFERE A ABERTURA DO
      *                      ARQUIVO DE SOCIOS, GRAVA O TITULO DO
      *                      RELATORIO, VALIDA O HEADER DO QSA E LE O
      *                      PRIMEIRO DETALHE
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 1600-REGISTRA-INICIO
               THRU 1600-REGISTRA-INICIO-EXIT.
      *
           OPEN INPUT  CNJ-ARQUIVO-QSA-FILE.
           OPEN I-O    CNJ-SOCIO-FILE.
           OPEN OUTPUT CNJ-RELATORIO-FILE.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0630 - ERRO AO ABRIR O CNJ-SOCIO-FILE - '
                       'FILE STATUS ' WS-STATUS-SOCIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO QRL-LINHA.
           WRITE REG-RELATO-QSA.
      *
           PERFORM 1300-VALIDA-HEADER
               THRU 1300-VALIDA-HEADER-EXIT.
      *
           PERFORM 2100-LE-ARQUIVO
               THRU 2100-LE-ARQUIVO-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1300-VALIDA-HEADER - LE O PRIMEIRO REGISTRO DO ARQUIVO DO QSA,
      *                      QUE DEVE SER O HEADER
      ******************************************************************
       1300-VALIDA-HEADER.
           READ CNJ-ARQUIVO-QSA-FILE
               AT END
                   DISPLAY 'COBP0630 - ARQUIVO DO QSA VAZIO - SEM '
                           'HEADER'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ.
      *
           IF NOT QFD-REG-HEADER
               DISPLAY 'COBP0630 - PRIMEIRO REGISTRO DO QSA NAO '
                       'E HEADER - TIPO ' QFD-TIPO-REGISTRO
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
                   DISPLAY 'COBP0630 - PASSO PREDECESSOR '
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
               DISPLAY 'COBP0630 - PASSO JA CONCLUIDO PARA A DATA '
                       WS-DATA-PROCESSAMENTO ' - EXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF NOT RUC-OK
               DISPLAY 'COBP0630 - ERRO NO CONTROLE DE EXECUCAO - '
                       'RETORNO ' RUC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       1600-REGISTRA-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CARREGA-SOCIO - GRAVA O SOCIO DO DETALHE CORRENTE E LE O
      *                      PROXIMO. NA PRIMEIRA LINHA DE CADA CNPJ O
      *                      QUADRO ANTERIOR DO CNPJ E REMOVIDO. A
      *                      CHAVE CNPJ + CPF DEVE SER CRESCENTE: UM
      *                      DETALHE FORA DE ORDEM NAO PODE REABRIR UM
      *                      CNPJ JA CARREGADO E E REJEITADO.
      ******************************************************************
       2000-CARREGA-SOCIO.
           IF QFD-CNPJ-NUMERO NOT NUMERIC
              OR QFD-CPF-SOCIO NOT NUMERIC
               MOVE 'DETALHE NAO NUMERICO - IGNORADO'
                                      TO WS-REL-TEXTO
               PERFORM 2300-GRAVA-REJEICAO
                   THRU 2300-GRAVA-REJEICAO-EXIT
               GO TO 2000-CARREGA-PROXIMO
           END-IF.
      *
           IF QFD-CHAVE NOT > WS-CHAVE-ANTERIOR
               MOVE 'FORA DE SEQUENCIA/DUPLICADO-IGNORADO'
                                      TO WS-REL-TEXTO
               PERFORM 2300-GRAVA-REJEICAO
                   THRU 2300-GRAVA-REJEICAO-EXIT
               GO TO 2000-CARREGA-PROXIMO
           END-IF.
      *
           IF QFD-CNPJ-NUMERO NOT = WS-CNPJ-ANTERIOR
               PERFORM 2200-REMOVE-QUADRO
                   THRU 2200-REMOVE-QUADRO-EXIT
               ADD 1 TO WS-QTD-CNPJS
           END-IF.
      *
           MOVE QFD-CHAVE TO WS-CHAVE-ANTERIOR.
      *
           MOVE SPACES                TO REG-SOCIO-CNPJ.
           MOVE QFD-CNPJ-NUMERO       TO QSA-CNPJ-NUMERO.
           MOVE QFD-CPF-SOCIO         TO QSA-CPF-SOCIO.
           MOVE QFD-NOME-SOCIO        TO QSA-NOME-SOCIO.
           MOVE QFD-QUALIFICACAO      TO QSA-QUALIFICACAO.
           MOVE QFD-DATA-ENTRADA      TO QSA-DATA-ENTRADA.
           SET  QSA-ORIGEM-CARGA      TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO QSA-DATA-ATUALIZACAO.
      *
           WRITE REG-SOCIO-CNPJ.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0630 - ERRO DE E/S NO CNJ-SOCIO-FILE - '
                       'FILE STATUS ' WS-STATUS-SOCIO
               DISPLAY 'COBP0630 - CNPJ DO QSA: ' QFD-CNPJ-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-GRAVADOS.
      *
       2000-CARREGA-PROXIMO.
           PERFORM 2100-LE-ARQUIVO
               THRU 2100-LE-ARQUIVO-EXIT.
      *
       2000-CARREGA-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-ARQUIVO - LE UM REGISTRO DETALHE DO ARQUIVO DO QSA. O
      *                   TRAILER NAO E DEVOLVIDO: SEUS TOTAIS SAO
      *                   GUARDADOS PARA A CONFERENCIA.
      ******************************************************************
       2100-LE-ARQUIVO.
           READ CNJ-ARQUIVO-QSA-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LE-ARQUIVO-EXIT
           END-READ.
      *
           IF QFD-REG-TRAILER
               MOVE QFD-TRL-QTD-REGISTROS TO WS-QFD-TRL-QTD
               MOVE QFD-TRL-HASH-CPFS     TO WS-QFD-TRL-HASH
               SET QFD-TRAILER-RECEBIDO TO TRUE
               GO TO 2100-LE-ARQUIVO
           END-IF.
      *
           IF NOT QFD-REG-DETALHE
               DISPLAY 'COBP0630 - TIPO DE REGISTRO INVALIDO NO '
                       'QSA - TIPO ' QFD-TIPO-REGISTRO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QFD-QTD-LIDA.
           IF QFD-CPF-SOCIO IS NUMERIC
               ADD QFD-CPF-SOCIO TO WS-QFD-HASH-LIDO
           END-IF.
      *
       2100-LE-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-REMOVE-QUADRO - REMOVE O QUADRO DE SOCIOS ANTERIOR DO
      *                      CNPJ DO DETALHE CORRENTE, POSICIONANDO NO
      *                      PRIMEIRO SOCIO DO CNPJ (CHAVE CNPJ + CPF
      *                      ZERADO) E EXCLUINDO ATE MUDAR O CNPJ
      ******************************************************************
       2200-REMOVE-QUADRO.
           MOVE 'N'             TO WS-FIM-QUADRO.
      *
           MOVE QFD-CNPJ-NUMERO TO QSA-CNPJ-NUMERO.
           MOVE 0               TO QSA-CPF-SOCIO.
      *
           START CNJ-SOCIO-FILE
               KEY IS >= QSA-CHAVE
               INVALID KEY
                   SET FIM-QUADRO TO TRUE
           END-START.
      *
           PERFORM 2250-EXCLUI-SOCIO-ANTIGO
               THRU 2250-EXCLUI-SOCIO-ANTIGO-EXIT
               UNTIL FIM-QUADRO.
      *
       2200-REMOVE-QUADRO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2250-EXCLUI-SOCIO-ANTIGO - LE O PROXIMO SOCIO DO ARQUIVO E,
      *                            SE AINDA FOR DO CNPJ, EXCLUI
      ******************************************************************
       2250-EXCLUI-SOCIO-ANTIGO.
           READ CNJ-SOCIO-FILE NEXT RECORD
               AT END
                   SET FIM-QUADRO TO TRUE
                   GO TO 2250-EXCLUI-SOCIO-ANTIGO-EXIT
           END-READ.
      *
           IF QSA-CNPJ-NUMERO NOT = QFD-CNPJ-NUMERO
               SET FIM-QUADRO TO TRUE
               GO TO 2250-EXCLUI-SOCIO-ANTIGO-EXIT
           END-IF.
      *
           DELETE CNJ-SOCIO-FILE RECORD.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0630 - ERRO NA EXCLUSAO NO CNJ-SOCIO-'
                       'FILE - FILE STATUS ' WS-STATUS-SOCIO
               DISPLAY 'COBP0630 - CNPJ DO QSA: ' QFD-CNPJ-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-REMOVIDOS.
      *
       2250-EXCLUI-SOCIO-ANTIGO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-GRAVA-REJEICAO - GRAVA A LINHA DO DETALHE REJEITADO, COM
      *                       O CNPJ, O CPF DO SOCIO MASCARADO E O
      *                       TEXTO JA MONTADO
      ******************************************************************
       2300-GRAVA-REJEICAO.
           STRING QFD-CPF-SOCIO(1:3) '.' QFD-CPF-SOCIO(4:3) '.'
                  QFD-CPF-SOCIO(7:3) '-' QFD-CPF-SOCIO(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
           MOVE QFD-CNPJ-NUMERO   TO WS-REL-CNPJ.
           MOVE WS-CPF-MASCARADO  TO WS-REL-CPF-MASCARADO.
      *
           MOVE WS-LINHA-REJEICAO TO QRL-LINHA.
           WRITE REG-RELATO-QSA.
      *
           ADD 1 TO WS-QTD-REJEITADOS.
      *
       2300-GRAVA-REJEICAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - CONFERE O TRAILER DO QSA, GRAVA OS TOTAIS
      *                    NO RELATORIO, FECHA OS ARQUIVOS E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           PERFORM 3300-VALIDA-TRAILER
               THRU 3300-VALIDA-TRAILER-EXIT.
      *
           MOVE 'DETALHES DO QSA.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QFD-QTD-LIDA                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'CNPJS COM QUADRO CARREGADO..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CNPJS                    TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS GRAVADOS.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-GRAVADOS                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS ANTERIORES REMOVIDOS.:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-REMOVIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'DETALHES REJEITADOS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-REJEITADOS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0630 - DETALHES DO QSA.....: '
                   WS-QFD-QTD-LIDA.
           DISPLAY 'COBP0630 - CNPJS CARREGADOS....: '
                   WS-QTD-CNPJS.
           DISPLAY 'COBP0630 - SOCIOS GRAVADOS.....: '
                   WS-QTD-GRAVADOS.
           DISPLAY 'COBP0630 - SOCIOS REMOVIDOS....: '
                   WS-QTD-REMOVIDOS.
           DISPLAY 'COBP0630 - DETALHES REJEITADOS.: '
                   WS-QTD-REJEITADOS.
      *
           CLOSE CNJ-ARQUIVO-QSA-FILE
                 CNJ-SOCIO-FILE
                 CNJ-RELATORIO-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DA
      *                    CARGA DO QUADRO DE SOCIOS
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO QRL-LINHA.
           WRITE REG-RELATO-QSA.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-VALIDA-TRAILER - CONFERE O TRAILER DO QSA CONTRA OS
      *                       TOTAIS LIDOS: ARQUIVO TRUNCADO NA
      *                       TRANSMISSAO TERMINA COM RETURN-CODE 12
      ******************************************************************
       3300-VALIDA-TRAILER.
           IF NOT QFD-TRAILER-RECEBIDO
               DISPLAY 'COBP0630 - QSA SEM TRAILER - POSSIVEL '
                       'TRANSMISSAO TRUNCADA'
               MOVE 12 TO RETURN-CODE
               GO TO 3300-VALIDA-TRAILER-EXIT
           END-IF.
      *
           IF WS-QFD-TRL-QTD NOT = WS-QFD-QTD-LIDA
              OR WS-QFD-TRL-HASH NOT = WS-QFD-HASH-LIDO
               DISPLAY 'COBP0630 - TRAILER DO QSA NAO CONFERE '
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
           MOVE WS-QFD-QTD-LIDA      TO RUC-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS      TO RUC-QTD-GRAVADOS.
           MOVE RETURN-CODE          TO RUC-RETCODE-PASSO.
           CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO.
      *
       3600-REGISTRA-FIM-EXIT.
           EXIT.
      *
