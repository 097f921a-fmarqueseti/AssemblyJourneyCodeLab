      ******************************************************************
      * OBJETIVOS: MANTER O QUADRO DE SOCIOS DAS EMPRESAS (CNJQSA01)
      *            EM LOTE ENTRE DUAS CARGAS DO QSA, A PARTIR DO
      *            ARQUIVO DE MOVIMENTOS DA EQUIPE DE CADASTRO: 'I'
      *            INCLUI UM SOCIO NO CNPJ, 'E' EXCLUI UM SOCIO DO
      *            CNPJ. CADA MOVIMENTO GERA UMA LINHA NO RELATORIO DE
      *            ATIVIDADE (CPF DO SOCIO MASCARADO), COM OS TOTAIS
      *            DE INCLUSOES, EXCLUSOES E REJEICOES AO FINAL.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0631.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - ACERTOS NO QUADRO DE
      *                    SOCIOS CARREGADO PELO COBP0630 (SOCIO QUE
      *                    ENTROU OU SAIU DEPOIS DA ULTIMA CARGA) NO
      *                    MESMO MOLDE DA MANUTENCAO DA LISTA
      *                    RESTRITIVA (COBP0606). A PROXIMA CARGA DO
      *                    QSA SUBSTITUI O QUADRO DO CNPJ INTEIRO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNJ-MOVTO-FILE      ASSIGN TO CNJQMV01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CNJ-SOCIO-FILE      ASSIGN TO CNJQSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QSA-CHAVE
                  FILE STATUS IS WS-STATUS-SOCIO.
      *
           SELECT CNJ-RELATORIO-FILE  ASSIGN TO CNJQML01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CNJ-MOVTO-FILE
           LABEL RECORD IS STANDARD.
           COPY CNJQMV1.
      *
       FD  CNJ-SOCIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CNJQSA1.
      *
       FD  CNJ-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-SOCIO.
           03  QML-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-MOVTO        PIC X(001) VALUE 'N'.
                   88 FIM-MOVTO               VALUE 'S'.
           03  WS-CHAVE-SOCIO.
               05  WS-STATUS-SOCIO     PIC X(002) VALUE '00'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014) VALUE SPACES.
           03  WS-CONTADORES.
               05  WS-QTD-MOVTOS       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-INCLUIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-EXCLUIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-REJEITADOS   PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-MOVTO.
               05  WS-REL-TIPO         PIC X(001).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-CNPJ         PIC 9(014).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-RESULTADO    PIC X(035).
               05  FILLER              PIC X(013) VALUE SPACES.
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
           PERFORM 2000-PROCESSA-MOVTO
               THRU 2000-PROCESSA-MOVTO-EXIT
               UNTIL FIM-MOVTO.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, CONFERE A ABERTURA DO
      *                      QUADRO DE SOCIOS E LE O PRIMEIRO
      *                      MOVIMENTO
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CNJ-MOVTO-FILE.
           OPEN I-O    CNJ-SOCIO-FILE.
           OPEN OUTPUT CNJ-RELATORIO-FILE.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0631 - ERRO AO ABRIR O CNJ-SOCIO-FILE - '
                       'FILE STATUS ' WS-STATUS-SOCIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2100-LE-MOVTO
               THRU 2100-LE-MOVTO-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PROCESSA-MOVTO - APLICA O MOVIMENTO CORRENTE NO QUADRO DE
      *                       SOCIOS E LE O PROXIMO MOVIMENTO
      ******************************************************************
       2000-PROCESSA-MOVTO.
           EVALUATE TRUE
               WHEN QMV-CNPJ-NUMERO NOT NUMERIC
                 OR QMV-CPF-SOCIO NOT NUMERIC
                   MOVE 'REJEITADO - CNPJ/CPF NAO NUMERICO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN QMV-INCLUSAO
                   PERFORM 2200-INCLUI-SOCIO
                       THRU 2200-INCLUI-SOCIO-EXIT
               WHEN QMV-EXCLUSAO
                   PERFORM 2300-EXCLUI-SOCIO
                       THRU 2300-EXCLUI-SOCIO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
      *
           PERFORM 2400-GRAVA-RELATORIO
               THRU 2400-GRAVA-RELATORIO-EXIT.
      *
           PERFORM 2100-LE-MOVTO
               THRU 2100-LE-MOVTO-EXIT.
      *
       2000-PROCESSA-MOVTO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-MOVTO - LE UM MOVIMENTO DE MANUTENCAO DO QUADRO
      ******************************************************************
       2100-LE-MOVTO.
           READ CNJ-MOVTO-FILE
               AT END
                   SET FIM-MOVTO TO TRUE
                   GO TO 2100-LE-MOVTO-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-MOVTOS.
      *
       2100-LE-MOVTO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-INCLUI-SOCIO - INCLUI O SOCIO DO MOVIMENTO NO QUADRO DO
      *                     CNPJ. SOCIO JA PRESENTE NO QUADRO E
      *                     REJEITADO E APONTADO NO RELATORIO.
      ******************************************************************
       2200-INCLUI-SOCIO.
           MOVE SPACES                TO REG-SOCIO-CNPJ.
           MOVE QMV-CNPJ-NUMERO       TO QSA-CNPJ-NUMERO.
           MOVE QMV-CPF-SOCIO         TO QSA-CPF-SOCIO.
           MOVE QMV-NOME-SOCIO        TO QSA-NOME-SOCIO.
           MOVE QMV-QUALIFICACAO      TO QSA-QUALIFICACAO.
           MOVE QMV-DATA-ENTRADA      TO QSA-DATA-ENTRADA.
           SET  QSA-ORIGEM-MANUTENCAO TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO QSA-DATA-ATUALIZACAO.
      *
           WRITE REG-SOCIO-CNPJ
               INVALID KEY
                   MOVE 'REJEITADO - SOCIO JA NO QUADRO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2200-INCLUI-SOCIO-EXIT
           END-WRITE.
      *
           PERFORM 2500-VERIFICA-STATUS
               THRU 2500-VERIFICA-STATUS-EXIT.
      *
           MOVE 'INCLUIDO NO QUADRO' TO WS-REL-RESULTADO.
           ADD 1 TO WS-QTD-INCLUIDOS.
      *
       2200-INCLUI-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-EXCLUI-SOCIO - EXCLUI O SOCIO DO MOVIMENTO DO QUADRO DO
      *                     CNPJ. SOCIO AUSENTE DO QUADRO E REJEITADO
      *                     E APONTADO NO RELATORIO.
      ******************************************************************
       2300-EXCLUI-SOCIO.
           MOVE QMV-CNPJ-NUMERO TO QSA-CNPJ-NUMERO.
           MOVE QMV-CPF-SOCIO   TO QSA-CPF-SOCIO.
      *
           DELETE CNJ-SOCIO-FILE
               INVALID KEY
                   MOVE 'REJEITADO - SOCIO FORA DO QUADRO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2300-EXCLUI-SOCIO-EXIT
           END-DELETE.
      *
           PERFORM 2500-VERIFICA-STATUS
               THRU 2500-VERIFICA-STATUS-EXIT.
      *
           MOVE 'EXCLUIDO DO QUADRO' TO WS-REL-RESULTADO.
           ADD 1 TO WS-QTD-EXCLUIDOS.
      *
       2300-EXCLUI-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-GRAVA-RELATORIO - GRAVA A LINHA DE ATIVIDADE DO
      *                        MOVIMENTO CORRENTE, COM O CPF DO SOCIO
      *                        MASCARADO
      ******************************************************************
       2400-GRAVA-RELATORIO.
           STRING QMV-CPF-SOCIO(1:3) '.' QMV-CPF-SOCIO(4:3) '.'
                  QMV-CPF-SOCIO(7:3) '-' QMV-CPF-SOCIO(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
           MOVE QMV-TIPO-MOVTO   TO WS-REL-TIPO.
           MOVE QMV-CNPJ-NUMERO  TO WS-REL-CNPJ.
           MOVE WS-CPF-MASCARADO TO WS-REL-CPF-MASCARADO.
      *
           MOVE WS-LINHA-MOVTO   TO QML-LINHA.
           WRITE REG-RELATO-SOCIO.
      *
       2400-GRAVA-RELATORIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-VERIFICA-STATUS - CONFERE O FILE STATUS DO QUADRO DE
      *                        SOCIOS APOS UMA OPERACAO DE GRAVACAO.
      *                        CHAVE DUPLICADA/AUSENTE JA FOI TRATADA
      *                        PELA INVALID KEY; QUALQUER OUTRO STATUS
      *                        DIFERENTE DE '00' E ERRO REAL DE E/S
      ******************************************************************
       2500-VERIFICA-STATUS.
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0631 - ERRO DE E/S NO CNJ-SOCIO-FILE - '
                       'FILE STATUS ' WS-STATUS-SOCIO
               DISPLAY 'COBP0631 - CNPJ DO MOVIMENTO: '
                       QMV-CNPJ-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2500-VERIFICA-STATUS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA OS TOTAIS NO RELATORIO DE ATIVIDADE,
      *                    FECHA OS ARQUIVOS E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE 'MOVIMENTOS LIDOS............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-MOVTOS                   TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS INCLUIDOS NO QUADRO..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-INCLUIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS EXCLUIDOS DO QUADRO..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-EXCLUIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'MOVIMENTOS REJEITADOS.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-REJEITADOS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0631 - MOVIMENTOS LIDOS....: ' WS-QTD-MOVTOS.
           DISPLAY 'COBP0631 - SOCIOS INCLUIDOS....: '
                   WS-QTD-INCLUIDOS.
           DISPLAY 'COBP0631 - SOCIOS EXCLUIDOS....: '
                   WS-QTD-EXCLUIDOS.
           DISPLAY 'COBP0631 - MOVTOS REJEITADOS...: '
                   WS-QTD-REJEITADOS.
      *
           CLOSE CNJ-MOVTO-FILE
                 CNJ-SOCIO-FILE
                 CNJ-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DE
      *                    ATIVIDADE
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO QML-LINHA.
           WRITE REG-RELATO-SOCIO.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
