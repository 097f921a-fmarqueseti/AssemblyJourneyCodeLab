      ******************************************************************
      * OBJETIVOS: MANTER O CALENDARIO DE DIAS NAO UTEIS (CPFCAL01)
      *            CONSULTADO PELA SUBROTINA DE DATAS COBP0632, A
      *            PARTIR DO ARQUIVO DE MOVIMENTOS DA EQUIPE DE
      *            CADASTRO: 'I' INCLUI UM FERIADO OU DIA SEM
      *            EXPEDIENTE, 'E' EXCLUI A DATA DO CALENDARIO. CADA
      *            MOVIMENTO GERA UMA LINHA NO RELATORIO DE
      *            ATIVIDADE, COM OS TOTAIS DE INCLUSOES, EXCLUSOES E
      *            REJEICOES AO FINAL.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0633.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-15 EBC     VERSAO ORIGINAL - CARGA E MANUTENCAO DOS
      *                    FERIADOS DO CALENDARIO DE DIAS UTEIS NO
      *                    MESMO MOLDE DA MANUTENCAO DA LISTA
      *                    RESTRITIVA (COBP0606). SABADOS E DOMINGOS
      *                    NAO PRECISAM SER CADASTRADOS.
      * 2026-10-15 EBC     A INCLUSAO PASSOU A CRITICAR A DATA PELA
      *                    SUBROTINA DE DATAS COBP0632 (FUNCAO 'UTL'):
      *                    DATA INEXISTENTE (P.EX. MES 13 OU 30 DE
      *                    FEVEREIRO) E REJEITADA COMO DATA INVALIDA E
      *                    SABADO OU DOMINGO COMO FIM DE SEMANA - SO A
      *                    CRITICA NUMERICA DEIXAVA OS DOIS CASOS
      *                    ENTRAREM NO CALENDARIO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-MOVTO-FILE      ASSIGN TO CPFCLM01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-CALENDARIO-FILE ASSIGN TO CPFCAL01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATA
                  FILE STATUS IS WS-STATUS-CALENDARIO.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFCLR01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-MOVTO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFCLM1.
      *
       FD  CPF-CALENDARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFCAL1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-CALENDARIO.
           03  CLR-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-MOVTO        PIC X(001) VALUE 'N'.
                   88 FIM-MOVTO               VALUE 'S'.
           03  WS-CHAVE-CALENDARIO.
               05  WS-STATUS-CALENDARIO
                                       PIC X(002) VALUE '00'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-TIPO-DIA             PIC X(001) VALUE SPACE.
               88 TIPO-DIA-VALIDO             VALUE 'N' 'L' 'S'.
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
               05  WS-REL-DATA         PIC X(008).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-TIPO-DIA     PIC X(001).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-DESCRICAO    PIC X(030).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-REL-RESULTADO    PIC X(035).
               05  FILLER              PIC X(001) VALUE SPACE.
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
      *                      CALENDARIO E LE O PRIMEIRO MOVIMENTO
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-MOVTO-FILE.
           OPEN I-O    CPF-CALENDARIO-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
           IF WS-STATUS-CALENDARIO NOT = '00'
               DISPLAY 'COBP0633 - ERRO AO ABRIR O CPF-CALENDARIO-'
                       'FILE - FILE STATUS ' WS-STATUS-CALENDARIO
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
      * 2000-PROCESSA-MOVTO - APLICA O MOVIMENTO CORRENTE NO
      *                       CALENDARIO E LE O PROXIMO MOVIMENTO
      ******************************************************************
       2000-PROCESSA-MOVTO.
           EVALUATE TRUE
               WHEN CLM-DATA NOT NUMERIC
                   MOVE 'REJEITADO - DATA NAO NUMERICA'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN CLM-INCLUSAO
                   PERFORM 2200-INCLUI-DATA
                       THRU 2200-INCLUI-DATA-EXIT
               WHEN CLM-EXCLUSAO
                   PERFORM 2300-EXCLUI-DATA
                       THRU 2300-EXCLUI-DATA-EXIT
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
      * 2100-LE-MOVTO - LE UM MOVIMENTO DE MANUTENCAO DO CALENDARIO
      ******************************************************************
       2100-LE-MOVTO.
           READ CPF-MOVTO-FILE
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
      * 2200-INCLUI-DATA - INCLUI A DATA DO MOVIMENTO NO CALENDARIO
      *                    COMO DIA NAO UTIL ('N' FERIADO NACIONAL,
      *                    'L' FERIADO LOCAL, 'S' SEM EXPEDIENTE).
      *                    TIPO INVALIDO, DATA INEXISTENTE, SABADO OU
      *                    DOMINGO (CALCULADOS PELA COBP0632, NAO
      *                    CADASTRADOS) E DATA JA CADASTRADA SAO
      *                    REJEITADOS E APONTADOS NO RELATORIO.
      ******************************************************************
       2200-INCLUI-DATA.
           MOVE CLM-TIPO-DIA TO WS-TIPO-DIA.
      *
           IF NOT TIPO-DIA-VALIDO
               MOVE 'REJEITADO - TIPO DE DIA INVALIDO'
                                      TO WS-REL-RESULTADO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2200-INCLUI-DATA-EXIT
           END-IF.
      *
           MOVE 'UTL'                 TO DTC-FUNCAO.
           MOVE CLM-DATA              TO DTC-DATA-BASE.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF DTC-DATA-INVALIDA
               MOVE 'REJEITADO - DATA INVALIDA'
                                      TO WS-REL-RESULTADO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2200-INCLUI-DATA-EXIT
           END-IF.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0633 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF DTC-DIA-SEMANA = 1
              OR DTC-DIA-SEMANA = 7
               MOVE 'REJEITADO - FIM DE SEMANA'
                                      TO WS-REL-RESULTADO
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2200-INCLUI-DATA-EXIT
           END-IF.
      *
           MOVE SPACES                TO REG-CALENDARIO.
           MOVE CLM-DATA              TO CAL-DATA.
           MOVE CLM-TIPO-DIA          TO CAL-TIPO-DIA.
           MOVE CLM-DESCRICAO         TO CAL-DESCRICAO.
           MOVE WS-DATA-PROCESSAMENTO TO CAL-DATA-ATUALIZACAO.
      *
           WRITE REG-CALENDARIO
               INVALID KEY
                   MOVE 'REJEITADO - DATA JA NO CALENDARIO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2200-INCLUI-DATA-EXIT
           END-WRITE.
      *
           PERFORM 2500-VERIFICA-STATUS
               THRU 2500-VERIFICA-STATUS-EXIT.
      *
           MOVE 'INCLUIDA NO CALENDARIO' TO WS-REL-RESULTADO.
           ADD 1 TO WS-QTD-INCLUIDOS.
      *
       2200-INCLUI-DATA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-EXCLUI-DATA - EXCLUI A DATA DO MOVIMENTO DO CALENDARIO,
      *                    QUE VOLTA A SER DIA UTIL (SE FOR DIA DE
      *                    SEMANA). DATA AUSENTE DO CALENDARIO E
      *                    REJEITADA E APONTADA NO RELATORIO.
      ******************************************************************
       2300-EXCLUI-DATA.
           MOVE CLM-DATA TO CAL-DATA.
      *
           DELETE CPF-CALENDARIO-FILE
               INVALID KEY
                   MOVE 'REJEITADO - DATA FORA DO CALENDARIO'
                                      TO WS-REL-RESULTADO
                   ADD 1 TO WS-QTD-REJEITADOS
                   GO TO 2300-EXCLUI-DATA-EXIT
           END-DELETE.
      *
           PERFORM 2500-VERIFICA-STATUS
               THRU 2500-VERIFICA-STATUS-EXIT.
      *
           MOVE 'EXCLUIDA DO CALENDARIO' TO WS-REL-RESULTADO.
           ADD 1 TO WS-QTD-EXCLUIDOS.
      *
       2300-EXCLUI-DATA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-GRAVA-RELATORIO - GRAVA A LINHA DE ATIVIDADE DO
      *                        MOVIMENTO CORRENTE
      ******************************************************************
       2400-GRAVA-RELATORIO.
           MOVE CLM-TIPO-MOVTO   TO WS-REL-TIPO.
           MOVE CLM-DATA         TO WS-REL-DATA.
           MOVE CLM-TIPO-DIA     TO WS-REL-TIPO-DIA.
           MOVE CLM-DESCRICAO    TO WS-REL-DESCRICAO.
      *
           MOVE WS-LINHA-MOVTO   TO CLR-LINHA.
           WRITE REG-RELATO-CALENDARIO.
      *
       2400-GRAVA-RELATORIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-VERIFICA-STATUS - CONFERE O FILE STATUS DO CALENDARIO
      *                        APOS UMA OPERACAO DE GRAVACAO. CHAVE
      *                        DUPLICADA/AUSENTE JA FOI TRATADA PELA
      *                        INVALID KEY; QUALQUER OUTRO STATUS
      *                        DIFERENTE DE '00' E ERRO REAL DE E/S
      ******************************************************************
       2500-VERIFICA-STATUS.
           IF WS-STATUS-CALENDARIO NOT = '00'
               DISPLAY 'COBP0633 - ERRO DE E/S NO CPF-CALENDARIO-'
                       'FILE - FILE STATUS ' WS-STATUS-CALENDARIO
               DISPLAY 'COBP0633 - DATA DO MOVIMENTO: ' CLM-DATA
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
           MOVE 'DATAS INCLUIDAS.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-INCLUIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'DATAS EXCLUIDAS.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-EXCLUIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'MOVIMENTOS REJEITADOS.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-REJEITADOS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0633 - MOVIMENTOS LIDOS....: ' WS-QTD-MOVTOS.
           DISPLAY 'COBP0633 - DATAS INCLUIDAS.....: '
                   WS-QTD-INCLUIDOS.
           DISPLAY 'COBP0633 - DATAS EXCLUIDAS.....: '
                   WS-QTD-EXCLUIDOS.
           DISPLAY 'COBP0633 - MOVTOS REJEITADOS...: '
                   WS-QTD-REJEITADOS.
      *
           CLOSE CPF-MOVTO-FILE
                 CPF-CALENDARIO-FILE
                 CPF-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DE
      *                    ATIVIDADE
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO CLR-LINHA.
           WRITE REG-RELATO-CALENDARIO.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
