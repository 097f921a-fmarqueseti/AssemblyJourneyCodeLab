      ******************************************************************
      * OBJETIVOS: GERAR O ARQUIVO DE CONSULTA DE SITUACAO CADASTRAL
      *            DOS CPFS APROVADOS PARA O BUREAU DA RECEITA
      *            FEDERAL: LE O ARQUIVO DE SAIDA DO LOTE NOTURNO E
      *            SELECIONA OS CPFS QUE SAIRAM 'CPF VALIDO' (NOVOS E
      *            JA CADASTRADOS), GRAVANDO HEADER (DATA DE GERACAO E
      *            ID DA EXECUCAO), UM DETALHE POR CPF E TRAILER
      *            (TOTAL E HASH) PARA O BATIMENTO DO BUREAU. O
      *            RETORNO DO BUREAU E CARREGADO PELO COBP0625.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0624.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - A ASMSCPB0 SO PROVA QUE
      *                    OS DIGITOS DO CPF CONFEREM E CONTAS ERAM
      *                    ABERTAS PARA CPF SUSPENSO, CANCELADO OU DE
      *                    TITULAR FALECIDO. ESTE PASSO MONTA A
      *                    CONSULTA NOTURNA AO BUREAU DA RECEITA COM
      *                    OS CPFS APROVADOS NO DIA. O PARM (OPCIONAL)
      *                    INFORMA O ID DA EXECUCAO GRAVADO NO HEADER.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-SAIDA-FILE      ASSIGN TO CPFSAI01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-CONSULTA-FILE   ASSIGN TO CPFQRF01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-SAIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFREG2.
      *
       FD  CPF-CONSULTA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFQRF1.
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
      *
           COPY CPFRUC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-SAIDA        PIC X(001) VALUE 'N'.
                   88 FIM-SAIDA               VALUE 'S'.
           03  WS-CHAVES-CONTROLE.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0624'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE 'COBP0604'.
           03  WS-ID-EXECUCAO          PIC X(008) VALUE 'COBP0624'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-HASH-CALCULADO       PIC 9(018) VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-LIDOS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SELECIONADOS PIC 9(009) COMP VALUE 0.
      *
       LINKAGE SECTION.
       01  WS-AREA-PARM.
           03  WS-PARM-TAM             PIC S9(004) COMP.
           03  WS-PARM-DADO            PIC X(008).
      *
       PROCEDURE DIVISION USING WS-AREA-PARM.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           PERFORM 2000-PROCESSA-SAIDA
               THRU 2000-PROCESSA-SAIDA-EXIT
               UNTIL FIM-SAIDA.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, DEFINE O ID DA
      *                      EXECUCAO (PARM, QUANDO INFORMADO), GRAVA
      *                      O HEADER DA CONSULTA E LE O PRIMEIRO
      *                      REGISTRO DE SAIDA
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 1600-REGISTRA-INICIO
               THRU 1600-REGISTRA-INICIO-EXIT.
      *
           IF WS-PARM-TAM > 0
              AND WS-PARM-DADO NOT = SPACES
               MOVE WS-PARM-DADO TO WS-ID-EXECUCAO
           END-IF.
      *
           OPEN INPUT  CPF-SAIDA-FILE.
           OPEN OUTPUT CPF-CONSULTA-FILE.
      *
           MOVE SPACES TO REG-CONSULTA-RECEITA.
           SET  QRF-REG-HEADER        TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO QRF-HDR-DATA-GERACAO.
           MOVE WS-ID-EXECUCAO        TO QRF-HDR-ID-EXECUCAO.
           WRITE REG-CONSULTA-RECEITA.
      *
           PERFORM 2100-LE-SAIDA
               THRU 2100-LE-SAIDA-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
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
                   DISPLAY 'COBP0624 - PASSO PREDECESSOR '
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
               DISPLAY 'COBP0624 - PASSO JA CONCLUIDO PARA A DATA '
                       WS-DATA-PROCESSAMENTO ' - EXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF NOT RUC-OK
               DISPLAY 'COBP0624 - ERRO NO CONTROLE DE EXECUCAO - '
                       'RETORNO ' RUC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       1600-REGISTRA-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PROCESSA-SAIDA - SELECIONA O REGISTRO DE SAIDA CORRENTE
      *                       QUANDO O CPF SAIU VALIDO, GRAVA O
      *                       DETALHE DA CONSULTA E LE O PROXIMO
      ******************************************************************
       2000-PROCESSA-SAIDA.
           IF SAI-CPF-SITUACAO = 'CPF VALIDO'
               PERFORM 2200-GRAVA-DETALHE
                   THRU 2200-GRAVA-DETALHE-EXIT
           END-IF.
      *
           PERFORM 2100-LE-SAIDA
               THRU 2100-LE-SAIDA-EXIT.
      *
       2000-PROCESSA-SAIDA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-SAIDA - LE UM REGISTRO DO ARQUIVO DE SAIDA DO LOTE
      ******************************************************************
       2100-LE-SAIDA.
           READ CPF-SAIDA-FILE
               AT END
                   SET FIM-SAIDA TO TRUE
                   GO TO 2100-LE-SAIDA-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LE-SAIDA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-GRAVA-DETALHE - GRAVA O DETALHE DA CONSULTA COM O CPF
      *                      VALIDADO (CPF-OUT), ACUMULANDO O TOTAL E
      *                      O HASH DO TRAILER
      ******************************************************************
       2200-GRAVA-DETALHE.
           MOVE SPACES TO REG-CONSULTA-RECEITA.
           SET  QRF-REG-DETALHE      TO TRUE.
           MOVE SAI-CPF-NUMERO-OUT   TO QRF-CPF-NUMERO.
           WRITE REG-CONSULTA-RECEITA.
      *
           ADD 1 TO WS-QTD-SELECIONADOS.
           ADD SAI-CPF-NUMERO-OUT TO WS-HASH-CALCULADO.
      *
       2200-GRAVA-DETALHE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA O TRAILER DA CONSULTA COM O TOTAL E O
      *                    HASH DOS CPFS SELECIONADOS, FECHA OS
      *                    ARQUIVOS E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE SPACES TO REG-CONSULTA-RECEITA.
           SET  QRF-REG-TRAILER       TO TRUE.
           MOVE WS-QTD-SELECIONADOS   TO QRF-TRL-QTD-REGISTROS.
           MOVE WS-HASH-CALCULADO     TO QRF-TRL-HASH-CPFS.
           WRITE REG-CONSULTA-RECEITA.
      *
           DISPLAY 'COBP0624 - REGISTROS DE SAIDA..: ' WS-QTD-LIDOS.
           DISPLAY 'COBP0624 - CPFS CONSULTADOS....: '
                   WS-QTD-SELECIONADOS.
      *
           CLOSE CPF-SAIDA-FILE
                 CPF-CONSULTA-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
      *
       3000-FINALIZACAO-EXIT.
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
           MOVE WS-QTD-LIDOS         TO RUC-QTD-LIDOS.
           MOVE WS-QTD-SELECIONADOS  TO RUC-QTD-GRAVADOS.
           MOVE RETURN-CODE          TO RUC-RETCODE-PASSO.
           CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO.
      *
       3600-REGISTRA-FIM-EXIT.
           EXIT.
      *
