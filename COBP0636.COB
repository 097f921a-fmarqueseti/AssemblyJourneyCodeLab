      ******************************************************************
      * OBJETIVOS: CONVERTER O CADASTRO MESTRE DE CLIENTES DO LAYOUT
      *            ANTERIOR, DE 80 BYTES (CPFMSTAN), PARA O LAYOUT
      *            ATUAL CPFMST1, DE 100 BYTES (CPFMST01), QUE
      *            ACRESCENTOU O INDICADOR E A DATA DE RESTRICAO
      *            MANTIDOS PELO COBP0626:
      *            - OS 80 BYTES DO REGISTRO ANTERIOR SAO COPIADOS SEM
      *              ALTERACAO;
      *            - O INDICADOR DE RESTRICAO SAI 'N' (SEM
      *              RESTRICAO), A DATA DE RESTRICAO SAI ZERADA E O
      *              FILLER SAI EM BRANCO.
      *            EXECUCAO UNICA, NA IMPLANTACAO DO NOVO LAYOUT: O
      *            CPFMST01 E DEFINIDO VAZIO COM REGISTROS DE 100
      *            BYTES ANTES DESTE PASSO, E O COBP0626 DEVE RODAR
      *            LOGO DEPOIS PARA MARCAR OS CLIENTES QUE JA ESTAO NA
      *            LISTA RESTRITIVA.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0636.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-15 EBC     VERSAO ORIGINAL - SEM ESTA CONVERSAO, O
      *                    MESTRE RECARREGADO COM OS REGISTROS DE 80
      *                    BYTES FICAVA COM OS BYTES 81 A 100
      *                    INDEFINIDOS E A DATA DE RESTRICAO NAO
      *                    NUMERICA PARA O COBP0627, O COBP0629 E O
      *                    COBP0635.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-MASTER-ANT-FILE ASSIGN TO CPFMSTAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER-ANT.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
      *
      *    LAYOUT ANTERIOR DO MESTRE: OS MESMOS CAMPOS DO CPFMST1 ATE
      *    MST-MOTIVO-RECUSA, SEM O INDICADOR E A DATA DE RESTRICAO.
       FD  CPF-MASTER-ANT-FILE
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-MASTER-ANT.
           03  ANT-CPF-NUMERO              PIC 9(011).
           03  ANT-DADOS-CLIENTE           PIC X(069).
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       WORKING-STORAGE SECTION.
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-MASTER-ANT   PIC X(001) VALUE 'N'.
                   88 FIM-MASTER-ANT          VALUE 'S'.
           03  WS-STATUS-MASTER-ANT    PIC X(002) VALUE '00'.
           03  WS-STATUS-MASTER        PIC X(002) VALUE '00'.
           03  WS-CONTADORES.
               05  WS-QTD-LIDOS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-GRAVADOS     PIC 9(009) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           PERFORM 2000-CONVERTE-CLIENTE
               THRU 2000-CONVERTE-CLIENTE-EXIT
               UNTIL FIM-MASTER-ANT.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS DOIS MESTRES, CONFERE A ABERTURA
      *                      E LE O PRIMEIRO CLIENTE DO LAYOUT ANTERIOR
      ******************************************************************
       1000-INICIALIZACAO.
           OPEN INPUT  CPF-MASTER-ANT-FILE.
      *
           IF WS-STATUS-MASTER-ANT NOT = '00'
               DISPLAY 'COBP0636 - ERRO AO ABRIR O CPF-MASTER-ANT-'
                       'FILE - FILE STATUS ' WS-STATUS-MASTER-ANT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           OPEN OUTPUT CPF-MASTER-FILE.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0636 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2100-LE-MASTER-ANT
               THRU 2100-LE-MASTER-ANT-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CONVERTE-CLIENTE - MONTA O REGISTRO NO LAYOUT ATUAL A
      *                         PARTIR DO CLIENTE CORRENTE, GRAVA NO
      *                         NOVO MESTRE (NA MESMA SEQUENCIA DE CPF
      *                         DO MESTRE ANTERIOR) E LE O PROXIMO
      ******************************************************************
       2000-CONVERTE-CLIENTE.
      *    A MOVE DE GRUPO COMPLETA COM ESPACOS OS BYTES 81 A 100.
           MOVE REG-CLIENTE-MASTER-ANT TO REG-CLIENTE-MASTER.
           MOVE 'N'                    TO MST-INDICADOR-RESTRICAO.
           MOVE ZERO                   TO MST-DATA-RESTRICAO.
      *
           WRITE REG-CLIENTE-MASTER.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0636 - ERRO NA GRAVACAO DO CPF-MASTER-'
                       'FILE - FILE STATUS ' WS-STATUS-MASTER
               DISPLAY 'COBP0636 - CPF DO CLIENTE: ' MST-CPF-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-GRAVADOS.
      *
           PERFORM 2100-LE-MASTER-ANT
               THRU 2100-LE-MASTER-ANT-EXIT.
      *
       2000-CONVERTE-CLIENTE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-MASTER-ANT - LE O PROXIMO CLIENTE DO MESTRE NO LAYOUT
      *                      ANTERIOR
      ******************************************************************
       2100-LE-MASTER-ANT.
           READ CPF-MASTER-ANT-FILE NEXT RECORD
               AT END
                   SET FIM-MASTER-ANT TO TRUE
                   GO TO 2100-LE-MASTER-ANT-EXIT
           END-READ.
      *
           IF WS-STATUS-MASTER-ANT NOT = '00'
               DISPLAY 'COBP0636 - ERRO NA LEITURA DO CPF-MASTER-ANT-'
                       'FILE - FILE STATUS ' WS-STATUS-MASTER-ANT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LE-MASTER-ANT-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - EXIBE OS TOTAIS, FECHA OS ARQUIVOS E
      *                    ENCERRA. TOTAL GRAVADO DIFERENTE DO LIDO
      *                    TERMINA COM RETURN-CODE 12.
      ******************************************************************
       3000-FINALIZACAO.
           DISPLAY 'COBP0636 - CLIENTES LIDOS (LAYOUT ANTERIOR): '
                   WS-QTD-LIDOS.
           DISPLAY 'COBP0636 - CLIENTES GRAVADOS (LAYOUT ATUAL).: '
                   WS-QTD-GRAVADOS.
      *
           IF WS-QTD-GRAVADOS NOT = WS-QTD-LIDOS
               DISPLAY 'COBP0636 - TOTAL GRAVADO DIFERENTE DO LIDO'
               MOVE 12 TO RETURN-CODE
           END-IF.
      *
           CLOSE CPF-MASTER-ANT-FILE
                 CPF-MASTER-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
