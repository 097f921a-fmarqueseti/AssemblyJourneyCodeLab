      ******************************************************************
      * OBJETIVOS: RECEPCAO DOS EXTRATOS DOS CANAIS DE ORIGINACAO,
      *            PRIMEIRO PASSO DO FLUXO NOTURNO DE CPF (ANTES DO
      *            COBP0605). A ENTRADA CPFCNL01 TRAZ OS ARQUIVOS DE
      *            CANAL RECEBIDOS NO DIA, CONCATENADOS, CADA QUAL COM
      *            SEU HEADER E TRAILER. O PASSO:
      *            - CONFERE CADA ARQUIVO (TRAILER CONTRA OS DETALHES,
      *              DATA DO HEADER DESDE O DIA UTIL ANTERIOR, CANAL
      *              PRESENTE NO CADASTRO DE CANAIS CPFCNR01 E NAO
      *              REPETIDO PARA O MESMO CANAL E A MESMA DATA);
      *            - JUNTA OS ARQUIVOS ACEITOS NO EXTRATO BRUTO
      *              CPFENT01, ENTRADA DO COBP0605;
      *            - RELATA OS ARQUIVOS RECEBIDOS, DUPLICADOS, FORA DE
      *              DATA E REJEITADOS, E, PARA CADA CANAL, AS DATAS
      *              ESPERADAS DESDE O DIA SEGUINTE AO DIA UTIL
      *              ANTERIOR ATE A DATA DE PROCESSAMENTO (FIM DE
      *              SEMANA E FERIADOS INCLUSIVE) QUE NAO CHEGARAM;
      *            - DATA DE CANAL OBRIGATORIO AUSENTE ENCERRA O PASSO
      *              COM RETURN-CODE 12, QUE O CONTROLE DE EXECUCAO
      *              (CPFRUN01) REGISTRA COMO ABENDADO, RETENDO O
      *              COBP0605 E O RESTANTE DO FLUXO. A OPERACAO PODE
      *              LIBERAR O FLUXO SEM O CANAL COM O PARM 'LIBERA'.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0634.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-15 EBC     VERSAO ORIGINAL - OS ARQUIVOS DOS CANAIS
      *                    ERAM CONCATENADOS A MAO ANTES DO COBP0605,
      *                    COM O QUE TIVESSE CHEGADO. CANAL ATRASADO
      *                    OU AUSENTE DEIXAVA OS CLIENTES DELE FORA DA
      *                    NOITE SEM NENHUM AVISO E O FLUXO TERMINAVA
      *                    "COM SUCESSO".
      * 2026-10-15 EBC     DUPLICADO PASSOU A SER O ARQUIVO DO MESMO
      *                    CANAL COM A MESMA DATA DE UM JA ACEITO (O
      *                    ARQUIVO DE SABADO DESCARTAVA O DE SEGUNDA).
      *                    A CONFERENCIA DOS CANAIS ESPERADOS PASSOU A
      *                    VER CADA DATA DESDE O DIA SEGUINTE AO DIA
      *                    UTIL ANTERIOR, NAO SO O DIA DA SEMANA DE
      *                    HOJE, E RELATA CADA DATA NAO RECEBIDA.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-CANAL-FILE      ASSIGN TO CPFCNL01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-CADASTRO-CANAL-FILE
                                      ASSIGN TO CPFCNR01
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS-CADASTRO.
      *
           SELECT CPF-ENTRADA-FILE    ASSIGN TO CPFENT01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFCNI01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-CANAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFREG1 REPLACING
                ==REG-ENTRADA-CPF== BY ==REG-EXTRATO-CANAL==
                LEADING ==ENT== BY ==CNL==.
      *
       FD  CPF-CADASTRO-CANAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFCNR1.
      *
       FD  CPF-ENTRADA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFREG1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-RECEPCAO.
           03  CNI-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFRUC1.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-CANAL        PIC X(001) VALUE 'N'.
                   88 FIM-CANAL               VALUE 'S'.
               05  WS-FIM-CADASTRO     PIC X(001) VALUE 'N'.
                   88 FIM-CADASTRO            VALUE 'S'.
           03  WS-CHAVES-CONTROLE.
               05  WS-ID-CONTROLE      PIC X(008) VALUE 'COBP0634'.
               05  WS-ID-PREDECESSOR   PIC X(008) VALUE SPACES.
           03  WS-CHAVE-CADASTRO.
               05  WS-STATUS-CADASTRO  PIC X(002) VALUE '00'.
           03  WS-AREAS-DATA.
               05  WS-DATA-PROCESSAMENTO
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-UTIL-ANTERIOR
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-JANELA      PIC 9(008) VALUE 0.
               05  WS-DATA-JANELA-R    REDEFINES WS-DATA-JANELA.
                   07  WS-ANO-JANELA   PIC 9(004).
                   07  WS-MES-JANELA   PIC 9(002).
                   07  WS-DIA-JANELA   PIC 9(002).
               05  WS-ULTIMO-DIA-MES   PIC 9(002) VALUE 0.
               05  WS-QUOCIENTE        PIC 9(007) COMP VALUE 0.
               05  WS-RESTO            PIC 9(003) COMP VALUE 0.
               05  WS-IND-DATA         PIC 9(004) COMP VALUE 0.
               05  WS-QTD-DATAS        PIC 9(004) COMP VALUE 0.
               05  WS-DATA-TAM-MAX     PIC 9(004) COMP VALUE 10.
           03  WS-FLAG-LIBERACAO       PIC X(001) VALUE 'N'.
               88 LIBERACAO-OPERACAO          VALUE 'S'.
           03  WS-FLAG-ARQUIVO         PIC X(001) VALUE 'N'.
               88 ARQUIVO-EM-ABERTO           VALUE 'S'.
           03  WS-CHAVE-CANAL.
               05  WS-FLAG-CANAL       PIC X(001) VALUE 'N'.
                   88 CANAL-LOCALIZADO        VALUE 'S'.
               05  WS-ORIGEM-PROCURADA PIC X(008) VALUE SPACES.
               05  WS-IND-CANAL        PIC 9(004) COMP VALUE 0.
               05  WS-CANAL-CORRENTE   PIC 9(004) COMP VALUE 0.
               05  WS-QTD-CANAIS       PIC 9(004) COMP VALUE 0.
               05  WS-CANAL-TAM-MAX    PIC 9(004) COMP VALUE 50.
               05  WS-CAN-QTD-AUSENTES PIC 9(004) COMP VALUE 0.
           03  WS-CHAVE-ARQUIVO.
               05  WS-IND-ARQUIVO      PIC 9(004) COMP VALUE 0.
               05  WS-QTD-ARQUIVOS     PIC 9(004) COMP VALUE 0.
               05  WS-ARQUIVO-TAM-MAX  PIC 9(004) COMP VALUE 50.
               05  WS-FLAG-ACEITO      PIC X(001) VALUE 'N'.
                   88 ACEITO-LOCALIZADO       VALUE 'S'.
               05  WS-DATA-PROCURADA   PIC 9(008) VALUE 0.
               05  WS-IND-ACEITO       PIC 9(004) COMP VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-LIDOS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-GRAVADOS     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AVULSOS      PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ACEITOS      PIC 9(009) COMP VALUE 0.
               05  WS-QTD-DUPLICADOS   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-FORA-DE-DATA PIC 9(009) COMP VALUE 0.
               05  WS-QTD-REJEITADOS   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-NAO-CADASTRADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AUSENTES     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-OBRIG-AUSENTES
                                       PIC 9(009) COMP VALUE 0.
      *
      *    CADASTRO DE CANAIS, CARREGADO DO CPFCNR01 NA INICIALIZACAO,
      *    COM O QUE FOI RECEBIDO DE CADA CANAL NO DIA
       01  WS-TABELA-CANAL.
           03  WS-CANAL-ITEM OCCURS 50 TIMES.
               05  WS-CANAL-ORIGEM     PIC X(008).
               05  WS-CANAL-DESCRICAO  PIC X(030).
               05  WS-CANAL-DIAS-ESPERADOS
                                       PIC X(007).
               05  WS-CANAL-DIAS-ESPERADOS-R
                   REDEFINES WS-CANAL-DIAS-ESPERADOS.
                   07  WS-CANAL-DIA-ESPERADO
                                       PIC X(001) OCCURS 7 TIMES.
               05  WS-CANAL-SOMENTE-DIA-UTIL
                                       PIC X(001).
                   88 CANAL-SOMENTE-DIA-UTIL  VALUE 'S'.
               05  WS-CANAL-OBRIGATORIO
                                       PIC X(001).
                   88 CANAL-OBRIGATORIO       VALUE 'S'.
               05  WS-CANAL-RECEBIDO   PIC X(001).
                   88 CANAL-RECEBIDO          VALUE 'S'.
      *
      *    DATAS EM QUE OS EXTRATOS DOS CANAIS SAO ESPERADOS: DO DIA
      *    SEGUINTE AO DIA UTIL ANTERIOR ATE A DATA DE PROCESSAMENTO,
      *    COM O DIA DA SEMANA, SE E DIA UTIL E A SITUACAO DA DATA
      *    PARA O CANAL EM AVALIACAO
       01  WS-TABELA-DATA.
           03  WS-DAT-ITEM OCCURS 10 TIMES.
               05  WS-DAT-DATA         PIC 9(008).
               05  WS-DAT-DIA-SEMANA   PIC 9(001).
               05  WS-DAT-IND-DIA-UTIL PIC X(001).
                   88 DAT-DIA-UTIL            VALUE 'S'.
               05  WS-DAT-SITUACAO     PIC X(001).
                   88 DAT-NAO-ESPERADA        VALUE 'N'.
                   88 DAT-RECEBIDA            VALUE 'R'.
                   88 DAT-AUSENTE             VALUE 'A'.
      *
       01  WS-TABELA-DIAS-MES.
           03  FILLER                  PIC X(024)
                                VALUE '312831303130313130313031'.
       01  WS-TABELA-DIAS-MES-R        REDEFINES WS-TABELA-DIAS-MES.
           03  WS-DIAS-DO-MES          PIC 9(002) OCCURS 12 TIMES.
      *
      *    UM ITEM POR ARQUIVO DE CANAL ENCONTRADO NA ENTRADA, NA ORDEM
      *    EM QUE CHEGOU, COM OS TOTAIS APURADOS E A SITUACAO FINAL
       01  WS-TABELA-ARQUIVO.
           03  WS-ARQ-ITEM OCCURS 50 TIMES.
               05  WS-ARQ-ORIGEM       PIC X(008).
               05  WS-ARQ-DATA-GERACAO PIC 9(008).
               05  WS-ARQ-QTD-LIDA     PIC 9(009).
               05  WS-ARQ-HASH-LIDO    PIC 9(018).
               05  WS-ARQ-QTD-INVALIDA PIC 9(009).
               05  WS-ARQ-TRL-QTD      PIC 9(009).
               05  WS-ARQ-TRL-HASH     PIC 9(018).
               05  WS-ARQ-FLAG-TRAILER PIC X(001).
                   88 ARQ-TRAILER-RECEBIDO    VALUE 'S'.
               05  WS-ARQ-SITUACAO     PIC X(001).
                   88 ARQ-ACEITO              VALUE 'A'.
                   88 ARQ-DUPLICADO           VALUE 'D'.
                   88 ARQ-FORA-DE-DATA        VALUE 'F'.
                   88 ARQ-SEM-TRAILER         VALUE 'T'.
                   88 ARQ-TRAILER-DIVERGENTE  VALUE 'H'.
                   88 ARQ-REGISTRO-INVALIDO   VALUE 'I'.
                   88 ARQ-NAO-CADASTRADO      VALUE 'N'.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0634 - RECEPCAO DOS EXTRATOS DOS CANAIS      '.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(022) VALUE SPACES.
           03  WS-LINHA-SECAO          PIC X(080) VALUE SPACES.
           03  WS-LINHA-ARQUIVO.
               05  WS-REL-ARQ-ORIGEM   PIC X(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-ARQ-DATA     PIC 9(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-ARQ-QTD      PIC 9(009).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-ARQ-SITUACAO PIC X(040).
               05  FILLER              PIC X(009) VALUE SPACES.
           03  WS-LINHA-CANAL.
               05  WS-REL-CAN-ORIGEM   PIC X(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-CAN-DESCRICAO
                                       PIC X(030).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-CAN-OBRIGATORIO
                                       PIC X(001).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-CAN-SITUACAO PIC X(035).
           03  WS-LINHA-DATA-AUSENTE.
               05  FILLER              PIC X(010) VALUE SPACES.
               05  FILLER              PIC X(028) VALUE
                   'EXTRATO NAO RECEBIDO - DATA '.
               05  WS-REL-DAT-DATA     PIC 9(008).
               05  FILLER              PIC X(034) VALUE SPACES.
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
               05  WS-TOT-VALOR        PIC 9(009).
               05  FILLER              PIC X(041) VALUE SPACES.
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
           PERFORM 2000-CONFERE-ARQUIVO
               THRU 2000-CONFERE-ARQUIVO-EXIT
               UNTIL FIM-CANAL.
      *
           PERFORM 2900-ENCERRA-CONFERENCIA
               THRU 2900-ENCERRA-CONFERENCIA-EXIT.
      *
           PERFORM 4000-GRAVA-EXTRATO-BRUTO
               THRU 4000-GRAVA-EXTRATO-BRUTO-EXIT.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - INTERPRETA O PARM ('LIBERA' LIBERA O
      *                      FLUXO SEM O CANAL OBRIGATORIO AUSENTE),
      *                      REGISTRA O INICIO DO PASSO, APURA O DIA
      *                      UTIL ANTERIOR E AS DATAS ESPERADAS,
      *                      CARREGA O CADASTRO DE CANAIS,
      *                      GRAVA O TITULO DO RELATORIO E LE O
      *                      PRIMEIRO REGISTRO DOS ARQUIVOS DE CANAL
      ******************************************************************
       1000-INICIALIZACAO.
           IF WS-PARM-TAM >= 6
              AND WS-PARM-DADO(1:6) = 'LIBERA'
               SET LIBERACAO-OPERACAO TO TRUE
               DISPLAY 'COBP0634 - PARM LIBERA - CANAL OBRIGATORIO '
                       'AUSENTE NAO RETEM O FLUXO'
           END-IF.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 1600-REGISTRA-INICIO
               THRU 1600-REGISTRA-INICIO-EXIT.
      *
           PERFORM 1100-APURA-DIA
               THRU 1100-APURA-DIA-EXIT.
      *
           OPEN INPUT  CPF-CANAL-FILE
                       CPF-CADASTRO-CANAL-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'COBP0634 - ERRO AO ABRIR O CPF-CADASTRO-CANAL-'
                       'FILE - FILE STATUS ' WS-STATUS-CADASTRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 1200-CARREGA-CANAL
               THRU 1200-CARREGA-CANAL-EXIT
               UNTIL FIM-CADASTRO.
      *
           CLOSE CPF-CADASTRO-CANAL-FILE.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
           MOVE 'ARQUIVOS DE CANAL RECEBIDOS' TO WS-LINHA-SECAO.
           PERFORM 3200-GRAVA-SECAO
               THRU 3200-GRAVA-SECAO-EXIT.
      *
           PERFORM 2100-LE-CANAL
               THRU 2100-LE-CANAL-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-APURA-DIA - OBTEM DA SUBROTINA DE DATAS O DIA UTIL
      *                  ANTERIOR (INICIO DA JANELA ACEITA PARA A DATA
      *                  DO HEADER, A MESMA CRITICA DO COBP0605) E
      *                  MONTA A TABELA DAS DATAS EM QUE OS EXTRATOS
      *                  SAO ESPERADOS: CADA DIA CORRIDO DEPOIS DO DIA
      *                  UTIL ANTERIOR ATE A DATA DE PROCESSAMENTO (NA
      *                  SEGUNDA-FEIRA, SABADO, DOMINGO E SEGUNDA)
      ******************************************************************
       1100-APURA-DIA.
           MOVE 'SUB'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE 1                     TO DTC-QTD.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0634 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-UTIL-ANTERIOR.
      *
           MOVE WS-DATA-UTIL-ANTERIOR TO WS-DATA-JANELA.
           MOVE 0                     TO WS-QTD-DATAS.
      *
           PERFORM 1150-INCLUI-DATA-JANELA
               THRU 1150-INCLUI-DATA-JANELA-EXIT
               UNTIL WS-DATA-JANELA NOT < WS-DATA-PROCESSAMENTO.
      *
       1100-APURA-DIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1150-INCLUI-DATA-JANELA - AVANCA UM DIA CORRIDO E INCLUI A DATA
      *                           NA TABELA DE DATAS ESPERADAS, COM O
      *                           DIA DA SEMANA E SE E DIA UTIL
      ******************************************************************
       1150-INCLUI-DATA-JANELA.
           PERFORM 1160-AVANCA-DATA-JANELA
               THRU 1160-AVANCA-DATA-JANELA-EXIT.
      *
           IF WS-QTD-DATAS NOT < WS-DATA-TAM-MAX
               DISPLAY 'COBP0634 - PERIODO DESDE O DIA UTIL ANTERIOR '
                       'EXCEDE O LIMITE DE ' WS-DATA-TAM-MAX ' DIAS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE 'UTL'          TO DTC-FUNCAO.
           MOVE WS-DATA-JANELA TO DTC-DATA-BASE.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0634 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-DATAS.
           MOVE WS-DATA-JANELA   TO WS-DAT-DATA(WS-QTD-DATAS).
           MOVE DTC-DIA-SEMANA   TO WS-DAT-DIA-SEMANA(WS-QTD-DATAS).
           MOVE DTC-IND-DIA-UTIL TO WS-DAT-IND-DIA-UTIL(WS-QTD-DATAS).
           MOVE SPACE            TO WS-DAT-SITUACAO(WS-QTD-DATAS).
      *
       1150-INCLUI-DATA-JANELA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1160-AVANCA-DATA-JANELA - SOMA UM DIA CORRIDO A WS-DATA-JANELA,
      *                           VIRANDO O MES E O ANO
      ******************************************************************
       1160-AVANCA-DATA-JANELA.
           PERFORM 1170-CALCULA-ULTIMO-DIA
               THRU 1170-CALCULA-ULTIMO-DIA-EXIT.
      *
           IF WS-DIA-JANELA < WS-ULTIMO-DIA-MES
               ADD 1 TO WS-DIA-JANELA
               GO TO 1160-AVANCA-DATA-JANELA-EXIT
           END-IF.
      *
           MOVE 1 TO WS-DIA-JANELA.
      *
           IF WS-MES-JANELA < 12
               ADD 1 TO WS-MES-JANELA
               GO TO 1160-AVANCA-DATA-JANELA-EXIT
           END-IF.
      *
           MOVE 1 TO WS-MES-JANELA.
           ADD  1 TO WS-ANO-JANELA.
      *
       1160-AVANCA-DATA-JANELA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1170-CALCULA-ULTIMO-DIA - DEVOLVE EM WS-ULTIMO-DIA-MES O
      *                           ULTIMO DIA DO MES DE WS-DATA-JANELA.
      *                           FEVEREIRO TEM 29 DIAS NO ANO
      *                           DIVISIVEL POR 4, EXCETO SECULOS NAO
      *                           DIVISIVEIS POR 400 (COMO NO COBP0632)
      ******************************************************************
       1170-CALCULA-ULTIMO-DIA.
           MOVE WS-DIAS-DO-MES(WS-MES-JANELA) TO WS-ULTIMO-DIA-MES.
      *
           IF WS-MES-JANELA NOT = 2
               GO TO 1170-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           DIVIDE WS-ANO-JANELA BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               GO TO 1170-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           MOVE 29 TO WS-ULTIMO-DIA-MES.
      *
           DIVIDE WS-ANO-JANELA BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               GO TO 1170-CALCULA-ULTIMO-DIA-EXIT
           END-IF.
      *
           DIVIDE WS-ANO-JANELA BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
           IF WS-RESTO NOT = 0
               MOVE 28 TO WS-ULTIMO-DIA-MES
           END-IF.
      *
       1170-CALCULA-ULTIMO-DIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1200-CARREGA-CANAL - LE UM CANAL DO CADASTRO E O GUARDA NA
      *                      TABELA, COM OS DIAS DA SEMANA EM QUE O
      *                      EXTRATO DELE E ESPERADO E SE O CANAL
      *                      DEIXA DE GERAR EXTRATO EM FERIADO
      ******************************************************************
       1200-CARREGA-CANAL.
           READ CPF-CADASTRO-CANAL-FILE
               AT END
                   SET FIM-CADASTRO TO TRUE
                   GO TO 1200-CARREGA-CANAL-EXIT
           END-READ.
      *
           IF WS-QTD-CANAIS NOT < WS-CANAL-TAM-MAX
               DISPLAY 'COBP0634 - CADASTRO DE CANAIS EXCEDE O LIMITE '
                       'DE ' WS-CANAL-TAM-MAX ' CANAIS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-CANAIS.
           MOVE CNR-SISTEMA-ORIGEM TO WS-CANAL-ORIGEM(WS-QTD-CANAIS).
           MOVE CNR-DESCRICAO      TO WS-CANAL-DESCRICAO(WS-QTD-CANAIS).
           MOVE CNR-OBRIGATORIO
             TO WS-CANAL-OBRIGATORIO(WS-QTD-CANAIS).
           MOVE 'N'                TO WS-CANAL-RECEBIDO(WS-QTD-CANAIS).
           MOVE CNR-DIAS-ESPERADOS
             TO WS-CANAL-DIAS-ESPERADOS(WS-QTD-CANAIS).
           MOVE CNR-SOMENTE-DIA-UTIL
             TO WS-CANAL-SOMENTE-DIA-UTIL(WS-QTD-CANAIS).
      *
       1200-CARREGA-CANAL-EXIT.
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
                   DISPLAY 'COBP0634 - PASSO PREDECESSOR '
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
               DISPLAY 'COBP0634 - PASSO JA CONCLUIDO PARA A DATA '
                       WS-DATA-PROCESSAMENTO ' - EXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF NOT RUC-OK
               DISPLAY 'COBP0634 - ERRO NO CONTROLE DE EXECUCAO - '
                       'RETORNO ' RUC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       1600-REGISTRA-INICIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CONFERE-ARQUIVO - PRIMEIRA LEITURA DA ENTRADA: ACUMULA O
      *                        REGISTRO CORRENTE NO ARQUIVO DE CANAL
      *                        A QUE PERTENCE (UM HEADER ABRE UM NOVO
      *                        ARQUIVO, O TRAILER O FECHA) E LE O
      *                        PROXIMO. REGISTRO FORA DE QUALQUER
      *                        ARQUIVO (ANTES DO HEADER OU DEPOIS DO
      *                        TRAILER) E CONTADO COMO AVULSO.
      ******************************************************************
       2000-CONFERE-ARQUIVO.
           EVALUATE TRUE
               WHEN CNL-REG-HEADER
                   PERFORM 2200-ABRE-ARQUIVO
                       THRU 2200-ABRE-ARQUIVO-EXIT
               WHEN NOT ARQUIVO-EM-ABERTO
                   ADD 1 TO WS-QTD-AVULSOS
               WHEN CNL-REG-DETALHE
                   ADD 1 TO WS-ARQ-QTD-LIDA(WS-QTD-ARQUIVOS)
                   ADD CNL-CPF-NUMERO
                     TO WS-ARQ-HASH-LIDO(WS-QTD-ARQUIVOS)
               WHEN CNL-REG-TRAILER
                   MOVE CNL-TRL-QTD-REGISTROS
                     TO WS-ARQ-TRL-QTD(WS-QTD-ARQUIVOS)
                   MOVE CNL-TRL-HASH-CPFS
                     TO WS-ARQ-TRL-HASH(WS-QTD-ARQUIVOS)
                   MOVE 'S' TO WS-ARQ-FLAG-TRAILER(WS-QTD-ARQUIVOS)
                   PERFORM 2300-FECHA-ARQUIVO
                       THRU 2300-FECHA-ARQUIVO-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ARQ-QTD-INVALIDA(WS-QTD-ARQUIVOS)
           END-EVALUATE.
      *
           PERFORM 2100-LE-CANAL
               THRU 2100-LE-CANAL-EXIT.
      *
       2000-CONFERE-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-CANAL - LE UM REGISTRO DOS ARQUIVOS DE CANAL
      ******************************************************************
       2100-LE-CANAL.
           READ CPF-CANAL-FILE
               AT END
                   SET FIM-CANAL TO TRUE
                   GO TO 2100-LE-CANAL-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-LIDOS.
      *
       2100-LE-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-ABRE-ARQUIVO - UM HEADER ABRE UM NOVO ARQUIVO DE CANAL NA
      *                     TABELA. HEADER QUE CHEGA COM O ARQUIVO
      *                     ANTERIOR AINDA ABERTO FECHA O ANTERIOR
      *                     SEM TRAILER (TRANSMISSAO TRUNCADA).
      ******************************************************************
       2200-ABRE-ARQUIVO.
           IF ARQUIVO-EM-ABERTO
               PERFORM 2300-FECHA-ARQUIVO
                   THRU 2300-FECHA-ARQUIVO-EXIT
           END-IF.
      *
           IF WS-QTD-ARQUIVOS NOT < WS-ARQUIVO-TAM-MAX
               DISPLAY 'COBP0634 - ENTRADA EXCEDE O LIMITE DE '
                       WS-ARQUIVO-TAM-MAX ' ARQUIVOS DE CANAL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE CNL-HDR-SISTEMA-ORIGEM
             TO WS-ARQ-ORIGEM(WS-QTD-ARQUIVOS).
           MOVE CNL-HDR-DATA-GERACAO
             TO WS-ARQ-DATA-GERACAO(WS-QTD-ARQUIVOS).
           MOVE 0   TO WS-ARQ-QTD-LIDA(WS-QTD-ARQUIVOS)
                       WS-ARQ-HASH-LIDO(WS-QTD-ARQUIVOS)
                       WS-ARQ-QTD-INVALIDA(WS-QTD-ARQUIVOS)
                       WS-ARQ-TRL-QTD(WS-QTD-ARQUIVOS)
                       WS-ARQ-TRL-HASH(WS-QTD-ARQUIVOS).
           MOVE 'N' TO WS-ARQ-FLAG-TRAILER(WS-QTD-ARQUIVOS).
           MOVE SPACE
             TO WS-ARQ-SITUACAO(WS-QTD-ARQUIVOS).
      *
           SET ARQUIVO-EM-ABERTO TO TRUE.
      *
       2200-ABRE-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-FECHA-ARQUIVO - FECHA O ARQUIVO DE CANAL CORRENTE,
      *                      CLASSIFICA-O E O LISTA NO RELATORIO
      ******************************************************************
       2300-FECHA-ARQUIVO.
           MOVE 'N'             TO WS-FLAG-ARQUIVO.
           MOVE WS-QTD-ARQUIVOS TO WS-IND-ARQUIVO.
      *
           PERFORM 2400-CLASSIFICA-ARQUIVO
               THRU 2400-CLASSIFICA-ARQUIVO-EXIT.
      *
           PERFORM 2450-RELATA-ARQUIVO
               THRU 2450-RELATA-ARQUIVO-EXIT.
      *
       2300-FECHA-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-CLASSIFICA-ARQUIVO - DEFINE A SITUACAO DO ARQUIVO DE CANAL
      *                           WS-IND-ARQUIVO, NESTA ORDEM:
      *                           SEM TRAILER, REGISTRO DE TIPO
      *                           INVALIDO, TRAILER QUE NAO CONFERE,
      *                           DATA DO HEADER FORA DA JANELA, CANAL
      *                           FORA DO CADASTRO, ARQUIVO DO MESMO
      *                           CANAL COM A MESMA DATA DO HEADER JA
      *                           ACEITO (DUPLICADO - VALE O PRIMEIRO
      *                           ARQUIVO ACEITO). O QUE PASSA POR
      *                           TUDO E ACEITO E VAI PARA O EXTRATO.
      ******************************************************************
       2400-CLASSIFICA-ARQUIVO.
           IF NOT ARQ-TRAILER-RECEBIDO(WS-IND-ARQUIVO)
               SET ARQ-SEM-TRAILER(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           IF WS-ARQ-QTD-INVALIDA(WS-IND-ARQUIVO) > 0
               SET ARQ-REGISTRO-INVALIDO(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           IF WS-ARQ-TRL-QTD(WS-IND-ARQUIVO)
                  NOT = WS-ARQ-QTD-LIDA(WS-IND-ARQUIVO)
              OR WS-ARQ-TRL-HASH(WS-IND-ARQUIVO)
                  NOT = WS-ARQ-HASH-LIDO(WS-IND-ARQUIVO)
               SET ARQ-TRAILER-DIVERGENTE(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-REJEITADOS
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           IF WS-ARQ-DATA-GERACAO(WS-IND-ARQUIVO)
                  > WS-DATA-PROCESSAMENTO
              OR WS-ARQ-DATA-GERACAO(WS-IND-ARQUIVO)
                  < WS-DATA-UTIL-ANTERIOR
               SET ARQ-FORA-DE-DATA(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-FORA-DE-DATA
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           MOVE WS-ARQ-ORIGEM(WS-IND-ARQUIVO) TO WS-ORIGEM-PROCURADA.
           PERFORM 2500-LOCALIZA-CANAL
               THRU 2500-LOCALIZA-CANAL-EXIT.
      *
           IF NOT CANAL-LOCALIZADO
               SET ARQ-NAO-CADASTRADO(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-NAO-CADASTRADOS
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           MOVE WS-ARQ-DATA-GERACAO(WS-IND-ARQUIVO)
             TO WS-DATA-PROCURADA.
           PERFORM 2600-PROCURA-ACEITO
               THRU 2600-PROCURA-ACEITO-EXIT.
      *
           IF ACEITO-LOCALIZADO
               SET ARQ-DUPLICADO(WS-IND-ARQUIVO) TO TRUE
               ADD 1 TO WS-QTD-DUPLICADOS
               GO TO 2400-CLASSIFICA-ARQUIVO-EXIT
           END-IF.
      *
           SET ARQ-ACEITO(WS-IND-ARQUIVO)      TO TRUE.
           SET CANAL-RECEBIDO(WS-CANAL-CORRENTE) TO TRUE.
           ADD 1 TO WS-QTD-ACEITOS.
      *
       2400-CLASSIFICA-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2450-RELATA-ARQUIVO - GRAVA A LINHA DO ARQUIVO DE CANAL
      *                       WS-IND-ARQUIVO NO RELATORIO, COM A
      *                       ORIGEM, A DATA DO HEADER, OS DETALHES
      *                       LIDOS E A SITUACAO
      ******************************************************************
       2450-RELATA-ARQUIVO.
           MOVE WS-ARQ-ORIGEM(WS-IND-ARQUIVO)   TO WS-REL-ARQ-ORIGEM.
           MOVE WS-ARQ-DATA-GERACAO(WS-IND-ARQUIVO)
                                               TO WS-REL-ARQ-DATA.
           MOVE WS-ARQ-QTD-LIDA(WS-IND-ARQUIVO) TO WS-REL-ARQ-QTD.
      *
           EVALUATE TRUE
               WHEN ARQ-ACEITO(WS-IND-ARQUIVO)
                   MOVE 'RECEBIDO - INCLUIDO NO EXTRATO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-DUPLICADO(WS-IND-ARQUIVO)
                   MOVE 'DUPLICADO - JA RECEBIDO - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-FORA-DE-DATA(WS-IND-ARQUIVO)
                   MOVE 'FORA DE DATA - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-SEM-TRAILER(WS-IND-ARQUIVO)
                   MOVE 'SEM TRAILER - TRUNCADO - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-TRAILER-DIVERGENTE(WS-IND-ARQUIVO)
                   MOVE 'TRAILER NAO CONFERE - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-REGISTRO-INVALIDO(WS-IND-ARQUIVO)
                   MOVE 'REGISTRO DE TIPO INVALIDO - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
               WHEN ARQ-NAO-CADASTRADO(WS-IND-ARQUIVO)
                   MOVE 'CANAL NAO CADASTRADO - DESCARTADO'
                                      TO WS-REL-ARQ-SITUACAO
           END-EVALUATE.
      *
           MOVE WS-LINHA-ARQUIVO TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
       2450-RELATA-ARQUIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-LOCALIZA-CANAL - PROCURA WS-ORIGEM-PROCURADA NA TABELA DO
      *                       CADASTRO DE CANAIS. ACHANDO, DEVOLVE A
      *                       POSICAO EM WS-CANAL-CORRENTE.
      ******************************************************************
       2500-LOCALIZA-CANAL.
           MOVE 'N' TO WS-FLAG-CANAL.
      *
           PERFORM 2550-COMPARA-CANAL
               THRU 2550-COMPARA-CANAL-EXIT
               VARYING WS-IND-CANAL FROM 1 BY 1
               UNTIL WS-IND-CANAL > WS-QTD-CANAIS
                  OR CANAL-LOCALIZADO.
      *
       2500-LOCALIZA-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2550-COMPARA-CANAL - COMPARA A ORIGEM PROCURADA COM A ENTRADA
      *                      CORRENTE DA TABELA DE CANAIS
      ******************************************************************
       2550-COMPARA-CANAL.
           IF WS-CANAL-ORIGEM(WS-IND-CANAL) = WS-ORIGEM-PROCURADA
               SET CANAL-LOCALIZADO TO TRUE
               MOVE WS-IND-CANAL TO WS-CANAL-CORRENTE
           END-IF.
      *
       2550-COMPARA-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-PROCURA-ACEITO - PROCURA NA TABELA DE ARQUIVOS UM ARQUIVO
      *                       JA ACEITO DO CANAL WS-ORIGEM-PROCURADA
      *                       COM A DATA DO HEADER WS-DATA-PROCURADA
      ******************************************************************
       2600-PROCURA-ACEITO.
           MOVE 'N' TO WS-FLAG-ACEITO.
      *
           PERFORM 2650-COMPARA-ACEITO
               THRU 2650-COMPARA-ACEITO-EXIT
               VARYING WS-IND-ACEITO FROM 1 BY 1
               UNTIL WS-IND-ACEITO > WS-QTD-ARQUIVOS
                  OR ACEITO-LOCALIZADO.
      *
       2600-PROCURA-ACEITO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2650-COMPARA-ACEITO - COMPARA O CANAL E A DATA PROCURADOS COM
      *                       A ENTRADA CORRENTE DA TABELA DE ARQUIVOS,
      *                       SE ELA FOI ACEITA
      ******************************************************************
       2650-COMPARA-ACEITO.
           IF ARQ-ACEITO(WS-IND-ACEITO)
              AND WS-ARQ-ORIGEM(WS-IND-ACEITO) = WS-ORIGEM-PROCURADA
              AND WS-ARQ-DATA-GERACAO(WS-IND-ACEITO)
                  = WS-DATA-PROCURADA
               SET ACEITO-LOCALIZADO TO TRUE
           END-IF.
      *
       2650-COMPARA-ACEITO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2900-ENCERRA-CONFERENCIA - FIM DA PRIMEIRA LEITURA: ARQUIVO
      *                            AINDA ABERTO NO FIM DA ENTRADA
      *                            FICOU SEM TRAILER (TRANSMISSAO
      *                            TRUNCADA)
      ******************************************************************
       2900-ENCERRA-CONFERENCIA.
           IF ARQUIVO-EM-ABERTO
               PERFORM 2300-FECHA-ARQUIVO
                   THRU 2300-FECHA-ARQUIVO-EXIT
           END-IF.
      *
           CLOSE CPF-CANAL-FILE.
      *
       2900-ENCERRA-CONFERENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - SITUACAO DE CADA CANAL CADASTRADO, TOTAIS
      *                    NO RELATORIO, RETURN-CODE DO PASSO, FIM DO
      *                    PASSO NO CONTROLE DE EXECUCAO E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM 3200-GRAVA-SECAO
               THRU 3200-GRAVA-SECAO-EXIT.
      *
           MOVE 'SITUACAO DOS CANAIS CADASTRADOS' TO WS-LINHA-SECAO.
           PERFORM 3200-GRAVA-SECAO
               THRU 3200-GRAVA-SECAO-EXIT.
      *
           PERFORM 5000-AVALIA-CANAL
               THRU 5000-AVALIA-CANAL-EXIT
               VARYING WS-IND-CANAL FROM 1 BY 1
               UNTIL WS-IND-CANAL > WS-QTD-CANAIS.
      *
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM 3200-GRAVA-SECAO
               THRU 3200-GRAVA-SECAO-EXIT.
      *
           MOVE 'REGISTROS LIDOS.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-LIDOS                    TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'REGISTROS NO EXTRATO BRUTO..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-GRAVADOS                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'REGISTROS AVULSOS...........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-AVULSOS                  TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS RECEBIDOS..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ARQUIVOS                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS ACEITOS............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ACEITOS                  TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS DUPLICADOS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-DUPLICADOS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS FORA DE DATA.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-FORA-DE-DATA             TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS REJEITADOS.........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-REJEITADOS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ARQUIVOS DE CANAL NAO CADAST:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-NAO-CADASTRADOS          TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'DATAS ESPERADAS AUSENTES....:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-AUSENTES                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'DATAS OBRIGATORIAS AUSENTES.:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-OBRIG-AUSENTES           TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0634 - REGISTROS LIDOS.....: ' WS-QTD-LIDOS.
           DISPLAY 'COBP0634 - GRAVADOS NO EXTRATO.: ' WS-QTD-GRAVADOS.
           DISPLAY 'COBP0634 - ARQUIVOS RECEBIDOS..: ' WS-QTD-ARQUIVOS.
           DISPLAY 'COBP0634 - ARQUIVOS ACEITOS....: ' WS-QTD-ACEITOS.
           DISPLAY 'COBP0634 - ARQUIVOS DUPLICADOS.: '
                   WS-QTD-DUPLICADOS.
           DISPLAY 'COBP0634 - FORA DE DATA........: '
                   WS-QTD-FORA-DE-DATA.
           DISPLAY 'COBP0634 - ARQUIVOS REJEITADOS.: '
                   WS-QTD-REJEITADOS.
           DISPLAY 'COBP0634 - NAO CADASTRADOS.....: '
                   WS-QTD-NAO-CADASTRADOS.
           DISPLAY 'COBP0634 - DATAS AUSENTES......: ' WS-QTD-AUSENTES.
           DISPLAY 'COBP0634 - DATAS OBRIG. AUSENT.: '
                   WS-QTD-OBRIG-AUSENTES.
      *
           PERFORM 3300-DEFINE-RETORNO
               THRU 3300-DEFINE-RETORNO-EXIT.
      *
           CLOSE CPF-RELATORIO-FILE.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DA
      *                    RECEPCAO
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-GRAVA-SECAO - GRAVA UMA LINHA DE SECAO (OU EM BRANCO) NO
      *                    RELATORIO DA RECEPCAO
      ******************************************************************
       3200-GRAVA-SECAO.
           MOVE WS-LINHA-SECAO TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
       3200-GRAVA-SECAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-DEFINE-RETORNO - DATA DE CANAL OBRIGATORIO AUSENTE SEM
      *                       LIBERACAO DA OPERACAO TERMINA COM
      *                       RETURN-CODE 12
      *                       (O CPFRUN01 REGISTRA O PASSO COMO
      *                       ABENDADO E O COBP0605 NAO RODA). QUALQUER
      *                       OUTRA OCORRENCIA DA RECEPCAO TERMINA COM
      *                       RETURN-CODE 4, PARA CHAMAR A ATENCAO DA
      *                       OPERACAO SEM RETER O FLUXO.
      ******************************************************************
       3300-DEFINE-RETORNO.
           IF WS-QTD-OBRIG-AUSENTES > 0
              AND NOT LIBERACAO-OPERACAO
               DISPLAY 'COBP0634 - CANAL OBRIGATORIO AUSENTE - FLUXO '
                       'RETIDO ATE A CHEGADA DO ARQUIVO OU A '
                       'LIBERACAO DA OPERACAO (PARM LIBERA)'
               MOVE 12 TO RETURN-CODE
               GO TO 3300-DEFINE-RETORNO-EXIT
           END-IF.
      *
           IF WS-QTD-AUSENTES        > 0
              OR WS-QTD-AVULSOS      > 0
              OR WS-QTD-DUPLICADOS   > 0
              OR WS-QTD-FORA-DE-DATA > 0
              OR WS-QTD-REJEITADOS   > 0
              OR WS-QTD-NAO-CADASTRADOS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       3300-DEFINE-RETORNO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3600-REGISTRA-FIM - REGISTRA O FIM DO PASSO NO CONTROLE DE
      *                     EXECUCAO (COBP0618), COM OS TOTAIS E O
      *                     RETURN-CODE DA EXECUCAO
      ******************************************************************
       3600-REGISTRA-FIM.
           SET  RUC-FUNCAO-FIM  TO TRUE.
           MOVE WS-ID-CONTROLE  TO RUC-ID-EXECUCAO.
           MOVE WS-QTD-LIDOS    TO RUC-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS TO RUC-QTD-GRAVADOS.
           MOVE RETURN-CODE     TO RUC-RETCODE-PASSO.
           CALL SUBROTINA-CONTROLE USING CONTROLE-EXECUCAO.
      *
       3600-REGISTRA-FIM-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-GRAVA-EXTRATO-BRUTO - SEGUNDA LEITURA DA ENTRADA: COPIA
      *                            PARA O EXTRATO BRUTO CPFENT01 OS
      *                            REGISTROS (HEADER, DETALHES E
      *                            TRAILER) DOS ARQUIVOS DE CANAL
      *                            ACEITOS, NA ORDEM EM QUE CHEGARAM.
      *                            OS ARQUIVOS SAO CONTADOS PELOS
      *                            HEADERS, NA MESMA ORDEM DA PRIMEIRA
      *                            LEITURA.
      ******************************************************************
       4000-GRAVA-EXTRATO-BRUTO.
           OPEN INPUT  CPF-CANAL-FILE.
           OPEN OUTPUT CPF-ENTRADA-FILE.
      *
           MOVE 'N' TO WS-FIM-CANAL
                       WS-FLAG-ARQUIVO.
           MOVE 0   TO WS-IND-ARQUIVO.
      *
           PERFORM 4200-RELE-CANAL
               THRU 4200-RELE-CANAL-EXIT.
      *
           PERFORM 4100-COPIA-REGISTRO
               THRU 4100-COPIA-REGISTRO-EXIT
               UNTIL FIM-CANAL.
      *
           CLOSE CPF-CANAL-FILE
                 CPF-ENTRADA-FILE.
      *
       4000-GRAVA-EXTRATO-BRUTO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-COPIA-REGISTRO - COPIA O REGISTRO CORRENTE PARA O EXTRATO
      *                       BRUTO QUANDO PERTENCE A UM ARQUIVO DE
      *                       CANAL ACEITO, E LE O PROXIMO
      ******************************************************************
       4100-COPIA-REGISTRO.
           IF CNL-REG-HEADER
               ADD 1 TO WS-IND-ARQUIVO
               SET ARQUIVO-EM-ABERTO TO TRUE
           END-IF.
      *
           IF ARQUIVO-EM-ABERTO
              AND ARQ-ACEITO(WS-IND-ARQUIVO)
               WRITE REG-ENTRADA-CPF FROM REG-EXTRATO-CANAL
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF.
      *
           IF CNL-REG-TRAILER
               MOVE 'N' TO WS-FLAG-ARQUIVO
           END-IF.
      *
           PERFORM 4200-RELE-CANAL
               THRU 4200-RELE-CANAL-EXIT.
      *
       4100-COPIA-REGISTRO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4200-RELE-CANAL - LE UM REGISTRO DOS ARQUIVOS DE CANAL NA
      *                   SEGUNDA LEITURA (SEM RECONTAR OS LIDOS)
      ******************************************************************
       4200-RELE-CANAL.
           READ CPF-CANAL-FILE
               AT END
                   SET FIM-CANAL TO TRUE
           END-READ.
      *
       4200-RELE-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-AVALIA-CANAL - SITUACAO DO CANAL WS-IND-CANAL NO PERIODO:
      *                     CONFERE CADA DATA DA TABELA DE DATAS
      *                     ESPERADAS E CLASSIFICA O CANAL EM RECEBIDO,
      *                     NAO ESPERADO NO PERIODO OU AUSENTE, COM UMA
      *                     LINHA POR DATA NAO RECEBIDA. DATA AUSENTE DE
      *                     CANAL OBRIGATORIO RETEM O FLUXO, SALVO
      *                     LIBERACAO DA OPERACAO.
      ******************************************************************
       5000-AVALIA-CANAL.
           MOVE WS-CANAL-ORIGEM(WS-IND-CANAL)    TO WS-REL-CAN-ORIGEM.
           MOVE WS-CANAL-DESCRICAO(WS-IND-CANAL)
                                        TO WS-REL-CAN-DESCRICAO.
           MOVE WS-CANAL-OBRIGATORIO(WS-IND-CANAL)
                                        TO WS-REL-CAN-OBRIGATORIO.
      *
           MOVE 0 TO WS-CAN-QTD-AUSENTES.
      *
           PERFORM 5100-CONFERE-DATA-CANAL
               THRU 5100-CONFERE-DATA-CANAL-EXIT
               VARYING WS-IND-DATA FROM 1 BY 1
               UNTIL WS-IND-DATA > WS-QTD-DATAS.
      *
           EVALUATE TRUE
               WHEN WS-CAN-QTD-AUSENTES > 0
                    AND NOT CANAL-OBRIGATORIO(WS-IND-CANAL)
                   ADD WS-CAN-QTD-AUSENTES TO WS-QTD-AUSENTES
                   MOVE 'AUSENTE - CANAL OPCIONAL'
                                      TO WS-REL-CAN-SITUACAO
               WHEN WS-CAN-QTD-AUSENTES > 0
                    AND LIBERACAO-OPERACAO
                   ADD WS-CAN-QTD-AUSENTES TO WS-QTD-AUSENTES
                                              WS-QTD-OBRIG-AUSENTES
                   MOVE 'AUSENTE - LIBERADO PELA OPERACAO'
                                      TO WS-REL-CAN-SITUACAO
               WHEN WS-CAN-QTD-AUSENTES > 0
                   ADD WS-CAN-QTD-AUSENTES TO WS-QTD-AUSENTES
                                              WS-QTD-OBRIG-AUSENTES
                   MOVE 'AUSENTE - OBRIGATORIO - RETIDO'
                                      TO WS-REL-CAN-SITUACAO
               WHEN CANAL-RECEBIDO(WS-IND-CANAL)
                   MOVE 'RECEBIDO'    TO WS-REL-CAN-SITUACAO
               WHEN OTHER
                   MOVE 'NAO ESPERADO NO PERIODO'
                                      TO WS-REL-CAN-SITUACAO
           END-EVALUATE.
      *
           MOVE WS-LINHA-CANAL TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
           IF WS-CAN-QTD-AUSENTES > 0
               PERFORM 5200-RELATA-DATA-AUSENTE
                   THRU 5200-RELATA-DATA-AUSENTE-EXIT
                   VARYING WS-IND-DATA FROM 1 BY 1
                   UNTIL WS-IND-DATA > WS-QTD-DATAS
           END-IF.
      *
       5000-AVALIA-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5100-CONFERE-DATA-CANAL - SITUACAO DA DATA WS-IND-DATA PARA O
      *                           CANAL WS-IND-CANAL: NAO ESPERADA
      *                           (DIA DA SEMANA NAO MARCADO NO
      *                           CADASTRO, OU FERIADO PARA O CANAL
      *                           QUE NAO GERA EXTRATO EM FERIADO),
      *                           RECEBIDA (HA ARQUIVO ACEITO DO CANAL
      *                           COM ESSA DATA NO HEADER) OU AUSENTE
      ******************************************************************
       5100-CONFERE-DATA-CANAL.
           IF WS-CANAL-DIA-ESPERADO(WS-IND-CANAL,
                                    WS-DAT-DIA-SEMANA(WS-IND-DATA))
                  NOT = 'S'
               SET DAT-NAO-ESPERADA(WS-IND-DATA) TO TRUE
               GO TO 5100-CONFERE-DATA-CANAL-EXIT
           END-IF.
      *
           IF CANAL-SOMENTE-DIA-UTIL(WS-IND-CANAL)
              AND NOT DAT-DIA-UTIL(WS-IND-DATA)
               SET DAT-NAO-ESPERADA(WS-IND-DATA) TO TRUE
               GO TO 5100-CONFERE-DATA-CANAL-EXIT
           END-IF.
      *
           MOVE WS-CANAL-ORIGEM(WS-IND-CANAL) TO WS-ORIGEM-PROCURADA.
           MOVE WS-DAT-DATA(WS-IND-DATA)      TO WS-DATA-PROCURADA.
           PERFORM 2600-PROCURA-ACEITO
               THRU 2600-PROCURA-ACEITO-EXIT.
      *
           IF ACEITO-LOCALIZADO
               SET DAT-RECEBIDA(WS-IND-DATA) TO TRUE
           ELSE
               SET DAT-AUSENTE(WS-IND-DATA)  TO TRUE
               ADD 1 TO WS-CAN-QTD-AUSENTES
           END-IF.
      *
       5100-CONFERE-DATA-CANAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5200-RELATA-DATA-AUSENTE - GRAVA, ABAIXO DA LINHA DO CANAL, A
      *                            DATA WS-IND-DATA QUANDO ELA FICOU
      *                            AUSENTE PARA O CANAL
      ******************************************************************
       5200-RELATA-DATA-AUSENTE.
           IF NOT DAT-AUSENTE(WS-IND-DATA)
               GO TO 5200-RELATA-DATA-AUSENTE-EXIT
           END-IF.
      *
           MOVE WS-DAT-DATA(WS-IND-DATA) TO WS-REL-DAT-DATA.
           MOVE WS-LINHA-DATA-AUSENTE    TO CNI-LINHA.
           WRITE REG-RELATO-RECEPCAO.
      *
       5200-RELATA-DATA-AUSENTE-EXIT.
           EXIT.
