      ******************************************************************
      * OBJETIVOS: RELATORIO DE ENVELHECIMENTO DAS PENDENCIAS DE
      *            CORRECAO DE CPF (CPFPEN01): LISTA TODA PENDENCIA
      *            AINDA ABERTA HA MAIS DO QUE O LIMITE DE DIAS UTEIS
      *            INFORMADO NO PARM, COM A DATA DA REJEICAO, A
      *            QUANTIDADE DE DIAS EM ABERTO E O MOTIVO, PARA A
      *            COBRANCA DAS AGENCIAS PELA AREA DE CADASTRO.
      *                    TRATADAS PELO COBP0616, ESTE RELATORIO
      *                    APONTA O QUE CONTINUA SEM CORRECAO ALEM DO
      *                    LIMITE DE DIAS (PARM 999, PADRAO 5 DIAS).
      * 2026-10-15 EBC     IDADE DA PENDENCIA E LIMITE CONTADOS EM DIAS
      *                    UTEIS PELA SUBROTINA DE DATAS COBP0632, QUE
      *                    CONSULTA O CALENDARIO DE FERIADOS CPFCAL01.
      *                    FIM DE SEMANA E FERIADO NAO CONTAM MAIS
      *                    CONTRA O PRAZO DAS AGENCIAS.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
           03  AGE-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-PENDENCIA    PIC X(001) VALUE 'N'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-LIMITE-DIAS          PIC 9(003) VALUE 5.
           03  WS-AREAS-CALCULO.
               05  WS-DIAS-ABERTO      PIC S9(009) COMP VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-LIDOS        PIC 9(009) COMP VALUE 0.
                   'COBP0617 - PENDENCIAS EM ABERTO HA  '.
               05  WS-TIT-LIMITE       PIC 9(003).
               05  FILLER              PIC X(012) VALUE
                   ' DIAS UTEIS+'.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(021) VALUE SPACES.
           03  WS-LINHA-PENDENCIA.
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - DEFINE O LIMITE DE DIAS UTEIS (PARM 999,
      *                      PADRAO 5), ABRE OS ARQUIVOS, GRAVA O
      *                      TITULO DO RELATORIO E LE A PRIMEIRA
      *                      PENDENCIA
      ******************************************************************
       1000-INICIALIZACAO.
           IF WS-PARM-TAM >= 3
           END-IF.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-PENDENCIA-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
      ******************************************************************
      * 2000-PROCESSA-PENDENCIA - CALCULA A IDADE DA PENDENCIA ABERTA
      *                           CORRENTE EM DIAS UTEIS, LISTA A QUE
      *                           ULTRAPASSOU O LIMITE E LE A PROXIMA
      ******************************************************************
       2000-PROCESSA-PENDENCIA.
           IF NOT PEN-PENDENTE
      *
           ADD 1 TO WS-QTD-PENDENTES.
      *
           MOVE 'DIF'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE PEN-DATA-REJEICAO     TO DTC-DATA-INICIAL.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0617 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-QTD-RESULTADO TO WS-DIAS-ABERTO.
      *
           IF WS-DIAS-ABERTO >= WS-LIMITE-DIAS
               PERFORM 2200-GRAVA-PENDENCIA
