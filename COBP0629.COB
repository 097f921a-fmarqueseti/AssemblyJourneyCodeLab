      ******************************************************************
      * OBJETIVOS: TELA ONLINE (CICS) DE CONSULTA 360 DO CLIENTE, PARA
      *            O SUPERVISOR DA AGENCIA. O SUPERVISOR INFORMA UM CPF
      *            E RECEBE NUMA UNICA TELA TUDO O QUE O SISTEMA SABE
      *            DELE: CPF MASCARADO, NOME, SITUACAO NO MESTRE E
      *            DESFECHO DA ABERTURA DE CONTA, LISTA RESTRITIVA E
      *            MOTIVO, PROPOSTA DA LISTA EM ANALISE, PENDENCIA DE
      *            CORRECAO E IDADE, ENVIO E RETORNO DA INTERFACE DE
      *            ABERTURA, SITUACAO NA RECEITA FEDERAL E A ULTIMA
      *            ENTRADA DA TRILHA DE AUDITORIA. PF2 E PF3 LEVAM O
      *            CPF JA PREENCHIDO PARA O HISTORICO (CP02) E PARA O
      *            CADASTRO MESTRE (CP03).
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0629.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - PARA RESPONDER A UMA
      *                    PERGUNTA SOBRE UM CLIENTE O SUPERVISOR
      *                    PULAVA ENTRE CP01, CP02 E CP03, E PENDENCIA
      *                    DE CORRECAO, CONTROLE DE ENVIO E PROPOSTA
      *                    DA LISTA RESTRITIVA NEM ESTAVAM ONLINE.
      *                    TRANSACAO CP05, MAPA COBM061E DO MAPSET
      *                    COBM0601, SOMENTE CONSULTA. O COMMAREA
      *                    GUARDA O ULTIMO CPF CONSULTADO PARA O PF2 E
      *                    O PF3, QUE TRANSFEREM (XCTL) PARA O
      *                    COBP0609 E O COBP0614 COM O CPF.
      * 2026-10-15 EBC     IDADE DA PENDENCIA EM DIAS UTEIS, LENDO O
      *                    CALENDARIO DE FERIADOS CPFCAL01, PARA
      *                    BATER COM O RELATORIO DO COBP0617.
      * 2026-10-15 EBC     TEXTO DA RESTRICAO ABREVIADO PARA 'BLOQ.
      *                    DESDE': O MOTIVO DO BLOQUEIO SAIA CORTADO
      *                    NOS 4 ULTIMOS CARACTERES DO CAMPO DA TELA.
      * 2026-10-15 EBC     ULTIMA AUDITORIA SO VAI PARA A TELA QUANDO
      *                    LOCALIZADA, SEM LIMPAR A LINHA FORMATADA: A
      *                    LIMPEZA APAGAVA AS BARRAS DA DATA E OS DOIS
      *                    PONTOS DA HORA.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       DATA           DIVISION.
      *
       WORKING-STORAGE SECTION.
           COPY CPFMST1.
      *
           COPY CPFRES1.
      *
           COPY CPFPAP1.
      *
           COPY CPFPEN1.
      *
           COPY CPFENV1.
      *
           COPY CPFSRF1.
      *
           COPY CPFAUD2.
      *
           COPY CPFCAL1.
      *
           COPY COBM065.
      *
           COPY DFHAID.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-BROWSE.
               05  WS-FIM-BROWSE       PIC X(001) VALUE 'N'.
                   88 FIM-BROWSE              VALUE 'S'.
               05  WS-FLAG-AUDITORIA   PIC X(001) VALUE 'N'.
                   88 AUDITORIA-LOCALIZADA    VALUE 'S'.
           03  WS-CPF-CONSULTA         PIC 9(011) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014).
           03  WS-MSG-TELA             PIC X(040) VALUE SPACES.
           03  WS-PROGRAMA-DESVIO      PIC X(008) VALUE SPACES.
           03  WS-RESP-CICS            PIC S9(008) COMP VALUE 0.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CALCULO-DIAS.
               05  WS-DIAS-HOJE        PIC S9(009) COMP VALUE 0.
               05  WS-DIAS-REJEICAO    PIC S9(009) COMP VALUE 0.
               05  WS-DIAS-ABERTO      PIC S9(009) COMP VALUE 0.
               05  WS-DIAS-PENDENTE    PIC 9(004) VALUE 0.
               05  WS-DIAS-TRABALHO    PIC S9(009) COMP VALUE 0.
               05  WS-DIA-SEMANA       PIC 9(001) COMP VALUE 0.
               05  WS-QUOCIENTE        PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-TELA.
           03  WS-TEL-SITUACAO         PIC X(020) VALUE SPACES.
           03  WS-TEL-ABERTURA         PIC X(040) VALUE SPACES.
           03  WS-TEL-RESTRICAO        PIC X(055) VALUE SPACES.
           03  WS-TEL-PROPOSTA         PIC X(055) VALUE SPACES.
           03  WS-TEL-PENDENCIA        PIC X(055) VALUE SPACES.
           03  WS-TEL-ENVIO            PIC X(055) VALUE SPACES.
           03  WS-TEL-RECEITA          PIC X(040) VALUE SPACES.
           03  WS-DATA-A-FORMATAR      PIC 9(008) VALUE 0.
           03  WS-DATA-FMT.
               05  WS-FMT-DIA          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-FMT-MES          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-FMT-ANO          PIC X(004).
           03  WS-DATA-ENVIO-FMT       PIC X(010) VALUE SPACES.
           03  WS-TEXTO-SITUACAO       PIC X(020) VALUE SPACES.
      *
       01  WS-LINHA-AUDITORIA.
           03  WS-AUD-DATA-FMT.
               05  WS-AUD-DIA          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-AUD-MES          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-AUD-ANO          PIC X(004).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WS-AUD-HORA-FMT.
               05  WS-AUD-HORAS        PIC X(002).
               05  FILLER              PIC X(001) VALUE ':'.
               05  WS-AUD-MINUTOS      PIC X(002).
               05  FILLER              PIC X(001) VALUE ':'.
               05  WS-AUD-SEGUNDOS     PIC X(002).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WS-AUD-ORIGEM           PIC X(008).
           03  FILLER                  PIC X(002) VALUE SPACES.
           03  WS-AUD-RETCODE          PIC 9(002).
           03  FILLER                  PIC X(006) VALUE SPACES.
      *
       01  WS-NOME-MAPSET              PIC X(008) VALUE 'COBM0601'.
       01  WS-NOME-MAPA                PIC X(008) VALUE 'COBM061E'.
       01  WS-NOME-TRANSACAO           PIC X(004) VALUE 'CP05'.
       01  WS-NOME-ARQ-MASTER          PIC X(008) VALUE 'CPFMST01'.
       01  WS-NOME-ARQ-RESTRITIVO      PIC X(008) VALUE 'CPFRES01'.
       01  WS-NOME-ARQ-PROPOSTA        PIC X(008) VALUE 'CPFPAP01'.
       01  WS-NOME-ARQ-PENDENCIA       PIC X(008) VALUE 'CPFPEN01'.
       01  WS-NOME-ARQ-ENVIO           PIC X(008) VALUE 'CPFENV01'.
       01  WS-NOME-ARQ-RECEITA         PIC X(008) VALUE 'CPFSRF01'.
       01  WS-NOME-ARQ-AUD-INDEX       PIC X(008) VALUE 'CPFAIX01'.
       01  WS-NOME-ARQ-CALENDARIO      PIC X(008) VALUE 'CPFCAL01'.
      *
      *    COMMAREA DEVOLVIDO NO RETURN E PASSADO NO XCTL PARA O
      *    COBP0609/COBP0614: 'C' + CPF. O TAMANHO 12 E O QUE AQUELES
      *    PROGRAMAS RECONHECEM COMO CHEGADA PELA CONSULTA 360.
       01  WS-COMMAREA-RETORNO.
           03  WS-CMR-TIPO             PIC X(001) VALUE 'C'.
           03  WS-CMR-CPF              PIC 9(011) VALUE 0.
       01  WS-TAM-COMMAREA             PIC S9(004) COMP VALUE 12.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03  WS-CMA-TIPO             PIC X(001).
           03  WS-CMA-CPF              PIC 9(011).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-ENVIA-TELA-INICIAL
                   THRU 1000-ENVIA-TELA-INICIAL-EXIT
           ELSE
               IF EIBCALEN = WS-TAM-COMMAREA
                   MOVE WS-CMA-CPF TO WS-CMR-CPF
               END-IF
               PERFORM 2000-PROCESSA-CONSULTA
                   THRU 2000-PROCESSA-CONSULTA-EXIT
           END-IF.
      *
      *    DEVOLVE O COMMAREA COM O ULTIMO CPF CONSULTADO, PARA QUE A
      *    PROXIMA CHAMADA DA TRANSACAO TENHA EIBCALEN > 0 E O PF2/PF3
      *    SAIBAM O CPF MESMO QUANDO O CAMPO NAO FOI REDIGITADO.
           EXEC CICS RETURN
               TRANSID(WS-NOME-TRANSACAO)
               COMMAREA(WS-COMMAREA-RETORNO)
               LENGTH(WS-TAM-COMMAREA)
           END-EXEC.
      *
       0000-MAINLINE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1000-ENVIA-TELA-INICIAL - PRIMEIRA ENTRADA NA TRANSACAO:
      *                           APENAS APRESENTA A TELA EM BRANCO
      ******************************************************************
       1000-ENVIA-TELA-INICIAL.
           MOVE SPACES TO COBM061EO.
      *
           EXEC CICS SEND MAP(WS-NOME-MAPA)
                          MAPSET(WS-NOME-MAPSET)
                          ERASE
           END-EXEC.
      *
       1000-ENVIA-TELA-INICIAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PROCESSA-CONSULTA - RECEBE A TELA, OBTEM O CPF (DIGITADO
      *                          OU, SEM DIGITACAO, O ULTIMO CONSULTADO)
      *                          E TRATA A TECLA: ENTER CONSULTA, PF2
      *                          E PF3 TRANSFEREM PARA CP02 E CP03
      ******************************************************************
       2000-PROCESSA-CONSULTA.
           EXEC CICS RECEIVE MAP(WS-NOME-MAPA)
                              MAPSET(WS-NOME-MAPSET)
                              INTO(COBM061EI)
                              RESP(WS-RESP-CICS)
           END-EXEC.
      *
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              AND CPFVL > 0
              AND CPFVI IS NUMERIC
               MOVE CPFVI      TO WS-CPF-CONSULTA
           ELSE
               MOVE WS-CMR-CPF TO WS-CPF-CONSULTA
           END-IF.
      *
           INITIALIZE AREAS-DE-TELA.
           MOVE 'N'    TO WS-FLAG-AUDITORIA.
           MOVE SPACES TO REG-CLIENTE-MASTER.
           MOVE SPACES TO WS-CPF-MASCARADO.
      *
           IF WS-CPF-CONSULTA = 0
               MOVE 'INFORME O CPF'  TO WS-MSG-TELA
               GO TO 2000-DEVOLVE-TELA
           END-IF.
      *
           MOVE WS-CPF-CONSULTA TO WS-CMR-CPF.
      *
           EVALUATE EIBAID
               WHEN DFHPF2
                   MOVE 'COBP0609' TO WS-PROGRAMA-DESVIO
                   PERFORM 2900-TRANSFERE-TRANSACAO
                       THRU 2900-TRANSFERE-TRANSACAO-EXIT
               WHEN DFHPF3
                   MOVE 'COBP0614' TO WS-PROGRAMA-DESVIO
                   PERFORM 2900-TRANSFERE-TRANSACAO
                       THRU 2900-TRANSFERE-TRANSACAO-EXIT
               WHEN DFHENTER
                   PERFORM 2100-MONTA-CONSULTA
                       THRU 2100-MONTA-CONSULTA-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - USAR ENTER, PF2 OU PF3'
                                      TO WS-MSG-TELA
           END-EVALUATE.
      *
      *    MOVE SPACES LIMPA TODO O BUFFER DE SAIDA, POR ISSO O CPF E
      *    TODOS OS DADOS SAO DEVOLVIDOS A PARTIR DAS COPIAS EM
      *    WORKING-STORAGE, COMO NA TRANSACAO CP03.
       2000-DEVOLVE-TELA.
           MOVE SPACES             TO COBM061EO.
           IF WS-CPF-CONSULTA NOT = 0
               MOVE WS-CPF-CONSULTA TO CPFVO
           END-IF.
           MOVE WS-CPF-MASCARADO   TO CPFXO.
           MOVE MST-NOME-CLIENTE   TO NOMEVO.
           MOVE WS-TEL-SITUACAO    TO SITVO.
           MOVE WS-TEL-ABERTURA    TO ABERVO.
           MOVE WS-TEL-RESTRICAO   TO RESTVO.
           MOVE WS-TEL-PROPOSTA    TO PROPVO.
           MOVE WS-TEL-PENDENCIA   TO PENDVO.
           MOVE WS-TEL-ENVIO       TO ENVVO.
           MOVE WS-TEL-RECEITA     TO RFBVO.
           IF AUDITORIA-LOCALIZADA
               MOVE WS-LINHA-AUDITORIA TO AUDVO
           END-IF.
           MOVE WS-MSG-TELA        TO MSGVO.
      *
           EXEC CICS SEND MAP(WS-NOME-MAPA)
                          MAPSET(WS-NOME-MAPSET)
                          DATAONLY
                          CURSOR
           END-EXEC.
      *
       2000-PROCESSA-CONSULTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-MONTA-CONSULTA - LE O CPF EM CADA ARQUIVO ONLINE E MONTA
      *                       AS LINHAS DA TELA. A MENSAGEM DESTACA A
      *                       LISTA RESTRITIVA E O CPF FORA DO MESTRE.
      ******************************************************************
       2100-MONTA-CONSULTA.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           PERFORM 2150-FORMATA-MASCARA
               THRU 2150-FORMATA-MASCARA-EXIT.
      *
           MOVE 'CONSULTA 360 DO CPF' TO WS-MSG-TELA.
      *
           PERFORM 2200-LE-MESTRE
               THRU 2200-LE-MESTRE-EXIT.
      *
           PERFORM 2300-LE-RESTRITIVO
               THRU 2300-LE-RESTRITIVO-EXIT.
      *
           PERFORM 2350-LE-PROPOSTA
               THRU 2350-LE-PROPOSTA-EXIT.
      *
           PERFORM 2400-LE-PENDENCIA
               THRU 2400-LE-PENDENCIA-EXIT.
      *
           PERFORM 2500-LE-ENVIO
               THRU 2500-LE-ENVIO-EXIT.
      *
           PERFORM 2600-LE-RECEITA
               THRU 2600-LE-RECEITA-EXIT.
      *
           PERFORM 2700-LE-ULTIMA-AUDITORIA
               THRU 2700-LE-ULTIMA-AUDITORIA-EXIT.
      *
       2100-MONTA-CONSULTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2150-FORMATA-MASCARA - MONTA O CPF CONSULTADO NO FORMATO
      *                        MASCARADO XXX.XXX.XXX-XX USADO NAS
      *                        TELAS DA AREA DE CADASTRO
      ******************************************************************
       2150-FORMATA-MASCARA.
           STRING WS-CPF-CONSULTA(1:3) '.' WS-CPF-CONSULTA(4:3) '.'
                  WS-CPF-CONSULTA(7:3) '-' WS-CPF-CONSULTA(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
       2150-FORMATA-MASCARA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-LE-MESTRE - NOME, SITUACAO DO CADASTRO E DESFECHO DA
      *                  ABERTURA DE CONTA NO MESTRE DE CLIENTES
      ******************************************************************
       2200-LE-MESTRE.
           MOVE WS-CPF-CONSULTA TO MST-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-MASTER)
               INTO(REG-CLIENTE-MASTER)
               RIDFLD(MST-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO REG-CLIENTE-MASTER
                   MOVE 'NAO CADASTRADO'   TO WS-TEL-SITUACAO
                   MOVE 'CPF NAO CADASTRADO NO MESTRE'
                                           TO WS-MSG-TELA
                   GO TO 2200-LE-MESTRE-EXIT
               WHEN OTHER
                   MOVE SPACES TO REG-CLIENTE-MASTER
                   MOVE 'ERRO NA LEITURA'  TO WS-TEL-SITUACAO
                   MOVE 'ERRO NA LEITURA DO MESTRE DE CLIENTES'
                                           TO WS-MSG-TELA
                   GO TO 2200-LE-MESTRE-EXIT
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN MST-CLIENTE-ATIVO
                   MOVE 'A - ATIVO'        TO WS-TEL-SITUACAO
               WHEN MST-CLIENTE-INATIVO
                   MOVE 'I - INATIVO'      TO WS-TEL-SITUACAO
               WHEN OTHER
                   MOVE MST-SITUACAO-CADASTRO
                                           TO WS-TEL-SITUACAO
           END-EVALUATE.
      *
           MOVE MST-DATA-RETORNO TO WS-DATA-A-FORMATAR.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-FORMATA-DATA-EXIT.
      *
           EVALUATE TRUE
               WHEN MST-ABERTURA-ACEITA
                   STRING 'ACEITA EM ' WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-TEL-ABERTURA
                   END-STRING
               WHEN MST-ABERTURA-RECUSADA
                   STRING 'RECUSADA EM ' WS-DATA-FMT
                          ' - MOTIVO ' MST-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO WS-TEL-ABERTURA
                   END-STRING
               WHEN OTHER
                   MOVE 'SEM RETORNO DA PLATAFORMA'
                                           TO WS-TEL-ABERTURA
           END-EVALUATE.
      *
       2200-LE-MESTRE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-LE-RESTRITIVO - SITUACAO NA LISTA RESTRITIVA (CPFRES01),
      *                      COM A DATA DE INCLUSAO E O MOTIVO
      ******************************************************************
       2300-LE-RESTRITIVO.
           MOVE WS-CPF-CONSULTA TO RES-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-RESTRITIVO)
               INTO(REG-RESTRITIVO-CPF)
               RIDFLD(RES-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   MOVE RES-DATA-INCLUSAO TO WS-DATA-A-FORMATAR
                   PERFORM 2950-FORMATA-DATA
                       THRU 2950-FORMATA-DATA-EXIT
                   STRING 'BLOQ. DESDE ' WS-DATA-FMT ' - '
                          RES-MOTIVO-BLOQUEIO
                       DELIMITED BY SIZE INTO WS-TEL-RESTRICAO
                   END-STRING
                   MOVE 'CLIENTE SOB RESTRICAO - LISTA RESTRITIVA'
                                          TO WS-MSG-TELA
               WHEN DFHRESP(NOTFND)
                   MOVE 'FORA DA LISTA'   TO WS-TEL-RESTRICAO
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DA LISTA RESTRITIVA'
                                          TO WS-TEL-RESTRICAO
           END-EVALUATE.
      *
       2300-LE-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2350-LE-PROPOSTA - PROPOSTA DE INCLUSAO OU EXCLUSAO DA LISTA
      *                    RESTRITIVA AGUARDANDO APROVACAO (CPFPAP01)
      ******************************************************************
       2350-LE-PROPOSTA.
           MOVE WS-CPF-CONSULTA TO PAP-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-PROPOSTA)
               INTO(REG-PROPOSTA-RESTRITIVO)
               RIDFLD(PAP-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   MOVE PAP-DATA-PROPOSTA TO WS-DATA-A-FORMATAR
                   PERFORM 2950-FORMATA-DATA
                       THRU 2950-FORMATA-DATA-EXIT
                   IF PAP-ACAO-INCLUSAO
                       MOVE 'INCLUSAO'    TO WS-TEXTO-SITUACAO
                   ELSE
                       MOVE 'EXCLUSAO'    TO WS-TEXTO-SITUACAO
                   END-IF
                   STRING WS-TEXTO-SITUACAO(1:8)
                          ' PENDENTE DESDE ' WS-DATA-FMT
                          ' - SOLIC. ' PAP-SOLICITANTE
                       DELIMITED BY SIZE INTO WS-TEL-PROPOSTA
                   END-STRING
               WHEN DFHRESP(NOTFND)
                   MOVE 'NENHUMA'         TO WS-TEL-PROPOSTA
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DAS PROPOSTAS'
                                          TO WS-TEL-PROPOSTA
           END-EVALUATE.
      *
       2350-LE-PROPOSTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-LE-PENDENCIA - PENDENCIA DE CORRECAO DO CPF (CPFPEN01):
      *                     EM ABERTO, COM A IDADE EM DIAS UTEIS
      *                     DESDE A REJEICAO (MESMO CALCULO DO
      *                     COBP0617), OU
      *                     A DATA EM QUE FOI CORRIGIDA/CANCELADA
      ******************************************************************
       2400-LE-PENDENCIA.
           MOVE WS-CPF-CONSULTA TO PEN-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-PENDENCIA)
               INTO(REG-PENDENCIA-CPF)
               RIDFLD(PEN-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NENHUMA'         TO WS-TEL-PENDENCIA
                   GO TO 2400-LE-PENDENCIA-EXIT
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DAS PENDENCIAS'
                                          TO WS-TEL-PENDENCIA
                   GO TO 2400-LE-PENDENCIA-EXIT
           END-EVALUATE.
      *
           IF PEN-PENDENTE
               COMPUTE WS-DIAS-HOJE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)
               COMPUTE WS-DIAS-REJEICAO =
                       FUNCTION INTEGER-OF-DATE(PEN-DATA-REJEICAO)
               MOVE 0                 TO WS-DIAS-ABERTO
               MOVE WS-DIAS-REJEICAO  TO WS-DIAS-TRABALHO
               PERFORM 2450-CONTA-DIA-UTIL
                   THRU 2450-CONTA-DIA-UTIL-EXIT
                   UNTIL WS-DIAS-TRABALHO NOT < WS-DIAS-HOJE
               MOVE WS-DIAS-ABERTO    TO WS-DIAS-PENDENTE
               STRING 'EM ABERTO HA ' WS-DIAS-PENDENTE ' D.UTEIS - '
                      PEN-MOTIVO
                   DELIMITED BY SIZE INTO WS-TEL-PENDENCIA
               END-STRING
               GO TO 2400-LE-PENDENCIA-EXIT
           END-IF.
      *
           MOVE PEN-DATA-SITUACAO TO WS-DATA-A-FORMATAR.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-FORMATA-DATA-EXIT.
      *
           IF PEN-CORRIGIDO
               STRING 'CORRIGIDA EM ' WS-DATA-FMT
                      ' - CPF CORRETO ' PEN-CPF-CORRIGIDO
                   DELIMITED BY SIZE INTO WS-TEL-PENDENCIA
               END-STRING
           ELSE
               STRING 'CANCELADA EM ' WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-TEL-PENDENCIA
               END-STRING
           END-IF.
      *
       2400-LE-PENDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2450-CONTA-DIA-UTIL - AVANCA UM DIA NA CONTAGEM DA IDADE DA
      *                       PENDENCIA E O CONTA SE FOR DIA UTIL,
      *                       COM A MESMA REGRA DA SUBROTINA DE DATAS
      *                       COBP0632 DO LOTE: O DIA 1 DA CONTAGEM
      *                       (01/01/1601) FOI SEGUNDA-FEIRA, ENTAO O
      *                       RESTO 6 E SABADO E O RESTO 0 E DOMINGO;
      *                       DIA DE SEMANA PRESENTE NO CALENDARIO
      *                       CPFCAL01 E FERIADO. FALHA NA LEITURA DO
      *                       CALENDARIO CONTA O DIA COMO UTIL, PARA
      *                       NAO ESCONDER ATRASO DA PENDENCIA.
      ******************************************************************
       2450-CONTA-DIA-UTIL.
           ADD 1 TO WS-DIAS-TRABALHO.
      *
           DIVIDE WS-DIAS-TRABALHO BY 7
               GIVING WS-QUOCIENTE REMAINDER WS-DIA-SEMANA.
      *
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               GO TO 2450-CONTA-DIA-UTIL-EXIT
           END-IF.
      *
           COMPUTE CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-TRABALHO).
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-CALENDARIO)
               INTO(REG-CALENDARIO)
               RIDFLD(CAL-DATA)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-DIAS-ABERTO
           END-IF.
      *
       2450-CONTA-DIA-UTIL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-LE-ENVIO - DATA DE ENVIO NA INTERFACE DE ABERTURA E
      *                 DESFECHO/DATA DO RETORNO (CPFENV01)
      ******************************************************************
       2500-LE-ENVIO.
           MOVE WS-CPF-CONSULTA TO ENV-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-ENVIO)
               INTO(REG-ENVIO-CPF)
               RIDFLD(ENV-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NAO ENVIADO A PLATAFORMA'
                                          TO WS-TEL-ENVIO
                   GO TO 2500-LE-ENVIO-EXIT
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO CONTROLE DE ENVIO'
                                          TO WS-TEL-ENVIO
                   GO TO 2500-LE-ENVIO-EXIT
           END-EVALUATE.
      *
           MOVE ENV-DATA-ENVIO TO WS-DATA-A-FORMATAR.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FMT    TO WS-DATA-ENVIO-FMT.
      *
           MOVE ENV-DATA-RETORNO TO WS-DATA-A-FORMATAR.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-FORMATA-DATA-EXIT.
      *
           EVALUATE TRUE
               WHEN ENV-ACEITO
                   STRING 'ENVIADO EM ' WS-DATA-ENVIO-FMT
                          ' - ACEITO EM ' WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-TEL-ENVIO
                   END-STRING
               WHEN ENV-RECUSADO
                   STRING 'ENVIADO EM ' WS-DATA-ENVIO-FMT
                          ' - RECUSADO EM ' WS-DATA-FMT
                          ' MOT ' ENV-MOTIVO-RECUSA
                       DELIMITED BY SIZE INTO WS-TEL-ENVIO
                   END-STRING
               WHEN OTHER
                   STRING 'ENVIADO EM ' WS-DATA-ENVIO-FMT
                          ' - SEM RETORNO'
                       DELIMITED BY SIZE INTO WS-TEL-ENVIO
                   END-STRING
           END-EVALUATE.
      *
       2500-LE-ENVIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-LE-RECEITA - ULTIMA SITUACAO CADASTRAL CONHECIDA DO CPF
      *                   NA RECEITA FEDERAL (CPFSRF01)
      ******************************************************************
       2600-LE-RECEITA.
           MOVE WS-CPF-CONSULTA TO SRF-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-RECEITA)
               INTO(REG-SITUACAO-RECEITA)
               RIDFLD(SRF-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'SEM RETORNO DO BUREAU' TO WS-TEL-RECEITA
                   GO TO 2600-LE-RECEITA-EXIT
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DA SITUACAO RFB'
                                          TO WS-TEL-RECEITA
                   GO TO 2600-LE-RECEITA-EXIT
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN SRF-SITUACAO-REGULAR
                   MOVE 'REGULAR'          TO WS-TEXTO-SITUACAO
               WHEN SRF-SITUACAO-SUSPENSA
                   MOVE 'SUSPENSA'         TO WS-TEXTO-SITUACAO
               WHEN SRF-SITUACAO-CANCELADA
                   MOVE 'CANCELADA'        TO WS-TEXTO-SITUACAO
               WHEN SRF-SITUACAO-FALECIDO
                   MOVE 'TITULAR FALECIDO' TO WS-TEXTO-SITUACAO
               WHEN OTHER
                   MOVE 'NAO INFORMADA'    TO WS-TEXTO-SITUACAO
           END-EVALUATE.
      *
           MOVE SRF-DATA-SITUACAO TO WS-DATA-A-FORMATAR.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-FORMATA-DATA-EXIT.
      *
           STRING WS-TEXTO-SITUACAO(1:16) ' DESDE ' WS-DATA-FMT
               DELIMITED BY SIZE INTO WS-TEL-RECEITA
           END-STRING.
      *
       2600-LE-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2700-LE-ULTIMA-AUDITORIA - NAVEGA AS ENTRADAS DO CPF NA TRILHA
      *                            CHAVEADA (CPFAIX01, CONTIGUAS NA
      *                            CHAVE CPF+DATA+HORA) E FORMATA A
      *                            ULTIMA DELAS, COMO NA TELA CP02
      ******************************************************************
       2700-LE-ULTIMA-AUDITORIA.
           MOVE 'N' TO WS-FIM-BROWSE.
           MOVE 'N' TO WS-FLAG-AUDITORIA.
      *
           MOVE WS-CPF-CONSULTA TO AIX-CPF-NUMERO.
           MOVE 0               TO AIX-DATA-EXECUCAO.
           MOVE 0               TO AIX-HORA-EXECUCAO.
      *
           EXEC CICS STARTBR
               FILE(WS-NOME-ARQ-AUD-INDEX)
               RIDFLD(AIX-CHAVE)
               GTEQ
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               GO TO 2700-LE-ULTIMA-AUDITORIA-EXIT
           END-IF.
      *
           PERFORM 2750-LE-AUDITORIA
               THRU 2750-LE-AUDITORIA-EXIT
               UNTIL FIM-BROWSE.
      *
           EXEC CICS ENDBR
               FILE(WS-NOME-ARQ-AUD-INDEX)
           END-EXEC.
      *
       2700-LE-ULTIMA-AUDITORIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2750-LE-AUDITORIA - LE A PROXIMA ENTRADA DA TRILHA CHAVEADA E,
      *                     SE FOR DO CPF, FORMATA-A (A ULTIMA LIDA
      *                     E A MAIS RECENTE)
      ******************************************************************
       2750-LE-AUDITORIA.
           EXEC CICS READNEXT
               FILE(WS-NOME-ARQ-AUD-INDEX)
               INTO(REG-AUDITORIA-IX)
               RIDFLD(AIX-CHAVE)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
               SET FIM-BROWSE TO TRUE
               GO TO 2750-LE-AUDITORIA-EXIT
           END-IF.
      *
           IF AIX-CPF-NUMERO NOT = WS-CPF-CONSULTA
               SET FIM-BROWSE TO TRUE
               GO TO 2750-LE-AUDITORIA-EXIT
           END-IF.
      *
           SET AUDITORIA-LOCALIZADA TO TRUE.
      *
           MOVE AIX-DATA-EXECUCAO(7:2) TO WS-AUD-DIA.
           MOVE AIX-DATA-EXECUCAO(5:2) TO WS-AUD-MES.
           MOVE AIX-DATA-EXECUCAO(1:4) TO WS-AUD-ANO.
      *
           MOVE AIX-HORA-EXECUCAO(1:2) TO WS-AUD-HORAS.
           MOVE AIX-HORA-EXECUCAO(3:2) TO WS-AUD-MINUTOS.
           MOVE AIX-HORA-EXECUCAO(5:2) TO WS-AUD-SEGUNDOS.
      *
           EVALUATE AIX-ID-EXECUCAO
               WHEN 'COBP0601'
                   MOVE 'LOTE'     TO WS-AUD-ORIGEM
               WHEN 'COBP0603'
                   MOVE 'BALCAO'   TO WS-AUD-ORIGEM
               WHEN OTHER
                   MOVE AIX-ID-EXECUCAO
                                   TO WS-AUD-ORIGEM
           END-EVALUATE.
      *
           MOVE AIX-CPF-RETCODE TO WS-AUD-RETCODE.
      *
       2750-LE-AUDITORIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2900-TRANSFERE-TRANSACAO - TRANSFERE O CONTROLE (XCTL) PARA O
      *                            PROGRAMA DA TELA CP02 OU CP03,
      *                            PASSANDO O CPF NO COMMAREA. SO
      *                            VOLTA AQUI SE O XCTL FALHAR.
      ******************************************************************
       2900-TRANSFERE-TRANSACAO.
           EXEC CICS XCTL
               PROGRAM(WS-PROGRAMA-DESVIO)
               COMMAREA(WS-COMMAREA-RETORNO)
               LENGTH(WS-TAM-COMMAREA)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
           PERFORM 2150-FORMATA-MASCARA
               THRU 2150-FORMATA-MASCARA-EXIT.
      *
           MOVE 'TRANSACAO INDISPONIVEL - TENTAR DEPOIS'
                                      TO WS-MSG-TELA.
      *
       2900-TRANSFERE-TRANSACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2950-FORMATA-DATA - FORMATA WS-DATA-A-FORMATAR (AAAAMMDD) EM
      *                     DD/MM/AAAA
      ******************************************************************
       2950-FORMATA-DATA.
           MOVE WS-DATA-A-FORMATAR(7:2) TO WS-FMT-DIA.
           MOVE WS-DATA-A-FORMATAR(5:2) TO WS-FMT-MES.
           MOVE WS-DATA-A-FORMATAR(1:4) TO WS-FMT-ANO.
      *
       2950-FORMATA-DATA-EXIT.
           EXIT.
      *
