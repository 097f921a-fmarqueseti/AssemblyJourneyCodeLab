      ******************************************************************
      * OBJETIVOS: PROCESSAR OS PEDIDOS DE ELIMINACAO DE DADOS
      *            PESSOAIS DE EX-CLIENTES (LGPD ART. 18 VI) DO
      *            ARQUIVO CPFELI01:
      *            - RECUSA O PEDIDO DE CPF ATIVO NO MESTRE, PRESENTE
      *              NA LISTA RESTRITIVA (CPFRES01) OU COM PROPOSTA DE
      *              MANUTENCAO DA LISTA EM ANALISE (CPFPAP01);
      *            - NOS DEMAIS, ELIMINA OU ANONIMIZA O CPF E O NOME
      *              EM CADA ARQUIVO ONDE O CPF VIVE, MANTENDO O QUE
      *              TEM RETENCAO OBRIGATORIA POR LEI (CONTA ABERTA NA
      *              PLATAFORMA E ALERTAS DE LISTA RESTRITIVA);
      *            - EMITE UM CERTIFICADO POR PEDIDO (CPFCEL01) COM O
      *              QUE FOI ELIMINADO, O QUE FOI MANTIDO E O
      *              FUNDAMENTO LEGAL DA MANUTENCAO, PARA ASSINATURA
      *              DO RESPONSAVEL E DO ENCARREGADO DE DADOS.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0628.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - O COBP0608 CUIDA DA
      *                    RETENCAO POR PRAZO E DO DEMONSTRATIVO AO
      *                    TITULAR, MAS O PEDIDO DE ELIMINACAO DE UM
      *                    EX-CLIENTE ERA ATENDIDO A MAO, ARQUIVO POR
      *                    ARQUIVO, SEM COMPROVANTE. CRITERIOS:
      *                    CONTA ABERTA NA PLATAFORMA (MESTRE OU
      *                    CONTROLE DE ENVIO ACEITOS) MANTEM MESTRE,
      *                    ENVIO, DIARIO E TRILHAS DE AUDITORIA;
      *                    PENDENCIA, SITUACAO NA RECEITA E
      *                    DIVERGENCIAS DE NOME SAO SEMPRE ELIMINADAS
      *                    OU ANONIMIZADAS; ALERTAS DE LISTA
      *                    RESTRITIVA SAO SEMPRE MANTIDOS. A TRILHA
      *                    SEQUENCIAL E A DE DIVERGENCIAS SAO
      *                    REGRAVADAS (CPFAUD02/CPFDIV02) COM O CPF
      *                    ZERADO, PRESERVANDO OS TOTAIS DOS BALANCOS.
      * 2026-10-15 EBC     A TRILHA CHAVEADA CPFAIX01 PASSOU A SER
      *                    VARRIDA TAMBEM PELO CPF NORMALIZADO
      *                    (AIX-CPF-NUMERO-OUT): A ENTRADA DIGITADA COM
      *                    DV ERRADO FICAVA COM O CPF ELIMINADO E
      *                    VOLTAVA TODA SEMANA NA VARREDURA DE
      *                    INTEGRIDADE (COBP0635).
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-PEDIDO-FILE     ASSIGN TO CPFELI01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-RESTRITIVO-FILE ASSIGN TO CPFRES01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RES-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RESTRITIVO.
      *
           SELECT CPF-PROPOSTA-FILE   ASSIGN TO CPFPAP01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAP-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-PROPOSTA.
      *
           SELECT CPF-PENDENCIA-FILE  ASSIGN TO CPFPEN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PEN-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-PENDENCIA.
      *
           SELECT CPF-ENVIO-FILE      ASSIGN TO CPFENV01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ENV-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-ENVIO.
      *
           SELECT CPF-RECEITA-FILE    ASSIGN TO CPFSRF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SRF-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RECEITA.
      *
           SELECT CPF-DIARIO-FILE     ASSIGN TO CPFJRN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JRN-CHAVE
                  FILE STATUS IS WS-STATUS-DIARIO.
      *
           SELECT CPF-AUD-INDEX-FILE  ASSIGN TO CPFAIX01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AIX-CHAVE
                  FILE STATUS IS WS-STATUS-AUD-INDEX.
      *
           SELECT CPF-AUDITORIA-FILE  ASSIGN TO CPFAUD01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-AUD-MANTIDO-FILE
                                      ASSIGN TO CPFAUD02
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-DIVERGENCIA-FILE
                                      ASSIGN TO CPFDIV01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-DIV-MANTIDO-FILE
                                      ASSIGN TO CPFDIV02
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-ALERTA-FILE     ASSIGN TO CPFALR01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-CERTIFICADO-FILE
                                      ASSIGN TO CPFCEL01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-PEDIDO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFELI1.
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-RESTRITIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRES1.
      *
       FD  CPF-PROPOSTA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFPAP1.
      *
       FD  CPF-PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFPEN1.
      *
       FD  CPF-ENVIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFENV1.
      *
       FD  CPF-RECEITA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFSRF1.
      *
       FD  CPF-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFJRN1.
      *
       FD  CPF-AUD-INDEX-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFAUD2.
      *
       FD  CPF-AUDITORIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFAUD1.
      *
       FD  CPF-AUD-MANTIDO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFAUD1 REPLACING
                ==REG-AUDITORIA-CPF== BY ==REG-AUD-MANTIDO==
                LEADING ==AUD== BY ==MNT==.
      *
       FD  CPF-DIVERGENCIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFDIV1.
      *
       FD  CPF-DIV-MANTIDO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFDIV1 REPLACING
                ==REG-DIVERGENCIA-CPF== BY ==REG-DIV-MANTIDO==
                LEADING ==DIV== BY ==DVM==.
      *
       FD  CPF-ALERTA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFALR1.
      *
       FD  CPF-CERTIFICADO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-CERTIFICADO.
           03  CEL-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  WS-PED-TAM-MAX              PIC 9(004) COMP VALUE 500.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-PEDIDO       PIC X(001) VALUE 'N'.
                   88 FIM-PEDIDO              VALUE 'S'.
               05  WS-FIM-DIARIO       PIC X(001) VALUE 'N'.
                   88 FIM-DIARIO              VALUE 'S'.
               05  WS-FIM-INDEX        PIC X(001) VALUE 'N'.
                   88 FIM-INDEX               VALUE 'S'.
               05  WS-FIM-AUDITORIA    PIC X(001) VALUE 'N'.
                   88 FIM-AUDITORIA           VALUE 'S'.
               05  WS-FIM-DIVERGENCIA  PIC X(001) VALUE 'N'.
                   88 FIM-DIVERGENCIA         VALUE 'S'.
               05  WS-FIM-ALERTA       PIC X(001) VALUE 'N'.
                   88 FIM-ALERTA              VALUE 'S'.
           03  WS-CHAVES-STATUS.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
               05  WS-STATUS-RESTRITIVO
                                       PIC X(002) VALUE '00'.
               05  WS-STATUS-PROPOSTA  PIC X(002) VALUE '00'.
               05  WS-STATUS-PENDENCIA PIC X(002) VALUE '00'.
               05  WS-STATUS-ENVIO     PIC X(002) VALUE '00'.
               05  WS-STATUS-RECEITA   PIC X(002) VALUE '00'.
               05  WS-STATUS-DIARIO    PIC X(002) VALUE '00'.
               05  WS-STATUS-AUD-INDEX PIC X(002) VALUE '00'.
           03  WS-CHAVE-PEDIDO.
               05  WS-FLAG-PEDIDO      PIC X(001) VALUE 'N'.
                   88 PEDIDO-LOCALIZADO       VALUE 'S'.
               05  WS-IND-PEDIDO       PIC 9(004) COMP VALUE 0.
               05  WS-PEDIDO-CORRENTE  PIC 9(004) COMP VALUE 0.
               05  WS-QTD-PEDIDOS      PIC 9(004) COMP VALUE 0.
               05  WS-CPF-PESQUISA     PIC 9(011) VALUE 0.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014).
           03  WS-CONTADORES.
               05  WS-QTD-ATENDIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RECUSADOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AUD-LIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AIX-LIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-DIV-LIDOS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ALR-LIDOS    PIC 9(009) COMP VALUE 0.
      *
      *    UMA ENTRADA POR PEDIDO LIDO: OS ARQUIVOS CHAVEADOS SAO
      *    TRATADOS PEDIDO A PEDIDO E OS SEQUENCIAIS NUMA UNICA
      *    PASSADA PARA TODOS OS PEDIDOS; OS CERTIFICADOS SAO EMITIDOS
      *    NO FIM, COM AS QUANTIDADES ACUMULADAS AQUI.
       01  WS-TABELA-PEDIDO.
           03  WS-PED-ITEM OCCURS 500 TIMES.
               05  WS-PED-NUMERO       PIC X(010).
               05  WS-PED-CPF          PIC 9(011).
               05  WS-PED-DATA         PIC 9(008).
               05  WS-PED-SOLICITANTE  PIC X(008).
               05  WS-PED-SITUACAO     PIC X(001).
                   88 PED-ATENDIDO            VALUE 'A'.
                   88 PED-RECUSADO            VALUE 'R'.
               05  WS-PED-MOTIVO-RECUSA
                                       PIC X(040).
               05  WS-PED-FUNDAMENTO-RECUSA
                                       PIC X(049).
               05  WS-PED-RETENCAO     PIC X(001).
                   88 PED-COM-RETENCAO        VALUE 'S'.
                   88 PED-SEM-RETENCAO        VALUE 'N'.
               05  WS-PED-QTD-MESTRE   PIC 9(005) COMP.
               05  WS-PED-QTD-ENVIO    PIC 9(005) COMP.
               05  WS-PED-QTD-PENDENCIA
                                       PIC 9(005) COMP.
               05  WS-PED-QTD-RECEITA  PIC 9(005) COMP.
               05  WS-PED-QTD-DIARIO   PIC 9(005) COMP.
               05  WS-PED-QTD-AUD-INDEX
                                       PIC 9(005) COMP.
               05  WS-PED-QTD-AUDITORIA
                                       PIC 9(005) COMP.
               05  WS-PED-QTD-DIVERGENCIA
                                       PIC 9(005) COMP.
               05  WS-PED-QTD-ALERTA   PIC 9(005) COMP.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  WS-TIT-TEXTO        PIC X(040).
               05  WS-TIT-COMPLEMENTO  PIC X(040) VALUE SPACES.
           03  WS-LINHA-SEPARADOR      PIC X(080) VALUE ALL '-'.
           03  WS-LINHA-CABECALHO.
               05  FILLER              PIC X(080) VALUE
                   'ARQUIVO   ACAO           QTDE  FUNDAMENTO'.
           03  WS-LINHA-ITEM.
               05  WS-CER-ARQUIVO      PIC X(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-CER-ACAO         PIC X(012).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-CER-QTD          PIC ZZZZ9.
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-CER-FUNDAMENTO   PIC X(049).
           03  WS-QTD-ITEM             PIC 9(005) COMP VALUE 0.
           03  WS-DATA-FMT.
               05  WS-FMT-DIA          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-FMT-MES          PIC X(002).
               05  FILLER              PIC X(001) VALUE '/'.
               05  WS-FMT-ANO          PIC X(004).
           03  WS-DATA-A-FORMATAR      PIC 9(008) VALUE 0.
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
               05  WS-TOT-VALOR        PIC 9(009).
               05  FILLER              PIC X(041) VALUE SPACES.
      *
       01  AREAS-DE-FUNDAMENTO.
           03  WS-FUND-CONTA-ABERTA    PIC X(049) VALUE
               'LGPD ART.16 I - CONTA ABERTA (CADASTRO BACEN)'.
           03  WS-FUND-PREVENCAO-FRAUDE
                                       PIC X(049) VALUE
               'LGPD ART.16 I - PREVENCAO A FRAUDE (LEI 9613/98)'.
           03  WS-FUND-SEM-RETENCAO    PIC X(049) VALUE
               'SEM OBRIGACAO LEGAL DE RETENCAO'.
           03  WS-FUND-VERIFICADO      PIC X(049) VALUE
               'VERIFICADO - CPF AUSENTE'.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           PERFORM 2000-PROCESSA-PEDIDO
               THRU 2000-PROCESSA-PEDIDO-EXIT
               VARYING WS-PEDIDO-CORRENTE FROM 1 BY 1
               UNTIL WS-PEDIDO-CORRENTE > WS-QTD-PEDIDOS.
      *
           PERFORM 4000-TRATA-AUDITORIA
               THRU 4000-TRATA-AUDITORIA-EXIT.
      *
           PERFORM 4700-VARRE-AUD-INDEX
               THRU 4700-VARRE-AUD-INDEX-EXIT.
      *
           PERFORM 4200-TRATA-DIVERGENCIA
               THRU 4200-TRATA-DIVERGENCIA-EXIT.
      *
           PERFORM 4400-TRATA-ALERTA
               THRU 4400-TRATA-ALERTA-EXIT.
      *
           PERFORM 5000-EMITE-CERTIFICADO
               THRU 5000-EMITE-CERTIFICADO-EXIT
               VARYING WS-PEDIDO-CORRENTE FROM 1 BY 1
               UNTIL WS-PEDIDO-CORRENTE > WS-QTD-PEDIDOS.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - ABRE OS ARQUIVOS, CONFERE A ABERTURA DOS
      *                      ARQUIVOS INDEXADOS E CARREGA TODOS OS
      *                      PEDIDOS NA TABELA ANTES DE QUALQUER
      *                      ELIMINACAO
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-PEDIDO-FILE
                       CPF-RESTRITIVO-FILE
                       CPF-PROPOSTA-FILE.
           OPEN I-O    CPF-MASTER-FILE
                       CPF-PENDENCIA-FILE
                       CPF-ENVIO-FILE
                       CPF-RECEITA-FILE
                       CPF-DIARIO-FILE
                       CPF-AUD-INDEX-FILE.
           OPEN OUTPUT CPF-CERTIFICADO-FILE.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-RESTRITIVO-FILE'
                       ' - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-PROPOSTA-FILE - '
                       'FILE STATUS ' WS-STATUS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-PENDENCIA NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-PENDENCIA-FILE'
                       ' - FILE STATUS ' WS-STATUS-PENDENCIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-ENVIO-FILE - '
                       'FILE STATUS ' WS-STATUS-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0628 - ERRO AO ABRIR O CPF-AUD-INDEX-'
                       'FILE - FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 1100-CARREGA-PEDIDO
               THRU 1100-CARREGA-PEDIDO-EXIT
               UNTIL FIM-PEDIDO.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 1100-CARREGA-PEDIDO - LE UM PEDIDO E O GUARDA NA TABELA. A
      *                       TABELA CHEIA INTERROMPE O PASSO ANTES DE
      *                       QUALQUER ALTERACAO NOS ARQUIVOS (DIVIDIR
      *                       O ARQUIVO DE PEDIDOS E REPROCESSAR).
      ******************************************************************
       1100-CARREGA-PEDIDO.
           READ CPF-PEDIDO-FILE
               AT END
                   SET FIM-PEDIDO TO TRUE
                   GO TO 1100-CARREGA-PEDIDO-EXIT
           END-READ.
      *
           IF WS-QTD-PEDIDOS NOT < WS-PED-TAM-MAX
               DISPLAY 'COBP0628 - MAIS DE ' WS-PED-TAM-MAX
                       ' PEDIDOS NO CPFELI01 - NADA FOI ELIMINADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-PEDIDOS.
           MOVE WS-QTD-PEDIDOS TO WS-IND-PEDIDO.
      *
           MOVE ELI-NUMERO-PEDIDO TO WS-PED-NUMERO(WS-IND-PEDIDO).
           MOVE ELI-CPF-NUMERO    TO WS-PED-CPF(WS-IND-PEDIDO).
           MOVE ELI-DATA-PEDIDO   TO WS-PED-DATA(WS-IND-PEDIDO).
           MOVE ELI-SOLICITANTE   TO WS-PED-SOLICITANTE(WS-IND-PEDIDO).
           SET PED-ATENDIDO(WS-IND-PEDIDO)     TO TRUE.
           SET PED-SEM-RETENCAO(WS-IND-PEDIDO) TO TRUE.
           MOVE SPACES TO WS-PED-MOTIVO-RECUSA(WS-IND-PEDIDO).
           MOVE SPACES TO WS-PED-FUNDAMENTO-RECUSA(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-MESTRE(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-ENVIO(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-PENDENCIA(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-RECEITA(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-DIARIO(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-AUD-INDEX(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-AUDITORIA(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-DIVERGENCIA(WS-IND-PEDIDO).
           MOVE 0      TO WS-PED-QTD-ALERTA(WS-IND-PEDIDO).
      *
           IF ELI-CPF-NUMERO IS NOT NUMERIC
               SET PED-RECUSADO(WS-IND-PEDIDO) TO TRUE
               MOVE 'PEDIDO INVALIDO - CPF NAO NUMERICO'
                 TO WS-PED-MOTIVO-RECUSA(WS-IND-PEDIDO)
               MOVE 0 TO WS-PED-CPF(WS-IND-PEDIDO)
           END-IF.
      *
       1100-CARREGA-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PROCESSA-PEDIDO - TRATA NOS ARQUIVOS CHAVEADOS O PEDIDO
      *                        CORRENTE: VERIFICA A RECUSA, APURA SE
      *                        HA RETENCAO LEGAL E ELIMINA O QUE NAO
      *                        PRECISA SER MANTIDO
      ******************************************************************
       2000-PROCESSA-PEDIDO.
           IF PED-RECUSADO(WS-PEDIDO-CORRENTE)
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO 2000-PROCESSA-PEDIDO-EXIT
           END-IF.
      *
           PERFORM 2100-VERIFICA-RECUSA
               THRU 2100-VERIFICA-RECUSA-EXIT.
      *
           IF PED-RECUSADO(WS-PEDIDO-CORRENTE)
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO 2000-PROCESSA-PEDIDO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-ATENDIDOS.
      *
           PERFORM 2200-APURA-RETENCAO
               THRU 2200-APURA-RETENCAO-EXIT.
      *
           PERFORM 2300-TRATA-MESTRE
               THRU 2300-TRATA-MESTRE-EXIT.
      *
           PERFORM 2350-TRATA-ENVIO
               THRU 2350-TRATA-ENVIO-EXIT.
      *
           PERFORM 2400-TRATA-PENDENCIA
               THRU 2400-TRATA-PENDENCIA-EXIT.
      *
           PERFORM 2450-TRATA-RECEITA
               THRU 2450-TRATA-RECEITA-EXIT.
      *
           PERFORM 2500-TRATA-DIARIO
               THRU 2500-TRATA-DIARIO-EXIT.
      *
           PERFORM 2600-TRATA-AUD-INDEX
               THRU 2600-TRATA-AUD-INDEX-EXIT.
      *
       2000-PROCESSA-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-VERIFICA-RECUSA - RECUSA O PEDIDO DE CPF AINDA ATIVO NO
      *                        MESTRE (CONTRATO EM VIGOR), PRESENTE NA
      *                        LISTA RESTRITIVA (BLOQUEIO JUDICIAL OU
      *                        FRAUDE) OU COM PROPOSTA DE INCLUSAO OU
      *                        EXCLUSAO DA LISTA AINDA EM ANALISE
      ******************************************************************
       2100-VERIFICA-RECUSA.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO MST-CPF-NUMERO.
      *
           READ CPF-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00' AND NOT = '23'
               DISPLAY 'COBP0628 - ERRO NA LEITURA DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER = '00'
              AND MST-CLIENTE-ATIVO
               SET PED-RECUSADO(WS-PEDIDO-CORRENTE) TO TRUE
               MOVE 'CLIENTE ATIVO NO CADASTRO MESTRE'
                 TO WS-PED-MOTIVO-RECUSA(WS-PEDIDO-CORRENTE)
               MOVE 'LGPD ART.7 V - EXECUCAO DE CONTRATO EM VIGOR'
                 TO WS-PED-FUNDAMENTO-RECUSA(WS-PEDIDO-CORRENTE)
               GO TO 2100-VERIFICA-RECUSA-EXIT
           END-IF.
      *
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO RES-CPF-NUMERO.
      *
           READ CPF-RESTRITIVO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00' AND NOT = '23'
               DISPLAY 'COBP0628 - ERRO NA LEITURA DO CPF-RESTRITIVO-'
                       'FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-RESTRITIVO = '00'
               SET PED-RECUSADO(WS-PEDIDO-CORRENTE) TO TRUE
               MOVE 'CPF NA LISTA RESTRITIVA'
                 TO WS-PED-MOTIVO-RECUSA(WS-PEDIDO-CORRENTE)
               MOVE WS-FUND-PREVENCAO-FRAUDE
                 TO WS-PED-FUNDAMENTO-RECUSA(WS-PEDIDO-CORRENTE)
               GO TO 2100-VERIFICA-RECUSA-EXIT
           END-IF.
      *
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO PAP-CPF-NUMERO.
      *
           READ CPF-PROPOSTA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-STATUS-PROPOSTA NOT = '00' AND NOT = '23'
               DISPLAY 'COBP0628 - ERRO NA LEITURA DO CPF-PROPOSTA-FILE'
                       ' - FILE STATUS ' WS-STATUS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-PROPOSTA = '00'
               SET PED-RECUSADO(WS-PEDIDO-CORRENTE) TO TRUE
               MOVE 'PROPOSTA DA LISTA RESTRITIVA EM ANALISE'
                 TO WS-PED-MOTIVO-RECUSA(WS-PEDIDO-CORRENTE)
               MOVE WS-FUND-PREVENCAO-FRAUDE
                 TO WS-PED-FUNDAMENTO-RECUSA(WS-PEDIDO-CORRENTE)
           END-IF.
      *
       2100-VERIFICA-RECUSA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-APURA-RETENCAO - HA RETENCAO LEGAL QUANDO A CONTA FOI
      *                       ABERTA NA PLATAFORMA: ABERTURA ACEITA NO
      *                       MESTRE OU NO CONTROLE DE ENVIO. O REGISTRO
      *                       DO MESTRE FICA NA AREA DO ARQUIVO (LIDO
      *                       NO 2100) PARA O 2300.
      ******************************************************************
       2200-APURA-RETENCAO.
           IF WS-STATUS-MASTER = '00'
               ADD 1 TO WS-PED-QTD-MESTRE(WS-PEDIDO-CORRENTE)
               IF MST-ABERTURA-ACEITA
                   SET PED-COM-RETENCAO(WS-PEDIDO-CORRENTE) TO TRUE
               END-IF
           END-IF.
      *
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO ENV-CPF-NUMERO.
      *
           READ CPF-ENVIO-FILE
               INVALID KEY
                   GO TO 2200-APURA-RETENCAO-EXIT
           END-READ.
      *
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'COBP0628 - ERRO NA LEITURA DO CPF-ENVIO-FILE - '
                       'FILE STATUS ' WS-STATUS-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-ENVIO(WS-PEDIDO-CORRENTE).
      *
           IF ENV-ACEITO
               SET PED-COM-RETENCAO(WS-PEDIDO-CORRENTE) TO TRUE
           END-IF.
      *
       2200-APURA-RETENCAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-TRATA-MESTRE - EXCLUI DO MESTRE O EX-CLIENTE SEM RETENCAO
      *                     LEGAL (A EXCLUSAO NAO VAI PARA O DIARIO
      *                     DO MESTRE, CUJAS ENTRADAS DO CPF SAO
      *                     ELIMINADAS NO 2500)
      ******************************************************************
       2300-TRATA-MESTRE.
           IF WS-PED-QTD-MESTRE(WS-PEDIDO-CORRENTE) = 0
              OR PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               GO TO 2300-TRATA-MESTRE-EXIT
           END-IF.
      *
           DELETE CPF-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0628 - ERRO NA EXCLUSAO DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2300-TRATA-MESTRE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2350-TRATA-ENVIO - EXCLUI O CONTROLE DE ENVIO DO CPF SEM
      *                    RETENCAO LEGAL (ENVIO SEM RESPOSTA OU
      *                    RECUSADO PELA PLATAFORMA)
      ******************************************************************
       2350-TRATA-ENVIO.
           IF WS-PED-QTD-ENVIO(WS-PEDIDO-CORRENTE) = 0
              OR PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               GO TO 2350-TRATA-ENVIO-EXIT
           END-IF.
      *
           DELETE CPF-ENVIO-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
      *
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'COBP0628 - ERRO NA EXCLUSAO DO CPF-ENVIO-FILE '
                       '- FILE STATUS ' WS-STATUS-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2350-TRATA-ENVIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-TRATA-PENDENCIA - EXCLUI A PENDENCIA DE CORRECAO DO CPF
      *                        (SEM RETENCAO LEGAL EM NENHUM CASO)
      ******************************************************************
       2400-TRATA-PENDENCIA.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO PEN-CPF-NUMERO.
      *
           READ CPF-PENDENCIA-FILE
               INVALID KEY
                   GO TO 2400-TRATA-PENDENCIA-EXIT
           END-READ.
      *
           IF WS-STATUS-PENDENCIA = '00'
               DELETE CPF-PENDENCIA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
           IF WS-STATUS-PENDENCIA NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-PENDENCIA-FILE - '
                       'FILE STATUS ' WS-STATUS-PENDENCIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-PENDENCIA(WS-PEDIDO-CORRENTE).
      *
       2400-TRATA-PENDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2450-TRATA-RECEITA - EXCLUI A SITUACAO CADASTRAL DO CPF NA
      *                      RECEITA FEDERAL (COPIA DO RETORNO DO
      *                      BUREAU, SEM RETENCAO LEGAL)
      ******************************************************************
       2450-TRATA-RECEITA.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO SRF-CPF-NUMERO.
      *
           READ CPF-RECEITA-FILE
               INVALID KEY
                   GO TO 2450-TRATA-RECEITA-EXIT
           END-READ.
      *
           IF WS-STATUS-RECEITA = '00'
               DELETE CPF-RECEITA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-RECEITA(WS-PEDIDO-CORRENTE).
      *
       2450-TRATA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-TRATA-DIARIO - PERCORRE AS ENTRADAS DO CPF NO DIARIO DE
      *                     ALTERACOES DO MESTRE (CONTIGUAS NA CHAVE)
      ******************************************************************
       2500-TRATA-DIARIO.
           MOVE 'N' TO WS-FIM-DIARIO.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO JRN-CPF-NUMERO.
           MOVE 0                              TO JRN-DATA-ALTERACAO.
           MOVE 0                              TO JRN-HORA-ALTERACAO.
      *
           START CPF-DIARIO-FILE
               KEY IS >= JRN-CHAVE
               INVALID KEY
                   SET FIM-DIARIO TO TRUE
           END-START.
      *
           PERFORM 2550-LE-DIARIO
               THRU 2550-LE-DIARIO-EXIT
               UNTIL FIM-DIARIO.
      *
       2500-TRATA-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2550-LE-DIARIO - LE A PROXIMA ENTRADA DO DIARIO; SE FOR DO CPF
      *                  CONTA-A E, SEM RETENCAO LEGAL, EXCLUI-A (AS
      *                  IMAGENS TRAZEM O NOME DO CLIENTE)
      ******************************************************************
       2550-LE-DIARIO.
           READ CPF-DIARIO-FILE NEXT RECORD
               AT END
                   SET FIM-DIARIO TO TRUE
                   GO TO 2550-LE-DIARIO-EXIT
           END-READ.
      *
           IF JRN-CPF-NUMERO NOT = WS-PED-CPF(WS-PEDIDO-CORRENTE)
               SET FIM-DIARIO TO TRUE
               GO TO 2550-LE-DIARIO-EXIT
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-DIARIO(WS-PEDIDO-CORRENTE).
      *
           IF PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               GO TO 2550-LE-DIARIO-EXIT
           END-IF.
      *
           DELETE CPF-DIARIO-FILE.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2550-LE-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2600-TRATA-AUD-INDEX - PERCORRE AS ENTRADAS DO CPF NA TRILHA
      *                        DE AUDITORIA CHAVEADA (CPFAIX01)
      ******************************************************************
       2600-TRATA-AUD-INDEX.
           MOVE 'N' TO WS-FIM-INDEX.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO AIX-CPF-NUMERO.
           MOVE 0                              TO AIX-DATA-EXECUCAO.
           MOVE 0                              TO AIX-HORA-EXECUCAO.
      *
           START CPF-AUD-INDEX-FILE
               KEY IS >= AIX-CHAVE
               INVALID KEY
                   SET FIM-INDEX TO TRUE
           END-START.
      *
           PERFORM 2650-LE-AUD-INDEX
               THRU 2650-LE-AUD-INDEX-EXIT
               UNTIL FIM-INDEX.
      *
       2600-TRATA-AUD-INDEX-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2650-LE-AUD-INDEX - LE A PROXIMA ENTRADA DA TRILHA CHAVEADA; SE
      *                     FOR DO CPF CONTA-A E, SEM RETENCAO LEGAL,
      *                     EXCLUI-A. A TRILHA CHAVEADA SO SERVE PARA
      *                     LOCALIZAR O CPF: ANONIMIZADA NAO TERIA USO.
      *                     A OPERACAO CONTINUA REGISTRADA, COM O CPF
      *                     ZERADO, NA TRILHA SEQUENCIAL (4000). AS
      *                     ENTRADAS EM QUE O CPF SO APARECE COMO CPF
      *                     NORMALIZADO SAO TRATADAS NA VARREDURA 4700.
      ******************************************************************
       2650-LE-AUD-INDEX.
           READ CPF-AUD-INDEX-FILE NEXT RECORD
               AT END
                   SET FIM-INDEX TO TRUE
                   GO TO 2650-LE-AUD-INDEX-EXIT
           END-READ.
      *
           IF AIX-CPF-NUMERO NOT = WS-PED-CPF(WS-PEDIDO-CORRENTE)
               SET FIM-INDEX TO TRUE
               GO TO 2650-LE-AUD-INDEX-EXIT
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-AUD-INDEX(WS-PEDIDO-CORRENTE).
      *
           IF PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               GO TO 2650-LE-AUD-INDEX-EXIT
           END-IF.
      *
           DELETE CPF-AUD-INDEX-FILE.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-AUD-INDEX-'
                       'FILE - FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2650-LE-AUD-INDEX-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA OS TOTAIS DO PASSO, FECHA OS ARQUIVOS
      *                    E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE 'PEDIDOS LIDOS...............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-PEDIDOS                  TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'PEDIDOS ATENDIDOS...........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ATENDIDOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'PEDIDOS RECUSADOS...........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-RECUSADOS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           DISPLAY 'COBP0628 - PEDIDOS LIDOS.......: ' WS-QTD-PEDIDOS.
           DISPLAY 'COBP0628 - PEDIDOS ATENDIDOS...: '
                   WS-QTD-ATENDIDOS.
           DISPLAY 'COBP0628 - PEDIDOS RECUSADOS...: '
                   WS-QTD-RECUSADOS.
           DISPLAY 'COBP0628 - TRILHA CPFAUD01 LIDA: '
                   WS-QTD-AUD-LIDOS.
           DISPLAY 'COBP0628 - TRILHA CPFAIX01 LIDA: '
                   WS-QTD-AIX-LIDOS.
           DISPLAY 'COBP0628 - DIVERGENCIAS LIDAS..: '
                   WS-QTD-DIV-LIDOS.
           DISPLAY 'COBP0628 - ALERTAS LIDOS.......: '
                   WS-QTD-ALR-LIDOS.
      *
           CLOSE CPF-PEDIDO-FILE
                 CPF-RESTRITIVO-FILE
                 CPF-PROPOSTA-FILE
                 CPF-MASTER-FILE
                 CPF-PENDENCIA-FILE
                 CPF-ENVIO-FILE
                 CPF-RECEITA-FILE
                 CPF-DIARIO-FILE
                 CPF-AUD-INDEX-FILE
                 CPF-CERTIFICADO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO CEL-LINHA.
           WRITE REG-RELATO-CERTIFICADO.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-TRATA-AUDITORIA - REGRAVA A TRILHA SEQUENCIAL (CPFAUD01
      *                        PARA CPFAUD02) EM UMA UNICA PASSADA,
      *                        ZERANDO O CPF DAS ENTRADAS DOS PEDIDOS
      *                        ATENDIDOS SEM RETENCAO LEGAL. O REGISTRO
      *                        EM SI E MANTIDO PARA OS BALANCOS E
      *                        APURACOES QUE CONTAM AS OPERACOES.
      ******************************************************************
       4000-TRATA-AUDITORIA.
           OPEN INPUT  CPF-AUDITORIA-FILE.
           OPEN OUTPUT CPF-AUD-MANTIDO-FILE.
      *
           PERFORM 4100-LE-AUDITORIA
               THRU 4100-LE-AUDITORIA-EXIT
               UNTIL FIM-AUDITORIA.
      *
           CLOSE CPF-AUDITORIA-FILE
                 CPF-AUD-MANTIDO-FILE.
      *
       4000-TRATA-AUDITORIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-LE-AUDITORIA - LE UMA ENTRADA DA TRILHA SEQUENCIAL,
      *                     PROCURA O CPF DIGITADO E O CPF NORMALIZADO
      *                     ENTRE OS PEDIDOS E GRAVA A ENTRADA NA
      *                     TRILHA REGRAVADA
      ******************************************************************
       4100-LE-AUDITORIA.
           READ CPF-AUDITORIA-FILE
               AT END
                   SET FIM-AUDITORIA TO TRUE
                   GO TO 4100-LE-AUDITORIA-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-AUD-LIDOS.
      *
           MOVE AUD-CPF-NUMERO-IN TO WS-CPF-PESQUISA.
           PERFORM 4600-LOCALIZA-PEDIDO
               THRU 4600-LOCALIZA-PEDIDO-EXIT.
      *
           IF NOT PEDIDO-LOCALIZADO
               MOVE AUD-CPF-NUMERO-OUT TO WS-CPF-PESQUISA
               PERFORM 4600-LOCALIZA-PEDIDO
                   THRU 4600-LOCALIZA-PEDIDO-EXIT
           END-IF.
      *
           IF PEDIDO-LOCALIZADO
               ADD 1 TO WS-PED-QTD-AUDITORIA(WS-IND-PEDIDO)
               IF PED-SEM-RETENCAO(WS-IND-PEDIDO)
                   MOVE 0 TO AUD-CPF-NUMERO-IN
                   MOVE 0 TO AUD-CPF-NUMERO-OUT
               END-IF
           END-IF.
      *
           WRITE REG-AUD-MANTIDO FROM REG-AUDITORIA-CPF.
      *
       4100-LE-AUDITORIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4200-TRATA-DIVERGENCIA - REGRAVA O HISTORICO DE DIVERGENCIAS
      *                          DE NOME (CPFDIV01 PARA CPFDIV02)
      *                          ANONIMIZANDO AS LINHAS DOS PEDIDOS
      *                          ATENDIDOS (CPF E NOMES)
      ******************************************************************
       4200-TRATA-DIVERGENCIA.
           OPEN INPUT  CPF-DIVERGENCIA-FILE.
           OPEN OUTPUT CPF-DIV-MANTIDO-FILE.
      *
           PERFORM 4300-LE-DIVERGENCIA
               THRU 4300-LE-DIVERGENCIA-EXIT
               UNTIL FIM-DIVERGENCIA.
      *
           CLOSE CPF-DIVERGENCIA-FILE
                 CPF-DIV-MANTIDO-FILE.
      *
       4200-TRATA-DIVERGENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4300-LE-DIVERGENCIA - LE UMA DIVERGENCIA, ANONIMIZA A DO CPF DE
      *                       UM PEDIDO ATENDIDO E GRAVA NO HISTORICO
      *                       REGRAVADO
      ******************************************************************
       4300-LE-DIVERGENCIA.
           READ CPF-DIVERGENCIA-FILE
               AT END
                   SET FIM-DIVERGENCIA TO TRUE
                   GO TO 4300-LE-DIVERGENCIA-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-DIV-LIDOS.
      *
           MOVE DIV-CPF-NUMERO TO WS-CPF-PESQUISA.
           PERFORM 4600-LOCALIZA-PEDIDO
               THRU 4600-LOCALIZA-PEDIDO-EXIT.
      *
           IF PEDIDO-LOCALIZADO
               ADD 1 TO WS-PED-QTD-DIVERGENCIA(WS-IND-PEDIDO)
               MOVE 0                  TO DIV-CPF-NUMERO
               MOVE '***.***.***-**'   TO DIV-CPF-MASCARADO
               MOVE 'ELIMINADO - LGPD' TO DIV-NOME-EXTRATO
               MOVE 'ELIMINADO - LGPD' TO DIV-NOME-MESTRE
           END-IF.
      *
           WRITE REG-DIV-MANTIDO FROM REG-DIVERGENCIA-CPF.
      *
       4300-LE-DIVERGENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4400-TRATA-ALERTA - CONTA OS ALERTAS DE LISTA RESTRITIVA DOS
      *                     PEDIDOS ATENDIDOS. OS ALERTAS SAO MANTIDOS
      *                     (PREVENCAO A FRAUDE) E SO ENTRAM NO
      *                     CERTIFICADO.
      ******************************************************************
       4400-TRATA-ALERTA.
           OPEN INPUT  CPF-ALERTA-FILE.
      *
           PERFORM 4500-LE-ALERTA
               THRU 4500-LE-ALERTA-EXIT
               UNTIL FIM-ALERTA.
      *
           CLOSE CPF-ALERTA-FILE.
      *
       4400-TRATA-ALERTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4500-LE-ALERTA - LE UM ALERTA E O CONTA NO PEDIDO DO CPF
      ******************************************************************
       4500-LE-ALERTA.
           READ CPF-ALERTA-FILE
               AT END
                   SET FIM-ALERTA TO TRUE
                   GO TO 4500-LE-ALERTA-EXIT
           END-READ.
      *
           ADD 1 TO WS-QTD-ALR-LIDOS.
      *
           MOVE ALR-CPF-NUMERO TO WS-CPF-PESQUISA.
           PERFORM 4600-LOCALIZA-PEDIDO
               THRU 4600-LOCALIZA-PEDIDO-EXIT.
      *
           IF PEDIDO-LOCALIZADO
               ADD 1 TO WS-PED-QTD-ALERTA(WS-IND-PEDIDO)
           END-IF.
      *
       4500-LE-ALERTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4600-LOCALIZA-PEDIDO - LOCALIZA ENTRE OS PEDIDOS ATENDIDOS O
      *                        CPF EM WS-CPF-PESQUISA; SE ACHAR, DEIXA
      *                        WS-IND-PEDIDO APONTANDO PARA ELE
      ******************************************************************
       4600-LOCALIZA-PEDIDO.
           MOVE 'N' TO WS-FLAG-PEDIDO.
      *
           IF WS-CPF-PESQUISA = 0
               GO TO 4600-LOCALIZA-PEDIDO-EXIT
           END-IF.
      *
           PERFORM 4650-COMPARA-PEDIDO
               THRU 4650-COMPARA-PEDIDO-EXIT
               VARYING WS-IND-PEDIDO FROM 1 BY 1
               UNTIL WS-IND-PEDIDO > WS-QTD-PEDIDOS
                  OR PEDIDO-LOCALIZADO.
      *
       4600-LOCALIZA-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4650-COMPARA-PEDIDO - COMPARA O CPF PESQUISADO COM A ENTRADA
      *                       CORRENTE DA TABELA DE PEDIDOS
      ******************************************************************
       4650-COMPARA-PEDIDO.
           IF PED-ATENDIDO(WS-IND-PEDIDO)
              AND WS-PED-CPF(WS-IND-PEDIDO) = WS-CPF-PESQUISA
               SET PEDIDO-LOCALIZADO TO TRUE
           END-IF.
      *
       4650-COMPARA-PEDIDO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4700-VARRE-AUD-INDEX - PERCORRE A TRILHA CHAVEADA (CPFAIX01)
      *                        INTEIRA, EM UMA UNICA PASSADA PARA
      *                        TODOS OS PEDIDOS, ATRAS DAS ENTRADAS EM
      *                        QUE O CPF DO PEDIDO E O CPF NORMALIZADO
      *                        (AIX-CPF-NUMERO-OUT) MAS NAO O DIGITADO
      *                        (CPF COM DV ERRADO NA ENTRADA), QUE A
      *                        LEITURA PELA CHAVE (2600) NAO ALCANCA
      ******************************************************************
       4700-VARRE-AUD-INDEX.
           IF WS-QTD-ATENDIDOS = 0
               GO TO 4700-VARRE-AUD-INDEX-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-FIM-INDEX.
           MOVE 0   TO AIX-CPF-NUMERO
                       AIX-DATA-EXECUCAO
                       AIX-HORA-EXECUCAO.
      *
           START CPF-AUD-INDEX-FILE
               KEY IS >= AIX-CHAVE
               INVALID KEY
                   SET FIM-INDEX TO TRUE
           END-START.
      *
           PERFORM 4750-LE-AUD-INDEX-OUT
               THRU 4750-LE-AUD-INDEX-OUT-EXIT
               UNTIL FIM-INDEX.
      *
       4700-VARRE-AUD-INDEX-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4750-LE-AUD-INDEX-OUT - LE A PROXIMA ENTRADA DA TRILHA
      *                         CHAVEADA. ENTRADA CUJO CPF DIGITADO E
      *                         DE UM PEDIDO JA FOI TRATADA NA 2650;
      *                         NAS DEMAIS, SE O CPF NORMALIZADO FOR
      *                         DE UM PEDIDO ATENDIDO, CONTA-A E, SEM
      *                         RETENCAO LEGAL, EXCLUI-A (MESMO
      *                         CRITERIO DA TRILHA SEQUENCIAL, 4100)
      ******************************************************************
       4750-LE-AUD-INDEX-OUT.
           READ CPF-AUD-INDEX-FILE NEXT RECORD
               AT END
                   SET FIM-INDEX TO TRUE
                   GO TO 4750-LE-AUD-INDEX-OUT-EXIT
           END-READ.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-AUD-INDEX-'
                       'FILE - FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WS-QTD-AIX-LIDOS.
      *
           IF AIX-CPF-NUMERO-OUT = AIX-CPF-NUMERO
               GO TO 4750-LE-AUD-INDEX-OUT-EXIT
           END-IF.
      *
           MOVE AIX-CPF-NUMERO TO WS-CPF-PESQUISA.
           PERFORM 4600-LOCALIZA-PEDIDO
               THRU 4600-LOCALIZA-PEDIDO-EXIT.
      *
           IF PEDIDO-LOCALIZADO
               GO TO 4750-LE-AUD-INDEX-OUT-EXIT
           END-IF.
      *
           MOVE AIX-CPF-NUMERO-OUT TO WS-CPF-PESQUISA.
           PERFORM 4600-LOCALIZA-PEDIDO
               THRU 4600-LOCALIZA-PEDIDO-EXIT.
      *
           IF NOT PEDIDO-LOCALIZADO
               GO TO 4750-LE-AUD-INDEX-OUT-EXIT
           END-IF.
      *
           ADD 1 TO WS-PED-QTD-AUD-INDEX(WS-IND-PEDIDO).
      *
           IF PED-COM-RETENCAO(WS-IND-PEDIDO)
               GO TO 4750-LE-AUD-INDEX-OUT-EXIT
           END-IF.
      *
           DELETE CPF-AUD-INDEX-FILE.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0628 - ERRO DE E/S NO CPF-AUD-INDEX-'
                       'FILE - FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       4750-LE-AUD-INDEX-OUT-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5000-EMITE-CERTIFICADO - EMITE O CERTIFICADO DO PEDIDO
      *                          CORRENTE: IDENTIFICACAO, DECISAO E,
      *                          NO PEDIDO ATENDIDO, UMA LINHA POR
      *                          ARQUIVO COM A ACAO, A QUANTIDADE E O
      *                          FUNDAMENTO; NO FIM, OS CAMPOS DE
      *                          ASSINATURA
      ******************************************************************
       5000-EMITE-CERTIFICADO.
           MOVE WS-LINHA-SEPARADOR TO CEL-LINHA.
           WRITE REG-RELATO-CERTIFICADO.
      *
           MOVE 'COBP0628 - CERTIFICADO DE ELIMINACAO   '
                                      TO WS-TIT-TEXTO.
           MOVE SPACES                TO WS-TIT-COMPLEMENTO.
           STRING 'LGPD - PEDIDO ' WS-PED-NUMERO(WS-PEDIDO-CORRENTE)
               DELIMITED BY SIZE INTO WS-TIT-COMPLEMENTO
           END-STRING.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           PERFORM 5300-FORMATA-MASCARA
               THRU 5300-FORMATA-MASCARA-EXIT.
           MOVE 'CPF DO TITULAR..............:          '
                                      TO WS-TIT-TEXTO.
           MOVE WS-CPF-MASCARADO      TO WS-TIT-COMPLEMENTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE WS-PED-DATA(WS-PEDIDO-CORRENTE) TO WS-DATA-A-FORMATAR.
           PERFORM 5400-FORMATA-DATA
               THRU 5400-FORMATA-DATA-EXIT.
           MOVE 'DATA DO PEDIDO..............:          '
                                      TO WS-TIT-TEXTO.
           MOVE SPACES                TO WS-TIT-COMPLEMENTO.
           STRING WS-DATA-FMT '  SOLICITANTE: '
                  WS-PED-SOLICITANTE(WS-PEDIDO-CORRENTE)
               DELIMITED BY SIZE INTO WS-TIT-COMPLEMENTO
           END-STRING.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-A-FORMATAR.
           PERFORM 5400-FORMATA-DATA
               THRU 5400-FORMATA-DATA-EXIT.
           MOVE 'DATA DO PROCESSAMENTO.......:          '
                                      TO WS-TIT-TEXTO.
           MOVE WS-DATA-FMT           TO WS-TIT-COMPLEMENTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           IF PED-RECUSADO(WS-PEDIDO-CORRENTE)
               PERFORM 5100-GRAVA-RECUSA
                   THRU 5100-GRAVA-RECUSA-EXIT
           ELSE
               PERFORM 5200-GRAVA-ATENDIMENTO
                   THRU 5200-GRAVA-ATENDIMENTO-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINHA-TITULO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE 'RESPONSAVEL PELA ELIMINACAO.: _________'
                                      TO WS-TIT-TEXTO.
           MOVE '_______________   DATA: ___/___/______ '
                                      TO WS-TIT-COMPLEMENTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE 'ENCARREGADO DE DADOS (DPO)..: _________'
                                      TO WS-TIT-TEXTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
       5000-EMITE-CERTIFICADO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5100-GRAVA-RECUSA - PEDIDO RECUSADO: MOTIVO E FUNDAMENTO. NADA
      *                     FOI ALTERADO EM NENHUM ARQUIVO.
      ******************************************************************
       5100-GRAVA-RECUSA.
           MOVE 'SITUACAO DO PEDIDO..........:          '
                                      TO WS-TIT-TEXTO.
           MOVE 'RECUSADO - NENHUM DADO ELIMINADO'
                                      TO WS-TIT-COMPLEMENTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE 'MOTIVO DA RECUSA............:          '
                                      TO WS-TIT-TEXTO.
           MOVE WS-PED-MOTIVO-RECUSA(WS-PEDIDO-CORRENTE)
                                      TO WS-TIT-COMPLEMENTO.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           IF WS-PED-FUNDAMENTO-RECUSA(WS-PEDIDO-CORRENTE) = SPACES
               GO TO 5100-GRAVA-RECUSA-EXIT
           END-IF.
      *
           MOVE 'FUNDAMENTO:                            '
                                      TO WS-TIT-TEXTO.
           MOVE SPACES                TO WS-TIT-COMPLEMENTO.
           MOVE WS-PED-FUNDAMENTO-RECUSA(WS-PEDIDO-CORRENTE)
                                      TO WS-LINHA-TITULO(13:49).
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
       5100-GRAVA-RECUSA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5200-GRAVA-ATENDIMENTO - PEDIDO ATENDIDO: UMA LINHA POR ARQUIVO
      *                          ONDE O CPF PODE VIVER. COM RETENCAO
      *                          LEGAL (CONTA ABERTA) MESTRE, ENVIO,
      *                          DIARIO E TRILHAS FICAM MANTIDOS.
      ******************************************************************
       5200-GRAVA-ATENDIMENTO.
           MOVE 'SITUACAO DO PEDIDO..........:          '
                                      TO WS-TIT-TEXTO.
           IF PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               MOVE 'ATENDIDO PARCIALMENTE - RETENCAO LEGAL'
                                      TO WS-TIT-COMPLEMENTO
           ELSE
               MOVE 'ATENDIDO'        TO WS-TIT-COMPLEMENTO
           END-IF.
           PERFORM 5900-GRAVA-TITULO
               THRU 5900-GRAVA-TITULO-EXIT.
      *
           MOVE WS-LINHA-CABECALHO TO CEL-LINHA.
           WRITE REG-RELATO-CERTIFICADO.
      *
           MOVE 'CPFMST01' TO WS-CER-ARQUIVO.
           MOVE WS-PED-QTD-MESTRE(WS-PEDIDO-CORRENTE) TO WS-QTD-ITEM.
           PERFORM 5250-APURA-ACAO-RETENCAO
               THRU 5250-APURA-ACAO-RETENCAO-EXIT.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFENV01' TO WS-CER-ARQUIVO.
           MOVE WS-PED-QTD-ENVIO(WS-PEDIDO-CORRENTE) TO WS-QTD-ITEM.
           PERFORM 5250-APURA-ACAO-RETENCAO
               THRU 5250-APURA-ACAO-RETENCAO-EXIT.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFJRN01' TO WS-CER-ARQUIVO.
           MOVE WS-PED-QTD-DIARIO(WS-PEDIDO-CORRENTE) TO WS-QTD-ITEM.
           PERFORM 5250-APURA-ACAO-RETENCAO
               THRU 5250-APURA-ACAO-RETENCAO-EXIT.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFAIX01' TO WS-CER-ARQUIVO.
           MOVE WS-PED-QTD-AUD-INDEX(WS-PEDIDO-CORRENTE)
                                      TO WS-QTD-ITEM.
           PERFORM 5250-APURA-ACAO-RETENCAO
               THRU 5250-APURA-ACAO-RETENCAO-EXIT.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFAUD01' TO WS-CER-ARQUIVO.
           MOVE WS-PED-QTD-AUDITORIA(WS-PEDIDO-CORRENTE)
                                      TO WS-QTD-ITEM.
           PERFORM 5250-APURA-ACAO-RETENCAO
               THRU 5250-APURA-ACAO-RETENCAO-EXIT.
           IF PED-SEM-RETENCAO(WS-PEDIDO-CORRENTE)
               MOVE 'ANONIMIZADO' TO WS-CER-ACAO
           END-IF.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFPEN01'           TO WS-CER-ARQUIVO.
           MOVE 'ELIMINADO'          TO WS-CER-ACAO.
           MOVE WS-FUND-SEM-RETENCAO TO WS-CER-FUNDAMENTO.
           MOVE WS-PED-QTD-PENDENCIA(WS-PEDIDO-CORRENTE)
                                     TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFSRF01'           TO WS-CER-ARQUIVO.
           MOVE 'ELIMINADO'          TO WS-CER-ACAO.
           MOVE WS-FUND-SEM-RETENCAO TO WS-CER-FUNDAMENTO.
           MOVE WS-PED-QTD-RECEITA(WS-PEDIDO-CORRENTE)
                                     TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFDIV01'           TO WS-CER-ARQUIVO.
           MOVE 'ANONIMIZADO'        TO WS-CER-ACAO.
           MOVE WS-FUND-SEM-RETENCAO TO WS-CER-FUNDAMENTO.
           MOVE WS-PED-QTD-DIVERGENCIA(WS-PEDIDO-CORRENTE)
                                     TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFALR01'           TO WS-CER-ARQUIVO.
           MOVE 'MANTIDO'            TO WS-CER-ACAO.
           MOVE WS-FUND-PREVENCAO-FRAUDE
                                     TO WS-CER-FUNDAMENTO.
           MOVE WS-PED-QTD-ALERTA(WS-PEDIDO-CORRENTE)
                                     TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFRES01'           TO WS-CER-ARQUIVO.
           MOVE 0                    TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
           MOVE 'CPFPAP01'           TO WS-CER-ARQUIVO.
           MOVE 0                    TO WS-QTD-ITEM.
           PERFORM 5270-GRAVA-ITEM
               THRU 5270-GRAVA-ITEM-EXIT.
      *
       5200-GRAVA-ATENDIMENTO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5250-APURA-ACAO-RETENCAO - ACAO E FUNDAMENTO DOS ARQUIVOS QUE
      *                            SEGUEM A RETENCAO LEGAL DO PEDIDO
      ******************************************************************
       5250-APURA-ACAO-RETENCAO.
           IF PED-COM-RETENCAO(WS-PEDIDO-CORRENTE)
               MOVE 'MANTIDO'            TO WS-CER-ACAO
               MOVE WS-FUND-CONTA-ABERTA TO WS-CER-FUNDAMENTO
           ELSE
               MOVE 'ELIMINADO'          TO WS-CER-ACAO
               MOVE WS-FUND-SEM-RETENCAO TO WS-CER-FUNDAMENTO
           END-IF.
      *
       5250-APURA-ACAO-RETENCAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5270-GRAVA-ITEM - GRAVA A LINHA DO ARQUIVO NO CERTIFICADO. SEM
      *                   REGISTRO DO CPF NO ARQUIVO, A LINHA SAI COMO
      *                   VERIFICADA E AUSENTE.
      ******************************************************************
       5270-GRAVA-ITEM.
           IF WS-QTD-ITEM = 0
               MOVE 'SEM REGISTRO'     TO WS-CER-ACAO
               MOVE WS-FUND-VERIFICADO TO WS-CER-FUNDAMENTO
           END-IF.
      *
           MOVE WS-QTD-ITEM   TO WS-CER-QTD.
           MOVE WS-LINHA-ITEM TO CEL-LINHA.
           WRITE REG-RELATO-CERTIFICADO.
      *
       5270-GRAVA-ITEM-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5300-FORMATA-MASCARA - MONTA O CPF DO PEDIDO NO FORMATO
      *                        MASCARADO XXX.XXX.XXX-XX USADO NAS
      *                        TELAS E RELATORIOS DA AREA DE CADASTRO
      ******************************************************************
       5300-FORMATA-MASCARA.
           MOVE WS-PED-CPF(WS-PEDIDO-CORRENTE) TO WS-CPF-PESQUISA.
      *
           STRING WS-CPF-PESQUISA(1:3) '.' WS-CPF-PESQUISA(4:3) '.'
                  WS-CPF-PESQUISA(7:3) '-' WS-CPF-PESQUISA(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
       5300-FORMATA-MASCARA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5400-FORMATA-DATA - FORMATA WS-DATA-A-FORMATAR (AAAAMMDD) EM
      *                     DD/MM/AAAA
      ******************************************************************
       5400-FORMATA-DATA.
           MOVE WS-DATA-A-FORMATAR(7:2) TO WS-FMT-DIA.
           MOVE WS-DATA-A-FORMATAR(5:2) TO WS-FMT-MES.
           MOVE WS-DATA-A-FORMATAR(1:4) TO WS-FMT-ANO.
      *
       5400-FORMATA-DATA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 5900-GRAVA-TITULO - GRAVA A LINHA DE TITULO MONTADA NO
      *                     CERTIFICADO
      ******************************************************************
       5900-GRAVA-TITULO.
           MOVE WS-LINHA-TITULO TO CEL-LINHA.
           WRITE REG-RELATO-CERTIFICADO.
      *
       5900-GRAVA-TITULO-EXIT.
           EXIT.
      *
