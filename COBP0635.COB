      ******************************************************************
      * OBJETIVOS: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL DOS
      *            ARQUIVOS DE CPF, PARA A EQUIPE DE GESTAO DE DADOS.
      *            LE EM SEQUENCIA DE CPF, JUNTOS, O MESTRE DE
      *            CLIENTES (CPFMST01), OS ENVIOS A ABERTURA DE
      *            CONTAS (CPFENV01), AS PENDENCIAS DE CORRECAO
      *            (CPFPEN01), A LISTA RESTRITIVA (CPFRES01) E AS
      *            PROPOSTAS DE ALTERACAO DA LISTA (CPFPAP01); DEPOIS
      *            CONFRONTA A TRILHA DE AUDITORIA SEQUENCIAL
      *            (CPFAUD01, CLASSIFICADA POR CPF+DATA+HORA) COM A
      *            TRILHA CHAVEADA (CPFAIX01). CADA INCONSISTENCIA
      *            ENCONTRADA E LISTADA NO RELATORIO CPFITR01 COM O
      *            TIPO, A SEVERIDADE E O CPF MASCARADO:
      *            01 ALTA  ENVIO SEM CLIENTE NO MESTRE
      *            02 ALTA  CLIENTE COM RESULTADO DE ABERTURA E SEM
      *                     ENVIO
      *            03 MEDIA RESULTADO DE ABERTURA DO MESTRE DIFERENTE
      *                     DO ENVIO
      *            04 MEDIA PENDENCIA AINDA ABERTA DE CPF QUE JA ESTA
      *                     NO MESTRE (CADASTRADO POR OUTRO CANAL)
      *            05 MEDIA CLIENTE MARCADO SOB RESTRICAO COM O CPF
      *                     FORA DA LISTA
      *            06 ALTA  CLIENTE COM O CPF NA LISTA E SEM A MARCA
      *                     DE RESTRICAO
      *            07 MEDIA PROPOSTA DA LISTA SEM APROVACAO HA MAIS
      *                     DIAS UTEIS QUE O PRAZO (PARM 'DIAS=NNN',
      *                     PADRAO 10)
      *            08 BAIXA PROPOSTA SEM EFEITO (INCLUSAO DE CPF JA NA
      *                     LISTA, EXCLUSAO DE CPF FORA DELA)
      *            09 ALTA  ENTRADA DA TRILHA CHAVEADA SEM A TRILHA
      *                     SEQUENCIAL (SOBRA DE EXPURGO - DADO
      *                     PESSOAL RETIDO ALEM DO PRAZO)
      *            10 MEDIA ENTRADA DA TRILHA SEQUENCIAL SEM A TRILHA
      *                     CHAVEADA (INVISIVEL NAS CONSULTAS ONLINE)
      *            A ENTRADA DA TRILHA SEQUENCIAL ANONIMIZADA PELA
      *            ELIMINACAO LGPD (COBP0628 ZERA O CPF E EXCLUI A
      *            ENTRADA DA TRILHA CHAVEADA) NAO E CONFRONTADA: E SO
      *            CONTADA, EM TOTAL PROPRIO (TRILHA ANONIMIZADA).
      *            NO FIM LISTA A QUANTIDADE POR TIPO E POR SEVERIDADE
      *            E GRAVA O REGISTRO DA VARREDURA NO HISTORICO
      *            CPFITG01 (EM EXTEND) PARA A TENDENCIA SEMANA A
      *            SEMANA. SO LE OS ARQUIVOS - NADA E CORRIGIDO AQUI.
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0635.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-15 EBC     VERSAO ORIGINAL - OS ARQUIVOS CHAVEADOS DE
      *                    CPF SAO ATUALIZADOS POR PROGRAMAS DIFERENTES
      *                    EM MOMENTOS DIFERENTES E SE DESENCONTRAVAM
      *                    SEM QUE NINGUEM PERCEBESSE ATE UMA
      *                    RECLAMACAO DE CLIENTE.
      * 2026-10-15 EBC     ENTRADA DA TRILHA SEQUENCIAL COM O CPF
      *                    ZERADO PELA ELIMINACAO LGPD (COBP0628) DEIXA
      *                    DE SER APONTADA COMO TIPO 10 E PASSA A SER
      *                    CONTADA NO TOTAL TRILHA ANONIMIZADA (LGPD) -
      *                    A CADA ELIMINACAO O TIPO 10 CRESCIA SEM
      *                    NENHUMA FALHA REAL E A TENDENCIA SEMANAL
      *                    PERDIA O SENTIDO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-ENVIO-FILE      ASSIGN TO CPFENV01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ENV-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-ENVIO.
      *
           SELECT CPF-PENDENCIA-FILE  ASSIGN TO CPFPEN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PEN-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-PENDENCIA.
      *
           SELECT CPF-RESTRITIVO-FILE ASSIGN TO CPFRES01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RES-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RESTRITIVO.
      *
           SELECT CPF-PROPOSTA-FILE   ASSIGN TO CPFPAP01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAP-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-PROPOSTA.
      *
           SELECT CPF-AUD-INDEX-FILE  ASSIGN TO CPFAIX01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AIX-CHAVE
                  FILE STATUS IS WS-STATUS-AUD-INDEX.
      *
           SELECT CPF-AUDITORIA-FILE  ASSIGN TO CPFAUD01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-CLASSIFICA-FILE ASSIGN TO CPFSRT01.
      *
           SELECT CPF-HISTORICO-FILE  ASSIGN TO CPFITG01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFITR01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-ENVIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFENV1.
      *
       FD  CPF-PENDENCIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFPEN1.
      *
       FD  CPF-RESTRITIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRES1.
      *
       FD  CPF-PROPOSTA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFPAP1.
      *
       FD  CPF-AUD-INDEX-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFAUD2.
      *
       FD  CPF-AUDITORIA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFAUD1.
      *
       SD  CPF-CLASSIFICA-FILE.
           COPY CPFAUD1 REPLACING
                ==REG-AUDITORIA-CPF== BY ==REG-CLASSIFICA-AUD==
                LEADING ==AUD== BY ==CLA==.
      *
       FD  CPF-HISTORICO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFITG1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-INTEGRIDADE.
           03  ITR-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-MASTER       PIC X(001) VALUE 'N'.
                   88 FIM-MASTER              VALUE 'S'.
               05  WS-FIM-ENVIO        PIC X(001) VALUE 'N'.
                   88 FIM-ENVIO               VALUE 'S'.
               05  WS-FIM-PENDENCIA    PIC X(001) VALUE 'N'.
                   88 FIM-PENDENCIA           VALUE 'S'.
               05  WS-FIM-RESTRITIVO   PIC X(001) VALUE 'N'.
                   88 FIM-RESTRITIVO          VALUE 'S'.
               05  WS-FIM-PROPOSTA     PIC X(001) VALUE 'N'.
                   88 FIM-PROPOSTA            VALUE 'S'.
               05  WS-FIM-AUD-INDEX    PIC X(001) VALUE 'N'.
                   88 FIM-AUD-INDEX           VALUE 'S'.
               05  WS-FIM-CLASSIFICA   PIC X(001) VALUE 'N'.
                   88 FIM-CLASSIFICA          VALUE 'S'.
           03  WS-CHAVES-CONFRONTO.
               05  WS-CPF-MESTRE       PIC X(011) VALUE SPACES.
               05  WS-CPF-ENVIO        PIC X(011) VALUE SPACES.
               05  WS-CPF-PENDENCIA    PIC X(011) VALUE SPACES.
               05  WS-CPF-RESTRITIVO   PIC X(011) VALUE SPACES.
               05  WS-CPF-PROPOSTA     PIC X(011) VALUE SPACES.
               05  WS-CPF-MENOR        PIC X(011) VALUE SPACES.
      *    PRESENCA DO CPF CORRENTE (WS-CPF-MENOR) EM CADA ARQUIVO
           03  WS-PRESENCA.
               05  WS-TEM-MESTRE       PIC X(001) VALUE 'N'.
                   88 TEM-MESTRE              VALUE 'S'.
               05  WS-TEM-ENVIO        PIC X(001) VALUE 'N'.
                   88 TEM-ENVIO               VALUE 'S'.
               05  WS-TEM-PENDENCIA    PIC X(001) VALUE 'N'.
                   88 TEM-PENDENCIA           VALUE 'S'.
               05  WS-TEM-RESTRITIVO   PIC X(001) VALUE 'N'.
                   88 TEM-RESTRITIVO          VALUE 'S'.
               05  WS-TEM-PROPOSTA     PIC X(001) VALUE 'N'.
                   88 TEM-PROPOSTA            VALUE 'S'.
      *    CHAVES DO CONFRONTO DAS TRILHAS DE AUDITORIA. A ENTRADA
      *    REPETIDA DA TRILHA SEQUENCIAL (MESMO CPF NO MESMO
      *    CENTESIMO DE SEGUNDO) E COMPARADA COM A HORA SOMADA DA
      *    QUANTIDADE DE REPETICOES, COMO O GRAVADOR DA TRILHA
      *    CHAVEADA FAZ NA CHAVE DUPLICADA.
           03  WS-CHAVES-TRILHA.
               05  WS-CHAVE-AIX        PIC X(027) VALUE SPACES.
               05  WS-CHAVE-AUD.
                   07  WS-AUD-CPF      PIC 9(011) VALUE 0.
                   07  WS-AUD-DATA     PIC 9(008) VALUE 0.
                   07  WS-AUD-HORA     PIC 9(008) VALUE 0.
               05  WS-CHAVE-AUD-LIDA.
                   07  WS-LIDA-CPF     PIC 9(011) VALUE 0.
                   07  WS-LIDA-DATA    PIC 9(008) VALUE 0.
                   07  WS-LIDA-HORA    PIC 9(008) VALUE 0.
               05  WS-CHAVE-AUD-ANTERIOR
                                       PIC X(027) VALUE SPACES.
               05  WS-DESLOCAMENTO-HORA
                                       PIC 9(004) COMP VALUE 0.
           03  WS-CHAVE-ARQUIVOS.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
               05  WS-STATUS-ENVIO     PIC X(002) VALUE '00'.
               05  WS-STATUS-PENDENCIA PIC X(002) VALUE '00'.
               05  WS-STATUS-RESTRITIVO
                                       PIC X(002) VALUE '00'.
               05  WS-STATUS-PROPOSTA  PIC X(002) VALUE '00'.
               05  WS-STATUS-AUD-INDEX PIC X(002) VALUE '00'.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-DIAS-PROPOSTA        PIC 9(005) VALUE 10.
           03  WS-OCORRENCIA.
               05  WS-TIPO-OCORRENCIA  PIC 9(004) COMP VALUE 0.
               05  WS-CPF-OCORRENCIA   PIC X(011) VALUE SPACES.
               05  WS-DATA-OCORRENCIA  PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014) VALUE SPACES.
           03  WS-IND-TIPO             PIC 9(004) COMP VALUE 0.
           03  WS-CONTADORES.
               05  WS-QTD-CLIENTES     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ENVIOS       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-PENDENCIAS   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RESTRITIVOS  PIC 9(009) COMP VALUE 0.
               05  WS-QTD-PROPOSTAS    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AUD-INDEX    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-AUDITORIA    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ANONIMIZADAS PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ALTA         PIC 9(009) COMP VALUE 0.
               05  WS-QTD-MEDIA        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-BAIXA        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-TIPO         PIC 9(009) COMP VALUE 0
                                       OCCURS 10 TIMES.
      *
      *    TIPOS DE INCONSISTENCIA: SEVERIDADE E DESCRICAO, NA ORDEM
      *    DO NUMERO DO TIPO
       01  WS-TABELA-TIPOS.
           03  FILLER                  PIC X(005) VALUE 'ALTA '.
           03  FILLER                  PIC X(040) VALUE
               'ENVIO SEM CLIENTE NO MESTRE'.
           03  FILLER                  PIC X(005) VALUE 'ALTA '.
           03  FILLER                  PIC X(040) VALUE
               'RESULTADO DE ABERTURA SEM ENVIO'.
           03  FILLER                  PIC X(005) VALUE 'MEDIA'.
           03  FILLER                  PIC X(040) VALUE
               'RESULTADO DE ABERTURA DIFERE DO ENVIO'.
           03  FILLER                  PIC X(005) VALUE 'MEDIA'.
           03  FILLER                  PIC X(040) VALUE
               'PENDENCIA ABERTA DE CPF JA CADASTRADO'.
           03  FILLER                  PIC X(005) VALUE 'MEDIA'.
           03  FILLER                  PIC X(040) VALUE
               'MARCA DE RESTRICAO COM CPF FORA DA LISTA'.
           03  FILLER                  PIC X(005) VALUE 'ALTA '.
           03  FILLER                  PIC X(040) VALUE
               'CPF NA LISTA SEM MARCA DE RESTRICAO'.
           03  FILLER                  PIC X(005) VALUE 'MEDIA'.
           03  FILLER                  PIC X(040) VALUE
               'PROPOSTA DA LISTA SEM APROVACAO NO PRAZO'.
           03  FILLER                  PIC X(005) VALUE 'BAIXA'.
           03  FILLER                  PIC X(040) VALUE
               'PROPOSTA SEM EFEITO SOBRE A LISTA'.
           03  FILLER                  PIC X(005) VALUE 'ALTA '.
           03  FILLER                  PIC X(040) VALUE
               'TRILHA CHAVEADA SEM TRILHA SEQUENCIAL'.
           03  FILLER                  PIC X(005) VALUE 'MEDIA'.
           03  FILLER                  PIC X(040) VALUE
               'TRILHA SEQUENCIAL SEM TRILHA CHAVEADA'.
       01  WS-TABELA-TIPOS-R           REDEFINES WS-TABELA-TIPOS.
           03  WS-TIPO-ITEM OCCURS 10 TIMES.
               05  WS-TIPO-SEVERIDADE  PIC X(005).
                   88 SEVERIDADE-ALTA         VALUE 'ALTA '.
                   88 SEVERIDADE-MEDIA        VALUE 'MEDIA'.
                   88 SEVERIDADE-BAIXA        VALUE 'BAIXA'.
               05  WS-TIPO-DESCRICAO   PIC X(040).
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0635 - INTEGRIDADE REFERENCIAL DOS ARQUIVOS'.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(022) VALUE SPACES.
           03  WS-LINHA-CABECALHO.
               05  FILLER              PIC X(027) VALUE
                   'TP SEVER  CPF'.
               05  FILLER              PIC X(041) VALUE
                   'INCONSISTENCIA'.
               05  FILLER              PIC X(012) VALUE
                   'DATA'.
           03  WS-LINHA-SECAO          PIC X(080) VALUE SPACES.
           03  WS-LINHA-OCORRENCIA.
               05  WS-OCR-TIPO         PIC 9(002).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-OCR-SEVERIDADE   PIC X(005).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-OCR-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-OCR-DESCRICAO    PIC X(040).
               05  FILLER              PIC X(001) VALUE SPACE.
               05  WS-OCR-DATA         PIC 9(008).
               05  FILLER              PIC X(004) VALUE SPACES.
           03  WS-LINHA-TOTAL-TIPO.
               05  WS-TTP-TIPO         PIC 9(002).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-TTP-SEVERIDADE   PIC X(005).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-TTP-DESCRICAO    PIC X(040).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-TTP-VALOR        PIC 9(009).
               05  FILLER              PIC X(018) VALUE SPACES.
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
           PERFORM 2000-CONFRONTA-CADASTROS
               THRU 2000-CONFRONTA-CADASTROS-EXIT
               UNTIL FIM-MASTER
                 AND FIM-ENVIO
                 AND FIM-PENDENCIA
                 AND FIM-RESTRITIVO
                 AND FIM-PROPOSTA.
      *
           SORT CPF-CLASSIFICA-FILE
               ON ASCENDING KEY CLA-CPF-NUMERO-IN
                                CLA-DATA-EXECUCAO
                                CLA-HORA-EXECUCAO
               USING CPF-AUDITORIA-FILE
               OUTPUT PROCEDURE IS 4000-CONFRONTA-TRILHAS
                   THRU 4000-CONFRONTA-TRILHAS-EXIT.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - INTERPRETA O PARM ('DIAS=NNN' - PRAZO EM
      *                      DIAS UTEIS PARA A APROVACAO DE PROPOSTA
      *                      DA LISTA), ABRE OS ARQUIVOS, CONFERE A
      *                      ABERTURA DOS INDEXADOS, GRAVA O TITULO DO
      *                      RELATORIO E LE O PRIMEIRO REGISTRO DE
      *                      CADA ARQUIVO DO CONFRONTO
      ******************************************************************
       1000-INICIALIZACAO.
           IF WS-PARM-TAM >= 8
              AND WS-PARM-DADO(1:5) = 'DIAS='
              AND WS-PARM-DADO(6:3) IS NUMERIC
              AND WS-PARM-DADO(6:3) > '000'
               MOVE WS-PARM-DADO(6:3) TO WS-DIAS-PROPOSTA
           END-IF.
      *
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CPF-MASTER-FILE
                       CPF-ENVIO-FILE
                       CPF-PENDENCIA-FILE
                       CPF-RESTRITIVO-FILE
                       CPF-PROPOSTA-FILE
                       CPF-AUD-INDEX-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
           OPEN EXTEND CPF-HISTORICO-FILE.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-ENVIO-FILE - '
                       'FILE STATUS ' WS-STATUS-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-PENDENCIA NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-PENDENCIA-FILE '
                       '- FILE STATUS ' WS-STATUS-PENDENCIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-RESTRITIVO-'
                       'FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-PROPOSTA-FILE '
                       '- FILE STATUS ' WS-STATUS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0635 - ERRO AO ABRIR O CPF-AUD-INDEX-FILE '
                       '- FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO ITR-LINHA.
           WRITE REG-RELATO-INTEGRIDADE.
      *
           MOVE WS-LINHA-CABECALHO    TO WS-LINHA-SECAO.
           PERFORM 3300-GRAVA-SECAO
               THRU 3300-GRAVA-SECAO-EXIT.
      *
           PERFORM 2510-LE-MASTER
               THRU 2510-LE-MASTER-EXIT.
      *
           PERFORM 2520-LE-ENVIO
               THRU 2520-LE-ENVIO-EXIT.
      *
           PERFORM 2530-LE-PENDENCIA
               THRU 2530-LE-PENDENCIA-EXIT.
      *
           PERFORM 2540-LE-RESTRITIVO
               THRU 2540-LE-RESTRITIVO-EXIT.
      *
           PERFORM 2550-LE-PROPOSTA
               THRU 2550-LE-PROPOSTA-EXIT.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-CONFRONTA-CADASTROS - TOMA O MENOR CPF CORRENTE DOS CINCO
      *                            ARQUIVOS, MARCA EM QUAIS DELES O
      *                            CPF ESTA PRESENTE, APLICA AS
      *                            CONFERENCIAS E AVANCA OS ARQUIVOS
      *                            EM QUE O CPF ESTAVA. ARQUIVO NO FIM
      *                            TEM A CHAVE EM HIGH-VALUES E NUNCA
      *                            E O MENOR.
      ******************************************************************
       2000-CONFRONTA-CADASTROS.
           MOVE WS-CPF-MESTRE TO WS-CPF-MENOR.
      *
           IF WS-CPF-ENVIO < WS-CPF-MENOR
               MOVE WS-CPF-ENVIO      TO WS-CPF-MENOR
           END-IF.
      *
           IF WS-CPF-PENDENCIA < WS-CPF-MENOR
               MOVE WS-CPF-PENDENCIA  TO WS-CPF-MENOR
           END-IF.
      *
           IF WS-CPF-RESTRITIVO < WS-CPF-MENOR
               MOVE WS-CPF-RESTRITIVO TO WS-CPF-MENOR
           END-IF.
      *
           IF WS-CPF-PROPOSTA < WS-CPF-MENOR
               MOVE WS-CPF-PROPOSTA   TO WS-CPF-MENOR
           END-IF.
      *
           MOVE 'N' TO WS-TEM-MESTRE
                       WS-TEM-ENVIO
                       WS-TEM-PENDENCIA
                       WS-TEM-RESTRITIVO
                       WS-TEM-PROPOSTA.
      *
           IF WS-CPF-MESTRE = WS-CPF-MENOR
               SET TEM-MESTRE TO TRUE
           END-IF.
      *
           IF WS-CPF-ENVIO = WS-CPF-MENOR
               SET TEM-ENVIO TO TRUE
           END-IF.
      *
           IF WS-CPF-PENDENCIA = WS-CPF-MENOR
               SET TEM-PENDENCIA TO TRUE
           END-IF.
      *
           IF WS-CPF-RESTRITIVO = WS-CPF-MENOR
               SET TEM-RESTRITIVO TO TRUE
           END-IF.
      *
           IF WS-CPF-PROPOSTA = WS-CPF-MENOR
               SET TEM-PROPOSTA TO TRUE
           END-IF.
      *
           MOVE WS-CPF-MENOR TO WS-CPF-OCORRENCIA.
      *
           PERFORM 2100-CONFERE-ENVIO
               THRU 2100-CONFERE-ENVIO-EXIT.
      *
           PERFORM 2200-CONFERE-PENDENCIA
               THRU 2200-CONFERE-PENDENCIA-EXIT.
      *
           PERFORM 2300-CONFERE-RESTRICAO
               THRU 2300-CONFERE-RESTRICAO-EXIT.
      *
           PERFORM 2400-CONFERE-PROPOSTA
               THRU 2400-CONFERE-PROPOSTA-EXIT.
      *
           IF TEM-MESTRE
               PERFORM 2510-LE-MASTER
                   THRU 2510-LE-MASTER-EXIT
           END-IF.
      *
           IF TEM-ENVIO
               PERFORM 2520-LE-ENVIO
                   THRU 2520-LE-ENVIO-EXIT
           END-IF.
      *
           IF TEM-PENDENCIA
               PERFORM 2530-LE-PENDENCIA
                   THRU 2530-LE-PENDENCIA-EXIT
           END-IF.
      *
           IF TEM-RESTRITIVO
               PERFORM 2540-LE-RESTRITIVO
                   THRU 2540-LE-RESTRITIVO-EXIT
           END-IF.
      *
           IF TEM-PROPOSTA
               PERFORM 2550-LE-PROPOSTA
                   THRU 2550-LE-PROPOSTA-EXIT
           END-IF.
      *
       2000-CONFRONTA-CADASTROS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-CONFERE-ENVIO - MESTRE X ENVIOS A ABERTURA DE CONTAS:
      *                      ENVIO SEM CLIENTE (01), CLIENTE COM
      *                      RESULTADO DE ABERTURA SEM ENVIO (02) E
      *                      RESULTADO DO MESTRE DIFERENTE DO ENVIO
      *                      (03). ENVIO AINDA SEM RETORNO COM O
      *                      CLIENTE SEM RESULTADO E NORMAL.
      ******************************************************************
       2100-CONFERE-ENVIO.
           IF TEM-ENVIO
              AND NOT TEM-MESTRE
               MOVE 01             TO WS-TIPO-OCORRENCIA
               MOVE ENV-DATA-ENVIO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
               GO TO 2100-CONFERE-ENVIO-EXIT
           END-IF.
      *
           IF NOT TEM-MESTRE
               GO TO 2100-CONFERE-ENVIO-EXIT
           END-IF.
      *
           IF NOT TEM-ENVIO
               IF MST-ABERTURA-ACEITA
                  OR MST-ABERTURA-RECUSADA
                   MOVE 02               TO WS-TIPO-OCORRENCIA
                   MOVE MST-DATA-RETORNO TO WS-DATA-OCORRENCIA
                   PERFORM 2900-REGISTRA-OCORRENCIA
                       THRU 2900-REGISTRA-OCORRENCIA-EXIT
               END-IF
               GO TO 2100-CONFERE-ENVIO-EXIT
           END-IF.
      *
           IF (MST-ABERTURA-ACEITA    AND NOT ENV-ACEITO)
              OR (MST-ABERTURA-RECUSADA  AND NOT ENV-RECUSADO)
              OR (MST-ABERTURA-SEM-RETORNO
                  AND (ENV-ACEITO OR ENV-RECUSADO))
               MOVE 03               TO WS-TIPO-OCORRENCIA
               MOVE ENV-DATA-RETORNO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
       2100-CONFERE-ENVIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-CONFERE-PENDENCIA - PENDENCIA DE CORRECAO AINDA ABERTA
      *                          PARA UM CPF QUE JA ESTA NO MESTRE
      *                          (04): O CLIENTE ENTROU POR OUTRO
      *                          CANAL E A PENDENCIA FICOU ESQUECIDA
      ******************************************************************
       2200-CONFERE-PENDENCIA.
           IF TEM-PENDENCIA
              AND TEM-MESTRE
              AND PEN-PENDENTE
               MOVE 04                TO WS-TIPO-OCORRENCIA
               MOVE PEN-DATA-REJEICAO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
       2200-CONFERE-PENDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-CONFERE-RESTRICAO - MARCA DE RESTRICAO DO MESTRE X LISTA
      *                          RESTRITIVA: CLIENTE MARCADO FORA DA
      *                          LISTA (05) E CLIENTE NA LISTA SEM A
      *                          MARCA (06). O ACERTO E DO COBP0626;
      *                          A OCORRENCIA AQUI INDICA QUE ELE NAO
      *                          RODOU APOS A ULTIMA ALTERACAO DA
      *                          LISTA.
      ******************************************************************
       2300-CONFERE-RESTRICAO.
           IF NOT TEM-MESTRE
               GO TO 2300-CONFERE-RESTRICAO-EXIT
           END-IF.
      *
           IF MST-SOB-RESTRICAO
              AND NOT TEM-RESTRITIVO
               MOVE 05                 TO WS-TIPO-OCORRENCIA
               MOVE MST-DATA-RESTRICAO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
           IF TEM-RESTRITIVO
              AND NOT MST-SOB-RESTRICAO
               MOVE 06                TO WS-TIPO-OCORRENCIA
               MOVE RES-DATA-INCLUSAO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
       2300-CONFERE-RESTRICAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-CONFERE-PROPOSTA - PROPOSTA DE ALTERACAO DA LISTA QUE NAO
      *                         MUDARIA NADA (08 - INCLUSAO DE CPF JA
      *                         NA LISTA, EXCLUSAO DE CPF FORA DELA) E
      *                         PROPOSTA PARADA HA WS-DIAS-PROPOSTA
      *                         DIAS UTEIS OU MAIS (07), CONTADOS PELA
      *                         SUBROTINA DE DATAS. PROPOSTA COM DATA
      *                         INVALIDA TAMBEM E TIPO 07.
      ******************************************************************
       2400-CONFERE-PROPOSTA.
           IF NOT TEM-PROPOSTA
               GO TO 2400-CONFERE-PROPOSTA-EXIT
           END-IF.
      *
           MOVE PAP-DATA-PROPOSTA TO WS-DATA-OCORRENCIA.
      *
           IF (PAP-ACAO-INCLUSAO AND TEM-RESTRITIVO)
              OR (PAP-ACAO-EXCLUSAO AND NOT TEM-RESTRITIVO)
               MOVE 08 TO WS-TIPO-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
           MOVE 'DIF'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE PAP-DATA-PROPOSTA     TO DTC-DATA-INICIAL.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF DTC-ERRO-ES
               DISPLAY 'COBP0635 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF DTC-DATA-INVALIDA
              OR DTC-QTD-RESULTADO NOT < WS-DIAS-PROPOSTA
               MOVE 07 TO WS-TIPO-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
           END-IF.
      *
       2400-CONFERE-PROPOSTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2510-LE-MASTER - LE O PROXIMO CLIENTE DO MESTRE. NO FIM DO
      *                  MESTRE A CHAVE DE CONFRONTO RECEBE HIGH-VALUES
      ******************************************************************
       2510-LE-MASTER.
           READ CPF-MASTER-FILE
               AT END
                   SET FIM-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-MESTRE
                   GO TO 2510-LE-MASTER-EXIT
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE MST-CPF-NUMERO TO WS-CPF-MESTRE.
           ADD 1 TO WS-QTD-CLIENTES.
      *
       2510-LE-MASTER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2520-LE-ENVIO - LE O PROXIMO ENVIO A ABERTURA DE CONTAS. NO FIM
      *                 A CHAVE DE CONFRONTO RECEBE HIGH-VALUES
      ******************************************************************
       2520-LE-ENVIO.
           READ CPF-ENVIO-FILE
               AT END
                   SET FIM-ENVIO TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-ENVIO
                   GO TO 2520-LE-ENVIO-EXIT
           END-READ.
      *
           IF WS-STATUS-ENVIO NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-ENVIO-FILE '
                       '- FILE STATUS ' WS-STATUS-ENVIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE ENV-CPF-NUMERO TO WS-CPF-ENVIO.
           ADD 1 TO WS-QTD-ENVIOS.
      *
       2520-LE-ENVIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2530-LE-PENDENCIA - LE A PROXIMA PENDENCIA DE CORRECAO. NO FIM
      *                     A CHAVE DE CONFRONTO RECEBE HIGH-VALUES
      ******************************************************************
       2530-LE-PENDENCIA.
           READ CPF-PENDENCIA-FILE
               AT END
                   SET FIM-PENDENCIA TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-PENDENCIA
                   GO TO 2530-LE-PENDENCIA-EXIT
           END-READ.
      *
           IF WS-STATUS-PENDENCIA NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-PENDENCIA-'
                       'FILE - FILE STATUS ' WS-STATUS-PENDENCIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE PEN-CPF-NUMERO TO WS-CPF-PENDENCIA.
           ADD 1 TO WS-QTD-PENDENCIAS.
      *
       2530-LE-PENDENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2540-LE-RESTRITIVO - LE O PROXIMO CPF DA LISTA RESTRITIVA. NO
      *                      FIM A CHAVE DE CONFRONTO RECEBE
      *                      HIGH-VALUES
      ******************************************************************
       2540-LE-RESTRITIVO.
           READ CPF-RESTRITIVO-FILE
               AT END
                   SET FIM-RESTRITIVO TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-RESTRITIVO
                   GO TO 2540-LE-RESTRITIVO-EXIT
           END-READ.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-RESTRITIVO'
                       '-FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE RES-CPF-NUMERO TO WS-CPF-RESTRITIVO.
           ADD 1 TO WS-QTD-RESTRITIVOS.
      *
       2540-LE-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2550-LE-PROPOSTA - LE A PROXIMA PROPOSTA DE ALTERACAO DA LISTA.
      *                    NO FIM A CHAVE DE CONFRONTO RECEBE
      *                    HIGH-VALUES
      ******************************************************************
       2550-LE-PROPOSTA.
           READ CPF-PROPOSTA-FILE
               AT END
                   SET FIM-PROPOSTA TO TRUE
                   MOVE HIGH-VALUES TO WS-CPF-PROPOSTA
                   GO TO 2550-LE-PROPOSTA-EXIT
           END-READ.
      *
           IF WS-STATUS-PROPOSTA NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-PROPOSTA-'
                       'FILE - FILE STATUS ' WS-STATUS-PROPOSTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE PAP-CPF-NUMERO TO WS-CPF-PROPOSTA.
           ADD 1 TO WS-QTD-PROPOSTAS.
      *
       2550-LE-PROPOSTA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2900-REGISTRA-OCORRENCIA - CONTA A INCONSISTENCIA DO TIPO
      *                            WS-TIPO-OCORRENCIA (NO TIPO E NA
      *                            SEVERIDADE) E A LISTA NO RELATORIO
      *                            COM O CPF MASCARADO E A DATA DE
      *                            REFERENCIA DO REGISTRO
      ******************************************************************
       2900-REGISTRA-OCORRENCIA.
           ADD 1 TO WS-QTD-TIPO(WS-TIPO-OCORRENCIA).
      *
           EVALUATE TRUE
               WHEN SEVERIDADE-ALTA(WS-TIPO-OCORRENCIA)
                   ADD 1 TO WS-QTD-ALTA
               WHEN SEVERIDADE-MEDIA(WS-TIPO-OCORRENCIA)
                   ADD 1 TO WS-QTD-MEDIA
               WHEN OTHER
                   ADD 1 TO WS-QTD-BAIXA
           END-EVALUATE.
      *
           STRING WS-CPF-OCORRENCIA(1:3) '.'
                  WS-CPF-OCORRENCIA(4:3) '.'
                  WS-CPF-OCORRENCIA(7:3) '-'
                  WS-CPF-OCORRENCIA(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
           MOVE WS-TIPO-OCORRENCIA       TO WS-OCR-TIPO.
           MOVE WS-TIPO-SEVERIDADE(WS-TIPO-OCORRENCIA)
                                         TO WS-OCR-SEVERIDADE.
           MOVE WS-CPF-MASCARADO         TO WS-OCR-CPF-MASCARADO.
           MOVE WS-TIPO-DESCRICAO(WS-TIPO-OCORRENCIA)
                                         TO WS-OCR-DESCRICAO.
           MOVE WS-DATA-OCORRENCIA       TO WS-OCR-DATA.
      *
           MOVE WS-LINHA-OCORRENCIA      TO ITR-LINHA.
           WRITE REG-RELATO-INTEGRIDADE.
      *
       2900-REGISTRA-OCORRENCIA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA NO RELATORIO OS REGISTROS LIDOS, A
      *                    QUANTIDADE POR TIPO E POR SEVERIDADE, GRAVA
      *                    O REGISTRO DA VARREDURA NO HISTORICO,
      *                    FECHA OS ARQUIVOS E ENCERRA. HAVENDO
      *                    INCONSISTENCIA DE SEVERIDADE ALTA O PASSO
      *                    TERMINA COM RETURN-CODE 4.
      ******************************************************************
       3000-FINALIZACAO.
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM 3300-GRAVA-SECAO
               THRU 3300-GRAVA-SECAO-EXIT.
      *
           MOVE 'CLIENTES NO MESTRE..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CLIENTES                 TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'ENVIOS A ABERTURA DE CONTAS.:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ENVIOS                   TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'PENDENCIAS DE CORRECAO......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-PENDENCIAS               TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'CPFS NA LISTA RESTRITIVA....:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-RESTRITIVOS              TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'PROPOSTAS DA LISTA..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-PROPOSTAS                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'TRILHA DE AUDITORIA SEQUENC.:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-AUDITORIA                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'TRILHA DE AUDITORIA CHAVEADA:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-AUD-INDEX                TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'TRILHA ANONIMIZADA (LGPD)...:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ANONIMIZADAS             TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM 3300-GRAVA-SECAO
               THRU 3300-GRAVA-SECAO-EXIT.
      *
           MOVE 'INCONSISTENCIAS POR TIPO' TO WS-LINHA-SECAO.
           PERFORM 3300-GRAVA-SECAO
               THRU 3300-GRAVA-SECAO-EXIT.
      *
           MOVE SPACES                TO REG-HISTORICO-INTEGRIDADE.
           MOVE WS-DATA-PROCESSAMENTO TO ITG-DATA-VARREDURA.
           MOVE WS-QTD-CLIENTES       TO ITG-QTD-CLIENTES.
      *
           PERFORM 3200-GRAVA-TOTAL-TIPO
               THRU 3200-GRAVA-TOTAL-TIPO-EXIT
               VARYING WS-IND-TIPO FROM 1 BY 1
               UNTIL WS-IND-TIPO > 10.
      *
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM 3300-GRAVA-SECAO
               THRU 3300-GRAVA-SECAO-EXIT.
      *
           MOVE 'SEVERIDADE ALTA.............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ALTA                     TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SEVERIDADE MEDIA............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-MEDIA                    TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SEVERIDADE BAIXA............:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-BAIXA                    TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE WS-QTD-ALTA  TO ITG-QTD-ALTA.
           MOVE WS-QTD-MEDIA TO ITG-QTD-MEDIA.
           MOVE WS-QTD-BAIXA TO ITG-QTD-BAIXA.
           WRITE REG-HISTORICO-INTEGRIDADE.
      *
           DISPLAY 'COBP0635 - CLIENTES NO MESTRE..: ' WS-QTD-CLIENTES.
           DISPLAY 'COBP0635 - TRILHA SEQUENCIAL...: '
                   WS-QTD-AUDITORIA.
           DISPLAY 'COBP0635 - TRILHA CHAVEADA.....: '
                   WS-QTD-AUD-INDEX.
           DISPLAY 'COBP0635 - TRILHA ANONIMIZADA..: '
                   WS-QTD-ANONIMIZADAS.
           DISPLAY 'COBP0635 - SEVERIDADE ALTA.....: ' WS-QTD-ALTA.
           DISPLAY 'COBP0635 - SEVERIDADE MEDIA....: ' WS-QTD-MEDIA.
           DISPLAY 'COBP0635 - SEVERIDADE BAIXA....: ' WS-QTD-BAIXA.
      *
           IF WS-QTD-ALTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           CLOSE CPF-MASTER-FILE
                 CPF-ENVIO-FILE
                 CPF-PENDENCIA-FILE
                 CPF-RESTRITIVO-FILE
                 CPF-PROPOSTA-FILE
                 CPF-AUD-INDEX-FILE
                 CPF-HISTORICO-FILE
                 CPF-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DA
      *                    VARREDURA
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO ITR-LINHA.
           WRITE REG-RELATO-INTEGRIDADE.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3200-GRAVA-TOTAL-TIPO - GRAVA A QUANTIDADE DO TIPO WS-IND-TIPO
      *                         NO RELATORIO E NO REGISTRO DO
      *                         HISTORICO. O TIPO SEM OCORRENCIA
      *                         TAMBEM E LISTADO, COM ZERO, PARA A
      *                         COMPARACAO SEMANA A SEMANA.
      ******************************************************************
       3200-GRAVA-TOTAL-TIPO.
           MOVE WS-IND-TIPO                     TO WS-TTP-TIPO.
           MOVE WS-TIPO-SEVERIDADE(WS-IND-TIPO) TO WS-TTP-SEVERIDADE.
           MOVE WS-TIPO-DESCRICAO(WS-IND-TIPO)  TO WS-TTP-DESCRICAO.
           MOVE WS-QTD-TIPO(WS-IND-TIPO)        TO WS-TTP-VALOR.
           MOVE WS-QTD-TIPO(WS-IND-TIPO)
             TO ITG-QTD-TIPO(WS-IND-TIPO).
      *
           MOVE WS-LINHA-TOTAL-TIPO TO ITR-LINHA.
           WRITE REG-RELATO-INTEGRIDADE.
      *
       3200-GRAVA-TOTAL-TIPO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-GRAVA-SECAO - GRAVA UMA LINHA DE SECAO (OU EM BRANCO) NO
      *                    RELATORIO DA VARREDURA
      ******************************************************************
       3300-GRAVA-SECAO.
           MOVE WS-LINHA-SECAO TO ITR-LINHA.
           WRITE REG-RELATO-INTEGRIDADE.
      *
       3300-GRAVA-SECAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4000-CONFRONTA-TRILHAS - PROCEDIMENTO DE SAIDA DO SORT: LE A
      *                          TRILHA SEQUENCIAL JA CLASSIFICADA POR
      *                          CPF+DATA+HORA E A TRILHA CHAVEADA NA
      *                          ORDEM DA CHAVE (A MESMA) E CONFRONTA
      *                          AS DUAS
      ******************************************************************
       4000-CONFRONTA-TRILHAS.
           PERFORM 4200-LE-AUD-INDEX
               THRU 4200-LE-AUD-INDEX-EXIT.
      *
           PERFORM 4300-RETORNA-AUDITORIA
               THRU 4300-RETORNA-AUDITORIA-EXIT.
      *
           PERFORM 4100-COMPARA-TRILHAS
               THRU 4100-COMPARA-TRILHAS-EXIT
               UNTIL FIM-AUD-INDEX
                 AND FIM-CLASSIFICA.
      *
       4000-CONFRONTA-TRILHAS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4100-COMPARA-TRILHAS - COMPARA A CHAVE CORRENTE DAS DUAS
      *                        TRILHAS:
      *                        - SO NA CHAVEADA: SOBRA DE EXPURGO (09);
      *                        - SO NA SEQUENCIAL: FALTA NA CHAVEADA
      *                          (10);
      *                        - NAS DUAS: CONFERE, AVANCA AS DUAS.
      ******************************************************************
       4100-COMPARA-TRILHAS.
           IF WS-CHAVE-AIX < WS-CHAVE-AUD
               MOVE 09                TO WS-TIPO-OCORRENCIA
               MOVE AIX-CPF-NUMERO    TO WS-CPF-OCORRENCIA
               MOVE AIX-DATA-EXECUCAO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
               PERFORM 4200-LE-AUD-INDEX
                   THRU 4200-LE-AUD-INDEX-EXIT
               GO TO 4100-COMPARA-TRILHAS-EXIT
           END-IF.
      *
           IF WS-CHAVE-AIX > WS-CHAVE-AUD
               MOVE 10                TO WS-TIPO-OCORRENCIA
               MOVE CLA-CPF-NUMERO-IN TO WS-CPF-OCORRENCIA
               MOVE CLA-DATA-EXECUCAO TO WS-DATA-OCORRENCIA
               PERFORM 2900-REGISTRA-OCORRENCIA
                   THRU 2900-REGISTRA-OCORRENCIA-EXIT
               PERFORM 4300-RETORNA-AUDITORIA
                   THRU 4300-RETORNA-AUDITORIA-EXIT
               GO TO 4100-COMPARA-TRILHAS-EXIT
           END-IF.
      *
           PERFORM 4200-LE-AUD-INDEX
               THRU 4200-LE-AUD-INDEX-EXIT.
      *
           PERFORM 4300-RETORNA-AUDITORIA
               THRU 4300-RETORNA-AUDITORIA-EXIT.
      *
       4100-COMPARA-TRILHAS-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4200-LE-AUD-INDEX - LE A PROXIMA ENTRADA DA TRILHA CHAVEADA. NO
      *                     FIM A CHAVE DE CONFRONTO RECEBE HIGH-VALUES
      ******************************************************************
       4200-LE-AUD-INDEX.
           READ CPF-AUD-INDEX-FILE
               AT END
                   SET FIM-AUD-INDEX TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-AIX
                   GO TO 4200-LE-AUD-INDEX-EXIT
           END-READ.
      *
           IF WS-STATUS-AUD-INDEX NOT = '00'
               DISPLAY 'COBP0635 - ERRO NA LEITURA DO CPF-AUD-INDEX-'
                       'FILE - FILE STATUS ' WS-STATUS-AUD-INDEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE AIX-CHAVE TO WS-CHAVE-AIX.
           ADD 1 TO WS-QTD-AUD-INDEX.
      *
       4200-LE-AUD-INDEX-EXIT.
           EXIT.
      *
      ******************************************************************
      * 4300-RETORNA-AUDITORIA - RECEBE DO SORT A PROXIMA ENTRADA DA
      *                          TRILHA SEQUENCIAL E MONTA A CHAVE DE
      *                          CONFRONTO. ENTRADA REPETIDA (MESMO
      *                          CPF, DATA E HORA DA ANTERIOR) SOMA
      *                          A QUANTIDADE DE REPETICOES A HORA.
      *                          ENTRADA ANONIMIZADA PELA ELIMINACAO
      *                          LGPD (CPF ZERADO) NAO TEM PAR NA
      *                          CHAVEADA: E SO CONTADA E PULADA.
      *                          NO FIM A CHAVE RECEBE HIGH-VALUES.
      ******************************************************************
       4300-RETORNA-AUDITORIA.
           RETURN CPF-CLASSIFICA-FILE
               AT END
                   SET FIM-CLASSIFICA TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-AUD
                   GO TO 4300-RETORNA-AUDITORIA-EXIT
           END-RETURN.
      *
           IF CLA-CPF-NUMERO-IN = ZERO
               ADD 1 TO WS-QTD-ANONIMIZADAS
               GO TO 4300-RETORNA-AUDITORIA
           END-IF.
      *
           ADD 1 TO WS-QTD-AUDITORIA.
      *
           MOVE CLA-CPF-NUMERO-IN TO WS-LIDA-CPF.
           MOVE CLA-DATA-EXECUCAO TO WS-LIDA-DATA.
           MOVE CLA-HORA-EXECUCAO TO WS-LIDA-HORA.
      *
           IF WS-CHAVE-AUD-LIDA = WS-CHAVE-AUD-ANTERIOR
               ADD 1 TO WS-DESLOCAMENTO-HORA
           ELSE
               MOVE 0 TO WS-DESLOCAMENTO-HORA
           END-IF.
      *
           MOVE WS-CHAVE-AUD-LIDA TO WS-CHAVE-AUD-ANTERIOR
                                     WS-CHAVE-AUD.
           ADD WS-DESLOCAMENTO-HORA TO WS-AUD-HORA.
      *
       4300-RETORNA-AUDITORIA-EXIT.
           EXIT.
