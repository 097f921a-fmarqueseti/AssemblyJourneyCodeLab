      ******************************************************************
      * OBJETIVOS: RECOMPOR O REGISTRO DE UM CLIENTE DO CADASTRO
      *            MESTRE (CPFMST01) COMO ESTAVA EM UMA DATA PASSADA,
      *            A PARTIR DO DIARIO DE ALTERACOES DO MESTRE
      *            (CPFJRN01): LISTA TODAS AS ALTERACOES DO CPF
      *            (DATA, HORA, TIPO, PROGRAMA E USUARIO) E IMPRIME OS
      *            CAMPOS DO REGISTRO VIGENTE NO FIM DA DATA INFORMADA.
      *            PARM: '99999999999 AAAAMMDD' (CPF E DATA).
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBP0627.
       AUTHOR.        EQUIPE-BATCH-CADASTRO.
       INSTALLATION.  DEPARTAMENTO DE CADASTRO - ABERTURA DE CONTAS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.
      *
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 2026-10-14 EBC     VERSAO ORIGINAL - A TRILHA CPFAUD01 SO DIZ
      *                    QUE UM CPF FOI TOCADO; NOME SOBRESCRITO POR
      *                    ENGANO OU PERGUNTA DA AUDITORIA SOBRE O QUE
      *                    O MESTRE DIZIA NO DIA DA ABERTURA DA CONTA
      *                    NAO TINHAM RESPOSTA. O REGISTRO NA DATA E A
      *                    IMAGEM APOS A ULTIMA ALTERACAO ATE O FIM
      *                    DAQUELE DIA; SEM ALTERACAO ATE A DATA, VALE
      *                    A IMAGEM ANTERIOR A PRIMEIRA ALTERACAO
      *                    POSTERIOR; SEM NENHUMA ALTERACAO NO DIARIO,
      *                    VALE O MESTRE ATUAL, SE O CLIENTE JA ESTAVA
      *                    CADASTRADO NA DATA.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPF-DIARIO-FILE     ASSIGN TO CPFJRN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JRN-CHAVE
                  FILE STATUS IS WS-STATUS-DIARIO.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-RELATORIO-FILE  ASSIGN TO CPFHMS01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FILE SECTION.
       FD  CPF-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFJRN1.
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CPF-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-HISTORICO.
           03  HMS-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
           COPY CPFMST1 REPLACING
                ==REG-CLIENTE-MASTER== BY ==REG-CLIENTE-RECOMPOSTO==
                LEADING ==MST== BY ==RCP==.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-DIARIO       PIC X(001) VALUE 'N'.
                   88 FIM-DIARIO              VALUE 'S'.
           03  WS-CHAVE-DIARIO.
               05  WS-STATUS-DIARIO    PIC X(002) VALUE '00'.
           03  WS-CHAVE-CLIENTE.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
           03  WS-CHAVE-RECOMPOSICAO.
               05  WS-ORIGEM-IMAGEM    PIC X(001) VALUE SPACE.
                   88 IMAGEM-DO-DIARIO        VALUE 'D'.
                   88 IMAGEM-ANTERIOR         VALUE 'A'.
                   88 IMAGEM-DO-MESTRE        VALUE 'M'.
                   88 IMAGEM-NAO-OBTIDA       VALUE SPACE.
               05  WS-IMAGEM-RECOMPOSTA
                                       PIC X(100) VALUE SPACES.
           03  WS-CPF-CONSULTA         PIC 9(011) VALUE 0.
           03  WS-DATA-REFERENCIA      PIC 9(008) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014).
           03  WS-CONTADORES.
               05  WS-QTD-ALTERACOES   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-ATE-DATA     PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  WS-TIT-TEXTO        PIC X(040).
               05  WS-TIT-COMPLEMENTO  PIC X(040) VALUE SPACES.
           03  WS-LINHA-ALTERACAO.
               05  WS-ALT-DATA-FMT.
                   07  WS-ALT-DIA      PIC X(002).
                   07  FILLER          PIC X(001) VALUE '/'.
                   07  WS-ALT-MES      PIC X(002).
                   07  FILLER          PIC X(001) VALUE '/'.
                   07  WS-ALT-ANO      PIC X(004).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-ALT-HORA-FMT.
                   07  WS-ALT-HORAS    PIC X(002).
                   07  FILLER          PIC X(001) VALUE ':'.
                   07  WS-ALT-MINUTOS  PIC X(002).
                   07  FILLER          PIC X(001) VALUE ':'.
                   07  WS-ALT-SEGUNDOS PIC X(002).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-ALT-TIPO         PIC X(001).
               05  FILLER              PIC X(004) VALUE SPACES.
               05  WS-ALT-PROGRAMA     PIC X(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-ALT-USUARIO      PIC X(008).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-ALT-OBSERVACAO   PIC X(020).
               05  FILLER              PIC X(015) VALUE SPACES.
           03  WS-LINHA-CAMPO.
               05  WS-CMP-DESCRICAO    PIC X(030).
               05  WS-CMP-VALOR        PIC X(050).
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
               05  WS-TOT-VALOR        PIC 9(009).
               05  FILLER              PIC X(041) VALUE SPACES.
      *
       LINKAGE SECTION.
       01  WS-AREA-PARM.
           03  WS-PARM-TAM             PIC S9(004) COMP.
           03  WS-PARM-DADO            PIC X(020).
      *
       PROCEDURE DIVISION USING WS-AREA-PARM.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
               THRU 1000-INICIALIZACAO-EXIT.
      *
           PERFORM 2000-PESQUISA-DIARIO
               THRU 2000-PESQUISA-DIARIO-EXIT.
      *
           IF IMAGEM-NAO-OBTIDA
               PERFORM 2300-CONSULTA-MESTRE
                   THRU 2300-CONSULTA-MESTRE-EXIT
           END-IF.
      *
           PERFORM 2400-IMPRIME-REGISTRO
               THRU 2400-IMPRIME-REGISTRO-EXIT.
      *
           PERFORM 3000-FINALIZACAO
               THRU 3000-FINALIZACAO-EXIT.
      *
           GOBACK.
      *
      ******************************************************************
      * 1000-INICIALIZACAO - INTERPRETA O PARM ('99999999999 AAAAMMDD'),
      *                      ABRE OS ARQUIVOS, CONFERE A ABERTURA DOS
      *                      ARQUIVOS INDEXADOS E GRAVA O TITULO DO
      *                      RELATORIO
      ******************************************************************
       1000-INICIALIZACAO.
           IF WS-PARM-TAM < 20
              OR WS-PARM-DADO(1:11) IS NOT NUMERIC
              OR WS-PARM-DADO(13:8) IS NOT NUMERIC
               DISPLAY 'COBP0627 - PARM INVALIDO - INFORMAR '
                       '''99999999999 AAAAMMDD'' (CPF E DATA)'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-PARM-DADO(1:11)  TO WS-CPF-CONSULTA.
           MOVE WS-PARM-DADO(13:8)  TO WS-DATA-REFERENCIA.
      *
           OPEN INPUT  CPF-DIARIO-FILE
                       CPF-MASTER-FILE.
           OPEN OUTPUT CPF-RELATORIO-FILE.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0627 - ERRO AO ABRIR O CPF-DIARIO-FILE - '
                       'FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0627 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2500-FORMATA-MASCARA
               THRU 2500-FORMATA-MASCARA-EXIT.
      *
           MOVE 'COBP0627 - HISTORICO DO MESTRE - CPF:  '
                                      TO WS-TIT-TEXTO.
           MOVE WS-CPF-MASCARADO      TO WS-TIT-COMPLEMENTO.
           MOVE WS-LINHA-TITULO       TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
           MOVE 'REGISTRO RECOMPOSTO NA DATA:           '
                                      TO WS-TIT-TEXTO.
           MOVE WS-DATA-REFERENCIA    TO WS-TIT-COMPLEMENTO.
           MOVE WS-LINHA-TITULO       TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
           MOVE 'DATA        HORA      TIPO PROGRAMA  USU'
                                      TO WS-TIT-TEXTO.
           MOVE 'ARIO                                    '
                                      TO WS-TIT-COMPLEMENTO.
           MOVE WS-LINHA-TITULO       TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
       1000-INICIALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2000-PESQUISA-DIARIO - POSICIONA O DIARIO NA PRIMEIRA
      *                        ALTERACAO DO CPF E PERCORRE TODAS AS
      *                        ALTERACOES DELE (CONTIGUAS NA CHAVE)
      ******************************************************************
       2000-PESQUISA-DIARIO.
           MOVE WS-CPF-CONSULTA TO JRN-CPF-NUMERO.
           MOVE 0               TO JRN-DATA-ALTERACAO.
           MOVE 0               TO JRN-HORA-ALTERACAO.
      *
           START CPF-DIARIO-FILE
               KEY IS >= JRN-CHAVE
               INVALID KEY
                   SET FIM-DIARIO TO TRUE
           END-START.
      *
           PERFORM 2100-LE-DIARIO
               THRU 2100-LE-DIARIO-EXIT
               UNTIL FIM-DIARIO.
      *
       2000-PESQUISA-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-DIARIO - LE A PROXIMA ALTERACAO DO CPF, LISTA-A E
      *                  GUARDA A IMAGEM VIGENTE NA DATA: A IMAGEM
      *                  POSTERIOR DA ULTIMA ALTERACAO ATE A DATA OU,
      *                  SEM ALTERACAO ATE A DATA, A IMAGEM ANTERIOR
      *                  DA PRIMEIRA ALTERACAO DEPOIS DELA
      ******************************************************************
       2100-LE-DIARIO.
           READ CPF-DIARIO-FILE NEXT RECORD
               AT END
                   SET FIM-DIARIO TO TRUE
                   GO TO 2100-LE-DIARIO-EXIT
           END-READ.
      *
           IF WS-STATUS-DIARIO NOT = '00'
               DISPLAY 'COBP0627 - ERRO NA LEITURA DO CPF-DIARIO-FILE '
                       '- FILE STATUS ' WS-STATUS-DIARIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF JRN-CPF-NUMERO NOT = WS-CPF-CONSULTA
               SET FIM-DIARIO TO TRUE
               GO TO 2100-LE-DIARIO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-ALTERACOES.
      *
           IF JRN-DATA-ALTERACAO NOT > WS-DATA-REFERENCIA
               MOVE JRN-IMAGEM-DEPOIS TO WS-IMAGEM-RECOMPOSTA
               SET  IMAGEM-DO-DIARIO  TO TRUE
               MOVE SPACES            TO WS-ALT-OBSERVACAO
               ADD 1 TO WS-QTD-ATE-DATA
           ELSE
               IF IMAGEM-NAO-OBTIDA
                   MOVE JRN-IMAGEM-ANTES TO WS-IMAGEM-RECOMPOSTA
                   SET  IMAGEM-ANTERIOR  TO TRUE
               END-IF
               MOVE 'POSTERIOR A DATA'  TO WS-ALT-OBSERVACAO
           END-IF.
      *
           PERFORM 2200-GRAVA-ALTERACAO
               THRU 2200-GRAVA-ALTERACAO-EXIT.
      *
       2100-LE-DIARIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2200-GRAVA-ALTERACAO - FORMATA E GRAVA A LINHA DA ALTERACAO
      *                        CORRENTE DO DIARIO
      ******************************************************************
       2200-GRAVA-ALTERACAO.
           MOVE JRN-DATA-ALTERACAO(7:2) TO WS-ALT-DIA.
           MOVE JRN-DATA-ALTERACAO(5:2) TO WS-ALT-MES.
           MOVE JRN-DATA-ALTERACAO(1:4) TO WS-ALT-ANO.
      *
           MOVE JRN-HORA-ALTERACAO(1:2) TO WS-ALT-HORAS.
           MOVE JRN-HORA-ALTERACAO(3:2) TO WS-ALT-MINUTOS.
           MOVE JRN-HORA-ALTERACAO(5:2) TO WS-ALT-SEGUNDOS.
      *
           MOVE JRN-TIPO-ALTERACAO      TO WS-ALT-TIPO.
           MOVE JRN-PROG-ORIGEM         TO WS-ALT-PROGRAMA.
           MOVE JRN-USUARIO             TO WS-ALT-USUARIO.
      *
           MOVE WS-LINHA-ALTERACAO TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
       2200-GRAVA-ALTERACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2300-CONSULTA-MESTRE - CPF SEM NENHUMA ALTERACAO NO DIARIO: O
      *                        REGISTRO NA DATA E O MESTRE ATUAL, DESDE
      *                        QUE O CLIENTE JA ESTIVESSE CADASTRADO
      ******************************************************************
       2300-CONSULTA-MESTRE.
           MOVE WS-CPF-CONSULTA TO MST-CPF-NUMERO.
      *
           READ CPF-MASTER-FILE
               INVALID KEY
                   GO TO 2300-CONSULTA-MESTRE-EXIT
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0627 - ERRO NA LEITURA DO CPF-MASTER-FILE '
                       '- FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF MST-DATA-CADASTRO NOT > WS-DATA-REFERENCIA
               MOVE REG-CLIENTE-MASTER TO WS-IMAGEM-RECOMPOSTA
               SET  IMAGEM-DO-MESTRE   TO TRUE
           END-IF.
      *
       2300-CONSULTA-MESTRE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-IMPRIME-REGISTRO - IMPRIME OS CAMPOS DO REGISTRO VIGENTE
      *                         NA DATA E A ORIGEM DA RECOMPOSICAO.
      *                         IMAGEM EM BRANCO (ANTERIOR A INCLUSAO)
      *                         OU NAO OBTIDA = CLIENTE NAO CADASTRADO
      *                         NA DATA.
      ******************************************************************
       2400-IMPRIME-REGISTRO.
           MOVE SPACES TO WS-LINHA-TITULO.
           MOVE WS-LINHA-TITULO TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
           IF WS-IMAGEM-RECOMPOSTA = SPACES
               MOVE 'CLIENTE NAO CADASTRADO NA DATA'
                                      TO WS-TIT-TEXTO
               MOVE WS-LINHA-TITULO   TO HMS-LINHA
               WRITE REG-RELATO-HISTORICO
               GO TO 2400-IMPRIME-REGISTRO-EXIT
           END-IF.
      *
           MOVE WS-IMAGEM-RECOMPOSTA TO REG-CLIENTE-RECOMPOSTO.
      *
           MOVE 'NOME DO CLIENTE.............:' TO WS-CMP-DESCRICAO.
           MOVE RCP-NOME-CLIENTE                TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'DATA DE CADASTRO............:' TO WS-CMP-DESCRICAO.
           MOVE RCP-DATA-CADASTRO               TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'PROGRAMA DE ORIGEM..........:' TO WS-CMP-DESCRICAO.
           MOVE RCP-PROG-ORIGEM                 TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'SITUACAO DO CADASTRO........:' TO WS-CMP-DESCRICAO.
           MOVE RCP-SITUACAO-CADASTRO           TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'SITUACAO DA ABERTURA........:' TO WS-CMP-DESCRICAO.
           MOVE RCP-SITUACAO-ABERTURA           TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'DATA DO RETORNO DA ABERTURA.:' TO WS-CMP-DESCRICAO.
           MOVE RCP-DATA-RETORNO                TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'MOTIVO DA RECUSA............:' TO WS-CMP-DESCRICAO.
           MOVE RCP-MOTIVO-RECUSA               TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'INDICADOR DE RESTRICAO......:' TO WS-CMP-DESCRICAO.
           MOVE RCP-INDICADOR-RESTRICAO         TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'DATA DA RESTRICAO...........:' TO WS-CMP-DESCRICAO.
           MOVE RCP-DATA-RESTRICAO              TO WS-CMP-VALOR.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
           MOVE 'ORIGEM DA RECOMPOSICAO......:' TO WS-CMP-DESCRICAO.
           EVALUATE TRUE
               WHEN IMAGEM-DO-DIARIO
                   MOVE 'DIARIO - ULTIMA ALTERACAO ATE A DATA'
                                                TO WS-CMP-VALOR
               WHEN IMAGEM-ANTERIOR
                   MOVE 'DIARIO - IMAGEM ANTERIOR A ALTERACAO POSTERIOR'
                                                TO WS-CMP-VALOR
               WHEN OTHER
                   MOVE 'MESTRE ATUAL - SEM ALTERACOES NO DIARIO'
                                                TO WS-CMP-VALOR
           END-EVALUATE.
           PERFORM 2450-GRAVA-CAMPO
               THRU 2450-GRAVA-CAMPO-EXIT.
      *
       2400-IMPRIME-REGISTRO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2450-GRAVA-CAMPO - GRAVA UMA LINHA DE CAMPO DO REGISTRO
      *                    RECOMPOSTO
      ******************************************************************
       2450-GRAVA-CAMPO.
           MOVE WS-LINHA-CAMPO TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
       2450-GRAVA-CAMPO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-FORMATA-MASCARA - MONTA O CPF CONSULTADO NO FORMATO
      *                        MASCARADO XXX.XXX.XXX-XX USADO NAS
      *                        TELAS E RELATORIOS DA AREA DE CADASTRO
      ******************************************************************
       2500-FORMATA-MASCARA.
           STRING WS-CPF-CONSULTA(1:3) '.' WS-CPF-CONSULTA(4:3) '.'
                  WS-CPF-CONSULTA(7:3) '-' WS-CPF-CONSULTA(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
       2500-FORMATA-MASCARA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - GRAVA OS TOTAIS NO RELATORIO, FECHA OS
      *                    ARQUIVOS E ENCERRA
      ******************************************************************
       3000-FINALIZACAO.
           MOVE 'ALTERACOES NO DIARIO........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ALTERACOES               TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
           MOVE 'ALTERACOES ATE A DATA.......:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-ATE-DATA                 TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO HMS-LINHA.
           WRITE REG-RELATO-HISTORICO.
      *
           DISPLAY 'COBP0627 - ALTERACOES DO CPF...: '
                   WS-QTD-ALTERACOES.
           DISPLAY 'COBP0627 - ALTERACOES ATE DATA.: '
                   WS-QTD-ATE-DATA.
      *
           CLOSE CPF-DIARIO-FILE
                 CPF-MASTER-FILE
                 CPF-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
