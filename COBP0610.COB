      *                    VALIDA HEADER/TRAILER COMO NO EXTRATO DE
      *                    CPF E ROTEIA CADA DETALHE PARA A ROTINA
      *                    ASSEMBLY DO SEU TIPO.
      * 2026-10-14 EBC     CNPJ VALIDO PASSA PELO QUADRO DE SOCIOS
      *                    (CNJQSA01, CARREGADO PELO COBP0630): A
      *                    EMPRESA E REPROVADA NA SAIDA E NAS EXCECOES
      *                    QUANDO ALGUM SOCIO ESTA NA LISTA RESTRITIVA,
      *                    TEM CPF RECUSADO PELA ASMSCPB0 OU NAO ESTA
      *                    NO MESTRE DE CLIENTES. CADA SOCIO IRREGULAR
      *                    VAI PARA O RELATORIO CNJSRL01 (CPF
      *                    MASCARADO). CNPJ SEM QUADRO CARREGADO NAO E
      *                    REPROVADO, SO CONTADO.
      * 2026-10-15 EBC     DATA DO HEADER PASSOU A SER ACEITA DESDE O
      *                    DIA UTIL ANTERIOR (SUBROTINA DE DATAS
      *                    COBP0632) ATE A DATA DE PROCESSAMENTO, EM
      *                    VEZ DE EXIGIR A PROPRIA DATA DE
      *                    PROCESSAMENTO - NA SEGUNDA-FEIRA E DEPOIS
      *                    DE FERIADO O EXTRATO DO ULTIMO DIA UTIL ERA
      *                    RECUSADO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
           SELECT DOC-EXCECAO-FILE    ASSIGN TO DOCEXC01
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CNJ-SOCIO-FILE      ASSIGN TO CNJQSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QSA-CHAVE
                  FILE STATUS IS WS-STATUS-SOCIO.
      *
           SELECT CPF-RESTRITIVO-FILE ASSIGN TO CPFRES01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RES-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RESTRITIVO.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CNJ-RELATORIO-FILE  ASSIGN TO CNJSRL01
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA           DIVISION.
      *
       FD  DOC-EXCECAO-FILE
           LABEL RECORD IS STANDARD.
           COPY DOCREG3.
      *
       FD  CNJ-SOCIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CNJQSA1.
      *
       FD  CPF-RESTRITIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRES1.
      *
       FD  CPF-MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFMST1.
      *
       FD  CNJ-RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RELATO-SOCIOS.
           03  CSR-LINHA                   PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-LOTE              PIC X(008) VALUE 'ASMSCPB0'.
       01  SUBROTINA-CNPJ              PIC X(008) VALUE 'ASMSCNJ0'.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
           COPY CPFWS01.
      *
                   88 DOC-REPROVADO           VALUE 'R'.
               05  WS-MSG-RETORNO      PIC X(020) VALUE SPACES.
               05  WS-DOC-NUMERO-OUT   PIC 9(014) VALUE 0.
           03  WS-CHAVES-SOCIO.
               05  WS-STATUS-SOCIO     PIC X(002) VALUE '00'.
               05  WS-STATUS-RESTRITIVO
                                       PIC X(002) VALUE '00'.
               05  WS-STATUS-MASTER    PIC X(002) VALUE '00'.
               05  WS-FIM-QUADRO       PIC X(001) VALUE 'N'.
                   88 FIM-QUADRO              VALUE 'S'.
               05  WS-GRAVIDADE-CNPJ   PIC 9(001) VALUE 0.
               05  WS-GRAVIDADE-SOCIO  PIC 9(001) VALUE 0.
                   88 SOCIO-REGULAR           VALUE 0.
                   88 SOCIO-FORA-DO-MESTRE    VALUE 1.
                   88 SOCIO-CPF-INVALIDO      VALUE 2.
                   88 SOCIO-BLOQUEADO         VALUE 3.
               05  WS-QTD-SOCIOS-CNPJ  PIC 9(004) COMP VALUE 0.
               05  WS-CPF-MASCARADO    PIC X(014) VALUE SPACES.
           03  WS-AREAS-EXTRATO.
               05  WS-DATA-PROCESSAMENTO
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-UTIL-ANTERIOR
                                       PIC 9(008) VALUE 0.
               05  WS-FLAG-TRAILER     PIC X(001) VALUE 'N'.
                   88 TRAILER-RECEBIDO        VALUE 'S'.
               05  WS-TRL-QTD-INFORMADA
               05  WS-QTD-EXCECOES-CPF PIC 9(009) COMP VALUE 0.
               05  WS-QTD-EXCECOES-CNPJ
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-CNPJS-COM-QSA
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-CNPJS-SEM-QSA
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-CNPJS-SINALIZADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SOCIOS-VERIFICADOS
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SOCIOS-IRREGULARES
                                       PIC 9(009) COMP VALUE 0.
      *
       01  AREAS-DE-RELATORIO.
           03  WS-LINHA-TITULO.
               05  FILLER              PIC X(050) VALUE
                   'COBP0610 - EMPRESAS COM SOCIO IRREGULAR (QSA)    '.
               05  WS-TIT-DATA         PIC 9(008).
               05  FILLER              PIC X(022) VALUE SPACES.
           03  WS-LINHA-SOCIO.
               05  WS-REL-CNPJ         PIC 9(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-CPF-MASCARADO
                                       PIC X(014).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-NOME-SOCIO   PIC X(025).
               05  FILLER              PIC X(002) VALUE SPACES.
               05  WS-REL-MOTIVO       PIC X(020).
               05  FILLER              PIC X(001) VALUE SPACES.
           03  WS-LINHA-TOTAL.
               05  WS-TOT-DESCRICAO    PIC X(030).
               05  WS-TOT-VALOR        PIC 9(009).
               05  FILLER              PIC X(041) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT  DOC-ENTRADA-FILE.
           OPEN OUTPUT DOC-SAIDA-FILE
                       DOC-EXCECAO-FILE.
           OPEN INPUT  CNJ-SOCIO-FILE
                       CPF-RESTRITIVO-FILE
                       CPF-MASTER-FILE.
           OPEN OUTPUT CNJ-RELATORIO-FILE.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0610 - ERRO AO ABRIR O CNJ-SOCIO-FILE - '
                       'FILE STATUS ' WS-STATUS-SOCIO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               DISPLAY 'COBP0610 - ERRO AO ABRIR O CPF-RESTRITIVO-'
                       'FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER NOT = '00'
               DISPLAY 'COBP0610 - ERRO AO ABRIR O CPF-MASTER-FILE - '
                       'FILE STATUS ' WS-STATUS-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WS-DATA-PROCESSAMENTO TO WS-TIT-DATA.
           MOVE WS-LINHA-TITULO       TO CSR-LINHA.
           WRITE REG-RELATO-SOCIOS.
      *
           PERFORM 1300-VALIDA-HEADER
               THRU 1300-VALIDA-HEADER-EXIT.
               GOBACK
           END-IF.
      *
      *    O EXTRATO PODE TER SIDO GERADO NA DATA DE PROCESSAMENTO
      *    OU EM QUALQUER DIA DESDE O DIA UTIL ANTERIOR: O EXTRATO DE
      *    SABADO, DOMINGO OU FERIADO SO E PROCESSADO NO DIA UTIL
      *    SEGUINTE (DIAS UTEIS PELA SUBROTINA DE DATAS COBP0632).
           MOVE 'SUB'                 TO DTC-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           MOVE 1                     TO DTC-QTD.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0610 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-UTIL-ANTERIOR.
      *
           IF DOC-HDR-DATA-GERACAO > WS-DATA-PROCESSAMENTO
              OR DOC-HDR-DATA-GERACAO < WS-DATA-UTIL-ANTERIOR
               DISPLAY 'COBP0610 - DATA DO HEADER DO EXTRATO ('
                       DOC-HDR-DATA-GERACAO ') FORA DA JANELA DE '
                       'PROCESSAMENTO (' WS-DATA-UTIL-ANTERIOR ' A '
                       WS-DATA-PROCESSAMENTO ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      * 2400-VALIDA-CNPJ - VALIDA O DOCUMENTO 'J' NA ASMSCNJ0. COMO
      *                    NO COBP0602, A ASMSCNJ0 DEVOLVE O CNPJ-OUT
      *                    ZERADO QUANDO O DIGITO VERIFICADOR NAO
      *                    CONFERE. CNPJ VALIDO SEGUE PARA A
      *                    VERIFICACAO DO QUADRO DE SOCIOS.
      ******************************************************************
       2400-VALIDA-CNPJ.
           MOVE DOC-NUMERO TO CNPJ-IN.
           ELSE
               SET DOC-VALIDADO  TO TRUE
               MOVE 'CNPJ VALIDO'          TO WS-MSG-RETORNO
               PERFORM 2450-VERIFICA-QUADRO
                   THRU 2450-VERIFICA-QUADRO-EXIT
           END-IF.
      *
       2400-VALIDA-CNPJ-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2450-VERIFICA-QUADRO - PERCORRE O QUADRO DE SOCIOS DO CNPJ
      *                        (CHAVE CNPJ + CPF, SOCIOS CONTIGUOS) E
      *                        REPROVA A EMPRESA PELO SOCIO MAIS GRAVE:
      *                        LISTA RESTRITIVA, CPF INVALIDO OU CPF
      *                        FORA DO MESTRE, NESSA ORDEM
      ******************************************************************
       2450-VERIFICA-QUADRO.
           MOVE 'N'      TO WS-FIM-QUADRO.
           MOVE 0        TO WS-GRAVIDADE-CNPJ.
           MOVE 0        TO WS-QTD-SOCIOS-CNPJ.
      *
           MOVE CNPJ-OUT TO QSA-CNPJ-NUMERO.
           MOVE 0        TO QSA-CPF-SOCIO.
      *
           START CNJ-SOCIO-FILE
               KEY IS >= QSA-CHAVE
               INVALID KEY
                   SET FIM-QUADRO TO TRUE
           END-START.
      *
           PERFORM 2460-VERIFICA-SOCIO
               THRU 2460-VERIFICA-SOCIO-EXIT
               UNTIL FIM-QUADRO.
      *
           IF WS-QTD-SOCIOS-CNPJ = 0
               ADD 1 TO WS-QTD-CNPJS-SEM-QSA
               GO TO 2450-VERIFICA-QUADRO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-CNPJS-COM-QSA.
      *
           MOVE WS-GRAVIDADE-CNPJ TO WS-GRAVIDADE-SOCIO.
      *
           EVALUATE TRUE
               WHEN SOCIO-BLOQUEADO
                   MOVE 'SOCIO BLOQUEADO'      TO WS-MSG-RETORNO
               WHEN SOCIO-CPF-INVALIDO
                   MOVE 'SOCIO CPF INVALIDO'   TO WS-MSG-RETORNO
               WHEN SOCIO-FORA-DO-MESTRE
                   MOVE 'SOCIO FORA DO MESTRE' TO WS-MSG-RETORNO
               WHEN OTHER
                   GO TO 2450-VERIFICA-QUADRO-EXIT
           END-EVALUATE.
      *
           SET DOC-REPROVADO TO TRUE.
           ADD 1 TO WS-QTD-CNPJS-SINALIZADOS.
      *
       2450-VERIFICA-QUADRO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2460-VERIFICA-SOCIO - LE O PROXIMO SOCIO DO QUADRO E, SE AINDA
      *                       FOR DO CNPJ, CLASSIFICA O SOCIO, RELATA
      *                       O IRREGULAR E GUARDA A MAIOR GRAVIDADE
      ******************************************************************
       2460-VERIFICA-SOCIO.
           READ CNJ-SOCIO-FILE NEXT RECORD
               AT END
                   SET FIM-QUADRO TO TRUE
                   GO TO 2460-VERIFICA-SOCIO-EXIT
           END-READ.
      *
           IF WS-STATUS-SOCIO NOT = '00'
               DISPLAY 'COBP0610 - ERRO NA LEITURA DO CNJ-SOCIO-FILE'
                       ' - FILE STATUS ' WS-STATUS-SOCIO
               DISPLAY 'COBP0610 - CNPJ DO EXTRATO: ' DOC-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF QSA-CNPJ-NUMERO NOT = CNPJ-OUT
               SET FIM-QUADRO TO TRUE
               GO TO 2460-VERIFICA-SOCIO-EXIT
           END-IF.
      *
           ADD 1 TO WS-QTD-SOCIOS-CNPJ.
           ADD 1 TO WS-QTD-SOCIOS-VERIFICADOS.
      *
           PERFORM 2470-CLASSIFICA-SOCIO
               THRU 2470-CLASSIFICA-SOCIO-EXIT.
      *
           IF SOCIO-REGULAR
               GO TO 2460-VERIFICA-SOCIO-EXIT
           END-IF.
      *
           PERFORM 2480-RELATA-SOCIO
               THRU 2480-RELATA-SOCIO-EXIT.
      *
           IF WS-GRAVIDADE-SOCIO > WS-GRAVIDADE-CNPJ
               MOVE WS-GRAVIDADE-SOCIO TO WS-GRAVIDADE-CNPJ
           END-IF.
      *
       2460-VERIFICA-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2470-CLASSIFICA-SOCIO - CLASSIFICA O SOCIO CORRENTE: CPF NA
      *                         LISTA RESTRITIVA (CPFRES01), CPF
      *                         RECUSADO PELA ASMSCPB0 (TABELA DE LOTE
      *                         COM UM ITEM, COMO NO 2300) OU CPF
      *                         AUSENTE DO MESTRE (CPFMST01)
      ******************************************************************
       2470-CLASSIFICA-SOCIO.
           SET SOCIO-REGULAR TO TRUE.
      *
           MOVE QSA-CPF-SOCIO TO RES-CPF-NUMERO.
      *
           READ CPF-RESTRITIVO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SOCIO-BLOQUEADO TO TRUE
           END-READ.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
              AND WS-STATUS-RESTRITIVO NOT = '23'
               DISPLAY 'COBP0610 - ERRO NA LEITURA DO CPF-RESTRITIVO-'
                       'FILE - FILE STATUS ' WS-STATUS-RESTRITIVO
               DISPLAY 'COBP0610 - CNPJ DO EXTRATO: ' DOC-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF SOCIO-BLOQUEADO
               GO TO 2470-CLASSIFICA-SOCIO-EXIT
           END-IF.
      *
           MOVE 1             TO CPF-LOTE-QTD.
           MOVE QSA-CPF-SOCIO TO CPF-LOTE-IN(1).
      *
           CALL SUBROTINA-LOTE USING CPF-LOTE-TABELA.
      *
           MOVE CPF-LOTE-RETCODE(1) TO CPF-RETCODE.
      *
           IF NOT CPF-RET-VALIDO
               SET SOCIO-CPF-INVALIDO TO TRUE
               GO TO 2470-CLASSIFICA-SOCIO-EXIT
           END-IF.
      *
           MOVE QSA-CPF-SOCIO TO MST-CPF-NUMERO.
      *
           READ CPF-MASTER-FILE
               INVALID KEY
                   SET SOCIO-FORA-DO-MESTRE TO TRUE
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
              AND WS-STATUS-MASTER NOT = '23'
               DISPLAY 'COBP0610 - ERRO NA LEITURA DO CPF-MASTER-FILE'
                       ' - FILE STATUS ' WS-STATUS-MASTER
               DISPLAY 'COBP0610 - CNPJ DO EXTRATO: ' DOC-NUMERO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       2470-CLASSIFICA-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2480-RELATA-SOCIO - GRAVA NO RELATORIO DE SOCIOS IRREGULARES A
      *                     EMPRESA E O SOCIO CORRENTE, COM O CPF
      *                     MASCARADO E O MOTIVO
      ******************************************************************
       2480-RELATA-SOCIO.
           STRING QSA-CPF-SOCIO(1:3) '.' QSA-CPF-SOCIO(4:3) '.'
                  QSA-CPF-SOCIO(7:3) '-' QSA-CPF-SOCIO(10:2)
               DELIMITED BY SIZE
               INTO WS-CPF-MASCARADO
           END-STRING.
      *
           MOVE QSA-CNPJ-NUMERO  TO WS-REL-CNPJ.
           MOVE WS-CPF-MASCARADO TO WS-REL-CPF-MASCARADO.
           MOVE QSA-NOME-SOCIO   TO WS-REL-NOME-SOCIO.
      *
           EVALUATE TRUE
               WHEN SOCIO-BLOQUEADO
                   MOVE 'LISTA RESTRITIVA'     TO WS-REL-MOTIVO
               WHEN SOCIO-CPF-INVALIDO
                   MOVE 'CPF INVALIDO'         TO WS-REL-MOTIVO
               WHEN SOCIO-FORA-DO-MESTRE
                   MOVE 'CPF FORA DO MESTRE'   TO WS-REL-MOTIVO
           END-EVALUATE.
      *
           MOVE WS-LINHA-SOCIO   TO CSR-LINHA.
           WRITE REG-RELATO-SOCIOS.
      *
           ADD 1 TO WS-QTD-SOCIOS-IRREGULARES.
      *
       2480-RELATA-SOCIO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2500-GRAVA-SAIDA - GRAVA O RESULTADO CONSOLIDADO DA VALIDACAO
      *                    DO DOCUMENTO, COM O TIPO EM CADA LINHA
      ******************************************************************
                   WS-QTD-EXCECOES-CPF.
           DISPLAY 'COBP0610 - EXCECOES DE CNPJ....: '
                   WS-QTD-EXCECOES-CNPJ.
           DISPLAY 'COBP0610 - CNPJS COM QSA.......: '
                   WS-QTD-CNPJS-COM-QSA.
           DISPLAY 'COBP0610 - CNPJS SEM QSA.......: '
                   WS-QTD-CNPJS-SEM-QSA.
           DISPLAY 'COBP0610 - CNPJS SOCIO IRREG...: '
                   WS-QTD-CNPJS-SINALIZADOS.
           DISPLAY 'COBP0610 - SOCIOS IRREGULARES..: '
                   WS-QTD-SOCIOS-IRREGULARES.
      *
           MOVE 'CNPJS COM QUADRO DE SOCIOS..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CNPJS-COM-QSA            TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'CNPJS SEM QUADRO DE SOCIOS..:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CNPJS-SEM-QSA            TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS VERIFICADOS..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-SOCIOS-VERIFICADOS       TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'EMPRESAS COM SOCIO IRREGULAR:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-CNPJS-SINALIZADOS        TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           MOVE 'SOCIOS IRREGULARES..........:' TO WS-TOT-DESCRICAO.
           MOVE WS-QTD-SOCIOS-IRREGULARES       TO WS-TOT-VALOR.
           PERFORM 3100-GRAVA-TOTAL
               THRU 3100-GRAVA-TOTAL-EXIT.
      *
           CLOSE DOC-ENTRADA-FILE
                 DOC-SAIDA-FILE
                 DOC-EXCECAO-FILE
                 CNJ-SOCIO-FILE
                 CPF-RESTRITIVO-FILE
                 CPF-MASTER-FILE
                 CNJ-RELATORIO-FILE.
      *
       3000-FINALIZACAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3100-GRAVA-TOTAL - GRAVA UMA LINHA DE TOTAL NO RELATORIO DE
      *                    EMPRESAS COM SOCIO IRREGULAR
      ******************************************************************
       3100-GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO CSR-LINHA.
           WRITE REG-RELATO-SOCIOS.
      *
       3100-GRAVA-TOTAL-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3300-VALIDA-TRAILER - CONFERE O TRAILER DO EXTRATO UNIFICADO
      *                       CONTRA OS TOTAIS LIDOS: QUANTIDADE DE
      *                       DETALHES E HASH DA SOMA DOS DOCUMENTOS
