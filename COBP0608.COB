      *            MODO 'EXPURGO AAAAMMDD': ARQUIVA E EXPURGA OS
      *            REGISTROS DE CPFAUD01 ANTERIORES A DATA DE RETENCAO
      *            INFORMADA, REGRAVANDO OS REGISTROS MANTIDOS E
      *            RELATANDO O QUE FOI REMOVIDO. A DATA DE RETENCAO
      *            PODE SER INFORMADA TAMBEM COMO 'EXPURGO UTEIS
      *            99999' (N DIAS UTEIS ANTES DA DATA DE PROCESSAMENTO)
      *            OU 'EXPURGO MESES 999' (N MESES ANTES DA DATA DE
      *            PROCESSAMENTO). MODO 'CONSULTA CPF':
      *            EXTRAI TODOS OS REGISTROS DE AUDITORIA DO CPF
      *            INFORMADO (DATA, HORA, ORIGEM E RETORNO) EM
      *            DEMONSTRATIVO FORMATADO PARA O COMPLIANCE RESPONDER
      *                    CHAVEADA OS REGISTROS ANTERIORES A DATA DE
      *                    RETENCAO, MANTENDO AS DUAS TRILHAS
      *                    ALINHADAS.
      * 2026-10-15 EBC     DATA DE RETENCAO CALCULAVEL NO PROPRIO
      *                    PASSO ('EXPURGO UTEIS 99999' OU 'EXPURGO
      *                    MESES 999') PELA SUBROTINA DE DATAS
      *                    COBP0632, SEM A OPERACAO TER DE CALCULAR E
      *                    TROCAR A DATA DO PARM A CADA EXECUCAO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
           COPY CPFAUD2.
      *
       WORKING-STORAGE SECTION.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
      *
           COPY CPFDTC1.
      *
       01  AREAS-DE-CONTROLE.
           03  WS-CHAVES-FIM.
               05  WS-FIM-AUDITORIA    PIC X(001) VALUE 'N'.
                   88 MODO-EXPURGO            VALUE 'E'.
                   88 MODO-CONSULTA           VALUE 'C'.
           03  WS-DATA-RETENCAO        PIC 9(008) VALUE 0.
           03  WS-DATA-PROCESSAMENTO   PIC 9(008) VALUE 0.
           03  WS-CPF-CONSULTA         PIC 9(011) VALUE 0.
           03  WS-CPF-MASCARADO        PIC X(014).
           03  WS-CONTADORES.
      * 1000-INICIALIZACAO - INTERPRETA O PARM E DEFINE O MODO DE
      *                      EXECUCAO:
      *                      'EXPURGO AAAAMMDD'    - EXPURGO/ARQUIVO
      *                      'EXPURGO UTEIS 99999' - RETENCAO DE N
      *                                              DIAS UTEIS
      *                      'EXPURGO MESES 999'   - RETENCAO DE N
      *                                              MESES
      *                      'CONSULTA 99999999999' - DEMONSTRATIVO
      *                                               LGPD DE UM CPF
      *                      NAS FORMAS EM DIAS UTEIS E EM MESES A
      *                      DATA DE RETENCAO E CALCULADA A PARTIR
      *                      DA DATA DE PROCESSAMENTO PELA SUBROTINA
      *                      DE DATAS COBP0632.
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
      *
           EVALUATE TRUE
               WHEN WS-PARM-TAM >= 16
                AND WS-PARM-DADO(1:7) = 'EXPURGO'
                AND WS-PARM-DADO(9:8) IS NUMERIC
                   SET MODO-EXPURGO TO TRUE
                   MOVE WS-PARM-DADO(9:8) TO WS-DATA-RETENCAO
               WHEN WS-PARM-TAM >= 19
                AND WS-PARM-DADO(1:13) = 'EXPURGO UTEIS'
                AND WS-PARM-DADO(15:5) IS NUMERIC
                   SET MODO-EXPURGO TO TRUE
                   MOVE 'SUB'             TO DTC-FUNCAO
                   MOVE WS-PARM-DADO(15:5) TO DTC-QTD
                   PERFORM 1100-CALCULA-RETENCAO
                       THRU 1100-CALCULA-RETENCAO-EXIT
               WHEN WS-PARM-TAM >= 17
                AND WS-PARM-DADO(1:13) = 'EXPURGO MESES'
                AND WS-PARM-DADO(15:3) IS NUMERIC
                   SET MODO-EXPURGO TO TRUE
                   MOVE 'MES'             TO DTC-FUNCAO
                   MOVE WS-PARM-DADO(15:3) TO DTC-QTD
                   PERFORM 1100-CALCULA-RETENCAO
                       THRU 1100-CALCULA-RETENCAO-EXIT
               WHEN WS-PARM-TAM >= 20
                AND WS-PARM-DADO(1:8) = 'CONSULTA'
                AND WS-PARM-DADO(10:11) IS NUMERIC
                   MOVE WS-PARM-DADO(10:11) TO WS-CPF-CONSULTA
               WHEN OTHER
                   DISPLAY 'COBP0608 - PARM INVALIDO - INFORMAR '
                           '''EXPURGO AAAAMMDD'', '
                           '''EXPURGO UTEIS 99999'', '
                           '''EXPURGO MESES 999'' OU '
                           '''CONSULTA 99999999999'''
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           EXIT.
      *
      ******************************************************************
      * 1100-CALCULA-RETENCAO - CALCULA A DATA DE RETENCAO RECUANDO A
      *                         QUANTIDADE DO PARM (DIAS UTEIS OU
      *                         MESES, CONFORME DTC-FUNCAO) A PARTIR
      *                         DA DATA DE PROCESSAMENTO
      ******************************************************************
       1100-CALCULA-RETENCAO.
           MOVE WS-DATA-PROCESSAMENTO TO DTC-DATA-BASE.
           CALL SUBROTINA-DATAS USING CALCULO-DATAS.
      *
           IF NOT DTC-OK
               DISPLAY 'COBP0608 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-RETENCAO.
      *
           DISPLAY 'COBP0608 - DATA DE RETENCAO CALCULADA: '
                   WS-DATA-RETENCAO.
      *
       1100-CALCULA-RETENCAO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2100-LE-AUDITORIA - LE UM REGISTRO DA TRILHA DE AUDITORIA
      ******************************************************************
       2100-LE-AUDITORIA.
