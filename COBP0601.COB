      *                    PARA A APURACAO DE VOLUMES E REJEICOES POR
      *                    CANAL (COBP0623). DETALHE SEM ORIGEM HERDA
      *                    A ORIGEM DO HEADER DO EXTRATO.
      * 2026-10-14 EBC     INCLUIDA A CONSULTA A SITUACAO CADASTRAL DO
      *                    CPF NA RECEITA FEDERAL (CPFSRF01, CARREGADO
      *                    PELO COBP0625). CPF APROVADO CUJA ULTIMA
      *                    SITUACAO CONHECIDA E SUSPENSA, CANCELADA OU
      *                    DE TITULAR FALECIDO E REPROVADO, COMO NA
      *                    LISTA RESTRITIVA. CPF AINDA SEM RETORNO DO
      *                    BUREAU SEGUE COMO REGULAR.
      * 2026-10-15 EBC     DATA DO HEADER PASSOU A SER ACEITA DESDE O
      *                    DIA UTIL ANTERIOR (SUBROTINA DE DATAS
      *                    COBP0632) ATE A DATA DE PROCESSAMENTO, EM
      *                    VEZ DE EXIGIR A PROPRIA DATA DE
      *                    PROCESSAMENTO - NA SEGUNDA-FEIRA E DEPOIS
      *                    DE FERIADO O EXTRATO DO ULTIMO DIA UTIL ERA
      *                    RECUSADO.
      * 2026-10-15 EBC     INCLUIDO O MODO DE CASAMENTO SEQUENCIAL
      *                    (OPCAO DE PARM 'SEQ'): O MESTRE, A LISTA
      *                    RESTRITIVA E A SITUACAO NA RECEITA, AGORA
      *                    EM ACESSO DINAMICO, SAO PERCORRIDOS EM
      *                    SEQUENCIA JUNTO COM O EXTRATO ORDENADO POR
      *                    CPF PELO COBP0605, NO LUGAR DE UMA LEITURA
      *                    POR CHAVE POR CPF APROVADO. CPF FORA DE
      *                    SEQUENCIA (CORRIGIDO, REINJETADO PELO
      *                    COBP0616 NO FIM DO EXTRATO) CONTINUA LIDO
      *                    POR CHAVE. SAIDAS, ESTATISTICAS E AUDITORIA
      *                    NAO MUDAM; A FINALIZACAO PASSOU A EXIBIR O
      *                    TEMPO DECORRIDO E AS QUANTIDADES DE E/S DE
      *                    CADA ARQUIVO, NOS DOIS MODOS.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
      *
           SELECT CPF-MASTER-FILE     ASSIGN TO CPFMST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-MASTER.
      *
           SELECT CPF-RESTRITIVO-FILE ASSIGN TO CPFRES01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RES-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RESTRITIVO.
      *
           SELECT CPF-RECEITA-FILE    ASSIGN TO CPFSRF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRF-CPF-NUMERO
                  FILE STATUS IS WS-STATUS-RECEITA.
      *
           SELECT CPF-ESTATISTICA-FILE
                                      ASSIGN TO CPFEST01
       FD  CPF-RESTRITIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFRES1.
      *
       FD  CPF-RECEITA-FILE
           LABEL RECORD IS STANDARD.
           COPY CPFSRF1.
      *
       FD  CPF-ESTATISTICA-FILE
           LABEL RECORD IS STANDARD.
       WORKING-STORAGE SECTION.
       01  SUBROTINA-LOTE              PIC X(008) VALUE 'ASMSCPB0'.
       01  SUBROTINA-CONTROLE          PIC X(008) VALUE 'COBP0618'.
       01  SUBROTINA-DATAS             PIC X(008) VALUE 'COBP0632'.
       01  WS-LOTE-TAM-MAX             PIC 9(004) COMP VALUE 100.
      *
           COPY CPFRUC1.
      *
           COPY CPFDTC1.
      *
           COPY CPFWS01.
      *
               05  WS-QTD-RET-NAO-NUM  PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RET-OUTROS   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-BLOQUEADOS   PIC 9(009) COMP VALUE 0.
               05  WS-QTD-IRREGULARES-RFB
                                       PIC 9(009) COMP VALUE 0.
               05  WS-QTD-NOVOS        PIC 9(009) COMP VALUE 0.
               05  WS-QTD-JA-CADASTRADOS
                                       PIC 9(009) COMP VALUE 0.
           03  WS-AREAS-EXTRATO.
               05  WS-DATA-PROCESSAMENTO
                                       PIC 9(008) VALUE 0.
               05  WS-DATA-UTIL-ANTERIOR
                                       PIC 9(008) VALUE 0.
               05  WS-ORIGEM-EXTRATO   PIC X(008) VALUE SPACES.
               05  WS-ORIGEM-DETALHE   PIC X(008) VALUE SPACES.
               05  WS-FLAG-TRAILER     PIC X(001) VALUE 'N'.
           03  WS-CHAVE-RESTRITIVO.
               05  WS-STATUS-RESTRITIVO
                                       PIC X(002) VALUE '00'.
           03  WS-CHAVE-RECEITA.
               05  WS-STATUS-RECEITA   PIC X(002) VALUE '00'.
           03  WS-CHAVE-NOME.
               05  WS-NOME-SITUACAO    PIC X(001) VALUE SPACE.
                   88 NOME-DIVERGENTE         VALUE 'D'.
               05  WS-NOME-EXTRATO     PIC X(040) VALUE SPACES.
               05  WS-IND-ITEM         PIC 9(004) COMP VALUE 0.
               05  WS-QTD-DIVERGENTES  PIC 9(009) COMP VALUE 0.
      *
      *    MODO DE CASAMENTO SEQUENCIAL (PARM 'SEQ'): O MESTRE, A LISTA
      *    RESTRITIVA E A SITUACAO NA RECEITA SAO PERCORRIDOS EM
      *    SEQUENCIA DE CPF JUNTO COM O EXTRATO ORDENADO. PARA CADA
      *    ARQUIVO FICAM GUARDADOS O ULTIMO CPF PESQUISADO EM SEQUENCIA
      *    E O REGISTRO CORRENTE DA LEITURA SEQUENCIAL (HIGH-VALUES NA
      *    CHAVE NO FIM DO ARQUIVO, LOW-VALUES QUANDO E PRECISO
      *    REPOSICIONAR).
       01  AREAS-DE-CASAMENTO.
           03  WS-FLAG-MODO            PIC X(001) VALUE 'A'.
               88 MODO-ALEATORIO              VALUE 'A'.
               88 MODO-SEQUENCIAL             VALUE 'S'.
           03  WS-CPF-BUSCA            PIC X(011) VALUE SPACES.
           03  WS-SEQ-MASTER.
               05  WS-SEQ-MST-ULTIMA   PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-MST-CHAVE    PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-MST-POSICAO  PIC X(001) VALUE 'S'.
                   88 SEQ-MST-POSICIONAR      VALUE 'S'.
               05  WS-SEQ-MST-REG      PIC X(100) VALUE SPACES.
           03  WS-SEQ-RESTRITIVO.
               05  WS-SEQ-RES-ULTIMA   PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-RES-CHAVE    PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-RES-POSICAO  PIC X(001) VALUE 'S'.
                   88 SEQ-RES-POSICIONAR      VALUE 'S'.
               05  WS-SEQ-RES-REG      PIC X(080) VALUE SPACES.
           03  WS-SEQ-RECEITA.
               05  WS-SEQ-SRF-ULTIMA   PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-SRF-CHAVE    PIC X(011) VALUE LOW-VALUES.
               05  WS-SEQ-SRF-POSICAO  PIC X(001) VALUE 'S'.
                   88 SEQ-SRF-POSICIONAR      VALUE 'S'.
               05  WS-SEQ-SRF-REG      PIC X(080) VALUE SPACES.
      *
      *    CONTADORES DE E/S POR ARQUIVO, PARA COMPARAR OS DOIS MODOS:
      *    LEITURAS POR CHAVE, POSICIONAMENTOS (START), LEITURAS
      *    SEQUENCIAIS E CPFS FORA DE SEQUENCIA (LIDOS POR CHAVE).
           03  WS-CONTADORES-ES.
               05  WS-QTD-MST-CHAVE    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-MST-START    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-MST-SEQ      PIC 9(009) COMP VALUE 0.
               05  WS-QTD-MST-FORA     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RES-CHAVE    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RES-START    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RES-SEQ      PIC 9(009) COMP VALUE 0.
               05  WS-QTD-RES-FORA     PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SRF-CHAVE    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SRF-START    PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SRF-SEQ      PIC 9(009) COMP VALUE 0.
               05  WS-QTD-SRF-FORA     PIC 9(009) COMP VALUE 0.
      *
      *    TEMPO DECORRIDO DA EXECUCAO, A PARTIR DOS HORARIOS DE
      *    INICIO E FIM (HHMMSSCC) EM CENTESIMOS DE SEGUNDO.
           03  WS-AREAS-TEMPO.
               05  WS-HORA-CALCULO     PIC 9(008) VALUE 0.
               05  WS-HORA-CALCULO-R   REDEFINES WS-HORA-CALCULO.
                   07  WS-CALC-HH      PIC 9(002).
                   07  WS-CALC-MM      PIC 9(002).
                   07  WS-CALC-SS      PIC 9(002).
                   07  WS-CALC-CC      PIC 9(002).
               05  WS-CENT-CALCULO     PIC 9(009) COMP VALUE 0.
               05  WS-CENT-INICIO      PIC 9(009) COMP VALUE 0.
               05  WS-CENT-FIM         PIC 9(009) COMP VALUE 0.
               05  WS-SEG-DECORRIDOS   PIC 9(007)V99 VALUE 0.
               05  WS-SEG-DECORRIDOS-ED
                                       PIC Z(006)9.99.
      *
       LINKAGE SECTION.
       01  WS-AREA-PARM.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           OPEN INPUT CPF-RECEITA-FILE.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               DISPLAY 'COBP0601 - ERRO AO ABRIR O CPF-RECEITA-FILE - '
                       'FILE STATUS ' WS-STATUS-RECEITA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 2100-LE-ENTRADA
               THRU 2100-LE-ENTRADA-EXIT.
      *                        IDENTIFICAM A PERNA PARALELA DO FLUXO
      *                        PARTICIONADO NO CONTROLE DE EXECUCAO
      *                        (CPF601P1 A CPF601P4, PREDECESSOR
      *                        COBP0611). 'SEQ' LIGA O CASAMENTO
      *                        SEQUENCIAL COM O MESTRE, A LISTA
      *                        RESTRITIVA E A SITUACAO NA RECEITA.
      ******************************************************************
       1010-INTERPRETA-PARM.
           IF WS-PARM-TAM <= 0
                   MOVE 'CPF605C'  TO WS-ID-PREDECESSOR(1:7)
                   MOVE WS-PARM-TOKEN(WS-IND-TOKEN)(7:1)
                                   TO WS-ID-PREDECESSOR(8:1)
               WHEN WS-PARM-TOKEN(WS-IND-TOKEN) = 'SEQ'
                   SET  MODO-SEQUENCIAL TO TRUE
               WHEN OTHER
                   DISPLAY 'COBP0601 - OPCAO DE PARM INVALIDA: '
                           WS-PARM-TOKEN(WS-IND-TOKEN)
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
               DISPLAY 'COBP0601 - ERRO NA SUBROTINA DE DATAS - '
                       'RETORNO ' DTC-RETORNO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DTC-DATA-RESULTADO TO WS-DATA-UTIL-ANTERIOR.
      *
           IF ENT-HDR-DATA-GERACAO > WS-DATA-PROCESSAMENTO
              OR ENT-HDR-DATA-GERACAO < WS-DATA-UTIL-ANTERIOR
               DISPLAY 'COBP0601 - DATA DO HEADER DO EXTRATO ('
                       ENT-HDR-DATA-GERACAO ') FORA DA JANELA DE '
                       'PROCESSAMENTO (' WS-DATA-UTIL-ANTERIOR ' A '
                       WS-DATA-PROCESSAMENTO ')'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
               PERFORM 2180-VERIFICA-RESTRITIVO
                   THRU 2180-VERIFICA-RESTRITIVO-EXIT
           END-IF.
      *
           IF CPF-VALIDADO
               PERFORM 2185-VERIFICA-RECEITA
                   THRU 2185-VERIFICA-RECEITA-EXIT
           END-IF.
      *
           IF CPF-VALIDADO
               PERFORM 2170-VERIFICA-DUPLICIDADE
      *                             MESTRE, EVITANDO CADASTRO DUPLICADO
      ******************************************************************
       2170-VERIFICA-DUPLICIDADE.
           IF MODO-SEQUENCIAL
               PERFORM 2700-CASA-MASTER
                   THRU 2700-CASA-MASTER-EXIT
           ELSE
               PERFORM 2710-LE-MASTER-CHAVE
                   THRU 2710-LE-MASTER-CHAVE-EXIT
           END-IF.
      *
      *    STATUS '23' (CHAVE NAO ENCONTRADA) E O CLIENTE NOVO.
      *    QUALQUER OUTRO STATUS DIFERENTE DE '00' E UM ERRO REAL DE
      *    E/S NO CPF-MASTER-FILE E NAO PODE SER IGNORADO.
           IF WS-STATUS-MASTER NOT = '00'
              AND WS-STATUS-MASTER NOT = '23'
               DISPLAY 'COBP0601 - ERRO NA LEITURA DO CPF-MASTER-FILE '
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-MASTER = '23'
               SET CPF-CLIENTE-NOVO TO TRUE
               ADD 1 TO WS-QTD-NOVOS
           ELSE
               SET CPF-CLIENTE-EXISTENTE TO TRUE
               ADD 1 TO WS-QTD-JA-CADASTRADOS
           END-IF.
      *
       2170-VERIFICA-DUPLICIDADE-EXIT.
           EXIT.
      *                            NO RELATORIO DE EXCECOES
      ******************************************************************
       2180-VERIFICA-RESTRITIVO.
           IF MODO-SEQUENCIAL
               PERFORM 2720-CASA-RESTRITIVO
                   THRU 2720-CASA-RESTRITIVO-EXIT
           ELSE
               PERFORM 2730-LE-RESTRITIVO-CHAVE
                   THRU 2730-LE-RESTRITIVO-CHAVE-EXIT
           END-IF.
      *
      *    STATUS '23' (CHAVE NAO ENCONTRADA) E O CASO NORMAL DE CPF
      *    FORA DA LISTA. QUALQUER OUTRO STATUS DIFERENTE DE '00' E
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WS-STATUS-RESTRITIVO = '00'
               SET CPF-REPROVADO TO TRUE
               MOVE 'CPF BLOQUEADO' TO WS-MSG-RETORNO
               ADD 1 TO WS-QTD-BLOQUEADOS
           END-IF.
      *
       2180-VERIFICA-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2185-VERIFICA-RECEITA - CONSULTA A ULTIMA SITUACAO CADASTRAL
      *                         CONHECIDA DO CPF NA RECEITA FEDERAL
      *                         (CPFSRF01). CPF SUSPENSO, CANCELADO OU
      *                         DE TITULAR FALECIDO E TRATADO COMO
      *                         REPROVADO E VAI PARA O RELATORIO DE
      *                         EXCECOES COM A SITUACAO ENCONTRADA
      ******************************************************************
       2185-VERIFICA-RECEITA.
           IF MODO-SEQUENCIAL
               PERFORM 2740-CASA-RECEITA
                   THRU 2740-CASA-RECEITA-EXIT
           ELSE
               PERFORM 2750-LE-RECEITA-CHAVE
                   THRU 2750-LE-RECEITA-CHAVE-EXIT
           END-IF.
      *
           IF WS-STATUS-RECEITA = '23'
               SET SRF-SITUACAO-REGULAR TO TRUE
           END-IF.
      *
      *    STATUS '23' (CHAVE NAO ENCONTRADA) E O CPF AINDA SEM
      *    RETORNO DO BUREAU, QUE SEGUE COMO REGULAR. QUALQUER OUTRO
      *    STATUS DIFERENTE DE '00' E UM ERRO REAL DE E/S.
           IF WS-STATUS-RECEITA NOT = '00'
              AND WS-STATUS-RECEITA NOT = '23'
               DISPLAY 'COBP0601 - ERRO NA LEITURA DO CPF-RECEITA-FILE '
                       '- FILE STATUS ' WS-STATUS-RECEITA
               DISPLAY 'COBP0601 - CPF PESQUISADO: ' CPF-OUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF SRF-SITUACAO-REGULAR
               GO TO 2185-VERIFICA-RECEITA-EXIT
           END-IF.
      *
           SET CPF-REPROVADO TO TRUE.
           ADD 1 TO WS-QTD-IRREGULARES-RFB.
      *
           EVALUATE TRUE
               WHEN SRF-SITUACAO-SUSPENSA
                   MOVE 'CPF SUSPENSO NA RFB'  TO WS-MSG-RETORNO
               WHEN SRF-SITUACAO-CANCELADA
                   MOVE 'CPF CANCELADO NA RFB' TO WS-MSG-RETORNO
               WHEN SRF-SITUACAO-FALECIDO
                   MOVE 'TITULAR FALECIDO'     TO WS-MSG-RETORNO
               WHEN OTHER
                   MOVE 'CPF IRREGULAR NA RFB' TO WS-MSG-RETORNO
           END-EVALUATE.
      *
       2185-VERIFICA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2190-VERIFICA-NOME - COMPARA O NOME QUE VEIO NO DETALHE DO
      *                      EXTRATO COM O NOME DO CLIENTE JA
      *                      CADASTRADO NO MESTRE (LIDO EM
           EXIT.
      *
      ******************************************************************
      * 2700-CASA-MASTER - LOCALIZA O CPF-OUT NO MESTRE DE CLIENTES PELA
      *                    LEITURA SEQUENCIAL, EM PASSO COM O EXTRATO
      *                    ORDENADO POR CPF, DEIXANDO O REGISTRO E O
      *                    FILE STATUS ('00' ACHOU, '23' NAO ACHOU) COMO
      *                    A LEITURA POR CHAVE DEIXARIA
      ******************************************************************
       2700-CASA-MASTER.
           MOVE CPF-OUT TO WS-CPF-BUSCA.
      *
      *    CPF ABAIXO DO ULTIMO PESQUISADO EM SEQUENCIA (CPF CORRIGIDO
      *    REINJETADO PELO COBP0616 NO FIM DO EXTRATO) E LIDO POR
      *    CHAVE; A LEITURA SEQUENCIAL E REPOSICIONADA NO CPF SEGUINTE.
           IF WS-CPF-BUSCA < WS-SEQ-MST-ULTIMA
               ADD 1 TO WS-QTD-MST-FORA
               PERFORM 2710-LE-MASTER-CHAVE
                   THRU 2710-LE-MASTER-CHAVE-EXIT
               MOVE LOW-VALUES TO WS-SEQ-MST-CHAVE
               SET  SEQ-MST-POSICIONAR TO TRUE
               GO TO 2700-CASA-MASTER-EXIT
           END-IF.
      *
           MOVE WS-CPF-BUSCA TO WS-SEQ-MST-ULTIMA.
      *
           PERFORM 2705-AVANCA-MASTER
               THRU 2705-AVANCA-MASTER-EXIT
               UNTIL WS-SEQ-MST-CHAVE >= WS-CPF-BUSCA.
      *
           IF WS-SEQ-MST-CHAVE = WS-CPF-BUSCA
               MOVE WS-SEQ-MST-REG TO REG-CLIENTE-MASTER
               MOVE '00' TO WS-STATUS-MASTER
           ELSE
               MOVE '23' TO WS-STATUS-MASTER
           END-IF.
      *
       2700-CASA-MASTER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2705-AVANCA-MASTER - LE O PROXIMO REGISTRO DO MESTRE DE CLIENTES
      *                      E GUARDA CHAVE E REGISTRO. NA PRIMEIRA
      *                      LEITURA E DEPOIS DE UM CPF FORA DE
      *                      SEQUENCIA O ARQUIVO E POSICIONADO (START)
      *                      NO CPF PESQUISADO
      ******************************************************************
       2705-AVANCA-MASTER.
           IF SEQ-MST-POSICIONAR
               MOVE 'N'     TO WS-SEQ-MST-POSICAO
               MOVE CPF-OUT TO MST-CPF-NUMERO
               ADD 1 TO WS-QTD-MST-START
               START CPF-MASTER-FILE
                   KEY IS >= MST-CPF-NUMERO
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-SEQ-MST-CHAVE
               END-START
               IF WS-STATUS-MASTER = '23'
                   GO TO 2705-AVANCA-MASTER-EXIT
               END-IF
               IF WS-STATUS-MASTER NOT = '00'
                   GO TO 2705-AVANCA-MASTER-ERRO
               END-IF
           END-IF.
      *
           READ CPF-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-SEQ-MST-CHAVE
                   GO TO 2705-AVANCA-MASTER-EXIT
           END-READ.
      *
           IF WS-STATUS-MASTER NOT = '00'
               GO TO 2705-AVANCA-MASTER-ERRO
           END-IF.
      *
           ADD 1 TO WS-QTD-MST-SEQ.
           MOVE MST-CPF-NUMERO TO WS-SEQ-MST-CHAVE.
           MOVE REG-CLIENTE-MASTER TO WS-SEQ-MST-REG.
           GO TO 2705-AVANCA-MASTER-EXIT.
      *
       2705-AVANCA-MASTER-ERRO.
           DISPLAY 'COBP0601 - ERRO NA LEITURA SEQUENCIAL DO '
                   'CPF-MASTER-FILE - FILE STATUS ' WS-STATUS-MASTER.
           DISPLAY 'COBP0601 - CPF PESQUISADO: ' CPF-OUT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      *
       2705-AVANCA-MASTER-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2710-LE-MASTER-CHAVE - LEITURA POR CHAVE DO CPF-OUT NO MESTRE DE
      *                        CLIENTES (MODO ALEATORIO E CPF FORA DE
      *                        SEQUENCIA NO MODO SEQUENCIAL)
      ******************************************************************
       2710-LE-MASTER-CHAVE.
           MOVE CPF-OUT TO MST-CPF-NUMERO.
           ADD 1 TO WS-QTD-MST-CHAVE.
      *
           READ CPF-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
       2710-LE-MASTER-CHAVE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2720-CASA-RESTRITIVO - LOCALIZA O CPF-OUT NA LISTA RESTRITIVA
      *                        PELA LEITURA SEQUENCIAL, EM PASSO COM O
      *                        EXTRATO ORDENADO POR CPF, DEIXANDO O
      *                        REGISTRO E O FILE STATUS ('00' ACHOU,
      *                        '23' NAO ACHOU) COMO A LEITURA POR CHAVE
      *                        DEIXARIA
      ******************************************************************
       2720-CASA-RESTRITIVO.
           MOVE CPF-OUT TO WS-CPF-BUSCA.
      *
      *    CPF ABAIXO DO ULTIMO PESQUISADO EM SEQUENCIA (CPF CORRIGIDO
      *    REINJETADO PELO COBP0616 NO FIM DO EXTRATO) E LIDO POR
      *    CHAVE; A LEITURA SEQUENCIAL E REPOSICIONADA NO CPF SEGUINTE.
           IF WS-CPF-BUSCA < WS-SEQ-RES-ULTIMA
               ADD 1 TO WS-QTD-RES-FORA
               PERFORM 2730-LE-RESTRITIVO-CHAVE
                   THRU 2730-LE-RESTRITIVO-CHAVE-EXIT
               MOVE LOW-VALUES TO WS-SEQ-RES-CHAVE
               SET  SEQ-RES-POSICIONAR TO TRUE
               GO TO 2720-CASA-RESTRITIVO-EXIT
           END-IF.
      *
           MOVE WS-CPF-BUSCA TO WS-SEQ-RES-ULTIMA.
      *
           PERFORM 2725-AVANCA-RESTRITIVO
               THRU 2725-AVANCA-RESTRITIVO-EXIT
               UNTIL WS-SEQ-RES-CHAVE >= WS-CPF-BUSCA.
      *
           IF WS-SEQ-RES-CHAVE = WS-CPF-BUSCA
               MOVE WS-SEQ-RES-REG TO REG-RESTRITIVO-CPF
               MOVE '00' TO WS-STATUS-RESTRITIVO
           ELSE
               MOVE '23' TO WS-STATUS-RESTRITIVO
           END-IF.
      *
       2720-CASA-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2725-AVANCA-RESTRITIVO - LE O PROXIMO REGISTRO DA LISTA
      *                          RESTRITIVA E GUARDA CHAVE E REGISTRO.
      *                          NA PRIMEIRA LEITURA E DEPOIS DE UM CPF
      *                          FORA DE SEQUENCIA O ARQUIVO E
      *                          POSICIONADO (START) NO CPF PESQUISADO
      ******************************************************************
       2725-AVANCA-RESTRITIVO.
           IF SEQ-RES-POSICIONAR
               MOVE 'N'     TO WS-SEQ-RES-POSICAO
               MOVE CPF-OUT TO RES-CPF-NUMERO
               ADD 1 TO WS-QTD-RES-START
               START CPF-RESTRITIVO-FILE
                   KEY IS >= RES-CPF-NUMERO
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-SEQ-RES-CHAVE
               END-START
               IF WS-STATUS-RESTRITIVO = '23'
                   GO TO 2725-AVANCA-RESTRITIVO-EXIT
               END-IF
               IF WS-STATUS-RESTRITIVO NOT = '00'
                   GO TO 2725-AVANCA-RESTRITIVO-ERRO
               END-IF
           END-IF.
      *
           READ CPF-RESTRITIVO-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-SEQ-RES-CHAVE
                   GO TO 2725-AVANCA-RESTRITIVO-EXIT
           END-READ.
      *
           IF WS-STATUS-RESTRITIVO NOT = '00'
               GO TO 2725-AVANCA-RESTRITIVO-ERRO
           END-IF.
      *
           ADD 1 TO WS-QTD-RES-SEQ.
           MOVE RES-CPF-NUMERO TO WS-SEQ-RES-CHAVE.
           MOVE REG-RESTRITIVO-CPF TO WS-SEQ-RES-REG.
           GO TO 2725-AVANCA-RESTRITIVO-EXIT.
      *
       2725-AVANCA-RESTRITIVO-ERRO.
           DISPLAY 'COBP0601 - ERRO NA LEITURA SEQUENCIAL DO '
                   'CPF-RESTRITIVO-FILE - FILE STATUS '
                   WS-STATUS-RESTRITIVO.
           DISPLAY 'COBP0601 - CPF PESQUISADO: ' CPF-OUT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      *
       2725-AVANCA-RESTRITIVO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2730-LE-RESTRITIVO-CHAVE - LEITURA POR CHAVE DO CPF-OUT NA LISTA
      *                            RESTRITIVA (MODO ALEATORIO E CPF FORA
      *                            DE SEQUENCIA NO MODO SEQUENCIAL)
      ******************************************************************
       2730-LE-RESTRITIVO-CHAVE.
           MOVE CPF-OUT TO RES-CPF-NUMERO.
           ADD 1 TO WS-QTD-RES-CHAVE.
      *
           READ CPF-RESTRITIVO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
       2730-LE-RESTRITIVO-CHAVE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2740-CASA-RECEITA - LOCALIZA O CPF-OUT NA SITUACAO CADASTRAL DA
      *                     RECEITA (CPFSRF01) PELA LEITURA SEQUENCIAL,
      *                     EM PASSO COM O EXTRATO ORDENADO POR CPF,
      *                     DEIXANDO O REGISTRO E O FILE STATUS ('00'
      *                     ACHOU, '23' NAO ACHOU) COMO A LEITURA POR
      *                     CHAVE DEIXARIA
      ******************************************************************
       2740-CASA-RECEITA.
           MOVE CPF-OUT TO WS-CPF-BUSCA.
      *
      *    CPF ABAIXO DO ULTIMO PESQUISADO EM SEQUENCIA (CPF CORRIGIDO
      *    REINJETADO PELO COBP0616 NO FIM DO EXTRATO) E LIDO POR
      *    CHAVE; A LEITURA SEQUENCIAL E REPOSICIONADA NO CPF SEGUINTE.
           IF WS-CPF-BUSCA < WS-SEQ-SRF-ULTIMA
               ADD 1 TO WS-QTD-SRF-FORA
               PERFORM 2750-LE-RECEITA-CHAVE
                   THRU 2750-LE-RECEITA-CHAVE-EXIT
               MOVE LOW-VALUES TO WS-SEQ-SRF-CHAVE
               SET  SEQ-SRF-POSICIONAR TO TRUE
               GO TO 2740-CASA-RECEITA-EXIT
           END-IF.
      *
           MOVE WS-CPF-BUSCA TO WS-SEQ-SRF-ULTIMA.
      *
           PERFORM 2745-AVANCA-RECEITA
               THRU 2745-AVANCA-RECEITA-EXIT
               UNTIL WS-SEQ-SRF-CHAVE >= WS-CPF-BUSCA.
      *
           IF WS-SEQ-SRF-CHAVE = WS-CPF-BUSCA
               MOVE WS-SEQ-SRF-REG TO REG-SITUACAO-RECEITA
               MOVE '00' TO WS-STATUS-RECEITA
           ELSE
               MOVE '23' TO WS-STATUS-RECEITA
           END-IF.
      *
       2740-CASA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2745-AVANCA-RECEITA - LE O PROXIMO REGISTRO DA SITUACAO NA
      *                       RECEITA (CPFSRF01) E GUARDA CHAVE E
      *                       REGISTRO. NA PRIMEIRA LEITURA E DEPOIS DE
      *                       UM CPF FORA DE SEQUENCIA O ARQUIVO E
      *                       POSICIONADO (START) NO CPF PESQUISADO
      ******************************************************************
       2745-AVANCA-RECEITA.
           IF SEQ-SRF-POSICIONAR
               MOVE 'N'     TO WS-SEQ-SRF-POSICAO
               MOVE CPF-OUT TO SRF-CPF-NUMERO
               ADD 1 TO WS-QTD-SRF-START
               START CPF-RECEITA-FILE
                   KEY IS >= SRF-CPF-NUMERO
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-SEQ-SRF-CHAVE
               END-START
               IF WS-STATUS-RECEITA = '23'
                   GO TO 2745-AVANCA-RECEITA-EXIT
               END-IF
               IF WS-STATUS-RECEITA NOT = '00'
                   GO TO 2745-AVANCA-RECEITA-ERRO
               END-IF
           END-IF.
      *
           READ CPF-RECEITA-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-SEQ-SRF-CHAVE
                   GO TO 2745-AVANCA-RECEITA-EXIT
           END-READ.
      *
           IF WS-STATUS-RECEITA NOT = '00'
               GO TO 2745-AVANCA-RECEITA-ERRO
           END-IF.
      *
           ADD 1 TO WS-QTD-SRF-SEQ.
           MOVE SRF-CPF-NUMERO TO WS-SEQ-SRF-CHAVE.
           MOVE REG-SITUACAO-RECEITA TO WS-SEQ-SRF-REG.
           GO TO 2745-AVANCA-RECEITA-EXIT.
      *
       2745-AVANCA-RECEITA-ERRO.
           DISPLAY 'COBP0601 - ERRO NA LEITURA SEQUENCIAL DO '
                   'CPF-RECEITA-FILE - FILE STATUS ' WS-STATUS-RECEITA.
           DISPLAY 'COBP0601 - CPF PESQUISADO: ' CPF-OUT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      *
       2745-AVANCA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2750-LE-RECEITA-CHAVE - LEITURA POR CHAVE DO CPF-OUT NA SITUACAO
      *                         DA RECEITA (MODO ALEATORIO E CPF FORA DE
      *                         SEQUENCIA NO MODO SEQUENCIAL)
      ******************************************************************
       2750-LE-RECEITA-CHAVE.
           MOVE CPF-OUT TO SRF-CPF-NUMERO.
           ADD 1 TO WS-QTD-SRF-CHAVE.
      *
           READ CPF-RECEITA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
       2750-LE-RECEITA-CHAVE-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3000-FINALIZACAO - FECHA OS ARQUIVOS E ENCERRA O PROGRAMA
      ******************************************************************
       3000-FINALIZACAO.
                   WS-QTD-EXCECOES.
           DISPLAY 'COBP0601 - NOMES DIVERGENTES.........: '
                   WS-QTD-DIVERGENTES.
           DISPLAY 'COBP0601 - CPFS IRREGULARES NA RFB...: '
                   WS-QTD-IRREGULARES-RFB.
      *
           CLOSE CPF-ENTRADA-FILE
                 CPF-SAIDA-FILE
                 CPF-AUDITORIA-FILE
                 CPF-MASTER-FILE
                 CPF-RESTRITIVO-FILE
                 CPF-RECEITA-FILE
                 CPF-DIVERGENCIA-FILE.
      *
           IF NOT EXECUCAO-PERNA
      *
           PERFORM 3500-GRAVA-ESTATISTICA
               THRU 3500-GRAVA-ESTATISTICA-EXIT.
      *
           PERFORM 3550-EXIBE-DESEMPENHO
               THRU 3550-EXIBE-DESEMPENHO-EXIT.
      *
           PERFORM 3600-REGISTRA-FIM
               THRU 3600-REGISTRA-FIM-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3550-EXIBE-DESEMPENHO - EXIBE O MODO DE CASAMENTO, O TEMPO
      *                         DECORRIDO E AS QUANTIDADES DE E/S NO
      *                         MESTRE, NA LISTA RESTRITIVA E NA
      *                         SITUACAO DA RECEITA, PARA COMPARAR O
      *                         MODO ALEATORIO COM O SEQUENCIAL
      ******************************************************************
       3550-EXIBE-DESEMPENHO.
           MOVE WS-HORA-INICIO  TO WS-HORA-CALCULO.
           PERFORM 3560-CONVERTE-HORA
               THRU 3560-CONVERTE-HORA-EXIT.
           MOVE WS-CENT-CALCULO TO WS-CENT-INICIO.
      *
           MOVE WS-HORA-FIM     TO WS-HORA-CALCULO.
           PERFORM 3560-CONVERTE-HORA
               THRU 3560-CONVERTE-HORA-EXIT.
           MOVE WS-CENT-CALCULO TO WS-CENT-FIM.
      *
      *    EXECUCAO QUE ATRAVESSOU A MEIA-NOITE.
           IF WS-CENT-FIM < WS-CENT-INICIO
               ADD 8640000 TO WS-CENT-FIM
           END-IF.
      *
           COMPUTE WS-SEG-DECORRIDOS =
                   (WS-CENT-FIM - WS-CENT-INICIO) / 100.
           MOVE WS-SEG-DECORRIDOS TO WS-SEG-DECORRIDOS-ED.
      *
           IF MODO-SEQUENCIAL
               DISPLAY 'COBP0601 - MODO DE CASAMENTO.........: '
                       'SEQUENCIAL'
           ELSE
               DISPLAY 'COBP0601 - MODO DE CASAMENTO.........: '
                       'ALEATORIO'
           END-IF.
           DISPLAY 'COBP0601 - TEMPO DECORRIDO (SEGUNDOS): '
                   WS-SEG-DECORRIDOS-ED.
           DISPLAY 'COBP0601 - E/S MESTRE....: CHAVE ' WS-QTD-MST-CHAVE
                   ' START ' WS-QTD-MST-START
                   ' SEQ ' WS-QTD-MST-SEQ
                   ' FORA SEQ ' WS-QTD-MST-FORA.
           DISPLAY 'COBP0601 - E/S RESTRITIVA: CHAVE ' WS-QTD-RES-CHAVE
                   ' START ' WS-QTD-RES-START
                   ' SEQ ' WS-QTD-RES-SEQ
                   ' FORA SEQ ' WS-QTD-RES-FORA.
           DISPLAY 'COBP0601 - E/S RECEITA...: CHAVE ' WS-QTD-SRF-CHAVE
                   ' START ' WS-QTD-SRF-START
                   ' SEQ ' WS-QTD-SRF-SEQ
                   ' FORA SEQ ' WS-QTD-SRF-FORA.
      *
       3550-EXIBE-DESEMPENHO-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3560-CONVERTE-HORA - CONVERTE O HORARIO HHMMSSCC DE
      *                      WS-HORA-CALCULO EM CENTESIMOS DE SEGUNDO
      *                      DESDE A MEIA-NOITE
      ******************************************************************
       3560-CONVERTE-HORA.
           COMPUTE WS-CENT-CALCULO = WS-CALC-HH * 360000
                                   + WS-CALC-MM * 6000
                                   + WS-CALC-SS * 100
                                   + WS-CALC-CC.
      *
       3560-CONVERTE-HORA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 3600-REGISTRA-FIM - REGISTRA O FIM DO PASSO NO CONTROLE DE
      *                     EXECUCAO (COBP0618), COM OS TOTAIS E O
      *                     RETURN-CODE DA EXECUCAO
