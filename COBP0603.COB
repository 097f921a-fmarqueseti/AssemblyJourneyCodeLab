      * 2026-09-02 EBC     A AUDITORIA PASSOU A REGISTRAR O SISTEMA
      *                    DE ORIGEM ('BALCAO' NAS CONSULTAS ONLINE),
      *                    ACOMPANHANDO A APURACAO POR CANAL DO LOTE.
      * 2026-10-14 EBC     INCLUIDA A CONSULTA A SITUACAO CADASTRAL DO
      *                    CPF NA RECEITA FEDERAL (CPFSRF01, CARREGADO
      *                    PELO COBP0625): CPF SUSPENSO, CANCELADO OU
      *                    DE TITULAR FALECIDO E DEVOLVIDO AO BALCAO
      *                    COMO REPROVADO, COMO O COBP0601 JA FAZ NO
      *                    LOTE NOTURNO.
      ******************************************************************
      *
       ENVIRONMENT    DIVISION.
           COPY CPFAUD2.
      *
           COPY CPFRES1.
      *
           COPY CPFSRF1.
      *
           COPY COBM061.
      *
       01  WS-NOME-ARQ-AUDITORIA       PIC X(008) VALUE 'CPFAUD01'.
       01  WS-NOME-ARQ-AUD-INDEX       PIC X(008) VALUE 'CPFAIX01'.
       01  WS-NOME-ARQ-RESTRITIVO      PIC X(008) VALUE 'CPFRES01'.
       01  WS-NOME-ARQ-RECEITA         PIC X(008) VALUE 'CPFSRF01'.
       01  WS-RESP-CICS                PIC S9(008) COMP VALUE 0.
       01  WS-COMMAREA-RETORNO         PIC X(001) VALUE 'P'.
      *
               PERFORM 2300-VERIFICA-RESTRITIVO
                   THRU 2300-VERIFICA-RESTRITIVO-EXIT
           END-IF.
      *
           IF CPF-VALIDADO
               PERFORM 2350-VERIFICA-RECEITA
                   THRU 2350-VERIFICA-RECEITA-EXIT
           END-IF.
      *
           PERFORM 2200-FORMATA-MASCARA
               THRU 2200-FORMATA-MASCARA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2350-VERIFICA-RECEITA - CONSULTA A ULTIMA SITUACAO CADASTRAL
      *                         CONHECIDA DO CPF NA RECEITA FEDERAL.
      *                         CPF SUSPENSO, CANCELADO OU DE TITULAR
      *                         FALECIDO E DEVOLVIDO AO BALCAO COMO
      *                         REPROVADO, COM A SITUACAO ENCONTRADA
      ******************************************************************
       2350-VERIFICA-RECEITA.
           MOVE CPF-OUT TO SRF-CPF-NUMERO.
      *
           EXEC CICS READ
               FILE(WS-NOME-ARQ-RECEITA)
               INTO(REG-SITUACAO-RECEITA)
               RIDFLD(SRF-CPF-NUMERO)
               RESP(WS-RESP-CICS)
           END-EXEC.
      *
      *    NOTFND E O CPF AINDA SEM RETORNO DO BUREAU, QUE SEGUE COMO
      *    REGULAR. QUALQUER OUTRA RESPOSTA E ERRO REAL NA CONSULTA E
      *    NAO PODE PASSAR POR CPF VALIDO.
           EVALUATE WS-RESP-CICS
               WHEN DFHRESP(NORMAL)
                   IF NOT SRF-SITUACAO-REGULAR
                       SET CPF-REPROVADO TO TRUE
                       PERFORM 2360-MONTA-MSG-RECEITA
                           THRU 2360-MONTA-MSG-RECEITA-EXIT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET CPF-REPROVADO TO TRUE
                   MOVE 'ERRO NA CONSULTA A SITUACAO NA RECEITA'
                                      TO WS-MSG-TELA
           END-EVALUATE.
      *
       2350-VERIFICA-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2360-MONTA-MSG-RECEITA - MONTA A MENSAGEM DO BALCAO PARA O CPF
      *                          EM SITUACAO NAO REGULAR NA RECEITA
      ******************************************************************
       2360-MONTA-MSG-RECEITA.
           EVALUATE TRUE
               WHEN SRF-SITUACAO-SUSPENSA
                   MOVE 'CPF SUSPENSO NA RECEITA FEDERAL'
                                      TO WS-MSG-TELA
               WHEN SRF-SITUACAO-CANCELADA
                   MOVE 'CPF CANCELADO NA RECEITA FEDERAL'
                                      TO WS-MSG-TELA
               WHEN SRF-SITUACAO-FALECIDO
                   MOVE 'CPF DE TITULAR FALECIDO'
                                      TO WS-MSG-TELA
               WHEN OTHER
                   MOVE 'CPF IRREGULAR NA RECEITA FEDERAL'
                                      TO WS-MSG-TELA
           END-EVALUATE.
      *
       2360-MONTA-MSG-RECEITA-EXIT.
           EXIT.
      *
      ******************************************************************
      * 2400-GRAVA-AUDITORIA - GRAVA NA TRILHA DE AUDITORIA (LGPD) O
      *                        REGISTRO DA CONSULTA ONLINE AO CPF,
      *                        DA MESMA FORMA QUE O LOTE NOTURNO
