      ******************************************************************
      * CPFJRN1 - LAYOUT DO REGISTRO DO DIARIO DE ALTERACOES DO
      *           CADASTRO MESTRE DE CLIENTES (CPFJRN01, CHAVE CPF +
      *           DATA + HORA). CADA GRAVACAO NO MESTRE (CPFMST01)
      *           GRAVA AQUI A IMAGEM DO REGISTRO ANTES E DEPOIS DA
      *           ALTERACAO, O PROGRAMA E O USUARIO (USERID DO CICS
      *           NAS TRANSACOES ONLINE, 'LOTE' NOS PASSOS BATCH).
      *           NA INCLUSAO A IMAGEM ANTERIOR FICA EM BRANCO.
      *           ALIMENTADO PELO COBP0607 (INCLUSAO), COBP0614
      *           (TELA CP03), COBP0621 (DESFECHO DA ABERTURA) E
      *           COBP0626 (INDICADOR DE RESTRICAO); LIDO PELO
      *           COBP0627 PARA RECOMPOR O REGISTRO EM UMA DATA.
      *           EM CASO DE CHAVE DUPLICADA NO MESMO CENTESIMO DE
      *           SEGUNDO, O GRAVADOR SOMA 1 A HORA E REPETE A
      *           GRAVACAO, COMO NO CPFAIX01.
      ******************************************************************
       01  REG-DIARIO-MASTER.
           03  JRN-CHAVE.
               05  JRN-CPF-NUMERO          PIC 9(011).
               05  JRN-DATA-ALTERACAO      PIC 9(008).
               05  JRN-HORA-ALTERACAO      PIC 9(008).
           03  JRN-TIPO-ALTERACAO          PIC X(001).
               88  JRN-INCLUSAO                   VALUE 'I'.
               88  JRN-ALTERACAO                  VALUE 'A'.
               88  JRN-EXCLUSAO                   VALUE 'E'.
           03  JRN-PROG-ORIGEM             PIC X(008).
           03  JRN-USUARIO                 PIC X(008).
           03  JRN-IMAGEM-ANTES            PIC X(100).
           03  JRN-IMAGEM-DEPOIS           PIC X(100).
           03  FILLER                      PIC X(006).
