      ******************************************************************
      * CNJQSA1 - LAYOUT DO QUADRO DE SOCIOS E ADMINISTRADORES (QSA)
      *           DAS EMPRESAS (CNJQSA01, INDEXADO POR CNPJ + CPF DO
      *           SOCIO): UM REGISTRO POR SOCIO DE CADA CNPJ. CARREGADO
      *           PELO COBP0630 A PARTIR DO ARQUIVO PERIODICO DO QSA
      *           (CNJQFD1), MANTIDO PELO COBP0631 E CONSULTADO PELO
      *           COBP0610 NA VALIDACAO DOS DOCUMENTOS 'J'.
      ******************************************************************
       01  REG-SOCIO-CNPJ.
           03  QSA-CHAVE.
               05  QSA-CNPJ-NUMERO         PIC 9(014).
               05  QSA-CPF-SOCIO           PIC 9(011).
           03  QSA-NOME-SOCIO              PIC X(040).
           03  QSA-QUALIFICACAO            PIC X(002).
           03  QSA-DATA-ENTRADA            PIC 9(008).
           03  QSA-ORIGEM                  PIC X(001).
               88  QSA-ORIGEM-CARGA               VALUE 'Q'.
               88  QSA-ORIGEM-MANUTENCAO          VALUE 'M'.
           03  QSA-DATA-ATUALIZACAO        PIC 9(008).
           03  FILLER                      PIC X(016).
