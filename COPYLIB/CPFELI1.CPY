      ******************************************************************
      * CPFELI1 - LAYOUT DO REGISTRO DO ARQUIVO DE PEDIDOS DE
      *           ELIMINACAO DE DADOS PESSOAIS (LGPD ART. 18 VI) DE
      *           EX-CLIENTES (CPFELI01), REGISTRADOS PELO ENCARREGADO
      *           DE DADOS E PROCESSADOS PELO COBP0628, QUE EMITE UM
      *           CERTIFICADO POR PEDIDO
      ******************************************************************
       01  REG-PEDIDO-ELIMINACAO.
           03  ELI-NUMERO-PEDIDO           PIC X(010).
           03  ELI-CPF-NUMERO              PIC 9(011).
           03  ELI-DATA-PEDIDO             PIC 9(008).
           03  ELI-SOLICITANTE             PIC X(008).
           03  FILLER                      PIC X(043).
