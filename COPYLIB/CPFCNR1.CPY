      ******************************************************************
      * CPFCNR1 - LAYOUT DO REGISTRO DO CADASTRO DE CANAIS DE
      *           ORIGINACAO (CPFCNR01), UM REGISTRO POR SISTEMA DE
      *           ORIGEM (O ENT-HDR-SISTEMA-ORIGEM DO HEADER DO
      *           EXTRATO DO CANAL), COM OS DIAS DA SEMANA EM QUE O
      *           EXTRATO DO CANAL E ESPERADO E SE ELE E OBRIGATORIO.
      *           LIDO PELA RECEPCAO DOS EXTRATOS (COBP0634).
      *           CNR-DIAS-ESPERADOS: UMA POSICAO POR DIA DA SEMANA,
      *           DE DOMINGO A SABADO, 'S' QUANDO O EXTRATO E ESPERADO.
      *           CNR-SOMENTE-DIA-UTIL: 'S' QUANDO O CANAL NAO GERA
      *           EXTRATO EM FERIADO (CALENDARIO CPFCAL01).
      ******************************************************************
       01  REG-CANAL-ORIGEM.
           03  CNR-SISTEMA-ORIGEM          PIC X(008).
           03  CNR-DESCRICAO               PIC X(030).
           03  CNR-DIAS-ESPERADOS          PIC X(007).
           03  CNR-DIAS-ESPERADOS-R        REDEFINES CNR-DIAS-ESPERADOS.
               05  CNR-DIA-ESPERADO        PIC X(001) OCCURS 7 TIMES.
           03  CNR-SOMENTE-DIA-UTIL        PIC X(001).
               88  CNR-NAO-ESPERADO-FERIADO       VALUE 'S'.
           03  CNR-OBRIGATORIO             PIC X(001).
               88  CNR-CANAL-OBRIGATORIO          VALUE 'S'.
           03  FILLER                      PIC X(033).
