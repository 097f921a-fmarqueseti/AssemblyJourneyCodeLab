      ******************************************************************
      * COBM065 - MAPA SIMBOLICO DA TELA DE CONSULTA 360 DO CLIENTE
      *           (SUPERVISOR), GERADO A PARTIR DO MAPSET COBM0601,
      *           MAPA COBM061E. UM FILLER PARA CADA CAMPO SEM NOME DO
      *           MAPA (3 BYTES DE CABECALHO L/F MAIS OS BYTES DE DADO
      *           DO CAMPO), NA MESMA ORDEM EM QUE OS CAMPOS APARECEM
      *           NO BMS.
      ******************************************************************
       01  COBM061EI.
           03  FILLER                  PIC X(039).
           03  FILLER                  PIC X(019).
           03  CPFVL                    PIC S9(004) COMP.
           03  CPFVF                    PIC X(001).
           03  FILLER REDEFINES CPFVF.
               05  CPFVA                PIC X(001).
           03  CPFVI                    PIC X(011).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  CPFXL                    PIC S9(004) COMP.
           03  CPFXF                    PIC X(001).
           03  FILLER REDEFINES CPFXF.
               05  CPFXA                PIC X(001).
           03  CPFXI                    PIC X(014).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  NOMEVL                   PIC S9(004) COMP.
           03  NOMEVF                   PIC X(001).
           03  FILLER REDEFINES NOMEVF.
               05  NOMEVA               PIC X(001).
           03  NOMEVI                   PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  SITVL                    PIC S9(004) COMP.
           03  SITVF                    PIC X(001).
           03  FILLER REDEFINES SITVF.
               05  SITVA                PIC X(001).
           03  SITVI                    PIC X(020).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  ABERVL                   PIC S9(004) COMP.
           03  ABERVF                   PIC X(001).
           03  FILLER REDEFINES ABERVF.
               05  ABERVA               PIC X(001).
           03  ABERVI                   PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  RESTVL                   PIC S9(004) COMP.
           03  RESTVF                   PIC X(001).
           03  FILLER REDEFINES RESTVF.
               05  RESTVA               PIC X(001).
           03  RESTVI                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  PROPVL                   PIC S9(004) COMP.
           03  PROPVF                   PIC X(001).
           03  FILLER REDEFINES PROPVF.
               05  PROPVA               PIC X(001).
           03  PROPVI                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  PENDVL                   PIC S9(004) COMP.
           03  PENDVF                   PIC X(001).
           03  FILLER REDEFINES PENDVF.
               05  PENDVA               PIC X(001).
           03  PENDVI                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  ENVVL                    PIC S9(004) COMP.
           03  ENVVF                    PIC X(001).
           03  FILLER REDEFINES ENVVF.
               05  ENVVA                PIC X(001).
           03  ENVVI                    PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  RFBVL                    PIC S9(004) COMP.
           03  RFBVF                    PIC X(001).
           03  FILLER REDEFINES RFBVF.
               05  RFBVA                PIC X(001).
           03  RFBVI                    PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  AUDVL                    PIC S9(004) COMP.
           03  AUDVF                    PIC X(001).
           03  FILLER REDEFINES AUDVF.
               05  AUDVA                PIC X(001).
           03  AUDVI                    PIC X(044).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(012).
           03  MSGVL                    PIC S9(004) COMP.
           03  MSGVF                    PIC X(001).
           03  FILLER REDEFINES MSGVF.
               05  MSGVA                PIC X(001).
           03  MSGVI                    PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(040).
           03  FILLER                  PIC X(022).
      *
       01  COBM061EO REDEFINES COBM061EI.
           03  FILLER                  PIC X(039).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  CPFVO                    PIC X(011).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  CPFXO                    PIC X(014).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  NOMEVO                   PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  SITVO                    PIC X(020).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  ABERVO                   PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  RESTVO                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  PROPVO                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  PENDVO                   PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  ENVVO                    PIC X(055).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  RFBVO                    PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(019).
           03  FILLER                  PIC X(003).
           03  AUDVO                    PIC X(044).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(012).
           03  FILLER                  PIC X(003).
           03  MSGVO                    PIC X(040).
           03  FILLER                  PIC X(004).
           03  FILLER                  PIC X(040).
           03  FILLER                  PIC X(022).
