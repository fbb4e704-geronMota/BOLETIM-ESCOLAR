      *              DUPLICADA FAZIA O SISTTHIS VARRER O MESMO CADHIST
      *              DUAS VEZES E DOBRAR AS FALTAS/AULAS DO HISTORICO
      *              ESCOLAR.
      * 15/10/2026 - OS REGISTROS DO CAD, DO CADHIST E DO RESULTADO
      *              ACOMPANHAM O NOVO LAYOUT COM A UNIDADE ESCOLAR NO
      *              FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTEXP.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD CADHIST.
       01 REG-CADHIST.
               05 HC-BIMESTRE-P                   PIC 9(1).
               05 HC-MATERIA-P                    PIC X(11).
               05 HC-ID-P                         PIC 9(4).
           03 HC-UNIDADE                          PIC 9(2).

       FD RESULTADO.
       01 REG-RESULT.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

       FD HISTCTL.
       01 REG-HISTCTL                             PIC X(105).
