      * 02/09/2026 - A CLASSE ESPERADA PASSA A HONRAR TAMBEM A
      *              DECISAO "REPROVADO" DO CONSELHO (ESPERA REPRO),
      *              ACOMPANHANDO O "REPR CONS" DO PROCESSA.
      * 15/10/2026 - OS REGISTROS DO CAD E DO MATRICULA ACOMPANHAM O
      *              NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCON.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD MOVEAPRO.
       01 REGISTRO-APRO.
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD CONSELHO.
       01 REG-CONSELHO.
