      *              ORDENADO POR BIMESTRE E MATERIA, COM QUEBRA DE
      *              SECAO POR MATERIA, PARA A COORDENACAO COBRAR AS
      *              SEGUNDAS CHAMADAS POR TURMA E MATERIA.
      * 15/10/2026 - OS REGISTROS DO CAD E DO ALUNOS ACOMPANHAM O NOVO
      *              LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTPEN.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
