      *              MATERIAS.DAT. O STATUS GRAVADO PELOS PROGRAMAS
      *              QUE HONRAM A DECISAO E "APROV CONS" (O CAMPO DE
      *              STATUS DO SISTEMA TEM 11 POSICOES).
      * 15/10/2026 - O REGISTRO DO ALUNOS ACOMPANHA O NOVO LAYOUT COM
      *              A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCSL.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
