      * 02/09/2026 - "REPR CONS" (REPROVACAO POR DECISAO DO CONSELHO)
      *              PASSA A GERAR CARTA DE REPROVACAO COMO OS DEMAIS
      *              STATUS DE REPROVACAO.
      * 15/10/2026 - O REGISTRO DO ALUNOS ACOMPANHA O NOVO LAYOUT COM
      *              A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCRT.
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
