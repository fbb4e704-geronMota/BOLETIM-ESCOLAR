      *              REGISTRADA NO CONFCTL: ANTES ELA SAIA COMO LOTE
      *              LIMPO E DESARMAVA O AVISO DO PROCESSA/SISTTFEC
      *              SEM UMA UNICA NOTA COMPARADA.
      * 15/10/2026 - O REGISTRO DO CAD ACOMPANHA O NOVO LAYOUT COM A
      *              UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCNF.
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD CONFNOTA.
       01 REG-CONFNOTA                        PIC X(80).
