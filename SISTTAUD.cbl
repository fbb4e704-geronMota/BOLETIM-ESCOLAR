      *              PASSA A IMPRIMIR O OPERADOR DE CADA ALTERACAO,
      *              PARA A APURACAO DE RECURSO DE NOTA DIZER QUEM
      *              FEZ A CORRECAO.
      * 15/10/2026 - LINHA DO CADLOG AMPLIADA PARA X(184) COM O ANO
      *              LETIVO E O BIMESTRE DA CHAVE ANTES E DEPOIS
      *              (ACOMPANHANDO OS PROGRAMAS QUE GRAVAM O CADLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTAUD.
       DATA DIVISION.
       FILE SECTION.
       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD RELATO.
       01 REG-RELATO                          PIC X(80).
           05 LL-DEPOIS-MEDIA                 PIC X(4).
           05 FILLER                          PIC X(4).
           05 LL-OPERADOR                     PIC X(3).
           05 FILLER                          PIC X(4).
           05 LL-ANTES-ANO                    PIC X(4).
           05 LL-ANTES-BIM                    PIC X(1).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-ANO                   PIC X(4).
           05 LL-DEPOIS-BIM                   PIC X(1).

       01 WS-DATA-LINHA.
           05 WS-DATA-LINHA-ANO               PIC X(4).
