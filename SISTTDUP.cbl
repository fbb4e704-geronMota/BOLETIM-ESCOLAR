      *              PROXIMA TOTALIZACAO DO SISTTDIA ZERAVA AS FALTAS
      *              DO ALUNO SOBREVIVENTE E O RELATORIO DE FREQUENCIA
      *              PERDIA AS DATAS.
      * 15/10/2026 - LINHA DO CADLOG AMPLIADA PARA X(184) COM O ANO
      *              LETIVO E O BIMESTRE DA CHAVE ANTES E DEPOIS, COMO
      *              NO SISTTCAD; A FUSAO ALCANCA TODOS OS REGISTROS DO
      *              ALUNO E GRAVA OS DOIS EM ZERO.
      * 15/10/2026 - UNIDADE ESCOLAR: O ID ERRADO (CADASTRO ELIMINADO)
      *              TEM DE SER DA UNIDADE DO OPERADOR; O ID CERTO
      *              PODE SER DE OUTRA. CAD, RESULTADO E MATRICULA
      *              RECHAVEADOS MANTEM A UNIDADE DE CADA REGISTRO;
      *              AREAS DE SALVAMENTO AMPLIADAS PARA X(117), X(62)
      *              E X(32).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTDUP.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD CAD.
       01 REGISTRO.
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD RESULTADO.
       01 REG-RESULT.
           03 RS-RESULTADO                    PIC X(11).
           03 RS-QTDE-BIM                     PIC 9(1).
           03 RS-TRANSMITIDO                  PIC X(1).
           03 RS-UNIDADE                      PIC 9(2).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD DIARIO.
       01 REG-DIARIO.
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD CADTRAVA.
       01 REG-CADTRAVA                        PIC X(36).
       01 REG-BACKCTL                         PIC X(58).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD RELATO.
       01 REG-RELATO                          PIC X(80).
       77 WS-OPERADOR                         PIC 9(3).
       77 WS-PERFIL                           PIC X(1).
         88 PERFIL-COORDENACAO                VALUE "C".
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-ERRADO                   PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-BKP-HOJE                         PIC X.
         88 BKP-HOJE                          VALUE "S".
       77 WS-DATA-HOJE                        PIC 9(8).
       77 WS-ID-CERTO                         PIC 9(4).
       77 WS-NM-ERRADO                        PIC X(25).
       77 WS-NM-CERTO                         PIC X(25).
       01 WS-REG-SALVO                        PIC X(117).
       01 WS-RS-SALVO                         PIC X(62).
       01 WS-MA-SALVO                         PIC X(32).
       01 WS-DI-SALVO                         PIC X(29).

       77 WS-CAD-MOVIDOS                      PIC 9(4) VALUE 0.
           05 LOG-DEPOIS-MEDIA                PIC Z9,9.
           05 FILLER                          PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                    PIC 9(3) VALUE 0.
           05 FILLER                          PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                   PIC 9(4).
           05 LOG-ANTES-BIM                   PIC 9(1).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                  PIC 9(4).
           05 LOG-DEPOIS-BIM                  PIC 9(1).

       77 ACUM-LINHAS                         PIC 9(2).
       77 ACUM-PAG                            PIC 9(5).
               GO TO CONTINUAR
           NOT INVALID KEY
               MOVE AL-NM TO WS-NM-ERRADO
               MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ERRADO
               IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                  MOVE AL-UNIDADE TO WS-UNIDADE-ERRADO
               END-IF
           END-READ

      *    O CADASTRO ELIMINADO TEM DE SER DA UNIDADE DO OPERADOR; O
      *    QUE FICA PODE SER DE OUTRA (ALUNO QUE MUDOU DE ANEXO E
      *    GANHOU ID NOVO) E CADA REGISTRO MOVIDO LEVA A SUA UNIDADE
           IF WS-UNIDADE-ERRADO NOT EQUAL WS-OPE-UNIDADE
              DISPLAY "ID ERRADO E DE OUTRA UNIDADE ESCOLAR ("
                      WS-UNIDADE-ERRADO"). FUSAO CANCELADA."
              CLOSE ALUNOS
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF

           DISPLAY "DIGITE O ID CERTO (CADASTRO QUE FICA)"
           ACCEPT WS-ID-CERTO
           IF WS-ID-CERTO EQUAL WS-ID-ERRADO
           MOVE "TITULAR"      TO LOG-DEPOIS-STATUS
           MOVE 0              TO LOG-DEPOIS-MEDIA
           MOVE WS-OPERADOR    TO LOG-OPERADOR
           MOVE 0              TO LOG-ANTES-ANO LOG-ANTES-BIM
                                  LOG-DEPOIS-ANO LOG-DEPOIS-BIM

           OPEN EXTEND CADLOG
           IF WS-FS-CADLOG EQUAL 35
           NOT INVALID KEY
               MOVE OP-PERFIL TO WS-PERFIL
               DISPLAY "OPERADOR IDENTIFICADO: "OP-NOME
               IF OP-UNIDADE NUMERIC AND OP-UNIDADE NOT EQUAL 0
                  MOVE OP-UNIDADE TO WS-OPE-UNIDADE
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-OPE-UNIDADE
               END-IF
               DISPLAY "UNIDADE ESCOLAR DO OPERADOR: "WS-OPE-UNIDADE
           END-READ
           CLOSE OPERADOR
           IF NOT PERFIL-COORDENACAO
           IF WS-PAR-CHAVE EQUAL "ARQ-DUPLICAD"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "UNIDADE-PADRAO"
              IF WS-PAR-VALOR (1:2) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:2) TO PAR-UNIDADE-PADRAO
              ELSE
                 IF WS-PAR-VALOR (1:1) IS NUMERIC
                    AND WS-PAR-VALOR (2:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:1) TO PAR-UNIDADE-PADRAO
                 END-IF
              END-IF
           END-IF.

           FIM-CARREGA-PARAMETROS.
