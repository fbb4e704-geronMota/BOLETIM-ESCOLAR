      *              SER ABERTO EM EXTEND: RECRIA-LO APAGAVA OS
      *              REJEITOS JA GRAVADOS PELA EXECUCAO QUE CAIU, QUE
      *              AS LINHAS PULADAS NO REINICIO NAO REPRODUZEM.
      * 15/10/2026 - LINHA DO CADLOG AMPLIADA PARA X(184) COM O ANO
      *              LETIVO E O BIMESTRE DA CHAVE ANTES E DEPOIS,
      *              COMO NO SISTTCAD.
      * 15/10/2026 - LAYOUT AMPLIADO COM CONCEITO E PARECER NO FIM DA
      *              LINHA (...|AULAS|CONCEITO|PARECER), PARA AS
      *              TURMAS AVALIADAS POR CONCEITO (TU-AVALIACAO "C" NO
      *              TURMAS.DAT): A LINHA TRAZ O CONCEITO (PS/S/ED/NE)
      *              E ATE 180 POSICOES DE PARECER DESCRITIVO (SEM "|")
      *              NO LUGAR DAS NOTAS E PESOS, QUE SAO IGNORADOS; O
      *              CONCEITO E O PARECER VAO PARA O CONCEITO.DAT E O
      *              CAD RECEBE AS NOTAS ZERADAS. CONCEITO EM TURMA DE
      *              NOTA, OU TURMA CONCEITUAL SEM CONCEITO, VAI PARA
      *              OS REJEITADOS. REG-IMPORTA AMPLIADO PARA X(350).
      * 15/10/2026 - UNIDADE ESCOLAR: LINHA DE ALUNO DE OUTRA UNIDADE
      *              QUE NAO A DO OPERADOR (MATRICULA DO ANO OU, SEM
      *              ELA, O MESTRE) VAI PARA OS REJEITADOS; O CADASTRO
      *              GRAVADO LEVA A UNIDADE DO ALUNO EM FD-UNIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTIMP.
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT CONCEITO ASSIGN TO WS-CON-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CHAVE
             FILE STATUS WS-FS-CONCEITO.

               SELECT OPERADOR ASSIGN TO WS-OPE-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD IMPORTA.
       01 REG-IMPORTA                         PIC X(350).

       FD REJEITOS.
       01 REG-REJEITOS                        PIC X(390).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD TURMAS.
       01 REG-TURMA.
           03 TU-CHAVE.
               05 TU-ANO-LETIVO               PIC 9(4).
               05 TU-TURMA                    PIC X(3).
           03 TU-SERIE                        PIC X(10).
           03 TU-TURNO                        PIC X(1).
           03 TU-SALA                         PIC X(5).
           03 TU-CAPACIDADE                   PIC 9(3).
           03 TU-AVALIACAO                    PIC X(1).

       FD CONCEITO.
       01 REG-CONCEITO.
           03 CO-CHAVE.
               05 CO-ID                       PIC 9(4).
               05 CO-MATERIA                  PIC X(11).
               05 CO-ANO-LETIVO               PIC 9(4).
               05 CO-BIMESTRE                 PIC 9(1).
           03 CO-CONCEITO                     PIC X(2).
           03 CO-PARECER1                     PIC X(60).
           03 CO-PARECER2                     PIC X(60).
           03 CO-PARECER3                     PIC X(60).
           03 CO-DT-REGISTRO                  PIC 9(8).
           03 CO-OPERADOR                     PIC 9(3).

       FD OPERADOR.
       01 REG-OPERADOR.
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD CADTRAVA.
       01 REG-CADTRAVA                        PIC X(36).
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-TURMAS                        PIC 99.
       77 WS-TEM-TURMAS                       PIC X VALUE "N".
         88 TEM-TURMAS                        VALUE "S".
       77 WS-FS-CONCEITO                      PIC 99.
       77 WS-CONCEITO-ABERTO                  PIC X VALUE "N".
         88 CONCEITO-ABERTO                   VALUE "S".
       77 WS-AVALIACAO-TURMA                  PIC X.
         88 TURMA-CONCEITUAL                  VALUE "C".
       77 WS-CONCEITO-TXT                     PIC X(2).
         88 CONCEITO-VALIDO                   VALUE "PS" "S " "ED"
                                                    "NE".
       77 WS-NIVEL-CONCEITO                   PIC 9.
       77 WS-NIVEL-APROVACAO                  PIC 9.
       77 WS-CAD-DSNAME                       PIC X(100).
       77 WS-IMP-DSNAME                       PIC X(100).

       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-OPERADOR                         PIC 9(3).
       77 WS-PERFIL                           PIC X(1).
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-ALUNO                    PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-FS-CADTRAVA                      PIC 99.

       01 LINHA-TRAVA.
       77 WS-SUMARIO-DSNAME                   PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\SUMARIO.LOG".
       77 PAR-CHKPT-LINHAS                    PIC 9(3) VALUE 50.
       77 WS-TUR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-CON-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".
       77 PAR-CONCEITO-APROVACAO              PIC X(2) VALUE "S".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 IMP-SUBST-TXT                   PIC X(5).
           03 IMP-FALTAS-TXT                  PIC X(3).
           03 IMP-AULAS-TXT                   PIC X(3).
           03 IMP-CONCEITO-TXT                PIC X(2).
           03 IMP-PARECER.
               05 IMP-PARECER1                PIC X(60).
               05 IMP-PARECER2                PIC X(60).
               05 IMP-PARECER3                PIC X(60).

       01 CADASTRO.
           03 WS-ID                           PIC 9(4).
           05 LOG-DEPOIS-MEDIA                PIC Z9,9.
           05 FILLER                          PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                    PIC 9(3) VALUE 0.
           05 FILLER                          PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                   PIC 9(4).
           05 LOG-ANTES-BIM                   PIC 9(1).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                  PIC 9(4).
           05 LOG-DEPOIS-BIM                  PIC 9(1).

       01 WS-LINHA-REJ                        PIC X(390).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
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
               MOVE WS-OPERADOR TO LOG-OPERADOR
              IF WS-FS-MATRICULA NOT EQUAL 0
                 DISPLAY "ARQUIVO DE MATRICULA NAO ENCONTRADO."
                 DISPLAY "A TURMA SERA COPIADA DO ARQUIVO MESTRE."
              END-IF

      *       FORMA DE AVALIACAO DA TURMA (SISTTTUR) E ARQUIVO DE
      *       CONCEITO E PARECER DAS TURMAS CONCEITUAIS
              OPEN INPUT TURMAS
              IF WS-FS-TURMAS EQUAL 0
                 MOVE "S" TO WS-TEM-TURMAS
              ELSE
                 DISPLAY "TURMAS.DAT NAO ENCONTRADO: TODAS AS TURMAS"
                 DISPLAY "SERAO TRATADAS COMO AVALIADAS POR NOTA."
              END-IF

              OPEN I-O CONCEITO
              IF WS-FS-CONCEITO EQUAL 35
                 OPEN OUTPUT CONCEITO
                 CLOSE CONCEITO
                 OPEN I-O CONCEITO
              END-IF
              IF WS-FS-CONCEITO EQUAL 0
                 MOVE "S" TO WS-CONCEITO-ABERTO
              ELSE
                 DISPLAY "CONCEITO.DAT NAO PODE SER ABERTO,"
                 DISPLAY "WS-FS-CONCEITO: "WS-FS-CONCEITO
                 DISPLAY "LINHAS DE TURMA CONCEITUAL SERAO REJEITADAS."
              END-IF.

           LER-IMPORTA.
                        IMP-SUBST-TXT
                        IMP-FALTAS-TXT
                        IMP-AULAS-TXT
                        IMP-CONCEITO-TXT
                        IMP-PARECER
               END-UNSTRING

               IF IMP-ID-TXT IS NOT NUMERIC
               END-IF

               MOVE AL-TURMA      TO WS-TURMA
               MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
               IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                  MOVE AL-UNIDADE TO WS-UNIDADE-ALUNO
               END-IF
               MOVE WS-ID         TO MA-ID
               MOVE WS-ANO-LETIVO TO MA-ANO-LETIVO
               READ MATRICULA
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-TURMA TO WS-TURMA
                   IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
                      MOVE MA-UNIDADE TO WS-UNIDADE-ALUNO
                   END-IF
               END-READ

      *        O OPERADOR SO IMPORTA NOTAS DE ALUNOS DA SUA UNIDADE
               IF WS-UNIDADE-ALUNO NOT EQUAL WS-OPE-UNIDADE
                  MOVE "ALUNO DE OUTRA UNIDADE ESCOLAR"  TO WS-MOTIVO
                  GO TO REJEITA-LINHA
               END-IF

               PERFORM OBTEM-AVALIACAO-TURMA
               IF TURMA-CONCEITUAL
                  IF IMP-CONCEITO-TXT EQUAL SPACES
                     MOVE "TURMA CONCEITUAL SEM CONCEITO"   TO WS-MOTIVO
                     GO TO REJEITA-LINHA
                  END-IF
                  MOVE IMP-CONCEITO-TXT TO WS-CONCEITO-TXT
                  IF NOT CONCEITO-VALIDO
                     MOVE "CONCEITO INVALIDO (PS/S/ED/NE)" TO WS-MOTIVO
                     GO TO REJEITA-LINHA
                  END-IF
                  IF IMP-PARECER1 EQUAL SPACES
                     MOVE "PARECER DESCRITIVO AUSENTE"    TO WS-MOTIVO
                     GO TO REJEITA-LINHA
                  END-IF
                  IF NOT CONCEITO-ABERTO
                     MOVE "CONCEITO.DAT INDISPONIVEL"     TO WS-MOTIVO
                     GO TO REJEITA-LINHA
                  END-IF
                  MOVE 0      TO NT1 NT2 NT3 NT4 NT-SUBST
                  MOVE 1,0    TO WS-PESO1 WS-PESO2 WS-PESO3 WS-PESO4
                  MOVE SPACES TO WS-PENDENTE
                  GO TO TRATA-FALTAS
               END-IF
               IF IMP-CONCEITO-TXT NOT EQUAL SPACES
                  MOVE "TURMA NAO E CONCEITUAL"          TO WS-MOTIVO
                  GO TO REJEITA-LINHA
               END-IF

               MOVE SPACES TO WS-PENDENTE

               IF IMP-NT1-TXT EQUAL "P"
                  END-IF
                  MOVE WS-NOTA-VAL TO NT-SUBST
                  PERFORM APLICA-SUBSTITUTIVA
               END-IF.

           TRATA-FALTAS.
               MOVE 0 TO WS-FALTAS
               IF IMP-FALTAS-TXT NOT EQUAL SPACES
                  IF IMP-FALTAS-TXT IS NUMERIC
                  GO TO REJEITA-LINHA
               END-IF

               IF TURMA-CONCEITUAL
                  PERFORM CALCULA-CONCEITO
               ELSE
                  PERFORM CALCULA-MEDIA
               END-IF

               MOVE ZEROS   TO ANTES-ID ANTES-MEDIA ANTES-ANO-LETIVO
                               ANTES-BIMESTRE
               MOVE FD-BIMESTRE      TO   FD-BIMESTRE-P
               MOVE FD-MATERIA       TO   FD-MATERIA-P
               MOVE FD-ID            TO   FD-ID-P
               MOVE WS-UNIDADE-ALUNO TO   FD-UNIDADE

               WRITE REGISTRO
               INVALID KEY
                   GO TO REJEITA-LINHA
               NOT INVALID KEY
                   ADD 1 TO WS-ACEITOS
                   IF TURMA-CONCEITUAL
                      PERFORM GRAVA-CONCEITO
                   END-IF
                   MOVE "INCLUSAO"    TO LOG-OPERACAO
                   MOVE REGISTRO      TO REGISTRO-DEPOIS
                   PERFORM GRAVA-LOG
                   MOVE  "REPROVADO"  TO WS-STATUS
               END-IF.

      *----------------------------------------------------------------
      * FORMA DE AVALIACAO DA TURMA DA LINHA NO TURMAS.DAT (C=CONCEITO
      * E PARECER DESCRITIVO); TURMA AUSENTE OU SEM O ARQUIVO E NOTA
      *----------------------------------------------------------------
           OBTEM-AVALIACAO-TURMA.
               MOVE "N" TO WS-AVALIACAO-TURMA
               IF TEM-TURMAS
                  MOVE WS-ANO-LETIVO TO TU-ANO-LETIVO
                  MOVE WS-TURMA      TO TU-TURMA
                  READ TURMAS
                  NOT INVALID KEY
                      MOVE TU-AVALIACAO TO WS-AVALIACAO-TURMA
                  END-READ
               END-IF.

      *----------------------------------------------------------------
      * REGISTRO CONCEITUAL: MEDIA ZERO E STATUS DO BIMESTRE PELO
      * CONCEITO CONTRA O CONCEITO-APROVACAO (MESMA REGRA DO SISTTCAD)
      *----------------------------------------------------------------
           CALCULA-CONCEITO.
               MOVE 0 TO WS-MEDIA
               MOVE PAR-CONCEITO-APROVACAO TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               MOVE WS-NIVEL-CONCEITO      TO WS-NIVEL-APROVACAO
               MOVE IMP-CONCEITO-TXT       TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO

               IF WS-NIVEL-CONCEITO >= WS-NIVEL-APROVACAO
                   MOVE "APROVADO"    TO WS-STATUS
               ELSE
                   MOVE  "REPROVADO"  TO WS-STATUS
               END-IF.

      *----------------------------------------------------------------
      * NIVEL DO CONCEITO EM WS-CONCEITO-TXT NA ESCALA (NE=1 ED=2 S=3
      * PS=4); CONCEITO FORA DA ESCALA FICA COM NIVEL 0
      *----------------------------------------------------------------
           NIVEL-CONCEITO.
               MOVE 0 TO WS-NIVEL-CONCEITO
               IF WS-CONCEITO-TXT EQUAL "NE"
                  MOVE 1 TO WS-NIVEL-CONCEITO
               END-IF
               IF WS-CONCEITO-TXT EQUAL "ED"
                  MOVE 2 TO WS-NIVEL-CONCEITO
               END-IF
               IF WS-CONCEITO-TXT EQUAL "S "
                  MOVE 3 TO WS-NIVEL-CONCEITO
               END-IF
               IF WS-CONCEITO-TXT EQUAL "PS"
                  MOVE 4 TO WS-NIVEL-CONCEITO
               END-IF.

      *----------------------------------------------------------------
      * GRAVA (OU REGRAVA) O CONCEITO E O PARECER DA LINHA NA CHAVE
      * DO CAD RECEM-GRAVADO
      *----------------------------------------------------------------
           GRAVA-CONCEITO.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE FD-CHAVE         TO CO-CHAVE
               MOVE IMP-CONCEITO-TXT TO CO-CONCEITO
               MOVE IMP-PARECER1     TO CO-PARECER1
               MOVE IMP-PARECER2     TO CO-PARECER2
               MOVE IMP-PARECER3     TO CO-PARECER3
               MOVE WS-DATA-HOJE     TO CO-DT-REGISTRO
               MOVE WS-OPERADOR      TO CO-OPERADOR
               WRITE REG-CONCEITO
               INVALID KEY
                   REWRITE REG-CONCEITO
                   END-REWRITE
               END-WRITE.

      *----------------------------------------------------------------
      * GRAVA UMA LINHA NO ARQUIVO DE AUDITORIA CADLOG
      * (CADLOG FICA ABERTO DURANTE TODO O LOTE)
               MOVE DEPOIS-NM         TO LOG-DEPOIS-NM
               MOVE DEPOIS-STATUS     TO LOG-DEPOIS-STATUS
               MOVE DEPOIS-MEDIA      TO LOG-DEPOIS-MEDIA
               MOVE ANTES-ANO-LETIVO  TO LOG-ANTES-ANO
               MOVE ANTES-BIMESTRE    TO LOG-ANTES-BIM
               MOVE DEPOIS-ANO-LETIVO TO LOG-DEPOIS-ANO
               MOVE DEPOIS-BIMESTRE   TO LOG-DEPOIS-BIM

               WRITE REG-CADLOG FROM LINHA-CADLOG.

                  AND WS-PAR-VALOR NOT EQUAL SPACES
                  MOVE WS-PAR-VALOR TO WS-SUMARIO-DSNAME
               END-IF
               IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
                  AND WS-PAR-VALOR NOT EQUAL SPACES
                  MOVE WS-PAR-VALOR TO WS-TUR-DSNAME
               END-IF
               IF WS-PAR-CHAVE EQUAL "ARQ-CONCEITO"
                  AND WS-PAR-VALOR NOT EQUAL SPACES
                  MOVE WS-PAR-VALOR TO WS-CON-DSNAME
               END-IF
               IF WS-PAR-CHAVE EQUAL "CONCEITO-APROVACAO"
                  MOVE WS-PAR-VALOR TO WS-CONCEITO-TXT
                  IF CONCEITO-VALIDO
                     MOVE WS-CONCEITO-TXT TO PAR-CONCEITO-APROVACAO
                  END-IF
               END-IF
               IF WS-PAR-CHAVE EQUAL "CHECKPOINT-LINHAS"
                  IF WS-PAR-VALOR (1:3) IS NUMERIC
                     MOVE WS-PAR-VALOR (1:3) TO PAR-CHKPT-LINHAS
                        END-IF
                     END-IF
                  END-IF
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
               CLOSE ALUNOS
               CLOSE MATERIAS
               CLOSE MATRICULA
               IF TEM-TURMAS
                  CLOSE TURMAS
               END-IF
               IF CONCEITO-ABERTO
                  CLOSE CONCEITO
               END-IF
               PERFORM LIMPA-CHECKPOINT.

           FINALIZAR.
