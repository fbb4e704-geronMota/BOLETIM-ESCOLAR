      *              CATALOGO OFICIAL DE MATERIAS (MATERIAS.DAT,
      *              MANTIDO PELO SISTTMAT) QUANDO A SIGLA EXISTE LA,
      *              COMO NOS DEMAIS RELATORIOS.
      * 15/10/2026 - BIMESTRES DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *              IMPORTADA PELO SISTTGUI, ORIGEXT.DAT) SAEM COM "*"
      *              AO LADO DA MEDIA BIMESTRAL E, NO FIM DE CADA ANO
      *              LETIVO, UMA LINHA NOMEIA A ESCOLA DE ORIGEM.
      * 15/10/2026 - MATERIA COM CONCEITO NO CONCEITO.DAT (TURMA
      *              AVALIADA POR CONCEITO E PARECER DESCRITIVO) SAI
      *              COM OS CONCEITOS NAS COLUNAS DOS BIMESTRES, O
      *              CONCEITO FINAL (4. BIMESTRE) NA COLUNA DA MEDIA, O
      *              RESULTADO PELA REGRA DO CONCEITO DO FECHAMENTO E,
      *              ABAIXO, O ULTIMO PARECER DESCRITIVO LANCADO.
      * 15/10/2026 - OS REGISTROS DO CAD, DO ALUNOS E DO CADHIST
      *              ACOMPANHAM O NOVO LAYOUT COM A UNIDADE ESCOLAR NO
      *              FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTHIS.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-HISTCTL.

               SELECT ORIGEXT ASSIGN TO WS-ORIGEXT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OE-CHAVE
             FILE STATUS WS-FS-ORIGEXT.

               SELECT CONCEITO ASSIGN TO WS-CON-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CHAVE
             FILE STATUS WS-FS-CONCEITO.

               SELECT PARAMET ASSIGN TO
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).
               05 AL-DT-MES                       PIC 9(2).
               05 AL-DT-ANO                       PIC 9(4).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
               05 HC-BIMESTRE-P                   PIC 9(1).
               05 HC-MATERIA-P                    PIC X(11).
               05 HC-ID-P                         PIC 9(4).
           03 HC-UNIDADE                          PIC 9(2).

       FD HISTCTL.
       01 REG-HISTCTL                             PIC X(105).

       FD ORIGEXT.
       01 REG-ORIGEM.
           03 OE-CHAVE.
               05 OE-ID                           PIC 9(4).
               05 OE-MATERIA                      PIC X(11).
               05 OE-ANO-LETIVO                   PIC 9(4).
               05 OE-BIMESTRE                     PIC 9(1).
           03 OE-CODIGO-ESCOLA                    PIC 9(8).
           03 OE-ESCOLA                           PIC X(40).
           03 OE-ID-ORIGEM                        PIC 9(4).
           03 OE-DT-GUIA                          PIC 9(8).
           03 OE-DT-IMPORTACAO                    PIC 9(8).
           03 OE-OPERADOR                         PIC 9(3).

       FD CONCEITO.
       01 REG-CONCEITO.
           03 CO-CHAVE.
               05 CO-ID                           PIC 9(4).
               05 CO-MATERIA                      PIC X(11).
               05 CO-ANO-LETIVO                   PIC 9(4).
               05 CO-BIMESTRE                     PIC 9(1).
           03 CO-CONCEITO                         PIC X(2).
           03 CO-PARECER1                         PIC X(60).
           03 CO-PARECER2                         PIC X(60).
           03 CO-PARECER3                         PIC X(60).
           03 CO-DT-REGISTRO                      PIC 9(8).
           03 CO-OPERADOR                         PIC 9(3).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-FS-CADHIST                       PIC 99.
       77 WS-FS-HISTCTL                       PIC 99.
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-TEM-ORIGEXT                      PIC X VALUE "N".
         88 TEM-ORIGEXT                       VALUE "S".
       77 WS-FS-CONCEITO                      PIC 99.
       77 WS-TEM-CONCEITO                     PIC X VALUE "N".
         88 TEM-CONCEITO                      VALUE "S".
       77 WS-CAD-DSNAME                       PIC X(100).
       77 WS-HIST-DSNAME                      PIC X(100).

       77 PAR-MEDIA-APROVACAO                 PIC 9(2)V9 VALUE 7,0.
       77 PAR-MEDIA-RECUPERACAO               PIC 9(2)V9 VALUE 5,0.
       77 PAR-FREQ-MINIMA                     PIC 9(3)   VALUE 75.
       77 PAR-CONCEITO-APROVACAO              PIC X(2)   VALUE "S".
       77 PAR-CONCEITO-RECUPERACAO            PIC X(2)   VALUE "ED".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\HISTORIC.LIS".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-HISTCTL-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\HISTCTL.DAT".
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-CON-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
               05 TF-MATERIA                  PIC X(11).
               05 TF-BIM-MEDIA OCCURS 4 TIMES PIC 9(2)V9.
               05 TF-BIM-TEM   OCCURS 4 TIMES PIC X.
               05 TF-BIM-EXT   OCCURS 4 TIMES PIC X.
               05 TF-FALTAS                   PIC 9(4).
               05 TF-AULAS                    PIC 9(4).
               05 TF-CONCEITUAL               PIC X.
               05 TF-BIM-CONC  OCCURS 4 TIMES PIC X(2).
               05 TF-PARECER1                 PIC X(60).
               05 TF-PARECER2                 PIC X(60).
               05 TF-PARECER3                 PIC X(60).

      *----------------------------------------------------------------
      * ESCOLAS DE ORIGEM DOS BIMESTRES RECEBIDOS POR GUIA DE
      * TRANSFERENCIA (UMA ENTRADA POR ANO+ESCOLA)
      *----------------------------------------------------------------
       77 WS-TOTAL-ORIG                       PIC 9(2) VALUE 0.
       77 WS-IDX-ORIG                         PIC 9(2).

       01 TAB-ORIGEM.
           03 TO-ENT OCCURS 10 TIMES.
               05 TO-ANO                      PIC 9(4).
               05 TO-ESCOLA                   PIC X(40).

       77 WS-ANO-ATUAL                        PIC 9(4).
       77 WS-ANO-PROX                         PIC 9(4).
       77 WS-RESULTADO-ANO                    PIC X(11).
       77 WS-FREQUENCIA                       PIC 9(3)V9.

      *----------------------------------------------------------------
      * MATERIA DE TURMA AVALIADA POR CONCEITO: O CONCEITO DO
      * 4. BIMESTRE E O FINAL (ESCALA NE=1 ED=2 S=3 PS=4)
      *----------------------------------------------------------------
       77 WS-CONCEITO-TXT                     PIC X(2).
         88 CONCEITO-VALIDO                   VALUE "PS" "S " "ED"
                                                    "NE".
       77 WS-NIVEL-CONCEITO                   PIC 9.
       77 WS-NIVEL-APROVACAO                  PIC 9.
       77 WS-NIVEL-RECUPERACAO                PIC 9.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-B1                       PIC X(4).
           05 DET001-M1                       PIC X(1).
           05 DET001-B2                       PIC X(4).
           05 DET001-M2                       PIC X(1).
           05 DET001-B3                       PIC X(4).
           05 DET001-M3                       PIC X(1).
           05 DET001-B4                       PIC X(4).
           05 DET001-M4                       PIC X(1).
           05 DET001-MEDIA                    PIC X(4).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-RESULTADO                PIC X(11).

       77 WS-MEDIA-EDT                        PIC Z9,9.
       77 WS-BIM-EDT                          PIC X(4).
       77 WS-BIM-MARCA                        PIC X(1).

       01 ORIG001.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 FILLER                          PIC X(33) VALUE
           '(*) CURSADO NA ESCOLA DE ORIGEM: '.
           05 ORIG001-ESCOLA                  PIC X(40).
           05 FILLER                          PIC X(5) VALUE SPACES.

       01 PAR001.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 PAR001-ROTULO                   PIC X(9).
           05 PAR001-PARECER                  PIC X(60).
           05 FILLER                          PIC X(7) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(29) VALUE
               OPEN INPUT ALUNOS.
               OPEN INPUT MATERIAS.
               OPEN OUTPUT RELATO.
               OPEN INPUT ORIGEXT.
               IF WS-FS-ORIGEXT EQUAL 0
                  MOVE "S" TO WS-TEM-ORIGEXT
               END-IF
               OPEN INPUT CONCEITO.
               IF WS-FS-CONCEITO EQUAL 0
                  MOVE "S" TO WS-TEM-CONCEITO
               END-IF
               MOVE PAR-CONCEITO-APROVACAO   TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               MOVE WS-NIVEL-CONCEITO        TO WS-NIVEL-APROVACAO
               MOVE PAR-CONCEITO-RECUPERACAO TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               MOVE WS-NIVEL-CONCEITO        TO WS-NIVEL-RECUPERACAO

               MOVE LOW-VALUES TO FD-CHAVE
               MOVE WS-ID-ALVO TO FD-ID
                  CLOSE ALUNOS
                  CLOSE MATERIAS
                  CLOSE RELATO
                  IF TEM-ORIGEXT
                     CLOSE ORIGEXT
                  END-IF
                  IF TEM-CONCEITO
                     CLOSE CONCEITO
                  END-IF
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF
               CLOSE ALUNOS.
               CLOSE MATERIAS.
               CLOSE RELATO.
               IF TEM-ORIGEXT
                  CLOSE ORIGEXT
               END-IF
               IF TEM-CONCEITO
                  CLOSE CONCEITO
               END-IF

               DISPLAY "REGISTROS LIDOS DO ALUNO...:"WS-LIDOS
               DISPLAY "MATERIAS/ANOS NO HISTORICO.:"WS-IMPRESSAS
               MOVE FD-MATERIA    TO TF-MATERIA (WS-ENT)
               MOVE 0             TO TF-FALTAS (WS-ENT)
               MOVE 0             TO TF-AULAS (WS-ENT)
               MOVE "N"           TO TF-CONCEITUAL (WS-ENT)
               MOVE SPACES        TO TF-PARECER1 (WS-ENT)
                                     TF-PARECER2 (WS-ENT)
                                     TF-PARECER3 (WS-ENT)
               MOVE 1 TO WS-BIM.

           LIMPA-BIMESTRE.
               END-IF
               MOVE 0   TO TF-BIM-MEDIA (WS-ENT WS-BIM)
               MOVE "N" TO TF-BIM-TEM (WS-ENT WS-BIM)
               MOVE "N" TO TF-BIM-EXT (WS-ENT WS-BIM)
               MOVE SPACES TO TF-BIM-CONC (WS-ENT WS-BIM)
               ADD 1 TO WS-BIM
               GO TO LIMPA-BIMESTRE.

               MOVE FD-MEDIA TO TF-BIM-MEDIA (WS-ENT FD-BIMESTRE)
               MOVE "S"      TO TF-BIM-TEM (WS-ENT FD-BIMESTRE)
               ADD FD-FALTAS      TO TF-FALTAS (WS-ENT)
               ADD FD-AULAS-DADAS TO TF-AULAS (WS-ENT)
               IF TEM-ORIGEXT
                  MOVE FD-CHAVE TO OE-CHAVE
                  READ ORIGEXT
                  NOT INVALID KEY
                      MOVE "S" TO TF-BIM-EXT (WS-ENT FD-BIMESTRE)
                      PERFORM GUARDA-ESCOLA-ORIGEM
                          THRU FIM-GUARDA-ESCOLA-ORIGEM
                  END-READ
               END-IF
      *        OS BIMESTRES VEM EM ORDEM: FICA O PARECER DO ULTIMO
               IF TEM-CONCEITO
                  MOVE FD-CHAVE TO CO-CHAVE
                  READ CONCEITO
                  NOT INVALID KEY
                      MOVE "S"         TO TF-CONCEITUAL (WS-ENT)
                      MOVE CO-CONCEITO
                        TO TF-BIM-CONC (WS-ENT FD-BIMESTRE)
                      MOVE CO-PARECER1 TO TF-PARECER1 (WS-ENT)
                      MOVE CO-PARECER2 TO TF-PARECER2 (WS-ENT)
                      MOVE CO-PARECER3 TO TF-PARECER3 (WS-ENT)
                  END-READ
               END-IF.

           FIM-ACUMULA-REGISTRO.
               CONTINUE.

      *----------------------------------------------------------------
      * GUARDA A ESCOLA DE ORIGEM DO BIMESTRE LIDO NO ORIGEXT, UMA
      * VEZ POR ANO+ESCOLA, PARA A NOTA NO FIM DE CADA ANO LETIVO
      *----------------------------------------------------------------
           GUARDA-ESCOLA-ORIGEM.
               MOVE 1 TO WS-IDX-ORIG.

           PROCURA-ESCOLA-ORIGEM.
               IF WS-IDX-ORIG > WS-TOTAL-ORIG
                  GO TO CRIA-ESCOLA-ORIGEM
               END-IF
               IF TO-ANO (WS-IDX-ORIG) EQUAL FD-ANO-LETIVO
                  AND TO-ESCOLA (WS-IDX-ORIG) EQUAL OE-ESCOLA
                  GO TO FIM-GUARDA-ESCOLA-ORIGEM
               END-IF
               ADD 1 TO WS-IDX-ORIG
               GO TO PROCURA-ESCOLA-ORIGEM.

           CRIA-ESCOLA-ORIGEM.
               IF WS-TOTAL-ORIG EQUAL 10
                  GO TO FIM-GUARDA-ESCOLA-ORIGEM
               END-IF
               ADD 1 TO WS-TOTAL-ORIG
               MOVE FD-ANO-LETIVO TO TO-ANO (WS-TOTAL-ORIG)
               MOVE OE-ESCOLA     TO TO-ESCOLA (WS-TOTAL-ORIG).

           FIM-GUARDA-ESCOLA-ORIGEM.
               CONTINUE.

      *----------------------------------------------------------------
      * VARRE OS ARQUIVOS HISTORICOS DOS ANOS EXPURGADOS (HISTCTL.DAT
      * LISTA UM CADHIST<ANO>.DAT POR LINHA) COM O MESMO START DE ID

           IMPRIME-MATERIAS-ANO.
               IF WS-IDX > WS-TOTAL-ENT
                  PERFORM IMPRIME-ORIGEM-ANO
                      THRU FIM-IMPRIME-ORIGEM-ANO
                  MOVE WS-ANO-PROX TO WS-ANO-ATUAL
                  GO TO PROXIMO-ANO
               END-IF
           FIM-IMPRIME-ANOS.
               CONTINUE.

      *----------------------------------------------------------------
      * NO FIM DE CADA ANO LETIVO, NOMEIA A ESCOLA DE ORIGEM DOS
      * BIMESTRES MARCADOS COM (*) NAS LINHAS DAS MATERIAS
      *----------------------------------------------------------------
           IMPRIME-ORIGEM-ANO.
               MOVE 1 TO WS-IDX-ORIG.

           LACO-ORIGEM-ANO.
               IF WS-IDX-ORIG > WS-TOTAL-ORIG
                  GO TO FIM-IMPRIME-ORIGEM-ANO
               END-IF
               IF TO-ANO (WS-IDX-ORIG) EQUAL WS-ANO-PROX
                  MOVE TO-ESCOLA (WS-IDX-ORIG) TO ORIG001-ESCOLA
                  PERFORM QUEBRA-PAGINA-SE-PRECISO
                  WRITE REG-RELATO FROM ORIG001
                  ADD 1 TO ACUM-LINHAS
               END-IF
               ADD 1 TO WS-IDX-ORIG
               GO TO LACO-ORIGEM-ANO.

           FIM-IMPRIME-ORIGEM-ANO.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME UMA MATERIA DO ANO CORRENTE: MEDIAS BIMESTRAIS, MEDIA
      * ANUAL E RESULTADO (MESMAS REGRAS DO FECHAMENTO)
                  MOVE 100 TO WS-FREQUENCIA
               END-IF

               IF TF-CONCEITUAL (WS-ENT) EQUAL "S"
                  MOVE 0 TO WS-MEDIA-ANUAL
               END-IF

               IF WS-QTDE-BIM < 4
                  OR (TF-CONCEITUAL (WS-ENT) EQUAL "S"
                      AND TF-BIM-CONC (WS-ENT 4) EQUAL SPACES)
                  MOVE "INCOMPLETO" TO WS-RESULTADO-ANO
               ELSE
                  IF WS-FREQUENCIA < PAR-FREQ-MINIMA
                     MOVE "REPR FALTAS" TO WS-RESULTADO-ANO
                  ELSE
                  IF TF-CONCEITUAL (WS-ENT) EQUAL "S"
                     PERFORM CLASSIFICA-CONCEITO
                  ELSE
                     IF WS-MEDIA-ANUAL >= PAR-MEDIA-APROVACAO
                        MOVE "APROVADO"    TO WS-RESULTADO-ANO
                        END-IF
                     END-IF
                  END-IF
                  END-IF
               END-IF

               PERFORM OBTEM-NOME-MATERIA
               MOVE 1 TO WS-BIM
               PERFORM EDITA-BIM-MATERIA 4 TIMES

               IF TF-CONCEITUAL (WS-ENT) EQUAL "S"
                  MOVE 4 TO WS-BIM
                  PERFORM EDITA-CONCEITO
                  MOVE WS-BIM-EDT       TO DET001-MEDIA
               ELSE
                  MOVE WS-MEDIA-ANUAL   TO WS-MEDIA-EDT
                  MOVE WS-MEDIA-EDT     TO DET001-MEDIA
               END-IF
               MOVE WS-RESULTADO-ANO TO DET001-RESULTADO

               PERFORM QUEBRA-PAGINA-SE-PRECISO
               WRITE REG-RELATO FROM DET001
               ADD 1 TO ACUM-LINHAS
               ADD 1 TO WS-IMPRESSAS

               IF TF-CONCEITUAL (WS-ENT) EQUAL "S"
                  PERFORM IMPRIME-PARECER
               END-IF.

      *----------------------------------------------------------------
      * LINHAS PREENCHIDAS DO PARECER DESCRITIVO DA MATERIA AVALIADA
      * POR CONCEITO, ABAIXO DA LINHA DELA
      *----------------------------------------------------------------
           IMPRIME-PARECER.
               MOVE "PARECER: " TO PAR001-ROTULO
               IF TF-PARECER1 (WS-ENT) NOT EQUAL SPACES
                  MOVE TF-PARECER1 (WS-ENT) TO PAR001-PARECER
                  PERFORM QUEBRA-PAGINA-SE-PRECISO
                  WRITE REG-RELATO FROM PAR001
                  ADD 1 TO ACUM-LINHAS
                  MOVE SPACES TO PAR001-ROTULO
               END-IF
               IF TF-PARECER2 (WS-ENT) NOT EQUAL SPACES
                  MOVE TF-PARECER2 (WS-ENT) TO PAR001-PARECER
                  PERFORM QUEBRA-PAGINA-SE-PRECISO
                  WRITE REG-RELATO FROM PAR001
                  ADD 1 TO ACUM-LINHAS
                  MOVE SPACES TO PAR001-ROTULO
               END-IF
               IF TF-PARECER3 (WS-ENT) NOT EQUAL SPACES
                  MOVE TF-PARECER3 (WS-ENT) TO PAR001-PARECER
                  PERFORM QUEBRA-PAGINA-SE-PRECISO
                  WRITE REG-RELATO FROM PAR001
                  ADD 1 TO ACUM-LINHAS
               END-IF.

      *----------------------------------------------------------------
      * REGRA DO CONCEITO FINAL (O DO 4. BIMESTRE), COM A FREQUENCIA
      * JA CONFERIDA, NOS MESMOS NIVEIS DO FECHAMENTO
      *----------------------------------------------------------------
           CLASSIFICA-CONCEITO.
               MOVE TF-BIM-CONC (WS-ENT 4) TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               IF WS-NIVEL-CONCEITO NOT < WS-NIVEL-APROVACAO
                  MOVE "APROVADO"    TO WS-RESULTADO-ANO
               ELSE
                  IF WS-NIVEL-CONCEITO NOT < WS-NIVEL-RECUPERACAO
                     MOVE "RECUPERACAO" TO WS-RESULTADO-ANO
                  ELSE
                     MOVE "REPROVADO"   TO WS-RESULTADO-ANO
                  END-IF
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
      * EDITA O CONCEITO DO BIMESTRE WS-BIM EM WS-BIM-EDT (" PS ")
      *----------------------------------------------------------------
           EDITA-CONCEITO.
               IF TF-BIM-CONC (WS-ENT WS-BIM) EQUAL SPACES
                  MOVE " -  " TO WS-BIM-EDT
               ELSE
                  MOVE SPACES TO WS-BIM-EDT
                  MOVE TF-BIM-CONC (WS-ENT WS-BIM) TO WS-BIM-EDT (2:2)
               END-IF.

           SOMA-BIM-MATERIA.
               IF TF-BIM-TEM (WS-ENT WS-BIM) EQUAL "S"
               ADD 1 TO WS-BIM.

           EDITA-BIM-MATERIA.
               IF TF-BIM-TEM (WS-ENT WS-BIM) EQUAL "S"
                  AND TF-BIM-CONC (WS-ENT WS-BIM) NOT EQUAL SPACES
                  PERFORM EDITA-CONCEITO
               ELSE
               IF TF-BIM-TEM (WS-ENT WS-BIM) EQUAL "S"
                  MOVE TF-BIM-MEDIA (WS-ENT WS-BIM) TO WS-MEDIA-EDT
                  MOVE WS-MEDIA-EDT TO WS-BIM-EDT
               ELSE
                  MOVE " -  " TO WS-BIM-EDT
               END-IF
               END-IF
               MOVE SPACE TO WS-BIM-MARCA
               IF TF-BIM-EXT (WS-ENT WS-BIM) EQUAL "S"
                  MOVE "*" TO WS-BIM-MARCA
               END-IF
               IF WS-BIM EQUAL 1
                  MOVE WS-BIM-EDT   TO DET001-B1
                  MOVE WS-BIM-MARCA TO DET001-M1
               END-IF
               IF WS-BIM EQUAL 2
                  MOVE WS-BIM-EDT   TO DET001-B2
                  MOVE WS-BIM-MARCA TO DET001-M2
               END-IF
               IF WS-BIM EQUAL 3
                  MOVE WS-BIM-EDT   TO DET001-B3
                  MOVE WS-BIM-MARCA TO DET001-M3
               END-IF
               IF WS-BIM EQUAL 4
                  MOVE WS-BIM-EDT   TO DET001-B4
                  MOVE WS-BIM-MARCA TO DET001-M4
               END-IF
               ADD 1 TO WS-BIM.

              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
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
           IF WS-PAR-CHAVE EQUAL "CONCEITO-RECUPERACAO"
              MOVE WS-PAR-VALOR TO WS-CONCEITO-TXT
              IF CONCEITO-VALIDO
                 MOVE WS-CONCEITO-TXT TO PAR-CONCEITO-RECUPERACAO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-HISTCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-HISTCTL-DSNAME
