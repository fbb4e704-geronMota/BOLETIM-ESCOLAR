      *              VARRER O CAD INTEIRO; O RODAPE PASSA A MOSTRAR OS
      *              REGISTROS LIDOS NA FATIA. ARQUIVOS NO LAYOUT
      *              ANTIGO DEVEM SER REORGANIZADOS PELO SISTTREO.
      * 15/10/2026 - BIMESTRE DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *              IMPORTADA PELO SISTTGUI, ORIGEXT.DAT) GANHA UMA
      *              TERCEIRA LINHA NO BOLETIM COM O NOME DA ESCOLA DE
      *              ORIGEM.
      * 15/10/2026 - REGISTRO COM CONCEITO NO CONCEITO.DAT (TURMA
      *              AVALIADA POR CONCEITO E PARECER DESCRITIVO) SAI NO
      *              BOLETIM COM O CONCEITO NA COLUNA DA MEDIA E, NO
      *              LUGAR DA LINHA DE NOTAS, O CONCEITO POR EXTENSO E
      *              AS LINHAS DO PARECER DESCRITIVO.
      * 15/10/2026 - NOVO FILTRO POR UNIDADE ESCOLAR (0 = TODAS, SETIMO
      *              CAMPO NO MODO LOTE) E SUBTOTAIS DE REGISTROS
      *              LISTADOS POR UNIDADE ANTES DO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTLIST.
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

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
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

       FD ORIGEXT.
       01 REG-ORIGEM.
           03 OE-CHAVE.
               05 OE-ID                       PIC 9(4).
               05 OE-MATERIA                  PIC X(11).
               05 OE-ANO-LETIVO               PIC 9(4).
               05 OE-BIMESTRE                 PIC 9(1).
           03 OE-CODIGO-ESCOLA                PIC 9(8).
           03 OE-ESCOLA                       PIC X(40).
           03 OE-ID-ORIGEM                    PIC 9(4).
           03 OE-DT-GUIA                      PIC 9(8).
           03 OE-DT-IMPORTACAO                PIC 9(8).
           03 OE-OPERADOR                     PIC 9(3).

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

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-TEM-ORIGEXT                      PIC X VALUE "N".
         88 TEM-ORIGEXT                       VALUE "S".
       77 WS-FS-CONCEITO                      PIC 99.
       77 WS-TEM-CONCEITO                     PIC X VALUE "N".
         88 TEM-CONCEITO                      VALUE "S".
       77 WS-CONCEITO-ACHADO                  PIC X.
         88 CONCEITO-ACHADO                   VALUE "S".

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-CON-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
               05 WS-BIMESTRE-P               PIC 9(1).
               05 WS-MATERIA-P                PIC X(11).
               05 WS-ID-P                     PIC 9(4).
           03 WS-UNIDADE                      PIC 9(2).

       77 WS-LIDOS-FATIA                      PIC 9(6) VALUE 0.
       77 WS-FATIA-VAZIA                      PIC X.
           03 WS-FILTRO-ANO                   PIC 9(4).
           03 WS-FILTRO-BIMESTRE              PIC 9(1).
           03 WS-FILTRO-TURMA                 PIC X(3).
           03 WS-FILTRO-UNIDADE               PIC 9(2).

      *----------------------------------------------------------------
      * UNIDADE ESCOLAR DO REGISTRO (SEM UNIDADE VALE A UNIDADE-PADRAO)
      * E SUBTOTAIS DE REGISTROS LISTADOS POR UNIDADE
      *----------------------------------------------------------------
       77 WS-UNI-TXT                          PIC X(2).
       77 WS-UNIDADE-REG                      PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-QTDE-UNI                         PIC 9(2) VALUE 0.
       77 WS-IDX-UNI                          PIC 9(2).
       01 TAB-UNIDADE.
           05 TU-ENT OCCURS 20 TIMES.
               10 TU-UNIDADE                  PIC 9(2).
               10 TU-LISTADOS                 PIC 9(6).

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           05 DET001-BIM                      PIC 9(1).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MEDIA                    PIC Z9,9.
           05 DET001-CONCEITO REDEFINES DET001-MEDIA
                                              PIC X(4).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-FALTAS                   PIC ZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           '  SUBST:'.
           05 DET002-SUBST                    PIC Z9,9.

       01 DET003.
           05 FILLER                          PIC X(8) VALUE SPACES.
           05 FILLER                          PIC X(25) VALUE
           'ORIGEM EXTERNA - ESCOLA: '.
           05 DET003-ESCOLA                   PIC X(40).
           05 FILLER                          PIC X(7) VALUE SPACES.

       01 DET004.
           05 FILLER                          PIC X(8) VALUE SPACES.
           05 FILLER                          PIC X(10) VALUE
           'CONCEITO: '.
           05 DET004-CONCEITO                 PIC X(2).
           05 FILLER                          PIC X(3) VALUE ' - '.
           05 DET004-DESCRICAO                PIC X(25).
           05 FILLER                          PIC X(32) VALUE SPACES.

       01 DET005.
           05 FILLER                          PIC X(8) VALUE SPACES.
           05 DET005-ROTULO                   PIC X(9).
           05 DET005-PARECER                  PIC X(60).
           05 FILLER                          PIC X(3) VALUE SPACES.

       01 DET006.
           05 FILLER                          PIC X(8) VALUE
           'UNIDADE '.
           05 DET006-UNIDADE                  PIC 9(2).
           05 FILLER                          PIC X(22) VALUE
           ' REGISTROS LISTADOS: '.
           05 DET006-LISTADOS                 PIC ZZZZZ9.
           05 FILLER                          PIC X(42) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(20) VALUE
           'TOTAL DE REGISTROS:'.
               DISPLAY "DIGITE O BIMESTRE (0=TODOS)"
               ACCEPT WS-FILTRO-BIMESTRE
               DISPLAY "DIGITE A TURMA (BRANCO=TODAS)"
               ACCEPT WS-FILTRO-TURMA
               DISPLAY "DIGITE A UNIDADE ESCOLAR (0=TODAS)"
               ACCEPT WS-FILTRO-UNIDADE
               IF WS-FILTRO-UNIDADE NOT NUMERIC
                  MOVE 0 TO WS-FILTRO-UNIDADE
               END-IF.

           INICIO.
               MOVE 0 TO WS-COUNT.
               END-IF
               OPEN INPUT ALUNOS.
               OPEN INPUT MATERIAS.
               OPEN INPUT ORIGEXT.
               IF WS-FS-ORIGEXT EQUAL 0
                  MOVE "S" TO WS-TEM-ORIGEXT
               END-IF
               OPEN INPUT CONCEITO.
               IF WS-FS-CONCEITO EQUAL 0
                  MOVE "S" TO WS-TEM-CONCEITO
               END-IF

               IF WS-FILTRO-ANO NOT EQUAL 0
                  PERFORM POSICIONA-FATIA THRU FIM-POSICIONA-FATIA
                  GO TO LER-ARQUIVO
               END-IF

               IF WS-UNIDADE NUMERIC AND WS-UNIDADE NOT EQUAL 0
                  MOVE WS-UNIDADE TO WS-UNIDADE-REG
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-REG
               END-IF
               IF WS-FILTRO-UNIDADE NOT EQUAL 0
                  AND WS-FILTRO-UNIDADE NOT EQUAL WS-UNIDADE-REG
                  GO TO LER-ARQUIVO
               END-IF

               ADD 1 TO WS-COUNT
               PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE

               PERFORM OBTEM-NOME-MESTRE
               PERFORM LE-CONCEITO

               DISPLAY "*******************************************"
               DISPLAY "REGISTRO:"WS-ID
               DISPLAY "MATERIA:"WS-MATERIA
               DISPLAY "ANO LETIVO:"WS-ANO-LETIVO" BIMESTRE:"
                       WS-BIMESTRE
               DISPLAY "TURMA:"WS-TURMA" UNIDADE ESCOLAR:"WS-UNIDADE-REG
               IF CONCEITO-ACHADO
                  DISPLAY "CONCEITO:"CO-CONCEITO
               ELSE
                  DISPLAY "MEDIA:"WS-MEDIA
               END-IF
               DISPLAY "FALTAS:"WS-FALTAS" AULAS DADAS:"WS-AULAS-DADAS
               DISPLAY "STATUS:"WS-STATUS
               DISPLAY "*******************************************"

           FIM-LEITURA.
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-SUBTOTAIS THRU FIM-IMPRIME-SUBTOTAIS
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE RELATO.
               CLOSE ALUNOS.
               CLOSE MATERIAS.
               IF TEM-ORIGEXT
                  CLOSE ORIGEXT
               END-IF
               IF TEM-CONCEITO
                  CLOSE CONCEITO
               END-IF

               DISPLAY "TOTAL DE REGISTROS LISTADOS:"WS-COUNT


      *----------------------------------------------------------------
      * MODO LOTE: LINHA DE COMANDO NO FORMATO
      * DATASET;STATUS;MATERIA;ANO;BIM;TURMA;UNIDADE (CAMPOS VAZIOS =
      * TODOS).
      * SEM ";" NA LINHA DE COMANDO VALE O FLUXO INTERATIVO DE SEMPRE.
      *----------------------------------------------------------------
           TRATA-CMDLINE.
               MOVE "S"    TO WS-BATCH
               MOVE SPACES TO WS-FILTRO-STATUS WS-FILTRO-MATERIA
                              WS-FILTRO-TURMA
               MOVE SPACES TO WS-ANO-TXT WS-BIM-TXT WS-UNI-TXT
               MOVE 0      TO WS-FILTRO-ANO WS-FILTRO-BIMESTRE
                              WS-FILTRO-UNIDADE
               UNSTRING WS-CMDLINE DELIMITED BY ";"
                   INTO WS-CAD-DSNAME
                        WS-FILTRO-STATUS
                        WS-ANO-TXT
                        WS-BIM-TXT
                        WS-FILTRO-TURMA
                        WS-UNI-TXT
               END-UNSTRING
               IF WS-CAD-DSNAME EQUAL SPACES
                  MOVE
               IF WS-BIM-TXT IS NUMERIC
                  MOVE WS-BIM-TXT TO WS-FILTRO-BIMESTRE
               END-IF
               IF WS-UNI-TXT IS NUMERIC
                  MOVE WS-UNI-TXT TO WS-FILTRO-UNIDADE
               ELSE
                  IF WS-UNI-TXT (1:1) IS NUMERIC
                     AND WS-UNI-TXT (2:1) EQUAL SPACE
                     MOVE WS-UNI-TXT (1:1) TO WS-FILTRO-UNIDADE
                  END-IF
               END-IF
               MOVE 0 TO WS-COUNT.

           FIM-TRATA-CMDLINE.
               CONTINUE.

      *----------------------------------------------------------------
      * SOMA O REGISTRO LISTADO NO SUBTOTAL DA SUA UNIDADE ESCOLAR
      * (ATE 20 UNIDADES NA MESMA LISTAGEM)
      *----------------------------------------------------------------
           SOMA-UNIDADE.
               MOVE 1 TO WS-IDX-UNI.

           PROCURA-UNIDADE.
               IF WS-IDX-UNI > WS-QTDE-UNI
                  IF WS-QTDE-UNI EQUAL 20
                     GO TO FIM-SOMA-UNIDADE
                  END-IF
                  ADD 1 TO WS-QTDE-UNI
                  MOVE WS-QTDE-UNI    TO WS-IDX-UNI
                  MOVE WS-UNIDADE-REG TO TU-UNIDADE (WS-IDX-UNI)
                  MOVE 0              TO TU-LISTADOS (WS-IDX-UNI)
               END-IF
               IF TU-UNIDADE (WS-IDX-UNI) NOT EQUAL WS-UNIDADE-REG
                  ADD 1 TO WS-IDX-UNI
                  GO TO PROCURA-UNIDADE
               END-IF
               ADD 1 TO TU-LISTADOS (WS-IDX-UNI).

           FIM-SOMA-UNIDADE.
               CONTINUE.

      *----------------------------------------------------------------
      * POSICIONA O CAD DIRETO NA FATIA PEDIDA, PELO CAMINHO DE
      * ACESSO FD-CHAVE-PERIODO (ANO+BIM+MATERIA+ID); COM ANO,
           MOVE WS-MATERIA-IMP  TO DET001-MATERIA
           MOVE WS-ANO-LETIVO   TO DET001-ANO
           MOVE WS-BIMESTRE     TO DET001-BIM
           IF CONCEITO-ACHADO
              MOVE SPACES       TO DET001-CONCEITO
              MOVE CO-CONCEITO  TO DET001-CONCEITO (2:2)
           ELSE
              MOVE WS-MEDIA     TO DET001-MEDIA
           END-IF
           MOVE WS-FALTAS       TO DET001-FALTAS
           MOVE WS-STATUS       TO DET001-STATUS

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

           IF CONCEITO-ACHADO
              PERFORM GRAVA-CONCEITO
           ELSE
              MOVE WS-NT1      TO DET002-NT1
              MOVE WS-NT2      TO DET002-NT2
              MOVE WS-NT3      TO DET002-NT3
              MOVE WS-NT4      TO DET002-NT4
              MOVE WS-PESO1    TO DET002-P1
              MOVE WS-PESO2    TO DET002-P2
              MOVE WS-PESO3    TO DET002-P3
              MOVE WS-PESO4    TO DET002-P4
              MOVE WS-NT-SUBST TO DET002-SUBST
              WRITE REG-RELATO FROM DET002
              ADD 1 TO ACUM-LINHAS
           END-IF.

      *    BIMESTRE CURSADO EM OUTRA ESCOLA (GUIA DE TRANSFERENCIA)
           IF TEM-ORIGEXT
              MOVE WS-ID         TO OE-ID
              MOVE WS-MATERIA    TO OE-MATERIA
              MOVE WS-ANO-LETIVO TO OE-ANO-LETIVO
              MOVE WS-BIMESTRE   TO OE-BIMESTRE
              READ ORIGEXT
              NOT INVALID KEY
                  MOVE OE-ESCOLA TO DET003-ESCOLA
                  WRITE REG-RELATO FROM DET003
                  ADD 1 TO ACUM-LINHAS
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * BUSCA NO CONCEITO.DAT O CONCEITO E O PARECER DO REGISTRO LIDO;
      * ACHANDO, O REGISTRO E DE TURMA AVALIADA POR CONCEITO
      *----------------------------------------------------------------
           LE-CONCEITO.
           MOVE "N" TO WS-CONCEITO-ACHADO
           IF TEM-CONCEITO
              MOVE WS-ID         TO CO-ID
              MOVE WS-MATERIA    TO CO-MATERIA
              MOVE WS-ANO-LETIVO TO CO-ANO-LETIVO
              MOVE WS-BIMESTRE   TO CO-BIMESTRE
              READ CONCEITO
              NOT INVALID KEY
                  MOVE "S" TO WS-CONCEITO-ACHADO
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME, NO LUGAR DA LINHA DE NOTAS, O CONCEITO POR EXTENSO E
      * AS LINHAS PREENCHIDAS DO PARECER DESCRITIVO
      *----------------------------------------------------------------
           GRAVA-CONCEITO.
           MOVE CO-CONCEITO TO DET004-CONCEITO
           MOVE SPACES      TO DET004-DESCRICAO
           IF CO-CONCEITO EQUAL "PS"
              MOVE "PLENAMENTE SATISFATORIO" TO DET004-DESCRICAO
           END-IF
           IF CO-CONCEITO EQUAL "S "
              MOVE "SATISFATORIO"            TO DET004-DESCRICAO
           END-IF
           IF CO-CONCEITO EQUAL "ED"
              MOVE "EM DESENVOLVIMENTO"      TO DET004-DESCRICAO
           END-IF
           IF CO-CONCEITO EQUAL "NE"
              MOVE "NAO EVIDENCIADO"         TO DET004-DESCRICAO
           END-IF
           WRITE REG-RELATO FROM DET004
           ADD 1 TO ACUM-LINHAS

           MOVE "PARECER: " TO DET005-ROTULO
           IF CO-PARECER1 NOT EQUAL SPACES
              MOVE CO-PARECER1 TO DET005-PARECER
              WRITE REG-RELATO FROM DET005
              ADD 1 TO ACUM-LINHAS
              MOVE SPACES TO DET005-ROTULO
           END-IF
           IF CO-PARECER2 NOT EQUAL SPACES
              MOVE CO-PARECER2 TO DET005-PARECER
              WRITE REG-RELATO FROM DET005
              ADD 1 TO ACUM-LINHAS
              MOVE SPACES TO DET005-ROTULO
           END-IF
           IF CO-PARECER3 NOT EQUAL SPACES
              MOVE CO-PARECER3 TO DET005-PARECER
              WRITE REG-RELATO FROM DET005
              ADD 1 TO ACUM-LINHAS
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME OS SUBTOTAIS DE REGISTROS LISTADOS POR UNIDADE ESCOLAR
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAIS.
           MOVE 1 TO WS-IDX-UNI.

           IMPRIME-SUBTOTAL.
           IF WS-IDX-UNI > WS-QTDE-UNI
              GO TO FIM-IMPRIME-SUBTOTAIS
           END-IF
           MOVE TU-UNIDADE (WS-IDX-UNI)  TO DET006-UNIDADE
           MOVE TU-LISTADOS (WS-IDX-UNI) TO DET006-LISTADOS
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET006
           ADD 1 TO ACUM-LINHAS
           DISPLAY "SUBTOTAL "DET006
           ADD 1 TO WS-IDX-UNI
           GO TO IMPRIME-SUBTOTAL.

           FIM-IMPRIME-SUBTOTAIS.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO COM O TOTAL DE REGISTROS
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CONCEITO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CON-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-SUMARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-SUMARIO-DSNAME
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
