      *              RODAPE PASSA A MOSTRAR OS REGISTROS LIDOS NA
      *              FATIA. ARQUIVOS NO LAYOUT ANTIGO DEVEM SER
      *              REORGANIZADOS PELO SISTTREO.
      * 15/10/2026 - NOVO FILTRO POR UNIDADE ESCOLAR (0 = TODAS, QUARTO
      *              CAMPO NO MODO LOTE) E SUBTOTAIS POR UNIDADE ANTES
      *              DO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTEST.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).
       77 WS-LIDOS                            PIC 9(6).
       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIMESTRE                  PIC 9(1).
       77 WS-FILTRO-UNIDADE                   PIC 9(2).

       01 CADASTRO.
           03 WS-ID                           PIC 9(4).
               05 WS-BIMESTRE-P               PIC 9(1).
               05 WS-MATERIA-P                PIC X(11).
               05 WS-ID-P                     PIC 9(4).
           03 WS-UNIDADE                      PIC 9(2).

       77 WS-FATIA-VAZIA                      PIC X.
         88 FATIA-VAZIA                       VALUE "S".
       77 WS-PCT-APROVADOS                    PIC 9(3)V9.
       77 WS-PCT-REPROVADOS                   PIC 9(3)V9.

      *----------------------------------------------------------------
      * UNIDADE ESCOLAR DO REGISTRO (SEM UNIDADE VALE A UNIDADE-PADRAO)
      * E SUBTOTAIS POR UNIDADE
      *----------------------------------------------------------------
       77 WS-UNI-TXT                          PIC X(2).
       77 WS-UNIDADE-REG                      PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-QTDE-UNI                         PIC 9(2) VALUE 0.
       77 WS-IDX-UNI                          PIC 9(2).
       01 TAB-UNIDADE.
           05 TU-ENT OCCURS 20 TIMES.
               10 TU-UNIDADE                  PIC 9(2).
               10 TU-QTDE                     PIC 9(5).
               10 TU-SOMA-MEDIA               PIC 9(7)V9.
               10 TU-APROVADOS                PIC 9(5).
               10 TU-REPROVADOS               PIC 9(5).

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-PCT-REPROV               PIC ZZ9,9.

       01 DET002.
           05 FILLER                          PIC X(8) VALUE
           'UNIDADE '.
           05 DET002-UNIDADE                  PIC 9(2).
           05 FILLER                          PIC X(11) VALUE
           ' REGISTROS:'.
           05 DET002-QTDE                     PIC ZZZZ9.
           05 FILLER                          PIC X(7) VALUE
           ' MEDIA:'.
           05 DET002-MEDIA                    PIC Z9,9.
           05 FILLER                          PIC X(8) VALUE
           ' %APROV:'.
           05 DET002-PCT-APROV                PIC ZZ9,9.
           05 FILLER                          PIC X(9) VALUE
           ' %REPROV:'.
           05 DET002-PCT-REPROV               PIC ZZ9,9.
           05 FILLER                          PIC X(16) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(20) VALUE
           'TOTAL DE MATERIAS: '.
               DISPLAY "DIGITE O ANO LETIVO (0=TODOS)"
               ACCEPT WS-FILTRO-ANO
               DISPLAY "DIGITE O BIMESTRE (0=TODOS)"
               ACCEPT WS-FILTRO-BIMESTRE
               DISPLAY "DIGITE A UNIDADE ESCOLAR (0=TODAS)"
               ACCEPT WS-FILTRO-UNIDADE
               IF WS-FILTRO-UNIDADE NOT NUMERIC
                  MOVE 0 TO WS-FILTRO-UNIDADE
               END-IF.

           INICIO.
               MOVE 0 TO WS-LIDOS.
                  END-IF
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

               ADD 1 TO WS-LIDOS
               PERFORM ACUMULA-MATERIA THRU FIM-PROCURA-MATERIA
               PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE
               GO TO LER-ARQUIVO.

      *----------------------------------------------------------------
      * SOMA O REGISTRO LIDO NO SUBTOTAL DA SUA UNIDADE ESCOLAR
      * (ATE 20 UNIDADES NA MESMA APURACAO)
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
                  MOVE 0 TO TU-QTDE (WS-IDX-UNI)
                  MOVE 0 TO TU-SOMA-MEDIA (WS-IDX-UNI)
                  MOVE 0 TO TU-APROVADOS (WS-IDX-UNI)
                  MOVE 0 TO TU-REPROVADOS (WS-IDX-UNI)
               END-IF
               IF TU-UNIDADE (WS-IDX-UNI) NOT EQUAL WS-UNIDADE-REG
                  ADD 1 TO WS-IDX-UNI
                  GO TO PROCURA-UNIDADE
               END-IF

               ADD 1        TO TU-QTDE (WS-IDX-UNI)
               ADD WS-MEDIA TO TU-SOMA-MEDIA (WS-IDX-UNI)
               IF WS-STATUS EQUAL "APROVADO"
                  ADD 1 TO TU-APROVADOS (WS-IDX-UNI)
               ELSE
                  ADD 1 TO TU-REPROVADOS (WS-IDX-UNI)
               END-IF.

           FIM-SOMA-UNIDADE.
               CONTINUE.

      *----------------------------------------------------------------
      * LOCALIZA A MATERIA NA TABELA (OU CRIA UMA ENTRADA NOVA) E
      * ACUMULA OS VALORES DO REGISTRO LIDO

           FIM-IMPRIME-MATERIAS.
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-SUBTOTAIS THRU FIM-IMPRIME-SUBTOTAIS
                  PERFORM IMPRIME-RODAPE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * MODO LOTE: LINHA DE COMANDO NO FORMATO DATASET;ANO;BIM;UNIDADE
      * (CAMPOS VAZIOS = TODOS). SEM ";" NA LINHA DE COMANDO VALE O
      * FLUXO INTERATIVO DE SEMPRE.
      *----------------------------------------------------------------
               END-IF

               MOVE "S"    TO WS-BATCH
               MOVE SPACES TO WS-ANO-TXT WS-BIM-TXT WS-UNI-TXT
               MOVE 0      TO WS-FILTRO-ANO WS-FILTRO-BIMESTRE
                              WS-FILTRO-UNIDADE
               UNSTRING WS-CMDLINE DELIMITED BY ";"
                   INTO WS-CAD-DSNAME
                        WS-ANO-TXT
                        WS-BIM-TXT
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
               MOVE 0 TO WS-IDX.

           FIM-TRATA-CMDLINE.
           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME OS SUBTOTAIS POR UNIDADE ESCOLAR (REGISTROS, MEDIA E
      * PERCENTUAIS DE APROVACAO E REPROVACAO)
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAIS.
           MOVE 1 TO WS-IDX-UNI.

           IMPRIME-SUBTOTAL.
           IF WS-IDX-UNI > WS-QTDE-UNI
              GO TO FIM-IMPRIME-SUBTOTAIS
           END-IF
           COMPUTE WS-MEDIA-TURMA ROUNDED =
                   TU-SOMA-MEDIA (WS-IDX-UNI) / TU-QTDE (WS-IDX-UNI)
           COMPUTE WS-PCT-APROVADOS ROUNDED =
                   (TU-APROVADOS (WS-IDX-UNI) * 100)
                   / TU-QTDE (WS-IDX-UNI)
           COMPUTE WS-PCT-REPROVADOS ROUNDED =
                   (TU-REPROVADOS (WS-IDX-UNI) * 100)
                   / TU-QTDE (WS-IDX-UNI)
           MOVE TU-UNIDADE (WS-IDX-UNI) TO DET002-UNIDADE
           MOVE TU-QTDE (WS-IDX-UNI)    TO DET002-QTDE
           MOVE WS-MEDIA-TURMA          TO DET002-MEDIA
           MOVE WS-PCT-APROVADOS        TO DET002-PCT-APROV
           MOVE WS-PCT-REPROVADOS       TO DET002-PCT-REPROV
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET002
           ADD 1 TO ACUM-LINHAS
           DISPLAY "SUBTOTAL "DET002
           ADD 1 TO WS-IDX-UNI
           GO TO IMPRIME-SUBTOTAL.

           FIM-IMPRIME-SUBTOTAIS.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
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
