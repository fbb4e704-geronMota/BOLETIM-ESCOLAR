      *              CATALOGO OFICIAL DE MATERIAS (MATERIAS.DAT,
      *              MANTIDO PELO SISTTMAT) QUANDO A SIGLA EXISTE LA,
      *              COMO NOS DEMAIS RELATORIOS.
      * 15/10/2026 - NOVO FILTRO POR UNIDADE ESCOLAR (0 = TODAS) E
      *              SUBTOTAIS DE REGISTROS CLASSIFICADOS POR UNIDADE
      *              ANTES DO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTRNK.
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

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIMESTRE                  PIC 9(1).
       77 WS-FILTRO-UNIDADE                   PIC 9(2).
       77 WS-TOP-N                            PIC 9(3).
       77 WS-LIDOS                            PIC 9(6) VALUE 0.

           05 WA-SOMA                         PIC 9(4)V9.
           05 WA-QTDE                         PIC 9(3).

      *----------------------------------------------------------------
      * UNIDADE ESCOLAR DO REGISTRO (SEM UNIDADE VALE A UNIDADE-PADRAO)
      * E SUBTOTAIS DE REGISTROS CLASSIFICADOS POR UNIDADE
      *----------------------------------------------------------------
       77 WS-UNIDADE-REG                      PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-QTDE-UNI                         PIC 9(2) VALUE 0.
       77 WS-IDX-UNI                          PIC 9(2).
       01 TAB-UNIDADE.
           05 TU-ENT OCCURS 20 TIMES.
               10 TU-UNIDADE                  PIC 9(2).
               10 TU-CLASSIFICADOS            PIC 9(6).

       77 WS-POS                              PIC 9(4).
       77 WS-OVFL                             PIC X VALUE "N".
         88 HOUVE-OVERFLOW                    VALUE "S".
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MEDIA                    PIC Z9,9.

       01 DET002.
           05 FILLER                          PIC X(8) VALUE
           'UNIDADE '.
           05 DET002-UNIDADE                  PIC 9(2).
           05 FILLER                          PIC X(27) VALUE
           ' REGISTROS CLASSIFICADOS: '.
           05 DET002-CLASSIFICADOS            PIC ZZZZZ9.
           05 FILLER                          PIC X(37) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(26) VALUE
           'REGISTROS CLASSIFICADOS:'.
               ACCEPT WS-TOP-N
               IF WS-TOP-N EQUAL 0
                  MOVE 10 TO WS-TOP-N
               END-IF
               DISPLAY "DIGITE A UNIDADE ESCOLAR (0=TODAS)"
               ACCEPT WS-FILTRO-UNIDADE
               IF WS-FILTRO-UNIDADE NOT NUMERIC
                  MOVE 0 TO WS-FILTRO-UNIDADE
               END-IF.

           INICIO.
                  GO TO FIM-LEITURA
               END-IF

               IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
                  MOVE FD-UNIDADE TO WS-UNIDADE-REG
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-REG
               END-IF
               IF WS-FILTRO-UNIDADE NOT EQUAL 0
                  AND WS-FILTRO-UNIDADE NOT EQUAL WS-UNIDADE-REG
                  GO TO LER-ARQUIVO
               END-IF

               ADD 1 TO WS-LIDOS
               PERFORM GUARDA-REGISTRO THRU FIM-GUARDA-REGISTRO
               GO TO LER-ARQUIVO.
                  WRITE REG-RELATO FROM AVISO001
               END-IF

               PERFORM IMPRIME-SUBTOTAIS THRU FIM-IMPRIME-SUBTOTAIS
               MOVE WS-TOTAL-REG TO RODAPE-TOTAL
               WRITE REG-RELATO FROM RODAPE
               MOVE WS-LIDOS TO RODAPE2-LIDOS
               MOVE FD-MEDIA     TO TR-MEDIA (WS-TOTAL-REG)
               MOVE FD-ID        TO TR-ID (WS-TOTAL-REG)
               MOVE WS-NM-MESTRE TO TR-NOME (WS-TOTAL-REG)
               PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE

               MOVE 1 TO WS-I.

           FIM-ORDENA-MATERIAS.
               CONTINUE.

      *----------------------------------------------------------------
      * SOMA O REGISTRO CLASSIFICADO NO SUBTOTAL DA SUA UNIDADE
      * ESCOLAR (ATE 20 UNIDADES NO MESMO QUADRO)
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
                  MOVE 0              TO TU-CLASSIFICADOS (WS-IDX-UNI)
               END-IF
               IF TU-UNIDADE (WS-IDX-UNI) NOT EQUAL WS-UNIDADE-REG
                  ADD 1 TO WS-IDX-UNI
                  GO TO PROCURA-UNIDADE
               END-IF
               ADD 1 TO TU-CLASSIFICADOS (WS-IDX-UNI).

           FIM-SOMA-UNIDADE.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME OS SUBTOTAIS DE REGISTROS CLASSIFICADOS POR UNIDADE
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAIS.
               MOVE 1 TO WS-IDX-UNI.

           IMPRIME-SUBTOTAL.
               IF WS-IDX-UNI > WS-QTDE-UNI
                  GO TO FIM-IMPRIME-SUBTOTAIS
               END-IF
               MOVE TU-UNIDADE (WS-IDX-UNI) TO DET002-UNIDADE
               MOVE TU-CLASSIFICADOS (WS-IDX-UNI)
                 TO DET002-CLASSIFICADOS
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
      * QUADRO GERAL: OS N ALUNOS DE MAIOR MEDIA GERAL
      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
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
