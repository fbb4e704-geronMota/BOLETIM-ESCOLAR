      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:CONFERENCIA DA MATRIZ CURRICULAR POR TURMA. PARA CADA
      *         MATERIA OBRIGATORIA DA MATRIZ (MATRIZ.DAT, SISTTMCR)
      *         CONTA OS REGISTROS DO CAD.DAT DO ANO LETIVO EM CADA
      *         BIMESTRE E APONTA AS MATERIAS QUE NAO TEM NENHUM
      *         REGISTRO NA TURMA, PARA A COORDENACAO COBRAR O
      *         LANCAMENTO ANTES DO FECHAMENTO (SISTTFEC).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. O CAD E LIDO SO NA FATIA DO ANO
      *              PELO CAMINHO FD-CHAVE-PERIODO; A TURMA DO
      *              REGISTRO E A FD-TURMA, COM FALLBACK NA MATRICULA
      *              DO ANO (MATRICULA.DAT).
      * 15/10/2026 - OS REGISTROS DO CAD E DO MATRICULA ACOMPANHAM O
      *              NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCMR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAD ASSIGN TO WS-CAD-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FD-CHAVE
             ALTERNATE RECORD KEY IS FD-CHAVE-PERIODO
             FILE STATUS WS-FS.

               SELECT MATRIZ ASSIGN TO WS-MCR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-CHAVE
             FILE STATUS WS-FS-MATRIZ.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT MATERIAS ASSIGN TO WS-MAT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD CAD.
       01 REGISTRO.
           03 FD-CHAVE.
               05 FD-ID                           PIC 9(4).
               05 FD-MATERIA                      PIC X(11).
               05 FD-ANO-LETIVO                   PIC 9(4).
               05 FD-BIMESTRE                     PIC 9(1).
           03 FD-NM                               PIC X(25).
           03 FD-STATUS                           PIC X(11).
           03 FD-MEDIA                            PIC 9(2)V9.
           03 FD-FALTAS                           PIC 9(3).
           03 FD-AULAS-DADAS                      PIC 9(3).
           03 FD-NT1                              PIC 9(2)V9.
           03 FD-NT2                              PIC 9(2)V9.
           03 FD-NT3                              PIC 9(2)V9.
           03 FD-NT4                              PIC 9(2)V9.
           03 FD-PESO1                            PIC 9V9.
           03 FD-PESO2                            PIC 9V9.
           03 FD-PESO3                            PIC 9V9.
           03 FD-PESO4                            PIC 9V9.
           03 FD-NT-SUBST                         PIC 9(2)V9.
           03 FD-TURMA                            PIC X(3).
           03 FD-PENDENTE                         PIC X(4).
           03 FD-CHAVE-PERIODO.
               05 FD-ANO-LETIVO-P                 PIC 9(4).
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD MATRIZ.
       01 REG-MATRIZ.
           03 MZ-CHAVE.
               05 MZ-TURMA                        PIC X(3).
               05 MZ-MATERIA                      PIC X(11).
           03 MZ-CARGA-HORARIA                    PIC 9(4).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                           PIC 9(4).
               05 MA-ANO-LETIVO                   PIC 9(4).
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-MATERIA                          PIC X(11).
           03 MT-CODIGO                           PIC 9(3).
           03 MT-NOME                             PIC X(11).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS                               PIC 99.
       77 WS-FS-MATRIZ                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-CAD-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-MCR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRIZ.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONFMATR.LIS".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-TURMA                     PIC X(3).
       77 WS-TURMA-REG                        PIC X(3).
       77 WS-LIDOS                            PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * REGISTROS DO CAD NO ANO POR TURMA+MATERIA E BIMESTRE
      *----------------------------------------------------------------
       77 WS-TOTAL-ACHADOS                    PIC 9(4) VALUE 0.
       01 TAB-ACHADO.
           05 TA-ENT OCCURS 1000 TIMES.
               10 TA-TURMA                    PIC X(3).
               10 TA-MATERIA                  PIC X(11).
               10 TA-QTDE OCCURS 4 TIMES      PIC 9(4).
       77 WS-IDX                              PIC 9(4).
       77 WS-ACHOU                            PIC X.
         88 ACHOU                             VALUE "S".

       77 WS-TURMA-ANT                        PIC X(3).
       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-MAT-TURMA                        PIC 9(3) VALUE 0.
       77 WS-SEM-REG-TURMA                    PIC 9(3) VALUE 0.
       77 WS-MAT-TOTAL                        PIC 9(5) VALUE 0.
       77 WS-SEM-REG-TOTAL                    PIC 9(5) VALUE 0.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           10 WS-MES-SYS                      PIC 9(2).
           10 WS-DIA-SYS                      PIC 9(2).
         05 WS-TIME-SYS.
           10 WS-HORA-SYS                     PIC 9(2).
           10 WS-MINUTO-SYS                   PIC 9(2).
         05 FILLER                            PIC X(9).

       77 ACUM-LINHAS                         PIC 9(2).
       77 ACUM-PAG                            PIC 9(5).
       77 WS-MAX-LINHAS                       PIC 9(2) VALUE 15.

       01 CAB001.
           05 FILLER                          PIC X(40) VALUE
           'CONFERENCIA DA MATRIZ CURRICULAR'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTCMR'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(20) VALUE SPACES.
           05 FILLER                          PIC X(24) VALUE
           'REGISTROS NO CAD EM'.
           05 CAB003-ANO                      PIC 9999.
           05 FILLER                          PIC X(32) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(5)  VALUE 'TUR'.
           05 FILLER                          PIC X(13) VALUE 'MATERIA'.
           05 FILLER                          PIC X(7)  VALUE 'C.H.'.
           05 FILLER                          PIC X(6)  VALUE 'B1'.
           05 FILLER                          PIC X(6)  VALUE 'B2'.
           05 FILLER                          PIC X(6)  VALUE 'B3'.
           05 FILLER                          PIC X(6)  VALUE 'B4'.
           05 FILLER                          PIC X(14) VALUE
           'SITUACAO'.

       01 DET001.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-CARGA                    PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-B1                       PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-B2                       PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-B3                       PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-B4                       PIC ZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-SITUACAO                 PIC X(14).

       01 SECAO001.
           05 FILLER                          PIC X(7) VALUE SPACES.
           05 FILLER                          PIC X(20) VALUE
           'MATERIAS DA MATRIZ:'.
           05 SECAO001-MATERIAS               PIC ZZ9.
           05 FILLER                          PIC X(18) VALUE
           '   SEM REGISTROS:'.
           05 SECAO001-SEM-REG                PIC ZZ9.
           05 FILLER                          PIC X(29) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(25) VALUE
           'MATERIAS CONFERIDAS:'.
           05 RODAPE-MATERIAS                 PIC ZZZZ9.
           05 FILLER                          PIC X(20) VALUE
           '   SEM REGISTROS:'.
           05 RODAPE-SEM-REG                  PIC ZZZZ9.
           05 FILLER                          PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-CAD-DSNAME FROM COMMAND-LINE
               IF WS-CAD-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO ARQUIVO DE CADASTRO"
                  DISPLAY "TECLE ENTER PARA USAR O PADRAO"
                  ACCEPT WS-CAD-DSNAME
               END-IF
               IF WS-CAD-DSNAME EQUAL SPACES
                  MOVE
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CAD.DAT"
                  TO WS-CAD-DSNAME
               END-IF.

           OBTEM-FILTROS.
               DISPLAY "======================================"
               DISPLAY "***CONFERENCIA DA MATRIZ CURRICULAR***"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               IF WS-FILTRO-ANO EQUAL 0
                  DISPLAY "ANO LETIVO INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF
               DISPLAY "DIGITE A TURMA (BRANCO=TODAS)"
               ACCEPT WS-FILTRO-TURMA.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               OPEN INPUT MATRIZ.
               IF WS-FS-MATRIZ NOT EQUAL 0
                  DISPLAY "MATRIZ.DAT NAO ENCONTRADO. CADASTRE A"
                  DISPLAY "MATRIZ CURRICULAR PELO SISTTMCR."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT CAD.
               IF WS-FS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
                  CLOSE MATRIZ
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT MATRICULA.
               OPEN INPUT MATERIAS.

               PERFORM CONTA-REGISTROS THRU FIM-CONTA-REGISTROS

               CLOSE CAD.
               CLOSE MATRICULA.

               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O CONFMATR.LIS,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  CLOSE MATRIZ MATERIAS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               MOVE SPACES          TO WS-TURMA-ANT
               MOVE WS-FILTRO-TURMA TO MZ-TURMA
               MOVE LOW-VALUES      TO MZ-MATERIA
               START MATRIZ KEY NOT < MZ-CHAVE
               INVALID KEY
                   GO TO FIM-LEITURA
               END-START.

           LER-MATRIZ.
               READ MATRIZ NEXT
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               IF WS-FILTRO-TURMA NOT EQUAL SPACES
                  AND MZ-TURMA NOT EQUAL WS-FILTRO-TURMA
                  GO TO FIM-LEITURA
               END-IF

               IF MZ-TURMA NOT EQUAL WS-TURMA-ANT
                  IF WS-TURMA-ANT NOT EQUAL SPACES
                     PERFORM IMPRIME-SUBTOTAL
                  END-IF
                  MOVE MZ-TURMA TO WS-TURMA-ANT
                  MOVE 0 TO WS-MAT-TURMA WS-SEM-REG-TURMA
               END-IF

               PERFORM PROCURA-ACHADO THRU FIM-PROCURA-ACHADO
               PERFORM GRAVA-DETALHE
               GO TO LER-MATRIZ.

           FIM-LEITURA.
               IF WS-TURMA-ANT NOT EQUAL SPACES
                  PERFORM IMPRIME-SUBTOTAL
               END-IF
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE MATRIZ.
               CLOSE MATERIAS.
               CLOSE RELATO.

               DISPLAY "REGISTROS DO ANO NO CAD....:"WS-LIDOS
               DISPLAY "MATERIAS DA MATRIZ.........:"WS-MAT-TOTAL
               DISPLAY "MATERIAS SEM REGISTROS.....:"WS-SEM-REG-TOTAL
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

               IF WS-MAT-TOTAL EQUAL 0
                  DISPLAY "NENHUMA MATRIZ CADASTRADA PARA A SELECAO"
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * PERCORRE A FATIA DO ANO NO CAD (CAMINHO FD-CHAVE-PERIODO) E
      * CONTA OS REGISTROS DE CADA TURMA+MATERIA POR BIMESTRE
      *----------------------------------------------------------------
           CONTA-REGISTROS.
               MOVE LOW-VALUES    TO FD-CHAVE-PERIODO
               MOVE WS-FILTRO-ANO TO FD-ANO-LETIVO-P
               MOVE 0             TO FD-BIMESTRE-P
               START CAD KEY NOT < FD-CHAVE-PERIODO
               INVALID KEY
                   GO TO FIM-CONTA-REGISTROS
               END-START.

           LE-CAD.
               READ CAD NEXT
                   AT END
                   GO TO FIM-CONTA-REGISTROS
               END-READ
               IF FD-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO FIM-CONTA-REGISTROS
               END-IF
               IF FD-BIMESTRE < 1 OR FD-BIMESTRE > 4
                  GO TO LE-CAD
               END-IF

               MOVE FD-TURMA TO WS-TURMA-REG
               IF WS-TURMA-REG EQUAL SPACES
                  MOVE FD-ID         TO MA-ID
                  MOVE WS-FILTRO-ANO TO MA-ANO-LETIVO
                  READ MATRICULA
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE MA-TURMA TO WS-TURMA-REG
                  END-READ
               END-IF
               IF WS-FILTRO-TURMA NOT EQUAL SPACES
                  AND WS-TURMA-REG NOT EQUAL WS-FILTRO-TURMA
                  GO TO LE-CAD
               END-IF

               ADD 1 TO WS-LIDOS
               MOVE WS-TURMA-REG TO MZ-TURMA
               MOVE FD-MATERIA   TO MZ-MATERIA
               PERFORM PROCURA-ACHADO THRU FIM-PROCURA-ACHADO
               IF NOT ACHOU
                  IF WS-TOTAL-ACHADOS EQUAL 1000
                     DISPLAY "AVISO: LIMITE DE 1000 TURMAS+MATERIAS"
                     DISPLAY "ATINGIDO. CONFERENCIA INCOMPLETA."
                     GO TO FIM-CONTA-REGISTROS
                  END-IF
                  ADD 1 TO WS-TOTAL-ACHADOS
                  MOVE WS-TOTAL-ACHADOS TO WS-IDX
                  MOVE WS-TURMA-REG TO TA-TURMA (WS-IDX)
                  MOVE FD-MATERIA   TO TA-MATERIA (WS-IDX)
                  MOVE 0 TO TA-QTDE (WS-IDX 1) TA-QTDE (WS-IDX 2)
                            TA-QTDE (WS-IDX 3) TA-QTDE (WS-IDX 4)
               END-IF
               ADD 1 TO TA-QTDE (WS-IDX FD-BIMESTRE)
               GO TO LE-CAD.

           FIM-CONTA-REGISTROS.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA A TURMA+MATERIA DE MZ-CHAVE NA TABELA DE REGISTROS
      * ACHADOS; DEIXA WS-IDX NA ENTRADA QUANDO ACHA
      *----------------------------------------------------------------
           PROCURA-ACHADO.
               MOVE "N" TO WS-ACHOU
               MOVE 1   TO WS-IDX.

           LACO-ACHADO.
               IF WS-IDX > WS-TOTAL-ACHADOS
                  GO TO FIM-PROCURA-ACHADO
               END-IF
               IF TA-TURMA (WS-IDX) EQUAL MZ-TURMA
                  AND TA-MATERIA (WS-IDX) EQUAL MZ-MATERIA
                  MOVE "S" TO WS-ACHOU
                  GO TO FIM-PROCURA-ACHADO
               END-IF
               ADD 1 TO WS-IDX
               GO TO LACO-ACHADO.

           FIM-PROCURA-ACHADO.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
           IMPRIME-CABECALHO.
           ADD 1 TO ACUM-PAG.
           MOVE ACUM-PAG      TO CAB001-PAG.
           MOVE WS-HORA-SYS   TO CAB002-HORA.
           MOVE WS-MINUTO-SYS TO CAB002-MINUTO.
           MOVE WS-DIA-SYS    TO CAB002-DIA.
           MOVE WS-MES-SYS    TO CAB002-MES.
           MOVE WS-ANO-SYS    TO CAB002-ANO.
           MOVE WS-FILTRO-ANO TO CAB003-ANO.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DA MATERIA DA MATRIZ COM OS REGISTROS POR
      * BIMESTRE, QUEBRANDO PAGINA QUANDO NECESSARIO
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF

           MOVE MZ-MATERIA TO WS-MATERIA-IMP
           MOVE MZ-MATERIA TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MT-NOME TO WS-MATERIA-IMP
           END-READ

           MOVE MZ-TURMA         TO DET001-TURMA
           MOVE WS-MATERIA-IMP   TO DET001-MATERIA
           MOVE MZ-CARGA-HORARIA TO DET001-CARGA
           ADD 1 TO WS-MAT-TURMA
           ADD 1 TO WS-MAT-TOTAL
           IF ACHOU
              MOVE TA-QTDE (WS-IDX 1) TO DET001-B1
              MOVE TA-QTDE (WS-IDX 2) TO DET001-B2
              MOVE TA-QTDE (WS-IDX 3) TO DET001-B3
              MOVE TA-QTDE (WS-IDX 4) TO DET001-B4
              MOVE SPACES             TO DET001-SITUACAO
           ELSE
              MOVE 0 TO DET001-B1 DET001-B2 DET001-B3 DET001-B4
              MOVE "SEM REGISTROS"    TO DET001-SITUACAO
              ADD 1 TO WS-SEM-REG-TURMA
              ADD 1 TO WS-SEM-REG-TOTAL
           END-IF

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME O SUBTOTAL DA TURMA
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAL.
           MOVE WS-MAT-TURMA     TO SECAO001-MATERIAS.
           MOVE WS-SEM-REG-TURMA TO SECAO001-SEM-REG.
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF.
           WRITE REG-RELATO FROM SECAO001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-MAT-TOTAL     TO RODAPE-MATERIAS.
           MOVE WS-SEM-REG-TOTAL TO RODAPE-SEM-REG.
           WRITE REG-RELATO FROM RODAPE.

      *----------------------------------------------------------------
      * LE O PARAMET.DAT (LINHAS CHAVE=VALOR) E APLICA OS PARAMETROS
      * RECONHECIDOS; SEM O ARQUIVO VALEM OS PADROES DO PROGRAMA
      *----------------------------------------------------------------
           CARREGA-PARAMETROS.
           OPEN INPUT PARAMET
           IF WS-FS-PARAMET NOT EQUAL 0
              GO TO FIM-CARREGA-PARAMETROS
           END-IF.

           LE-PARAMETRO.
           READ PARAMET
               AT END
               CLOSE PARAMET
               GO TO FIM-CARREGA-PARAMETROS
           END-READ
           MOVE SPACES TO WS-PAR-CHAVE WS-PAR-VALOR
           UNSTRING REG-PARAMET DELIMITED BY "="
               INTO WS-PAR-CHAVE WS-PAR-VALOR
           END-UNSTRING
           PERFORM APLICA-PARAMETRO
           GO TO LE-PARAMETRO.

           APLICA-PARAMETRO.
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRIZ"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MCR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CONFMATR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTCMR.
