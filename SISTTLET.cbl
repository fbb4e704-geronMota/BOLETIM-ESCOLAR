      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:RELATORIO DE DIAS LETIVOS CUMPRIDOS POR TURMA. CONTA,
      *         PARA CADA TURMA, OS DIAS LETIVOS DO CALENDARIO ESCOLAR
      *         (CALENDAR.DAT) EM QUE HOUVE AULA LANCADA NO DIARIO DE
      *         CLASSE (DIARIO.DAT) E CONFRONTA COM O PREVISTO ATE A
      *         DATA DE REFERENCIA, COM O QUE AINDA RESTA NO
      *         CALENDARIO E COM O MINIMO LEGAL DE 200 DIAS LETIVOS,
      *         PARA A COORDENACAO VER CEDO QUAL TURMA PRECISA DE
      *         REPOSICAO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. DIA CUMPRIDO E A DATA COM
      *              REGISTRO DE AULA (ID 0000) DE QUALQUER MATERIA DA
      *              TURMA QUE SEJA DIA LETIVO NO CALENDARIO; AULA EM
      *              DIA NAO LETIVO (LANCADA ANTES DO CALENDARIO) NAO
      *              CONTA. O MINIMO LEGAL VEM DA CHAVE
      *              DIAS-LETIVOS-MINIMO DO PARAMET.DAT (PADRAO 200).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTLET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIARIO ASSIGN TO WS-DIA-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DI-CHAVE
             FILE STATUS WS-FS-DIARIO.

               SELECT CALENDAR ASSIGN TO WS-CAL-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CA-CHAVE
             FILE STATUS WS-FS-CALENDAR.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD DIARIO.
       01 REG-DIARIO.
           03 DI-CHAVE.
               05 DI-TURMA                        PIC X(3).
               05 DI-MATERIA                      PIC X(11).
               05 DI-DATA                         PIC 9(8).
               05 DI-ID                           PIC 9(4).
           03 DI-BIMESTRE                         PIC 9(1).
           03 DI-QTDE-AULAS                       PIC 9(2).

       FD CALENDAR.
       01 REG-CALENDARIO.
           03 CA-CHAVE.
               05 CA-ANO-LETIVO                   PIC 9(4).
               05 CA-DATA                         PIC 9(8).
           03 CA-DADOS                            PIC X(42).
           03 CA-DADOS-BIM REDEFINES CA-DADOS.
               05 CA-INICIO                       PIC 9(8).
               05 CA-FIM                          PIC 9(8).
               05 FILLER                          PIC X(26).
           03 CA-DADOS-DIA REDEFINES CA-DADOS.
               05 CA-TIPO-DIA                     PIC X(12).
               05 CA-DESCRICAO                    PIC X(30).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-DIARIO                        PIC 99.
       77 WS-FS-CALENDAR                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-DIA-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DIARIO.DAT".
       77 WS-CAL-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CALENDAR.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DIASLET.LIS".
       77 PAR-DIAS-MINIMO                     PIC 9(3) VALUE 200.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-TURMA                     PIC X(3).
       77 WS-DATA-REF                         PIC 9(8).
       77 WS-TURMAS                           PIC 9(4) VALUE 0.
       77 WS-TURMAS-REPOR                     PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * BIMESTRES DO CALENDARIO DO ANO (ZERO = NAO CADASTRADO)
      *----------------------------------------------------------------
       01 TAB-BIM.
           05 TB-ENT OCCURS 4 TIMES.
               10 TB-INICIO                   PIC 9(8).
               10 TB-FIM                      PIC 9(8).
       77 WS-BIM                              PIC 9(1).
       77 WS-BIM-CADASTRADOS                  PIC 9(1).

      *----------------------------------------------------------------
      * MAPA DOS DIAS DO ANO, UMA POSICAO POR (MES-1)*31+DIA: "S"
      * QUANDO O DIA E LETIVO NO CALENDARIO, E MARCA DOS DIAS COM
      * AULA NO DIARIO DA TURMA CORRENTE
      *----------------------------------------------------------------
       01 TAB-LETIVO.
           05 TL-LETIVO OCCURS 372 TIMES      PIC X(1).
       01 TAB-AULA-TURMA.
           05 TT-AULA OCCURS 372 TIMES        PIC X(1).
       77 WS-POS                              PIC 9(3).

       77 WS-PREV-TOTAL                       PIC 9(3) VALUE 0.
       77 WS-PREV-ATE-REF                     PIC 9(3) VALUE 0.
       77 WS-CUMPRIDOS                        PIC 9(3).
       77 WS-RESTANTES                        PIC 9(3).
       77 WS-DEFICIT                          PIC 9(3).
       77 WS-PROJECAO                         PIC 9(3).
       77 WS-REPOR                            PIC 9(3).
       77 WS-TURMA-ANT                        PIC X(3).

      *----------------------------------------------------------------
      * PERCURSO DIA A DIA DO CALENDARIO
      *----------------------------------------------------------------
       01 WS-DATA-ENUM                        PIC 9(8).
       01 WS-DATA-ENUM-R REDEFINES WS-DATA-ENUM.
           05 WS-EN-ANO                       PIC 9(4).
           05 WS-EN-MES                       PIC 9(2).
           05 WS-EN-DIA                       PIC 9(2).
       77 WS-DATA-INICIO-ANO                  PIC 9(8).
       77 WS-DATA-FIM-ANO                     PIC 9(8).
       01 WS-DIAS-MES-TXT                     PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TXT.
           05 WS-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
       77 WS-ULTIMO-DIA                       PIC 9(2).
       77 WS-RESTO                            PIC 9(3).
       77 WS-QUOC                             PIC 9(4).
       77 WS-DENTRO-BIM                       PIC X.
         88 DENTRO-BIM                        VALUE "S".

      *----------------------------------------------------------------
      * DIAS ESPECIAIS DO ANO (NAO LETIVOS E SABADOS DE REPOSICAO)
      *----------------------------------------------------------------
       01 TAB-ESPECIAL.
           05 TE-ENT OCCURS 200 TIMES.
               10 TE-DATA                     PIC 9(8).
               10 TE-TIPO                     PIC X(12).
       77 WS-TOTAL-ESPECIAIS                  PIC 9(3) VALUE 0.
       77 WS-IDX                              PIC 9(3).
       77 WS-TIPO-ACHADO                      PIC X(12).

      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (0=SABADO, 1=DOMINGO,
      * 2=SEGUNDA ... 6=SEXTA)
      *----------------------------------------------------------------
       01 WS-DATA-DESM.
           05 WS-DD-ANO                       PIC 9(4).
           05 WS-DD-MES                       PIC 9(2).
           05 WS-DD-DIA                       PIC 9(2).
       77 WS-ZL-ANO                           PIC 9(4).
       77 WS-ZL-MES                           PIC 9(2).
       77 WS-ZL-SECULO                        PIC 9(2).
       77 WS-ZL-ANO-SEC                       PIC 9(2).
       77 WS-ZL-TERMO                         PIC 9(4).
       77 WS-ZL-SOMA                          PIC 9(5).
       77 WS-ZL-QUOC                          PIC 9(5).
       77 WS-DIA-SEMANA                       PIC 9(1).
         88 SABADO                            VALUE 0.
         88 DOMINGO                           VALUE 1.

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
           'DIAS LETIVOS CUMPRIDOS POR TURMA'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTLET'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(6) VALUE 'ANO:'.
           05 CAB003-ANO                      PIC 9(4).
           05 FILLER                          PIC X(14) VALUE
           '  CALENDARIO:'.
           05 CAB003-PREVISTO                 PIC ZZ9.
           05 FILLER                          PIC X(12) VALUE
           '  MINIMO:'.
           05 CAB003-MINIMO                   PIC ZZ9.
           05 FILLER                          PIC X(8) VALUE
           '  REF.:'.
           05 CAB003-DIA                      PIC 99/.
           05 CAB003-MES                      PIC 99/.
           05 CAB003-ANO-REF                  PIC 9999.

       01 CAB004.
           05 FILLER                          PIC X(5)  VALUE 'TUR'.
           05 FILLER                          PIC X(10) VALUE
           'CUMPRIDOS'.
           05 FILLER                          PIC X(10) VALUE
           'PREVISTOS'.
           05 FILLER                          PIC X(8)  VALUE
           'DEFICIT'.
           05 FILLER                          PIC X(10) VALUE
           'RESTANTES'.
           05 FILLER                          PIC X(9)  VALUE
           'PROJECAO'.
           05 FILLER                          PIC X(20) VALUE
           'SITUACAO'.

       01 DET001.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 DET001-CUMPRIDOS                PIC ZZ9.
           05 FILLER                          PIC X(7) VALUE SPACES.
           05 DET001-PREVISTOS                PIC ZZ9.
           05 FILLER                          PIC X(5) VALUE SPACES.
           05 DET001-DEFICIT                  PIC ZZ9.
           05 FILLER                          PIC X(7) VALUE SPACES.
           05 DET001-RESTANTES                PIC ZZ9.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 DET001-PROJECAO                 PIC ZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-SITUACAO                 PIC X(20).

       01 WS-SITUACAO-REPOR.
           05 FILLER                          PIC X(6) VALUE 'REPOR '.
           05 WS-SR-DIAS                      PIC ZZ9.
           05 FILLER                          PIC X(5) VALUE ' DIAS'.

       01 RODAPE.
           05 FILLER                          PIC X(18) VALUE
           'TURMAS LISTADAS:'.
           05 RODAPE-TURMAS                   PIC ZZZ9.
           05 FILLER                          PIC X(27) VALUE
           '   PRECISANDO DE REPOSICAO:'.
           05 RODAPE-REPOR                    PIC ZZZ9.
           05 FILLER                          PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-FILTROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               DISPLAY "======================================"
               DISPLAY "***DIAS LETIVOS CUMPRIDOS POR TURMA***"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               IF WS-FILTRO-ANO EQUAL 0
                  DISPLAY "ANO LETIVO INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF
               DISPLAY "DIGITE A TURMA (BRANCO=TODAS)"
               ACCEPT WS-FILTRO-TURMA
               DISPLAY "DIGITE A DATA DE REFERENCIA (AAAAMMDD, 0=HOJE)"
               ACCEPT WS-DATA-REF.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.
               IF WS-DATA-REF IS NOT NUMERIC
                  OR WS-DATA-REF EQUAL 0
                  MOVE WS-DATE-SYS TO WS-DATA-REF
               END-IF

               OPEN INPUT CALENDAR.
               IF WS-FS-CALENDAR NOT EQUAL 0
                  DISPLAY "CALENDAR.DAT NAO ENCONTRADO. CADASTRE O"
                  DISPLAY "CALENDARIO ESCOLAR PELO SISTTCAL."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM CARREGA-CALENDARIO THRU FIM-CARREGA-CALENDARIO
               CLOSE CALENDAR
               IF WS-BIM-CADASTRADOS EQUAL 0
                  DISPLAY "CALENDARIO DO ANO "WS-FILTRO-ANO
                          " NAO CADASTRADO."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM MONTA-DIAS-LETIVOS THRU FIM-MONTA-DIAS-LETIVOS
               IF WS-PREV-TOTAL < PAR-DIAS-MINIMO
                  DISPLAY "AVISO: O CALENDARIO DO ANO TEM SO "
                          WS-PREV-TOTAL" DIAS LETIVOS."
               END-IF

               OPEN INPUT DIARIO.
               IF WS-FS-DIARIO NOT EQUAL 0
                  DISPLAY "DIARIO.DAT NAO ENCONTRADO"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O DIASLET.LIS,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  CLOSE DIARIO
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               MOVE WS-FILTRO-ANO   TO CAB003-ANO
               MOVE WS-PREV-TOTAL   TO CAB003-PREVISTO
               MOVE PAR-DIAS-MINIMO TO CAB003-MINIMO
               MOVE WS-DATA-REF     TO WS-DATA-DESM
               MOVE WS-DD-DIA       TO CAB003-DIA
               MOVE WS-DD-MES       TO CAB003-MES
               MOVE WS-DD-ANO       TO CAB003-ANO-REF

               MOVE SPACES TO WS-TURMA-ANT.

           LER-DIARIO.
               READ DIARIO NEXT
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               IF DI-ID NOT EQUAL 0
                  GO TO LER-DIARIO
               END-IF
               IF WS-FILTRO-TURMA NOT EQUAL SPACES
                  AND DI-TURMA NOT EQUAL WS-FILTRO-TURMA
                  GO TO LER-DIARIO
               END-IF
               MOVE DI-DATA TO WS-DATA-DESM
               IF WS-DD-ANO NOT EQUAL WS-FILTRO-ANO
                  GO TO LER-DIARIO
               END-IF

               IF DI-TURMA NOT EQUAL WS-TURMA-ANT
                  IF WS-TURMA-ANT NOT EQUAL SPACES
                     PERFORM FECHA-TURMA
                  END-IF
                  MOVE DI-TURMA TO WS-TURMA-ANT
                  MOVE SPACES   TO TAB-AULA-TURMA
               END-IF

               COMPUTE WS-POS = (WS-DD-MES - 1) * 31 + WS-DD-DIA
               MOVE "S" TO TT-AULA (WS-POS)
               GO TO LER-DIARIO.

           FIM-LEITURA.
               IF WS-TURMA-ANT NOT EQUAL SPACES
                  PERFORM FECHA-TURMA
               END-IF
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE DIARIO.
               CLOSE RELATO.

               DISPLAY "DIAS LETIVOS NO CALENDARIO...:"WS-PREV-TOTAL
               DISPLAY "PREVISTOS ATE A REFERENCIA...:"WS-PREV-ATE-REF
               DISPLAY "TURMAS LISTADAS..............:"WS-TURMAS
               DISPLAY "TURMAS PRECISANDO DE REPOSICAO:"WS-TURMAS-REPOR
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

               IF WS-TURMAS EQUAL 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * CARREGA OS BIMESTRES E OS DIAS ESPECIAIS DO ANO LETIVO
      *----------------------------------------------------------------
           CARREGA-CALENDARIO.
               MOVE 0 TO WS-BIM-CADASTRADOS WS-TOTAL-ESPECIAIS
               MOVE 0 TO TB-INICIO (1) TB-FIM (1) TB-INICIO (2)
                         TB-FIM (2) TB-INICIO (3) TB-FIM (3)
                         TB-INICIO (4) TB-FIM (4)
               MOVE WS-FILTRO-ANO TO CA-ANO-LETIVO
               MOVE 0             TO CA-DATA
               START CALENDAR KEY NOT < CA-CHAVE
               INVALID KEY
                   GO TO FIM-CARREGA-CALENDARIO
               END-START.

           LE-CALENDARIO.
               READ CALENDAR NEXT
                   AT END
                   GO TO FIM-CARREGA-CALENDARIO
               END-READ
               IF CA-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO FIM-CARREGA-CALENDARIO
               END-IF
               IF CA-DATA < 5
                  IF CA-DATA > 0
                     MOVE CA-DATA   TO WS-BIM
                     MOVE CA-INICIO TO TB-INICIO (WS-BIM)
                     MOVE CA-FIM    TO TB-FIM (WS-BIM)
                     ADD 1 TO WS-BIM-CADASTRADOS
                  END-IF
                  GO TO LE-CALENDARIO
               END-IF
               IF WS-TOTAL-ESPECIAIS EQUAL 200
                  DISPLAY "AVISO: LIMITE DE 200 DIAS ESPECIAIS NO ANO"
                  DISPLAY "ATINGIDO. DIA IGNORADO."
                  GO TO LE-CALENDARIO
               END-IF
               ADD 1 TO WS-TOTAL-ESPECIAIS
               MOVE CA-DATA     TO TE-DATA (WS-TOTAL-ESPECIAIS)
               MOVE CA-TIPO-DIA TO TE-TIPO (WS-TOTAL-ESPECIAIS)
               GO TO LE-CALENDARIO.

           FIM-CARREGA-CALENDARIO.
               CONTINUE.

      *----------------------------------------------------------------
      * PERCORRE O ANO DIA A DIA (01/01 A 31/12) MARCANDO OS DIAS
      * LETIVOS E CONTANDO OS PREVISTOS NO ANO E ATE A REFERENCIA
      *----------------------------------------------------------------
           MONTA-DIAS-LETIVOS.
               MOVE SPACES TO TAB-LETIVO
               MOVE 0 TO WS-PREV-TOTAL WS-PREV-ATE-REF
               MOVE WS-FILTRO-ANO TO WS-EN-ANO
               MOVE 1             TO WS-EN-MES
               MOVE 1             TO WS-EN-DIA
               MOVE 28 TO WS-DIAS-MES (2)
               DIVIDE WS-EN-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
               IF WS-RESTO EQUAL 0
                  MOVE 29 TO WS-DIAS-MES (2)
                  DIVIDE WS-EN-ANO BY 100 GIVING WS-QUOC
                      REMAINDER WS-RESTO
                  IF WS-RESTO EQUAL 0
                     DIVIDE WS-EN-ANO BY 400 GIVING WS-QUOC
                         REMAINDER WS-RESTO
                     IF WS-RESTO NOT EQUAL 0
                        MOVE 28 TO WS-DIAS-MES (2)
                     END-IF
                  END-IF
               END-IF.

           LACO-DIA.
               PERFORM AVALIA-DIA THRU FIM-AVALIA-DIA
               MOVE WS-DIAS-MES (WS-EN-MES) TO WS-ULTIMO-DIA
               IF WS-EN-DIA < WS-ULTIMO-DIA
                  ADD 1 TO WS-EN-DIA
                  GO TO LACO-DIA
               END-IF
               IF WS-EN-MES < 12
                  ADD 1 TO WS-EN-MES
                  MOVE 1 TO WS-EN-DIA
                  GO TO LACO-DIA
               END-IF.

           FIM-MONTA-DIAS-LETIVOS.
               CONTINUE.

      *----------------------------------------------------------------
      * DECIDE SE O DIA DO PERCURSO E LETIVO: DENTRO DE UM BIMESTRE,
      * SABADO SO COM REPOSICAO, NUNCA DOMINGO, E DIA UTIL QUE NAO
      * ESTEJA CADASTRADO COMO NAO LETIVO
      *----------------------------------------------------------------
           AVALIA-DIA.
               MOVE "N" TO WS-DENTRO-BIM
               MOVE 1   TO WS-BIM.

           LACO-BIM-DIA.
               IF TB-INICIO (WS-BIM) NOT EQUAL 0
                  AND WS-DATA-ENUM NOT < TB-INICIO (WS-BIM)
                  AND WS-DATA-ENUM NOT > TB-FIM (WS-BIM)
                  MOVE "S" TO WS-DENTRO-BIM
               END-IF
               IF WS-BIM < 4 AND NOT DENTRO-BIM
                  ADD 1 TO WS-BIM
                  GO TO LACO-BIM-DIA
               END-IF
               IF NOT DENTRO-BIM
                  GO TO FIM-AVALIA-DIA
               END-IF

               MOVE SPACES TO WS-TIPO-ACHADO
               MOVE 1 TO WS-IDX.

           LACO-ESPECIAL.
               IF WS-IDX > WS-TOTAL-ESPECIAIS
                  GO TO CLASSIFICA-DIA
               END-IF
               IF TE-DATA (WS-IDX) EQUAL WS-DATA-ENUM
                  MOVE TE-TIPO (WS-IDX) TO WS-TIPO-ACHADO
                  GO TO CLASSIFICA-DIA
               END-IF
               ADD 1 TO WS-IDX
               GO TO LACO-ESPECIAL.

           CLASSIFICA-DIA.
               IF WS-TIPO-ACHADO NOT EQUAL SPACES
                  AND WS-TIPO-ACHADO NOT EQUAL "REPOSICAO"
                  GO TO FIM-AVALIA-DIA
               END-IF
               IF WS-TIPO-ACHADO EQUAL SPACES
                  MOVE WS-DATA-ENUM TO WS-DATA-DESM
                  PERFORM CALCULA-DIA-SEMANA
                  IF SABADO OR DOMINGO
                     GO TO FIM-AVALIA-DIA
                  END-IF
               END-IF

               COMPUTE WS-POS = (WS-EN-MES - 1) * 31 + WS-EN-DIA
               MOVE "S" TO TL-LETIVO (WS-POS)
               ADD 1 TO WS-PREV-TOTAL
               IF WS-DATA-ENUM NOT > WS-DATA-REF
                  ADD 1 TO WS-PREV-ATE-REF
               END-IF.

           FIM-AVALIA-DIA.
               CONTINUE.

      *----------------------------------------------------------------
      * CALCULA O DIA DA SEMANA DE WS-DATA-DESM (CONGRUENCIA DE
      * ZELLER; JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      * ANTERIOR)
      *----------------------------------------------------------------
           CALCULA-DIA-SEMANA.
           MOVE WS-DD-ANO TO WS-ZL-ANO
           MOVE WS-DD-MES TO WS-ZL-MES
           IF WS-ZL-MES < 3
              ADD 12 TO WS-ZL-MES
              SUBTRACT 1 FROM WS-ZL-ANO
           END-IF
           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-SECULO
               REMAINDER WS-ZL-ANO-SEC
           COMPUTE WS-ZL-TERMO = 13 * (WS-ZL-MES + 1)
           DIVIDE WS-ZL-TERMO BY 5 GIVING WS-ZL-TERMO
           MOVE WS-DD-DIA TO WS-ZL-SOMA
           ADD WS-ZL-TERMO WS-ZL-ANO-SEC TO WS-ZL-SOMA
           DIVIDE WS-ZL-ANO-SEC BY 4 GIVING WS-ZL-QUOC
           ADD WS-ZL-QUOC TO WS-ZL-SOMA
           DIVIDE WS-ZL-SECULO BY 4 GIVING WS-ZL-QUOC
           ADD WS-ZL-QUOC TO WS-ZL-SOMA
           COMPUTE WS-ZL-SOMA = WS-ZL-SOMA + 5 * WS-ZL-SECULO
           DIVIDE WS-ZL-SOMA BY 7 GIVING WS-ZL-QUOC
               REMAINDER WS-DIA-SEMANA.

      *----------------------------------------------------------------
      * FECHA A TURMA: CONTA OS DIAS LETIVOS COM AULA, COMPARA COM O
      * PREVISTO ATE A REFERENCIA E PROJETA O ANO COM OS DIAS LETIVOS
      * QUE AINDA RESTAM NO CALENDARIO
      *----------------------------------------------------------------
           FECHA-TURMA.
           MOVE 0 TO WS-CUMPRIDOS
           MOVE 1 TO WS-POS
           PERFORM CONTA-CUMPRIDO 372 TIMES

           MOVE 0 TO WS-DEFICIT
           IF WS-PREV-ATE-REF > WS-CUMPRIDOS
              COMPUTE WS-DEFICIT = WS-PREV-ATE-REF - WS-CUMPRIDOS
           END-IF
           COMPUTE WS-RESTANTES = WS-PREV-TOTAL - WS-PREV-ATE-REF
           COMPUTE WS-PROJECAO  = WS-CUMPRIDOS + WS-RESTANTES

           ADD 1 TO WS-TURMAS
           MOVE WS-TURMA-ANT    TO DET001-TURMA
           MOVE WS-CUMPRIDOS    TO DET001-CUMPRIDOS
           MOVE WS-PREV-ATE-REF TO DET001-PREVISTOS
           MOVE WS-DEFICIT      TO DET001-DEFICIT
           MOVE WS-RESTANTES    TO DET001-RESTANTES
           MOVE WS-PROJECAO     TO DET001-PROJECAO
           IF WS-PROJECAO < PAR-DIAS-MINIMO
              ADD 1 TO WS-TURMAS-REPOR
              COMPUTE WS-REPOR = PAR-DIAS-MINIMO - WS-PROJECAO
              MOVE WS-REPOR TO WS-SR-DIAS
              MOVE WS-SITUACAO-REPOR TO DET001-SITUACAO
           ELSE
              MOVE "MINIMO ASSEGURADO" TO DET001-SITUACAO
           END-IF
           PERFORM GRAVA-DETALHE.

           CONTA-CUMPRIDO.
           IF TT-AULA (WS-POS) EQUAL "S"
              AND TL-LETIVO (WS-POS) EQUAL "S"
              ADD 1 TO WS-CUMPRIDOS
           END-IF
           ADD 1 TO WS-POS.

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

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME UMA LINHA DE DETALHE, QUEBRANDO PAGINA QUANDO NECESSARIO
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-TURMAS       TO RODAPE-TURMAS.
           MOVE WS-TURMAS-REPOR TO RODAPE-REPOR.
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
           IF WS-PAR-CHAVE EQUAL "ARQ-DIARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DIA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CALENDARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CAL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DIASLET"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "DIAS-LETIVOS-MINIMO"
              AND WS-PAR-VALOR (1:3) IS NUMERIC
              MOVE WS-PAR-VALOR (1:3) TO PAR-DIAS-MINIMO
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTLET.
