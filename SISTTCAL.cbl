      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:CALENDARIO ESCOLAR (CALENDAR.DAT), MANTIDO PELA
      *         SECRETARIA POR ANO LETIVO: INICIO E FIM DE CADA
      *         BIMESTRE E OS DIAS NAO LETIVOS (FERIADO, RECESSO,
      *         PLANEJAMENTO), ALEM DOS SABADOS LETIVOS DE REPOSICAO.
      *         O SISTTDIA SO ACEITA AULA EM DIA LETIVO DESTE
      *         CALENDARIO E DEDUZ O BIMESTRE PELA DATA, E O SISTTLET
      *         CONFERE OS DIAS LETIVOS CUMPRIDOS POR TURMA CONTRA O
      *         MINIMO LEGAL.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. CHAVE DO CALENDARIO: ANO LETIVO +
      *              DATA, ONDE DATA DE 1 A 4 E O REGISTRO DO BIMESTRE
      *              (COM INICIO E FIM) E DATA AAAAMMDD E UM DIA
      *              ESPECIAL DO ANO (NOS MOLDES DO REGISTRO ID 0000
      *              DO DIARIO). DIA LETIVO E O DIA UTIL (SEGUNDA A
      *              SEXTA) DENTRO DE UM BIMESTRE QUE NAO ESTEJA
      *              MARCADO COMO NAO LETIVO, MAIS OS SABADOS DE
      *              REPOSICAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALENDAR ASSIGN TO WS-CAL-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CA-CHAVE
             FILE STATUS WS-FS-CALENDAR.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR.
       01 REG-CALENDARIO.
           03 CA-CHAVE.
               05 CA-ANO-LETIVO               PIC 9(4).
               05 CA-DATA                     PIC 9(8).
           03 CA-DADOS                        PIC X(42).
           03 CA-DADOS-BIM REDEFINES CA-DADOS.
               05 CA-INICIO                   PIC 9(8).
               05 CA-FIM                      PIC 9(8).
               05 FILLER                      PIC X(26).
           03 CA-DADOS-DIA REDEFINES CA-DADOS.
               05 CA-TIPO-DIA                 PIC X(12).
               05 CA-DESCRICAO                PIC X(30).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-CALENDAR                      PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-CAL-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CALENDAR.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.
       77 WS-OPCAO-TIPO                       PIC 9.

       01 CADASTRO-CALENDARIO.
           03 WS-ANO-LETIVO                   PIC 9(4).
           03 WS-BIMESTRE                     PIC 9(1).
           03 WS-INICIO                       PIC 9(8).
           03 WS-FIM                          PIC 9(8).
           03 WS-TIPO-DIA                     PIC X(12).
           03 WS-DESCRICAO                    PIC X(30).

      *----------------------------------------------------------------
      * DATA DIGITADA, DESMEMBRADA PARA A VALIDACAO
      *----------------------------------------------------------------
       01 WS-DATA-DIG                         PIC 9(8).
       01 WS-DATA-DIG-R REDEFINES WS-DATA-DIG.
           05 WS-DG-ANO                       PIC 9(4).
           05 WS-DG-MES                       PIC 9(2).
           05 WS-DG-DIA                       PIC 9(2).
       77 WS-DATA-OK                          PIC X.
         88 DATA-OK                           VALUE "S".
       01 WS-DIAS-MES-TXT                     PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TXT.
           05 WS-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
       77 WS-RESTO                            PIC 9(3).
       77 WS-QUOC                             PIC 9(4).

       77 WS-BIM-OUTRO                        PIC 9(1).
       77 WS-SOBREPOE                         PIC X.
         88 SOBREPOE-SIM                      VALUE "S".
       77 WS-LISTADOS                         PIC 9(4) VALUE 0.

       01 WS-DATA-DESM.
           05 WS-DD-ANO                       PIC 9(4).
           05 WS-DD-MES                       PIC 9(2).
           05 WS-DD-DIA                       PIC 9(2).
       01 WS-DATA-DESM2.
           05 WS-DD2-ANO                      PIC 9(4).
           05 WS-DD2-MES                      PIC 9(2).
           05 WS-DD2-DIA                      PIC 9(2).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           INICIO.
              OPEN I-O CALENDAR

              IF WS-FS-CALENDAR EQUAL 35
                 OPEN OUTPUT CALENDAR
                 CLOSE CALENDAR
                 OPEN I-O CALENDAR
              END-IF

           DISPLAY "==================================================="
           DISPLAY "****************CALENDARIO ESCOLAR*****************"
           DISPLAY "==================================================="
           DISPLAY "1 - DEFINIR INICIO E FIM DE UM BIMESTRE"
           DISPLAY "2 - INCLUIR DIA NAO LETIVO OU SABADO DE REPOSICAO"
           DISPLAY "3 - EXCLUIR DIA DO CALENDARIO"
           DISPLAY "4 - CONSULTAR CALENDARIO DO ANO LETIVO"
           DISPLAY "==================================================="
           DISPLAY "DIGITE A OPCAO DESEJADA"
           ACCEPT WS-OPCAO-MENU

           IF WS-OPCAO-MENU EQUAL 1
               GO TO DEFINE-BIMESTRE
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
               GO TO INCLUIR-DIA
           END-IF
           IF WS-OPCAO-MENU EQUAL 3
               GO TO EXCLUIR-DIA
           END-IF
           IF WS-OPCAO-MENU EQUAL 4
               GO TO CONSULTAR
           END-IF
           DISPLAY "OPCAO INVALIDA"
           CLOSE CALENDAR
           GO TO INICIO.

      *----------------------------------------------------------------
      * DEFINE (INCLUI OU SOBREPOE) O INICIO E O FIM DE UM BIMESTRE;
      * O PERIODO NAO PODE INVADIR OUTRO BIMESTRE DO MESMO ANO
      *----------------------------------------------------------------
           DEFINE-BIMESTRE.
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO.

           AC-BIMESTRE.
           DISPLAY "DIGITE O BIMESTRE (1 A 4)"
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
              DISPLAY "BIMESTRE INVALIDO. DIGITE UM VALOR DE 1 A 4"
              GO TO AC-BIMESTRE
           END-IF.

           AC-INICIO.
           DISPLAY "DIGITE A DATA DE INICIO DO BIMESTRE (AAAAMMDD)"
           ACCEPT WS-DATA-DIG
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF NOT DATA-OK
              GO TO AC-INICIO
           END-IF
           MOVE WS-DATA-DIG TO WS-INICIO.

           AC-FIM.
           DISPLAY "DIGITE A DATA DE FIM DO BIMESTRE (AAAAMMDD)"
           ACCEPT WS-DATA-DIG
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF NOT DATA-OK
              GO TO AC-FIM
           END-IF
           MOVE WS-DATA-DIG TO WS-FIM
           IF WS-FIM < WS-INICIO
              DISPLAY "O FIM NAO PODE SER ANTERIOR AO INICIO"
              GO TO AC-INICIO
           END-IF

           PERFORM CONFERE-SOBREPOSICAO THRU FIM-CONFERE-SOBREPOSICAO
           IF SOBREPOE-SIM
              DISPLAY "O PERIODO INVADE O "WS-BIM-OUTRO
                      "O. BIMESTRE DO ANO."
              GO TO AC-INICIO
           END-IF

           MOVE SPACES         TO CA-DADOS
           MOVE WS-ANO-LETIVO  TO CA-ANO-LETIVO
           MOVE WS-BIMESTRE    TO CA-DATA
           MOVE WS-INICIO      TO CA-INICIO
           MOVE WS-FIM         TO CA-FIM

           WRITE REG-CALENDARIO
           INVALID KEY
               REWRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O BIMESTRE,"
                   DISPLAY "WS-FS-CALENDAR: "WS-FS-CALENDAR
               NOT INVALID KEY
                   DISPLAY "PERIODO DO BIMESTRE ALTERADO COM SUCESSO"
               END-REWRITE
           NOT INVALID KEY
               DISPLAY "PERIODO DO BIMESTRE GRAVADO COM SUCESSO"
           END-WRITE.

           CLOSE CALENDAR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * INCLUSAO (OU SOBREPOSICAO) DE UM DIA ESPECIAL DO ANO LETIVO
      *----------------------------------------------------------------
           INCLUIR-DIA.
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO
           PERFORM ACEITA-DIA THRU FIM-ACEITA-DIA.

           AC-TIPO-DIA.
           DISPLAY "TIPO DO DIA: 1=FERIADO 2=RECESSO 3=PLANEJAMENTO"
           DISPLAY "             4=REPOSICAO (SABADO LETIVO)"
           ACCEPT WS-OPCAO-TIPO
           IF WS-OPCAO-TIPO EQUAL 1
              MOVE "FERIADO"      TO WS-TIPO-DIA
           ELSE
              IF WS-OPCAO-TIPO EQUAL 2
                 MOVE "RECESSO"      TO WS-TIPO-DIA
              ELSE
                 IF WS-OPCAO-TIPO EQUAL 3
                    MOVE "PLANEJAMENTO" TO WS-TIPO-DIA
                 ELSE
                    IF WS-OPCAO-TIPO EQUAL 4
                       MOVE "REPOSICAO"    TO WS-TIPO-DIA
                    ELSE
                       DISPLAY "TIPO INVALIDO"
                       GO TO AC-TIPO-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF

           DISPLAY "DIGITE A DESCRICAO (EX: TIRADENTES)"
           ACCEPT WS-DESCRICAO

           MOVE SPACES         TO CA-DADOS
           MOVE WS-ANO-LETIVO  TO CA-ANO-LETIVO
           MOVE WS-DATA-DIG    TO CA-DATA
           MOVE WS-TIPO-DIA    TO CA-TIPO-DIA
           MOVE WS-DESCRICAO   TO CA-DESCRICAO

           WRITE REG-CALENDARIO
           INVALID KEY
               DISPLAY "DIA JA CADASTRADO. OS VALORES SERAO"
               DISPLAY "SOBREPOSTOS."
               REWRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O DIA,"
                   DISPLAY "WS-FS-CALENDAR: "WS-FS-CALENDAR
               END-REWRITE
           NOT INVALID KEY
               DISPLAY "DIA GRAVADO COM SUCESSO"
           END-WRITE.

           CLOSE CALENDAR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UM DIA ESPECIAL DO ANO LETIVO
      *----------------------------------------------------------------
           EXCLUIR-DIA.
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO
           PERFORM ACEITA-DIA THRU FIM-ACEITA-DIA

           MOVE WS-ANO-LETIVO  TO CA-ANO-LETIVO
           MOVE WS-DATA-DIG    TO CA-DATA

           READ CALENDAR
           INVALID KEY
               DISPLAY "DIA NAO ENCONTRADO NO CALENDARIO"
           NOT INVALID KEY
               DELETE CALENDAR RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,WS-FS-CALENDAR: "
                           WS-FS-CALENDAR
               NOT INVALID KEY
                   DISPLAY "DIA EXCLUIDO COM SUCESSO"
               END-DELETE
           END-READ.

           CLOSE CALENDAR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA O CALENDARIO DO ANO: OS BIMESTRES (CHAVE 1 A 4) VEM
      * ANTES DOS DIAS ESPECIAIS NA ORDEM DA CHAVE
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO
           MOVE 0 TO WS-LISTADOS
           DISPLAY "==============================================="
           DISPLAY "CALENDARIO ESCOLAR DO ANO LETIVO "WS-ANO-LETIVO
           MOVE WS-ANO-LETIVO TO CA-ANO-LETIVO
           MOVE 0             TO CA-DATA
           START CALENDAR KEY NOT < CA-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTAR
           END-START.

           LE-CALENDARIO.
           READ CALENDAR NEXT
               AT END
               GO TO FIM-CONSULTAR
           END-READ
           IF CA-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO FIM-CONSULTAR
           END-IF
           ADD 1 TO WS-LISTADOS
           IF CA-DATA < 5
              MOVE CA-INICIO TO WS-DATA-DESM
              MOVE CA-FIM    TO WS-DATA-DESM2
              DISPLAY "BIMESTRE "CA-DATA(8:1)": "
                      WS-DD-DIA"/"WS-DD-MES"/"WS-DD-ANO" A "
                      WS-DD2-DIA"/"WS-DD2-MES"/"WS-DD2-ANO
           ELSE
              MOVE CA-DATA TO WS-DATA-DESM
              DISPLAY WS-DD-DIA"/"WS-DD-MES"/"WS-DD-ANO" "
                      CA-TIPO-DIA" "CA-DESCRICAO
           END-IF
           GO TO LE-CALENDARIO.

           FIM-CONSULTAR.
           IF WS-LISTADOS EQUAL 0
              DISPLAY "CALENDARIO DO ANO LETIVO NAO CADASTRADO"
           END-IF
           DISPLAY "==============================================="
           CLOSE CALENDAR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * PROCURA OUTRO BIMESTRE DO ANO CUJO PERIODO CRUZE O DIGITADO
      *----------------------------------------------------------------
           CONFERE-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOE
           MOVE 1   TO WS-BIM-OUTRO.

           LACO-SOBREPOSICAO.
           IF WS-BIM-OUTRO NOT EQUAL WS-BIMESTRE
              MOVE WS-ANO-LETIVO TO CA-ANO-LETIVO
              MOVE WS-BIM-OUTRO  TO CA-DATA
              READ CALENDAR
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF CA-INICIO NOT > WS-FIM
                     AND CA-FIM NOT < WS-INICIO
                     MOVE "S" TO WS-SOBREPOE
                     GO TO FIM-CONFERE-SOBREPOSICAO
                  END-IF
              END-READ
           END-IF
           IF WS-BIM-OUTRO < 4
              ADD 1 TO WS-BIM-OUTRO
              GO TO LACO-SOBREPOSICAO
           END-IF.

           FIM-CONFERE-SOBREPOSICAO.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O ANO LETIVO
      *----------------------------------------------------------------
           ACEITA-ANO.
           DISPLAY "DIGITE O ANO LETIVO"
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL 0
              DISPLAY "ANO LETIVO INVALIDO"
              GO TO ACEITA-ANO
           END-IF.

           FIM-ACEITA-ANO.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA A DATA DE UM DIA ESPECIAL DO ANO LETIVO
      *----------------------------------------------------------------
           ACEITA-DIA.
           DISPLAY "DIGITE A DATA (AAAAMMDD)"
           ACCEPT WS-DATA-DIG
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA
           IF NOT DATA-OK
              GO TO ACEITA-DIA
           END-IF.

           FIM-ACEITA-DIA.
           CONTINUE.

      *----------------------------------------------------------------
      * VALIDA UMA DATA AAAAMMDD DO ANO LETIVO EM CURSO
      *----------------------------------------------------------------
           VALIDA-DATA.
           MOVE "N" TO WS-DATA-OK
           IF WS-DATA-DIG IS NOT NUMERIC
              OR WS-DG-MES < 1 OR WS-DG-MES > 12
              OR WS-DG-DIA < 1 OR WS-DG-DIA > 31
              DISPLAY "DATA INVALIDA. USE O FORMATO AAAAMMDD"
              GO TO FIM-VALIDA-DATA
           END-IF
           IF WS-DG-ANO NOT EQUAL WS-ANO-LETIVO
              DISPLAY "A DATA TEM DE SER DO ANO LETIVO "WS-ANO-LETIVO
              GO TO FIM-VALIDA-DATA
           END-IF
           MOVE 28 TO WS-DIAS-MES (2)
           DIVIDE WS-DG-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO EQUAL 0
              MOVE 29 TO WS-DIAS-MES (2)
              DIVIDE WS-DG-ANO BY 100 GIVING WS-QUOC
                  REMAINDER WS-RESTO
              IF WS-RESTO EQUAL 0
                 DIVIDE WS-DG-ANO BY 400 GIVING WS-QUOC
                     REMAINDER WS-RESTO
                 IF WS-RESTO NOT EQUAL 0
                    MOVE 28 TO WS-DIAS-MES (2)
                 END-IF
              END-IF
           END-IF
           IF WS-DG-DIA > WS-DIAS-MES (WS-DG-MES)
              DISPLAY "DIA INVALIDO: O MES "WS-DG-MES" TEM "
                      WS-DIAS-MES (WS-DG-MES)" DIAS"
              GO TO FIM-VALIDA-DATA
           END-IF
           MOVE "S" TO WS-DATA-OK.

           FIM-VALIDA-DATA.
           CONTINUE.

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
           IF WS-PAR-CHAVE EQUAL "ARQ-CALENDARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CAL-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.

           CONTINUAR.
            DISPLAY "SE DESEJA CONTINUAR TECLE 'S' , SE NAO,"
            "TECLE 'N' PARA TERMINAR O PROGRAMA".
            ACCEPT WS-OPCAO.
            IF WS-OPCAO = "S" THEN
                GO TO INICIO.
            IF WS-OPCAO = "N" THEN
                GO TO FINALIZAR.
            GO TO CONTINUAR.

           FINALIZAR.
            STOP RUN.
       END PROGRAM SISTTCAL.
