      *              DISTORCENDO A FREQUENCIA DOS 75% EM DIA DE AULA
      *              DUPLA. FALTA SEM REGISTRO DE AULA DO DIA VALE
      *              UMA AULA.
      * 15/10/2026 - O LANCAMENTO PASSA A CONFERIR A DATA DA AULA NO
      *              CALENDARIO ESCOLAR (CALENDAR.DAT, MANTIDO PELO
      *              SISTTCAL): SO ACEITA DIA LETIVO (DIA UTIL DENTRO
      *              DE UM BIMESTRE, FORA DE FERIADO/RECESSO/
      *              PLANEJAMENTO, OU SABADO DE REPOSICAO) E DEDUZ O
      *              BIMESTRE PELA DATA EM VEZ DE PERGUNTAR. SEM O
      *              CALENDARIO DO ANO CADASTRADO NAO HA LANCAMENTO.
      *              DATA 0 ABANDONA O LANCAMENTO.
      * 15/10/2026 - A TOTALIZACAO NAO REGRAVA AULAS E FALTAS DOS
      *              BIMESTRES DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *              IMPORTADA PELO SISTTGUI, ORIGEXT.DAT): ESSES
      *              TOTAIS SAO OS DA ESCOLA DE ORIGEM E O DIARIO
      *              DESTA ESCOLA NAO TEM AS AULAS DAQUELE PERIODO.
      * 15/10/2026 - A TOTALIZACAO PASSA A REGISTRAR NO CADLOG
      *              (OPERACAO "FALTAS DIA", SEM OPERADOR) CADA
      *              REGISTRO DO CAD CUJAS AULAS OU FALTAS MUDARAM,
      *              PARA A COMPARACAO DE GERACOES DE BACKUP (SISTTCMP)
      *              NAO ACUSAR A TOTALIZACAO COMO ALTERACAO SEM
      *              AUDITORIA. NOVA CHAVE ARQ-CADLOG NO PARAMET.DAT.
      * 15/10/2026 - OS REGISTROS DO CAD E DO ALUNOS ACOMPANHAM O NOVO
      *              LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTDIA.
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

               SELECT CALENDAR ASSIGN TO WS-CAL-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CA-CHAVE
             FILE STATUS WS-FS-CALENDAR.

               SELECT ORIGEXT ASSIGN TO WS-ORIGEXT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OE-CHAVE
             FILE STATUS WS-FS-ORIGEXT.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-BACKCTL.

               SELECT CADLOG ASSIGN TO WS-CADLOG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADLOG.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

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

       FD RELATO.
       01 REG-RELATO                          PIC X(80).

       FD RUNCTL.
       01 REG-RUNCTL                          PIC X(106).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       WORKING-STORAGE SECTION.
       77 WS-FS-DIARIO                        PIC 99.
       77 WS-FS                               PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-FS-CALENDAR                      PIC 99.
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-ORIGEXT-ABERTO                   PIC X VALUE "N".
         88 ORIGEXT-ABERTO                    VALUE "S".
       77 WS-FS-CADTRAVA                      PIC 99.
       77 WS-FS-BACKCTL                       PIC 99.
       77 WS-FS-RUNCTL                        PIC 99.
       77 WS-FS-CADLOG                        PIC 99.
       77 WS-CAD-DSNAME                       PIC X(100).

       77 WS-BKP-HOJE                         PIC X.
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 WS-TRAVA-DSNAME                     PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADTRAVA.DAT".
       77 WS-CAL-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CALENDAR.DAT".
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-CADLOG-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADLOG.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
       77 WS-LIDOS-DIARIO                     PIC 9(6) VALUE 0.
       77 WS-ATUALIZADOS                      PIC 9(6) VALUE 0.
       77 WS-SEM-DIARIO                       PIC 9(6) VALUE 0.
       77 WS-ORIGEM-EXT                       PIC 9(6) VALUE 0.
       77 WS-FALTAS-LANC                      PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
       77 WS-AULAS-DO-DIA                     PIC 9(2) VALUE 0.
       77 WS-FALTA-PESO                       PIC 9(2).

      *----------------------------------------------------------------
      * CONFERENCIA DA DATA DA AULA NO CALENDARIO ESCOLAR
      *----------------------------------------------------------------
       77 WS-DIA-LETIVO                       PIC X.
         88 DIA-LETIVO                        VALUE "S".
       77 WS-BIM-CAL                          PIC 9(1).
       77 WS-BIM-CADASTRADOS                  PIC 9(1).

      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (0=SABADO, 1=DOMINGO,
      * 2=SEGUNDA ... 6=SEXTA)
      *----------------------------------------------------------------
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

       77 WS-ID-ALVO                          PIC 9(4).
       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIM                       PIC 9(1).
           10 WS-SEGUNDO-SYS                  PIC 9(2).
           10 FILLER                          PIC 9(2).

      *----------------------------------------------------------------
      * LINHA DE AUDITORIA DA TOTALIZACAO (MESMO LAYOUT DO CADLOG DO
      * SISTTCAD). AULAS E FALTAS NAO CABEM NA LINHA: O DIARIO E O
      * RASTRO DOS VALORES, O CADLOG REGISTRA QUE O CAD FOI MEXIDO
      *----------------------------------------------------------------
       01 LINHA-CADLOG.
           05 LOG-ANO-SYS                     PIC 9(4).
           05 FILLER                          PIC X VALUE "-".
           05 LOG-MES-SYS                     PIC 9(2).
           05 FILLER                          PIC X VALUE "-".
           05 LOG-DIA-SYS                     PIC 9(2).
           05 FILLER                          PIC X VALUE " ".
           05 LOG-HORA-SYS                    PIC 9(2).
           05 FILLER                          PIC X VALUE ":".
           05 LOG-MINUTO-SYS                  PIC 9(2).
           05 FILLER                          PIC X VALUE ":".
           05 LOG-SEGUNDO-SYS                 PIC 9(2).
           05 FILLER                          PIC X VALUE " ".
           05 LOG-OPERACAO                    PIC X(10).
           05 FILLER                          PIC X(6) VALUE "ANTES:".
           05 LOG-ANTES-ID                    PIC 9(4).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-MATERIA               PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-NM                    PIC X(25).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-STATUS                PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-MEDIA                 PIC Z9,9.
           05 FILLER                          PIC X(7) VALUE " DEPOIS".
           05 FILLER                          PIC X VALUE ":".
           05 LOG-DEPOIS-ID                   PIC 9(4).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-MATERIA              PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-NM                   PIC X(25).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-STATUS               PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-MEDIA                PIC Z9,9.
           05 FILLER                          PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                    PIC 9(3) VALUE 0.
           05 FILLER                          PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                   PIC 9(4).
           05 LOG-ANTES-BIM                   PIC 9(1).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                  PIC 9(4).
           05 LOG-DEPOIS-BIM                  PIC 9(1).

       77 WS-FALTAS-ANTES                     PIC 9(3).
       77 WS-AULAS-ANTES                      PIC 9(3).
       77 WS-ALTERADOS                        PIC 9(6) VALUE 0.

       01 LINHA-BACKCTL-LIDA.
           05 BCL-GERACAO                     PIC 9(3).
           05 FILLER                          PIC X.
           OPEN INPUT ALUNOS
           OPEN INPUT MATERIAS

           OPEN INPUT CALENDAR
           IF WS-FS-CALENDAR NOT EQUAL 0
              DISPLAY "CALENDAR.DAT NAO ENCONTRADO. CADASTRE O"
              DISPLAY "CALENDARIO ESCOLAR PELO SISTTCAL."
              CLOSE DIARIO ALUNOS MATERIAS
              GO TO CONTINUAR
           END-IF

           DISPLAY "DIGITE A TURMA (EX: 5A)"
           ACCEPT WS-TURMA
           DISPLAY "DIGITE A MATERIA"
           INVALID KEY
               DISPLAY "MATERIA FORA DO CATALOGO OFICIAL."
               DISPLAY "CADASTRE A MATERIA PELO SISTTMAT."
               CLOSE DIARIO ALUNOS MATERIAS CALENDAR
               GO TO CONTINUAR
           END-READ.

           AC-DATA-AULA.
           DISPLAY "DIGITE A DATA DA AULA (AAAAMMDD) OU 0 PARA SAIR"
           ACCEPT WS-DATA-AULA
           IF WS-DATA-AULA IS NOT NUMERIC
              DISPLAY "DATA INVALIDA. USE O FORMATO AAAAMMDD"
              GO TO AC-DATA-AULA
           END-IF
           IF WS-DATA-AULA EQUAL 0
              DISPLAY "LANCAMENTO CANCELADO"
              CLOSE DIARIO ALUNOS MATERIAS CALENDAR
              GO TO CONTINUAR
           END-IF

           PERFORM CONFERE-CALENDARIO THRU FIM-CONFERE-CALENDARIO
           IF NOT DIA-LETIVO
              GO TO AC-DATA-AULA
           END-IF
           MOVE WS-BIM-CAL TO WS-BIMESTRE
           DISPLAY "AULA DO "WS-BIMESTRE"O. BIMESTRE"
           CLOSE CALENDAR.

           AC-QTDE-AULAS.
           DISPLAY "DIGITE A QUANTIDADE DE AULAS DO DIA (1 A 99)"
           END-WRITE
           GO TO AC-AUSENTE.

      *----------------------------------------------------------------
      * CONFERE A DATA DA AULA NO CALENDARIO ESCOLAR DO ANO: DEDUZ O
      * BIMESTRE PELOS PERIODOS CADASTRADOS (CHAVE 1 A 4) E RECUSA
      * FERIAS, DIA NAO LETIVO CADASTRADO, DOMINGO E SABADO QUE NAO
      * SEJA DE REPOSICAO
      *----------------------------------------------------------------
           CONFERE-CALENDARIO.
           MOVE "N" TO WS-DIA-LETIVO
           MOVE 0   TO WS-BIM-CAL WS-BIM-CADASTRADOS
           MOVE WS-DATA-AULA TO WS-DATA-DESM
           IF WS-DD-MES < 1 OR WS-DD-MES > 12
              OR WS-DD-DIA < 1 OR WS-DD-DIA > 31
              DISPLAY "DATA INVALIDA. USE O FORMATO AAAAMMDD"
              GO TO FIM-CONFERE-CALENDARIO
           END-IF
           MOVE 1 TO WS-IDX.

           LACO-BIM-CALENDARIO.
           MOVE WS-DD-ANO TO CA-ANO-LETIVO
           MOVE WS-IDX    TO CA-DATA
           READ CALENDAR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-BIM-CADASTRADOS
               IF WS-DATA-AULA NOT < CA-INICIO
                  AND WS-DATA-AULA NOT > CA-FIM
                  MOVE WS-IDX TO WS-BIM-CAL
               END-IF
           END-READ
           IF WS-IDX < 4
              ADD 1 TO WS-IDX
              GO TO LACO-BIM-CALENDARIO
           END-IF

           IF WS-BIM-CADASTRADOS EQUAL 0
              DISPLAY "CALENDARIO DO ANO "WS-DD-ANO" NAO CADASTRADO."
              DISPLAY "CADASTRE OS BIMESTRES PELO SISTTCAL."
              GO TO FIM-CONFERE-CALENDARIO
           END-IF
           IF WS-BIM-CAL EQUAL 0
              DISPLAY "DATA FORA DOS BIMESTRES DO CALENDARIO ESCOLAR"
              GO TO FIM-CONFERE-CALENDARIO
           END-IF

           MOVE WS-DD-ANO    TO CA-ANO-LETIVO
           MOVE WS-DATA-AULA TO CA-DATA
           READ CALENDAR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CA-TIPO-DIA EQUAL "REPOSICAO"
                  MOVE "S" TO WS-DIA-LETIVO
               ELSE
                  DISPLAY "DIA NAO LETIVO: "CA-TIPO-DIA" "CA-DESCRICAO
               END-IF
               GO TO FIM-CONFERE-CALENDARIO
           END-READ

           PERFORM CALCULA-DIA-SEMANA
           IF DOMINGO
              DISPLAY "DATA CAI NUM DOMINGO"
              GO TO FIM-CONFERE-CALENDARIO
           END-IF
           IF SABADO
              DISPLAY "DATA CAI NUM SABADO SEM REPOSICAO CADASTRADA"
              GO TO FIM-CONFERE-CALENDARIO
           END-IF
           MOVE "S" TO WS-DIA-LETIVO.

           FIM-CONFERE-CALENDARIO.
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
      * TOTALIZACAO DO BIMESTRE: SOMA AS AULAS POR TURMA+MATERIA E AS
      * FALTAS POR ALUNO+MATERIA NO DIARIO E GRAVA OS TOTAIS NOS
           MOVE SPACES TO WS-AULA-DIA
           MOVE 0 TO WS-AULAS-DO-DIA
           MOVE 0 TO WS-LIDOS-DIARIO WS-ATUALIZADOS WS-SEM-DIARIO
                     WS-ORIGEM-EXT WS-ALTERADOS

           OPEN INPUT DIARIO
           IF WS-FS-DIARIO NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF
           MOVE "N" TO WS-ORIGEXT-ABERTO
           OPEN INPUT ORIGEXT
           IF WS-FS-ORIGEXT EQUAL 0
              MOVE "S" TO WS-ORIGEXT-ABERTO
           END-IF
           OPEN EXTEND CADLOG
           IF WS-FS-CADLOG EQUAL 35
              OPEN OUTPUT CADLOG
           END-IF.

           LE-CAD-TOTAL.
           READ CAD NEXT
               AT END
               CLOSE CAD
               CLOSE CADLOG
               IF ORIGEXT-ABERTO
                  CLOSE ORIGEXT
               END-IF
               GO TO FIM-TOTALIZA
           END-READ

              GO TO LE-CAD-TOTAL
           END-IF

      *    BIMESTRE CURSADO EM OUTRA ESCOLA (GUIA DE TRANSFERENCIA):
      *    AULAS E FALTAS SAO AS DA ORIGEM E NAO VEM DESTE DIARIO
           IF ORIGEXT-ABERTO
              MOVE FD-CHAVE TO OE-CHAVE
              READ ORIGEXT
              NOT INVALID KEY
                  ADD 1 TO WS-ORIGEM-EXT
                  GO TO LE-CAD-TOTAL
              END-READ
           END-IF

           PERFORM PROCURA-AULAS THRU FIM-PROCURA-AULAS
           IF NOT ACHOU-SIM
              ADD 1 TO WS-SEM-DIARIO
              GO TO LE-CAD-TOTAL
           END-IF

           MOVE FD-FALTAS      TO WS-FALTAS-ANTES
           MOVE FD-AULAS-DADAS TO WS-AULAS-ANTES
           MOVE TA-AULAS (WS-IDX) TO FD-AULAS-DADAS
           PERFORM PROCURA-FALTAS THRU FIM-PROCURA-FALTAS

               DISPLAY "NAO FOI POSSIVEL REGRAVAR O CAD,WS-FS: "WS-FS
           NOT INVALID KEY
               ADD 1 TO WS-ATUALIZADOS
               IF FD-FALTAS NOT EQUAL WS-FALTAS-ANTES
                  OR FD-AULAS-DADAS NOT EQUAL WS-AULAS-ANTES
                  PERFORM GRAVA-LOG-FALTAS
               END-IF
           END-REWRITE
           GO TO LE-CAD-TOTAL.

           PERFORM LIBERA-TRAVA
           DISPLAY "REGISTROS DO DIARIO LIDOS..:"WS-LIDOS-DIARIO
           DISPLAY "REGISTROS DO CAD GRAVADOS..:"WS-ATUALIZADOS
           DISPLAY "COM AULAS/FALTAS ALTERADAS.:"WS-ALTERADOS
           DISPLAY "SEM AULA NO DIARIO.........:"WS-SEM-DIARIO
           DISPLAY "ORIGEM EXTERNA (MANTIDOS)..:"WS-ORIGEM-EXT
           PERFORM GRAVA-RUNCTL
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * REGISTRA NO CADLOG O REGISTRO DO CAD CUJAS AULAS/FALTAS A
      * TOTALIZACAO ALTEROU (OPERACAO "FALTAS DIA"; A TOTALIZACAO NAO
      * TEM OPERADOR IDENTIFICADO), PARA A AUDITORIA E A COMPARACAO DE
      * GERACOES DE BACKUP (SISTTCMP)
      *----------------------------------------------------------------
           GRAVA-LOG-FALTAS.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE WS-ANO-SYS     TO LOG-ANO-SYS
           MOVE WS-MES-SYS     TO LOG-MES-SYS
           MOVE WS-DIA-SYS     TO LOG-DIA-SYS
           MOVE WS-HORA-SYS    TO LOG-HORA-SYS
           MOVE WS-MINUTO-SYS  TO LOG-MINUTO-SYS
           MOVE WS-SEGUNDO-SYS TO LOG-SEGUNDO-SYS

           MOVE "FALTAS DIA"   TO LOG-OPERACAO
           MOVE FD-ID          TO LOG-ANTES-ID LOG-DEPOIS-ID
           MOVE FD-MATERIA     TO LOG-ANTES-MATERIA LOG-DEPOIS-MATERIA
           MOVE FD-NM          TO LOG-ANTES-NM LOG-DEPOIS-NM
           MOVE FD-STATUS      TO LOG-ANTES-STATUS LOG-DEPOIS-STATUS
           MOVE FD-MEDIA       TO LOG-ANTES-MEDIA LOG-DEPOIS-MEDIA
           MOVE 0              TO LOG-OPERADOR
           MOVE FD-ANO-LETIVO  TO LOG-ANTES-ANO LOG-DEPOIS-ANO
           MOVE FD-BIMESTRE    TO LOG-ANTES-BIM LOG-DEPOIS-BIM

           WRITE REG-CADLOG FROM LINHA-CADLOG
           ADD 1 TO WS-ALTERADOS.

      *----------------------------------------------------------------
      * ACUMULA AS AULAS DO DIA NA TABELA TURMA+MATERIA
      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-CADTRAVA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TRAVA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CALENDARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CAL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
