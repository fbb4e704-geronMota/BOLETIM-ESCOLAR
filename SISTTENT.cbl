      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:MAPA DE ENTREGA DE NOTAS POR PROFESSOR. PARA CADA
      *         ATRIBUICAO DO ANO LETIVO (ATRIBUI.DAT, GRAVADA PELO
      *         SISTTATR) E CADA BIMESTRE CUJO PRAZO DE ENTREGA
      *         (PRAZOENT.DAT) JA VENCEU, CRUZA OS ALUNOS ATIVOS DA
      *         TURMA NA MATRICULA.DAT COM OS REGISTROS DO CAD.DAT DO
      *         PERIODO E LISTA, AGRUPADO POR PROFESSOR, AS TURMAS/
      *         MATERIAS/BIMESTRES COM NOTAS FALTANDO OU PARCIAIS,
      *         PARA A COORDENACAO COBRAR ANTES DO CONSELHO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. FILTROS DE BIMESTRE (0=TODOS OS
      *              VENCIDOS) E PROFESSOR (0=TODOS); A DATA DE
      *              REFERENCIA DO VENCIMENTO E A DE HOJE QUANDO NAO
      *              INFORMADA. REGISTRO DO CAD COM FD-PENDENTE CONTA
      *              COMO PENDENTE (NOTA AINDA NAO ENTREGUE) E ALUNO
      *              ATIVO SEM REGISTRO CONTA COMO FALTANDO.
      * 15/10/2026 - OS REGISTROS DO CAD E DO MATRICULA ACOMPANHAM O
      *              NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTENT.

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

               SELECT ATRIBUI ASSIGN TO WS-ATR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AT-CHAVE
             ALTERNATE RECORD KEY IS AT-CHAVE-PROFESSOR
             FILE STATUS WS-FS-ATRIBUI.

               SELECT PRAZOENT ASSIGN TO WS-PRZ-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PZ-CHAVE
             FILE STATUS WS-FS-PRAZOENT.

               SELECT PROFESSOR ASSIGN TO WS-PRF-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-CODIGO
             FILE STATUS WS-FS-PROFESSOR.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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

       FD ATRIBUI.
       01 REG-ATRIBUICAO.
           03 AT-CHAVE.
               05 AT-TURMA                        PIC X(3).
               05 AT-MATERIA                      PIC X(11).
               05 AT-ANO-LETIVO                   PIC 9(4).
           03 AT-PROFESSOR                        PIC 9(3).
           03 AT-CHAVE-PROFESSOR.
               05 AT-PROFESSOR-P                  PIC 9(3).
               05 AT-ANO-LETIVO-P                 PIC 9(4).
               05 AT-TURMA-P                      PIC X(3).
               05 AT-MATERIA-P                    PIC X(11).

       FD PRAZOENT.
       01 REG-PRAZO.
           03 PZ-CHAVE.
               05 PZ-ANO-LETIVO                   PIC 9(4).
               05 PZ-BIMESTRE                     PIC 9(1).
           03 PZ-DATA-LIMITE                      PIC 9(8).

       FD PROFESSOR.
       01 REG-PROFESSOR.
           03 PR-CODIGO                           PIC 9(3).
           03 PR-NOME                             PIC X(25).

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
       77 WS-FS-ATRIBUI                       PIC 99.
       77 WS-FS-PRAZOENT                      PIC 99.
       77 WS-FS-PROFESSOR                     PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-CAD-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MAPAENT.LIS".
       77 WS-ATR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ATRIBUI.DAT".
       77 WS-PRZ-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PRAZOENT.DAT".
       77 WS-PRF-DSNAME                       PIC X(100) VALUE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PROFESSOR.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIMESTRE                  PIC 9(1).
       77 WS-FILTRO-PROFESSOR                 PIC 9(3).
       77 WS-DATA-REF                         PIC 9(8).
       77 WS-ATRIBUICOES                      PIC 9(6) VALUE 0.
       77 WS-PENDENCIAS                       PIC 9(6) VALUE 0.
       77 WS-PEND-PROFESSOR                   PIC 9(6) VALUE 0.
       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-NOME-PROFESSOR                   PIC X(25).
       77 WS-PROFESSOR-ANT                    PIC 9(3).
       77 WS-PRIMEIRO                         PIC X.
         88 PRIMEIRO-PROFESSOR                VALUE "S".

      *----------------------------------------------------------------
      * PRAZO DE ENTREGA DE CADA BIMESTRE DO ANO (ZERO = SEM PRAZO
      * DEFINIDO NO SISTTATR, BIMESTRE NAO COBRADO)
      *----------------------------------------------------------------
       01 TAB-PRAZO.
           05 TP-DATA OCCURS 4 TIMES          PIC 9(8).
       77 WS-BIM                              PIC 9(1).

      *----------------------------------------------------------------
      * ALUNOS ATIVOS DO ANO LETIVO NA MATRICULA.DAT (LIMITE NOS
      * MOLDES DA TABELA DE FALTAS DO SISTTDIA)
      *----------------------------------------------------------------
       01 TAB-ATIVOS.
           05 TA-ENT OCCURS 2000 TIMES.
               10 TA-ID                       PIC 9(4).
               10 TA-TURMA                    PIC X(3).
       77 WS-TOTAL-ATIVOS                     PIC 9(4) VALUE 0.
       77 WS-IDX                              PIC 9(4).

       77 WS-QT-ATIVOS                        PIC 9(4).
       77 WS-QT-LANCADOS                      PIC 9(4).
       77 WS-QT-PENDENTES                     PIC 9(4).
       77 WS-QT-FALTANDO                      PIC 9(4).

       01 WS-DATA-DESM.
           05 WS-DD-ANO                       PIC 9(4).
           05 WS-DD-MES                       PIC 9(2).
           05 WS-DD-DIA                       PIC 9(2).

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
           'MAPA DE ENTREGA DE NOTAS'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTENT'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(20) VALUE SPACES.
           05 FILLER                          PIC X(32) VALUE
           'NOTAS EM ATRASO - ANO LETIVO'.
           05 CAB003-ANO                      PIC 9(4).

       01 CAB004.
           05 FILLER                          PIC X(4)  VALUE 'TUR'.
           05 FILLER                          PIC X(12) VALUE 'MATERIA'.
           05 FILLER                          PIC X(4)  VALUE 'BIM'.
           05 FILLER                          PIC X(11) VALUE 'PRAZO'.
           05 FILLER                          PIC X(5)  VALUE 'ATIV'.
           05 FILLER                          PIC X(5)  VALUE 'LANC'.
           05 FILLER                          PIC X(5)  VALUE 'PEND'.
           05 FILLER                          PIC X(5)  VALUE 'FALT'.
           05 FILLER                          PIC X(9)  VALUE
           'SITUACAO'.

       01 DET001.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-BIM                      PIC 9(1).
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-DIA                      PIC 99/.
           05 DET001-MES                      PIC 99/.
           05 DET001-ANO                      PIC 9999.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-ATIVOS                   PIC ZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-LANCADOS                 PIC ZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-PENDENTES                PIC ZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-FALTANDO                 PIC ZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-SITUACAO                 PIC X(9).

       01 SECAO001.
           05 FILLER                          PIC X(13) VALUE
           'PROFESSOR..:'.
           05 SECAO001-CODIGO                 PIC 9(3).
           05 FILLER                          PIC X(3) VALUE ' - '.
           05 SECAO001-NOME                   PIC X(25).
           05 FILLER                          PIC X(36) VALUE SPACES.

       01 SECAO002.
           05 FILLER                          PIC X(30) VALUE
           'ENTREGAS EM ATRASO DO PROF.:'.
           05 SECAO002-TOTAL                  PIC ZZZZZ9.
           05 FILLER                          PIC X(44) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(30) VALUE
           'TOTAL DE ENTREGAS EM ATRASO:'.
           05 RODAPE-TOTAL                    PIC ZZZZZ9.
           05 FILLER                          PIC X(44) VALUE SPACES.

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
               DISPLAY "*******MAPA DE ENTREGA DE NOTAS*******"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               IF WS-FILTRO-ANO EQUAL 0
                  DISPLAY "ANO LETIVO INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF
               DISPLAY "DIGITE O BIMESTRE (0=TODOS OS VENCIDOS)"
               ACCEPT WS-FILTRO-BIMESTRE
               IF WS-FILTRO-BIMESTRE > 4
                  DISPLAY "BIMESTRE INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF
               DISPLAY "DIGITE O CODIGO DO PROFESSOR (0=TODOS)"
               ACCEPT WS-FILTRO-PROFESSOR
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

               OPEN INPUT CAD.
               IF WS-FS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT ATRIBUI.
               IF WS-FS-ATRIBUI NOT EQUAL 0
                  DISPLAY "ATRIBUI.DAT NAO ENCONTRADO. CADASTRE AS"
                  DISPLAY "ATRIBUICOES PELO SISTTATR."
                  CLOSE CAD
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT MATRICULA.
               IF WS-FS-MATRICULA NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR A MATRICULA,"
                  DISPLAY "WS-FS-MATRICULA: "WS-FS-MATRICULA
                  CLOSE CAD ATRIBUI
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O MAPAENT.LIS,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  CLOSE CAD ATRIBUI MATRICULA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT PRAZOENT.
               OPEN INPUT PROFESSOR.
               OPEN INPUT MATERIAS.

               MOVE WS-FILTRO-ANO TO CAB003-ANO
               PERFORM CARREGA-PRAZOS THRU FIM-CARREGA-PRAZOS
               PERFORM CARREGA-ATIVOS THRU FIM-CARREGA-ATIVOS

               MOVE "S" TO WS-PRIMEIRO
               MOVE 0   TO WS-PROFESSOR-ANT

               MOVE LOW-VALUES           TO AT-CHAVE-PROFESSOR
               MOVE WS-FILTRO-PROFESSOR  TO AT-PROFESSOR-P
               START ATRIBUI KEY NOT < AT-CHAVE-PROFESSOR
               INVALID KEY
                   GO TO FIM-LEITURA
               END-START.

           LER-ATRIBUICAO.
               READ ATRIBUI NEXT
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               IF WS-FILTRO-PROFESSOR NOT EQUAL 0
                  AND AT-PROFESSOR NOT EQUAL WS-FILTRO-PROFESSOR
                  GO TO FIM-LEITURA
               END-IF

               IF AT-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO LER-ATRIBUICAO
               END-IF

               ADD 1 TO WS-ATRIBUICOES
               PERFORM OBTEM-NOME-MATERIA

               IF WS-FILTRO-BIMESTRE NOT EQUAL 0
                  MOVE WS-FILTRO-BIMESTRE TO WS-BIM
                  PERFORM CONFERE-BIMESTRE THRU FIM-CONFERE-BIMESTRE
               ELSE
                  MOVE 1 TO WS-BIM
                  PERFORM CONFERE-BIMESTRE THRU FIM-CONFERE-BIMESTRE
                  MOVE 2 TO WS-BIM
                  PERFORM CONFERE-BIMESTRE THRU FIM-CONFERE-BIMESTRE
                  MOVE 3 TO WS-BIM
                  PERFORM CONFERE-BIMESTRE THRU FIM-CONFERE-BIMESTRE
                  MOVE 4 TO WS-BIM
                  PERFORM CONFERE-BIMESTRE THRU FIM-CONFERE-BIMESTRE
               END-IF

               GO TO LER-ATRIBUICAO.

           FIM-LEITURA.
               IF NOT PRIMEIRO-PROFESSOR
                  PERFORM IMPRIME-TOTAL-PROFESSOR
               END-IF
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE CAD ATRIBUI MATRICULA RELATO.
               CLOSE PRAZOENT PROFESSOR MATERIAS.

               DISPLAY "ATRIBUICOES DO ANO LIDAS.....:"WS-ATRIBUICOES
               DISPLAY "ALUNOS ATIVOS NA MATRICULA...:"WS-TOTAL-ATIVOS
               DISPLAY "ENTREGAS EM ATRASO LISTADAS..:"WS-PENDENCIAS
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

               IF WS-PENDENCIAS EQUAL 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * CARREGA O PRAZO DE ENTREGA DOS QUATRO BIMESTRES DO ANO
      *----------------------------------------------------------------
           CARREGA-PRAZOS.
               MOVE 0 TO TP-DATA (1) TP-DATA (2) TP-DATA (3)
                         TP-DATA (4)
               IF WS-FS-PRAZOENT NOT EQUAL 0
                  DISPLAY "PRAZOENT.DAT NAO ENCONTRADO. DEFINA OS"
                  DISPLAY "PRAZOS DE ENTREGA PELO SISTTATR."
                  GO TO FIM-CARREGA-PRAZOS
               END-IF
               MOVE 1 TO WS-BIM.

           LE-PRAZO-BIM.
               MOVE WS-FILTRO-ANO TO PZ-ANO-LETIVO
               MOVE WS-BIM        TO PZ-BIMESTRE
               READ PRAZOENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PZ-DATA-LIMITE TO TP-DATA (WS-BIM)
               END-READ
               IF WS-BIM < 4
                  ADD 1 TO WS-BIM
                  GO TO LE-PRAZO-BIM
               END-IF.

           FIM-CARREGA-PRAZOS.
               CONTINUE.

      *----------------------------------------------------------------
      * CARREGA OS ALUNOS ATIVOS DO ANO LETIVO (MATRICULA.DAT) COM A
      * TURMA EM QUE ESTAO MATRICULADOS
      *----------------------------------------------------------------
           CARREGA-ATIVOS.
               MOVE 0 TO WS-TOTAL-ATIVOS.

           LE-MATRICULA.
               READ MATRICULA NEXT
                   AT END
                   GO TO FIM-CARREGA-ATIVOS
               END-READ
               IF MA-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  OR MA-SITUACAO NOT EQUAL "ATIVO"
                  GO TO LE-MATRICULA
               END-IF
               IF WS-TOTAL-ATIVOS EQUAL 2000
                  DISPLAY "AVISO: LIMITE DE 2000 ALUNOS ATIVOS"
                  DISPLAY "ATINGIDO. MAPA PARCIAL."
                  GO TO FIM-CARREGA-ATIVOS
               END-IF
               ADD 1 TO WS-TOTAL-ATIVOS
               MOVE MA-ID    TO TA-ID (WS-TOTAL-ATIVOS)
               MOVE MA-TURMA TO TA-TURMA (WS-TOTAL-ATIVOS)
               GO TO LE-MATRICULA.

           FIM-CARREGA-ATIVOS.
               CONTINUE.

      *----------------------------------------------------------------
      * CONFERE A ENTREGA DE UM BIMESTRE DA ATRIBUICAO CORRENTE: SO
      * BIMESTRE COM PRAZO DEFINIDO E JA VENCIDO NA DATA DE
      * REFERENCIA. CADA ALUNO ATIVO DA TURMA E PROCURADO NO CAD
      * (ID+MATERIA+ANO+BIMESTRE) E CONTA COMO LANCADO, PENDENTE
      * (FD-PENDENTE MARCADO) OU FALTANDO (SEM REGISTRO)
      *----------------------------------------------------------------
           CONFERE-BIMESTRE.
               IF TP-DATA (WS-BIM) EQUAL 0
                  OR TP-DATA (WS-BIM) NOT < WS-DATA-REF
                  GO TO FIM-CONFERE-BIMESTRE
               END-IF
               MOVE 0 TO WS-QT-ATIVOS WS-QT-LANCADOS
                         WS-QT-PENDENTES WS-QT-FALTANDO
               MOVE 1 TO WS-IDX.

           LACO-ATIVOS.
               IF WS-IDX > WS-TOTAL-ATIVOS
                  GO TO AVALIA-BIMESTRE
               END-IF
               IF TA-TURMA (WS-IDX) NOT EQUAL AT-TURMA
                  ADD 1 TO WS-IDX
                  GO TO LACO-ATIVOS
               END-IF
               ADD 1 TO WS-QT-ATIVOS
               MOVE TA-ID (WS-IDX)  TO FD-ID
               MOVE AT-MATERIA      TO FD-MATERIA
               MOVE AT-ANO-LETIVO   TO FD-ANO-LETIVO
               MOVE WS-BIM          TO FD-BIMESTRE
               READ CAD
               INVALID KEY
                   ADD 1 TO WS-QT-FALTANDO
               NOT INVALID KEY
                   IF FD-PENDENTE NOT EQUAL SPACES
                      ADD 1 TO WS-QT-PENDENTES
                   ELSE
                      ADD 1 TO WS-QT-LANCADOS
                   END-IF
               END-READ
               ADD 1 TO WS-IDX
               GO TO LACO-ATIVOS.

           AVALIA-BIMESTRE.
               IF WS-QT-FALTANDO EQUAL 0
                  AND WS-QT-PENDENTES EQUAL 0
                  GO TO FIM-CONFERE-BIMESTRE
               END-IF
               IF AT-PROFESSOR NOT EQUAL WS-PROFESSOR-ANT
                  OR PRIMEIRO-PROFESSOR
                  PERFORM QUEBRA-PROFESSOR
               END-IF
               ADD 1 TO WS-PENDENCIAS
               ADD 1 TO WS-PEND-PROFESSOR
               PERFORM GRAVA-DETALHE.

           FIM-CONFERE-BIMESTRE.
               CONTINUE.

      *----------------------------------------------------------------
      * QUEBRA DE PROFESSOR: FECHA O SUBTOTAL DO ANTERIOR E IMPRIME O
      * TITULO DO NOVO
      *----------------------------------------------------------------
           QUEBRA-PROFESSOR.
           IF NOT PRIMEIRO-PROFESSOR
              PERFORM IMPRIME-TOTAL-PROFESSOR
           END-IF
           MOVE "N"          TO WS-PRIMEIRO
           MOVE AT-PROFESSOR TO WS-PROFESSOR-ANT
           MOVE 0            TO WS-PEND-PROFESSOR
           MOVE AT-PROFESSOR TO PR-CODIGO
           READ PROFESSOR
           INVALID KEY
               MOVE "*** FORA DO CADASTRO ***" TO WS-NOME-PROFESSOR
           NOT INVALID KEY
               MOVE PR-NOME TO WS-NOME-PROFESSOR
           END-READ
           PERFORM IMPRIME-SECAO.

      *----------------------------------------------------------------
      * BUSCA O NOME OFICIAL DA MATERIA NO CATALOGO (MATERIAS.DAT);
      * QUANDO A SIGLA NAO EXISTE LA, MANTEM A GRAFIA DA ATRIBUICAO
      *----------------------------------------------------------------
           OBTEM-NOME-MATERIA.
           MOVE AT-MATERIA TO WS-MATERIA-IMP
           MOVE AT-MATERIA TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MT-NOME TO WS-MATERIA-IMP
           END-READ.

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
      * IMPRIME O TITULO DA QUEBRA DE PROFESSOR, QUEBRANDO PAGINA
      * QUANDO NECESSARIO
      *----------------------------------------------------------------
           IMPRIME-SECAO.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE AT-PROFESSOR      TO SECAO001-CODIGO
           MOVE WS-NOME-PROFESSOR TO SECAO001-NOME
           WRITE REG-RELATO FROM SECAO001
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME O SUBTOTAL DE ENTREGAS EM ATRASO DO PROFESSOR
      *----------------------------------------------------------------
           IMPRIME-TOTAL-PROFESSOR.
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE WS-PEND-PROFESSOR TO SECAO002-TOTAL
           WRITE REG-RELATO FROM SECAO002
           ADD 1 TO ACUM-LINHAS.

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

           MOVE TP-DATA (WS-BIM) TO WS-DATA-DESM
           MOVE AT-TURMA         TO DET001-TURMA
           MOVE WS-MATERIA-IMP   TO DET001-MATERIA
           MOVE WS-BIM           TO DET001-BIM
           MOVE WS-DD-DIA        TO DET001-DIA
           MOVE WS-DD-MES        TO DET001-MES
           MOVE WS-DD-ANO        TO DET001-ANO
           MOVE WS-QT-ATIVOS     TO DET001-ATIVOS
           MOVE WS-QT-LANCADOS   TO DET001-LANCADOS
           MOVE WS-QT-PENDENTES  TO DET001-PENDENTES
           MOVE WS-QT-FALTANDO   TO DET001-FALTANDO
           IF WS-QT-LANCADOS EQUAL 0
              AND WS-QT-PENDENTES EQUAL 0
              MOVE "SEM NOTAS" TO DET001-SITUACAO
           ELSE
              MOVE "PARCIAL"   TO DET001-SITUACAO
           END-IF

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-PENDENCIAS TO RODAPE-TOTAL.
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
           IF WS-PAR-CHAVE EQUAL "ARQ-MAPAENT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ATRIBUI"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ATR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PRAZOENT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRZ-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PROFESSOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRF-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTENT.
