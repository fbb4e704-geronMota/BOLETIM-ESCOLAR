      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:DEPENDENCIAS EM ABERTO POR TURMA. LISTA AS DEPENDENCIAS
      *         DO DEPEND.DAT (GRAVADAS PELO SISTTABR NA PROMOCAO COM
      *         DEPENDENCIA) QUE AINDA NAO ESTAO "CUMPRIDAS" NO
      *         FECHAMENTO DAS DEPENDENCIAS (SISTTFEC), AGRUPADAS PELA
      *         TURMA EM QUE O ALUNO ESTA MATRICULADO NO ANO EM QUE A
      *         DEPENDENCIA E CURSADA, PARA A SECRETARIA ACOMPANHAR O
      *         LANCAMENTO DAS NOTAS (SISTTCAD, TIPO 2).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. A TURMA VEM DA MATRICULA DO ANO A
      *              CURSAR (MATRICULA.DAT), COM FALLBACK NA TURMA DO
      *              ARQUIVO MESTRE; ALUNO TRANSFERIDO, EVADIDO OU
      *              FALECIDO NAQUELE ANO FICA FORA DA LISTA E E SO
      *              CONTADO. LIMITE DE 1000 DEPENDENCIAS NA TABELA.
      * 15/10/2026 - OS REGISTROS DO MATRICULA E DO ALUNOS ACOMPANHAM
      *              O NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTDEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPEND ASSIGN TO WS-DEP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DP-CHAVE
             FILE STATUS WS-FS-DEPEND.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT ALUNOS ASSIGN TO WS-ALU-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

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
       FD DEPEND.
       01 REG-DEPEND.
           03 DP-CHAVE.
               05 DP-ID                           PIC 9(4).
               05 DP-MATERIA                      PIC X(11).
               05 DP-ANO-ORIGEM                   PIC 9(4).
           03 DP-ANO-CURSAR                       PIC 9(4).
           03 DP-TURMA-ORIGEM                     PIC X(3).
           03 DP-SITUACAO                         PIC X(11).
           03 DP-DT-SITUACAO                      PIC 9(8).
           03 DP-MEDIA-FINAL                      PIC 9(2)V9.

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                           PIC 9(4).
               05 MA-ANO-LETIVO                   PIC 9(4).
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-ID                               PIC 9(4).
           03 AL-NM                               PIC X(25).
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

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
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPABERT.LIS".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-TURMA                     PIC X(3).
       77 WS-TURMA-REG                        PIC X(3).
       77 WS-NOME-REG                         PIC X(25).
       77 WS-SITUACAO-ALUNO                   PIC X(11).
       77 WS-LIDOS                            PIC 9(6) VALUE 0.
       77 WS-CUMPRIDAS                        PIC 9(6) VALUE 0.
       77 WS-DESLIGADOS                       PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * DEPENDENCIAS SELECIONADAS, ORDENADAS POR TURMA+ALUNO+MATERIA
      *----------------------------------------------------------------
       77 WS-TOTAL-DEP                        PIC 9(4) VALUE 0.
       01 TAB-DEP.
           03 TD-ENT OCCURS 1000 TIMES.
               05 TD-ORDEM.
                   10 TD-TURMA                PIC X(3).
                   10 TD-ID                   PIC 9(4).
                   10 TD-MATERIA              PIC X(11).
               05 TD-NOME                     PIC X(25).
               05 TD-ANO-ORIGEM               PIC 9(4).
               05 TD-ANO-CURSAR               PIC 9(4).
               05 TD-TURMA-ORIGEM             PIC X(3).
               05 TD-SITUACAO                 PIC X(11).
               05 TD-MEDIA                    PIC 9(2)V9.

       01 WS-TROCA-DEP.
           05 WT-ORDEM                        PIC X(18).
           05 WT-NOME                         PIC X(25).
           05 WT-ANO-ORIGEM                   PIC 9(4).
           05 WT-ANO-CURSAR                   PIC 9(4).
           05 WT-TURMA-ORIGEM                 PIC X(3).
           05 WT-SITUACAO                     PIC X(11).
           05 WT-MEDIA                        PIC 9(2)V9.

       77 WS-I                                PIC 9(4).
       77 WS-J                                PIC 9(4).
       77 WS-MENOR                            PIC 9(4).

       77 WS-TURMA-ANT                        PIC X(3).
       77 WS-ID-ANT                           PIC 9(4).
       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-DEP-TURMA                        PIC 9(4) VALUE 0.
       77 WS-ALU-TURMA                        PIC 9(4) VALUE 0.
       77 WS-ALU-TOTAL                        PIC 9(5) VALUE 0.

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
           'DEPENDENCIAS EM ABERTO POR TURMA'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTDEP'.
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
           'A CURSAR NO ANO LETIVO'.
           05 CAB003-ANO                      PIC X(5).
           05 FILLER                          PIC X(31) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(5)  VALUE 'TUR'.
           05 FILLER                          PIC X(5)  VALUE 'COD.'.
           05 FILLER                          PIC X(21) VALUE
           'NOME DO ALUNO'.
           05 FILLER                          PIC X(12) VALUE 'MATERIA'.
           05 FILLER                          PIC X(6)  VALUE 'ORIG.'.
           05 FILLER                          PIC X(5)  VALUE 'T.OR'.
           05 FILLER                          PIC X(12) VALUE
           'SITUACAO'.
           05 FILLER                          PIC X(5)  VALUE 'MEDIA'.

       01 DET001.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-CODIGO                   PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-NOME                     PIC X(20).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-ANO-ORIGEM               PIC 9(4).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-TURMA-ORIGEM             PIC X(3).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-SITUACAO                 PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-MEDIA                    PIC X(4).

       77 WS-MEDIA-EDT                        PIC Z9,9.

       01 SECAO001.
           05 FILLER                          PIC X(7) VALUE SPACES.
           05 FILLER                          PIC X(24) VALUE
           'DEPENDENCIAS NA TURMA:'.
           05 SECAO001-DEP                    PIC ZZZ9.
           05 FILLER                          PIC X(10) VALUE
           '  ALUNOS:'.
           05 SECAO001-ALU                    PIC ZZZ9.
           05 FILLER                          PIC X(31) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(25) VALUE
           'DEPENDENCIAS EM ABERTO:'.
           05 RODAPE-DEP                      PIC ZZZZ9.
           05 FILLER                          PIC X(11) VALUE
           '  ALUNOS:'.
           05 RODAPE-ALU                      PIC ZZZZ9.
           05 FILLER                          PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           OBTEM-FILTROS.
               DISPLAY "======================================"
               DISPLAY "****DEPENDENCIAS EM ABERTO - TURMA****"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO A CURSAR (0=TODOS)"
               ACCEPT WS-FILTRO-ANO
               DISPLAY "DIGITE A TURMA (BRANCO=TODAS)"
               ACCEPT WS-FILTRO-TURMA.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               OPEN INPUT DEPEND.
               IF WS-FS-DEPEND NOT EQUAL 0
                  DISPLAY "DEPEND.DAT NAO ENCONTRADO. AS DEPENDENCIAS"
                  DISPLAY "SAO GRAVADAS NA ABERTURA DO ANO (SISTTABR)."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT MATRICULA.
               IF WS-FS-MATRICULA NOT EQUAL 0
                  DISPLAY "MATRICULA.DAT NAO ENCONTRADO,"
                  DISPLAY "WS-FS-MATRICULA: "WS-FS-MATRICULA
                  CLOSE DEPEND
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT ALUNOS.
               IF WS-FS-ALUNOS NOT EQUAL 0
                  DISPLAY "ARQUIVO MESTRE DE ALUNOS NAO ENCONTRADO,"
                  DISPLAY "WS-FS-ALUNOS: "WS-FS-ALUNOS
                  CLOSE DEPEND MATRICULA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT MATERIAS.
               IF WS-FS-MATERIAS NOT EQUAL 0
                  DISPLAY "CATALOGO DE MATERIAS NAO ENCONTRADO,"
                  DISPLAY "WS-FS-MATERIAS: "WS-FS-MATERIAS
                  CLOSE DEPEND MATRICULA ALUNOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF.

           LER-DEPEND.
               READ DEPEND
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               ADD 1 TO WS-LIDOS

               IF WS-FILTRO-ANO NOT EQUAL 0
                  AND DP-ANO-CURSAR NOT EQUAL WS-FILTRO-ANO
                  GO TO LER-DEPEND
               END-IF
               IF DP-SITUACAO EQUAL "CUMPRIDA"
                  ADD 1 TO WS-CUMPRIDAS
                  GO TO LER-DEPEND
               END-IF

               PERFORM OBTEM-TURMA-ALUNO
               IF WS-SITUACAO-ALUNO NOT EQUAL "ATIVO"
                  ADD 1 TO WS-DESLIGADOS
                  GO TO LER-DEPEND
               END-IF
               IF WS-FILTRO-TURMA NOT EQUAL SPACES
                  AND WS-TURMA-REG NOT EQUAL WS-FILTRO-TURMA
                  GO TO LER-DEPEND
               END-IF

               IF WS-TOTAL-DEP EQUAL 1000
                  DISPLAY "AVISO: LIMITE DE 1000 DEPENDENCIAS"
                  DISPLAY "ATINGIDO. RELATORIO INCOMPLETO."
                  GO TO FIM-LEITURA
               END-IF

               ADD 1 TO WS-TOTAL-DEP
               MOVE WS-TURMA-REG    TO TD-TURMA (WS-TOTAL-DEP)
               MOVE DP-ID           TO TD-ID (WS-TOTAL-DEP)
               MOVE DP-MATERIA      TO TD-MATERIA (WS-TOTAL-DEP)
               MOVE WS-NOME-REG     TO TD-NOME (WS-TOTAL-DEP)
               MOVE DP-ANO-ORIGEM   TO TD-ANO-ORIGEM (WS-TOTAL-DEP)
               MOVE DP-ANO-CURSAR   TO TD-ANO-CURSAR (WS-TOTAL-DEP)
               MOVE DP-TURMA-ORIGEM TO TD-TURMA-ORIGEM (WS-TOTAL-DEP)
               MOVE DP-SITUACAO     TO TD-SITUACAO (WS-TOTAL-DEP)
               MOVE DP-MEDIA-FINAL  TO TD-MEDIA (WS-TOTAL-DEP)
               GO TO LER-DEPEND.

           FIM-LEITURA.
               CLOSE DEPEND.
               CLOSE MATRICULA.
               CLOSE ALUNOS.

               PERFORM ORDENA-DEPENDENCIAS THRU FIM-ORDENA-DEPENDENCIAS

               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O DEPABERT.LIS,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  CLOSE MATERIAS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               MOVE SPACES TO WS-TURMA-ANT
               MOVE 0      TO WS-ID-ANT
               MOVE 1      TO WS-I.

           IMPRIME-DEPENDENCIA.
               IF WS-I > WS-TOTAL-DEP
                  GO TO FIM-IMPRESSAO
               END-IF

               IF WS-I EQUAL 1
                  OR TD-TURMA (WS-I) NOT EQUAL WS-TURMA-ANT
                  IF WS-I > 1
                     PERFORM IMPRIME-SUBTOTAL
                  END-IF
                  MOVE TD-TURMA (WS-I) TO WS-TURMA-ANT
                  MOVE 0 TO WS-DEP-TURMA WS-ALU-TURMA WS-ID-ANT
               END-IF
               IF TD-ID (WS-I) NOT EQUAL WS-ID-ANT
                  MOVE TD-ID (WS-I) TO WS-ID-ANT
                  ADD 1 TO WS-ALU-TURMA
                  ADD 1 TO WS-ALU-TOTAL
               END-IF

               PERFORM GRAVA-DETALHE
               ADD 1 TO WS-I
               GO TO IMPRIME-DEPENDENCIA.

           FIM-IMPRESSAO.
               IF WS-TOTAL-DEP > 0
                  PERFORM IMPRIME-SUBTOTAL
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE MATERIAS.
               CLOSE RELATO.

               DISPLAY "DEPENDENCIAS LIDAS.........:"WS-LIDOS
               DISPLAY "JA CUMPRIDAS (FORA)........:"WS-CUMPRIDAS
               DISPLAY "ALUNO DESLIGADO (FORA).....:"WS-DESLIGADOS
               DISPLAY "DEPENDENCIAS EM ABERTO.....:"WS-TOTAL-DEP
               DISPLAY "ALUNOS COM DEPENDENCIA.....:"WS-ALU-TOTAL
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

               IF WS-TOTAL-DEP EQUAL 0
                  DISPLAY "NENHUMA DEPENDENCIA EM ABERTO NA SELECAO"
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * TURMA E SITUACAO DO ALUNO NO ANO EM QUE A DEPENDENCIA E
      * CURSADA (MATRICULA.DAT), COM FALLBACK NO ARQUIVO MESTRE; SEM
      * MATRICULA DO ANO O ALUNO E TRATADO COMO ATIVO
      *----------------------------------------------------------------
           OBTEM-TURMA-ALUNO.
               MOVE SPACES  TO WS-TURMA-REG WS-NOME-REG
               MOVE "ATIVO" TO WS-SITUACAO-ALUNO
               MOVE DP-ID   TO AL-ID
               READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-TURMA TO WS-TURMA-REG
                   MOVE AL-NM    TO WS-NOME-REG
               END-READ
               MOVE DP-ID         TO MA-ID
               MOVE DP-ANO-CURSAR TO MA-ANO-LETIVO
               READ MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-TURMA NOT EQUAL SPACES
                      MOVE MA-TURMA TO WS-TURMA-REG
                   END-IF
                   IF MA-SITUACAO NOT EQUAL SPACES
                      MOVE MA-SITUACAO TO WS-SITUACAO-ALUNO
                   END-IF
               END-READ.

      *----------------------------------------------------------------
      * ORDENA A TABELA POR TURMA+ALUNO+MATERIA (SELECAO)
      *----------------------------------------------------------------
           ORDENA-DEPENDENCIAS.
               MOVE 1 TO WS-I.

           ORDENA-I.
               IF WS-I >= WS-TOTAL-DEP
                  GO TO FIM-ORDENA-DEPENDENCIAS
               END-IF
               MOVE WS-I TO WS-MENOR
               COMPUTE WS-J = WS-I + 1.

           ORDENA-J.
               IF WS-J > WS-TOTAL-DEP
                  GO TO ORDENA-TROCA
               END-IF
               IF TD-ORDEM (WS-J) < TD-ORDEM (WS-MENOR)
                  MOVE WS-J TO WS-MENOR
               END-IF
               ADD 1 TO WS-J
               GO TO ORDENA-J.

           ORDENA-TROCA.
               IF WS-MENOR NOT EQUAL WS-I
                  MOVE TD-ENT (WS-I)      TO WS-TROCA-DEP
                  MOVE TD-ENT (WS-MENOR)  TO TD-ENT (WS-I)
                  MOVE WS-TROCA-DEP       TO TD-ENT (WS-MENOR)
               END-IF
               ADD 1 TO WS-I
               GO TO ORDENA-I.

           FIM-ORDENA-DEPENDENCIAS.
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
           IF WS-FILTRO-ANO EQUAL 0
              MOVE "TODOS"       TO CAB003-ANO
           ELSE
              MOVE WS-FILTRO-ANO TO CAB003-ANO
           END-IF

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DA DEPENDENCIA, QUEBRANDO PAGINA QUANDO
      * NECESSARIO
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF

           MOVE TD-MATERIA (WS-I) TO WS-MATERIA-IMP
           MOVE TD-MATERIA (WS-I) TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MT-NOME TO WS-MATERIA-IMP
           END-READ

           MOVE TD-TURMA (WS-I)        TO DET001-TURMA
           MOVE TD-ID (WS-I)           TO DET001-CODIGO
           MOVE TD-NOME (WS-I)         TO DET001-NOME
           MOVE WS-MATERIA-IMP         TO DET001-MATERIA
           MOVE TD-ANO-ORIGEM (WS-I)   TO DET001-ANO-ORIGEM
           MOVE TD-TURMA-ORIGEM (WS-I) TO DET001-TURMA-ORIGEM
           MOVE TD-SITUACAO (WS-I)     TO DET001-SITUACAO
           IF TD-SITUACAO (WS-I) EQUAL "ABERTA"
              AND TD-MEDIA (WS-I) EQUAL 0
              MOVE SPACES TO DET001-MEDIA
           ELSE
              MOVE TD-MEDIA (WS-I) TO WS-MEDIA-EDT
              MOVE WS-MEDIA-EDT    TO DET001-MEDIA
           END-IF
           ADD 1 TO WS-DEP-TURMA

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME O SUBTOTAL DA TURMA
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAL.
           MOVE WS-DEP-TURMA TO SECAO001-DEP.
           MOVE WS-ALU-TURMA TO SECAO001-ALU.
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF.
           WRITE REG-RELATO FROM SECAO001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-TOTAL-DEP TO RODAPE-DEP.
           MOVE WS-ALU-TOTAL TO RODAPE-ALU.
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
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPABERT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTDEP.
