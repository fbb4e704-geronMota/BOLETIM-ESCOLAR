      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:QUADRO DE VAGAS DO ANO LETIVO POR SERIE E TURNO. PARA
      *         CADA TURMA DO CADASTRO DE TURMAS (TURMAS.DAT, SISTTTUR)
      *         MOSTRA A CAPACIDADE, OS MATRICULADOS "ATIVO" DO ANO
      *         (MATRICULA.DAT), AS VAGAS JA OFERECIDAS A LISTA DE
      *         ESPERA E AINDA NAO CONFIRMADAS E AS VAGAS LIVRES, COM
      *         O SUBTOTAL DE CADA SERIE/TURNO TRAZENDO A FILA DE
      *         ALUNOS AGUARDANDO (ESPERA.DAT). GERA O VAGAS.LIS.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. TURMA COM MAIS MATRICULADOS QUE A
      *              CAPACIDADE SAI MARCADA "EXCEDIDA" E COM ZERO
      *              VAGAS; A SOBRA DE UMA TURMA NAO DESCONTA VAGA DE
      *              OUTRA NO SUBTOTAL. MATRICULAS ATIVO EM TURMA FORA
      *              DO CADASTRO E FILA DE SERIE/TURNO SEM TURMA SAEM
      *              CONTADAS NO RODAPE. LIMITE DE 200 TURMAS POR ANO.
      * 15/10/2026 - O REGISTRO DO MATRICULA ACOMPANHA O NOVO LAYOUT
      *              COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTVAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT ESPERA ASSIGN TO WS-ESP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ES-CHAVE
             FILE STATUS WS-FS-ESPERA.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
       01 REG-TURMA.
           03 TU-CHAVE.
               05 TU-ANO-LETIVO                   PIC 9(4).
               05 TU-TURMA                        PIC X(3).
           03 TU-SERIE                            PIC X(10).
           03 TU-TURNO                            PIC X(1).
           03 TU-SALA                             PIC X(5).
           03 TU-CAPACIDADE                       PIC 9(3).
           03 TU-AVALIACAO                        PIC X(1).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                           PIC 9(4).
               05 MA-ANO-LETIVO                   PIC 9(4).
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD ESPERA.
       01 REG-ESPERA.
           03 ES-CHAVE.
               05 ES-ANO-LETIVO                   PIC 9(4).
               05 ES-SERIE                        PIC X(10).
               05 ES-TURNO                        PIC X(1).
               05 ES-SEQ                          PIC 9(4).
           03 ES-ID                               PIC 9(4).
           03 ES-NM                               PIC X(25).
           03 ES-TURMA-PEDIDA                     PIC X(3).
           03 ES-DT-ENTRADA                       PIC 9(8).
           03 ES-SITUACAO                         PIC X(11).
           03 ES-DT-SITUACAO                      PIC 9(8).
           03 ES-TURMA-OFERTA                     PIC X(3).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-TURMAS                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-ESPERA                        PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-TUR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-ESP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ESPERA.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\VAGAS.LIS".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).

      *----------------------------------------------------------------
      * TABELA DAS TURMAS DO ANO, ORDENADA POR SERIE+TURNO+TURMA
      *----------------------------------------------------------------
       77 WS-TOTAL-TUR                        PIC 9(4) VALUE 0.
       77 WS-I                                PIC 9(4).
       77 WS-J                                PIC 9(4).
       77 WS-MELHOR                           PIC 9(4).
       01 TAB-TUR.
           03 TQ-ENT OCCURS 200 TIMES.
               05 TQ-ORDEM.
                   10 TQ-SERIE                PIC X(10).
                   10 TQ-TURNO                PIC X(1).
                   10 TQ-TURMA                PIC X(3).
               05 TQ-SALA                     PIC X(5).
               05 TQ-CAPACIDADE               PIC 9(3).
               05 TQ-MATRIC                   PIC 9(4).
               05 TQ-RESERVAS                 PIC 9(4).
               05 TQ-FILA                     PIC 9(4).

       01 WS-TROCA-TUR.
           05 WT-ORDEM.
               10 WT-SERIE                    PIC X(10).
               10 WT-TURNO                    PIC X(1).
               10 WT-TURMA                    PIC X(3).
           05 WT-SALA                         PIC X(5).
           05 WT-CAPACIDADE                   PIC 9(3).
           05 WT-MATRIC                       PIC 9(4).
           05 WT-RESERVAS                     PIC 9(4).
           05 WT-FILA                         PIC 9(4).

       77 WS-OVFL                             PIC X VALUE "N".
         88 HOUVE-OVERFLOW                    VALUE "S".
       77 WS-TEM-MATRICULA                    PIC X VALUE "N".
         88 TEM-MATRICULA                     VALUE "S".
       77 WS-TEM-ESPERA                       PIC X VALUE "N".
         88 TEM-ESPERA                        VALUE "S".

      *----------------------------------------------------------------
      * APURACAO DA LINHA E DOS TOTAIS
      *----------------------------------------------------------------
       77 WS-OCUPADAS                         PIC 9(4).
       77 WS-VAGAS                            PIC 9(4).
       77 WS-TURNO-DESC                       PIC X(8).
       77 WS-SERIE-ATUAL                      PIC X(10).
       77 WS-TURNO-ATUAL                      PIC X(1).
       77 WS-SUB-CAPACIDADE                   PIC 9(5).
       77 WS-SUB-MATRIC                       PIC 9(5).
       77 WS-SUB-RESERVAS                     PIC 9(5).
       77 WS-SUB-VAGAS                        PIC 9(5).
       77 WS-SUB-FILA                         PIC 9(5).
       77 WS-TOT-CAPACIDADE                   PIC 9(5) VALUE 0.
       77 WS-TOT-MATRIC                       PIC 9(5) VALUE 0.
       77 WS-TOT-RESERVAS                     PIC 9(5) VALUE 0.
       77 WS-TOT-VAGAS                        PIC 9(5) VALUE 0.
       77 WS-TOT-FILA                         PIC 9(5) VALUE 0.
       77 WS-MATR-SEM-TURMA                   PIC 9(5) VALUE 0.
       77 WS-FILA-SEM-TURMA                   PIC 9(5) VALUE 0.

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
           'QUADRO DE VAGAS POR SERIE E TURNO'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTVAG'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(11) VALUE
           'ANO LETIVO '.
           05 CAB003-ANO                      PIC 9999.
           05 FILLER                          PIC X(65) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(11) VALUE 'SERIE'.
           05 FILLER                          PIC X(9)  VALUE 'TURNO'.
           05 FILLER                          PIC X(6)  VALUE 'TURMA'.
           05 FILLER                          PIC X(6)  VALUE 'SALA'.
           05 FILLER                          PIC X(7)  VALUE 'CAPAC.'.
           05 FILLER                          PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                          PIC X(7)  VALUE 'OFERT.'.
           05 FILLER                          PIC X(7)  VALUE 'VAGAS'.
           05 FILLER                          PIC X(5)  VALUE 'FILA'.
           05 FILLER                          PIC X(15) VALUE 'OBS.'.

       01 DET001.
           05 DET001-SERIE                    PIC X(10).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-TURNO                    PIC X(8).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-SALA                     PIC X(5).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-CAPACIDADE               PIC ZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-MATRIC                   PIC ZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-RESERVAS                 PIC ZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DET001-VAGAS                    PIC ZZZ9.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 DET001-OBS                      PIC X(8).
           05 FILLER                          PIC X(7) VALUE SPACES.

       01 SUB001.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 SUB001-TITULO                   PIC X(24).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 SUB001-CAPACIDADE               PIC ZZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 SUB001-MATRIC                   PIC ZZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 SUB001-RESERVAS                 PIC ZZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 SUB001-VAGAS                    PIC ZZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 SUB001-FILA                     PIC ZZZZ9.
           05 FILLER                          PIC X(17) VALUE SPACES.

       01 LINHA-BRANCO                        PIC X(80) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(46) VALUE
           'MATRICULAS ATIVO EM TURMA FORA DO CADASTRO:'.
           05 RODAPE-MATR-SEM-TURMA           PIC ZZZZ9.
           05 FILLER                          PIC X(29) VALUE SPACES.

       01 RODAPE2.
           05 FILLER                          PIC X(46) VALUE
           'ALUNOS NA FILA DE SERIE/TURNO SEM TURMA:'.
           05 RODAPE-FILA-SEM-TURMA           PIC ZZZZ9.
           05 FILLER                          PIC X(29) VALUE SPACES.

       01 RODAPE3.
           05 FILLER                          PIC X(80) VALUE
           'OFERT. = VAGAS OFERECIDAS A LISTA DE ESPERA E AINDA NAO CON
      -    'FIRMADAS NO SISTTMTR'.

       01 AVISO001.
           05 FILLER                          PIC X(74) VALUE
           '*** ATENCAO: CAPACIDADE DA TABELA EXCEDIDA - RELATORIO INCOM
      -    'PLETO ***'.
           05 FILLER                          PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           OBTEM-FILTROS.
               DISPLAY "======================================"
               DISPLAY "*****QUADRO DE VAGAS POR SERIE/TURNO**"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               IF WS-FILTRO-ANO EQUAL 0
                  DISPLAY "ANO LETIVO INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               OPEN INPUT TURMAS.
               IF WS-FS-TURMAS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O TURMAS.DAT,"
                  DISPLAY "WS-FS-TURMAS: "WS-FS-TURMAS
                  DISPLAY "CADASTRE AS TURMAS PELO SISTTTUR."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM CARREGA-TURMAS THRU FIM-CARREGA-TURMAS
               CLOSE TURMAS

               IF WS-TOTAL-TUR EQUAL 0
                  DISPLAY "NENHUMA TURMA CADASTRADA PARA O ANO "
                          WS-FILTRO-ANO
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM ORDENA-TURMAS THRU FIM-ORDENA-TURMAS

               OPEN INPUT MATRICULA.
               IF WS-FS-MATRICULA EQUAL 0
                  MOVE "S" TO WS-TEM-MATRICULA
                  PERFORM CONTA-MATRICULAS THRU FIM-CONTA-MATRICULAS
                  CLOSE MATRICULA
               ELSE
                  DISPLAY "MATRICULA.DAT NAO ENCONTRADO: QUADRO SEM"
                  DISPLAY "MATRICULADOS."
               END-IF

               OPEN INPUT ESPERA.
               IF WS-FS-ESPERA EQUAL 0
                  MOVE "S" TO WS-TEM-ESPERA
                  PERFORM CONTA-ESPERA THRU FIM-CONTA-ESPERA
                  CLOSE ESPERA
               END-IF

               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O VAGAS.LIS,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM IMPRIME-QUADRO THRU FIM-IMPRIME-QUADRO

               IF HOUVE-OVERFLOW
                  WRITE REG-RELATO FROM AVISO001
               END-IF
               MOVE WS-MATR-SEM-TURMA TO RODAPE-MATR-SEM-TURMA
               MOVE WS-FILA-SEM-TURMA TO RODAPE-FILA-SEM-TURMA
               WRITE REG-RELATO FROM RODAPE
               WRITE REG-RELATO FROM RODAPE2
               WRITE REG-RELATO FROM RODAPE3

               CLOSE RELATO.

               DISPLAY "TURMAS DO ANO..............:"WS-TOTAL-TUR
               DISPLAY "CAPACIDADE TOTAL...........:"WS-TOT-CAPACIDADE
               DISPLAY "MATRICULADOS (ATIVO).......:"WS-TOT-MATRIC
               DISPLAY "VAGAS OFERECIDAS...........:"WS-TOT-RESERVAS
               DISPLAY "VAGAS LIVRES...............:"WS-TOT-VAGAS
               DISPLAY "ALUNOS NA LISTA DE ESPERA..:"WS-TOT-FILA
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

            STOP RUN.

      *----------------------------------------------------------------
      * CARREGA AS TURMAS DO ANO PEDIDO (CHAVE ANO+TURMA)
      *----------------------------------------------------------------
           CARREGA-TURMAS.
               MOVE WS-FILTRO-ANO TO TU-ANO-LETIVO
               MOVE LOW-VALUES    TO TU-TURMA
               START TURMAS KEY NOT < TU-CHAVE
               INVALID KEY
                   GO TO FIM-CARREGA-TURMAS
               END-START.

           LE-TURMA.
               READ TURMAS NEXT
                   AT END
                   GO TO FIM-CARREGA-TURMAS
               END-READ
               IF TU-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO FIM-CARREGA-TURMAS
               END-IF
               IF WS-TOTAL-TUR EQUAL 200
                  DISPLAY "AVISO: LIMITE DE 200 TURMAS ATINGIDO."
                  MOVE "S" TO WS-OVFL
                  GO TO FIM-CARREGA-TURMAS
               END-IF
               ADD 1 TO WS-TOTAL-TUR
               MOVE TU-SERIE      TO TQ-SERIE (WS-TOTAL-TUR)
               MOVE TU-TURNO      TO TQ-TURNO (WS-TOTAL-TUR)
               MOVE TU-TURMA      TO TQ-TURMA (WS-TOTAL-TUR)
               MOVE TU-SALA       TO TQ-SALA (WS-TOTAL-TUR)
               MOVE TU-CAPACIDADE TO TQ-CAPACIDADE (WS-TOTAL-TUR)
               MOVE 0             TO TQ-MATRIC (WS-TOTAL-TUR)
               MOVE 0             TO TQ-RESERVAS (WS-TOTAL-TUR)
               MOVE 0             TO TQ-FILA (WS-TOTAL-TUR)
               GO TO LE-TURMA.

           FIM-CARREGA-TURMAS.
               CONTINUE.

      *----------------------------------------------------------------
      * ORDENA A TABELA POR SERIE+TURNO+TURMA (SELECAO SIMPLES)
      *----------------------------------------------------------------
           ORDENA-TURMAS.
               MOVE 1 TO WS-I.

           ORDENA-TUR-I.
               IF WS-I >= WS-TOTAL-TUR
                  GO TO FIM-ORDENA-TURMAS
               END-IF
               MOVE WS-I TO WS-MELHOR
               COMPUTE WS-J = WS-I + 1.

           ORDENA-TUR-J.
               IF WS-J > WS-TOTAL-TUR
                  GO TO ORDENA-TUR-TROCA
               END-IF
               IF TQ-ORDEM (WS-J) < TQ-ORDEM (WS-MELHOR)
                  MOVE WS-J TO WS-MELHOR
               END-IF
               ADD 1 TO WS-J
               GO TO ORDENA-TUR-J.

           ORDENA-TUR-TROCA.
               IF WS-MELHOR NOT EQUAL WS-I
                  MOVE TQ-ENT (WS-I)      TO WS-TROCA-TUR
                  MOVE TQ-ENT (WS-MELHOR) TO TQ-ENT (WS-I)
                  MOVE WS-TROCA-TUR       TO TQ-ENT (WS-MELHOR)
               END-IF
               ADD 1 TO WS-I
               GO TO ORDENA-TUR-I.

           FIM-ORDENA-TURMAS.
               CONTINUE.

      *----------------------------------------------------------------
      * CONTA AS MATRICULAS ATIVO DO ANO EM CADA TURMA
      *----------------------------------------------------------------
           CONTA-MATRICULAS.
               MOVE LOW-VALUES TO MA-CHAVE
               START MATRICULA KEY NOT < MA-CHAVE
               INVALID KEY
                   GO TO FIM-CONTA-MATRICULAS
               END-START.

           LE-MATRICULA.
               READ MATRICULA NEXT
                   AT END
                   GO TO FIM-CONTA-MATRICULAS
               END-READ
               IF MA-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  OR MA-SITUACAO NOT EQUAL "ATIVO"
                  GO TO LE-MATRICULA
               END-IF
               MOVE 1   TO WS-I.

           PROCURA-TURMA-MATRICULA.
               IF WS-I > WS-TOTAL-TUR
                  ADD 1 TO WS-MATR-SEM-TURMA
                  GO TO LE-MATRICULA
               END-IF
               IF TQ-TURMA (WS-I) EQUAL MA-TURMA
                  ADD 1 TO TQ-MATRIC (WS-I)
                  GO TO LE-MATRICULA
               END-IF
               ADD 1 TO WS-I
               GO TO PROCURA-TURMA-MATRICULA.

           FIM-CONTA-MATRICULAS.
               CONTINUE.

      *----------------------------------------------------------------
      * LISTA DE ESPERA DO ANO: VAGA OFERECIDA CONTA NA TURMA DA
      * OFERTA; ALUNO AGUARDANDO CONTA NA PRIMEIRA TURMA DA SUA
      * SERIE/TURNO (A FILA E DA SERIE/TURNO, NAO DA TURMA)
      *----------------------------------------------------------------
           CONTA-ESPERA.
               MOVE LOW-VALUES    TO ES-CHAVE
               MOVE WS-FILTRO-ANO TO ES-ANO-LETIVO
               START ESPERA KEY NOT < ES-CHAVE
               INVALID KEY
                   GO TO FIM-CONTA-ESPERA
               END-START.

           LE-ESPERA.
               READ ESPERA NEXT
                   AT END
                   GO TO FIM-CONTA-ESPERA
               END-READ
               IF ES-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO FIM-CONTA-ESPERA
               END-IF
               IF ES-SITUACAO NOT EQUAL "AGUARDANDO"
                  AND ES-SITUACAO NOT EQUAL "OFERECIDA"
                  GO TO LE-ESPERA
               END-IF
               MOVE 1 TO WS-I.

           PROCURA-TURMA-ESPERA.
               IF WS-I > WS-TOTAL-TUR
                  IF ES-SITUACAO EQUAL "AGUARDANDO"
                     ADD 1 TO WS-FILA-SEM-TURMA
                  END-IF
                  GO TO LE-ESPERA
               END-IF
               IF ES-SITUACAO EQUAL "OFERECIDA"
                  AND TQ-TURMA (WS-I) EQUAL ES-TURMA-OFERTA
                  ADD 1 TO TQ-RESERVAS (WS-I)
                  GO TO LE-ESPERA
               END-IF
               IF ES-SITUACAO EQUAL "AGUARDANDO"
                  AND TQ-SERIE (WS-I) EQUAL ES-SERIE
                  AND TQ-TURNO (WS-I) EQUAL ES-TURNO
                  ADD 1 TO TQ-FILA (WS-I)
                  GO TO LE-ESPERA
               END-IF
               ADD 1 TO WS-I
               GO TO PROCURA-TURMA-ESPERA.

           FIM-CONTA-ESPERA.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME AS TURMAS COM QUEBRA E SUBTOTAL POR SERIE/TURNO E O
      * TOTAL GERAL
      *----------------------------------------------------------------
           IMPRIME-QUADRO.
               MOVE HIGH-VALUES TO WS-SERIE-ATUAL WS-TURNO-ATUAL
               MOVE 1 TO WS-I.

           IMPRIME-UMA-TURMA.
               IF WS-I > WS-TOTAL-TUR
                  GO TO FECHA-ULTIMA-SERIE
               END-IF

               IF TQ-SERIE (WS-I) NOT EQUAL WS-SERIE-ATUAL
                  OR TQ-TURNO (WS-I) NOT EQUAL WS-TURNO-ATUAL
                  IF WS-SERIE-ATUAL NOT EQUAL HIGH-VALUES
                     PERFORM IMPRIME-SUBTOTAL
                  END-IF
                  MOVE TQ-SERIE (WS-I) TO WS-SERIE-ATUAL
                  MOVE TQ-TURNO (WS-I) TO WS-TURNO-ATUAL
                  MOVE 0 TO WS-SUB-CAPACIDADE WS-SUB-MATRIC
                            WS-SUB-RESERVAS WS-SUB-VAGAS WS-SUB-FILA
               END-IF

               COMPUTE WS-OCUPADAS = TQ-MATRIC (WS-I)
                                   + TQ-RESERVAS (WS-I)
               MOVE 0      TO WS-VAGAS
               MOVE SPACES TO DET001-OBS
               IF TQ-CAPACIDADE (WS-I) > WS-OCUPADAS
                  COMPUTE WS-VAGAS = TQ-CAPACIDADE (WS-I) - WS-OCUPADAS
               ELSE
                  IF WS-OCUPADAS > TQ-CAPACIDADE (WS-I)
                     MOVE "EXCEDIDA" TO DET001-OBS
                  ELSE
                     MOVE "LOTADA"   TO DET001-OBS
                  END-IF
               END-IF

               PERFORM DESCREVE-TURNO
               MOVE TQ-SERIE (WS-I)       TO DET001-SERIE
               MOVE WS-TURNO-DESC         TO DET001-TURNO
               MOVE TQ-TURMA (WS-I)       TO DET001-TURMA
               MOVE TQ-SALA (WS-I)        TO DET001-SALA
               MOVE TQ-CAPACIDADE (WS-I)  TO DET001-CAPACIDADE
               MOVE TQ-MATRIC (WS-I)      TO DET001-MATRIC
               MOVE TQ-RESERVAS (WS-I)    TO DET001-RESERVAS
               MOVE WS-VAGAS              TO DET001-VAGAS
               PERFORM GRAVA-DETALHE

               ADD TQ-CAPACIDADE (WS-I) TO WS-SUB-CAPACIDADE
               ADD TQ-MATRIC (WS-I)     TO WS-SUB-MATRIC
               ADD TQ-RESERVAS (WS-I)   TO WS-SUB-RESERVAS
               ADD WS-VAGAS             TO WS-SUB-VAGAS
               ADD TQ-FILA (WS-I)       TO WS-SUB-FILA
               ADD 1 TO WS-I
               GO TO IMPRIME-UMA-TURMA.

           FECHA-ULTIMA-SERIE.
               IF WS-SERIE-ATUAL NOT EQUAL HIGH-VALUES
                  PERFORM IMPRIME-SUBTOTAL
               END-IF
               MOVE "TOTAL GERAL"     TO SUB001-TITULO
               MOVE WS-TOT-CAPACIDADE TO SUB001-CAPACIDADE
               MOVE WS-TOT-MATRIC     TO SUB001-MATRIC
               MOVE WS-TOT-RESERVAS   TO SUB001-RESERVAS
               MOVE WS-TOT-VAGAS      TO SUB001-VAGAS
               MOVE WS-TOT-FILA       TO SUB001-FILA
               PERFORM GRAVA-SUBTOTAL.

           FIM-IMPRIME-QUADRO.
               CONTINUE.

      *----------------------------------------------------------------
      * SUBTOTAL DA SERIE/TURNO EM WS-SERIE-ATUAL/WS-TURNO-ATUAL,
      * SOMADO AO TOTAL GERAL
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAL.
           PERFORM DESCREVE-TURNO
           MOVE SPACES TO SUB001-TITULO
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-SERIE-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TURNO-DESC DELIMITED BY SIZE
                  INTO SUB001-TITULO
           END-STRING
           MOVE WS-SUB-CAPACIDADE TO SUB001-CAPACIDADE
           MOVE WS-SUB-MATRIC     TO SUB001-MATRIC
           MOVE WS-SUB-RESERVAS   TO SUB001-RESERVAS
           MOVE WS-SUB-VAGAS      TO SUB001-VAGAS
           MOVE WS-SUB-FILA       TO SUB001-FILA
           PERFORM GRAVA-SUBTOTAL
           WRITE REG-RELATO FROM LINHA-BRANCO
           ADD 1 TO ACUM-LINHAS
           ADD WS-SUB-CAPACIDADE TO WS-TOT-CAPACIDADE
           ADD WS-SUB-MATRIC     TO WS-TOT-MATRIC
           ADD WS-SUB-RESERVAS   TO WS-TOT-RESERVAS
           ADD WS-SUB-VAGAS      TO WS-TOT-VAGAS
           ADD WS-SUB-FILA       TO WS-TOT-FILA.

      *----------------------------------------------------------------
      * DESCRICAO DO TURNO EM WS-TURNO-ATUAL PARA IMPRESSAO
      *----------------------------------------------------------------
           DESCREVE-TURNO.
           MOVE WS-TURNO-ATUAL TO WS-TURNO-DESC
           IF WS-TURNO-ATUAL EQUAL "M"
              MOVE "MANHA"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO-ATUAL EQUAL "T"
              MOVE "TARDE"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO-ATUAL EQUAL "N"
              MOVE "NOITE"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO-ATUAL EQUAL "I"
              MOVE "INTEGRAL" TO WS-TURNO-DESC
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DA TURMA, QUEBRANDO PAGINA QUANDO PRECISO
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET001
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DE SUBTOTAL/TOTAL, QUEBRANDO PAGINA QUANDO
      * PRECISO
      *----------------------------------------------------------------
           GRAVA-SUBTOTAL.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM SUB001
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
           IMPRIME-CABECALHO.
           ADD 1 TO ACUM-PAG.
           MOVE ACUM-PAG            TO CAB001-PAG.
           MOVE WS-HORA-SYS         TO CAB002-HORA.
           MOVE WS-MINUTO-SYS       TO CAB002-MINUTO.
           MOVE WS-DIA-SYS          TO CAB002-DIA.
           MOVE WS-MES-SYS          TO CAB002-MES.
           MOVE WS-ANO-SYS          TO CAB002-ANO.
           MOVE WS-FILTRO-ANO       TO CAB003-ANO.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

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
           IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TUR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ESPERA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ESP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-VAGAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTVAG.
