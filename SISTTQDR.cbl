      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:ALUNOS EM QUEDA DE RENDIMENTO ENTRE BIMESTRES. PARA UM
      *         ANO LETIVO E UM BIMESTRE N (2 A 4), COMPARA A MEDIA DE
      *         CADA ALUNO EM CADA MATERIA COM A DO BIMESTRE N-1 E
      *         TAMBEM A MEDIA GERAL DO ALUNO NOS DOIS BIMESTRES, E
      *         APONTA, POR TURMA, QUEM CAIU MAIS QUE O LIMITE DE
      *         PONTOS DO PARAMET.DAT (QUEDA-RENDIMENTO) OU FICOU
      *         ABAIXO DA MEDIA-APROVACAO EM DUAS OU MAIS MATERIAS DE
      *         UMA VEZ, MARCANDO QUEM TEVE AS FALTAS AUMENTADAS NO
      *         MESMO PERIODO. GERA O RELATORIO PARA O CONSELHO DE
      *         CLASSE (QUEDA.LIS) E O ARQUIVO DELIMITADO POR "|" PARA
      *         A ORIENTACAO EDUCACIONAL (QUEDA.TXT).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. SO ENTRAM NA COMPARACAO AS
      *              MATERIAS QUE O ALUNO TEM NOS DOIS BIMESTRES; A
      *              MEDIA GERAL DE CADA BIMESTRE E A MEDIA DESSAS
      *              MATERIAS. "ABAIXO" E A MATERIA QUE ESTAVA NA MEDIA
      *              DE APROVACAO OU ACIMA EM N-1 E CAIU ABAIXO DELA EM
      *              N. A TURMA VEM DA MATRICULA DO ANO (MATRICULA.DAT),
      *              COM FALLBACK NA TURMA DO LANCAMENTO E NA DO
      *              ARQUIVO MESTRE; ALUNO COM MATRICULA DO ANO FORA DE
      *              "ATIVO" NAO E APONTADO. LIMITES DE 2000 PARES
      *              ALUNO+MATERIA E 600 ALUNOS NAS TABELAS.
      * 15/10/2026 - OS REGISTROS DO CAD, DO ALUNOS E DO MATRICULA
      *              ACOMPANHAM O NOVO LAYOUT COM A UNIDADE ESCOLAR NO
      *              FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTQDR.

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

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT QUEDATXT ASSIGN TO WS-TXT-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-TXT.

               SELECT ALUNOS ASSIGN TO WS-ALU-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

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

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD QUEDATXT.
       01 REG-QUEDA-TXT                           PIC X(100).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-ID                               PIC 9(4).
           03 AL-NM                               PIC X(25).
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

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

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS                               PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-FS-TXT                           PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-MATERIA-IMP                      PIC X(11).
       77 WS-CAD-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-MEDIA-APROVACAO                 PIC 9(2)V9 VALUE 7,0.
       77 PAR-QUEDA-RENDIMENTO                PIC 9(2)V9 VALUE 2,0.
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\QUEDA.LIS".
       77 WS-TXT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\QUEDA.TXT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-NOTA-OK                          PIC X.
         88 NOTA-OK                           VALUE "S".
       77 WS-NOTA-VAL                         PIC 9(2)V9.
       01 WS-NOTA-TXT                         PIC X(5).
       01 WS-NOTA-TXT-R2 REDEFINES WS-NOTA-TXT.
           03 WS-NOTA-INT2                    PIC 9(2).
           03 WS-NOTA-VIRG2                   PIC X.
           03 WS-NOTA-DEC2                    PIC 9.
           03 FILLER                          PIC X.
       01 WS-NOTA-TXT-R1 REDEFINES WS-NOTA-TXT.
           03 WS-NOTA-INT1                    PIC 9.
           03 WS-NOTA-VIRG1                   PIC X.
           03 WS-NOTA-DEC1                    PIC 9.
           03 FILLER                          PIC X(2).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIMESTRE                  PIC 9(1).
       77 WS-BIMESTRE-ANT                     PIC 9(1).
       77 WS-BIMESTRE-LIDO                    PIC 9(1).
       77 WS-FILTRO-TURMA                     PIC X(3).
       77 WS-LIDOS-ANT                        PIC 9(6) VALUE 0.
       77 WS-LIDOS-ATU                        PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * TABELA DOS PARES ALUNO+MATERIA (MEDIA E FALTAS NOS DOIS
      * BIMESTRES) E TABELA DOS ALUNOS (MEDIA GERAL E APONTAMENTOS)
      *----------------------------------------------------------------
       77 WS-TOTAL-REG                        PIC 9(4) VALUE 0.
       77 WS-TOTAL-ALU                        PIC 9(4) VALUE 0.
       77 WS-I                                PIC 9(4).
       77 WS-J                                PIC 9(4).
       77 WS-K                                PIC 9(4).
       77 WS-MELHOR                           PIC 9(4).

       01 TAB-REG.
           03 TR-ENT OCCURS 2000 TIMES.
               05 TR-ID                       PIC 9(4).
               05 TR-MATERIA                  PIC X(11).
               05 TR-TURMA                    PIC X(3).
               05 TR-MEDIA-ANT                PIC 9(2)V9.
               05 TR-MEDIA-ATU                PIC 9(2)V9.
               05 TR-FALTAS-ANT               PIC 9(3).
               05 TR-FALTAS-ATU               PIC 9(3).
               05 TR-TEM-ANT                  PIC X.
               05 TR-TEM-ATU                  PIC X.

       01 TAB-ALU.
           03 TA-ENT OCCURS 600 TIMES.
               05 TA-TURMA                    PIC X(3).
               05 TA-ID                       PIC 9(4).
               05 TA-NOME                     PIC X(25).
               05 TA-SOMA-ANT                 PIC 9(4)V9.
               05 TA-SOMA-ATU                 PIC 9(4)V9.
               05 TA-QTDE                     PIC 9(3).
               05 TA-MEDIA-ANT                PIC 9(2)V9.
               05 TA-MEDIA-ATU                PIC 9(2)V9.
               05 TA-FALTAS-ANT               PIC 9(4).
               05 TA-FALTAS-ATU               PIC 9(4).
               05 TA-QT-QUEDA                 PIC 9(3).
               05 TA-QT-ABAIXO                PIC 9(3).
               05 TA-APONTADO                 PIC X.

       01 WS-TROCA-ALU.
           05 WA-TURMA                        PIC X(3).
           05 WA-ID                           PIC 9(4).
           05 WA-NOME                         PIC X(25).
           05 WA-SOMA-ANT                     PIC 9(4)V9.
           05 WA-SOMA-ATU                     PIC 9(4)V9.
           05 WA-QTDE                         PIC 9(3).
           05 WA-MEDIA-ANT                    PIC 9(2)V9.
           05 WA-MEDIA-ATU                    PIC 9(2)V9.
           05 WA-FALTAS-ANT                   PIC 9(4).
           05 WA-FALTAS-ATU                   PIC 9(4).
           05 WA-QT-QUEDA                     PIC 9(3).
           05 WA-QT-ABAIXO                    PIC 9(3).
           05 WA-APONTADO                     PIC X.

       77 WS-OVFL                             PIC X VALUE "N".
         88 HOUVE-OVERFLOW                    VALUE "S".
       77 WS-FATIA-VAZIA                      PIC X.
         88 FATIA-VAZIA                       VALUE "S".
       77 WS-ALUNO-ATIVO                      PIC X.
         88 ALUNO-ATIVO                       VALUE "S".

       01 AVISO001.
           05 FILLER                          PIC X(74) VALUE
           '*** ATENCAO: CAPACIDADE DA TABELA EXCEDIDA - RELATORIO INCOM
      -    'PLETO ***'.
           05 FILLER                          PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------
      * APURACAO DA LINHA (MATERIA OU GERAL) EM IMPRESSAO
      *----------------------------------------------------------------
       77 WS-VARIACAO                         PIC S9(2)V9.
       77 WS-MARCAS                           PIC X(11).
       77 WS-MATERIA-TXT                      PIC X(11).
       77 WS-TURMA-ATUAL                      PIC X(3).
       77 WS-APONTADOS-TURMA                  PIC 9(4).
       77 WS-APONTADOS                        PIC 9(4) VALUE 0.
       77 WS-COM-FALTAS                       PIC 9(4) VALUE 0.
       77 WS-COMPARADOS                       PIC 9(4) VALUE 0.
       77 WS-FORA-ATIVO                       PIC 9(4) VALUE 0.
       77 WS-LINHAS-TXT                       PIC 9(6) VALUE 0.
       77 WS-MEDIA-EDT                        PIC Z9,9.
       77 WS-MEDIA2-EDT                       PIC Z9,9.
       77 WS-VARIACAO-EDT                     PIC -Z9,9.
       77 WS-FALTAS-EDT                       PIC ZZZ9.
       77 WS-FALTAS2-EDT                      PIC ZZZ9.
       01 WS-LINHA-TXT                        PIC X(100).

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
           'ALUNOS EM QUEDA DE RENDIMENTO'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTQDR'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(4) VALUE 'ANO '.
           05 CAB003-ANO                      PIC 9999.
           05 FILLER                          PIC X(11) VALUE
           '  BIMESTRE '.
           05 CAB003-BIM-ANT                  PIC 9.
           05 FILLER                          PIC X(4) VALUE ' X '.
           05 CAB003-BIM                      PIC 9.
           05 FILLER                          PIC X(10) VALUE
           '  QUEDA > '.
           05 CAB003-QUEDA                    PIC Z9,9.
           05 FILLER                          PIC X(15) VALUE
           '  MEDIA APROV. '.
           05 CAB003-APROVACAO                PIC Z9,9.
           05 FILLER                          PIC X(22) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(32) VALUE
           'COD. NOME DO ALUNO / MATERIA'.
           05 FILLER                          PIC X(6)  VALUE 'ANT.'.
           05 FILLER                          PIC X(6)  VALUE 'ATUAL'.
           05 FILLER                          PIC X(7)  VALUE 'DIFER.'.
           05 FILLER                          PIC X(6)  VALUE 'F.ANT'.
           05 FILLER                          PIC X(6)  VALUE 'F.ATU'.
           05 FILLER                          PIC X(17) VALUE 'MARCAS'.

       01 SECAO001.
           05 FILLER                          PIC X(7) VALUE 'TURMA:'.
           05 SECAO001-TURMA                  PIC X(3).
           05 FILLER                          PIC X(70) VALUE SPACES.

       01 SECAO002.
           05 FILLER                          PIC X(30) VALUE
           'ALUNOS APONTADOS NA TURMA:'.
           05 SECAO002-APONTADOS              PIC ZZZ9.
           05 FILLER                          PIC X(46) VALUE SPACES.

       01 DET001.
           05 DET001-ID                       PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-NOME                     PIC X(25).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MEDIA-ANT                PIC Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MEDIA-ATU                PIC Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-VARIACAO                 PIC -Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-FALTAS-ANT               PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-FALTAS-ATU               PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-MARCAS                   PIC X(11).
           05 FILLER                          PIC X(6) VALUE SPACES.

       01 DET002.
           05 FILLER                          PIC X(5) VALUE SPACES.
           05 DET002-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(16) VALUE SPACES.
           05 DET002-MEDIA-ANT                PIC Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-MEDIA-ATU                PIC Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-VARIACAO                 PIC -Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-FALTAS-ANT               PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-FALTAS-ATU               PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-MARCAS                   PIC X(11).
           05 FILLER                          PIC X(6) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(26) VALUE
           'ALUNOS COMPARADOS:'.
           05 RODAPE-COMPARADOS               PIC ZZZ9.
           05 FILLER                          PIC X(16) VALUE
           '  APONTADOS:'.
           05 RODAPE-APONTADOS                PIC ZZZ9.
           05 FILLER                          PIC X(16) VALUE
           '  COM FALTAS:'.
           05 RODAPE-FALTAS                   PIC ZZZ9.
           05 FILLER                          PIC X(10) VALUE SPACES.

       01 RODAPE2.
           05 FILLER                          PIC X(80) VALUE
           'MARCAS: QD=QUEDA ACIMA DO LIMITE  AB=CAIU ABAIXO DA MEDIA  F
      -    'T=FALTAS AUMENTARAM'.

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
               DISPLAY "*****QUEDA DE RENDIMENTO ENTRE BIM.***"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               DISPLAY "DIGITE O BIMESTRE A COMPARAR (2 A 4)"
               ACCEPT WS-FILTRO-BIMESTRE
               IF WS-FILTRO-BIMESTRE < 2 OR WS-FILTRO-BIMESTRE > 4
                  DISPLAY "BIMESTRE INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF
               COMPUTE WS-BIMESTRE-ANT = WS-FILTRO-BIMESTRE - 1
               DISPLAY "DIGITE A TURMA (ENTER = TODAS)"
               MOVE SPACES TO WS-FILTRO-TURMA
               ACCEPT WS-FILTRO-TURMA.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               OPEN INPUT CAD.
               IF WS-FS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT ALUNOS.
               OPEN INPUT MATRICULA.
               OPEN INPUT MATERIAS.

      *        PRIMEIRA PASSADA: BIMESTRE ANTERIOR
               MOVE WS-BIMESTRE-ANT TO WS-BIMESTRE-LIDO
               PERFORM POSICIONA-FATIA THRU FIM-POSICIONA-FATIA
               IF FATIA-VAZIA
                  GO TO LE-BIMESTRE-ATUAL
               END-IF.

           LER-ANTERIOR.
               READ CAD NEXT
                   AT END
                   GO TO LE-BIMESTRE-ATUAL
               END-READ

               IF FD-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  OR FD-BIMESTRE NOT EQUAL WS-BIMESTRE-ANT
                  GO TO LE-BIMESTRE-ATUAL
               END-IF

               ADD 1 TO WS-LIDOS-ANT
               PERFORM GUARDA-ANTERIOR THRU FIM-GUARDA-ANTERIOR
               GO TO LER-ANTERIOR.

      *        SEGUNDA PASSADA: BIMESTRE PEDIDO
           LE-BIMESTRE-ATUAL.
               MOVE WS-FILTRO-BIMESTRE TO WS-BIMESTRE-LIDO
               PERFORM POSICIONA-FATIA THRU FIM-POSICIONA-FATIA
               IF FATIA-VAZIA
                  GO TO FIM-LEITURA
               END-IF.

           LER-ATUAL.
               READ CAD NEXT
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               IF FD-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  OR FD-BIMESTRE NOT EQUAL WS-FILTRO-BIMESTRE
                  GO TO FIM-LEITURA
               END-IF

               ADD 1 TO WS-LIDOS-ATU
               PERFORM GUARDA-ATUAL THRU FIM-GUARDA-ATUAL
               GO TO LER-ATUAL.

           FIM-LEITURA.
               CLOSE CAD.

               IF WS-LIDOS-ANT EQUAL 0 OR WS-LIDOS-ATU EQUAL 0
                  DISPLAY "SEM LANCAMENTOS NOS DOIS BIMESTRES PEDIDOS"
                  DISPLAY "LIDOS NO BIMESTRE ANTERIOR..:"WS-LIDOS-ANT
                  DISPLAY "LIDOS NO BIMESTRE PEDIDO....:"WS-LIDOS-ATU
                  CLOSE ALUNOS
                  CLOSE MATRICULA
                  CLOSE MATERIAS
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM MONTA-ALUNOS THRU FIM-MONTA-ALUNOS
               PERFORM APURA-ALUNOS THRU FIM-APURA-ALUNOS
               PERFORM ORDENA-ALUNOS THRU FIM-ORDENA-ALUNOS

               OPEN OUTPUT RELATO.
               OPEN OUTPUT QUEDATXT.
               PERFORM IMPRIME-TURMAS THRU FIM-IMPRIME-TURMAS

               IF ACUM-PAG EQUAL 0
                  PERFORM IMPRIME-CABECALHO
               END-IF
               IF HOUVE-OVERFLOW
                  WRITE REG-RELATO FROM AVISO001
               END-IF

               MOVE WS-COMPARADOS TO RODAPE-COMPARADOS
               MOVE WS-APONTADOS  TO RODAPE-APONTADOS
               MOVE WS-COM-FALTAS TO RODAPE-FALTAS
               WRITE REG-RELATO FROM RODAPE
               WRITE REG-RELATO FROM RODAPE2

               CLOSE ALUNOS.
               CLOSE MATRICULA.
               CLOSE MATERIAS.
               CLOSE RELATO.
               CLOSE QUEDATXT.

               DISPLAY "ALUNOS COMPARADOS..........:"WS-COMPARADOS
               DISPLAY "ALUNOS APONTADOS...........:"WS-APONTADOS
               DISPLAY "APONTADOS C/ FALTAS A MAIS.:"WS-COM-FALTAS
               DISPLAY "FORA DE ATIVO NO ANO.......:"WS-FORA-ATIVO
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME
               DISPLAY "ARQUIVO DA ORIENTACAO: "WS-TXT-DSNAME

               IF WS-APONTADOS EQUAL 0
                  MOVE 4 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * POSICIONA O CAD DIRETO NA FATIA ANO/BIMESTRE A LER, PELO
      * CAMINHO DE ACESSO FD-CHAVE-PERIODO (ANO+BIM+MATERIA+ID)
      *----------------------------------------------------------------
           POSICIONA-FATIA.
               MOVE "N" TO WS-FATIA-VAZIA
               MOVE LOW-VALUES           TO FD-CHAVE-PERIODO
               MOVE WS-FILTRO-ANO        TO FD-ANO-LETIVO-P
               MOVE WS-BIMESTRE-LIDO     TO FD-BIMESTRE-P
               START CAD KEY NOT < FD-CHAVE-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-FATIA-VAZIA
               END-START.

           FIM-POSICIONA-FATIA.
               CONTINUE.

      *----------------------------------------------------------------
      * BIMESTRE ANTERIOR: ABRE UM PAR ALUNO+MATERIA NA TABELA
      *----------------------------------------------------------------
           GUARDA-ANTERIOR.
               IF WS-TOTAL-REG EQUAL 2000
                  DISPLAY "AVISO: LIMITE DE 2000 REGISTROS ATINGIDO."
                  MOVE "S" TO WS-OVFL
                  GO TO FIM-GUARDA-ANTERIOR
               END-IF

               ADD 1 TO WS-TOTAL-REG
               MOVE FD-ID        TO TR-ID (WS-TOTAL-REG)
               MOVE FD-MATERIA   TO TR-MATERIA (WS-TOTAL-REG)
               MOVE FD-TURMA     TO TR-TURMA (WS-TOTAL-REG)
               MOVE FD-MEDIA     TO TR-MEDIA-ANT (WS-TOTAL-REG)
               MOVE FD-FALTAS    TO TR-FALTAS-ANT (WS-TOTAL-REG)
               MOVE 0            TO TR-MEDIA-ATU (WS-TOTAL-REG)
               MOVE 0            TO TR-FALTAS-ATU (WS-TOTAL-REG)
               MOVE "S"          TO TR-TEM-ANT (WS-TOTAL-REG)
               MOVE "N"          TO TR-TEM-ATU (WS-TOTAL-REG).

           FIM-GUARDA-ANTERIOR.
               CONTINUE.

      *----------------------------------------------------------------
      * BIMESTRE PEDIDO: COMPLETA O PAR ABERTO NO BIMESTRE ANTERIOR;
      * MATERIA QUE O ALUNO NAO TINHA EM N-1 FICA FORA DA COMPARACAO
      *----------------------------------------------------------------
           GUARDA-ATUAL.
               MOVE 1 TO WS-I.

           PROCURA-PAR.
               IF WS-I > WS-TOTAL-REG
                  GO TO FIM-GUARDA-ATUAL
               END-IF
               IF TR-ID (WS-I) EQUAL FD-ID
                  AND TR-MATERIA (WS-I) EQUAL FD-MATERIA
                  MOVE FD-MEDIA  TO TR-MEDIA-ATU (WS-I)
                  MOVE FD-FALTAS TO TR-FALTAS-ATU (WS-I)
                  IF FD-TURMA NOT EQUAL SPACES
                     MOVE FD-TURMA TO TR-TURMA (WS-I)
                  END-IF
                  MOVE "S"       TO TR-TEM-ATU (WS-I)
                  GO TO FIM-GUARDA-ATUAL
               END-IF
               ADD 1 TO WS-I
               GO TO PROCURA-PAR.

           FIM-GUARDA-ATUAL.
               CONTINUE.

      *----------------------------------------------------------------
      * MONTA A TABELA DE ALUNOS COM OS PARES COMPLETOS, SOMANDO AS
      * MEDIAS E AS FALTAS DOS DOIS BIMESTRES E CONTANDO AS MATERIAS
      * EM QUEDA E AS QUE CAIRAM ABAIXO DA MEDIA DE APROVACAO
      *----------------------------------------------------------------
           MONTA-ALUNOS.
               MOVE 1 TO WS-I.

           MONTA-UM-PAR.
               IF WS-I > WS-TOTAL-REG
                  GO TO FIM-MONTA-ALUNOS
               END-IF
               IF TR-TEM-ATU (WS-I) NOT EQUAL "S"
                  ADD 1 TO WS-I
                  GO TO MONTA-UM-PAR
               END-IF

               MOVE 1 TO WS-J.

           PROCURA-ALUNO.
               IF WS-J > WS-TOTAL-ALU
                  GO TO CRIA-ALUNO
               END-IF
               IF TA-ID (WS-J) EQUAL TR-ID (WS-I)
                  GO TO ACUMULA-ALUNO
               END-IF
               ADD 1 TO WS-J
               GO TO PROCURA-ALUNO.

           CRIA-ALUNO.
               IF WS-TOTAL-ALU EQUAL 600
                  IF NOT HOUVE-OVERFLOW
                     DISPLAY "AVISO: LIMITE DE 600 ALUNOS ATINGIDO."
                  END-IF
                  MOVE "S" TO WS-OVFL
                  ADD 1 TO WS-I
                  GO TO MONTA-UM-PAR
               END-IF
               PERFORM CONFERE-MATRICULA
               IF NOT ALUNO-ATIVO
                  ADD 1 TO WS-FORA-ATIVO
                  PERFORM DESCARTA-ALUNO THRU FIM-DESCARTA-ALUNO
                  ADD 1 TO WS-I
                  GO TO MONTA-UM-PAR
               END-IF
               IF WS-FILTRO-TURMA NOT EQUAL SPACES
                  AND TA-TURMA (WS-K) NOT EQUAL WS-FILTRO-TURMA
                  PERFORM DESCARTA-ALUNO THRU FIM-DESCARTA-ALUNO
                  ADD 1 TO WS-I
                  GO TO MONTA-UM-PAR
               END-IF
               ADD 1 TO WS-TOTAL-ALU
               MOVE WS-TOTAL-ALU TO WS-J.

           ACUMULA-ALUNO.
               ADD TR-MEDIA-ANT (WS-I)  TO TA-SOMA-ANT (WS-J)
               ADD TR-MEDIA-ATU (WS-I)  TO TA-SOMA-ATU (WS-J)
               ADD TR-FALTAS-ANT (WS-I) TO TA-FALTAS-ANT (WS-J)
               ADD TR-FALTAS-ATU (WS-I) TO TA-FALTAS-ATU (WS-J)
               ADD 1                    TO TA-QTDE (WS-J)
               IF TR-MEDIA-ANT (WS-I) - TR-MEDIA-ATU (WS-I)
                  > PAR-QUEDA-RENDIMENTO
                  ADD 1 TO TA-QT-QUEDA (WS-J)
               END-IF
               IF TR-MEDIA-ANT (WS-I) NOT < PAR-MEDIA-APROVACAO
                  AND TR-MEDIA-ATU (WS-I) < PAR-MEDIA-APROVACAO
                  ADD 1 TO TA-QT-ABAIXO (WS-J)
               END-IF
               ADD 1 TO WS-I
               GO TO MONTA-UM-PAR.

           FIM-MONTA-ALUNOS.
               CONTINUE.

      *----------------------------------------------------------------
      * PREPARA A PROXIMA POSICAO DA TABELA DE ALUNOS PARA O ALUNO DO
      * PAR CORRENTE: NOME DO MESTRE E TURMA DA MATRICULA DO ANO (OU
      * DO LANCAMENTO, OU DO MESTRE); SITUACAO FORA DE "ATIVO" NA
      * MATRICULA DO ANO DESLIGA O ALUNO-ATIVO
      *----------------------------------------------------------------
           CONFERE-MATRICULA.
           MOVE "S" TO WS-ALUNO-ATIVO
           COMPUTE WS-K = WS-TOTAL-ALU + 1
           MOVE TR-ID (WS-I)    TO TA-ID (WS-K)
           MOVE SPACES          TO TA-NOME (WS-K)
           MOVE TR-TURMA (WS-I) TO TA-TURMA (WS-K)
           MOVE 0 TO TA-SOMA-ANT (WS-K) TA-SOMA-ATU (WS-K)
                     TA-QTDE (WS-K) TA-MEDIA-ANT (WS-K)
                     TA-MEDIA-ATU (WS-K) TA-FALTAS-ANT (WS-K)
                     TA-FALTAS-ATU (WS-K) TA-QT-QUEDA (WS-K)
                     TA-QT-ABAIXO (WS-K)
           MOVE "N" TO TA-APONTADO (WS-K)

           MOVE TR-ID (WS-I) TO AL-ID
           READ ALUNOS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE AL-NM TO TA-NOME (WS-K)
               IF TA-TURMA (WS-K) EQUAL SPACES
                  MOVE AL-TURMA TO TA-TURMA (WS-K)
               END-IF
           END-READ

           MOVE TR-ID (WS-I)  TO MA-ID
           MOVE WS-FILTRO-ANO TO MA-ANO-LETIVO
           READ MATRICULA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MA-TURMA NOT EQUAL SPACES
                  MOVE MA-TURMA TO TA-TURMA (WS-K)
               END-IF
               IF MA-SITUACAO NOT EQUAL SPACES
                  AND MA-SITUACAO NOT EQUAL "ATIVO"
                  MOVE "N" TO WS-ALUNO-ATIVO
               END-IF
           END-READ.

      *----------------------------------------------------------------
      * ALUNO FORA DA APURACAO: MARCA OS PARES DELE PARA NAO SEREM
      * REAVALIADOS NOS PROXIMOS PASSOS DA MONTAGEM
      *----------------------------------------------------------------
           DESCARTA-ALUNO.
           MOVE WS-I TO WS-K.

           DESCARTA-PAR.
           IF WS-K > WS-TOTAL-REG
              GO TO FIM-DESCARTA-ALUNO
           END-IF
           IF TR-ID (WS-K) EQUAL TR-ID (WS-I)
              AND WS-K NOT EQUAL WS-I
              MOVE "N" TO TR-TEM-ATU (WS-K)
           END-IF
           ADD 1 TO WS-K
           GO TO DESCARTA-PAR.

           FIM-DESCARTA-ALUNO.
           CONTINUE.

      *----------------------------------------------------------------
      * MEDIA GERAL DOS DOIS BIMESTRES E APONTAMENTO DE CADA ALUNO
      *----------------------------------------------------------------
           APURA-ALUNOS.
               MOVE 1 TO WS-I.

           APURA-UM-ALUNO.
               IF WS-I > WS-TOTAL-ALU
                  GO TO FIM-APURA-ALUNOS
               END-IF
               ADD 1 TO WS-COMPARADOS
               COMPUTE TA-MEDIA-ANT (WS-I) ROUNDED =
                       TA-SOMA-ANT (WS-I) / TA-QTDE (WS-I)
               COMPUTE TA-MEDIA-ATU (WS-I) ROUNDED =
                       TA-SOMA-ATU (WS-I) / TA-QTDE (WS-I)
               IF TA-QT-QUEDA (WS-I) > 0
                  OR TA-QT-ABAIXO (WS-I) > 1
                  OR TA-MEDIA-ANT (WS-I) - TA-MEDIA-ATU (WS-I)
                     > PAR-QUEDA-RENDIMENTO
                  MOVE "S" TO TA-APONTADO (WS-I)
                  ADD 1 TO WS-APONTADOS
                  IF TA-FALTAS-ATU (WS-I) > TA-FALTAS-ANT (WS-I)
                     ADD 1 TO WS-COM-FALTAS
                  END-IF
               END-IF
               ADD 1 TO WS-I
               GO TO APURA-UM-ALUNO.

           FIM-APURA-ALUNOS.
               CONTINUE.

      *----------------------------------------------------------------
      * ORDENA A TABELA DE ALUNOS POR TURMA E NOME (SELECAO)
      *----------------------------------------------------------------
           ORDENA-ALUNOS.
               MOVE 1 TO WS-I.

           ORDENA-ALU-I.
               IF WS-I >= WS-TOTAL-ALU
                  GO TO FIM-ORDENA-ALUNOS
               END-IF
               MOVE WS-I TO WS-MELHOR
               COMPUTE WS-J = WS-I + 1.

           ORDENA-ALU-J.
               IF WS-J > WS-TOTAL-ALU
                  GO TO ORDENA-ALU-TROCA
               END-IF
               IF TA-TURMA (WS-J) < TA-TURMA (WS-MELHOR)
                  MOVE WS-J TO WS-MELHOR
               ELSE
                  IF TA-TURMA (WS-J) EQUAL TA-TURMA (WS-MELHOR)
                     AND TA-NOME (WS-J) < TA-NOME (WS-MELHOR)
                     MOVE WS-J TO WS-MELHOR
                  END-IF
               END-IF
               ADD 1 TO WS-J
               GO TO ORDENA-ALU-J.

           ORDENA-ALU-TROCA.
               IF WS-MELHOR NOT EQUAL WS-I
                  MOVE TA-ENT (WS-I)      TO WS-TROCA-ALU
                  MOVE TA-ENT (WS-MELHOR) TO TA-ENT (WS-I)
                  MOVE WS-TROCA-ALU       TO TA-ENT (WS-MELHOR)
               END-IF
               ADD 1 TO WS-I
               GO TO ORDENA-ALU-I.

           FIM-ORDENA-ALUNOS.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME OS ALUNOS APONTADOS, AGRUPADOS POR TURMA, COM A LINHA
      * GERAL DO ALUNO SEGUIDA DE UMA LINHA POR MATERIA COMPARADA
      *----------------------------------------------------------------
           IMPRIME-TURMAS.
               MOVE HIGH-VALUES TO WS-TURMA-ATUAL
               MOVE 0 TO WS-APONTADOS-TURMA
               MOVE 1 TO WS-I.

           IMPRIME-UM-ALUNO.
               IF WS-I > WS-TOTAL-ALU
                  GO TO FECHA-ULTIMA-TURMA
               END-IF
               IF TA-APONTADO (WS-I) NOT EQUAL "S"
                  ADD 1 TO WS-I
                  GO TO IMPRIME-UM-ALUNO
               END-IF

               IF TA-TURMA (WS-I) NOT EQUAL WS-TURMA-ATUAL
                  IF WS-TURMA-ATUAL NOT EQUAL HIGH-VALUES
                     PERFORM IMPRIME-TOTAL-TURMA
                  END-IF
                  MOVE TA-TURMA (WS-I) TO WS-TURMA-ATUAL
                  MOVE WS-TURMA-ATUAL  TO SECAO001-TURMA
                  MOVE 0 TO WS-APONTADOS-TURMA
                  PERFORM IMPRIME-SECAO
               END-IF
               ADD 1 TO WS-APONTADOS-TURMA

               COMPUTE WS-VARIACAO =
                       TA-MEDIA-ATU (WS-I) - TA-MEDIA-ANT (WS-I)
               MOVE SPACES TO WS-MARCAS
               IF TA-MEDIA-ANT (WS-I) - TA-MEDIA-ATU (WS-I)
                  > PAR-QUEDA-RENDIMENTO
                  MOVE "QD" TO WS-MARCAS (1:2)
               END-IF
               IF TA-QT-ABAIXO (WS-I) > 1
                  MOVE "AB" TO WS-MARCAS (4:2)
               END-IF
               IF TA-FALTAS-ATU (WS-I) > TA-FALTAS-ANT (WS-I)
                  MOVE "FT" TO WS-MARCAS (7:2)
               END-IF

               MOVE TA-ID (WS-I)        TO DET001-ID
               MOVE TA-NOME (WS-I)      TO DET001-NOME
               MOVE TA-MEDIA-ANT (WS-I) TO DET001-MEDIA-ANT
               MOVE TA-MEDIA-ATU (WS-I) TO DET001-MEDIA-ATU
               MOVE WS-VARIACAO         TO DET001-VARIACAO
               MOVE TA-FALTAS-ANT (WS-I) TO DET001-FALTAS-ANT
               MOVE TA-FALTAS-ATU (WS-I) TO DET001-FALTAS-ATU
               MOVE WS-MARCAS           TO DET001-MARCAS
               PERFORM GRAVA-DETALHE

               MOVE "GERAL"             TO WS-MATERIA-TXT
               MOVE TA-MEDIA-ANT (WS-I) TO WS-MEDIA-EDT
               MOVE TA-MEDIA-ATU (WS-I) TO WS-MEDIA2-EDT
               MOVE TA-FALTAS-ANT (WS-I) TO WS-FALTAS-EDT
               MOVE TA-FALTAS-ATU (WS-I) TO WS-FALTAS2-EDT
               PERFORM GRAVA-TXT

               PERFORM IMPRIME-MATERIAS THRU FIM-IMPRIME-MATERIAS
               ADD 1 TO WS-I
               GO TO IMPRIME-UM-ALUNO.

           FECHA-ULTIMA-TURMA.
               IF WS-TURMA-ATUAL NOT EQUAL HIGH-VALUES
                  PERFORM IMPRIME-TOTAL-TURMA
               END-IF.

           FIM-IMPRIME-TURMAS.
               CONTINUE.

      *----------------------------------------------------------------
      * LINHAS DAS MATERIAS DO ALUNO CORRENTE (NA ORDEM DO CAD)
      *----------------------------------------------------------------
           IMPRIME-MATERIAS.
               MOVE 1 TO WS-J.

           IMPRIME-UMA-MATERIA.
               IF WS-J > WS-TOTAL-REG
                  GO TO FIM-IMPRIME-MATERIAS
               END-IF
               IF TR-ID (WS-J) NOT EQUAL TA-ID (WS-I)
                  OR TR-TEM-ATU (WS-J) NOT EQUAL "S"
                  ADD 1 TO WS-J
                  GO TO IMPRIME-UMA-MATERIA
               END-IF

               COMPUTE WS-VARIACAO =
                       TR-MEDIA-ATU (WS-J) - TR-MEDIA-ANT (WS-J)
               MOVE SPACES TO WS-MARCAS
               IF TR-MEDIA-ANT (WS-J) - TR-MEDIA-ATU (WS-J)
                  > PAR-QUEDA-RENDIMENTO
                  MOVE "QD" TO WS-MARCAS (1:2)
               END-IF
               IF TR-MEDIA-ANT (WS-J) NOT < PAR-MEDIA-APROVACAO
                  AND TR-MEDIA-ATU (WS-J) < PAR-MEDIA-APROVACAO
                  MOVE "AB" TO WS-MARCAS (4:2)
               END-IF
               IF TR-FALTAS-ATU (WS-J) > TR-FALTAS-ANT (WS-J)
                  MOVE "FT" TO WS-MARCAS (7:2)
               END-IF

               MOVE TR-MATERIA (WS-J) TO WS-MATERIA-IMP
               MOVE TR-MATERIA (WS-J) TO MT-MATERIA
               READ MATERIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MT-NOME TO WS-MATERIA-IMP
               END-READ

               MOVE WS-MATERIA-IMP      TO DET002-MATERIA
               MOVE TR-MEDIA-ANT (WS-J) TO DET002-MEDIA-ANT
               MOVE TR-MEDIA-ATU (WS-J) TO DET002-MEDIA-ATU
               MOVE WS-VARIACAO         TO DET002-VARIACAO
               MOVE TR-FALTAS-ANT (WS-J) TO DET002-FALTAS-ANT
               MOVE TR-FALTAS-ATU (WS-J) TO DET002-FALTAS-ATU
               MOVE WS-MARCAS           TO DET002-MARCAS
               PERFORM GRAVA-DETALHE-MATERIA

               MOVE TR-MATERIA (WS-J)   TO WS-MATERIA-TXT
               MOVE TR-MEDIA-ANT (WS-J) TO WS-MEDIA-EDT
               MOVE TR-MEDIA-ATU (WS-J) TO WS-MEDIA2-EDT
               MOVE TR-FALTAS-ANT (WS-J) TO WS-FALTAS-EDT
               MOVE TR-FALTAS-ATU (WS-J) TO WS-FALTAS2-EDT
               PERFORM GRAVA-TXT

               ADD 1 TO WS-J
               GO TO IMPRIME-UMA-MATERIA.

           FIM-IMPRIME-MATERIAS.
               CONTINUE.

      *----------------------------------------------------------------
      * SUBTOTAL DA TURMA
      *----------------------------------------------------------------
           IMPRIME-TOTAL-TURMA.
           MOVE WS-APONTADOS-TURMA TO SECAO002-APONTADOS
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM SECAO002
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * EXPORTACAO DELIMITADA POR "|" PARA A ORIENTACAO: UMA LINHA POR
      * MATERIA COMPARADA E UMA LINHA "GERAL" POR ALUNO APONTADO
      * TURMA|COD|NOME|ANO|BIM|MATERIA|MEDIA N-1|MEDIA N|DIFERENCA|
      * FALTAS N-1|FALTAS N|MARCAS
      *----------------------------------------------------------------
           GRAVA-TXT.
           MOVE WS-VARIACAO TO WS-VARIACAO-EDT
           MOVE SPACES TO WS-LINHA-TXT
           STRING TA-TURMA (WS-I)      DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  TA-ID (WS-I)         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  TA-NOME (WS-I)       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FILTRO-ANO        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FILTRO-BIMESTRE   DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-MATERIA-TXT       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-MEDIA-EDT         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-MEDIA2-EDT        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-VARIACAO-EDT      DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FALTAS-EDT        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-FALTAS2-EDT       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-MARCAS            DELIMITED BY SIZE
             INTO WS-LINHA-TXT
           END-STRING
           WRITE REG-QUEDA-TXT FROM WS-LINHA-TXT
           ADD 1 TO WS-LINHAS-TXT.

      *----------------------------------------------------------------
      * IMPRIME UM TITULO DE SECAO, QUEBRANDO PAGINA QUANDO PRECISO
      *----------------------------------------------------------------
           IMPRIME-SECAO.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM SECAO001
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A LINHA GERAL DO ALUNO, QUEBRANDO PAGINA QUANDO PRECISO
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
      * IMPRIME A LINHA DE UMA MATERIA, QUEBRANDO PAGINA QUANDO PRECISO
      *----------------------------------------------------------------
           GRAVA-DETALHE-MATERIA.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET002
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
           MOVE WS-BIMESTRE-ANT     TO CAB003-BIM-ANT.
           MOVE WS-FILTRO-BIMESTRE  TO CAB003-BIM.
           MOVE PAR-QUEDA-RENDIMENTO TO CAB003-QUEDA.
           MOVE PAR-MEDIA-APROVACAO TO CAB003-APROVACAO.

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
           IF WS-PAR-CHAVE EQUAL "MEDIA-APROVACAO"
              MOVE WS-PAR-VALOR TO WS-NOTA-TXT
              PERFORM CONVERTE-NOTA
              IF NOTA-OK
                 MOVE WS-NOTA-VAL TO PAR-MEDIA-APROVACAO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "QUEDA-RENDIMENTO"
              MOVE WS-PAR-VALOR TO WS-NOTA-TXT
              PERFORM CONVERTE-NOTA
              IF NOTA-OK
                 MOVE WS-NOTA-VAL TO PAR-QUEDA-RENDIMENTO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-QUEDA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-QUEDA-TXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
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

      *----------------------------------------------------------------
      * CONVERTE O TEXTO EM WS-NOTA-TXT (FORMATO N,N OU NN,N) PARA
      * WS-NOTA-VAL, SINALIZANDO WS-NOTA-OK QUANDO O FORMATO E VALIDO
      *----------------------------------------------------------------
           CONVERTE-NOTA.
           MOVE "N" TO WS-NOTA-OK
           MOVE 0   TO WS-NOTA-VAL
           IF WS-NOTA-INT2 IS NUMERIC
              AND WS-NOTA-VIRG2 EQUAL ","
              AND WS-NOTA-DEC2 IS NUMERIC
              COMPUTE WS-NOTA-VAL =
                      WS-NOTA-INT2 + WS-NOTA-DEC2 / 10
              MOVE "S" TO WS-NOTA-OK
           ELSE
              IF WS-NOTA-INT1 IS NUMERIC
                 AND WS-NOTA-VIRG1 EQUAL ","
                 AND WS-NOTA-DEC1 IS NUMERIC
                 COMPUTE WS-NOTA-VAL =
                         WS-NOTA-INT1 + WS-NOTA-DEC1 / 10
                 MOVE "S" TO WS-NOTA-OK
              END-IF
           END-IF.
       END PROGRAM SISTTQDR.
