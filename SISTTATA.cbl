      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:ATA DE RESULTADOS FINAIS DA TURMA. PARA UM ANO LETIVO E
      *         UMA TURMA, MONTA A PARTIR DO RESULTADO.DAT (SISTTFEC),
      *         DO MATRICULA.DAT E DO MATERIAS.DAT O QUADRO OFICIAL COM
      *         UMA LINHA POR ALUNO, EM ORDEM DE CHAMADA, E UMA COLUNA
      *         POR MATERIA COM A MEDIA ANUAL E O RESULTADO, SEGUIDO DO
      *         RESULTADO FINAL DO ALUNO. TRANSFERIDOS, EVADIDOS E
      *         FALECIDOS SAEM COM A DATA DA SITUACAO; DECISOES DO
      *         CONSELHO DE CLASSE (CONSELHO.DAT) SAEM MARCADAS. FECHA
      *         COM O QUADRO DE TOTAIS E AS ASSINATURAS DO DIRETOR E DO
      *         SECRETARIO. NAO IMPRIME ENQUANTO HOUVER ALUNO DA TURMA
      *         EM RECUPERACAO OU INCOMPLETO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. OS ALUNOS DA TURMA SAO OS DA
      *              MATRICULA DO ANO NAQUELA TURMA MAIS OS QUE TEM
      *              RESULTADO NO ANO SEM MATRICULA E COM A TURMA DO
      *              ARQUIVO MESTRE; ORDEM DE CHAMADA ALFABETICA. AS
      *              MATERIAS SAEM EM BLOCOS DE CINCO COLUNAS (CADA
      *              BLOCO EM PAGINA PROPRIA), NA ORDEM DO CODIGO DO
      *              CATALOGO. ALUNO ATIVO COM MATERIA REPROVADA SAI
      *              "PROM C/DEP" QUANDO TODAS AS REPROVACOES JA ESTAO
      *              NO DEPEND.DAT (SISTTABR). ALUNO ATIVO SEM NENHUM
      *              RESULTADO TAMBEM IMPEDE A ATA. RELATORIO EM
      *              ATA<ANO><TURMA>.LIS (PREFIXO ARQ-ATA NO PARAMET).
      * 15/10/2026 - OS REGISTROS DO RESULTADO, DO MATRICULA E DO
      *              ALUNOS ACOMPANHAM O NOVO LAYOUT COM A UNIDADE
      *              ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTATA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESULTADO ASSIGN TO WS-RESULT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RS-CHAVE
             FILE STATUS WS-FS-RESULT.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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

               SELECT CONSELHO ASSIGN TO WS-CSL-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CS-CHAVE
             FILE STATUS WS-FS-CONSELHO.

               SELECT DEPEND ASSIGN TO WS-DEP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DP-CHAVE
             FILE STATUS WS-FS-DEPEND.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD RESULTADO.
       01 REG-RESULT.
           03 RS-CHAVE.
               05 RS-ID                           PIC 9(4).
               05 RS-MATERIA                      PIC X(11).
               05 RS-ANO-LETIVO                   PIC 9(4).
           03 RS-NM                               PIC X(25).
           03 RS-MEDIA-ANUAL                      PIC 9(2)V9.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

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

       FD CONSELHO.
       01 REG-CONSELHO.
           03 CS-CHAVE.
               05 CS-ID                           PIC 9(4).
               05 CS-MATERIA                      PIC X(11).
               05 CS-ANO-LETIVO                   PIC 9(4).
               05 CS-BIMESTRE                     PIC 9(1).
           03 CS-DECISAO                          PIC X(11).
           03 CS-JUSTIFICATIVA                    PIC X(60).
           03 CS-DT-DECISAO                       PIC 9(8).

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

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-RESULT                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-CONSELHO                      PIC 99.
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-NOME-ESCOLA                     PIC X(40)  VALUE SPACES.
       77 WS-RESULT-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESULTADO.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-CSL-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONSELHO.DAT".
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-ATA-PREFIXO                      PIC X(80) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ATA".
       77 WS-RELATO-DSNAME                    PIC X(100).

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-TURMA                     PIC X(3).
       77 WS-TEM-MATRICULA                    PIC X VALUE "N".
         88 TEM-MATRICULA                     VALUE "S".
       77 WS-TEM-CONSELHO                     PIC X VALUE "N".
         88 TEM-CONSELHO                      VALUE "S".
       77 WS-TEM-DEPEND                       PIC X VALUE "N".
         88 TEM-DEPEND                        VALUE "S".

      *----------------------------------------------------------------
      * QUADRO DA ATA: ALUNOS DA TURMA (COM UMA CELULA POR MATERIA DO
      * QUADRO) E MATERIAS QUE APARECEM NO RESULTADO DESSES ALUNOS
      *----------------------------------------------------------------
       77 WS-TOTAL-ALU                        PIC 9(3) VALUE 0.
       77 WS-TOTAL-MAT                        PIC 9(2) VALUE 0.
       77 WS-I                                PIC 9(3).
       77 WS-J                                PIC 9(3).
       77 WS-M                                PIC 9(2).
       77 WS-N                                PIC 9(2).
       77 WS-MELHOR                           PIC 9(3).

       01 TAB-ALU.
           03 TA-ENT OCCURS 80 TIMES.
               05 TA-ID                       PIC 9(4).
               05 TA-NOME                     PIC X(25).
               05 TA-SITUACAO                 PIC X(11).
               05 TA-DT-SITUACAO              PIC 9(8).
               05 TA-RESULTADO                PIC X(11).
               05 TA-QT-CELULAS               PIC 9(2).
               05 TA-CEL OCCURS 20 TIMES.
                   10 TC-MEDIA                PIC 9(2)V9.
                   10 TC-RESULTADO            PIC X(11).
                   10 TC-CONSELHO             PIC X.

       01 WS-TROCA-ALU                        PIC X(361).

       01 TAB-MAT.
           03 TM-ENT OCCURS 20 TIMES.
               05 TM-MATERIA                  PIC X(11).
               05 TM-CODIGO                   PIC 9(3).
               05 TM-NOME                     PIC X(11).

       01 TAB-ORDEM.
           03 TO-MAT OCCURS 20 TIMES          PIC 9(2).
       77 WS-TROCA-ORDEM                      PIC 9(2).
       77 WS-MAT-A                            PIC 9(2).
       77 WS-MAT-B                            PIC 9(2).

       77 WS-OVFL                             PIC X VALUE "N".
         88 HOUVE-OVERFLOW                    VALUE "S".
       77 WS-ACHOU                            PIC X.
         88 ACHOU                             VALUE "S".
       77 WS-PENDENTES                        PIC 9(4) VALUE 0.
       77 WS-REPROVADAS                       PIC 9(2).
       77 WS-EM-DEPEND                        PIC 9(2).
       77 WS-POR-FALTA                        PIC X.

      *----------------------------------------------------------------
      * TOTAIS DA ATA
      *----------------------------------------------------------------
       77 WS-QT-MATRICULADOS                  PIC 9(4) VALUE 0.
       77 WS-QT-APROVADOS                     PIC 9(4) VALUE 0.
       77 WS-QT-PROM-DEP                      PIC 9(4) VALUE 0.
       77 WS-QT-REPROVADOS                    PIC 9(4) VALUE 0.
       77 WS-QT-REPR-FALTAS                   PIC 9(4) VALUE 0.
       77 WS-QT-TRANSFERIDOS                  PIC 9(4) VALUE 0.
       77 WS-QT-EVADIDOS                      PIC 9(4) VALUE 0.
       77 WS-QT-FALECIDOS                     PIC 9(4) VALUE 0.
       77 WS-QT-CONSELHO                      PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * BLOCO DE MATERIAS EM IMPRESSAO (CINCO COLUNAS POR BLOCO)
      *----------------------------------------------------------------
       77 WS-BLOCO-INI                        PIC 9(2).
       77 WS-BLOCO-FIM                        PIC 9(2).
       77 WS-COLUNA                           PIC 9(1).
       77 WS-ANO-TXT                          PIC 9(4).

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
           'ATA DE RESULTADOS FINAIS'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTATA'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(8) VALUE 'ESCOLA:'.
           05 CAB003-ESCOLA                   PIC X(40).
           05 FILLER                          PIC X(7) VALUE ' ANO: '.
           05 CAB003-ANO                      PIC 9999.
           05 FILLER                          PIC X(9) VALUE
           '  TURMA: '.
           05 CAB003-TURMA                    PIC X(3).
           05 FILLER                          PIC X(9) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(29) VALUE
           'NO. NOME DO ALUNO'.
           05 CAB004-COLUNA OCCURS 5 TIMES.
               10 CAB004-MATERIA              PIC X(7).
               10 FILLER                      PIC X(1).
           05 FILLER                          PIC X(11) VALUE
           'RESULTADO'.

       01 DET001.
           05 DET001-NUMERO                   PIC ZZ9.
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-NOME                     PIC X(24).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-COLUNA OCCURS 5 TIMES.
               10 DET001-MEDIA                PIC Z9,9.
               10 DET001-CODIGO               PIC X(2).
               10 DET001-CONSELHO             PIC X(1).
               10 FILLER                      PIC X(1).
           05 DET001-RESULTADO                PIC X(11).

       01 DET002.
           05 FILLER                          PIC X(8) VALUE SPACES.
           05 DET002-SITUACAO                 PIC X(11).
           05 FILLER                          PIC X(4) VALUE ' EM '.
           05 DET002-DIA                      PIC 99/.
           05 DET002-MES                      PIC 99/.
           05 DET002-ANO                      PIC 9999.
           05 FILLER                          PIC X(47) VALUE SPACES.

       01 LEGENDA1.
           05 FILLER                          PIC X(80) VALUE
           'AP=APROVADO RP=REPROVADO RF=REPROVADO POR FALTA AC/RC=APROV.
      -    '/REPROV. CONSELHO'.
       01 LEGENDA2.
           05 FILLER                          PIC X(80) VALUE
           'TR=TRANSFERIDO EV=EVADIDO FA=FALECIDO  *=DECISAO DO CONSELHO
      -    ' DE CLASSE'.

       01 TOT001.
           05 FILLER                          PIC X(30) VALUE
           'QUADRO DE TOTAIS DA TURMA'.
           05 FILLER                          PIC X(50) VALUE SPACES.

       01 TOT002.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 TOT002-TITULO                   PIC X(30).
           05 TOT002-QTDE                     PIC ZZZ9.
           05 FILLER                          PIC X(42) VALUE SPACES.

       01 ASS001.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 ASS001-LOCAL                    PIC X(40).
           05 FILLER                          PIC X(2) VALUE ', '.
           05 ASS001-DIA                      PIC 99/.
           05 ASS001-MES                      PIC 99/.
           05 ASS001-ANO                      PIC 9999.
           05 FILLER                          PIC X(24) VALUE SPACES.

       01 ASS002.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(36) VALUE
           '________________________________'.
           05 FILLER                          PIC X(40) VALUE
           '________________________________'.

       01 ASS003.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(36) VALUE
           'DIRETOR(A)'.
           05 FILLER                          PIC X(40) VALUE
           'SECRETARIO(A)'.

       01 AVISO001.
           05 FILLER                          PIC X(74) VALUE
           '*** ATENCAO: CAPACIDADE DA TABELA EXCEDIDA - ATA INCOMPLETA
      -    ' ***'.
           05 FILLER                          PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-FILTROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               DISPLAY "======================================"
               DISPLAY "********ATA DE RESULTADOS FINAIS*******"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               DISPLAY "DIGITE A TURMA"
               MOVE SPACES TO WS-FILTRO-TURMA
               ACCEPT WS-FILTRO-TURMA
               IF WS-FILTRO-TURMA EQUAL SPACES
                  DISPLAY "TURMA OBRIGATORIA"
                  GO TO OBTEM-FILTROS
               END-IF.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               OPEN INPUT RESULTADO.
               IF WS-FS-RESULT NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O RESULTADO.DAT,"
                          "WS-FS: "WS-FS-RESULT
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT ALUNOS.
               IF WS-FS-ALUNOS NOT EQUAL 0
                  DISPLAY "ARQUIVO MESTRE DE ALUNOS NAO ENCONTRADO,"
                          "WS-FS: "WS-FS-ALUNOS
                  CLOSE RESULTADO
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT MATERIAS.
               IF WS-FS-MATERIAS NOT EQUAL 0
                  DISPLAY "CATALOGO DE MATERIAS NAO ENCONTRADO,"
                          "WS-FS: "WS-FS-MATERIAS
                  CLOSE RESULTADO ALUNOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT CONSELHO.
               IF WS-FS-CONSELHO EQUAL 0
                  MOVE "S" TO WS-TEM-CONSELHO
               END-IF
               OPEN INPUT DEPEND.
               IF WS-FS-DEPEND EQUAL 0
                  MOVE "S" TO WS-TEM-DEPEND
               END-IF
               OPEN INPUT MATRICULA.
               IF WS-FS-MATRICULA EQUAL 0
                  MOVE "S" TO WS-TEM-MATRICULA
               END-IF

               PERFORM MONTA-TURMA THRU FIM-MONTA-TURMA
               PERFORM LE-RESULTADOS THRU FIM-LE-RESULTADOS

               IF WS-TOTAL-ALU EQUAL 0
                  DISPLAY "NENHUM ALUNO DA TURMA "WS-FILTRO-TURMA
                          " NO ANO "WS-FILTRO-ANO
                  PERFORM FECHA-ARQUIVOS
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM CONFERE-PENDENCIAS THRU FIM-CONFERE-PENDENCIAS
               IF WS-PENDENTES > 0
                  DISPLAY "ATA NAO EMITIDA: " WS-PENDENTES
                          " RESULTADO(S) AINDA EM ABERTO NA TURMA."
                  DISPLAY "CONCLUA A RECUPERACAO/PENDENCIAS E REFACA O"
                          " FECHAMENTO (SISTTFEC) ANTES DA ATA."
                  PERFORM FECHA-ARQUIVOS
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM ORDENA-ALUNOS THRU FIM-ORDENA-ALUNOS
               PERFORM ORDENA-MATERIAS THRU FIM-ORDENA-MATERIAS
               PERFORM APURA-RESULTADOS THRU FIM-APURA-RESULTADOS

               PERFORM MONTA-RELATO-DSNAME
               OPEN OUTPUT RELATO.
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR A ATA,WS-FS: "
                          WS-FS-RELATO
                  PERFORM FECHA-ARQUIVOS
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF

               MOVE 1 TO WS-BLOCO-INI.

           IMPRIME-BLOCO.
               IF WS-BLOCO-INI > WS-TOTAL-MAT
                  AND WS-BLOCO-INI > 1
                  GO TO IMPRIME-ENCERRAMENTO
               END-IF
               COMPUTE WS-BLOCO-FIM = WS-BLOCO-INI + 4
               IF WS-BLOCO-FIM > WS-TOTAL-MAT
                  MOVE WS-TOTAL-MAT TO WS-BLOCO-FIM
               END-IF
               PERFORM MONTA-CAB-BLOCO
               MOVE 0 TO ACUM-LINHAS
               PERFORM IMPRIME-ALUNOS THRU FIM-IMPRIME-ALUNOS
               ADD 5 TO WS-BLOCO-INI
               GO TO IMPRIME-BLOCO.

           IMPRIME-ENCERRAMENTO.
               PERFORM IMPRIME-TOTAIS
               CLOSE RELATO.
               PERFORM FECHA-ARQUIVOS.

               DISPLAY "ALUNOS NA ATA..............:"WS-TOTAL-ALU
               DISPLAY "MATERIAS NA ATA............:"WS-TOTAL-MAT
               DISPLAY "ATA GERADA EM: "WS-RELATO-DSNAME

            STOP RUN.

      *----------------------------------------------------------------
      * ALUNOS MATRICULADOS NA TURMA NO ANO (MATRICULA.DAT)
      *----------------------------------------------------------------
           MONTA-TURMA.
               IF NOT TEM-MATRICULA
                  DISPLAY "AVISO: MATRICULA.DAT INDISPONIVEL - TURMA"
                          " PELO ARQUIVO MESTRE DE ALUNOS."
                  GO TO FIM-MONTA-TURMA
               END-IF.

           LE-MATRICULA.
               READ MATRICULA NEXT
                   AT END
                   GO TO FIM-MONTA-TURMA
               END-READ
               IF MA-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  OR MA-TURMA NOT EQUAL WS-FILTRO-TURMA
                  GO TO LE-MATRICULA
               END-IF
               PERFORM INCLUI-ALUNO
               IF WS-I > 0
                  IF MA-SITUACAO NOT EQUAL SPACES
                     MOVE MA-SITUACAO TO TA-SITUACAO (WS-I)
                  END-IF
                  MOVE MA-DT-SITUACAO TO TA-DT-SITUACAO (WS-I)
               END-IF
               GO TO LE-MATRICULA.

           FIM-MONTA-TURMA.
               CONTINUE.

      *----------------------------------------------------------------
      * ACRESCENTA NA TABELA O ALUNO MA-ID (NOME DO ARQUIVO MESTRE);
      * DEVOLVE A POSICAO EM WS-I (ZERO QUANDO A TABELA ESTA CHEIA)
      *----------------------------------------------------------------
           INCLUI-ALUNO.
           IF WS-TOTAL-ALU EQUAL 80
              IF NOT HOUVE-OVERFLOW
                 DISPLAY "AVISO: LIMITE DE 80 ALUNOS NA TURMA."
              END-IF
              MOVE "S" TO WS-OVFL
              MOVE 0 TO WS-I
           ELSE
              ADD 1 TO WS-TOTAL-ALU
              MOVE WS-TOTAL-ALU TO WS-I
              MOVE MA-ID     TO TA-ID (WS-I)
              MOVE SPACES    TO TA-NOME (WS-I)
              MOVE "ATIVO"   TO TA-SITUACAO (WS-I)
              MOVE 0         TO TA-DT-SITUACAO (WS-I)
              MOVE SPACES    TO TA-RESULTADO (WS-I)
              MOVE 0         TO TA-QT-CELULAS (WS-I)
              MOVE 1 TO WS-M
              PERFORM LIMPA-CELULA 20 TIMES
              MOVE MA-ID TO AL-ID
              READ ALUNOS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE AL-NM TO TA-NOME (WS-I)
              END-READ
           END-IF.

           LIMPA-CELULA.
           MOVE 0      TO TC-MEDIA (WS-I WS-M)
           MOVE SPACES TO TC-RESULTADO (WS-I WS-M)
           MOVE SPACES TO TC-CONSELHO (WS-I WS-M)
           ADD 1 TO WS-M.

      *----------------------------------------------------------------
      * VARRE O RESULTADO.DAT DO ANO: CADA LINHA DE ALUNO DA TURMA VAI
      * PARA A CELULA ALUNO X MATERIA DO QUADRO. ALUNO SEM MATRICULA
      * NO ANO ENTRA PELA TURMA DO ARQUIVO MESTRE
      *----------------------------------------------------------------
           LE-RESULTADOS.
               READ RESULTADO NEXT
                   AT END
                   GO TO FIM-LE-RESULTADOS
               END-READ
               IF RS-ANO-LETIVO NOT EQUAL WS-FILTRO-ANO
                  GO TO LE-RESULTADOS
               END-IF

               PERFORM PROCURA-ALUNO THRU FIM-PROCURA-ALUNO
               IF NOT ACHOU
                  PERFORM ADMITE-SEM-MATRICULA
                      THRU FIM-ADMITE-SEM-MATRICULA
                  IF NOT ACHOU
                     GO TO LE-RESULTADOS
                  END-IF
               END-IF
               IF TA-NOME (WS-I) EQUAL SPACES
                  MOVE RS-NM TO TA-NOME (WS-I)
               END-IF

               PERFORM PROCURA-MATERIA THRU FIM-PROCURA-MATERIA
               IF NOT ACHOU
                  GO TO LE-RESULTADOS
               END-IF

               MOVE RS-MEDIA-ANUAL TO TC-MEDIA (WS-I WS-M)
               MOVE RS-RESULTADO   TO TC-RESULTADO (WS-I WS-M)
               ADD 1 TO TA-QT-CELULAS (WS-I)

               MOVE RS-ID         TO CS-ID
               MOVE RS-MATERIA    TO CS-MATERIA
               MOVE RS-ANO-LETIVO TO CS-ANO-LETIVO
               MOVE 0             TO CS-BIMESTRE
               IF NOT TEM-CONSELHO
                  GO TO LE-RESULTADOS
               END-IF
               READ CONSELHO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "*" TO TC-CONSELHO (WS-I WS-M)
                   ADD 1 TO WS-QT-CONSELHO
               END-READ
               GO TO LE-RESULTADOS.

           FIM-LE-RESULTADOS.
               CONTINUE.

           PROCURA-ALUNO.
           MOVE "N" TO WS-ACHOU
           MOVE 1 TO WS-I.

           LACO-PROCURA-ALUNO.
           IF WS-I > WS-TOTAL-ALU
              GO TO FIM-PROCURA-ALUNO
           END-IF
           IF TA-ID (WS-I) EQUAL RS-ID
              MOVE "S" TO WS-ACHOU
              GO TO FIM-PROCURA-ALUNO
           END-IF
           ADD 1 TO WS-I
           GO TO LACO-PROCURA-ALUNO.

           FIM-PROCURA-ALUNO.
           CONTINUE.

      *----------------------------------------------------------------
      * ALUNO COM RESULTADO NO ANO QUE NAO ESTA NO QUADRO: SO ENTRA SE
      * NAO TIVER MATRICULA NO ANO (MATRICULADO EM OUTRA TURMA FICA
      * FORA) E A TURMA DO ARQUIVO MESTRE FOR A PEDIDA
      *----------------------------------------------------------------
           ADMITE-SEM-MATRICULA.
           MOVE "N" TO WS-ACHOU
           IF TEM-MATRICULA
              MOVE RS-ID         TO MA-ID
              MOVE WS-FILTRO-ANO TO MA-ANO-LETIVO
              READ MATRICULA KEY IS MA-CHAVE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  GO TO FIM-ADMITE-SEM-MATRICULA
              END-READ
           END-IF
           MOVE RS-ID TO AL-ID
           READ ALUNOS
           INVALID KEY
               GO TO FIM-ADMITE-SEM-MATRICULA
           END-READ
           IF AL-TURMA NOT EQUAL WS-FILTRO-TURMA
              GO TO FIM-ADMITE-SEM-MATRICULA
           END-IF
           MOVE RS-ID TO MA-ID
           PERFORM INCLUI-ALUNO
           IF WS-I > 0
              MOVE "S" TO WS-ACHOU
           END-IF.

           FIM-ADMITE-SEM-MATRICULA.
           CONTINUE.

      *----------------------------------------------------------------
      * POSICAO DA MATERIA RS-MATERIA NO QUADRO (INCLUI SE PRECISO,
      * COM O CODIGO E O NOME DO CATALOGO); DEVOLVE EM WS-M
      *----------------------------------------------------------------
           PROCURA-MATERIA.
           MOVE "N" TO WS-ACHOU
           MOVE 1 TO WS-M.

           LACO-PROCURA-MATERIA.
           IF WS-M > WS-TOTAL-MAT
              GO TO INCLUI-MATERIA
           END-IF
           IF TM-MATERIA (WS-M) EQUAL RS-MATERIA
              MOVE "S" TO WS-ACHOU
              GO TO FIM-PROCURA-MATERIA
           END-IF
           ADD 1 TO WS-M
           GO TO LACO-PROCURA-MATERIA.

           INCLUI-MATERIA.
           IF WS-TOTAL-MAT EQUAL 20
              IF NOT HOUVE-OVERFLOW
                 DISPLAY "AVISO: LIMITE DE 20 MATERIAS NA ATA."
              END-IF
              MOVE "S" TO WS-OVFL
              GO TO FIM-PROCURA-MATERIA
           END-IF
           ADD 1 TO WS-TOTAL-MAT
           MOVE WS-TOTAL-MAT TO WS-M
           MOVE RS-MATERIA   TO TM-MATERIA (WS-M)
           MOVE RS-MATERIA   TO TM-NOME (WS-M)
           MOVE 999          TO TM-CODIGO (WS-M)
           MOVE RS-MATERIA   TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MT-CODIGO TO TM-CODIGO (WS-M)
               MOVE MT-NOME   TO TM-NOME (WS-M)
           END-READ
           MOVE WS-M TO TO-MAT (WS-M)
           MOVE "S" TO WS-ACHOU.

           FIM-PROCURA-MATERIA.
           CONTINUE.

      *----------------------------------------------------------------
      * ALUNO ATIVO COM MATERIA EM RECUPERACAO OU INCOMPLETO, OU SEM
      * NENHUM RESULTADO NO ANO, IMPEDE A EMISSAO DA ATA
      *----------------------------------------------------------------
           CONFERE-PENDENCIAS.
               MOVE 1 TO WS-I.

           CONFERE-UM-ALUNO.
               IF WS-I > WS-TOTAL-ALU
                  GO TO FIM-CONFERE-PENDENCIAS
               END-IF
               IF TA-SITUACAO (WS-I) NOT EQUAL "ATIVO"
                  ADD 1 TO WS-I
                  GO TO CONFERE-UM-ALUNO
               END-IF
               IF TA-QT-CELULAS (WS-I) EQUAL 0
                  ADD 1 TO WS-PENDENTES
                  DISPLAY "  "TA-ID (WS-I)" "TA-NOME (WS-I)
                          " SEM FECHAMENTO NO ANO"
               END-IF
               MOVE 1 TO WS-M.

           CONFERE-UMA-CELULA.
               IF WS-M > WS-TOTAL-MAT
                  ADD 1 TO WS-I
                  GO TO CONFERE-UM-ALUNO
               END-IF
               IF TC-RESULTADO (WS-I WS-M) EQUAL "RECUPERACAO"
                  OR TC-RESULTADO (WS-I WS-M) EQUAL "INCOMPLETO"
                  ADD 1 TO WS-PENDENTES
                  DISPLAY "  "TA-ID (WS-I)" "TA-NOME (WS-I)" "
                          TM-MATERIA (WS-M)" "TC-RESULTADO (WS-I WS-M)
               END-IF
               ADD 1 TO WS-M
               GO TO CONFERE-UMA-CELULA.

           FIM-CONFERE-PENDENCIAS.
               CONTINUE.

      *----------------------------------------------------------------
      * ORDEM DE CHAMADA: NOME DO ALUNO (SELECAO)
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
               IF TA-NOME (WS-J) < TA-NOME (WS-MELHOR)
                  MOVE WS-J TO WS-MELHOR
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
      * ORDEM DAS COLUNAS: CODIGO DO CATALOGO E SIGLA (SELECAO SOBRE
      * A TABELA DE ORDEM; AS CELULAS FICAM NA POSICAO ORIGINAL)
      *----------------------------------------------------------------
           ORDENA-MATERIAS.
               MOVE 1 TO WS-M.

           ORDENA-MAT-I.
               IF WS-M >= WS-TOTAL-MAT
                  GO TO FIM-ORDENA-MATERIAS
               END-IF
               MOVE WS-M TO WS-MELHOR
               COMPUTE WS-N = WS-M + 1.

           ORDENA-MAT-J.
               IF WS-N > WS-TOTAL-MAT
                  GO TO ORDENA-MAT-TROCA
               END-IF
               MOVE TO-MAT (WS-N)      TO WS-MAT-A
               MOVE TO-MAT (WS-MELHOR) TO WS-MAT-B
               IF TM-CODIGO (WS-MAT-A) < TM-CODIGO (WS-MAT-B)
                  MOVE WS-N TO WS-MELHOR
               ELSE
                  IF TM-CODIGO (WS-MAT-A) EQUAL TM-CODIGO (WS-MAT-B)
                     AND TM-MATERIA (WS-MAT-A) < TM-MATERIA (WS-MAT-B)
                     MOVE WS-N TO WS-MELHOR
                  END-IF
               END-IF
               ADD 1 TO WS-N
               GO TO ORDENA-MAT-J.

           ORDENA-MAT-TROCA.
               IF WS-MELHOR NOT EQUAL WS-M
                  MOVE TO-MAT (WS-M)      TO WS-TROCA-ORDEM
                  MOVE TO-MAT (WS-MELHOR) TO TO-MAT (WS-M)
                  MOVE WS-TROCA-ORDEM     TO TO-MAT (WS-MELHOR)
               END-IF
               ADD 1 TO WS-M
               GO TO ORDENA-MAT-I.

           FIM-ORDENA-MATERIAS.
               CONTINUE.

      *----------------------------------------------------------------
      * RESULTADO FINAL DE CADA ALUNO E TOTAIS DA ATA
      *----------------------------------------------------------------
           APURA-RESULTADOS.
               MOVE 1 TO WS-I.

           APURA-UM-ALUNO.
               IF WS-I > WS-TOTAL-ALU
                  GO TO FIM-APURA-RESULTADOS
               END-IF
               ADD 1 TO WS-QT-MATRICULADOS
               IF TA-SITUACAO (WS-I) EQUAL "TRANSFERIDO"
                  MOVE "TRANSFERIDO" TO TA-RESULTADO (WS-I)
                  ADD 1 TO WS-QT-TRANSFERIDOS
                  GO TO PROXIMO-ALUNO
               END-IF
               IF TA-SITUACAO (WS-I) EQUAL "EVADIDO"
                  MOVE "EVADIDO" TO TA-RESULTADO (WS-I)
                  ADD 1 TO WS-QT-EVADIDOS
                  GO TO PROXIMO-ALUNO
               END-IF
               IF TA-SITUACAO (WS-I) NOT EQUAL "ATIVO"
                  MOVE TA-SITUACAO (WS-I) TO TA-RESULTADO (WS-I)
                  ADD 1 TO WS-QT-FALECIDOS
                  GO TO PROXIMO-ALUNO
               END-IF

               MOVE 0   TO WS-REPROVADAS
               MOVE 0   TO WS-EM-DEPEND
               MOVE "N" TO WS-POR-FALTA
               MOVE 1   TO WS-M
               PERFORM CONTA-REPROVACAO WS-TOTAL-MAT TIMES

               IF WS-REPROVADAS EQUAL 0
                  MOVE "APROVADO" TO TA-RESULTADO (WS-I)
                  ADD 1 TO WS-QT-APROVADOS
               ELSE
                  IF WS-EM-DEPEND EQUAL WS-REPROVADAS
                     MOVE "PROM C/DEP" TO TA-RESULTADO (WS-I)
                     ADD 1 TO WS-QT-PROM-DEP
                  ELSE
                     IF WS-POR-FALTA EQUAL "S"
                        MOVE "REPR FALTAS" TO TA-RESULTADO (WS-I)
                        ADD 1 TO WS-QT-REPR-FALTAS
                     ELSE
                        MOVE "REPROVADO" TO TA-RESULTADO (WS-I)
                        ADD 1 TO WS-QT-REPROVADOS
                     END-IF
                  END-IF
               END-IF.

           PROXIMO-ALUNO.
               ADD 1 TO WS-I
               GO TO APURA-UM-ALUNO.

           FIM-APURA-RESULTADOS.
               CONTINUE.

      *----------------------------------------------------------------
      * CONTA A MATERIA WS-M DO ALUNO WS-I SE FOR REPROVACAO (MEDIA,
      * FALTAS OU CONSELHO) E SE ELA JA FOI PARA O DEPEND.DAT
      *----------------------------------------------------------------
           CONTA-REPROVACAO.
           IF TC-RESULTADO (WS-I WS-M) EQUAL "REPROVADO"
              OR TC-RESULTADO (WS-I WS-M) EQUAL "REPR FALTAS"
              OR TC-RESULTADO (WS-I WS-M) EQUAL "REPR CONS"
              ADD 1 TO WS-REPROVADAS
              IF TC-RESULTADO (WS-I WS-M) EQUAL "REPR FALTAS"
                 MOVE "S" TO WS-POR-FALTA
              END-IF
              MOVE TA-ID (WS-I)      TO DP-ID
              MOVE TM-MATERIA (WS-M) TO DP-MATERIA
              MOVE WS-FILTRO-ANO     TO DP-ANO-ORIGEM
              IF TEM-DEPEND
                 READ DEPEND
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WS-EM-DEPEND
                 END-READ
              END-IF
           END-IF
           ADD 1 TO WS-M.

      *----------------------------------------------------------------
      * TITULOS DAS COLUNAS DO BLOCO DE MATERIAS EM IMPRESSAO
      *----------------------------------------------------------------
           MONTA-CAB-BLOCO.
           MOVE 1 TO WS-COLUNA
           MOVE WS-BLOCO-INI TO WS-M
           PERFORM MONTA-CAB-COLUNA 5 TIMES.

           MONTA-CAB-COLUNA.
           MOVE SPACES TO CAB004-COLUNA (WS-COLUNA)
           IF WS-M NOT > WS-BLOCO-FIM
              MOVE TO-MAT (WS-M) TO WS-N
              MOVE TM-NOME (WS-N) TO CAB004-MATERIA (WS-COLUNA)
           END-IF
           ADD 1 TO WS-COLUNA
           ADD 1 TO WS-M.

      *----------------------------------------------------------------
      * LINHAS DOS ALUNOS NO BLOCO DE MATERIAS EM IMPRESSAO
      *----------------------------------------------------------------
           IMPRIME-ALUNOS.
               MOVE 1 TO WS-I.

           IMPRIME-UM-ALUNO.
               IF WS-I > WS-TOTAL-ALU
                  GO TO FIM-IMPRIME-ALUNOS
               END-IF
               MOVE WS-I              TO DET001-NUMERO
               MOVE TA-NOME (WS-I)    TO DET001-NOME
               MOVE TA-RESULTADO (WS-I) TO DET001-RESULTADO
               MOVE 1 TO WS-COLUNA
               MOVE WS-BLOCO-INI TO WS-M
               PERFORM MONTA-CELULA 5 TIMES
               PERFORM GRAVA-DETALHE

               IF TA-SITUACAO (WS-I) NOT EQUAL "ATIVO"
                  MOVE TA-SITUACAO (WS-I)    TO DET002-SITUACAO
                  MOVE TA-DT-SITUACAO (WS-I) TO WS-DATA-DESM
                  MOVE WS-DD-DIA             TO DET002-DIA
                  MOVE WS-DD-MES             TO DET002-MES
                  MOVE WS-DD-ANO             TO DET002-ANO
                  PERFORM GRAVA-SITUACAO
               END-IF

               ADD 1 TO WS-I
               GO TO IMPRIME-UM-ALUNO.

           FIM-IMPRIME-ALUNOS.
               CONTINUE.

      *----------------------------------------------------------------
      * CELULA DA COLUNA WS-COLUNA: MEDIA ANUAL, SIGLA DO RESULTADO E
      * MARCA DO CONSELHO; MATERIA NAO CURSADA SAI EM BRANCO
      *----------------------------------------------------------------
           MONTA-CELULA.
           MOVE SPACES TO DET001-COLUNA (WS-COLUNA)
           IF WS-M NOT > WS-BLOCO-FIM
              MOVE TO-MAT (WS-M) TO WS-N
              IF TC-RESULTADO (WS-I WS-N) NOT EQUAL SPACES
                 MOVE TC-MEDIA (WS-I WS-N)
                   TO DET001-MEDIA (WS-COLUNA)
                 MOVE TC-CONSELHO (WS-I WS-N)
                   TO DET001-CONSELHO (WS-COLUNA)
                 EVALUATE TC-RESULTADO (WS-I WS-N)
                     WHEN "APROVADO"
                          MOVE "AP" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "APROV CONS"
                          MOVE "AC" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "REPROVADO"
                          MOVE "RP" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "REPR FALTAS"
                          MOVE "RF" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "REPR CONS"
                          MOVE "RC" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "TRANSFERIDO"
                          MOVE "TR" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "EVADIDO"
                          MOVE "EV" TO DET001-CODIGO (WS-COLUNA)
                     WHEN "FALECIDO"
                          MOVE "FA" TO DET001-CODIGO (WS-COLUNA)
                     WHEN OTHER
                          MOVE TC-RESULTADO (WS-I WS-N)
                            TO DET001-CODIGO (WS-COLUNA)
                 END-EVALUATE
              END-IF
           END-IF
           ADD 1 TO WS-COLUNA
           ADD 1 TO WS-M.

      *----------------------------------------------------------------
      * LEGENDA, QUADRO DE TOTAIS E ASSINATURAS
      *----------------------------------------------------------------
           IMPRIME-TOTAIS.
           IF HOUVE-OVERFLOW
              WRITE REG-RELATO FROM AVISO001
           END-IF
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM LEGENDA1
           WRITE REG-RELATO FROM LEGENDA2
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM TOT001

           MOVE "MATRICULADOS"             TO TOT002-TITULO
           MOVE WS-QT-MATRICULADOS         TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "APROVADOS"                TO TOT002-TITULO
           MOVE WS-QT-APROVADOS            TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "PROMOVIDOS C/ DEPENDENCIA" TO TOT002-TITULO
           MOVE WS-QT-PROM-DEP             TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "REPROVADOS"               TO TOT002-TITULO
           MOVE WS-QT-REPROVADOS           TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "REPROVADOS POR FALTA"     TO TOT002-TITULO
           MOVE WS-QT-REPR-FALTAS          TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "TRANSFERIDOS"             TO TOT002-TITULO
           MOVE WS-QT-TRANSFERIDOS         TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "EVADIDOS"                 TO TOT002-TITULO
           MOVE WS-QT-EVADIDOS             TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "FALECIDOS"                TO TOT002-TITULO
           MOVE WS-QT-FALECIDOS            TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002
           MOVE "DECISOES DO CONSELHO"     TO TOT002-TITULO
           MOVE WS-QT-CONSELHO             TO TOT002-QTDE
           WRITE REG-RELATO FROM TOT002

           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           MOVE PAR-NOME-ESCOLA TO ASS001-LOCAL
           MOVE WS-DIA-SYS      TO ASS001-DIA
           MOVE WS-MES-SYS      TO ASS001-MES
           MOVE WS-ANO-SYS      TO ASS001-ANO
           WRITE REG-RELATO FROM ASS001
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM ASS002
           WRITE REG-RELATO FROM ASS003.

      *----------------------------------------------------------------
      * IMPRIME UMA LINHA DE ALUNO, QUEBRANDO PAGINA QUANDO PRECISO
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
      * LINHA DA SITUACAO DO ALUNO DESLIGADO, LOGO ABAIXO DA DELE
      *----------------------------------------------------------------
           GRAVA-SITUACAO.
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
           MOVE ACUM-PAG         TO CAB001-PAG.
           MOVE WS-HORA-SYS      TO CAB002-HORA.
           MOVE WS-MINUTO-SYS    TO CAB002-MINUTO.
           MOVE WS-DIA-SYS       TO CAB002-DIA.
           MOVE WS-MES-SYS       TO CAB002-MES.
           MOVE WS-ANO-SYS       TO CAB002-ANO.
           MOVE PAR-NOME-ESCOLA  TO CAB003-ESCOLA.
           MOVE WS-FILTRO-ANO    TO CAB003-ANO.
           MOVE WS-FILTRO-TURMA  TO CAB003-TURMA.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * NOME DA ATA: PREFIXO + ANO + TURMA (UMA ATA POR TURMA E ANO)
      *----------------------------------------------------------------
           MONTA-RELATO-DSNAME.
           MOVE WS-FILTRO-ANO TO WS-ANO-TXT
           MOVE SPACES TO WS-RELATO-DSNAME
           STRING WS-ATA-PREFIXO  DELIMITED BY SPACE
                  WS-ANO-TXT      DELIMITED BY SIZE
                  WS-FILTRO-TURMA DELIMITED BY SPACE
                  ".LIS"          DELIMITED BY SIZE
             INTO WS-RELATO-DSNAME
           END-STRING.

           FECHA-ARQUIVOS.
           CLOSE RESULTADO.
           CLOSE ALUNOS.
           CLOSE MATERIAS.
           IF TEM-CONSELHO
              CLOSE CONSELHO
           END-IF
           IF TEM-DEPEND
              CLOSE DEPEND
           END-IF.
           IF TEM-MATRICULA
              CLOSE MATRICULA
           END-IF.

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
           IF WS-PAR-CHAVE EQUAL "NOME-ESCOLA"
              MOVE WS-PAR-VALOR TO PAR-NOME-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-RESULTADO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RESULT-DSNAME
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
           IF WS-PAR-CHAVE EQUAL "ARQ-CONSELHO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CSL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ATA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ATA-PREFIXO
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTATA.
