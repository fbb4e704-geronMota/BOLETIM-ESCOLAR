      *              "REPROVADO" DO CONSELHO (RESULTADO "REPR CONS"),
      *              QUE ATE ENTAO ERA ACEITA PELO SISTTCSL E
      *              IGNORADA PELA REGUA.
      * 15/10/2026 - O FECHAMENTO PASSA A CONFERIR CADA ALUNO ATIVO
      *              CONTRA A MATRIZ CURRICULAR DA TURMA (MATRIZ.DAT,
      *              MANTIDA PELO SISTTMCR): MATERIA OBRIGATORIA SEM
      *              NENHUM REGISTRO NO CAD FECHA COMO "INCOMPLETO",
      *              COM LINHA PROPRIA NO RESULTADO.DAT E NO
      *              RELATORIO, E O ALUNO NAO E PROMOVIDO PELO
      *              SISTTABR. SEM O MATRIZ.DAT A CONFERENCIA E
      *              DISPENSADA COM AVISO.
      * 15/10/2026 - BIMESTRES DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *              IMPORTADA PELO SISTTGUI) ENTRAM NA MEDIA ANUAL COMO
      *              OS DEMAIS E SAEM MARCADOS "ORIG.EXT" NA LINHA DE
      *              NOTAS DO BIMESTRE; O TOTAL DELES E EXIBIDO NO FIM.
      * 15/10/2026 - FECHAMENTO DAS DEPENDENCIAS (TIPO 2, PERGUNTADO
      *              QUANDO NAO HA ARQUIVO NA LINHA DE COMANDO): LE AS
      *              NOTAS DO DEPNOTA.DAT LANCADAS PELO SISTTCAD, APLICA
      *              A MESMA REGUA DE MEDIA E FREQUENCIA E, EM VEZ DO
      *              RESULTADO.DAT, ATUALIZA A DEPENDENCIA NO
      *              DEPEND.DAT ("CUMPRIDA", "REPROVADA" OU "ABERTA"
      *              COM A MEDIA FINAL). SEM CONSELHO, MATRIZ, ORIGEM
      *              EXTERNA E CONFERENCIA DE DIGITACAO, QUE SAO DO ANO
      *              REGULAR. RELATORIO EM DEPFECHA.LIS.
      * 15/10/2026 - O GRUPO ALUNO+MATERIA COM PEDIDO DE REVISAO DE
      *              NOTA SEM DECISAO NO REVISAO.DAT (SISTTREV) EM
      *              ALGUM BIMESTRE GANHA LINHA DE AVISO NO RELATORIO E
      *              NO CONSOLE, COM CONTAGEM NO FINAL. O RESULTADO DO
      *              ANO NAO MUDA; SEM O ARQUIVO NAO HA AVISO.
      * 15/10/2026 - ALUNO+MATERIA COM CONCEITO NO CONCEITO.DAT (TURMA
      *              AVALIADA POR CONCEITO E PARECER DESCRITIVO) E
      *              CLASSIFICADO PELA FREQUENCIA E PELO CONCEITO FINAL
      *              (O DO 4. BIMESTRE) CONTRA CONCEITO-APROVACAO E
      *              CONCEITO-RECUPERACAO, NO LUGAR DA MEDIA ANUAL,
      *              QUE FICA ZERADA. O RELATORIO MOSTRA OS CONCEITOS
      *              NAS COLUNAS DOS BIMESTRES E DA MEDIA, SEM A LINHA
      *              DE NOTAS.
      * 15/10/2026 - FECHAMENTO PEDE A UNIDADE ESCOLAR (0 = TODAS),
      *              GRAVA A UNIDADE NO RESULTADO E IMPRIME SUBTOTAIS
      *              POR UNIDADE ANTES DO RODAPE (PARAMETRO
      *              UNIDADE-PADRAO PARA REGISTROS SEM UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTFEC.
             RECORD KEY IS CS-CHAVE
             FILE STATUS WS-FS-CONSELHO.

               SELECT MATRIZ ASSIGN TO WS-MCR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-CHAVE
             FILE STATUS WS-FS-MATRIZ.

               SELECT ORIGEXT ASSIGN TO WS-ORIGEXT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OE-CHAVE
             FILE STATUS WS-FS-ORIGEXT.

               SELECT REVISAO ASSIGN TO WS-REV-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RV-CHAVE
             FILE STATUS WS-FS-REVISAO.

               SELECT CONCEITO ASSIGN TO WS-CON-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CHAVE
             FILE STATUS WS-FS-CONCEITO.

               SELECT DEPEND ASSIGN TO WS-DEP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DP-CHAVE
             FILE STATUS WS-FS-DEPEND.

               SELECT CONFCTL ASSIGN TO WS-CTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CONFCTL.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD RESULTADO.
       01 REG-RESULT.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD CONSELHO.
       01 REG-CONSELHO.
           03 CS-JUSTIFICATIVA                    PIC X(60).
           03 CS-DT-DECISAO                       PIC 9(8).

       FD MATRIZ.
       01 REG-MATRIZ.
           03 MZ-CHAVE.
               05 MZ-TURMA                        PIC X(3).
               05 MZ-MATERIA                      PIC X(11).
           03 MZ-CARGA-HORARIA                    PIC 9(4).

       FD ORIGEXT.
       01 REG-ORIGEM.
           03 OE-CHAVE.
               05 OE-ID                           PIC 9(4).
               05 OE-MATERIA                      PIC X(11).
               05 OE-ANO-LETIVO                   PIC 9(4).
               05 OE-BIMESTRE                     PIC 9(1).
           03 OE-CODIGO-ESCOLA                    PIC 9(8).
           03 OE-ESCOLA                           PIC X(40).
           03 OE-ID-ORIGEM                        PIC 9(4).
           03 OE-DT-GUIA                          PIC 9(8).
           03 OE-DT-IMPORTACAO                    PIC 9(8).
           03 OE-OPERADOR                         PIC 9(3).

       FD REVISAO.
       01 REG-REVISAO.
           03 RV-CHAVE.
               05 RV-ID                           PIC 9(4).
               05 RV-MATERIA                      PIC X(11).
               05 RV-ANO-LETIVO                   PIC 9(4).
               05 RV-BIMESTRE                     PIC 9(1).
               05 RV-SEQ                          PIC 9(2).
           03 RV-NM                               PIC X(25).
           03 RV-NOTA                             PIC X(1).
           03 RV-NOTA-ANTES                       PIC 9(2)V9.
           03 RV-DT-ABERTURA                      PIC 9(8).
           03 RV-PRAZO                            PIC 9(8).
           03 RV-REQUERENTE                       PIC X(25).
           03 RV-FUNDAMENTO                       PIC X(60).
           03 RV-OPE-ABERTURA                     PIC 9(3).
           03 RV-SITUACAO                         PIC X(10).
           03 RV-PROFESSOR                        PIC X(25).
           03 RV-PARECER                          PIC X(60).
           03 RV-FAVORAVEL                        PIC X(1).
           03 RV-DT-PARECER                       PIC 9(8).
           03 RV-JUSTIFICATIVA                    PIC X(60).
           03 RV-DT-DECISAO                       PIC 9(8).
           03 RV-OPE-DECISAO                      PIC 9(3).
           03 RV-LOG-DATA                         PIC 9(8).
           03 RV-LOG-HORA                         PIC X(8).
           03 RV-LOG-OPERADOR                     PIC X(3).
           03 RV-NOTA-DEPOIS                      PIC 9(2)V9.

       FD CONCEITO.
       01 REG-CONCEITO.
           03 CO-CHAVE.
               05 CO-ID                           PIC 9(4).
               05 CO-MATERIA                      PIC X(11).
               05 CO-ANO-LETIVO                   PIC 9(4).
               05 CO-BIMESTRE                     PIC 9(1).
           03 CO-CONCEITO                         PIC X(2).
           03 CO-PARECER1                         PIC X(60).
           03 CO-PARECER2                         PIC X(60).
           03 CO-PARECER3                         PIC X(60).
           03 CO-DT-REGISTRO                      PIC 9(8).
           03 CO-OPERADOR                         PIC 9(3).

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

       FD CONFCTL.
       01 REG-CONFCTL                             PIC X(41).

       77 WS-APROV-CONSELHO                   PIC 9(6) VALUE 0.
       77 WS-REPRO-CONSELHO                   PIC 9(6) VALUE 0.
       77 WS-FS-CONFCTL                       PIC 99.
       77 WS-FS-MATRIZ                        PIC 99.
       77 WS-TEM-MATRIZ                       PIC X VALUE "N".
         88 TEM-MATRIZ                        VALUE "S".
       77 WS-OPCAO                            PIC X.
       77 WS-CONFERIDO                        PIC X.
         88 CONFERENCIA-OK                    VALUE "S".
       77 PAR-MEDIA-APROVACAO                 PIC 9(2)V9 VALUE 7,0.
       77 PAR-MEDIA-RECUPERACAO               PIC 9(2)V9 VALUE 5,0.
       77 PAR-FREQ-MINIMA                     PIC 9(3)   VALUE 75.
       77 PAR-CONCEITO-APROVACAO              PIC X(2)   VALUE "S".
       77 PAR-CONCEITO-RECUPERACAO            PIC X(2)   VALUE "ED".
       77 WS-RESULT-DSNAME                    PIC X(100) VALUE
        "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESULTADO.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-CSL-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONSELHO.DAT".
       77 WS-MCR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRIZ.DAT".
       77 WS-CTL-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONFCTL.DAT".
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-REV-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\REVISAO.DAT".
       77 WS-CON-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-DEPNOTA-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPNOTA.DAT".
       77 WS-DEPFEC-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPFECHA.LIS".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
       77 WS-REPROVADOS                       PIC 9(6) VALUE 0.
       77 WS-INCOMPLETOS                      PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * UNIDADE ESCOLAR A FECHAR (0 = TODAS) E SUBTOTAIS POR UNIDADE
      *----------------------------------------------------------------
       77 WS-UNIDADE-FECHA                    PIC 9(2) VALUE 0.
       77 WS-UNIDADE-REG                      PIC 9(2).
       77 WS-GRUPO-UNIDADE                    PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-QTDE-UNI                         PIC 9(2) VALUE 0.
       77 WS-IDX-UNI                          PIC 9(2).
       01 TAB-UNIDADE.
           05 TU-ENT OCCURS 20 TIMES.
               10 TU-UNIDADE                  PIC 9(2).
               10 TU-APURADOS                 PIC 9(6).
               10 TU-APROVADOS                PIC 9(6).
               10 TU-RECUPERACAO              PIC 9(6).
               10 TU-REPROVADOS               PIC 9(6).
               10 TU-INCOMPLETOS              PIC 9(6).
               10 TU-DESLIGADOS               PIC 9(6).

       77 WS-TEM-GRUPO                        PIC X VALUE "N".
         88 TEM-GRUPO                         VALUE "S".
       77 WS-GRUPO-PENDENTE                   PIC X VALUE "N".
           03 WS-GRUPO-ID                     PIC 9(4).
           03 WS-GRUPO-MATERIA                PIC X(11).
       01 WS-GRUPO-NM                         PIC X(25).
       77 WS-GRUPO-TURMA                      PIC X(3).
       77 WS-TURMA-ALUNO                      PIC X(3).

      *----------------------------------------------------------------
      * MATERIAS JA FECHADAS DO ALUNO EM APURACAO, CONFERIDAS CONTRA A
      * MATRIZ CURRICULAR DA TURMA NA QUEBRA DE ALUNO
      *----------------------------------------------------------------
       77 WS-QTDE-MAT-ALUNO                   PIC 9(2) VALUE 0.
       01 TAB-MAT-ALUNO.
           03 TM-MATERIA OCCURS 30 TIMES      PIC X(11).
       77 WS-IDX-MAT                          PIC 9(2).
       77 WS-ACHOU-MAT                        PIC X.
         88 ACHOU-MAT                         VALUE "S".
       77 WS-FORA-MATRIZ                      PIC 9(6) VALUE 0.
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-TEM-ORIGEXT                      PIC X VALUE "N".
         88 TEM-ORIGEXT                       VALUE "S".
       77 WS-BIM-EXTERNOS                     PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * PEDIDOS DE REVISAO DE NOTA AINDA SEM DECISAO (SISTTREV)
      *----------------------------------------------------------------
       77 WS-FS-REVISAO                       PIC 99.
       77 WS-TEM-REVISAO                      PIC X VALUE "N".
         88 TEM-REVISAO                       VALUE "S".
       77 WS-REVISAO-ABERTA                   PIC X.
         88 REVISAO-ABERTA                    VALUE "S".
       77 WS-GRUPO-REVISAO                    PIC X VALUE "N".
         88 GRUPO-REVISAO                     VALUE "S".
       77 WS-COM-REVISAO                      PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * TURMAS AVALIADAS POR CONCEITO E PARECER DESCRITIVO: O CONCEITO
      * DE CADA BIMESTRE VEM DO CONCEITO.DAT E O DO 4. BIMESTRE E O
      * CONCEITO FINAL (ESCALA NE=1 ED=2 S=3 PS=4)
      *----------------------------------------------------------------
       77 WS-FS-CONCEITO                      PIC 99.
       77 WS-TEM-CONCEITO                     PIC X VALUE "N".
         88 TEM-CONCEITO                      VALUE "S".
       77 WS-GRUPO-CONCEITUAL                 PIC X VALUE "N".
         88 GRUPO-CONCEITUAL                  VALUE "S".
       77 WS-CONCEITO-TXT                     PIC X(2).
         88 CONCEITO-VALIDO                   VALUE "PS" "S " "ED"
                                                    "NE".
       77 WS-NIVEL-CONCEITO                   PIC 9.
       77 WS-NIVEL-APROVACAO                  PIC 9.
       77 WS-NIVEL-RECUPERACAO                PIC 9.
       77 WS-CONCEITUAIS                      PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * FECHAMENTO DAS DEPENDENCIAS: LE O DEPNOTA.DAT NO LUGAR DO CAD E
      * ATUALIZA A SITUACAO NO DEPEND.DAT EM VEZ DE GRAVAR O RESULTADO
      *----------------------------------------------------------------
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-MODO-FECHAMENTO                  PIC X VALUE "R".
         88 MODO-DEPENDENCIA                  VALUE "D".
       77 WS-DEP-CUMPRIDAS                    PIC 9(6) VALUE 0.
       77 WS-DEP-REPROVADAS                   PIC 9(6) VALUE 0.
       77 WS-DEP-EM-ABERTO                    PIC 9(6) VALUE 0.
       77 WS-DEP-SEM-CADASTRO                 PIC 9(6) VALUE 0.

       01 WS-MEDIAS-BIM.
           03 WS-BIM-MEDIA OCCURS 4 TIMES     PIC 9(2)V9.
       01 WS-TEM-BIM.
           03 WS-BIM-TEM OCCURS 4 TIMES       PIC X.
       01 WS-EXT-BIM.
           03 WS-BIM-EXT OCCURS 4 TIMES       PIC X.
       01 WS-CONCEITOS-BIM.
           03 WS-BIM-CONCEITO OCCURS 4 TIMES  PIC X(2).
       01 WS-NOTAS-BIM.
           03 WS-NB OCCURS 4 TIMES.
               05 WS-NB-NT1                   PIC 9(2)V9.

       01 CAB003.
           05 FILLER                          PIC X(20) VALUE SPACES.
           05 CAB003-TITULO                   PIC X(27) VALUE
           'FECHAMENTO DO ANO LETIVO DE'.
           05 CAB003-ANO                      PIC 9999.
           05 FILLER                          PIC X(29) VALUE SPACES.
           05 FILLER                          PIC X(8) VALUE
           '  SUBST:'.
           05 DET002-SUBST                    PIC Z9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET002-ORIGEM                   PIC X(8).

       01 DET003.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 FILLER                          PIC X(60) VALUE
           'MATERIA DA MATRIZ CURRICULAR SEM NENHUM REGISTRO NO CAD'.

       01 DET004.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 FILLER                          PIC X(44) VALUE
           'REVISAO DE NOTA EM ABERTO (SISTTREV) - BIM.'.
           05 DET004-BIM                      PIC 9(1).
           05 FILLER                          PIC X(8) VALUE
           ' PEDIDO '.
           05 DET004-SEQ                      PIC 9(2).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET004-SITUACAO                 PIC X(10).
           05 FILLER                          PIC X(8) VALUE SPACES.

       01 DET005.
           05 FILLER                          PIC X(8) VALUE
           'UNIDADE '.
           05 DET005-UNIDADE                  PIC 9(2).
           05 FILLER                          PIC X(10) VALUE
           ' APURADOS:'.
           05 DET005-APURADOS                 PIC ZZZZZ9.
           05 FILLER                          PIC X(5) VALUE
           ' APR:'.
           05 DET005-APROVADOS                PIC ZZZZ9.
           05 FILLER                          PIC X(5) VALUE
           ' REC:'.
           05 DET005-RECUPERACAO              PIC ZZZZ9.
           05 FILLER                          PIC X(5) VALUE
           ' REP:'.
           05 DET005-REPROVADOS               PIC ZZZZ9.
           05 FILLER                          PIC X(5) VALUE
           ' INC:'.
           05 DET005-INCOMPLETOS              PIC ZZZZ9.
           05 FILLER                          PIC X(6) VALUE
           ' DESL:'.
           05 DET005-DESLIGADOS               PIC ZZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(21) VALUE
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-CAD-DSNAME FROM COMMAND-LINE
               IF WS-CAD-DSNAME EQUAL SPACES
                  PERFORM ESCOLHE-FECHAMENTO
                      THRU FIM-ESCOLHE-FECHAMENTO
               END-IF
               IF WS-CAD-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO ARQUIVO DE CADASTRO"
                  GO TO OBTEM-ANO
               END-IF.

           OBTEM-UNIDADE.
               DISPLAY "DIGITE A UNIDADE ESCOLAR A FECHAR (0 = TODAS)"
               ACCEPT WS-UNIDADE-FECHA
               IF WS-UNIDADE-FECHA NOT NUMERIC
                  DISPLAY "UNIDADE ESCOLAR INVALIDA"
                  GO TO OBTEM-UNIDADE
               END-IF.

           CONFERE-DIGITACAO.
               IF MODO-DEPENDENCIA
                  GO TO INICIO
               END-IF
               PERFORM VERIFICA-CONFERENCIA
                   THRU FIM-VERIFICA-CONFERENCIA
               IF NOT CONFERENCIA-OK
                  STOP RUN
               END-IF

               IF MODO-DEPENDENCIA
                  OPEN I-O DEPEND
                  IF WS-FS-DEPEND NOT EQUAL 0
                     DISPLAY "NAO FOI POSSIVEL ABRIR O DEPEND.DAT,"
                     DISPLAY "WS-FS-DEPEND: "WS-FS-DEPEND
                     CLOSE CAD
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  GO TO ABRE-AUXILIARES
               END-IF

               OPEN I-O RESULTADO.
               IF WS-FS-RESULT EQUAL 35
                  OPEN OUTPUT RESULTADO
                  CLOSE CAD
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF.

           ABRE-AUXILIARES.
               OPEN OUTPUT RELATO.
               OPEN INPUT ALUNOS.
               OPEN INPUT MATERIAS.
               OPEN INPUT MATRICULA.
               OPEN INPUT CONSELHO.

               IF MODO-DEPENDENCIA
                  GO TO LER-ARQUIVO
               END-IF

               OPEN INPUT MATRIZ.
               IF WS-FS-MATRIZ EQUAL 0
                  MOVE "S" TO WS-TEM-MATRIZ
               ELSE
                  DISPLAY "MATRIZ.DAT NAO ENCONTRADO: FECHAMENTO SEM"
                  DISPLAY "CONFERENCIA DA MATRIZ CURRICULAR (SISTTMCR)."
               END-IF

               OPEN INPUT ORIGEXT.
               IF WS-FS-ORIGEXT EQUAL 0
                  MOVE "S" TO WS-TEM-ORIGEXT
               END-IF

               OPEN INPUT REVISAO.
               IF WS-FS-REVISAO EQUAL 0
                  MOVE "S" TO WS-TEM-REVISAO
               END-IF

               OPEN INPUT CONCEITO.
               IF WS-FS-CONCEITO EQUAL 0
                  MOVE "S" TO WS-TEM-CONCEITO
               END-IF
               MOVE PAR-CONCEITO-APROVACAO   TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               MOVE WS-NIVEL-CONCEITO        TO WS-NIVEL-APROVACAO
               MOVE PAR-CONCEITO-RECUPERACAO TO WS-CONCEITO-TXT
               PERFORM NIVEL-CONCEITO
               MOVE WS-NIVEL-CONCEITO        TO WS-NIVEL-RECUPERACAO.

           LER-ARQUIVO.
               READ CAD
                   AT END
                  GO TO LER-ARQUIVO
               END-IF

               IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
                  MOVE FD-UNIDADE TO WS-UNIDADE-REG
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-REG
               END-IF
               IF WS-UNIDADE-FECHA NOT EQUAL 0
                  AND WS-UNIDADE-REG NOT EQUAL WS-UNIDADE-FECHA
                  GO TO LER-ARQUIVO
               END-IF

               IF TEM-GRUPO
                  IF FD-ID NOT EQUAL WS-GRUPO-ID
                     OR FD-MATERIA NOT EQUAL WS-GRUPO-MATERIA
                     PERFORM FECHA-GRUPO THRU FIM-FECHA-GRUPO
                     IF FD-ID NOT EQUAL WS-GRUPO-ID
                        PERFORM CONFERE-MATRIZ THRU FIM-CONFERE-MATRIZ
                     END-IF
                     PERFORM INICIA-GRUPO THRU FIM-INICIA-GRUPO
                  END-IF
               ELSE
                  MOVE FD-PESO3    TO WS-NB-PESO3 (FD-BIMESTRE)
                  MOVE FD-PESO4    TO WS-NB-PESO4 (FD-BIMESTRE)
                  MOVE FD-NT-SUBST TO WS-NB-SUBST (FD-BIMESTRE)
                  IF TEM-ORIGEXT
                     MOVE FD-CHAVE TO OE-CHAVE
                     READ ORIGEXT
                     NOT INVALID KEY
                         MOVE "S" TO WS-BIM-EXT (FD-BIMESTRE)
                         ADD 1 TO WS-BIM-EXTERNOS
                     END-READ
                  END-IF
                  IF TEM-CONCEITO
                     MOVE FD-CHAVE TO CO-CHAVE
                     READ CONCEITO
                     NOT INVALID KEY
                         MOVE CO-CONCEITO
                           TO WS-BIM-CONCEITO (FD-BIMESTRE)
                         MOVE "S" TO WS-GRUPO-CONCEITUAL
                     END-READ
                  END-IF
                  IF FD-PENDENTE NOT EQUAL SPACES
                     MOVE "S" TO WS-GRUPO-PENDENTE
                  END-IF
                  IF TEM-REVISAO AND NOT GRUPO-REVISAO
                     PERFORM VERIFICA-REVISAO THRU FIM-VERIFICA-REVISAO
                     IF REVISAO-ABERTA
                        MOVE "S"         TO WS-GRUPO-REVISAO
                        MOVE RV-BIMESTRE TO DET004-BIM
                        MOVE RV-SEQ      TO DET004-SEQ
                        MOVE RV-SITUACAO TO DET004-SITUACAO
                     END-IF
                  END-IF
               END-IF

               GO TO LER-ARQUIVO.
           FIM-LEITURA.
               IF TEM-GRUPO
                  PERFORM FECHA-GRUPO THRU FIM-FECHA-GRUPO
                  PERFORM CONFERE-MATRIZ THRU FIM-CONFERE-MATRIZ
               END-IF

               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-SUBTOTAIS THRU FIM-IMPRIME-SUBTOTAIS
                  PERFORM IMPRIME-RODAPE
               END-IF

               CLOSE CAD.
               IF MODO-DEPENDENCIA
                  CLOSE DEPEND
               ELSE
                  CLOSE RESULTADO
               END-IF
               CLOSE RELATO.
               CLOSE ALUNOS.
               CLOSE MATERIAS.
               CLOSE MATRICULA.
               CLOSE CONSELHO.
               IF TEM-MATRIZ
                  CLOSE MATRIZ
               END-IF
               IF TEM-ORIGEXT
                  CLOSE ORIGEXT
               END-IF
               IF TEM-REVISAO
                  CLOSE REVISAO
               END-IF
               IF TEM-CONCEITO
                  CLOSE CONCEITO
               END-IF

               DISPLAY "REGISTROS LIDOS NO CAD.....:"WS-LIDOS
               IF WS-UNIDADE-FECHA NOT EQUAL 0
                  DISPLAY "UNIDADE ESCOLAR FECHADA....:"WS-UNIDADE-FECHA
               END-IF
               DISPLAY "FECHAMENTOS APURADOS.......:"WS-APURADOS
               DISPLAY "APROVADOS NO ANO...........:"WS-APROVADOS
               DISPLAY "EM RECUPERACAO NO ANO......:"WS-RECUPERACAO
               DISPLAY "TRANSFERIDOS/EVADIDOS......:"WS-DESLIGADOS
               DISPLAY "APROVADOS PELO CONSELHO....:"WS-APROV-CONSELHO
               DISPLAY "REPROVADOS PELO CONSELHO...:"WS-REPRO-CONSELHO
               DISPLAY "MATERIAS DA MATRIZ SEM CAD.:"WS-FORA-MATRIZ
               DISPLAY "BIMESTRES DE ORIGEM EXTERNA:"WS-BIM-EXTERNOS
               IF NOT MODO-DEPENDENCIA
                  DISPLAY "COM REVISAO DE NOTA ABERTA.:"WS-COM-REVISAO
                  DISPLAY "FECHADOS POR CONCEITO......:"WS-CONCEITUAIS
               END-IF
               IF MODO-DEPENDENCIA
                  DISPLAY "DEPENDENCIAS CUMPRIDAS.....:"WS-DEP-CUMPRIDAS
                  DISPLAY "DEPENDENCIAS REPROVADAS....:"
                          WS-DEP-REPROVADAS
                  DISPLAY "DEPENDENCIAS EM ABERTO.....:"WS-DEP-EM-ABERTO
                  DISPLAY "NOTAS SEM DEPENDENCIA......:"
                          WS-DEP-SEM-CADASTRO
               END-IF

               PERFORM GRAVA-RUNCTL

               MOVE FD-ID      TO WS-GRUPO-ID
               MOVE FD-MATERIA TO WS-GRUPO-MATERIA
               MOVE FD-NM      TO WS-GRUPO-NM
               MOVE FD-TURMA   TO WS-GRUPO-TURMA
               MOVE WS-UNIDADE-REG TO WS-GRUPO-UNIDADE

               MOVE FD-ID TO AL-ID
               READ ALUNOS
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-NM TO WS-GRUPO-NM
                   IF WS-GRUPO-TURMA EQUAL SPACES
                      MOVE AL-TURMA TO WS-GRUPO-TURMA
                   END-IF
               END-READ

               MOVE 0   TO WS-SOMA-FALTAS
               MOVE 0   TO WS-SOMA-AULAS
               MOVE "N" TO WS-GRUPO-PENDENTE
               MOVE "N" TO WS-GRUPO-REVISAO
               MOVE "N" TO WS-GRUPO-CONCEITUAL
               MOVE 1   TO WS-IDX.

           LIMPA-BIMESTRE.
               END-IF
               MOVE 0     TO WS-BIM-MEDIA (WS-IDX)
               MOVE "N"   TO WS-BIM-TEM (WS-IDX)
               MOVE "N"   TO WS-BIM-EXT (WS-IDX)
               MOVE ZEROS TO WS-NB (WS-IDX)
               MOVE SPACES TO WS-BIM-CONCEITO (WS-IDX)
               ADD 1 TO WS-IDX
               GO TO LIMPA-BIMESTRE.

                  COMPUTE WS-MEDIA-ANUAL ROUNDED =
                          WS-SOMA-MEDIAS / WS-QTDE-BIM
               END-IF
               IF GRUPO-CONCEITUAL
                  MOVE 0 TO WS-MEDIA-ANUAL
                  ADD 1 TO WS-CONCEITUAIS
               END-IF

               IF WS-SOMA-AULAS > 0
                  COMPUTE WS-FREQUENCIA ROUNDED =

               PERFORM OBTEM-SITUACAO-MATRICULA
               PERFORM OBTEM-DECISAO-CONSELHO
                   THRU FIM-OBTEM-DECISAO-CONSELHO

               IF WS-SITUACAO-ALUNO NOT EQUAL "ATIVO"
                  MOVE WS-SITUACAO-ALUNO TO WS-RESULTADO-ANO
                  ADD 1 TO WS-REPRO-CONSELHO
               ELSE
               IF WS-QTDE-BIM < 4 OR GRUPO-PENDENTE
                  OR (GRUPO-CONCEITUAL
                      AND WS-BIM-CONCEITO (4) EQUAL SPACES)
                  MOVE "INCOMPLETO" TO WS-RESULTADO-ANO
                  ADD 1 TO WS-INCOMPLETOS
               ELSE
                     MOVE "REPR FALTAS" TO WS-RESULTADO-ANO
                     ADD 1 TO WS-REPROVADOS
                  ELSE
                  IF GRUPO-CONCEITUAL
                     PERFORM CLASSIFICA-CONCEITO
                  ELSE
                  IF WS-MEDIA-ANUAL >= PAR-MEDIA-APROVACAO
                     MOVE "APROVADO"    TO WS-RESULTADO-ANO
                     ADD 1 TO WS-APROVADOS
                     END-IF
                  END-IF
                  END-IF
                  END-IF
               END-IF
               END-IF
               END-IF
               END-IF

               ADD 1 TO WS-APURADOS
               PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE

               IF MODO-DEPENDENCIA
                  PERFORM ATUALIZA-DEPENDENCIA
                      THRU FIM-ATUALIZA-DEPENDENCIA
               ELSE
                  PERFORM GRAVA-RESULTADO
               END-IF

               IF WS-QTDE-MAT-ALUNO < 30
                  ADD 1 TO WS-QTDE-MAT-ALUNO
                  MOVE WS-GRUPO-MATERIA
                    TO TM-MATERIA (WS-QTDE-MAT-ALUNO)
               END-IF

               PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE

               IF GRUPO-REVISAO
                  ADD 1 TO WS-COM-REVISAO
                  IF ACUM-LINHAS >= WS-MAX-LINHAS
                     PERFORM IMPRIME-CABECALHO
                  END-IF
                  WRITE REG-RELATO FROM DET004
                  ADD 1 TO ACUM-LINHAS
                  DISPLAY "ATENCAO: REVISAO DE NOTA EM ABERTO"
                  DISPLAY "  ALUNO "WS-GRUPO-ID" "WS-GRUPO-MATERIA
                          " BIMESTRE "DET004-BIM" PEDIDO "DET004-SEQ
                          " - RESULTADO "WS-RESULTADO-ANO
               END-IF.

           FIM-FECHA-GRUPO.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA NO REVISAO.DAT UM PEDIDO DE REVISAO DE NOTA AINDA SEM
      * DECISAO (ABERTO OU PARECER) PARA A CHAVE DO REGISTRO DO CAD
      *----------------------------------------------------------------
           VERIFICA-REVISAO.
               MOVE "N"           TO WS-REVISAO-ABERTA
               MOVE FD-ID         TO RV-ID
               MOVE FD-MATERIA    TO RV-MATERIA
               MOVE FD-ANO-LETIVO TO RV-ANO-LETIVO
               MOVE FD-BIMESTRE   TO RV-BIMESTRE
               MOVE 0             TO RV-SEQ
               START REVISAO KEY NOT < RV-CHAVE
               INVALID KEY
                   GO TO FIM-VERIFICA-REVISAO
               END-START.

           LE-REVISAO.
               READ REVISAO NEXT
                   AT END
                   GO TO FIM-VERIFICA-REVISAO
               END-READ
               IF RV-ID NOT EQUAL FD-ID
                  OR RV-MATERIA NOT EQUAL FD-MATERIA
                  OR RV-ANO-LETIVO NOT EQUAL FD-ANO-LETIVO
                  OR RV-BIMESTRE NOT EQUAL FD-BIMESTRE
                  GO TO FIM-VERIFICA-REVISAO
               END-IF
               IF RV-SITUACAO EQUAL "ABERTO"
                  OR RV-SITUACAO EQUAL "PARECER"
                  MOVE "S" TO WS-REVISAO-ABERTA
                  GO TO FIM-VERIFICA-REVISAO
               END-IF
               GO TO LE-REVISAO.

           FIM-VERIFICA-REVISAO.
               CONTINUE.

      *----------------------------------------------------------------
      * GRAVA (OU REGRAVA, NO REFECHAMENTO) O RESULTADO DO GRUPO
      * ALUNO+MATERIA EM APURACAO
      *----------------------------------------------------------------
           GRAVA-RESULTADO.
               MOVE WS-GRUPO-ID      TO RS-ID
               MOVE WS-GRUPO-MATERIA TO RS-MATERIA
               MOVE WS-ANO-FECHA     TO RS-ANO-LETIVO
               MOVE WS-MEDIA-ANUAL   TO RS-MEDIA-ANUAL
               MOVE WS-RESULTADO-ANO TO RS-RESULTADO
               MOVE WS-QTDE-BIM      TO RS-QTDE-BIM
               MOVE WS-GRUPO-UNIDADE TO RS-UNIDADE
               IF WS-TRANSMITIDO-ANT EQUAL "T"
                  AND WS-MEDIA-ANT EQUAL WS-MEDIA-ANUAL
                  AND WS-RESULTADO-ANT EQUAL WS-RESULTADO-ANO
                       DISPLAY "NAO FOI POSSIVEL GRAVAR O RESULTADO,"
                       DISPLAY "WS-FS-RESULT: "WS-FS-RESULT
                   END-REWRITE
               END-WRITE.

      *----------------------------------------------------------------
      * SOMA O FECHAMENTO APURADO NO SUBTOTAL DA UNIDADE ESCOLAR DO
      * GRUPO (ATE 20 UNIDADES NO MESMO FECHAMENTO). A DECISAO DO
      * CONSELHO CONTA COMO APROVADO/REPROVADO E O QUE NAO E ATIVO
      * CONTA COMO DESLIGADO, PARA AS COLUNAS SOMAREM OS APURADOS
      *----------------------------------------------------------------
           SOMA-UNIDADE.
               MOVE 1 TO WS-IDX-UNI.

           PROCURA-UNIDADE.
               IF WS-IDX-UNI > WS-QTDE-UNI
                  IF WS-QTDE-UNI EQUAL 20
                     GO TO FIM-SOMA-UNIDADE
                  END-IF
                  ADD 1 TO WS-QTDE-UNI
                  MOVE WS-QTDE-UNI      TO WS-IDX-UNI
                  MOVE WS-GRUPO-UNIDADE TO TU-UNIDADE (WS-IDX-UNI)
                  MOVE 0 TO TU-APURADOS (WS-IDX-UNI)
                  MOVE 0 TO TU-APROVADOS (WS-IDX-UNI)
                  MOVE 0 TO TU-RECUPERACAO (WS-IDX-UNI)
                  MOVE 0 TO TU-REPROVADOS (WS-IDX-UNI)
                  MOVE 0 TO TU-INCOMPLETOS (WS-IDX-UNI)
                  MOVE 0 TO TU-DESLIGADOS (WS-IDX-UNI)
               END-IF
               IF TU-UNIDADE (WS-IDX-UNI) NOT EQUAL WS-GRUPO-UNIDADE
                  ADD 1 TO WS-IDX-UNI
                  GO TO PROCURA-UNIDADE
               END-IF

               ADD 1 TO TU-APURADOS (WS-IDX-UNI)
               IF WS-RESULTADO-ANO EQUAL "APROVADO"
                  OR WS-RESULTADO-ANO EQUAL "APROV CONS"
                  ADD 1 TO TU-APROVADOS (WS-IDX-UNI)
                  GO TO FIM-SOMA-UNIDADE
               END-IF
               IF WS-RESULTADO-ANO EQUAL "RECUPERACAO"
                  ADD 1 TO TU-RECUPERACAO (WS-IDX-UNI)
                  GO TO FIM-SOMA-UNIDADE
               END-IF
               IF WS-RESULTADO-ANO EQUAL "REPROVADO"
                  OR WS-RESULTADO-ANO EQUAL "REPR FALTAS"
                  OR WS-RESULTADO-ANO EQUAL "REPR CONS"
                  ADD 1 TO TU-REPROVADOS (WS-IDX-UNI)
                  GO TO FIM-SOMA-UNIDADE
               END-IF
               IF WS-RESULTADO-ANO EQUAL "INCOMPLETO"
                  ADD 1 TO TU-INCOMPLETOS (WS-IDX-UNI)
                  GO TO FIM-SOMA-UNIDADE
               END-IF
               ADD 1 TO TU-DESLIGADOS (WS-IDX-UNI).

           FIM-SOMA-UNIDADE.
               CONTINUE.

      *----------------------------------------------------------------
      * FECHAMENTO DAS DEPENDENCIAS: LOCALIZA NO DEPEND.DAT A
      * DEPENDENCIA DO ALUNO+MATERIA CURSADA NO ANO FECHADO E GRAVA A
      * MEDIA E A SITUACAO: APROVADO "CUMPRIDA", REPROVADO (NOTA OU
      * FALTAS) "REPROVADA"; RECUPERACAO, BIMESTRE FALTANDO OU ALUNO
      * DESLIGADO MANTEM "ABERTA". NOTA SEM DEPENDENCIA SO E CONTADA
      *----------------------------------------------------------------
           ATUALIZA-DEPENDENCIA.
               MOVE WS-GRUPO-ID      TO DP-ID
               MOVE WS-GRUPO-MATERIA TO DP-MATERIA
               MOVE 0                TO DP-ANO-ORIGEM
               START DEPEND KEY NOT < DP-CHAVE
               INVALID KEY
                   GO TO SEM-DEPENDENCIA
               END-START.

           LE-DEPENDENCIA.
               READ DEPEND NEXT
                   AT END
                   GO TO SEM-DEPENDENCIA
               END-READ
               IF DP-ID NOT EQUAL WS-GRUPO-ID
                  OR DP-MATERIA NOT EQUAL WS-GRUPO-MATERIA
                  GO TO SEM-DEPENDENCIA
               END-IF
               IF DP-ANO-CURSAR NOT EQUAL WS-ANO-FECHA
                  GO TO LE-DEPENDENCIA
               END-IF

               MOVE WS-MEDIA-ANUAL TO DP-MEDIA-FINAL
               MOVE WS-DATE-SYS    TO DP-DT-SITUACAO
               IF WS-RESULTADO-ANO EQUAL "APROVADO"
                  MOVE "CUMPRIDA"  TO DP-SITUACAO
                  ADD 1 TO WS-DEP-CUMPRIDAS
               ELSE
               IF WS-RESULTADO-ANO EQUAL "REPROVADO"
                  OR WS-RESULTADO-ANO EQUAL "REPR FALTAS"
                  MOVE "REPROVADA" TO DP-SITUACAO
                  ADD 1 TO WS-DEP-REPROVADAS
               ELSE
                  MOVE "ABERTA"    TO DP-SITUACAO
                  ADD 1 TO WS-DEP-EM-ABERTO
               END-IF
               END-IF

               REWRITE REG-DEPEND
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR A DEPENDENCIA,"
                   DISPLAY "WS-FS-DEPEND: "WS-FS-DEPEND
               END-REWRITE
               GO TO FIM-ATUALIZA-DEPENDENCIA.

           SEM-DEPENDENCIA.
               DISPLAY "NOTA SEM DEPENDENCIA NO DEPEND.DAT: "
                       WS-GRUPO-ID" "WS-GRUPO-MATERIA
               ADD 1 TO WS-DEP-SEM-CADASTRO.

           FIM-ATUALIZA-DEPENDENCIA.
               CONTINUE.

      *----------------------------------------------------------------
      * CONFERE O ALUNO QUE ACABOU DE FECHAR CONTRA A MATRIZ
      * CURRICULAR DA TURMA: CADA MATERIA OBRIGATORIA SEM NENHUM
      * REGISTRO NO CAD FECHA COMO "INCOMPLETO" (ALUNO DESLIGADO NAO
      * E CONFERIDO). A TURMA E A DA MATRICULA DO ANO, COM FALLBACK
      * NA TURMA DO CAD E NA DO ARQUIVO MESTRE
      *----------------------------------------------------------------
           CONFERE-MATRIZ.
               IF NOT TEM-MATRIZ
                  OR WS-SITUACAO-ALUNO NOT EQUAL "ATIVO"
                  OR WS-TURMA-ALUNO EQUAL SPACES
                  GO TO FIM-CONFERE-MATRIZ
               END-IF
               MOVE WS-TURMA-ALUNO TO MZ-TURMA
               MOVE LOW-VALUES     TO MZ-MATERIA
               START MATRIZ KEY NOT < MZ-CHAVE
               INVALID KEY
                   GO TO FIM-CONFERE-MATRIZ
               END-START.

           LE-MATRIZ.
               READ MATRIZ NEXT
                   AT END
                   GO TO FIM-CONFERE-MATRIZ
               END-READ
               IF MZ-TURMA NOT EQUAL WS-TURMA-ALUNO
                  GO TO FIM-CONFERE-MATRIZ
               END-IF

               MOVE "N" TO WS-ACHOU-MAT
               MOVE 1   TO WS-IDX-MAT.

           PROCURA-MAT-ALUNO.
               IF WS-IDX-MAT > WS-QTDE-MAT-ALUNO
                  GO TO AVALIA-MAT-MATRIZ
               END-IF
               IF TM-MATERIA (WS-IDX-MAT) EQUAL MZ-MATERIA
                  MOVE "S" TO WS-ACHOU-MAT
                  GO TO AVALIA-MAT-MATRIZ
               END-IF
               ADD 1 TO WS-IDX-MAT
               GO TO PROCURA-MAT-ALUNO.

           AVALIA-MAT-MATRIZ.
               IF ACHOU-MAT
                  GO TO LE-MATRIZ
               END-IF

               MOVE MZ-MATERIA   TO WS-GRUPO-MATERIA
               MOVE 0            TO WS-MEDIA-ANUAL
               MOVE 0            TO WS-QTDE-BIM
               MOVE "INCOMPLETO" TO WS-RESULTADO-ANO
               MOVE "NNNN"       TO WS-TEM-BIM
               MOVE "N"          TO WS-GRUPO-CONCEITUAL
               ADD 1 TO WS-APURADOS
               ADD 1 TO WS-INCOMPLETOS
               ADD 1 TO WS-FORA-MATRIZ
               PERFORM SOMA-UNIDADE THRU FIM-SOMA-UNIDADE

               PERFORM GRAVA-RESULTADO
               PERFORM GRAVA-DETALHE THRU FIM-GRAVA-DETALHE
               IF ACUM-LINHAS >= WS-MAX-LINHAS
                  PERFORM IMPRIME-CABECALHO
               END-IF
               WRITE REG-RELATO FROM DET003
               ADD 1 TO ACUM-LINHAS
               GO TO LE-MATRIZ.

           FIM-CONFERE-MATRIZ.
               MOVE 0 TO WS-QTDE-MAT-ALUNO.

      *----------------------------------------------------------------
      * NO REFECHAMENTO, GUARDA A MARCA DE TRANSMISSAO E OS VALORES JA
      * GRAVADOS NO RESULTADO DO GRUPO (CHAVE JA MONTADA EM RS-CHAVE):
      * ATIVO, COMO SEMPRE FOI
      *----------------------------------------------------------------
           OBTEM-SITUACAO-MATRICULA.
               MOVE "ATIVO"        TO WS-SITUACAO-ALUNO
               MOVE WS-GRUPO-TURMA TO WS-TURMA-ALUNO
               MOVE WS-GRUPO-ID  TO MA-ID
               MOVE WS-ANO-FECHA TO MA-ANO-LETIVO
               READ MATRICULA
                   IF MA-SITUACAO NOT EQUAL SPACES
                      MOVE MA-SITUACAO TO WS-SITUACAO-ALUNO
                   END-IF
                   IF MA-TURMA NOT EQUAL SPACES
                      MOVE MA-TURMA TO WS-TURMA-ALUNO
                   END-IF
               END-READ.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
           OBTEM-DECISAO-CONSELHO.
               MOVE SPACES           TO WS-DECISAO-CONSELHO
               IF MODO-DEPENDENCIA
                  GO TO FIM-OBTEM-DECISAO-CONSELHO
               END-IF
               MOVE WS-GRUPO-ID      TO CS-ID
               MOVE WS-GRUPO-MATERIA TO CS-MATERIA
               MOVE WS-ANO-FECHA     TO CS-ANO-LETIVO
                   MOVE CS-DECISAO TO WS-DECISAO-CONSELHO
               END-READ.

           FIM-OBTEM-DECISAO-CONSELHO.
               CONTINUE.

      *----------------------------------------------------------------
      * ESCOLHE O FECHAMENTO: ANO LETIVO REGULAR (CAD, PEDIDO EM
      * SEGUIDA) OU DEPENDENCIAS (DEPNOTA.DAT, RELATORIO DEPFECHA.LIS)
      *----------------------------------------------------------------
           ESCOLHE-FECHAMENTO.
           DISPLAY "==================================="
           DISPLAY "1 - FECHAMENTO DO ANO LETIVO REGULAR"
           DISPLAY "2 - FECHAMENTO DAS DEPENDENCIAS"
           DISPLAY "DIGITE O TIPO DE FECHAMENTO"
           ACCEPT WS-OPCAO
           IF WS-OPCAO EQUAL "1"
              GO TO FIM-ESCOLHE-FECHAMENTO
           END-IF
           IF WS-OPCAO EQUAL "2"
              MOVE "D"               TO WS-MODO-FECHAMENTO
              MOVE WS-DEPNOTA-DSNAME TO WS-CAD-DSNAME
              MOVE WS-DEPFEC-DSNAME  TO WS-RELATO-DSNAME
              MOVE "FECHAMENTO DEPENDENCIAS DE" TO CAB003-TITULO
              GO TO FIM-ESCOLHE-FECHAMENTO
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO ESCOLHE-FECHAMENTO.

           FIM-ESCOLHE-FECHAMENTO.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
           MOVE 4 TO WS-IDX
           PERFORM EDITA-BIMESTRE

           IF GRUPO-CONCEITUAL
              MOVE 4 TO WS-IDX
              PERFORM EDITA-CONCEITO
              MOVE WS-BIM-EDT       TO DET001-MEDIA
           ELSE
              MOVE WS-MEDIA-ANUAL   TO WS-MEDIA-EDT
              MOVE WS-MEDIA-EDT     TO DET001-MEDIA
           END-IF
           MOVE WS-RESULTADO-ANO TO DET001-RESULTADO

           WRITE REG-RELATO FROM DET001.
              GO TO FIM-GRAVA-DETALHE
           END-IF
           IF WS-BIM-TEM (WS-IDX) EQUAL "S"
              AND WS-BIM-CONCEITO (WS-IDX) EQUAL SPACES
              MOVE WS-IDX               TO DET002-BIM
              MOVE WS-NB-NT1 (WS-IDX)   TO DET002-NT1
              MOVE WS-NB-NT2 (WS-IDX)   TO DET002-NT2
              MOVE WS-NB-PESO3 (WS-IDX) TO DET002-P3
              MOVE WS-NB-PESO4 (WS-IDX) TO DET002-P4
              MOVE WS-NB-SUBST (WS-IDX) TO DET002-SUBST
              MOVE SPACES               TO DET002-ORIGEM
              IF WS-BIM-EXT (WS-IDX) EQUAL "S"
                 MOVE "ORIG.EXT"        TO DET002-ORIGEM
              END-IF
              WRITE REG-RELATO FROM DET002
              ADD 1 TO ACUM-LINHAS
           END-IF
           CONTINUE.

      *----------------------------------------------------------------
      * EDITA A MEDIA (OU O CONCEITO) DO BIMESTRE WS-IDX NA COLUNA
      * CORRESPONDENTE, OU " -  " QUANDO O BIMESTRE NAO FOI LANCADO
      *----------------------------------------------------------------
           EDITA-BIMESTRE.
           IF WS-BIM-TEM (WS-IDX) EQUAL "S"
              IF WS-BIM-CONCEITO (WS-IDX) NOT EQUAL SPACES
                 PERFORM EDITA-CONCEITO
              ELSE
                 MOVE WS-BIM-MEDIA (WS-IDX) TO WS-MEDIA-EDT
                 MOVE WS-MEDIA-EDT          TO WS-BIM-EDT
              END-IF
           ELSE
              MOVE " -  "                TO WS-BIM-EDT
           END-IF
              MOVE WS-BIM-EDT TO DET001-B4
           END-IF.

      *----------------------------------------------------------------
      * EDITA O CONCEITO DO BIMESTRE WS-IDX EM WS-BIM-EDT (" PS ")
      *----------------------------------------------------------------
           EDITA-CONCEITO.
           IF WS-BIM-CONCEITO (WS-IDX) EQUAL SPACES
              MOVE " -  "                   TO WS-BIM-EDT
           ELSE
              MOVE SPACES                   TO WS-BIM-EDT
              MOVE WS-BIM-CONCEITO (WS-IDX) TO WS-BIM-EDT (2:2)
           END-IF.

      *----------------------------------------------------------------
      * REGRA DO CONCEITO FINAL (O DO 4. BIMESTRE), COM A FREQUENCIA JA
      * CONFERIDA: NO NIVEL DO CONCEITO-APROVACAO OU ACIMA APROVA, NO
      * NIVEL DO CONCEITO-RECUPERACAO OU ACIMA VAI PARA RECUPERACAO, E
      * ABAIXO DISSO REPROVA
      *----------------------------------------------------------------
           CLASSIFICA-CONCEITO.
           MOVE WS-BIM-CONCEITO (4) TO WS-CONCEITO-TXT
           PERFORM NIVEL-CONCEITO
           IF WS-NIVEL-CONCEITO NOT < WS-NIVEL-APROVACAO
              MOVE "APROVADO"    TO WS-RESULTADO-ANO
              ADD 1 TO WS-APROVADOS
           ELSE
              IF WS-NIVEL-CONCEITO NOT < WS-NIVEL-RECUPERACAO
                 MOVE "RECUPERACAO" TO WS-RESULTADO-ANO
                 ADD 1 TO WS-RECUPERACAO
              ELSE
                 MOVE "REPROVADO"   TO WS-RESULTADO-ANO
                 ADD 1 TO WS-REPROVADOS
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * NIVEL DO CONCEITO EM WS-CONCEITO-TXT NA ESCALA (NE=1 ED=2 S=3
      * PS=4); CONCEITO FORA DA ESCALA FICA COM NIVEL 0
      *----------------------------------------------------------------
           NIVEL-CONCEITO.
           MOVE 0 TO WS-NIVEL-CONCEITO
           IF WS-CONCEITO-TXT EQUAL "NE"
              MOVE 1 TO WS-NIVEL-CONCEITO
           END-IF
           IF WS-CONCEITO-TXT EQUAL "ED"
              MOVE 2 TO WS-NIVEL-CONCEITO
           END-IF
           IF WS-CONCEITO-TXT EQUAL "S "
              MOVE 3 TO WS-NIVEL-CONCEITO
           END-IF
           IF WS-CONCEITO-TXT EQUAL "PS"
              MOVE 4 TO WS-NIVEL-CONCEITO
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME OS SUBTOTAIS DE FECHAMENTOS POR UNIDADE ESCOLAR
      *----------------------------------------------------------------
           IMPRIME-SUBTOTAIS.
           MOVE 1 TO WS-IDX-UNI.

           IMPRIME-SUBTOTAL.
           IF WS-IDX-UNI > WS-QTDE-UNI
              GO TO FIM-IMPRIME-SUBTOTAIS
           END-IF
           MOVE TU-UNIDADE (WS-IDX-UNI)     TO DET005-UNIDADE
           MOVE TU-APURADOS (WS-IDX-UNI)    TO DET005-APURADOS
           MOVE TU-APROVADOS (WS-IDX-UNI)   TO DET005-APROVADOS
           MOVE TU-RECUPERACAO (WS-IDX-UNI) TO DET005-RECUPERACAO
           MOVE TU-REPROVADOS (WS-IDX-UNI)  TO DET005-REPROVADOS
           MOVE TU-INCOMPLETOS (WS-IDX-UNI) TO DET005-INCOMPLETOS
           MOVE TU-DESLIGADOS (WS-IDX-UNI)  TO DET005-DESLIGADOS
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET005
           ADD 1 TO ACUM-LINHAS
           DISPLAY "SUBTOTAL "DET005
           ADD 1 TO WS-IDX-UNI
           GO TO IMPRIME-SUBTOTAL.

           FIM-IMPRIME-SUBTOTAIS.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO COM O TOTAL DE FECHAMENTOS
      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-CONFCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-REVISAO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-REV-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CONCEITO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CON-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "CONCEITO-APROVACAO"
              MOVE WS-PAR-VALOR TO WS-CONCEITO-TXT
              IF CONCEITO-VALIDO
                 MOVE WS-CONCEITO-TXT TO PAR-CONCEITO-APROVACAO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "CONCEITO-RECUPERACAO"
              MOVE WS-PAR-VALOR TO WS-CONCEITO-TXT
              IF CONCEITO-VALIDO
                 MOVE WS-CONCEITO-TXT TO PAR-CONCEITO-RECUPERACAO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRIZ"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MCR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPNOTA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEPNOTA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPFECHA-LIS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEPFEC-DSNAME
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
