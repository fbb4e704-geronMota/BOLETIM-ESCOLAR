      *              "REPROVADO" DO CONSELHO: O REGISTRO VAI PARA
      *              MOVEREPRO COM STATUS "REPR CONS", QUE ATE ENTAO
      *              ERA ACEITO PELO SISTTCSL E IGNORADO PELA REGUA.
      * 15/10/2026 - AVISO PARA O REGISTRO CLASSIFICADO QUE AINDA TEM
      *              PEDIDO DE REVISAO DE NOTA SEM DECISAO NO
      *              REVISAO.DAT (SISTTREV), COM CONTAGEM NO FINAL. A
      *              CLASSIFICACAO NAO MUDA; SEM O ARQUIVO NAO HA AVISO.
      * 15/10/2026 - REGISTRO COM CONCEITO NO CONCEITO.DAT (TURMA
      *              AVALIADA POR CONCEITO E PARECER DESCRITIVO) PASSA
      *              A SER CLASSIFICADO PELA FREQUENCIA E PELA REGRA DO
      *              CONCEITO (CHAVES CONCEITO-APROVACAO E
      *              CONCEITO-RECUPERACAO DO PARAMET.DAT, PADRAO S E
      *              ED) EM VEZ DAS FAIXAS DE MEDIA.
      * 15/10/2026 - OS REGISTROS DO CAD, DO ALUNOS E DO MATRICULA
      *              ACOMPANHAM O NOVO LAYOUT COM A UNIDADE ESCOLAR NO
      *              FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSA.
             RECORD KEY IS CS-CHAVE
             FILE STATUS WS-FS-CONSELHO.

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

             SELECT CONFCTL ASSIGN TO WS-CTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CONFCTL.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD MOVEAPRO.
       01 REGISTRO-APRO.
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD CONSELHO.
       01 REG-CONSELHO.
           03 CS-JUSTIFICATIVA                    PIC X(60).
           03 CS-DT-DECISAO                       PIC 9(8).

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

       FD CONFCTL.
       01 REG-CONFCTL                             PIC X(41).

       77 WS-APROV-CONSELHO                       PIC 9(6) VALUE 0.
       77 WS-REPRO-CONSELHO                       PIC 9(6) VALUE 0.
       77 WS-FS-CONFCTL                           PIC 99.
       77 WS-FS-REVISAO                           PIC 99.
       77 WS-TEM-REVISAO                          PIC X VALUE "N".
         88 TEM-REVISAO                           VALUE "S".
       77 WS-REVISAO-ABERTA                       PIC X.
         88 REVISAO-ABERTA                        VALUE "S".
       77 WS-COM-REVISAO                          PIC 9(6) VALUE 0.
       77 WS-FS-CONCEITO                          PIC 99.
       77 WS-TEM-CONCEITO                         PIC X VALUE "N".
         88 TEM-CONCEITO                          VALUE "S".
       77 WS-CONCEITUAL                           PIC X.
         88 CONCEITUAL                            VALUE "S".
       77 WS-CONCEITO-TXT                         PIC X(2).
         88 CONCEITO-VALIDO                       VALUE "PS" "S " "ED"
                                                        "NE".
       77 WS-NIVEL-CONCEITO                       PIC 9.
       77 WS-NIVEL-ALUNO                          PIC 9.
       77 WS-NIVEL-APROVACAO                      PIC 9.
       77 WS-NIVEL-RECUPERACAO                    PIC 9.
       77 WS-CONCEITUAIS                          PIC 9(6) VALUE 0.
       77 WS-ANO-B4                               PIC 9(4) VALUE 0.
       77 WS-CONFERIDO                            PIC X.
         88 CONFERENCIA-OK                        VALUE "S".
       77 PAR-MEDIA-APROVACAO                     PIC 9(2)V9 VALUE 7,0.
       77 PAR-MEDIA-RECUPERACAO                   PIC 9(2)V9 VALUE 5,0.
       77 PAR-FREQ-MINIMA                         PIC 9(3)   VALUE 75.
       77 PAR-CONCEITO-APROVACAO                  PIC X(2)   VALUE "S".
       77 PAR-CONCEITO-RECUPERACAO                PIC X(2)   VALUE "ED".
       77 WS-MOVEAPRO-DSNAME                      PIC X(100) VALUE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MOVEAPRO.DAT".
       77 WS-MOVEREPRO-DSNAME                     PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONSELHO.DAT".
       77 WS-CTL-DSNAME                           PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONFCTL.DAT".
       77 WS-REV-DSNAME                           PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\REVISAO.DAT".
       77 WS-CON-DSNAME                           PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                        PIC X(20).
           OPEN INPUT MATRICULA.
           OPEN INPUT CONSELHO.

           OPEN INPUT REVISAO
           IF WS-FS-REVISAO EQUAL 0
              MOVE "S" TO WS-TEM-REVISAO
           END-IF

           OPEN INPUT CONCEITO
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
           PERFORM OBTEM-NOME-MESTRE
           PERFORM OBTEM-SITUACAO-MATRICULA

           IF TEM-REVISAO
              PERFORM VERIFICA-REVISAO THRU FIM-VERIFICA-REVISAO
              IF REVISAO-ABERTA
                 ADD 1 TO WS-COM-REVISAO
                 DISPLAY "ATENCAO: REVISAO DE NOTA EM ABERTO (SISTTREV)"
                 DISPLAY "  ALUNO "FD-ID" "FD-MATERIA" "FD-ANO-LETIVO
                         "/"FD-BIMESTRE" PEDIDO "RV-SEQ" "RV-SITUACAO
              END-IF
           END-IF

           IF WS-SITUACAO-ALUNO NOT EQUAL "ATIVO"
              PERFORM GRAVA-DESLIGADO
              GO TO LER-ARQUIVO
              MOVE 100 TO WS-FREQUENCIA
           END-IF

           PERFORM OBTEM-CONCEITO
           IF CONCEITUAL AND WS-FREQUENCIA NOT < PAR-FREQ-MINIMA
              PERFORM CLASSIFICA-CONCEITO
              GO TO LER-ARQUIVO
           END-IF

           IF WS-FREQUENCIA < PAR-FREQ-MINIMA

           MOVE   FD-ID        TO FD-ID-REPRO
               END-IF
           END-READ.

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
      * GRAVA EM MOVEREPRO O ALUNO DESLIGADO (TRANSFERIDO, EVADIDO OU
      * FALECIDO NA MATRICULA DO ANO), COM A SITUACAO COMO STATUS, EM
               PERFORM GRAVA-REPRO-TXT
           END-WRITE.

      *----------------------------------------------------------------
      * BUSCA NO CONCEITO.DAT (SISTTCAD/SISTTIMP) O CONCEITO DO
      * REGISTRO; REGISTRO COM CONCEITO E DE TURMA AVALIADA POR
      * CONCEITO E PARECER DESCRITIVO, SEM NOTAS NEM MEDIA
      *----------------------------------------------------------------
           OBTEM-CONCEITO.
           MOVE "N" TO WS-CONCEITUAL
           IF TEM-CONCEITO
              MOVE FD-CHAVE TO CO-CHAVE
              READ CONCEITO
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "S" TO WS-CONCEITUAL
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * REGRA DO CONCEITO FINAL (FREQUENCIA JA CONFERIDA): CONCEITO NO
      * NIVEL DO CONCEITO-APROVACAO OU ACIMA VAI PARA MOVEAPRO, NO
      * NIVEL DO CONCEITO-RECUPERACAO OU ACIMA PARA MOVERECUP, E O
      * RESTO PARA MOVEREPRO, COM A MEDIA ZERO DO CAD
      *----------------------------------------------------------------
           CLASSIFICA-CONCEITO.
           ADD 1 TO WS-CONCEITUAIS
           MOVE CO-CONCEITO       TO WS-CONCEITO-TXT
           PERFORM NIVEL-CONCEITO
           MOVE WS-NIVEL-CONCEITO TO WS-NIVEL-ALUNO
           IF WS-NIVEL-ALUNO NOT < WS-NIVEL-APROVACAO
              PERFORM GRAVA-APROV-CONCEITO
           ELSE
              IF WS-NIVEL-ALUNO NOT < WS-NIVEL-RECUPERACAO
                 PERFORM GRAVA-RECUP-CONCEITO
              ELSE
                 PERFORM GRAVA-REPRO-CONCEITO
              END-IF
           END-IF.

           GRAVA-APROV-CONCEITO.
           MOVE   FD-ID         TO FD-ID-APRO
           MOVE   FD-MATERIA    TO FD-MATERIA-APRO
           MOVE   FD-ANO-LETIVO TO FD-ANO-LETIVO-APRO
           MOVE   FD-BIMESTRE   TO FD-BIMESTRE-APRO
           MOVE   WS-NM-MESTRE  TO FD-NM-APRO
           MOVE   "APROVADO"    TO FD-STATUS-APRO
           MOVE   FD-MEDIA      TO FD-MEDIA-APRO
           MOVE   FD-TURMA      TO FD-TURMA-APRO

           WRITE REGISTRO-APRO
           INVALID KEY
               MOVE "S" TO WS-ERRO-GRAVACAO
               DISPLAY "NAO FOI POSSIVEL GRAVAR EM MOVEAPRO,WS-FS: "
                       WS-FS-MOVEAPRO
           NOT INVALID KEY
               ADD 1 TO WS-APROVADOS
               PERFORM GRAVA-APRO-TXT
           END-WRITE.

           GRAVA-RECUP-CONCEITO.
           MOVE   FD-ID         TO FD-ID-RECUP
           MOVE   FD-MATERIA    TO FD-MATERIA-RECUP
           MOVE   FD-ANO-LETIVO TO FD-ANO-LETIVO-RECUP
           MOVE   FD-BIMESTRE   TO FD-BIMESTRE-RECUP
           MOVE   WS-NM-MESTRE  TO FD-NM-RECUP
           MOVE   "RECUPERACAO" TO FD-STATUS-RECUP
           MOVE   FD-MEDIA      TO FD-MEDIA-RECUP
           MOVE   FD-TURMA      TO FD-TURMA-RECUP

           WRITE REGISTRO-RECUP
           INVALID KEY
               MOVE "S" TO WS-ERRO-GRAVACAO
               DISPLAY "NAO FOI POSSIVEL GRAVAR EM MOVERECUP,WS-FS: "
                       WS-FS-MOVERECUP
           NOT INVALID KEY
               ADD 1 TO WS-RECUPERACAO
               PERFORM GRAVA-RECUP-TXT
           END-WRITE.

           GRAVA-REPRO-CONCEITO.
           MOVE   FD-ID         TO FD-ID-REPRO
           MOVE   FD-MATERIA    TO FD-MATERIA-REPRO
           MOVE   FD-ANO-LETIVO TO FD-ANO-LETIVO-REPRO
           MOVE   FD-BIMESTRE   TO FD-BIMESTRE-REPRO
           MOVE   WS-NM-MESTRE  TO FD-NM-REPRO
           MOVE   "REPROVADO"   TO FD-STATUS-REPRO
           MOVE   FD-MEDIA      TO FD-MEDIA-REPRO
           MOVE   FD-TURMA      TO FD-TURMA-REPRO

           WRITE REGISTRO-REPRO
           INVALID KEY
               MOVE "S" TO WS-ERRO-GRAVACAO
               DISPLAY "NAO FOI POSSIVEL GRAVAR EM MOVEREPRO,WS-FS: "
                       WS-FS-MOVEREPRO
           NOT INVALID KEY
               ADD 1 TO WS-REPROVADOS
               PERFORM GRAVA-REPRO-TXT
           END-WRITE.

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
      * LE O PARAMET.DAT (LINHAS CHAVE=VALOR) E APLICA OS PARAMETROS
      * RECONHECIDOS; SEM O ARQUIVO VALEM OS PADROES DO PROGRAMA
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-REVISAO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-REV-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-SUMARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-SUMARIO-DSNAME
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
           END-IF.

           FIM-CARREGA-PARAMETROS.
            CLOSE ALUNOS
            CLOSE MATRICULA
            CLOSE CONSELHO
            IF TEM-REVISAO
               CLOSE REVISAO
            END-IF
            IF TEM-CONCEITO
               CLOSE CONCEITO
            END-IF
            DISPLAY "REGISTROS LIDOS............:"WS-LIDOS
            DISPLAY "REGISTROS ALUNOS APROVADOS.:"WS-APROVADOS
            DISPLAY "REGISTROS EM RECUPERACAO...:"WS-RECUPERACAO
            DISPLAY "INCOMPLETOS (PENDENCIAS)...:"WS-PENDENTES
            DISPLAY "APROVADOS PELO CONSELHO....:"WS-APROV-CONSELHO
            DISPLAY "REPROVADOS PELO CONSELHO...:"WS-REPRO-CONSELHO
            DISPLAY "COM REVISAO DE NOTA ABERTA.:"WS-COM-REVISAO
            DISPLAY "CLASSIFICADOS POR CONCEITO.:"WS-CONCEITUAIS

            IF WS-ANO-B4 > 0
               PERFORM VERIFICA-CONFERENCIA
