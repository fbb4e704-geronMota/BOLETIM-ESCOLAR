      *              DO SISTEMA).
      *              MOVE-NOTAS-REGISTRO PASSA A ESPELHAR A CHAVE DE
      *              PERIODO NA CHAVE PRIMARIA A CADA GRAVACAO.
      * 15/10/2026 - LINHA DO CADLOG AMPLIADA PARA X(184) COM O ANO
      *              LETIVO E O BIMESTRE DA CHAVE ANTES E DEPOIS
      *              (" CH:AAAAB/AAAAB" NO FIM DA LINHA), PARA A
      *              PUBLICACAO INCREMENTAL DO SISTTPUB LOCALIZAR O
      *              REGISTRO EXATO DO CAD ALTERADO.
      * 15/10/2026 - BIMESTRES DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *              IMPORTADA PELO SISTTGUI, MARCADOS NO ORIGEXT.DAT)
      *              NAO PODEM SER CORRIGIDOS: AS NOTAS SAO DA ESCOLA DE
      *              ORIGEM. A EXCLUSAO PELA COORDENACAO CONTINUA
      *              PERMITIDA E REMOVE TAMBEM A MARCA NO ORIGEXT.
      * 15/10/2026 - LANCAMENTO DE NOTAS DE DEPENDENCIA: SEM ARQUIVO NA
      *              LINHA DE COMANDO O PROGRAMA PERGUNTA O TIPO DE
      *              LANCAMENTO; NO TIPO 2 AS NOTAS VAO PARA O
      *              DEPNOTA.DAT (MESMO LAYOUT DO CAD, ANO LETIVO EM
      *              QUE A DEPENDENCIA E CURSADA) E A INCLUSAO EXIGE
      *              DEPENDENCIA NAO CUMPRIDA NO DEPEND.DAT PARA O
      *              ALUNO+MATERIA NAQUELE ANO. O CADLOG REGISTRA
      *              "INCL DEP"/"CORR DEP"/"EXCL DEP".
      * 15/10/2026 - INCLUIR E CORRIGIR PASSAM A RECUSAR LANCAMENTO EM
      *              TURMA QUE NAO EXISTE NO CADASTRO DE TURMAS DO ANO
      *              (TURMAS.DAT, SISTTTUR). ANO SEM NENHUMA TURMA
      *              CADASTRADA E A FALTA DO ARQUIVO DISPENSAM A
      *              CONFERENCIA.
      * 15/10/2026 - TURMA AVALIADA POR CONCEITO (TU-AVALIACAO "C" NO
      *              TURMAS.DAT): INCLUIR E CORRIGIR PEDEM O CONCEITO
      *              DO BIMESTRE (PS/S/ED/NE) E O PARECER DESCRITIVO EM
      *              VEZ DAS NOTAS, GRAVADOS NO CONCEITO.DAT (MESMA
      *              CHAVE DO CAD); NO CAD AS NOTAS FICAM ZERADAS E O
      *              STATUS SAI DO CONCEITO CONTRA O CONCEITO-APROVACAO
      *              DO PARAMET.DAT. A EXCLUSAO REMOVE TAMBEM O
      *              CONCEITO.
      * 15/10/2026 - UNIDADE ESCOLAR: O OPERADOR SO LANCA NOTA PARA
      *              ALUNO DA SUA UNIDADE (MATRICULA DO ANO OU, SEM
      *              ELA, O MESTRE) E SO CORRIGE OU EXCLUI CADASTRO DA
      *              SUA UNIDADE. A INCLUSAO GRAVA FD-UNIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCAD.
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT ORIGEXT ASSIGN TO WS-ORIGEXT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OE-CHAVE
             FILE STATUS WS-FS-ORIGEXT.

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

               SELECT OPERADOR ASSIGN TO WS-OPE-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD TURMAS.
       01 REG-TURMA.
           03 TU-CHAVE.
               05 TU-ANO-LETIVO               PIC 9(4).
               05 TU-TURMA                    PIC X(3).
           03 TU-SERIE                        PIC X(10).
           03 TU-TURNO                        PIC X(1).
           03 TU-SALA                         PIC X(5).
           03 TU-CAPACIDADE                   PIC 9(3).
           03 TU-AVALIACAO                    PIC X(1).

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

       FD CONCEITO.
       01 REG-CONCEITO.
           03 CO-CHAVE.
               05 CO-ID                       PIC 9(4).
               05 CO-MATERIA                  PIC X(11).
               05 CO-ANO-LETIVO               PIC 9(4).
               05 CO-BIMESTRE                 PIC 9(1).
           03 CO-CONCEITO                     PIC X(2).
           03 CO-PARECER1                     PIC X(60).
           03 CO-PARECER2                     PIC X(60).
           03 CO-PARECER3                     PIC X(60).
           03 CO-DT-REGISTRO                  PIC 9(8).
           03 CO-OPERADOR                     PIC 9(3).

       FD DEPEND.
       01 REG-DEPEND.
           03 DP-CHAVE.
               05 DP-ID                       PIC 9(4).
               05 DP-MATERIA                  PIC X(11).
               05 DP-ANO-ORIGEM               PIC 9(4).
           03 DP-ANO-CURSAR                   PIC 9(4).
           03 DP-TURMA-ORIGEM                 PIC X(3).
           03 DP-SITUACAO                     PIC X(11).
           03 DP-DT-SITUACAO                  PIC 9(8).
           03 DP-MEDIA-FINAL                  PIC 9(2)V9.

       FD OPERADOR.
       01 REG-OPERADOR.
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD CADTRAVA.
       01 REG-CADTRAVA                        PIC X(36).
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-OPE-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPERADOR.DAT".
       77 WS-TUR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-TRAVA-DSNAME                     PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADTRAVA.DAT".
       77 WS-BACKCTL-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-DEPNOTA-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPNOTA.DAT".
       77 WS-CON-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONCEITO.DAT".
       77 PAR-CONCEITO-APROVACAO              PIC X(2) VALUE "S".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
       77 WS-MATERIA-BUSCA                    PIC X(11).
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-ANO-TURMA                        PIC 9(4).
       77 WS-FS-TURMAS                        PIC 99.
       77 WS-TEM-TURMAS                       PIC X VALUE "N".
         88 TEM-TURMAS                        VALUE "S".
       77 WS-TURMA-OK                         PIC X.
         88 TURMA-OK                          VALUE "S".
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-ORIGEXT-ABERTO                   PIC X VALUE "N".
         88 ORIGEXT-ABERTO                    VALUE "S".
       77 WS-ORIGEM-EXTERNA                   PIC X.
         88 ORIGEM-EXTERNA                    VALUE "S".
       77 WS-FS-CONCEITO                      PIC 99.
       77 WS-CONCEITO-ABERTO                  PIC X VALUE "N".
         88 CONCEITO-ABERTO                   VALUE "S".
       77 WS-CONCEITO-ACHADO                  PIC X.
         88 CONCEITO-ACHADO                   VALUE "S".
       77 WS-AVALIACAO-TURMA                  PIC X VALUE "N".
         88 TURMA-CONCEITUAL                  VALUE "C".
       77 WS-CONCEITO-TXT                     PIC X(2).
         88 CONCEITO-VALIDO                   VALUE "PS" "S " "ED"
                                                    "NE".
       77 WS-NIVEL-CONCEITO                   PIC 9.
       77 WS-NIVEL-APROVACAO                  PIC 9.
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-MODO-LANCAMENTO                  PIC X VALUE "R".
         88 MODO-DEPENDENCIA                  VALUE "D".
       77 WS-DEP-ACHADA                       PIC X.
         88 DEP-ACHADA                        VALUE "S".
       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-OPERADOR                         PIC 9(3).
       77 WS-PERFIL                           PIC X(1).
         88 PERFIL-COORDENACAO                VALUE "C".
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-ALUNO                    PIC 9(2).
       77 WS-UNIDADE-CAD                      PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-FS-CADTRAVA                      PIC 99.

       01 LINHA-TRAVA.
           03 WS-AULAS-DADAS                  PIC 9(3).
           03 WS-TURMA                        PIC X(3).
           03 WS-PENDENTE                     PIC X(4).
           03 WS-CONCEITO                     PIC X(2).
           03 WS-PARECER1                     PIC X(60).
           03 WS-PARECER2                     PIC X(60).
           03 WS-PARECER3                     PIC X(60).

       01 REGISTRO-ANTES.
           03 ANTES-ID                        PIC 9(4).
           05 LOG-DEPOIS-MEDIA                PIC Z9,9.
           05 FILLER                          PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                    PIC 9(3) VALUE 0.
           05 FILLER                          PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                   PIC 9(4).
           05 LOG-ANTES-BIM                   PIC 9(1).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                  PIC 9(4).
           05 LOG-DEPOIS-BIM                  PIC 9(1).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-CAD-DSNAME FROM COMMAND-LINE
               IF WS-CAD-DSNAME EQUAL SPACES
                  PERFORM ESCOLHE-LANCAMENTO
                      THRU FIM-ESCOLHE-LANCAMENTO
               END-IF
               IF WS-CAD-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO ARQUIVO DE CADASTRO"
               NOT INVALID KEY
                   MOVE OP-PERFIL TO WS-PERFIL
                   DISPLAY "OPERADOR IDENTIFICADO: "OP-NOME
                   IF OP-UNIDADE NUMERIC AND OP-UNIDADE NOT EQUAL 0
                      MOVE OP-UNIDADE TO WS-OPE-UNIDADE
                   ELSE
                      MOVE PAR-UNIDADE-PADRAO TO WS-OPE-UNIDADE
                   END-IF
                   DISPLAY "UNIDADE ESCOLAR DO OPERADOR: "WS-OPE-UNIDADE
               END-READ
               CLOSE OPERADOR
               MOVE WS-OPERADOR TO LOG-OPERADOR
                  STOP RUN
               END-IF.

      *    NOTAS DE DEPENDENCIA SO PARA DEPENDENCIA CADASTRADA NO
      *    DEPEND.DAT (GRAVADO PELO SISTTABR NA PROMOCAO)
           ABRE-DEPENDENCIAS.
               IF MODO-DEPENDENCIA
                  OPEN INPUT DEPEND
                  IF WS-FS-DEPEND NOT EQUAL 0
                     DISPLAY "ARQUIVO DE DEPENDENCIAS NAO ENCONTRADO,"
                     DISPLAY "WS-FS-DEPEND: "WS-FS-DEPEND
                     DISPLAY "AS DEPENDENCIAS SAO GRAVADAS NA ABERTURA"
                     DISPLAY "DO ANO LETIVO (SISTTABR)."
                     STOP RUN
                  END-IF
               END-IF.

           OBTEM-TRAVA-CAD.
               PERFORM OBTEM-TRAVA THRU FIM-OBTEM-TRAVA.

      *    BIMESTRES DE ORIGEM EXTERNA (GUIA DE TRANSFERENCIA
      *    IMPORTADA PELO SISTTGUI); SEM O ARQUIVO NAO HA NENHUM
           ABRE-ORIGEM-EXTERNA.
               IF NOT MODO-DEPENDENCIA
                  OPEN I-O ORIGEXT
                  IF WS-FS-ORIGEXT EQUAL 0
                     MOVE "S" TO WS-ORIGEXT-ABERTO
                  END-IF
               END-IF.

      *    CONCEITO E PARECER DESCRITIVO DAS TURMAS AVALIADAS POR
      *    CONCEITO (ANOS INICIAIS), COM A MESMA CHAVE DO CAD
           ABRE-CONCEITOS.
               IF NOT MODO-DEPENDENCIA
                  OPEN I-O CONCEITO
                  IF WS-FS-CONCEITO EQUAL 35
                     OPEN OUTPUT CONCEITO
                     CLOSE CONCEITO
                     OPEN I-O CONCEITO
                  END-IF
                  IF WS-FS-CONCEITO EQUAL 0
                     MOVE "S" TO WS-CONCEITO-ABERTO
                  ELSE
                     DISPLAY "CONCEITO.DAT NAO PODE SER ABERTO,"
                     DISPLAY "WS-FS-CONCEITO: "WS-FS-CONCEITO
                     DISPLAY "TURMAS CONCEITUAIS SERAO LANCADAS COMO"
                     DISPLAY "NOTA."
                  END-IF
               END-IF.

      *    CADASTRO DE TURMAS DO ANO (SISTTTUR); SEM O ARQUIVO A TURMA
      *    DO LANCAMENTO NAO E CONFERIDA
           ABRE-TURMAS.
               OPEN INPUT TURMAS
               IF WS-FS-TURMAS EQUAL 0
                  MOVE "S" TO WS-TEM-TURMAS
               ELSE
                  DISPLAY "TURMAS.DAT NAO ENCONTRADO: LANCAMENTO SEM"
                  DISPLAY "CONFERENCIA DA TURMA (SISTTTUR)."
               END-IF.

           INICIO.
              OPEN I-O CAD


           DISPLAY "==================================================="
           DISPLAY "***************CADASTRO DE ALUNOS******************"
           IF MODO-DEPENDENCIA
              DISPLAY "*******LANCAMENTO DE NOTAS DE DEPENDENCIA******"
           END-IF
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR NOVO CADASTRO"
           DISPLAY "2 - CORRIGIR CADASTRO EXISTENTE"
           MOVE WS-ANO-LETIVO TO WS-ANO-TURMA.
           PERFORM OBTEM-TURMA-MATRICULA.

           IF WS-UNIDADE-ALUNO NOT EQUAL WS-OPE-UNIDADE
              DISPLAY "ALUNO MATRICULADO EM OUTRA UNIDADE ESCOLAR ("
                      WS-UNIDADE-ALUNO")."
              DISPLAY "O LANCAMENTO CABE A UNIDADE DO ALUNO."
              CLOSE CAD ALUNOS MATERIAS MATRICULA
              GO TO CONTINUAR
           END-IF.

           PERFORM CONFERE-TURMA THRU FIM-CONFERE-TURMA.
           IF NOT TURMA-OK
              PERFORM AVISA-TURMA-INEXISTENTE
              CLOSE CAD ALUNOS MATERIAS MATRICULA
              GO TO CONTINUAR
           END-IF.

           IF MODO-DEPENDENCIA
              PERFORM VERIFICA-DEPENDENCIA
                  THRU FIM-VERIFICA-DEPENDENCIA
              IF NOT DEP-ACHADA
                 DISPLAY "O ALUNO NAO TEM DEPENDENCIA EM ABERTO NESTA"
                 DISPLAY "MATERIA A CURSAR EM "WS-ANO-LETIVO"."
                 DISPLAY "CONFIRA A PROMOCAO NO SISTTABR/SISTTDEP."
                 CLOSE CAD ALUNOS MATERIAS MATRICULA
                 GO TO CONTINUAR
              END-IF
           END-IF.

           PERFORM ACEITA-BIMESTRE.
           IF TURMA-CONCEITUAL
              DISPLAY "TURMA "WS-TURMA" AVALIADA POR CONCEITO E PARECER"
              DISPLAY "DESCRITIVO."
              PERFORM ACEITA-CONCEITO THRU FIM-ACEITA-CONCEITO
              PERFORM ACEITA-FALTAS THRU FIM-ACEITA-FALTAS
              PERFORM CALCULA-CONCEITO
           ELSE
              PERFORM ACEITA-NOTAS THRU AC-NT4
              PERFORM ACEITA-PENDENCIAS THRU FIM-ACEITA-PENDENCIAS
              MOVE 0 TO NT-SUBST
              PERFORM ACEITA-SUBSTITUTIVA THRU FIM-ACEITA-SUBSTITUTIVA
              PERFORM ACEITA-PESOS THRU FIM-ACEITA-PESOS
              PERFORM ACEITA-FALTAS THRU FIM-ACEITA-FALTAS
              PERFORM CALCULA-MEDIA
           END-IF.

           MOVE ZEROS   TO ANTES-ID ANTES-MEDIA ANTES-ANO-LETIVO
                            ANTES-BIMESTRE
           MOVE WS-FALTAS        TO   FD-FALTAS
           MOVE WS-AULAS-DADAS   TO   FD-AULAS-DADAS
           MOVE WS-TURMA         TO   FD-TURMA
           MOVE WS-UNIDADE-ALUNO TO   FD-UNIDADE
           PERFORM MOVE-NOTAS-REGISTRO

           WRITE REGISTRO
               DISPLAY "NAO FOI POSSIVEL GRAVAR,WS-FS: "WS-FS
           NOT INVALID KEY
               DISPLAY "GRAVADO COM SUCESSO"
               IF TURMA-CONCEITUAL
                  PERFORM GRAVA-CONCEITO
               END-IF
               MOVE "INCLUSAO"    TO LOG-OPERACAO
               MOVE REGISTRO      TO REGISTRO-DEPOIS
               PERFORM GRAVA-LOG
            DISPLAY "MATERIA                 :"WS-MATERIA.
            DISPLAY "ANO LETIVO / BIMESTRE   :"WS-ANO-LETIVO"/"
                     WS-BIMESTRE.
            IF TURMA-CONCEITUAL
               DISPLAY "CONCEITO                :"WS-CONCEITO
            ELSE
               DISPLAY "MEDIA                   :"WS-MEDIA
            END-IF.
            DISPLAY "STATUS                  :"WS-STATUS.
            DISPLAY "*************************************************".
           GO TO CONTINUAR.
               GO TO CONTINUAR
           NOT INVALID KEY
               MOVE REGISTRO      TO REGISTRO-ANTES
               IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
                  MOVE FD-UNIDADE TO WS-UNIDADE-CAD
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-CAD
               END-IF
               IF WS-UNIDADE-CAD NOT EQUAL WS-OPE-UNIDADE
                  DISPLAY "CADASTRO DE OUTRA UNIDADE ESCOLAR ("
                          WS-UNIDADE-CAD")."
                  CLOSE CAD ALUNOS MATERIAS MATRICULA
                  GO TO CONTINUAR
               END-IF
               PERFORM VERIFICA-ORIGEM-EXTERNA
               IF ORIGEM-EXTERNA
                  DISPLAY "BIMESTRE DE ORIGEM EXTERNA (GUIA DE"
                  DISPLAY "TRANSFERENCIA DA ESCOLA "OE-ESCOLA")."
                  DISPLAY "AS NOTAS SAO DA ESCOLA DE ORIGEM E NAO"
                  DISPLAY "PODEM SER CORRIGIDAS."
                  CLOSE CAD ALUNOS MATERIAS MATRICULA
                  GO TO CONTINUAR
               END-IF

               MOVE FD-TURMA    TO WS-TURMA
               MOVE FD-NT1      TO NT1
               DISPLAY "PENDENCIAS (P=PENDENTE NAS NOTAS 1-4):"
                       WS-PENDENTE
               DISPLAY "FALTAS:"FD-FALTAS" AULAS DADAS:"FD-AULAS-DADAS
               PERFORM LE-CONCEITO
               IF CONCEITO-ACHADO
                  DISPLAY "CONCEITO:"WS-CONCEITO
                  DISPLAY "PARECER :"WS-PARECER1
                  DISPLAY "         "WS-PARECER2
                  DISPLAY "         "WS-PARECER3
               END-IF

               PERFORM OBTEM-ALUNO-MESTRE
               IF NOT ALUNO-ACHADO
               MOVE WS-ANO-LETIVO-NOVO TO WS-ANO-TURMA
               PERFORM OBTEM-TURMA-MATRICULA

               PERFORM CONFERE-TURMA THRU FIM-CONFERE-TURMA
               IF NOT TURMA-OK
                  PERFORM AVISA-TURMA-INEXISTENTE
                  CLOSE CAD ALUNOS MATERIAS MATRICULA
                  GO TO CONTINUAR
               END-IF

               PERFORM ACEITA-BIMESTRE-NOVO
               IF TURMA-CONCEITUAL
                  PERFORM ALTERA-CONCEITO THRU FIM-ALTERA-CONCEITO
                  PERFORM ACEITA-FALTAS THRU FIM-ACEITA-FALTAS
                  PERFORM CALCULA-CONCEITO
               ELSE
                  PERFORM ALTERA-NOTAS THRU FIM-ALTERA-NOTAS
                  PERFORM ACEITA-SUBSTITUTIVA
                      THRU FIM-ACEITA-SUBSTITUTIVA
                  PERFORM ACEITA-FALTAS THRU FIM-ACEITA-FALTAS
                  PERFORM CALCULA-MEDIA
               END-IF

               MOVE "CORRECAO"    TO LOG-OPERACAO

                      DISPLAY "NAO FOI POSSIVEL CORRIGIR,WS-FS: "WS-FS
                  NOT INVALID KEY
                      DISPLAY "CADASTRO CORRIGIDO COM SUCESSO"
                      PERFORM ATUALIZA-CONCEITO
                      MOVE REGISTRO TO REGISTRO-DEPOIS
                      PERFORM GRAVA-LOG
                  END-REWRITE
                      MOVE WS-AULAS-DADAS      TO FD-AULAS-DADAS
                      MOVE WS-TURMA            TO FD-TURMA
                      PERFORM MOVE-NOTAS-REGISTRO
                      PERFORM ATUALIZA-CONCEITO
                      MOVE REGISTRO TO REGISTRO-DEPOIS
                      PERFORM GRAVA-LOG
                  END-WRITE
               GO TO CONTINUAR
           NOT INVALID KEY
               MOVE REGISTRO   TO REGISTRO-ANTES
               IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
                  MOVE FD-UNIDADE TO WS-UNIDADE-CAD
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-CAD
               END-IF
               IF WS-UNIDADE-CAD NOT EQUAL WS-OPE-UNIDADE
                  DISPLAY "CADASTRO DE OUTRA UNIDADE ESCOLAR ("
                          WS-UNIDADE-CAD")."
                  CLOSE CAD ALUNOS MATERIAS MATRICULA
                  GO TO CONTINUAR
               END-IF
               PERFORM VERIFICA-ORIGEM-EXTERNA
               DELETE CAD RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,WS-FS: "WS-FS
               NOT INVALID KEY
                   DISPLAY "CADASTRO EXCLUIDO COM SUCESSO"
                   IF ORIGEM-EXTERNA
                      DELETE ORIGEXT RECORD
                      END-DELETE
                      DISPLAY "MARCA DE ORIGEM EXTERNA REMOVIDA"
                   END-IF
                   PERFORM EXCLUI-CONCEITO
                   MOVE "EXCLUSAO"     TO LOG-OPERACAO
                   MOVE ZEROS          TO DEPOIS-ID DEPOIS-MEDIA
                                          DEPOIS-ANO-LETIVO
           DISPLAY "STATUS:"WS-STATUS
           DISPLAY "MEDIA:"WS-MEDIA.

      *----------------------------------------------------------------
      * CONCEITO DO BIMESTRE (PS/S/ED/NE) E PARECER DESCRITIVO EM ATE
      * TRES LINHAS, PARA AS TURMAS AVALIADAS POR CONCEITO
      *----------------------------------------------------------------
           ACEITA-CONCEITO.
           AC-CONCEITO.
           DISPLAY "DIGITE O CONCEITO DO BIMESTRE"
           DISPLAY "(PS=PLENAMENTE SATISFATORIO S=SATISFATORIO"
           DISPLAY " ED=EM DESENVOLVIMENTO NE=NAO EVIDENCIADO)"
           ACCEPT WS-CONCEITO
           MOVE WS-CONCEITO TO WS-CONCEITO-TXT
           IF NOT CONCEITO-VALIDO
              DISPLAY "CONCEITO INVALIDO. USE PS, S, ED OU NE"
              GO TO AC-CONCEITO
           END-IF.

           AC-PARECER.
           DISPLAY "DIGITE O PARECER DESCRITIVO (ATE 3 LINHAS DE 60)"
           DISPLAY "LINHA 1:"
           ACCEPT WS-PARECER1
           IF WS-PARECER1 EQUAL SPACES
              DISPLAY "O PARECER DESCRITIVO E OBRIGATORIO"
              GO TO AC-PARECER
           END-IF
           DISPLAY "LINHA 2 (ENTER SE NAO HOUVER):"
           ACCEPT WS-PARECER2
           DISPLAY "LINHA 3 (ENTER SE NAO HOUVER):"
           ACCEPT WS-PARECER3.

           FIM-ACEITA-CONCEITO.
           CONTINUE.

      *----------------------------------------------------------------
      * CORRECAO SELETIVA DO CONCEITO E DO PARECER; REGISTRO SEM
      * CONCEITO GRAVADO (LANCADO ANTES COMO NOTA) PEDE OS DOIS
      *----------------------------------------------------------------
           ALTERA-CONCEITO.
           IF NOT CONCEITO-ACHADO
              PERFORM ACEITA-CONCEITO THRU FIM-ACEITA-CONCEITO
              GO TO FIM-ALTERA-CONCEITO
           END-IF
           DISPLAY "CONCEITO ATUAL: "WS-CONCEITO" - ALTERAR? (S/N)"
           ACCEPT WS-RESP
           IF RESP-SIM
              PERFORM AC-CONCEITO
           END-IF
           DISPLAY "ALTERAR O PARECER DESCRITIVO? (S/N)"
           ACCEPT WS-RESP
           IF RESP-SIM
              PERFORM AC-PARECER
           END-IF.

           FIM-ALTERA-CONCEITO.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRO CONCEITUAL: SEM NOTAS (ZERADAS, PESOS IGUAIS, SEM
      * SUBSTITUTIVA NEM PENDENCIA) E MEDIA ZERO; O STATUS DO
      * BIMESTRE SAI DO CONCEITO CONTRA O CONCEITO-APROVACAO
      *----------------------------------------------------------------
           CALCULA-CONCEITO.
           MOVE 0      TO NT1 NT2 NT3 NT4 NT-SUBST WS-MEDIA
           MOVE 1      TO WS-PESO1 WS-PESO2 WS-PESO3 WS-PESO4
           MOVE SPACES TO WS-PENDENTE

           MOVE PAR-CONCEITO-APROVACAO TO WS-CONCEITO-TXT
           PERFORM NIVEL-CONCEITO
           MOVE WS-NIVEL-CONCEITO      TO WS-NIVEL-APROVACAO
           MOVE WS-CONCEITO            TO WS-CONCEITO-TXT
           PERFORM NIVEL-CONCEITO

           IF WS-NIVEL-CONCEITO >= WS-NIVEL-APROVACAO
               MOVE "APROVADO"    TO WS-STATUS
           ELSE
               MOVE  "REPROVADO"  TO WS-STATUS
           END-IF
           DISPLAY "STATUS:"WS-STATUS
           DISPLAY "CONCEITO:"WS-CONCEITO.

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
      * LE O CONCEITO E O PARECER GRAVADOS PARA A CHAVE DO CAD LIDA
      *----------------------------------------------------------------
           LE-CONCEITO.
           MOVE "N" TO WS-CONCEITO-ACHADO
           IF CONCEITO-ABERTO
              MOVE FD-CHAVE TO CO-CHAVE
              READ CONCEITO
              NOT INVALID KEY
                  MOVE "S"         TO WS-CONCEITO-ACHADO
                  MOVE CO-CONCEITO TO WS-CONCEITO
                  MOVE CO-PARECER1 TO WS-PARECER1
                  MOVE CO-PARECER2 TO WS-PARECER2
                  MOVE CO-PARECER3 TO WS-PARECER3
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * GRAVA (OU REGRAVA) O CONCEITO E O PARECER NA CHAVE DO CAD
      * RECEM-GRAVADO
      *----------------------------------------------------------------
           GRAVA-CONCEITO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE FD-CHAVE     TO CO-CHAVE
           MOVE WS-CONCEITO  TO CO-CONCEITO
           MOVE WS-PARECER1  TO CO-PARECER1
           MOVE WS-PARECER2  TO CO-PARECER2
           MOVE WS-PARECER3  TO CO-PARECER3
           MOVE WS-DATA-HOJE TO CO-DT-REGISTRO
           MOVE WS-OPERADOR  TO CO-OPERADOR
           WRITE REG-CONCEITO
           INVALID KEY
               REWRITE REG-CONCEITO
               INVALID KEY
                   DISPLAY "CONCEITO NAO GRAVADO,WS-FS-CONCEITO: "
                           WS-FS-CONCEITO
               END-REWRITE
           END-WRITE.

      *----------------------------------------------------------------
      * NA CORRECAO: REMOVE O CONCEITO DA CHAVE ANTIGA E GRAVA O DA
      * CHAVE NOVA QUANDO A TURMA DO NOVO ANO E CONCEITUAL
      *----------------------------------------------------------------
           ATUALIZA-CONCEITO.
           IF CONCEITO-ACHADO
              MOVE WS-ID         TO CO-ID
              MOVE WS-MATERIA    TO CO-MATERIA
              MOVE WS-ANO-LETIVO TO CO-ANO-LETIVO
              MOVE WS-BIMESTRE   TO CO-BIMESTRE
              DELETE CONCEITO RECORD
              END-DELETE
           END-IF
           IF TURMA-CONCEITUAL
              PERFORM GRAVA-CONCEITO
           END-IF.

      *----------------------------------------------------------------
      * NA EXCLUSAO: REMOVE O CONCEITO E O PARECER DO REGISTRO
      *----------------------------------------------------------------
           EXCLUI-CONCEITO.
           IF CONCEITO-ABERTO
              MOVE WS-ID         TO CO-ID
              MOVE WS-MATERIA    TO CO-MATERIA
              MOVE WS-ANO-LETIVO TO CO-ANO-LETIVO
              MOVE WS-BIMESTRE   TO CO-BIMESTRE
              DELETE CONCEITO RECORD
              NOT INVALID KEY
                  DISPLAY "CONCEITO E PARECER REMOVIDOS"
              END-DELETE
           END-IF.

      *----------------------------------------------------------------
      * VERIFICA SE O REGISTRO LIDO DO CAD VEIO DE GUIA DE
      * TRANSFERENCIA (ORIGEXT.DAT, MESMA CHAVE DO CAD)
      *----------------------------------------------------------------
           VERIFICA-ORIGEM-EXTERNA.
           MOVE "N" TO WS-ORIGEM-EXTERNA
           IF ORIGEXT-ABERTO
              MOVE FD-CHAVE TO OE-CHAVE
              READ ORIGEXT
              NOT INVALID KEY
                  MOVE "S" TO WS-ORIGEM-EXTERNA
              END-READ
           END-IF.

      *----------------------------------------------------------------
      * ESCOLHE O QUE SERA LANCADO: NOTAS DO ANO REGULAR (CAD, PEDIDO
      * EM SEGUIDA) OU NOTAS DE DEPENDENCIA (DEPNOTA.DAT, MESMO LAYOUT
      * E MESMA CHAVE DO CAD, COM O ANO LETIVO EM QUE A DEPENDENCIA E
      * CURSADA), SEPARADAS PARA NAO COLIDIREM COM A MATERIA REGULAR
      *----------------------------------------------------------------
           ESCOLHE-LANCAMENTO.
           DISPLAY "==================================================="
           DISPLAY "1 - NOTAS DO ANO LETIVO REGULAR"
           DISPLAY "2 - NOTAS DE DEPENDENCIA"
           DISPLAY "==================================================="
           DISPLAY "DIGITE O TIPO DE LANCAMENTO"
           ACCEPT WS-OPCAO-MENU
           IF WS-OPCAO-MENU EQUAL 1
              GO TO FIM-ESCOLHE-LANCAMENTO
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
              MOVE "D"               TO WS-MODO-LANCAMENTO
              MOVE WS-DEPNOTA-DSNAME TO WS-CAD-DSNAME
              GO TO FIM-ESCOLHE-LANCAMENTO
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO ESCOLHE-LANCAMENTO.

           FIM-ESCOLHE-LANCAMENTO.
           CONTINUE.

      *----------------------------------------------------------------
      * PROCURA NO DEPEND.DAT A DEPENDENCIA DO ALUNO NA MATERIA A
      * CURSAR NO ANO LETIVO DIGITADO, AINDA NAO CUMPRIDA
      *----------------------------------------------------------------
           VERIFICA-DEPENDENCIA.
           MOVE "N"        TO WS-DEP-ACHADA
           MOVE WS-ID      TO DP-ID
           MOVE WS-MATERIA TO DP-MATERIA
           MOVE 0          TO DP-ANO-ORIGEM
           START DEPEND KEY NOT < DP-CHAVE
           INVALID KEY
               GO TO FIM-VERIFICA-DEPENDENCIA
           END-START.

           LE-DEPENDENCIA.
           READ DEPEND NEXT
               AT END
               GO TO FIM-VERIFICA-DEPENDENCIA
           END-READ
           IF DP-ID NOT EQUAL WS-ID
              OR DP-MATERIA NOT EQUAL WS-MATERIA
              GO TO FIM-VERIFICA-DEPENDENCIA
           END-IF
           IF DP-ANO-CURSAR EQUAL WS-ANO-LETIVO
              AND DP-SITUACAO NOT EQUAL "CUMPRIDA"
              MOVE "S" TO WS-DEP-ACHADA
              GO TO FIM-VERIFICA-DEPENDENCIA
           END-IF
           GO TO LE-DEPENDENCIA.

           FIM-VERIFICA-DEPENDENCIA.
           CONTINUE.

      *----------------------------------------------------------------
      * BUSCA O ALUNO NO ARQUIVO MESTRE (ALUNOS.DAT) E TRAZ O NOME
      *----------------------------------------------------------------
           OBTEM-ALUNO-MESTRE.
           MOVE "N"   TO WS-ALUNO-ACHADO
           MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
           MOVE WS-ID TO AL-ID
           READ ALUNOS
           INVALID KEY
               MOVE "S"      TO WS-ALUNO-ACHADO
               MOVE AL-NM    TO WS-NM
               MOVE AL-TURMA TO WS-TURMA
               IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                  MOVE AL-UNIDADE TO WS-UNIDADE-ALUNO
               END-IF
           END-READ.

      *----------------------------------------------------------------
      * BUSCA A TURMA DA MATRICULA DO ALUNO NO ANO EM WS-ANO-TURMA
      * (MATRICULA.DAT, MANTIDO PELO SISTTMTR); SEM MATRICULA DO ANO
      * FICA VALENDO A TURMA JA CARREGADA (MESTRE OU CADASTRO). A
      * UNIDADE DA MATRICULA DO ANO PREVALECE SOBRE A DO MESTRE
      *----------------------------------------------------------------
           OBTEM-TURMA-MATRICULA.
           MOVE WS-ID        TO MA-ID
               CONTINUE
           NOT INVALID KEY
               MOVE MA-TURMA TO WS-TURMA
               IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
                  MOVE MA-UNIDADE TO WS-UNIDADE-ALUNO
               END-IF
           END-READ.

      *----------------------------------------------------------------
      * CONFERE A TURMA DO LANCAMENTO (WS-TURMA) NO CADASTRO DE TURMAS
      * DO ANO EM WS-ANO-TURMA (TURMAS.DAT, MANTIDO PELO SISTTTUR). ANO
      * SEM NENHUMA TURMA CADASTRADA (ANOS ANTERIORES AO CADASTRO) FICA
      * SEM CONFERENCIA. A TURMA ENCONTRADA INFORMA A FORMA DE
      * AVALIACAO (WS-AVALIACAO-TURMA: C=CONCEITO, SENAO NOTA)
      *----------------------------------------------------------------
           CONFERE-TURMA.
           MOVE "S" TO WS-TURMA-OK
           MOVE "N" TO WS-AVALIACAO-TURMA
           IF NOT TEM-TURMAS
              GO TO FIM-CONFERE-TURMA
           END-IF
           MOVE WS-ANO-TURMA TO TU-ANO-LETIVO
           MOVE WS-TURMA     TO TU-TURMA
           READ TURMAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CONCEITO-ABERTO
                  MOVE TU-AVALIACAO TO WS-AVALIACAO-TURMA
               END-IF
               GO TO FIM-CONFERE-TURMA
           END-READ
           MOVE WS-ANO-TURMA TO TU-ANO-LETIVO
           MOVE LOW-VALUES   TO TU-TURMA
           START TURMAS KEY NOT < TU-CHAVE
           INVALID KEY
               GO TO FIM-CONFERE-TURMA
           END-START
           READ TURMAS NEXT
               AT END
               GO TO FIM-CONFERE-TURMA
           END-READ
           IF TU-ANO-LETIVO EQUAL WS-ANO-TURMA
              MOVE "N" TO WS-TURMA-OK
           END-IF.

           FIM-CONFERE-TURMA.
           CONTINUE.

           AVISA-TURMA-INEXISTENTE.
           DISPLAY "TURMA "WS-TURMA" NAO CADASTRADA PARA O ANO "
                   WS-ANO-TURMA" (TURMAS.DAT)."
           DISPLAY "CORRIJA A MATRICULA DO ALUNO (SISTTMTR) OU"
           DISPLAY "CADASTRE A TURMA PELO SISTTTUR.".

      *----------------------------------------------------------------
      * BUSCA A MATERIA EM WS-MATERIA-BUSCA NO CATALOGO OFICIAL
      * (MATERIAS.DAT, MANTIDO PELO SISTTMAT)
           MOVE DEPOIS-NM         TO LOG-DEPOIS-NM
           MOVE DEPOIS-STATUS     TO LOG-DEPOIS-STATUS
           MOVE DEPOIS-MEDIA      TO LOG-DEPOIS-MEDIA
           MOVE ANTES-ANO-LETIVO  TO LOG-ANTES-ANO
           MOVE ANTES-BIMESTRE    TO LOG-ANTES-BIM
           MOVE DEPOIS-ANO-LETIVO TO LOG-DEPOIS-ANO
           MOVE DEPOIS-BIMESTRE   TO LOG-DEPOIS-BIM
           IF MODO-DEPENDENCIA
              IF LOG-OPERACAO EQUAL "INCLUSAO"
                 MOVE "INCL DEP" TO LOG-OPERACAO
              END-IF
              IF LOG-OPERACAO EQUAL "CORRECAO"
                 MOVE "CORR DEP" TO LOG-OPERACAO
              END-IF
              IF LOG-OPERACAO EQUAL "EXCLUSAO"
                 MOVE "EXCL DEP" TO LOG-OPERACAO
              END-IF
           END-IF

           OPEN EXTEND CADLOG
           IF WS-FS-CADLOG EQUAL 35
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-OPE-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TUR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADTRAVA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TRAVA-DSNAME
           IF WS-PAR-CHAVE EQUAL "ARQ-BACKCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-BACKCTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPNOTA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEPNOTA-DSNAME
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


           FINALIZAR.
            IF ORIGEXT-ABERTO
               CLOSE ORIGEXT
            END-IF
            IF TEM-TURMAS
               CLOSE TURMAS
            END-IF
            IF CONCEITO-ABERTO
               CLOSE CONCEITO
            END-IF
            IF MODO-DEPENDENCIA
               CLOSE DEPEND
            END-IF
            PERFORM LIBERA-TRAVA
            PERFORM GRAVA-RUNCTL
            STOP RUN.
