      *              E EXIGIDO NO ARQUIVO MESTRE DE ALUNOS (ALUNOS.DAT,
      *              MANTIDO PELO SISTTALU). O CAMINHO PADRAO VEM DA
      *              CHAVE ARQ-MATRICULA DO PARAMET.DAT.
      * 15/10/2026 - AO GRAVAR A SITUACAO TRANSFERIDO, LEMBRA A EMISSAO
      *              DA GUIA DE TRANSFERENCIA PELO SISTTGUI.
      * 15/10/2026 - TURMA CONFERIDA NO CADASTRO DE TURMAS DO ANO
      *              (TURMAS.DAT, SISTTTUR). MATRICULA ATIVO EM TURMA
      *              LOTADA NAO E GRAVADA: O ALUNO PODE ENTRAR NA LISTA
      *              DE ESPERA DA SERIE/TURNO (ESPERA.DAT). MATRICULA
      *              ATIVO QUE DEIXA A TURMA (TRANSFERENCIA, EVASAO,
      *              FALECIMENTO, TROCA DE TURMA OU EXCLUSAO) OFERECE A
      *              VAGA AO PRIMEIRO DA FILA, E O ALUNO MATRICULADO
      *              SAI DA FILA. ACESSO AO MATRICULA PASSA A DYNAMIC
      *              PARA A CONTAGEM DA OCUPACAO.
      * 15/10/2026 - MATRICULA GRAVADA NA UNIDADE ESCOLAR DO ALUNO NO
      *              ARQUIVO MESTRE (PARAMETRO UNIDADE-PADRAO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTMTR.
           FILE-CONTROL.
               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT ESPERA ASSIGN TO WS-ESP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ES-CHAVE
             FILE STATUS WS-FS-ESPERA.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

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

       FD ESPERA.
       01 REG-ESPERA.
           03 ES-CHAVE.
               05 ES-ANO-LETIVO               PIC 9(4).
               05 ES-SERIE                    PIC X(10).
               05 ES-TURNO                    PIC X(1).
               05 ES-SEQ                      PIC 9(4).
           03 ES-ID                           PIC 9(4).
           03 ES-NM                           PIC X(25).
           03 ES-TURMA-PEDIDA                 PIC X(3).
           03 ES-DT-ENTRADA                   PIC 9(8).
           03 ES-SITUACAO                     PIC X(11).
           03 ES-DT-SITUACAO                  PIC 9(8).
           03 ES-TURMA-OFERTA                 PIC X(3).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-TURMAS                        PIC 99.
       77 WS-FS-ESPERA                        PIC 99.
       77 WS-TEM-TURMAS                       PIC X VALUE "N".
         88 TEM-TURMAS                        VALUE "S".
       77 WS-TEM-ESPERA                       PIC X VALUE "N".
         88 TEM-ESPERA                        VALUE "S".
       77 WS-MTR-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: AS MESMAS CHAVES ARQ-MATRICULA,
      * ARQ-ALUNOS, ARQ-TURMAS E ARQ-ESPERA QUE OS DEMAIS PROGRAMAS
      * HONRAM
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-MTR-DSNAME-PADRAO                PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-TUR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-ESP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ESPERA.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-TURMA                        PIC X(3).
           03 WS-SITUACAO                     PIC X(11).
           03 WS-DT-SITUACAO                  PIC 9(8).
       77 WS-TURMA-ANTES                      PIC X(3).
       77 WS-UNIDADE-ALUNO                    PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-SITUACAO-ANTES                   PIC X(11).
       77 WS-DATA-HOJE                        PIC 9(8).
       77 WS-RESP                             PIC X.
         88 RESP-SIM                          VALUE "S".

      *----------------------------------------------------------------
      * TURMA DO ANO (TURMAS.DAT, MANTIDO PELO SISTTTUR), OCUPACAO DA
      * TURMA (MATRICULAS ATIVO + VAGAS OFERECIDAS) E LISTA DE ESPERA
      *----------------------------------------------------------------
       77 WS-TURMA-OK                         PIC X.
         88 TURMA-OK                          VALUE "S".
       77 WS-SERIE                            PIC X(10).
       77 WS-TURNO                            PIC X(1).
       77 WS-CAPACIDADE                       PIC 9(3).
       77 WS-TURMA-CONTA                      PIC X(3).
       77 WS-ID-IGNORA                        PIC 9(4).
       77 WS-MATRICULADOS                     PIC 9(4).
       77 WS-RESERVAS                         PIC 9(4).
       77 WS-OCUPADAS                         PIC 9(4).
       77 WS-SEQ                              PIC 9(4).
       77 WS-NA-FILA                          PIC X.
         88 NA-FILA                           VALUE "S".
       77 WS-ANO-OFERTA                       PIC 9(4).
       77 WS-SERIE-OFERTA                     PIC X(10).
       77 WS-TURNO-OFERTA                     PIC X(1).
       77 WS-TURMA-OFERTA                     PIC X(3).
       77 WS-OFERTA-FEITA                     PIC X.
         88 OFERTA-FEITA                      VALUE "S".

       PROCEDURE DIVISION.
           OBTEM-DATASET.
                  MOVE WS-MTR-DSNAME-PADRAO TO WS-MTR-DSNAME
               END-IF.

      *    SEM O TURMAS.DAT A MATRICULA SEGUE SEM CONFERIR A TURMA, A
      *    CAPACIDADE E A LISTA DE ESPERA
           ABRE-TURMAS.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               OPEN INPUT TURMAS
               IF WS-FS-TURMAS EQUAL 0
                  MOVE "S" TO WS-TEM-TURMAS
                  OPEN I-O ESPERA
                  IF WS-FS-ESPERA EQUAL 35
                     OPEN OUTPUT ESPERA
                     CLOSE ESPERA
                     OPEN I-O ESPERA
                  END-IF
                  IF WS-FS-ESPERA EQUAL 0
                     MOVE "S" TO WS-TEM-ESPERA
                  ELSE
                     DISPLAY "NAO FOI POSSIVEL ABRIR O ESPERA.DAT,"
                     DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
                     DISPLAY "MATRICULA SEM A LISTA DE ESPERA."
                  END-IF
               ELSE
                  DISPLAY "TURMAS.DAT NAO ENCONTRADO: MATRICULA SEM"
                  DISPLAY "CONFERENCIA DA TURMA, DA CAPACIDADE E DA"
                  DISPLAY "LISTA DE ESPERA (SISTTTUR)."
               END-IF.

           INICIO.
              OPEN I-O MATRICULA

           END-IF

           DISPLAY "NOME DO ALUNO (DO MESTRE):"AL-NM
           DISPLAY "UNIDADE ESCOLAR DO ALUNO.:"WS-UNIDADE-ALUNO

           MOVE WS-ID           TO MA-ID
           MOVE WS-ANO-LETIVO   TO MA-ANO-LETIVO
           READ MATRICULA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "JA EXISTE MATRICULA DESTE ALUNO NESTE ANO"
               DISPLAY "(TURMA "MA-TURMA" SITUACAO "MA-SITUACAO")."
               CLOSE MATRICULA ALUNOS
               GO TO CONTINUAR
           END-READ

           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           PERFORM CONFERE-TURMA THRU FIM-CONFERE-TURMA
           IF NOT TURMA-OK
              CLOSE MATRICULA ALUNOS
              GO TO CONTINUAR
           END-IF

           IF TEM-TURMAS AND WS-SITUACAO EQUAL "ATIVO"
              MOVE WS-TURMA TO WS-TURMA-CONTA
              MOVE WS-ID    TO WS-ID-IGNORA
              PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO
              IF WS-OCUPADAS NOT < WS-CAPACIDADE
                 PERFORM TURMA-LOTADA THRU FIM-TURMA-LOTADA
                 CLOSE MATRICULA ALUNOS
                 GO TO CONTINUAR
              END-IF
           END-IF

           MOVE WS-ID           TO MA-ID
           MOVE WS-ANO-LETIVO   TO MA-ANO-LETIVO
           MOVE WS-TURMA        TO MA-TURMA
           MOVE WS-SITUACAO     TO MA-SITUACAO
           MOVE WS-DT-SITUACAO  TO MA-DT-SITUACAO
           MOVE WS-UNIDADE-ALUNO TO MA-UNIDADE

           WRITE REG-MATRICULA
           INVALID KEY
                       WS-FS-MATRICULA
           NOT INVALID KEY
               DISPLAY "MATRICULA GRAVADA COM SUCESSO"
               PERFORM AVISA-GUIA
               PERFORM BAIXA-ESPERA THRU FIM-BAIXA-ESPERA
           END-WRITE.

           CLOSE MATRICULA ALUNOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * ALUNO TRANSFERIDO: LEMBRA A EMISSAO DA GUIA DE TRANSFERENCIA
      * COM OS BIMESTRES DO ANO PARA A ESCOLA DE DESTINO
      *----------------------------------------------------------------
           AVISA-GUIA.
           IF WS-SITUACAO EQUAL "TRANSFERIDO"
              DISPLAY "EMITA A GUIA DE TRANSFERENCIA DO ALUNO PELO"
              DISPLAY "SISTTGUI (OPCAO 1) PARA A ESCOLA DE DESTINO."
           END-IF.

      *----------------------------------------------------------------
      * CORRECAO DE UMA MATRICULA EXISTENTE (TURMA, SITUACAO E DATA)
      *----------------------------------------------------------------
               DISPLAY "MATRICULA NAO ENCONTRADA"
               CLOSE MATRICULA ALUNOS
               GO TO CONTINUAR
           END-READ.

           DISPLAY "VALORES ATUAIS:"
           DISPLAY "TURMA           :"MA-TURMA
           DISPLAY "SITUACAO        :"MA-SITUACAO
           DISPLAY "DATA DA SITUACAO:"MA-DT-SITUACAO
           DISPLAY "UNIDADE ESCOLAR :"MA-UNIDADE
           MOVE MA-TURMA    TO WS-TURMA-ANTES
           MOVE MA-SITUACAO TO WS-SITUACAO-ANTES

           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           PERFORM CONFERE-TURMA THRU FIM-CONFERE-TURMA
           IF NOT TURMA-OK
              CLOSE MATRICULA ALUNOS
              GO TO CONTINUAR
           END-IF

      *    SO OCUPA VAGA NOVA QUEM PASSA A ATIVO OU TROCA DE TURMA
           IF TEM-TURMAS AND WS-SITUACAO EQUAL "ATIVO"
              AND (WS-SITUACAO-ANTES NOT EQUAL "ATIVO"
                   OR WS-TURMA NOT EQUAL WS-TURMA-ANTES)
              MOVE WS-TURMA TO WS-TURMA-CONTA
              MOVE WS-ID    TO WS-ID-IGNORA
              PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO
              IF WS-OCUPADAS NOT < WS-CAPACIDADE
                 DISPLAY "TURMA "WS-TURMA" LOTADA: CAPACIDADE "
                         WS-CAPACIDADE
                 DISPLAY "MATRICULADOS (ATIVO)....:"WS-MATRICULADOS
                 DISPLAY "VAGAS JA OFERECIDAS.....:"WS-RESERVAS
                 DISPLAY "CONSULTE O QUADRO DE VAGAS (SISTTVAG)."
                 DISPLAY "MATRICULA NAO CORRIGIDA."
                 CLOSE MATRICULA ALUNOS
                 GO TO CONTINUAR
              END-IF
           END-IF

           MOVE WS-ID         TO MA-ID
           MOVE WS-ANO-LETIVO TO MA-ANO-LETIVO
           READ MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO ENCONTRADA"
               CLOSE MATRICULA ALUNOS
               GO TO CONTINUAR
           END-READ.

           MOVE WS-TURMA       TO MA-TURMA
           MOVE WS-SITUACAO    TO MA-SITUACAO
           MOVE WS-DT-SITUACAO TO MA-DT-SITUACAO

           REWRITE REG-MATRICULA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL CORRIGIR,"
               DISPLAY "WS-FS-MATRICULA: "WS-FS-MATRICULA
           NOT INVALID KEY
               DISPLAY "MATRICULA CORRIGIDA COM SUCESSO"
               PERFORM AVISA-GUIA
               PERFORM BAIXA-ESPERA THRU FIM-BAIXA-ESPERA
               PERFORM LIBERA-VAGA THRU FIM-LIBERA-VAGA
           END-REWRITE.

           CLOSE MATRICULA ALUNOS.
           GO TO CONTINUAR.

               CLOSE MATRICULA ALUNOS
               GO TO CONTINUAR
           NOT INVALID KEY
               MOVE MA-TURMA    TO WS-TURMA-ANTES
               MOVE MA-SITUACAO TO WS-SITUACAO-ANTES
               MOVE SPACES      TO WS-TURMA WS-SITUACAO
               DELETE MATRICULA RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,"
                   DISPLAY "WS-FS-MATRICULA: "WS-FS-MATRICULA
               NOT INVALID KEY
                   DISPLAY "MATRICULA EXCLUIDA COM SUCESSO"
                   PERFORM LIBERA-VAGA THRU FIM-LIBERA-VAGA
               END-DELETE
           END-READ.

               DISPLAY "TURMA           :"MA-TURMA
               DISPLAY "SITUACAO        :"MA-SITUACAO
               DISPLAY "DATA DA SITUACAO:"MA-DT-SITUACAO
               DISPLAY "UNIDADE ESCOLAR :"MA-UNIDADE
               DISPLAY "==============================================="
           END-READ.

           CLOSE MATRICULA ALUNOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONFERE A TURMA DIGITADA NO TURMAS.DAT DO ANO LETIVO E TRAZ A
      * SERIE, O TURNO E A CAPACIDADE; SEM O ARQUIVO NADA E EXIGIDO
      *----------------------------------------------------------------
           CONFERE-TURMA.
           MOVE "S" TO WS-TURMA-OK
           IF NOT TEM-TURMAS
              GO TO FIM-CONFERE-TURMA
           END-IF
           MOVE WS-ANO-LETIVO TO TU-ANO-LETIVO
           MOVE WS-TURMA      TO TU-TURMA
           READ TURMAS
           INVALID KEY
               MOVE "N" TO WS-TURMA-OK
               DISPLAY "TURMA "WS-TURMA" NAO CADASTRADA PARA O ANO "
                       WS-ANO-LETIVO"."
               DISPLAY "CADASTRE A TURMA PELO SISTTTUR ANTES DE"
               DISPLAY "MATRICULAR."
           NOT INVALID KEY
               MOVE TU-SERIE      TO WS-SERIE
               MOVE TU-TURNO      TO WS-TURNO
               MOVE TU-CAPACIDADE TO WS-CAPACIDADE
           END-READ.

           FIM-CONFERE-TURMA.
           CONTINUE.

      *----------------------------------------------------------------
      * TURMA LOTADA: A MATRICULA NAO E GRAVADA E, SE CONFIRMADO, O
      * ALUNO ENTRA NO FIM DA LISTA DE ESPERA DA SERIE/TURNO
      *----------------------------------------------------------------
           TURMA-LOTADA.
           DISPLAY "TURMA "WS-TURMA" LOTADA: CAPACIDADE "WS-CAPACIDADE
           DISPLAY "MATRICULADOS (ATIVO)....:"WS-MATRICULADOS
           DISPLAY "VAGAS JA OFERECIDAS.....:"WS-RESERVAS
           DISPLAY "CONSULTE O QUADRO DE VAGAS (SISTTVAG) PARA OUTRA"
           DISPLAY "TURMA DA MESMA SERIE E TURNO."
           IF NOT TEM-ESPERA
              DISPLAY "LISTA DE ESPERA INDISPONIVEL."
              DISPLAY "MATRICULA NAO GRAVADA"
              GO TO FIM-TURMA-LOTADA
           END-IF
           DISPLAY "INCLUIR O ALUNO NA LISTA DE ESPERA DA SERIE "
                   WS-SERIE" TURNO "WS-TURNO"? (S/N)"
           ACCEPT WS-RESP
           IF NOT RESP-SIM
              DISPLAY "MATRICULA NAO GRAVADA"
              GO TO FIM-TURMA-LOTADA
           END-IF

           PERFORM PROCURA-NA-FILA THRU FIM-PROCURA-NA-FILA
           IF NA-FILA
              DISPLAY "O ALUNO JA ESTA NA LISTA DE ESPERA DO ANO"
              DISPLAY "(SERIE "ES-SERIE" TURNO "ES-TURNO" SEQUENCIA "
                      ES-SEQ" SITUACAO "ES-SITUACAO")."
              GO TO FIM-TURMA-LOTADA
           END-IF

           PERFORM OBTEM-SEQ-FILA THRU FIM-OBTEM-SEQ-FILA

           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           MOVE WS-SERIE      TO ES-SERIE
           MOVE WS-TURNO      TO ES-TURNO
           MOVE WS-SEQ        TO ES-SEQ
           MOVE WS-ID         TO ES-ID
           MOVE AL-NM         TO ES-NM
           MOVE WS-TURMA      TO ES-TURMA-PEDIDA
           MOVE WS-DATA-HOJE  TO ES-DT-ENTRADA
           MOVE "AGUARDANDO"  TO ES-SITUACAO
           MOVE WS-DATA-HOJE  TO ES-DT-SITUACAO
           MOVE SPACES        TO ES-TURMA-OFERTA
           WRITE REG-ESPERA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL GRAVAR NA LISTA DE ESPERA,"
               DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
           NOT INVALID KEY
               DISPLAY "ALUNO INCLUIDO NA LISTA DE ESPERA, SEQUENCIA "
                       WS-SEQ
           END-WRITE.

           FIM-TURMA-LOTADA.
           CONTINUE.

      *----------------------------------------------------------------
      * PROXIMA SEQUENCIA DA FILA DE WS-ANO-LETIVO/WS-SERIE/WS-TURNO
      *----------------------------------------------------------------
           OBTEM-SEQ-FILA.
           MOVE 1             TO WS-SEQ
           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           MOVE WS-SERIE      TO ES-SERIE
           MOVE WS-TURNO      TO ES-TURNO
           MOVE 0             TO ES-SEQ
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-OBTEM-SEQ-FILA
           END-START.

           LE-SEQ-FILA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-OBTEM-SEQ-FILA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR ES-SERIE NOT EQUAL WS-SERIE
              OR ES-TURNO NOT EQUAL WS-TURNO
              GO TO FIM-OBTEM-SEQ-FILA
           END-IF
           COMPUTE WS-SEQ = ES-SEQ + 1
           GO TO LE-SEQ-FILA.

           FIM-OBTEM-SEQ-FILA.
           CONTINUE.

      *----------------------------------------------------------------
      * PROCURA O ALUNO WS-ID AGUARDANDO OU COM VAGA OFERECIDA NA
      * LISTA DE ESPERA DO ANO; ACHADO, O REGISTRO FICA NA AREA DO
      * ESPERA PARA REWRITE
      *----------------------------------------------------------------
           PROCURA-NA-FILA.
           MOVE "N"           TO WS-NA-FILA
           MOVE LOW-VALUES    TO ES-CHAVE
           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-PROCURA-NA-FILA
           END-START.

           LE-NA-FILA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-PROCURA-NA-FILA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO FIM-PROCURA-NA-FILA
           END-IF
           IF ES-ID EQUAL WS-ID
              AND (ES-SITUACAO EQUAL "AGUARDANDO"
                   OR ES-SITUACAO EQUAL "OFERECIDA")
              MOVE "S" TO WS-NA-FILA
              GO TO FIM-PROCURA-NA-FILA
           END-IF
           GO TO LE-NA-FILA.

           FIM-PROCURA-NA-FILA.
           CONTINUE.

      *----------------------------------------------------------------
      * ALUNO MATRICULADO ATIVO SAI DA LISTA DE ESPERA DO ANO; SE A
      * VAGA OFERECIDA A ELE ERA DE OUTRA TURMA, ELA PASSA AO PROXIMO
      * DA FILA
      *----------------------------------------------------------------
           BAIXA-ESPERA.
           IF NOT TEM-ESPERA
              OR WS-SITUACAO NOT EQUAL "ATIVO"
              GO TO FIM-BAIXA-ESPERA
           END-IF
           PERFORM PROCURA-NA-FILA THRU FIM-PROCURA-NA-FILA
           IF NOT NA-FILA
              GO TO FIM-BAIXA-ESPERA
           END-IF

           MOVE SPACES TO WS-TURMA-OFERTA
           IF ES-SITUACAO EQUAL "OFERECIDA"
              AND ES-TURMA-OFERTA NOT EQUAL WS-TURMA
              MOVE ES-ANO-LETIVO   TO WS-ANO-OFERTA
              MOVE ES-SERIE        TO WS-SERIE-OFERTA
              MOVE ES-TURNO        TO WS-TURNO-OFERTA
              MOVE ES-TURMA-OFERTA TO WS-TURMA-OFERTA
           END-IF

           MOVE "MATRICULADO" TO ES-SITUACAO
           MOVE WS-DATA-HOJE  TO ES-DT-SITUACAO
           REWRITE REG-ESPERA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL BAIXAR A LISTA DE ESPERA,"
               DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
               GO TO FIM-BAIXA-ESPERA
           NOT INVALID KEY
               DISPLAY "ALUNO RETIRADO DA LISTA DE ESPERA (SEQUENCIA "
                       ES-SEQ")."
           END-REWRITE

           IF WS-TURMA-OFERTA NOT EQUAL SPACES
              PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA
           END-IF.

           FIM-BAIXA-ESPERA.
           CONTINUE.

      *----------------------------------------------------------------
      * MATRICULA ATIVO QUE DEIXA A TURMA (TRANSFERENCIA, EVASAO,
      * FALECIMENTO, TROCA DE TURMA OU EXCLUSAO) ABRE UMA VAGA, QUE E
      * OFERECIDA AO PRIMEIRO DA FILA DA SERIE/TURNO QUANDO A TURMA
      * FICA DE FATO ABAIXO DA CAPACIDADE
      *----------------------------------------------------------------
           LIBERA-VAGA.
           IF NOT TEM-ESPERA
              OR WS-SITUACAO-ANTES NOT EQUAL "ATIVO"
              GO TO FIM-LIBERA-VAGA
           END-IF
           IF WS-SITUACAO EQUAL "ATIVO"
              AND WS-TURMA EQUAL WS-TURMA-ANTES
              GO TO FIM-LIBERA-VAGA
           END-IF

           MOVE WS-ANO-LETIVO  TO TU-ANO-LETIVO
           MOVE WS-TURMA-ANTES TO TU-TURMA
           READ TURMAS
           INVALID KEY
               GO TO FIM-LIBERA-VAGA
           END-READ

           MOVE WS-TURMA-ANTES TO WS-TURMA-CONTA
           MOVE 0              TO WS-ID-IGNORA
           PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO
           IF WS-OCUPADAS NOT < TU-CAPACIDADE
              GO TO FIM-LIBERA-VAGA
           END-IF

           DISPLAY "VAGA ABERTA NA TURMA "WS-TURMA-ANTES" ("TU-SERIE
                   " TURNO "TU-TURNO")."
           MOVE WS-ANO-LETIVO  TO WS-ANO-OFERTA
           MOVE TU-SERIE       TO WS-SERIE-OFERTA
           MOVE TU-TURNO       TO WS-TURNO-OFERTA
           MOVE WS-TURMA-ANTES TO WS-TURMA-OFERTA
           PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA.

           FIM-LIBERA-VAGA.
           CONTINUE.

      *----------------------------------------------------------------
      * OCUPACAO DA TURMA WS-TURMA-CONTA NO ANO WS-ANO-LETIVO:
      * MATRICULAS ATIVO (WS-MATRICULADOS) E VAGAS OFERECIDAS A FILA
      * AINDA NAO CONFIRMADAS (WS-RESERVAS); O ALUNO WS-ID-IGNORA NAO
      * CONTA
      *----------------------------------------------------------------
           CONTA-OCUPACAO.
           MOVE 0 TO WS-MATRICULADOS WS-RESERVAS WS-OCUPADAS
           MOVE LOW-VALUES TO MA-CHAVE
           START MATRICULA KEY NOT < MA-CHAVE
           INVALID KEY
               GO TO CONTA-RESERVAS
           END-START.

           LE-OCUPACAO.
           READ MATRICULA NEXT
               AT END
               GO TO CONTA-RESERVAS
           END-READ
           IF MA-ANO-LETIVO EQUAL WS-ANO-LETIVO
              AND MA-TURMA EQUAL WS-TURMA-CONTA
              AND MA-SITUACAO EQUAL "ATIVO"
              AND MA-ID NOT EQUAL WS-ID-IGNORA
              ADD 1 TO WS-MATRICULADOS
           END-IF
           GO TO LE-OCUPACAO.

           CONTA-RESERVAS.
           IF NOT TEM-ESPERA
              GO TO FIM-CONTA-OCUPACAO
           END-IF
           MOVE LOW-VALUES    TO ES-CHAVE
           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-CONTA-OCUPACAO
           END-START.

           LE-RESERVA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-CONTA-OCUPACAO
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO FIM-CONTA-OCUPACAO
           END-IF
           IF ES-SITUACAO EQUAL "OFERECIDA"
              AND ES-TURMA-OFERTA EQUAL WS-TURMA-CONTA
              AND ES-ID NOT EQUAL WS-ID-IGNORA
              ADD 1 TO WS-RESERVAS
           END-IF
           GO TO LE-RESERVA.

           FIM-CONTA-OCUPACAO.
           COMPUTE WS-OCUPADAS = WS-MATRICULADOS + WS-RESERVAS.

      *----------------------------------------------------------------
      * OFERECE A VAGA DA TURMA WS-TURMA-OFERTA AO PRIMEIRO ALUNO
      * AGUARDANDO NA FILA DE WS-ANO-OFERTA/WS-SERIE-OFERTA/
      * WS-TURNO-OFERTA (A FILA E ATENDIDA NA ORDEM DE ENTRADA)
      *----------------------------------------------------------------
           OFERECE-VAGA.
           MOVE "N"             TO WS-OFERTA-FEITA
           MOVE WS-ANO-OFERTA   TO ES-ANO-LETIVO
           MOVE WS-SERIE-OFERTA TO ES-SERIE
           MOVE WS-TURNO-OFERTA TO ES-TURNO
           MOVE 0               TO ES-SEQ
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-OFERECE-VAGA
           END-START.

           LE-FILA-OFERTA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-OFERECE-VAGA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-OFERTA
              OR ES-SERIE NOT EQUAL WS-SERIE-OFERTA
              OR ES-TURNO NOT EQUAL WS-TURNO-OFERTA
              GO TO FIM-OFERECE-VAGA
           END-IF
           IF ES-SITUACAO NOT EQUAL "AGUARDANDO"
              GO TO LE-FILA-OFERTA
           END-IF

           MOVE "OFERECIDA"     TO ES-SITUACAO
           MOVE WS-DATA-HOJE    TO ES-DT-SITUACAO
           MOVE WS-TURMA-OFERTA TO ES-TURMA-OFERTA
           REWRITE REG-ESPERA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL OFERECER A VAGA,"
               DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
           NOT INVALID KEY
               MOVE "S" TO WS-OFERTA-FEITA
               DISPLAY "VAGA NA TURMA "WS-TURMA-OFERTA
                       " OFERECIDA AO ALUNO "ES-ID" "ES-NM
               DISPLAY "(SEQUENCIA "ES-SEQ" DA LISTA DE ESPERA)."
               DISPLAY "CONFIRME A MATRICULA PELO SISTTMTR OU"
               DISPLAY "REGISTRE A DESISTENCIA PELO SISTTTUR."
           END-REWRITE.

           FIM-OFERECE-VAGA.
           IF NOT OFERTA-FEITA
              DISPLAY "NENHUM ALUNO AGUARDANDO NA LISTA DE ESPERA DA"
              DISPLAY "SERIE "WS-SERIE-OFERTA" TURNO "WS-TURNO-OFERTA
           END-IF.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O ID E O ANO LETIVO DA MATRICULA
      *----------------------------------------------------------------
      *----------------------------------------------------------------
           OBTEM-ALUNO-MESTRE.
           MOVE "N"   TO WS-ALUNO-ACHADO
           MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
           MOVE WS-ID TO AL-ID
           READ ALUNOS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WS-ALUNO-ACHADO
               IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                  MOVE AL-UNIDADE TO WS-UNIDADE-ALUNO
               END-IF
           END-READ.

      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TUR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ESPERA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ESP-DSNAME
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
            GO TO CONTINUAR.

           FINALIZAR.
            IF TEM-TURMAS
               CLOSE TURMAS
            END-IF
            IF TEM-ESPERA
               CLOSE ESPERA
            END-IF
            STOP RUN.
       END PROGRAM SISTTMTR.
