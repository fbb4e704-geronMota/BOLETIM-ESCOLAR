      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:PUBLICACAO INCREMENTAL DE NOTAS PARA O PORTAL DOS PAIS.
      *         LE O CADLOG.DAT A PARTIR DA ULTIMA POSICAO PUBLICADA
      *         (PUBCTL.DAT), JUNTA AS CHAVES DO CAD INCLUIDAS,
      *         CORRIGIDAS OU EXCLUIDAS DESDE ENTAO E GRAVA UM LOTE
      *         DELIMITADO POR "|" (PUBNOTAS<LOTE>.TXT) QUE O PORTAL
      *         CARREGA: "A" = REGISTRO ATUAL DO CAD (INCLUIR OU
      *         SUBSTITUIR), "E" = REGISTRO QUE SAIU DO CAD (EXCLUIR).
      *         ALUNOS COM MATRICULA DO ANO EM TRANSFERIDO, EVADIDO OU
      *         FALECIDO FICAM FORA DA PUBLICACAO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. CADA LOTE PUBLICADO GANHA UMA
      *              LINHA NO PUBCTL.DAT (LOTE, DATA, HORA, POSICOES
      *              INICIAL E FINAL DO CADLOG, QUANTIDADE E ARQUIVO),
      *              GRAVADA SO DEPOIS DO ARQUIVO DO LOTE FECHADO: UMA
      *              EXECUCAO QUE CAIU NO MEIO E RODADA DE NOVO REFAZ O
      *              MESMO LOTE A PARTIR DA MESMA POSICAO, E UMA
      *              REEXECUCAO SEM LINHAS NOVAS NO CADLOG NAO GERA
      *              LOTE. LINHA ANTIGA DO CADLOG (SEM ANO/BIMESTRE DA
      *              CHAVE) E LINHA DE FUSAO (SEM MATERIA) SAEM COMO
      *              EXCLUSAO DO ALUNO+MATERIA (OU DO ALUNO INTEIRO)
      *              COM ANO E BIMESTRE ZERADOS, SEGUIDA DOS REGISTROS
      *              QUE CONTINUAM NO CAD.
      * 15/10/2026 - LINHAS DO CADLOG DE NOTA DE DEPENDENCIA (OPERACAO
      *              TERMINADA EM "DEP", GRAVADAS PELO SISTTCAD NO MODO
      *              DEPENDENCIA SOBRE O DEPNOTA.DAT) NAO ENTRAM NO
      *              LOTE: A CHAVE NAO E DO CAD E, SE COINCIDISSE COM A
      *              DA MATERIA REGULAR, PUBLICARIA EXCLUSAO INDEVIDA.
      * 15/10/2026 - OS REGISTROS DO CAD E DO MATRICULA ACOMPANHAM O
      *              NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTPUB.

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

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT CADLOG ASSIGN TO WS-CADLOG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADLOG.

               SELECT PUBCTL ASSIGN TO WS-PUBCTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PUBCTL.

               SELECT PUBNOTAS ASSIGN TO WS-PUB-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PUBNOTAS.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

               SELECT RUNCTL ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RUNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RUNCTL.

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

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                           PIC 9(4).
               05 MA-ANO-LETIVO                   PIC 9(4).
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD CADLOG.
       01 REG-CADLOG                              PIC X(184).

       FD PUBCTL.
       01 REG-PUBCTL                              PIC X(110).

       FD PUBNOTAS.
       01 REG-PUBNOTAS                            PIC X(160).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       FD RUNCTL.
       01 REG-RUNCTL                              PIC X(106).

       WORKING-STORAGE SECTION.
       77 WS-FS                               PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-CADLOG                        PIC 99.
       77 WS-FS-PUBCTL                        PIC 99.
       77 WS-FS-PUBNOTAS                      PIC 99.
       77 WS-FS-RUNCTL                        PIC 99.
       77 WS-CAD-DSNAME                       PIC X(100).
       77 WS-PUB-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM). ARQ-PUBNOTAS E O
      * PREFIXO DO ARQUIVO DO LOTE; O PROGRAMA ACRESCENTA
      * <LOTE>.TXT.
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-CODIGO-ESCOLA                   PIC 9(8)   VALUE 0.
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-CADLOG-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADLOG.DAT".
       77 WS-PUBCTL-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PUBCTL.DAT".
       77 WS-PUB-PREFIXO                      PIC X(80) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PUBNOTAS".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

      *----------------------------------------------------------------
      * ESPELHO DO LINHA-CADLOG GRAVADO PELOS ATUALIZADORES DO CAD
      *----------------------------------------------------------------
       01 LINHA-LOG-LIDA.
           05 LL-ANO                          PIC X(4).
           05 FILLER                          PIC X.
           05 LL-MES                          PIC X(2).
           05 FILLER                          PIC X.
           05 LL-DIA                          PIC X(2).
           05 FILLER                          PIC X.
           05 LL-HORA                         PIC X(8).
           05 FILLER                          PIC X.
           05 LL-OPERACAO                     PIC X(10).
           05 FILLER                          PIC X(6).
           05 LL-ANTES-ID                     PIC X(4).
           05 FILLER                          PIC X.
           05 LL-ANTES-MATERIA                PIC X(11).
           05 FILLER                          PIC X.
           05 LL-ANTES-NM                     PIC X(25).
           05 FILLER                          PIC X.
           05 LL-ANTES-STATUS                 PIC X(11).
           05 FILLER                          PIC X.
           05 LL-ANTES-MEDIA                  PIC X(4).
           05 FILLER                          PIC X(8).
           05 LL-DEPOIS-ID                    PIC X(4).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-MATERIA               PIC X(11).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-NM                    PIC X(25).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-STATUS                PIC X(11).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-MEDIA                 PIC X(4).
           05 FILLER                          PIC X(4).
           05 LL-OPERADOR                     PIC X(3).
           05 FILLER                          PIC X(4).
           05 LL-ANTES-ANO                    PIC X(4).
           05 LL-ANTES-BIM                    PIC X(1).
           05 FILLER                          PIC X.
           05 LL-DEPOIS-ANO                   PIC X(4).
           05 LL-DEPOIS-BIM                   PIC X(1).

      *----------------------------------------------------------------
      * LINHA DE CONTROLE DO LOTE PUBLICADO (PUBCTL.DAT)
      *----------------------------------------------------------------
       01 LINHA-PUBCTL.
           05 PC-LOTE                         PIC 9(6).
           05 FILLER                          PIC X VALUE " ".
           05 PC-DATA                         PIC 9(8).
           05 FILLER                          PIC X VALUE " ".
           05 PC-HORA                         PIC 9(6).
           05 FILLER                          PIC X VALUE " ".
           05 PC-POS-INICIAL                  PIC 9(9).
           05 FILLER                          PIC X VALUE " ".
           05 PC-POS-FINAL                    PIC 9(9).
           05 FILLER                          PIC X VALUE " ".
           05 PC-QTDE                         PIC 9(6).
           05 FILLER                          PIC X VALUE " ".
           05 PC-DSNAME                       PIC X(60).

       01 LINHA-PUBCTL-LIDA.
           05 PCL-LOTE                        PIC X(6).
           05 FILLER                          PIC X.
           05 PCL-DATA                        PIC X(8).
           05 FILLER                          PIC X.
           05 PCL-HORA                        PIC X(6).
           05 FILLER                          PIC X.
           05 PCL-POS-INICIAL                 PIC X(9).
           05 FILLER                          PIC X.
           05 PCL-POS-FINAL                   PIC X(9).
           05 FILLER                          PIC X(68).

       77 WS-LOTE                             PIC 9(6) VALUE 0.
       77 WS-LOTE-TXT                         PIC 9(6).
       77 WS-POS-ANTERIOR                     PIC 9(9) VALUE 0.
       77 WS-POSICAO                          PIC 9(9) VALUE 0.
       77 WS-POS-FINAL                        PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * CHAVES DO CAD A PUBLICAR. MATERIA EM BRANCO = TODOS OS
      * REGISTROS DO ALUNO; ANO ZERO = TODOS OS REGISTROS DO
      * ALUNO+MATERIA
      *----------------------------------------------------------------
       77 WS-QTDE-PUB                         PIC 9(4) VALUE 0.
       77 WS-MAX-PUB                          PIC 9(4) VALUE 3000.
       01 TAB-PUB.
           05 TP-ENT OCCURS 3000 TIMES.
               10 TP-ID                       PIC 9(4).
               10 TP-MATERIA                  PIC X(11).
               10 TP-ANO                      PIC 9(4).
               10 TP-BIM                      PIC 9(1).
       77 WS-IDX-PUB                          PIC 9(4).
       77 WS-IDX-BUSCA                        PIC 9(4).

       01 WS-CHAVE-NOVA.
           05 CN-ID                           PIC 9(4).
           05 CN-MATERIA                      PIC X(11).
           05 CN-ANO                          PIC 9(4).
           05 CN-BIM                          PIC 9(1).

       01 WS-CAMPO-ID                         PIC X(4).
       01 WS-CAMPO-ID-NUM REDEFINES WS-CAMPO-ID
                                              PIC 9(4).
       01 WS-CAMPO-ANO                        PIC X(4).
       01 WS-CAMPO-ANO-NUM REDEFINES WS-CAMPO-ANO
                                              PIC 9(4).
       01 WS-CAMPO-BIM                        PIC X(1).
       01 WS-CAMPO-BIM-NUM REDEFINES WS-CAMPO-BIM
                                              PIC 9(1).
       77 WS-CAMPO-MATERIA                    PIC X(11).

       77 WS-EXCLUIDO                         PIC X.
         88 ALUNO-EXCLUIDO                    VALUE "S".
       77 WS-MTR-ABERTA                       PIC X VALUE "N".

       77 WS-LINHAS-LIDAS                     PIC 9(9) VALUE 0.
       77 WS-QTDE-ATUAL                       PIC 9(6) VALUE 0.
       77 WS-QTDE-EXCLUSAO                    PIC 9(6) VALUE 0.
       77 WS-QTDE-FORA                        PIC 9(6) VALUE 0.
       77 WS-QTDE-LINHAS                      PIC 9(6) VALUE 0.

       01 WS-LINHA-TXT                        PIC X(160).
       77 WS-NOTA-EDT1                        PIC Z9,9.
       77 WS-NOTA-EDT2                        PIC Z9,9.
       77 WS-NOTA-EDT3                        PIC Z9,9.
       77 WS-NOTA-EDT4                        PIC Z9,9.
       77 WS-SUBST-EDT                        PIC Z9,9.
       77 WS-MEDIA-EDT                        PIC Z9,9.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS                       PIC 9(8).
         05 WS-TIME-SYS.
           10 WS-HORA-MIN-SEG                 PIC 9(6).
           10 FILLER                          PIC 9(2).

       01 LINHA-RUNCTL.
           05 RC-PROGRAMA                     PIC X(9).
           05 FILLER                          PIC X VALUE " ".
           05 RC-DATA                         PIC 9(8).
           05 FILLER                          PIC X VALUE " ".
           05 RC-HORA                         PIC 9(6).
           05 FILLER                          PIC X VALUE " ".
           05 RC-SITUACAO                     PIC X(8).
           05 FILLER                          PIC X VALUE " ".
           05 RC-REGISTROS                    PIC 9(6).
           05 FILLER                          PIC X VALUE " ".
           05 RC-DATASET                      PIC X(60).
           05 FILLER                          PIC X VALUE " ".
           05 RC-OPERADOR                     PIC X(3) VALUE SPACES.

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

           INICIO.
               DISPLAY "======================================"
               DISPLAY "*****PUBLICACAO DE NOTAS - PORTAL*****"
               DISPLAY "======================================"

               PERFORM LE-PUBCTL THRU FIM-LE-PUBCTL

               OPEN INPUT CADLOG
               IF WS-FS-CADLOG NOT EQUAL 0
                  DISPLAY "CADLOG.DAT NAO ENCONTRADO. NADA A PUBLICAR."
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-POS-ANTERIOR TO WS-POS-FINAL.

      *----------------------------------------------------------------
      * JUNTA AS CHAVES DAS LINHAS DO CADLOG POSTERIORES A ULTIMA
      * POSICAO PUBLICADA. COM A TABELA CHEIA A LEITURA PARA NA
      * LINHA ANTERIOR E O RESTANTE FICA PARA O PROXIMO LOTE
      * (LINHAS DE NOTA DE DEPENDENCIA - "INCL DEP", "CORR DEP",
      * "EXCL DEP" - SAO DO DEPNOTA.DAT, NAO DO CAD, E SO AVANCAM A
      * POSICAO)
      *----------------------------------------------------------------
           LER-CADLOG.
               READ CADLOG INTO LINHA-LOG-LIDA
                   AT END
                   GO TO FIM-CADLOG
               END-READ
               ADD 1 TO WS-POSICAO
               IF WS-POSICAO NOT > WS-POS-ANTERIOR
                  GO TO LER-CADLOG
               END-IF
               IF WS-QTDE-PUB > WS-MAX-PUB - 2
                  DISPLAY "LIMITE DE CHAVES DO LOTE ATINGIDO; O"
                  DISPLAY "RESTANTE DO CADLOG SAI NO PROXIMO LOTE."
                  GO TO FIM-CADLOG
               END-IF
               IF LL-OPERACAO (6:3) EQUAL "DEP"
                  MOVE WS-POSICAO TO WS-POS-FINAL
                  GO TO LER-CADLOG
               END-IF
               ADD 1 TO WS-LINHAS-LIDAS

               MOVE LL-ANTES-ID      TO WS-CAMPO-ID
               MOVE LL-ANTES-MATERIA TO WS-CAMPO-MATERIA
               MOVE LL-ANTES-ANO     TO WS-CAMPO-ANO
               MOVE LL-ANTES-BIM     TO WS-CAMPO-BIM
               PERFORM GUARDA-CHAVE THRU FIM-GUARDA-CHAVE

               MOVE LL-DEPOIS-ID      TO WS-CAMPO-ID
               MOVE LL-DEPOIS-MATERIA TO WS-CAMPO-MATERIA
               MOVE LL-DEPOIS-ANO     TO WS-CAMPO-ANO
               MOVE LL-DEPOIS-BIM     TO WS-CAMPO-BIM
               PERFORM GUARDA-CHAVE THRU FIM-GUARDA-CHAVE

               MOVE WS-POSICAO TO WS-POS-FINAL
               GO TO LER-CADLOG.

           FIM-CADLOG.
               CLOSE CADLOG

               IF WS-POS-FINAL EQUAL WS-POS-ANTERIOR
                  DISPLAY "NENHUMA ALTERACAO NO CADLOG DESDE O LOTE "
                          WS-LOTE". NADA A PUBLICAR."
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT CAD
               IF WS-FS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT MATRICULA
               IF WS-FS-MATRICULA EQUAL 0
                  MOVE "S" TO WS-MTR-ABERTA
               END-IF

               ADD 1 TO WS-LOTE
               PERFORM MONTA-PUB-DSNAME
               OPEN OUTPUT PUBNOTAS
               IF WS-FS-PUBNOTAS NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO DO LOTE,"
                  DISPLAY "WS-FS-PUBNOTAS: "WS-FS-PUBNOTAS
                  CLOSE CAD
                  IF WS-MTR-ABERTA EQUAL "S"
                     CLOSE MATRICULA
                  END-IF
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
               ACCEPT WS-TIME-SYS FROM TIME
               PERFORM GRAVA-CABECALHO-LOTE

               MOVE 1 TO WS-IDX-PUB.

           PUBLICA-CHAVE.
               IF WS-IDX-PUB > WS-QTDE-PUB
                  GO TO FIM-PUBLICACAO
               END-IF
               IF TP-MATERIA (WS-IDX-PUB) EQUAL SPACES
                  OR TP-ANO (WS-IDX-PUB) EQUAL 0
                  PERFORM PUBLICA-FAIXA THRU FIM-PUBLICA-FAIXA
               ELSE
                  PERFORM PUBLICA-REGISTRO THRU FIM-PUBLICA-REGISTRO
               END-IF
               ADD 1 TO WS-IDX-PUB
               GO TO PUBLICA-CHAVE.

           FIM-PUBLICACAO.
               PERFORM GRAVA-TRAILER-LOTE

               CLOSE CAD
               IF WS-MTR-ABERTA EQUAL "S"
                  CLOSE MATRICULA
               END-IF
               CLOSE PUBNOTAS
               IF WS-FS-PUBNOTAS NOT EQUAL 0
                  DISPLAY "FALHA AO FECHAR O ARQUIVO DO LOTE,"
                  DISPLAY "WS-FS-PUBNOTAS: "WS-FS-PUBNOTAS
                  DISPLAY "O PUBCTL NAO FOI AVANCADO."
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM GRAVA-PUBCTL

               DISPLAY "LOTE PUBLICADO...............:"WS-LOTE
               DISPLAY "LINHAS DO CADLOG NO LOTE.....:"WS-LINHAS-LIDAS
               DISPLAY "POSICAO FINAL NO CADLOG......:"WS-POS-FINAL
               DISPLAY "REGISTROS ATUAIS PUBLICADOS..:"WS-QTDE-ATUAL
               DISPLAY "EXCLUSOES PUBLICADAS.........:"WS-QTDE-EXCLUSAO
               DISPLAY "FORA (TRANSF/EVAD/FALEC).....:"WS-QTDE-FORA
               DISPLAY "ARQUIVO DO LOTE: "WS-PUB-DSNAME

               PERFORM GRAVA-RUNCTL
               MOVE 0 TO RETURN-CODE
               STOP RUN.

      *----------------------------------------------------------------
      * TRANSFORMA O LADO ANTES OU DEPOIS DA LINHA DO CADLOG NUMA
      * CHAVE DA TABELA, SEM REPETIR CHAVE JA GUARDADA. LADO SEM ID
      * (INCLUSAO NAO TEM ANTES, EXCLUSAO NAO TEM DEPOIS) E IGNORADO
      *----------------------------------------------------------------
           GUARDA-CHAVE.
           IF WS-CAMPO-ID IS NOT NUMERIC
              GO TO FIM-GUARDA-CHAVE
           END-IF
           IF WS-CAMPO-ID-NUM EQUAL 0
              GO TO FIM-GUARDA-CHAVE
           END-IF

           MOVE WS-CAMPO-ID-NUM  TO CN-ID
           MOVE WS-CAMPO-MATERIA TO CN-MATERIA
           MOVE 0                TO CN-ANO CN-BIM
           IF WS-CAMPO-MATERIA NOT EQUAL SPACES
              AND WS-CAMPO-ANO IS NUMERIC
              AND WS-CAMPO-BIM IS NUMERIC
              MOVE WS-CAMPO-ANO-NUM TO CN-ANO
              MOVE WS-CAMPO-BIM-NUM TO CN-BIM
           END-IF

           MOVE 1 TO WS-IDX-BUSCA.

           PROCURA-CHAVE.
           IF WS-IDX-BUSCA > WS-QTDE-PUB
              ADD 1 TO WS-QTDE-PUB
              MOVE WS-CHAVE-NOVA TO TP-ENT (WS-QTDE-PUB)
              GO TO FIM-GUARDA-CHAVE
           END-IF
           IF TP-ENT (WS-IDX-BUSCA) EQUAL WS-CHAVE-NOVA
              GO TO FIM-GUARDA-CHAVE
           END-IF
           ADD 1 TO WS-IDX-BUSCA
           GO TO PROCURA-CHAVE.

           FIM-GUARDA-CHAVE.
           CONTINUE.

      *----------------------------------------------------------------
      * CHAVE COMPLETA: O REGISTRO QUE ESTA NO CAD SAI COMO "A"; SE
      * NAO ESTA MAIS, SAI COMO EXCLUSAO "E"
      *----------------------------------------------------------------
           PUBLICA-REGISTRO.
           MOVE TP-ID (WS-IDX-PUB)      TO FD-ID
           MOVE TP-MATERIA (WS-IDX-PUB) TO FD-MATERIA
           MOVE TP-ANO (WS-IDX-PUB)     TO FD-ANO-LETIVO
           MOVE TP-BIM (WS-IDX-PUB)     TO FD-BIMESTRE

           MOVE TP-ID (WS-IDX-PUB)  TO MA-ID
           MOVE TP-ANO (WS-IDX-PUB) TO MA-ANO-LETIVO
           PERFORM VERIFICA-SITUACAO THRU FIM-VERIFICA-SITUACAO
           IF ALUNO-EXCLUIDO
              ADD 1 TO WS-QTDE-FORA
              GO TO FIM-PUBLICA-REGISTRO
           END-IF

           READ CAD
           INVALID KEY
               PERFORM GRAVA-EXCLUSAO
           NOT INVALID KEY
               PERFORM GRAVA-ATUAL
           END-READ.

           FIM-PUBLICA-REGISTRO.
           CONTINUE.

      *----------------------------------------------------------------
      * CHAVE PARCIAL (ALUNO OU ALUNO+MATERIA): EXCLUSAO DA FAIXA
      * INTEIRA E, EM SEGUIDA, OS REGISTROS QUE CONTINUAM NO CAD
      *----------------------------------------------------------------
           PUBLICA-FAIXA.
           MOVE TP-ID (WS-IDX-PUB)      TO FD-ID
           MOVE TP-MATERIA (WS-IDX-PUB) TO FD-MATERIA
           MOVE 0                       TO FD-ANO-LETIVO FD-BIMESTRE
           PERFORM GRAVA-EXCLUSAO

           START CAD KEY IS NOT LESS THAN FD-CHAVE
               INVALID KEY
               GO TO FIM-PUBLICA-FAIXA
           END-START.

           LE-FAIXA.
           READ CAD NEXT
               AT END
               GO TO FIM-PUBLICA-FAIXA
           END-READ
           IF FD-ID NOT EQUAL TP-ID (WS-IDX-PUB)
              GO TO FIM-PUBLICA-FAIXA
           END-IF
           IF TP-MATERIA (WS-IDX-PUB) NOT EQUAL SPACES
              AND FD-MATERIA NOT EQUAL TP-MATERIA (WS-IDX-PUB)
              GO TO FIM-PUBLICA-FAIXA
           END-IF

           MOVE FD-ID         TO MA-ID
           MOVE FD-ANO-LETIVO TO MA-ANO-LETIVO
           PERFORM VERIFICA-SITUACAO THRU FIM-VERIFICA-SITUACAO
           IF ALUNO-EXCLUIDO
              ADD 1 TO WS-QTDE-FORA
           ELSE
              PERFORM GRAVA-ATUAL
           END-IF
           GO TO LE-FAIXA.

           FIM-PUBLICA-FAIXA.
           CONTINUE.

      *----------------------------------------------------------------
      * ALUNO COM MATRICULA DO ANO EM TRANSFERIDO, EVADIDO OU
      * FALECIDO NAO E PUBLICADO (MA-CHAVE JA PREENCHIDA)
      *----------------------------------------------------------------
           VERIFICA-SITUACAO.
           MOVE "N" TO WS-EXCLUIDO
           IF WS-MTR-ABERTA NOT EQUAL "S"
              GO TO FIM-VERIFICA-SITUACAO
           END-IF
           READ MATRICULA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MA-SITUACAO EQUAL "TRANSFERIDO"
                  OR MA-SITUACAO EQUAL "EVADIDO"
                  OR MA-SITUACAO EQUAL "FALECIDO"
                  MOVE "S" TO WS-EXCLUIDO
               END-IF
           END-READ.

           FIM-VERIFICA-SITUACAO.
           CONTINUE.

      *----------------------------------------------------------------
      * LINHAS DO LOTE (DELIMITADAS POR "|", COMO A EXPORTACAO DO
      * PROCESSA)
      *----------------------------------------------------------------
           GRAVA-CABECALHO-LOTE.
           MOVE WS-LOTE TO WS-LOTE-TXT
           MOVE SPACES TO WS-LINHA-TXT
           STRING "H"               DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  PAR-CODIGO-ESCOLA DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-LOTE-TXT       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-SYS       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-HORA-MIN-SEG   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-POS-ANTERIOR   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-POS-FINAL      DELIMITED BY SIZE
             INTO WS-LINHA-TXT
           END-STRING
           WRITE REG-PUBNOTAS FROM WS-LINHA-TXT.

           GRAVA-ATUAL.
           MOVE FD-NT1      TO WS-NOTA-EDT1
           MOVE FD-NT2      TO WS-NOTA-EDT2
           MOVE FD-NT3      TO WS-NOTA-EDT3
           MOVE FD-NT4      TO WS-NOTA-EDT4
           MOVE FD-NT-SUBST TO WS-SUBST-EDT
           MOVE FD-MEDIA    TO WS-MEDIA-EDT
           MOVE SPACES TO WS-LINHA-TXT
           STRING "A"            DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-ID          DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-MATERIA     DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-ANO-LETIVO  DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-BIMESTRE    DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-NM          DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-TURMA       DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-NOTA-EDT1   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-NOTA-EDT2   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-NOTA-EDT3   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-NOTA-EDT4   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-SUBST-EDT   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-PENDENTE    DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-MEDIA-EDT   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-FALTAS      DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-AULAS-DADAS DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-STATUS      DELIMITED BY SPACE
             INTO WS-LINHA-TXT
           END-STRING
           WRITE REG-PUBNOTAS FROM WS-LINHA-TXT
           ADD 1 TO WS-QTDE-ATUAL
           ADD 1 TO WS-QTDE-LINHAS.

           GRAVA-EXCLUSAO.
           MOVE SPACES TO WS-LINHA-TXT
           STRING "E"            DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-ID          DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-MATERIA     DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-ANO-LETIVO  DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FD-BIMESTRE    DELIMITED BY SIZE
             INTO WS-LINHA-TXT
           END-STRING
           WRITE REG-PUBNOTAS FROM WS-LINHA-TXT
           ADD 1 TO WS-QTDE-EXCLUSAO
           ADD 1 TO WS-QTDE-LINHAS.

           GRAVA-TRAILER-LOTE.
           MOVE SPACES TO WS-LINHA-TXT
           STRING "T"              DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-QTDE-LINHAS   DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-QTDE-ATUAL    DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-QTDE-EXCLUSAO DELIMITED BY SIZE
             INTO WS-LINHA-TXT
           END-STRING
           WRITE REG-PUBNOTAS FROM WS-LINHA-TXT.

      *----------------------------------------------------------------
      * MONTA O NOME DO ARQUIVO DO LOTE (PUBNOTAS<LOTE>.TXT)
      *----------------------------------------------------------------
           MONTA-PUB-DSNAME.
           MOVE WS-LOTE TO WS-LOTE-TXT
           MOVE SPACES TO WS-PUB-DSNAME
           STRING WS-PUB-PREFIXO DELIMITED BY SPACE
                  WS-LOTE-TXT    DELIMITED BY SIZE
                  ".TXT"         DELIMITED BY SIZE
             INTO WS-PUB-DSNAME
           END-STRING.

      *----------------------------------------------------------------
      * LE O PUBCTL.DAT: A ULTIMA LINHA TRAZ O ULTIMO LOTE E A
      * POSICAO DO CADLOG JA PUBLICADA. SEM O ARQUIVO, A PUBLICACAO
      * COMECA DO INICIO DO CADLOG
      *----------------------------------------------------------------
           LE-PUBCTL.
           MOVE 0 TO WS-LOTE WS-POS-ANTERIOR
           OPEN INPUT PUBCTL
           IF WS-FS-PUBCTL NOT EQUAL 0
              GO TO FIM-LE-PUBCTL
           END-IF.

           LE-PUBCTL-LINHA.
           READ PUBCTL INTO LINHA-PUBCTL-LIDA
               AT END
               CLOSE PUBCTL
               GO TO FIM-LE-PUBCTL
           END-READ
           IF PCL-LOTE IS NUMERIC
              AND PCL-POS-FINAL IS NUMERIC
              MOVE PCL-LOTE      TO WS-LOTE
              MOVE PCL-POS-FINAL TO WS-POS-ANTERIOR
           END-IF
           GO TO LE-PUBCTL-LINHA.

           FIM-LE-PUBCTL.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRA O LOTE PUBLICADO NO PUBCTL.DAT
      *----------------------------------------------------------------
           GRAVA-PUBCTL.
           MOVE WS-LOTE         TO PC-LOTE
           MOVE WS-DATE-SYS     TO PC-DATA
           MOVE WS-HORA-MIN-SEG TO PC-HORA
           MOVE WS-POS-ANTERIOR TO PC-POS-INICIAL
           MOVE WS-POS-FINAL    TO PC-POS-FINAL
           MOVE WS-QTDE-LINHAS  TO PC-QTDE
           MOVE WS-PUB-DSNAME   TO PC-DSNAME

           OPEN EXTEND PUBCTL
           IF WS-FS-PUBCTL EQUAL 35
              OPEN OUTPUT PUBCTL
           END-IF
           WRITE REG-PUBCTL FROM LINHA-PUBCTL
           CLOSE PUBCTL.

      *----------------------------------------------------------------
      * CARIMBA A EXECUCAO NO ARQUIVO DE CONTROLE DE SEQUENCIA
      * (RUNCTL.DAT)
      *----------------------------------------------------------------
           GRAVA-RUNCTL.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE "SISTTPUB"      TO RC-PROGRAMA
           MOVE WS-DATE-SYS     TO RC-DATA
           MOVE WS-HORA-MIN-SEG TO RC-HORA
           MOVE "COMPLETO"      TO RC-SITUACAO
           MOVE WS-QTDE-LINHAS  TO RC-REGISTROS
           MOVE WS-PUB-DSNAME   TO RC-DATASET

           OPEN EXTEND RUNCTL
           IF WS-FS-RUNCTL EQUAL 35
              OPEN OUTPUT RUNCTL
           END-IF
           WRITE REG-RUNCTL FROM LINHA-RUNCTL
           CLOSE RUNCTL.

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
           IF WS-PAR-CHAVE EQUAL "CODIGO-ESCOLA"
              AND WS-PAR-VALOR (1:8) IS NUMERIC
              MOVE WS-PAR-VALOR (1:8) TO PAR-CODIGO-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PUBCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PUBCTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PUBNOTAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PUB-PREFIXO
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.
       END PROGRAM SISTTPUB.
