      *              DE REENVIO PARCIAL: A REMESSA SAI SO COM OS
      *              DETALHES AINDA NAO ACEITOS PELO IMPORTADOR, SEM
      *              REENVIAR O QUE JA FOI TRANSMITIDO.
      * 15/10/2026 - UM BLOCO HEADER/DETALHES/TRAILER POR UNIDADE
      *              ESCOLAR NO MESMO SECREDU.TXT, CADA HEADER COM O
      *              CODIGO DA ESCOLA DA UNIDADE NO UNIDADE.DAT
      *              (SISTTUNI) OU, SEM ELE, O CODIGO-ESCOLA. A
      *              CONFERENCIA LISTA OS BLOCOS GERADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTSEC.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-SECREDU.

               SELECT UNIDADE ASSIGN TO WS-UNI-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS UN-CODIGO
             FILE STATUS WS-FS-UNIDADE.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

       FD SECREDU.
       01 REG-SECREDU                             PIC X(35).

       FD UNIDADE.
       01 REG-UNIDADE.
           03 UN-CODIGO                       PIC 9(2).
           03 UN-NOME                         PIC X(30).
           03 UN-CODIGO-ESCOLA                PIC 9(8).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       77 WS-FS-RESULT                        PIC 99.
       77 WS-FS-SECREDU                       PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-TEM-UNIDADE                      PIC X VALUE "N".
         88 TEM-UNIDADE                       VALUE "S".

       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-CODIGO-ESCOLA                   PIC 9(8) VALUE 0.
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\SECREDU.TXT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CONFSEC.LIS".
       77 WS-UNI-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
       77 WS-REPROVADOS                       PIC 9(6) VALUE 0.
       77 WS-SOMA-MEDIAS                      PIC 9(7)V9 VALUE 0.

      *----------------------------------------------------------------
      * UMA REMESSA (HEADER, DETALHES E TRAILER) POR UNIDADE ESCOLAR
      * NO MESMO SECREDU.TXT; A TABELA E INDEXADA PELO PROPRIO CODIGO
      * DA UNIDADE (RESULTADO SEM UNIDADE VALE A UNIDADE-PADRAO)
      *----------------------------------------------------------------
       77 WS-UNIDADE-REG                      PIC 9(2).
       77 WS-UNIDADE-ATUAL                    PIC 9(3).
       77 WS-QTDE-UNI                         PIC 9(2) VALUE 0.
       77 WS-ENVIADOS-UNI                     PIC 9(6).
       77 WS-SOMA-UNI                         PIC 9(7)V9.
       01 TAB-UNIDADE.
           05 TU-ENT OCCURS 99 TIMES.
               10 TU-TEM                      PIC X.
               10 TU-ESCOLA                   PIC 9(8).
               10 TU-ENVIADOS                 PIC 9(6).

      *----------------------------------------------------------------
      * LAYOUT POSICIONAL EXIGIDO PELO IMPORTADOR DA REDE MUNICIPAL
      *----------------------------------------------------------------
           05 DET002-VALOR                    PIC ZZZZZZ9,9.
           05 FILLER                          PIC X(41) VALUE SPACES.

       01 DET003.
           05 FILLER                          PIC X(8) VALUE
           'UNIDADE '.
           05 DET003-UNIDADE                  PIC 9(2).
           05 FILLER                          PIC X(8) VALUE
           ' ESCOLA '.
           05 DET003-ESCOLA                   PIC 9(8).
           05 FILLER                          PIC X(21) VALUE
           ' DETALHES ENVIADOS: '.
           05 DET003-ENVIADOS                 PIC ZZZZZ9.
           05 FILLER                          PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               IF PAR-UNIDADE-PADRAO EQUAL 0
                  MOVE 1 TO PAR-UNIDADE-PADRAO
               END-IF.

           OBTEM-FILTROS.
               DISPLAY "======================================"

               OPEN OUTPUT SECREDU.

               OPEN INPUT UNIDADE
               IF WS-FS-UNIDADE EQUAL 0
                  MOVE "S" TO WS-TEM-UNIDADE
               END-IF

               MOVE 1 TO WS-UNIDADE-ATUAL.

           LIMPA-UNIDADE.
               IF WS-UNIDADE-ATUAL > 99
                  GO TO LE-UNIDADES
               END-IF
               MOVE "N" TO TU-TEM (WS-UNIDADE-ATUAL)
               MOVE 0   TO TU-ESCOLA (WS-UNIDADE-ATUAL)
               MOVE 0   TO TU-ENVIADOS (WS-UNIDADE-ATUAL)
               ADD 1 TO WS-UNIDADE-ATUAL
               GO TO LIMPA-UNIDADE.

      *    PRIMEIRA PASSADA: AS UNIDADES COM RESULTADO NO ANO
           LE-UNIDADES.
               READ RESULTADO
                   AT END
                   GO TO FIM-LE-UNIDADES
               END-READ

               ADD 1 TO WS-LIDOS

               IF RS-ANO-LETIVO NOT EQUAL WS-ANO-EXPORTA
                  GO TO LE-UNIDADES
               END-IF

               PERFORM OBTEM-UNIDADE-REG
               IF TU-TEM (WS-UNIDADE-REG) NOT EQUAL "S"
                  MOVE "S" TO TU-TEM (WS-UNIDADE-REG)
                  ADD 1 TO WS-QTDE-UNI
               END-IF
               GO TO LE-UNIDADES.

           FIM-LE-UNIDADES.
               CLOSE RESULTADO

      *    SEM NENHUM RESULTADO NO ANO SAI UMA REMESSA VAZIA DA
      *    UNIDADE-PADRAO, COMO ANTES
               IF WS-QTDE-UNI EQUAL 0
                  MOVE "S" TO TU-TEM (PAR-UNIDADE-PADRAO)
                  MOVE 1   TO WS-QTDE-UNI
               END-IF
               MOVE 0 TO WS-UNIDADE-ATUAL.

      *    UMA PASSADA POR UNIDADE, CADA UMA COM SEU HEADER E TRAILER
           PROXIMA-UNIDADE.
               ADD 1 TO WS-UNIDADE-ATUAL
               IF WS-UNIDADE-ATUAL > 99
                  GO TO FIM-LEITURA
               END-IF
               IF TU-TEM (WS-UNIDADE-ATUAL) NOT EQUAL "S"
                  GO TO PROXIMA-UNIDADE
               END-IF

               MOVE PAR-CODIGO-ESCOLA TO TU-ESCOLA (WS-UNIDADE-ATUAL)
               IF TEM-UNIDADE
                  MOVE WS-UNIDADE-ATUAL TO UN-CODIGO
                  READ UNIDADE
                  NOT INVALID KEY
                      IF UN-CODIGO-ESCOLA NOT EQUAL 0
                         MOVE UN-CODIGO-ESCOLA
                           TO TU-ESCOLA (WS-UNIDADE-ATUAL)
                      END-IF
                  END-READ
               END-IF

               MOVE 0 TO WS-ENVIADOS-UNI
               MOVE 0 TO WS-SOMA-UNI
               MOVE TU-ESCOLA (WS-UNIDADE-ATUAL) TO SH-ESCOLA
               MOVE WS-COMPETENCIA    TO SH-COMPETENCIA
               WRITE REG-SECREDU FROM SEC-HEADER

               OPEN INPUT RESULTADO.

           LER-ARQUIVO.
               READ RESULTADO
                   AT END
                   GO TO FECHA-UNIDADE
               END-READ

               IF RS-ANO-LETIVO NOT EQUAL WS-ANO-EXPORTA
                  GO TO LER-ARQUIVO
               END-IF

               PERFORM OBTEM-UNIDADE-REG
               IF WS-UNIDADE-REG NOT EQUAL WS-UNIDADE-ATUAL
                  GO TO LER-ARQUIVO
               END-IF


               ADD 1 TO WS-ENVIADOS
               ADD RS-MEDIA-ANUAL TO WS-SOMA-MEDIAS
               ADD 1 TO WS-ENVIADOS-UNI
               ADD RS-MEDIA-ANUAL TO WS-SOMA-UNI

               IF RS-RESULTADO EQUAL "APROVADO"
                  ADD 1 TO WS-APROVADOS

               GO TO LER-ARQUIVO.

           FECHA-UNIDADE.
               CLOSE RESULTADO
               MOVE WS-ENVIADOS-UNI TO ST-QTDE
               COMPUTE ST-SOMA = WS-SOMA-UNI * 10
               WRITE REG-SECREDU FROM SEC-TRAILER
               MOVE WS-ENVIADOS-UNI TO TU-ENVIADOS (WS-UNIDADE-ATUAL)
               GO TO PROXIMA-UNIDADE.

           FIM-LEITURA.
               CLOSE SECREDU.
               IF TEM-UNIDADE
                  CLOSE UNIDADE
               END-IF

               PERFORM IMPRIME-CONFERENCIA

               DISPLAY "RESULTADOS LIDOS...........:"WS-LIDOS
               DISPLAY "DETALHES ENVIADOS..........:"WS-ENVIADOS
               DISPLAY "UNIDADES ESCOLARES (BLOCOS):"WS-QTDE-UNI
               DISPLAY "INCOMPLETOS NAO ENVIADOS...:"WS-INCOMPLETOS
               IF MODO-REENVIO
                  DISPLAY "JA TRANSMITIDOS (FORA).....:"
               MOVE WS-SOMA-MEDIAS TO DET002-VALOR
               WRITE REG-RELATO FROM DET002

               PERFORM IMPRIME-UNIDADES THRU FIM-IMPRIME-UNIDADES

               CLOSE RELATO.

      *----------------------------------------------------------------
      * UMA LINHA DA CONFERENCIA POR BLOCO DE UNIDADE ESCOLAR GERADO
      *----------------------------------------------------------------
           IMPRIME-UNIDADES.
               MOVE 0 TO WS-UNIDADE-ATUAL.

           IMPRIME-UNIDADE.
               ADD 1 TO WS-UNIDADE-ATUAL
               IF WS-UNIDADE-ATUAL > 99
                  GO TO FIM-IMPRIME-UNIDADES
               END-IF
               IF TU-TEM (WS-UNIDADE-ATUAL) NOT EQUAL "S"
                  GO TO IMPRIME-UNIDADE
               END-IF
               MOVE WS-UNIDADE-ATUAL               TO DET003-UNIDADE
               MOVE TU-ESCOLA (WS-UNIDADE-ATUAL)   TO DET003-ESCOLA
               MOVE TU-ENVIADOS (WS-UNIDADE-ATUAL) TO DET003-ENVIADOS
               WRITE REG-RELATO FROM DET003
               GO TO IMPRIME-UNIDADE.

           FIM-IMPRIME-UNIDADES.
               CONTINUE.

      *----------------------------------------------------------------
      * UNIDADE ESCOLAR DO RESULTADO LIDO (SEM UNIDADE, A PADRAO)
      *----------------------------------------------------------------
           OBTEM-UNIDADE-REG.
               IF RS-UNIDADE NUMERIC AND RS-UNIDADE NOT EQUAL 0
                  MOVE RS-UNIDADE TO WS-UNIDADE-REG
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-REG
               END-IF.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-CONFSEC"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-UNIDADE"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-UNI-DSNAME
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
