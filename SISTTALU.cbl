      *              MESMA CHAVE ARQ-ALUNOS DO PARAMET.DAT QUE OS
      *              PROGRAMAS LEITORES HONRAM (LINHA DE COMANDO E
      *              PROMPT CONTINUAM SOBREPONDO O PADRAO).
      * 15/10/2026 - UNIDADE ESCOLAR DO ALUNO (AL-UNIDADE), PEDIDA NA
      *              INCLUSAO (0 = UNIDADE-PADRAO DO PARAMET.DAT) E
      *              NA CORRECAO (0 = MANTEM), CONFERIDA NO UNIDADE.DAT
      *              DO SISTTUNI QUANDO ELE EXISTE. O ALUNO QUE MUDA DE
      *              UNIDADE CONTINUA COM O MESMO ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTALU.
             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

               SELECT UNIDADE ASSIGN TO WS-UNI-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS UN-CODIGO
             FILE STATUS WS-FS-UNIDADE.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
               05 AL-DT-MES                   PIC 9(2).
               05 AL-DT-ANO                   PIC 9(4).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD UNIDADE.
       01 REG-UNIDADE.
           03 UN-CODIGO                       PIC 9(2).
           03 UN-NOME                         PIC X(30).
           03 UN-CODIGO-ESCOLA                PIC 9(8).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-ALU-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * CADASTRO DE UNIDADES (SISTTUNI), OPCIONAL: QUANDO EXISTE, A
      * UNIDADE DO ALUNO TEM DE ESTAR NELE
      *----------------------------------------------------------------
       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-UNI-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 WS-TEM-UNIDADE                      PIC X VALUE "N".
       77 WS-UNIDADE-ATUAL                    PIC 9(2).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: A MESMA CHAVE ARQ-ALUNOS QUE TODOS
      * OS PROGRAMAS LEITORES DO MESTRE HONRAM, PARA O CADASTRO NUNCA
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-ALU-DSNAME-PADRAO                PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
               05 WS-DT-MES                   PIC 9(2).
               05 WS-DT-ANO                   PIC 9(4).
           03 WS-RESP                         PIC X(25).
           03 WS-UNIDADE                      PIC 9(2).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               END-IF
               IF WS-ALU-DSNAME EQUAL SPACES
                  MOVE WS-ALU-DSNAME-PADRAO TO WS-ALU-DSNAME
               END-IF
               OPEN INPUT UNIDADE
               IF WS-FS-UNIDADE EQUAL 0
                  MOVE "S" TO WS-TEM-UNIDADE
               END-IF.

           INICIO.
           DISPLAY "DIGITE UM ID PARA O ALUNO"
           ACCEPT WS-ID

           MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ATUAL
           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           MOVE WS-ID       TO AL-ID
           MOVE WS-TURMA    TO AL-TURMA
           MOVE WS-DT-NASC  TO AL-DT-NASC
           MOVE WS-RESP     TO AL-RESP
           MOVE WS-UNIDADE  TO AL-UNIDADE

           WRITE REG-ALUNO
           INVALID KEY
               DISPLAY "TURMA       :"AL-TURMA
               DISPLAY "DT NASC     :"AL-DT-DIA"/"AL-DT-MES"/"AL-DT-ANO
               DISPLAY "RESPONSAVEL :"AL-RESP
               DISPLAY "UNIDADE     :"AL-UNIDADE

               MOVE AL-UNIDADE TO WS-UNIDADE-ATUAL
               IF AL-UNIDADE NOT NUMERIC OR AL-UNIDADE EQUAL 0
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ATUAL
               END-IF
               PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

               MOVE WS-NM       TO AL-NM
               MOVE WS-TURMA    TO AL-TURMA
               MOVE WS-DT-NASC  TO AL-DT-NASC
               MOVE WS-RESP     TO AL-RESP
               MOVE WS-UNIDADE  TO AL-UNIDADE

               REWRITE REG-ALUNO
               INVALID KEY
               DISPLAY "TURMA       :"AL-TURMA
               DISPLAY "DT NASC     :"AL-DT-DIA"/"AL-DT-MES"/"AL-DT-ANO
               DISPLAY "RESPONSAVEL :"AL-RESP
               DISPLAY "UNIDADE     :"AL-UNIDADE
               DISPLAY "==============================================="
           END-READ.

           DISPLAY "DIGITE O NOME DO RESPONSAVEL"
           ACCEPT WS-RESP.

      *    O ALUNO QUE MUDA DE UNIDADE MANTEM O ID; SO A UNIDADE MUDA
           AC-UNIDADE.
           DISPLAY "DIGITE A UNIDADE ESCOLAR DO ALUNO"
           DISPLAY "(0 = " WS-UNIDADE-ATUAL ")"
           ACCEPT WS-UNIDADE
           IF WS-UNIDADE EQUAL 0
              MOVE WS-UNIDADE-ATUAL TO WS-UNIDADE
           END-IF
           IF WS-TEM-UNIDADE EQUAL "S"
              MOVE WS-UNIDADE TO UN-CODIGO
              READ UNIDADE
              INVALID KEY
                  DISPLAY "UNIDADE NAO CADASTRADA NO SISTTUNI"
                  GO TO AC-UNIDADE
              NOT INVALID KEY
                  DISPLAY "UNIDADE: " UN-NOME
              END-READ
           END-IF.

           FIM-ACEITA-DADOS.
           CONTINUE.

           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME-PADRAO
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
            GO TO CONTINUAR.

           FINALIZAR.
            IF WS-TEM-UNIDADE EQUAL "S"
               CLOSE UNIDADE
            END-IF
            STOP RUN.
       END PROGRAM SISTTALU.
