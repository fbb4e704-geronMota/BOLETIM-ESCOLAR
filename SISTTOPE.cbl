      * 02/09/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR, EXCLUIR E
      *              CONSULTAR OPERADOR. O CAMINHO PADRAO VEM DA
      *              CHAVE ARQ-OPERADOR DO PARAMET.DAT.
      * 15/10/2026 - UNIDADE ESCOLAR DO OPERADOR (OP-UNIDADE): PEDIDA
      *              NA INCLUSAO E NA CORRECAO (0 = UNIDADE-PADRAO DO
      *              PARAMET.DAT) E CONFERIDA NO UNIDADE.DAT DO
      *              SISTTUNI QUANDO ELE EXISTE. OS PROGRAMAS QUE
      *              IDENTIFICAM O OPERADOR SO TRATAM REGISTROS DELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTOPE.
             RECORD KEY IS OP-CODIGO
             FILE STATUS WS-FS-OPERADOR.

               SELECT UNIDADE ASSIGN TO WS-UNI-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS UN-CODIGO
             FILE STATUS WS-FS-UNIDADE.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD UNIDADE.
       01 REG-UNIDADE.
           03 UN-CODIGO                       PIC 9(2).
           03 UN-NOME                         PIC X(30).
           03 UN-CODIGO-ESCOLA                PIC 9(8).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).
       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-OPE-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * CADASTRO DE UNIDADES (SISTTUNI), OPCIONAL: QUANDO EXISTE, A
      * UNIDADE DO OPERADOR TEM DE ESTAR NELE
      *----------------------------------------------------------------
       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-UNI-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 WS-TEM-UNIDADE                      PIC X VALUE "N".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: A MESMA CHAVE ARQ-OPERADOR QUE OS
      * PROGRAMAS QUE EXIGEM IDENTIFICACAO HONRAM
           03 WS-CODIGO                       PIC 9(3).
           03 WS-NOME                         PIC X(25).
           03 WS-PERFIL                       PIC X(1).
           03 WS-UNIDADE                      PIC 9(2).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               END-IF
               IF WS-OPE-DSNAME EQUAL SPACES
                  MOVE WS-OPE-DSNAME-PADRAO TO WS-OPE-DSNAME
               END-IF
               OPEN INPUT UNIDADE
               IF WS-FS-UNIDADE EQUAL 0
                  MOVE "S" TO WS-TEM-UNIDADE
               END-IF.

           INICIO.
           MOVE WS-CODIGO TO OP-CODIGO
           MOVE WS-NOME   TO OP-NOME
           MOVE WS-PERFIL TO OP-PERFIL
           MOVE WS-UNIDADE TO OP-UNIDADE

           WRITE REG-OPERADOR
           INVALID KEY
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DE UM OPERADOR EXISTENTE (NOME, PERFIL E UNIDADE)
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO
               DISPLAY "VALORES ATUAIS:"
               DISPLAY "NOME  :"OP-NOME
               DISPLAY "PERFIL:"OP-PERFIL
               DISPLAY "UNIDADE:"OP-UNIDADE

               PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

               MOVE WS-NOME   TO OP-NOME
               MOVE WS-PERFIL TO OP-PERFIL
               MOVE WS-UNIDADE TO OP-UNIDADE

               REWRITE REG-OPERADOR
               INVALID KEY
               DISPLAY "CODIGO:"OP-CODIGO
               DISPLAY "NOME  :"OP-NOME
               DISPLAY "PERFIL:"OP-PERFIL" (C=COORDENACAO, O=OPERADOR)"
               DISPLAY "UNIDADE:"OP-UNIDADE
               DISPLAY "==============================================="
           END-READ.

           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O NOME, O PERFIL E A UNIDADE DO OPERADOR
      *----------------------------------------------------------------
           ACEITA-DADOS.
           AC-NOME.
              GO TO AC-PERFIL
           END-IF.

      *    O OPERADOR SO ENXERGA E GRAVA REGISTROS DA SUA UNIDADE
           AC-UNIDADE.
           DISPLAY "DIGITE A UNIDADE ESCOLAR DO OPERADOR"
           DISPLAY "(0 = UNIDADE-PADRAO " PAR-UNIDADE-PADRAO ")"
           ACCEPT WS-UNIDADE
           IF WS-UNIDADE EQUAL 0
              MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE
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

           IF WS-PAR-CHAVE EQUAL "ARQ-OPERADOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-OPE-DSNAME-PADRAO
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
       END PROGRAM SISTTOPE.
