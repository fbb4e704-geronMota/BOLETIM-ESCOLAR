      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:CADASTRO DE PROFESSORES (PROFESSOR.DAT), COM O CODIGO
      *         DO PROFESSOR E O NOME DE IMPRESSAO. O CODIGO E O QUE O
      *         SISTTATR GRAVA NA ATRIBUICAO DE AULAS (TURMA+MATERIA+
      *         ANO LETIVO) E O QUE O MAPA DE ENTREGA DE NOTAS
      *         (SISTTENT) USA PARA COBRAR AS NOTAS EM ATRASO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR, EXCLUIR E
      *              CONSULTAR PROFESSOR. O CAMINHO PADRAO VEM DA
      *              CHAVE ARQ-PROFESSOR DO PARAMET.DAT (LINHA DE
      *              COMANDO E PROMPT SOBREPOEM O PADRAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTPRF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROFESSOR ASSIGN TO WS-PRF-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-CODIGO
             FILE STATUS WS-FS-PROFESSOR.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSOR.
       01 REG-PROFESSOR.
           03 PR-CODIGO                       PIC 9(3).
           03 PR-NOME                         PIC X(25).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-PROFESSOR                     PIC 99.
       77 WS-PRF-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: A MESMA CHAVE ARQ-PROFESSOR QUE O
      * SISTTATR E O SISTTENT HONRAM (LINHA DE COMANDO E PROMPT
      * CONTINUAM PODENDO SOBREPOR)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-PRF-DSNAME-PADRAO                PIC X(100) VALUE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PROFESSOR.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.

       01 CADASTRO-PROFESSOR.
           03 WS-CODIGO                       PIC 9(3).
           03 WS-NOME                         PIC X(25).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-PRF-DSNAME FROM COMMAND-LINE
               IF WS-PRF-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO CADASTRO DE PROFESSORES"
                  DISPLAY "TECLE ENTER PARA USAR O PADRAO"
                  ACCEPT WS-PRF-DSNAME
               END-IF
               IF WS-PRF-DSNAME EQUAL SPACES
                  MOVE WS-PRF-DSNAME-PADRAO TO WS-PRF-DSNAME
               END-IF.

           INICIO.
              OPEN I-O PROFESSOR

              IF WS-FS-PROFESSOR EQUAL 35
                 OPEN OUTPUT PROFESSOR
                 CLOSE PROFESSOR
                 OPEN I-O PROFESSOR
              END-IF

           DISPLAY "==================================================="
           DISPLAY "**************CADASTRO DE PROFESSORES**************"
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR NOVO PROFESSOR"
           DISPLAY "2 - CORRIGIR PROFESSOR EXISTENTE"
           DISPLAY "3 - EXCLUIR PROFESSOR EXISTENTE"
           DISPLAY "4 - CONSULTAR PROFESSOR"
           DISPLAY "==================================================="
           DISPLAY "DIGITE A OPCAO DESEJADA"
           ACCEPT WS-OPCAO-MENU

           IF WS-OPCAO-MENU EQUAL 1
               GO TO INCLUIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
               GO TO CORRIGIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 3
               GO TO EXCLUIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 4
               GO TO CONSULTAR
           END-IF
           DISPLAY "OPCAO INVALIDA"
           CLOSE PROFESSOR
           GO TO INICIO.

      *----------------------------------------------------------------
      * INCLUSAO DE UM NOVO PROFESSOR
      *----------------------------------------------------------------
           INCLUIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO
           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           MOVE WS-CODIGO   TO PR-CODIGO
           MOVE WS-NOME     TO PR-NOME

           WRITE REG-PROFESSOR
           INVALID KEY
               DISPLAY "JA EXISTE PROFESSOR COM ESTE CODIGO"
               DISPLAY "NAO FOI POSSIVEL GRAVAR,WS-FS-PROFESSOR: "
                       WS-FS-PROFESSOR
           NOT INVALID KEY
               DISPLAY "PROFESSOR GRAVADO COM SUCESSO"
           END-WRITE.

           CLOSE PROFESSOR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DO NOME DE UM PROFESSOR EXISTENTE (O CODIGO E A
      * CHAVE E NAO MUDA)
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           MOVE WS-CODIGO TO PR-CODIGO

           READ PROFESSOR
           INVALID KEY
               DISPLAY "PROFESSOR NAO ENCONTRADO"
               CLOSE PROFESSOR
               GO TO CONTINUAR
           NOT INVALID KEY
               DISPLAY "VALORES ATUAIS:"
               DISPLAY "NOME:"PR-NOME

               PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

               MOVE WS-NOME TO PR-NOME

               REWRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL CORRIGIR,WS-FS-PROFESSOR: "
                           WS-FS-PROFESSOR
               NOT INVALID KEY
                   DISPLAY "PROFESSOR CORRIGIDO COM SUCESSO"
               END-REWRITE
           END-READ.

           CLOSE PROFESSOR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UM PROFESSOR EXISTENTE (AS ATRIBUICOES DELE NO
      * SISTTATR DEVEM SER PASSADAS A OUTRO PROFESSOR ANTES)
      *----------------------------------------------------------------
           EXCLUIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           MOVE WS-CODIGO TO PR-CODIGO

           READ PROFESSOR
           INVALID KEY
               DISPLAY "PROFESSOR NAO ENCONTRADO"
               CLOSE PROFESSOR
               GO TO CONTINUAR
           NOT INVALID KEY
               DELETE PROFESSOR RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,WS-FS-PROFESSOR: "
                           WS-FS-PROFESSOR
               NOT INVALID KEY
                   DISPLAY "PROFESSOR EXCLUIDO COM SUCESSO"
               END-DELETE
           END-READ.

           CLOSE PROFESSOR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA DE UM PROFESSOR PELO CODIGO
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           MOVE WS-CODIGO TO PR-CODIGO

           READ PROFESSOR
           INVALID KEY
               DISPLAY "PROFESSOR NAO ENCONTRADO"
           NOT INVALID KEY
               DISPLAY "==============================================="
               DISPLAY "CODIGO:"PR-CODIGO
               DISPLAY "NOME  :"PR-NOME
               DISPLAY "==============================================="
           END-READ.

           CLOSE PROFESSOR.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O CODIGO DO PROFESSOR
      *----------------------------------------------------------------
           ACEITA-CODIGO.
           DISPLAY "DIGITE O CODIGO DO PROFESSOR (1 A 999)"
           ACCEPT WS-CODIGO
           IF WS-CODIGO EQUAL 0
              DISPLAY "CODIGO INVALIDO"
              GO TO ACEITA-CODIGO
           END-IF.

           FIM-ACEITA-CODIGO.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O NOME DO PROFESSOR
      *----------------------------------------------------------------
           ACEITA-DADOS.
           DISPLAY "DIGITE O NOME DO PROFESSOR"
           ACCEPT WS-NOME
           IF WS-NOME EQUAL SPACES
              DISPLAY "NOME NAO PODE FICAR EM BRANCO"
              GO TO ACEITA-DADOS
           END-IF.

           FIM-ACEITA-DADOS.
           CONTINUE.

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
           IF WS-PAR-CHAVE EQUAL "ARQ-PROFESSOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRF-DSNAME-PADRAO
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.

           CONTINUAR.
            DISPLAY "SE DESEJA CONTINUAR TECLE 'S' , SE NAO,"
            "TECLE 'N' PARA TERMINAR O PROGRAMA".
            ACCEPT WS-OPCAO.
            IF WS-OPCAO = "S" THEN
                GO TO INICIO.
            IF WS-OPCAO = "N" THEN
                GO TO FINALIZAR.
            GO TO CONTINUAR.

           FINALIZAR.
            STOP RUN.
       END PROGRAM SISTTPRF.
