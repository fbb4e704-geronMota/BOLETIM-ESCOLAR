      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:CADASTRO DAS UNIDADES ESCOLARES (UNIDADE.DAT) QUE
      *         DIVIDEM O MESMO CONJUNTO DE ARQUIVOS (SEDE E ANEXOS),
      *         COM CODIGO, NOME E CODIGO DA ESCOLA NA REDE. O CODIGO
      *         DA UNIDADE VAI EM ALUNOS, MATRICULA, CAD, RESULTADO E
      *         OPERADOR; O CODIGO DA ESCOLA SAI NO HEADER DE CADA
      *         BLOCO DA UNIDADE NO SECREDU.TXT (SISTTSEC).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR, EXCLUIR E
      *              CONSULTAR UNIDADE. O CAMINHO PADRAO VEM DA CHAVE
      *              ARQ-UNIDADE DO PARAMET.DAT. A UNIDADE-PADRAO DO
      *              PARAMET.DAT (A DOS ARQUIVOS CONVERTIDOS PELO
      *              SISTTREO) NAO PODE SER EXCLUIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTUNI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT UNIDADE ASSIGN TO WS-UNI-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS UN-CODIGO
             FILE STATUS WS-FS-UNIDADE.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD UNIDADE.
       01 REG-UNIDADE.
           03 UN-CODIGO                       PIC 9(2).
           03 UN-NOME                         PIC X(30).
           03 UN-CODIGO-ESCOLA                PIC 9(8).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-UNI-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: A MESMA CHAVE ARQ-UNIDADE QUE OS
      * PROGRAMAS QUE CONFEREM A UNIDADE HONRAM
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-UNI-DSNAME-PADRAO                PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.

       01 CADASTRO-UNIDADE.
           03 WS-CODIGO                       PIC 9(2).
           03 WS-NOME                         PIC X(30).
           03 WS-CODIGO-ESCOLA                PIC 9(8).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-UNI-DSNAME FROM COMMAND-LINE
               IF WS-UNI-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO ARQUIVO DE UNIDADES"
                  DISPLAY "TECLE ENTER PARA USAR O PADRAO"
                  ACCEPT WS-UNI-DSNAME
               END-IF
               IF WS-UNI-DSNAME EQUAL SPACES
                  MOVE WS-UNI-DSNAME-PADRAO TO WS-UNI-DSNAME
               END-IF.

           INICIO.
              OPEN I-O UNIDADE

              IF WS-FS-UNIDADE EQUAL 35
                 OPEN OUTPUT UNIDADE
                 CLOSE UNIDADE
                 OPEN I-O UNIDADE
              END-IF

           DISPLAY "==================================================="
           DISPLAY "**********CADASTRO DE UNIDADES ESCOLARES***********"
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR NOVA UNIDADE"
           DISPLAY "2 - CORRIGIR UNIDADE EXISTENTE"
           DISPLAY "3 - EXCLUIR UNIDADE EXISTENTE"
           DISPLAY "4 - CONSULTAR UNIDADE"
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
           CLOSE UNIDADE
           GO TO INICIO.

      *----------------------------------------------------------------
      * INCLUSAO DE UMA NOVA UNIDADE
      *----------------------------------------------------------------
           INCLUIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO
           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           MOVE WS-CODIGO        TO UN-CODIGO
           MOVE WS-NOME          TO UN-NOME
           MOVE WS-CODIGO-ESCOLA TO UN-CODIGO-ESCOLA

           WRITE REG-UNIDADE
           INVALID KEY
               DISPLAY "JA EXISTE UNIDADE COM ESTE CODIGO"
               DISPLAY "NAO FOI POSSIVEL GRAVAR,WS-FS-UNIDADE: "
                       WS-FS-UNIDADE
           NOT INVALID KEY
               DISPLAY "UNIDADE GRAVADA COM SUCESSO"
           END-WRITE.

           CLOSE UNIDADE.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DE UMA UNIDADE EXISTENTE (NOME E CODIGO DA ESCOLA)
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           MOVE WS-CODIGO TO UN-CODIGO

           READ UNIDADE
           INVALID KEY
               DISPLAY "UNIDADE NAO ENCONTRADA"
               CLOSE UNIDADE
               GO TO CONTINUAR
           NOT INVALID KEY
               DISPLAY "VALORES ATUAIS:"
               DISPLAY "NOME            :"UN-NOME
               DISPLAY "CODIGO DA ESCOLA:"UN-CODIGO-ESCOLA

               PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

               MOVE WS-NOME          TO UN-NOME
               MOVE WS-CODIGO-ESCOLA TO UN-CODIGO-ESCOLA

               REWRITE REG-UNIDADE
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL CORRIGIR,"
                   DISPLAY "WS-FS-UNIDADE: "WS-FS-UNIDADE
               NOT INVALID KEY
                   DISPLAY "UNIDADE CORRIGIDA COM SUCESSO"
               END-REWRITE
           END-READ.

           CLOSE UNIDADE.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UMA UNIDADE EXISTENTE. OS REGISTROS QUE JA TRAZEM
      * O CODIGO NAO SAO TOCADOS; A UNIDADE-PADRAO NAO SAI
      *----------------------------------------------------------------
           EXCLUIR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           IF WS-CODIGO EQUAL PAR-UNIDADE-PADRAO
              DISPLAY "A UNIDADE-PADRAO DO PARAMET.DAT NAO PODE SER"
              DISPLAY "EXCLUIDA."
              CLOSE UNIDADE
              GO TO CONTINUAR
           END-IF

           MOVE WS-CODIGO TO UN-CODIGO

           READ UNIDADE
           INVALID KEY
               DISPLAY "UNIDADE NAO ENCONTRADA"
               CLOSE UNIDADE
               GO TO CONTINUAR
           NOT INVALID KEY
               DELETE UNIDADE RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,"
                   DISPLAY "WS-FS-UNIDADE: "WS-FS-UNIDADE
               NOT INVALID KEY
                   DISPLAY "UNIDADE EXCLUIDA COM SUCESSO"
               END-DELETE
           END-READ.

           CLOSE UNIDADE.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA DE UMA UNIDADE PELO CODIGO
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ACEITA-CODIGO THRU FIM-ACEITA-CODIGO

           MOVE WS-CODIGO TO UN-CODIGO

           READ UNIDADE
           INVALID KEY
               DISPLAY "UNIDADE NAO ENCONTRADA"
           NOT INVALID KEY
               DISPLAY "==============================================="
               DISPLAY "CODIGO          :"UN-CODIGO
               DISPLAY "NOME            :"UN-NOME
               DISPLAY "CODIGO DA ESCOLA:"UN-CODIGO-ESCOLA
               IF UN-CODIGO EQUAL PAR-UNIDADE-PADRAO
                  DISPLAY "(UNIDADE-PADRAO DO PARAMET.DAT)"
               END-IF
               DISPLAY "==============================================="
           END-READ.

           CLOSE UNIDADE.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O CODIGO DA UNIDADE
      *----------------------------------------------------------------
           ACEITA-CODIGO.
           DISPLAY "DIGITE O CODIGO DA UNIDADE (1 A 99)"
           ACCEPT WS-CODIGO
           IF WS-CODIGO EQUAL 0
              DISPLAY "CODIGO INVALIDO"
              GO TO ACEITA-CODIGO
           END-IF.

           FIM-ACEITA-CODIGO.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O NOME E O CODIGO DA ESCOLA NA REDE
      *----------------------------------------------------------------
           ACEITA-DADOS.
           AC-NOME.
           DISPLAY "DIGITE O NOME DA UNIDADE"
           ACCEPT WS-NOME
           IF WS-NOME EQUAL SPACES
              DISPLAY "NOME NAO PODE FICAR EM BRANCO"
              GO TO AC-NOME
           END-IF.

           AC-CODIGO-ESCOLA.
           DISPLAY "DIGITE O CODIGO DA ESCOLA NA REDE (8 DIGITOS)"
           ACCEPT WS-CODIGO-ESCOLA
           IF WS-CODIGO-ESCOLA EQUAL 0
              DISPLAY "CODIGO DA ESCOLA INVALIDO"
              GO TO AC-CODIGO-ESCOLA
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
           IF WS-PAR-CHAVE EQUAL "ARQ-UNIDADE"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-UNI-DSNAME-PADRAO
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
       END PROGRAM SISTTUNI.
