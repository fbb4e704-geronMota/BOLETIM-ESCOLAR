      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:MATRIZ CURRICULAR (MATRIZ.DAT): MATERIAS OBRIGATORIAS
      *         DE CADA TURMA (SERIE), TIRADAS DO CATALOGO OFICIAL
      *         (MATERIAS.DAT), COM A CARGA HORARIA ANUAL. E A BASE DA
      *         CONFERENCIA DO FECHAMENTO (SISTTFEC), QUE APONTA O
      *         ALUNO SEM REGISTRO EM MATERIA OBRIGATORIA, DA ABERTURA
      *         DO ANO (SISTTABR) E DO RELATORIO SISTTCMR.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR (CARGA
      *              HORARIA), EXCLUIR MATERIA DA MATRIZ E CONSULTAR A
      *              MATRIZ DE UMA TURMA COM O TOTAL DE HORAS. A CHAVE
      *              E TURMA+MATERIA, COMO NA TABELA DE PROGRESSAO
      *              (PROGTURM), QUE JA TRATA A TURMA COMO A SERIE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTMCR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MATRIZ ASSIGN TO WS-MCR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-CHAVE
             FILE STATUS WS-FS-MATRIZ.

               SELECT MATERIAS ASSIGN TO WS-MAT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD MATRIZ.
       01 REG-MATRIZ.
           03 MZ-CHAVE.
               05 MZ-TURMA                    PIC X(3).
               05 MZ-MATERIA                  PIC X(11).
           03 MZ-CARGA-HORARIA                PIC 9(4).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-MATERIA                      PIC X(11).
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-MATRIZ                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-MCR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRIZ.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.

       01 CADASTRO-MATRIZ.
           03 WS-TURMA                        PIC X(3).
           03 WS-MATERIA                      PIC X(11).
           03 WS-CARGA-HORARIA                PIC 9(4).

       77 WS-MATERIAS-LIDAS                   PIC 9(3) VALUE 0.
       77 WS-TOTAL-HORAS                      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           INICIO.
           DISPLAY "==================================================="
           DISPLAY "*****************MATRIZ CURRICULAR*****************"
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR MATERIA NA MATRIZ DA TURMA"
           DISPLAY "2 - CORRIGIR CARGA HORARIA ANUAL"
           DISPLAY "3 - EXCLUIR MATERIA DA MATRIZ DA TURMA"
           DISPLAY "4 - CONSULTAR MATRIZ DA TURMA"
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
           GO TO INICIO.

      *----------------------------------------------------------------
      * INCLUSAO DE UMA MATERIA OBRIGATORIA NA MATRIZ DA TURMA
      *----------------------------------------------------------------
           INCLUIR.
           PERFORM ABRE-MATRIZ THRU FIM-ABRE-MATRIZ
           PERFORM ACEITA-TURMA THRU FIM-ACEITA-TURMA
           PERFORM ACEITA-MATERIA THRU FIM-ACEITA-MATERIA
           PERFORM ACEITA-CARGA THRU FIM-ACEITA-CARGA

           MOVE WS-TURMA         TO MZ-TURMA
           MOVE WS-MATERIA       TO MZ-MATERIA
           MOVE WS-CARGA-HORARIA TO MZ-CARGA-HORARIA

           WRITE REG-MATRIZ
           INVALID KEY
               DISPLAY "ESTA MATERIA JA ESTA NA MATRIZ DA TURMA."
               DISPLAY "USE A OPCAO 2 PARA CORRIGIR A CARGA HORARIA."
           NOT INVALID KEY
               DISPLAY "MATERIA INCLUIDA NA MATRIZ COM SUCESSO"
           END-WRITE.

           CLOSE MATRIZ MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DA CARGA HORARIA ANUAL DE UMA MATERIA DA MATRIZ
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ABRE-MATRIZ THRU FIM-ABRE-MATRIZ
           PERFORM ACEITA-TURMA THRU FIM-ACEITA-TURMA
           PERFORM ACEITA-MATERIA THRU FIM-ACEITA-MATERIA

           MOVE WS-TURMA   TO MZ-TURMA
           MOVE WS-MATERIA TO MZ-MATERIA

           READ MATRIZ
           INVALID KEY
               DISPLAY "MATERIA NAO ESTA NA MATRIZ DA TURMA"
               CLOSE MATRIZ MATERIAS
               GO TO CONTINUAR
           END-READ

           DISPLAY "CARGA HORARIA ATUAL:"MZ-CARGA-HORARIA
           PERFORM ACEITA-CARGA THRU FIM-ACEITA-CARGA
           MOVE WS-CARGA-HORARIA TO MZ-CARGA-HORARIA

           REWRITE REG-MATRIZ
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL CORRIGIR,WS-FS-MATRIZ: "
                       WS-FS-MATRIZ
           NOT INVALID KEY
               DISPLAY "CARGA HORARIA CORRIGIDA COM SUCESSO"
           END-REWRITE.

           CLOSE MATRIZ MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UMA MATERIA DA MATRIZ DA TURMA
      *----------------------------------------------------------------
           EXCLUIR.
           PERFORM ABRE-MATRIZ THRU FIM-ABRE-MATRIZ
           PERFORM ACEITA-TURMA THRU FIM-ACEITA-TURMA

           DISPLAY "DIGITE A MATERIA"
           ACCEPT WS-MATERIA
           MOVE WS-TURMA   TO MZ-TURMA
           MOVE WS-MATERIA TO MZ-MATERIA

           READ MATRIZ
           INVALID KEY
               DISPLAY "MATERIA NAO ESTA NA MATRIZ DA TURMA"
           NOT INVALID KEY
               DELETE MATRIZ RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,WS-FS-MATRIZ: "
                           WS-FS-MATRIZ
               NOT INVALID KEY
                   DISPLAY "MATERIA EXCLUIDA DA MATRIZ COM SUCESSO"
               END-DELETE
           END-READ.

           CLOSE MATRIZ MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA A MATRIZ DE UMA TURMA, COM O TOTAL DE HORAS ANUAIS
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ABRE-MATRIZ THRU FIM-ABRE-MATRIZ
           PERFORM ACEITA-TURMA THRU FIM-ACEITA-TURMA
           MOVE 0 TO WS-MATERIAS-LIDAS
           MOVE 0 TO WS-TOTAL-HORAS
           DISPLAY "==============================================="
           DISPLAY "MATRIZ CURRICULAR DA TURMA "WS-TURMA
           MOVE WS-TURMA   TO MZ-TURMA
           MOVE LOW-VALUES TO MZ-MATERIA
           START MATRIZ KEY NOT < MZ-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTAR
           END-START.

           LE-MATRIZ.
           READ MATRIZ NEXT
               AT END
               GO TO FIM-CONSULTAR
           END-READ
           IF MZ-TURMA NOT EQUAL WS-TURMA
              GO TO FIM-CONSULTAR
           END-IF
           ADD 1 TO WS-MATERIAS-LIDAS
           ADD MZ-CARGA-HORARIA TO WS-TOTAL-HORAS
           DISPLAY MZ-MATERIA"  "MZ-CARGA-HORARIA" HORAS"
           GO TO LE-MATRIZ.

           FIM-CONSULTAR.
           IF WS-MATERIAS-LIDAS EQUAL 0
              DISPLAY "NENHUMA MATERIA NA MATRIZ DA TURMA"
           ELSE
              DISPLAY "MATERIAS:"WS-MATERIAS-LIDAS
                      "  CARGA HORARIA TOTAL:"WS-TOTAL-HORAS
           END-IF
           DISPLAY "==============================================="
           CLOSE MATRIZ MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * ABRE A MATRIZ (CRIANDO O ARQUIVO NA PRIMEIRA VEZ) E O
      * CATALOGO DE MATERIAS USADO NA VALIDACAO
      *----------------------------------------------------------------
           ABRE-MATRIZ.
           OPEN I-O MATRIZ
           IF WS-FS-MATRIZ EQUAL 35
              OPEN OUTPUT MATRIZ
              CLOSE MATRIZ
              OPEN I-O MATRIZ
           END-IF
           OPEN INPUT MATERIAS
           IF WS-FS-MATERIAS NOT EQUAL 0
              DISPLAY "CATALOGO DE MATERIAS NAO ENCONTRADO."
              DISPLAY "CADASTRE AS MATERIAS PELO SISTTMAT."
              DISPLAY "WS-FS-MATERIAS: "WS-FS-MATERIAS
              CLOSE MATRIZ
              GO TO CONTINUAR
           END-IF.

           FIM-ABRE-MATRIZ.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA A TURMA
      *----------------------------------------------------------------
           ACEITA-TURMA.
           DISPLAY "DIGITE A TURMA (EX: 5A)"
           ACCEPT WS-TURMA
           IF WS-TURMA EQUAL SPACES
              DISPLAY "TURMA NAO PODE FICAR EM BRANCO"
              GO TO ACEITA-TURMA
           END-IF.

           FIM-ACEITA-TURMA.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA A MATERIA, QUE TEM DE EXISTIR NO CATALOGO OFICIAL
      *----------------------------------------------------------------
           ACEITA-MATERIA.
           DISPLAY "DIGITE A MATERIA"
           ACCEPT WS-MATERIA
           MOVE WS-MATERIA TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               DISPLAY "MATERIA FORA DO CATALOGO OFICIAL."
               DISPLAY "CADASTRE A MATERIA PELO SISTTMAT."
               GO TO ACEITA-MATERIA
           END-READ.

           FIM-ACEITA-MATERIA.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA A CARGA HORARIA ANUAL DA MATERIA NA TURMA
      *----------------------------------------------------------------
           ACEITA-CARGA.
           DISPLAY "DIGITE A CARGA HORARIA ANUAL (HORAS)"
           ACCEPT WS-CARGA-HORARIA
           IF WS-CARGA-HORARIA IS NOT NUMERIC
              OR WS-CARGA-HORARIA EQUAL 0
              DISPLAY "CARGA HORARIA INVALIDA"
              GO TO ACEITA-CARGA
           END-IF.

           FIM-ACEITA-CARGA.
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
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRIZ"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MCR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
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
       END PROGRAM SISTTMCR.
