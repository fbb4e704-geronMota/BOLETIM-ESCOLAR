      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:ATRIBUICAO DE AULAS (ATRIBUI.DAT): QUAL PROFESSOR DO
      *         PROFESSOR.DAT DA CADA TURMA+MATERIA NO ANO LETIVO, E
      *         PRAZO DE ENTREGA DE NOTAS DE CADA BIMESTRE DO ANO
      *         (PRAZOENT.DAT). E A BASE DO MAPA DE ENTREGA DE NOTAS
      *         (SISTTENT), QUE COBRA DE CADA PROFESSOR AS NOTAS QUE
      *         FALTAM NO CAD.DAT DEPOIS DE VENCIDO O PRAZO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR (TROCA DE
      *              PROFESSOR), EXCLUIR E CONSULTAR ATRIBUICAO, E
      *              DEFINIR/CONSULTAR O PRAZO DE ENTREGA POR ANO
      *              LETIVO+BIMESTRE. A MATERIA TEM DE EXISTIR NO
      *              CATALOGO (MATERIAS.DAT) E O PROFESSOR NO
      *              PROFESSOR.DAT. A ATRIBUICAO TEM A CHAVE
      *              ALTERNATIVA AT-CHAVE-PROFESSOR (PROFESSOR+ANO+
      *              TURMA+MATERIA), NOS MOLDES DA FD-CHAVE-PERIODO DO
      *              CAD, PARA O MAPA SAIR ORDENADO POR PROFESSOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTATR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATRIBUI ASSIGN TO WS-ATR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AT-CHAVE
             ALTERNATE RECORD KEY IS AT-CHAVE-PROFESSOR
             FILE STATUS WS-FS-ATRIBUI.

               SELECT PRAZOENT ASSIGN TO WS-PRZ-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PZ-CHAVE
             FILE STATUS WS-FS-PRAZOENT.

               SELECT PROFESSOR ASSIGN TO WS-PRF-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-CODIGO
             FILE STATUS WS-FS-PROFESSOR.

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
       FD ATRIBUI.
       01 REG-ATRIBUICAO.
           03 AT-CHAVE.
               05 AT-TURMA                    PIC X(3).
               05 AT-MATERIA                  PIC X(11).
               05 AT-ANO-LETIVO               PIC 9(4).
           03 AT-PROFESSOR                    PIC 9(3).
           03 AT-CHAVE-PROFESSOR.
               05 AT-PROFESSOR-P              PIC 9(3).
               05 AT-ANO-LETIVO-P             PIC 9(4).
               05 AT-TURMA-P                  PIC X(3).
               05 AT-MATERIA-P                PIC X(11).

       FD PRAZOENT.
       01 REG-PRAZO.
           03 PZ-CHAVE.
               05 PZ-ANO-LETIVO               PIC 9(4).
               05 PZ-BIMESTRE                 PIC 9(1).
           03 PZ-DATA-LIMITE                  PIC 9(8).

       FD PROFESSOR.
       01 REG-PROFESSOR.
           03 PR-CODIGO                       PIC 9(3).
           03 PR-NOME                         PIC X(25).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-MATERIA                      PIC X(11).
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-ATRIBUI                       PIC 99.
       77 WS-FS-PRAZOENT                      PIC 99.
       77 WS-FS-PROFESSOR                     PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-ATR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ATRIBUI.DAT".
       77 WS-PRZ-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PRAZOENT.DAT".
       77 WS-PRF-DSNAME                       PIC X(100) VALUE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PROFESSOR.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.

       01 CADASTRO-ATRIBUICAO.
           03 WS-TURMA                        PIC X(3).
           03 WS-MATERIA                      PIC X(11).
           03 WS-ANO-LETIVO                   PIC 9(4).
           03 WS-PROFESSOR                    PIC 9(3).
           03 WS-BIMESTRE                     PIC 9(1).
           03 WS-DATA-LIMITE                  PIC 9(8).
           03 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
               05 WS-DL-ANO                   PIC 9(4).
               05 WS-DL-MES                   PIC 9(2).
               05 WS-DL-DIA                   PIC 9(2).

       77 WS-NOME-PROFESSOR                   PIC X(25).
       77 WS-PRAZOS-LIDOS                     PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           INICIO.
           DISPLAY "==================================================="
           DISPLAY "*****ATRIBUICAO DE AULAS E PRAZOS DE ENTREGA*******"
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR ATRIBUICAO (TURMA+MATERIA+ANO)"
           DISPLAY "2 - CORRIGIR ATRIBUICAO (TROCAR O PROFESSOR)"
           DISPLAY "3 - EXCLUIR ATRIBUICAO"
           DISPLAY "4 - CONSULTAR ATRIBUICAO"
           DISPLAY "5 - DEFINIR PRAZO DE ENTREGA DE UM BIMESTRE"
           DISPLAY "6 - CONSULTAR PRAZOS DE ENTREGA DO ANO LETIVO"
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
           IF WS-OPCAO-MENU EQUAL 5
               GO TO DEFINE-PRAZO
           END-IF
           IF WS-OPCAO-MENU EQUAL 6
               GO TO CONSULTA-PRAZOS
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO INICIO.

      *----------------------------------------------------------------
      * INCLUSAO DE UMA ATRIBUICAO (TURMA+MATERIA+ANO -> PROFESSOR)
      *----------------------------------------------------------------
           INCLUIR.
           PERFORM ABRE-ATRIBUICAO THRU FIM-ABRE-ATRIBUICAO
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE
           PERFORM ACEITA-PROFESSOR THRU FIM-ACEITA-PROFESSOR

           MOVE WS-TURMA       TO AT-TURMA
           MOVE WS-MATERIA     TO AT-MATERIA
           MOVE WS-ANO-LETIVO  TO AT-ANO-LETIVO
           MOVE WS-PROFESSOR   TO AT-PROFESSOR
           PERFORM MONTA-CHAVE-PROFESSOR

           WRITE REG-ATRIBUICAO
           INVALID KEY
               DISPLAY "ESTA TURMA+MATERIA JA TEM PROFESSOR NO ANO."
               DISPLAY "USE A OPCAO 2 PARA TROCAR O PROFESSOR."
           NOT INVALID KEY
               DISPLAY "ATRIBUICAO GRAVADA COM SUCESSO"
           END-WRITE.

           CLOSE ATRIBUI PROFESSOR MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DE UMA ATRIBUICAO: SO O PROFESSOR MUDA (A CHAVE
      * ALTERNATIVA ACOMPANHA O NOVO PROFESSOR)
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ABRE-ATRIBUICAO THRU FIM-ABRE-ATRIBUICAO
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-TURMA       TO AT-TURMA
           MOVE WS-MATERIA     TO AT-MATERIA
           MOVE WS-ANO-LETIVO  TO AT-ANO-LETIVO

           READ ATRIBUI
           INVALID KEY
               DISPLAY "ATRIBUICAO NAO ENCONTRADA"
               CLOSE ATRIBUI PROFESSOR MATERIAS
               GO TO CONTINUAR
           END-READ

           DISPLAY "PROFESSOR ATUAL:"AT-PROFESSOR
           PERFORM ACEITA-PROFESSOR THRU FIM-ACEITA-PROFESSOR
           MOVE WS-PROFESSOR TO AT-PROFESSOR
           PERFORM MONTA-CHAVE-PROFESSOR

           REWRITE REG-ATRIBUICAO
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL CORRIGIR,WS-FS-ATRIBUI: "
                       WS-FS-ATRIBUI
           NOT INVALID KEY
               DISPLAY "ATRIBUICAO CORRIGIDA COM SUCESSO"
           END-REWRITE.

           CLOSE ATRIBUI PROFESSOR MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UMA ATRIBUICAO
      *----------------------------------------------------------------
           EXCLUIR.
           PERFORM ABRE-ATRIBUICAO THRU FIM-ABRE-ATRIBUICAO
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-TURMA       TO AT-TURMA
           MOVE WS-MATERIA     TO AT-MATERIA
           MOVE WS-ANO-LETIVO  TO AT-ANO-LETIVO

           READ ATRIBUI
           INVALID KEY
               DISPLAY "ATRIBUICAO NAO ENCONTRADA"
           NOT INVALID KEY
               DELETE ATRIBUI RECORD
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL EXCLUIR,WS-FS-ATRIBUI: "
                           WS-FS-ATRIBUI
               NOT INVALID KEY
                   DISPLAY "ATRIBUICAO EXCLUIDA COM SUCESSO"
               END-DELETE
           END-READ.

           CLOSE ATRIBUI PROFESSOR MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA DE UMA ATRIBUICAO, COM O NOME DO PROFESSOR
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ABRE-ATRIBUICAO THRU FIM-ABRE-ATRIBUICAO
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-TURMA       TO AT-TURMA
           MOVE WS-MATERIA     TO AT-MATERIA
           MOVE WS-ANO-LETIVO  TO AT-ANO-LETIVO

           READ ATRIBUI
           INVALID KEY
               DISPLAY "ATRIBUICAO NAO ENCONTRADA"
           NOT INVALID KEY
               MOVE SPACES       TO WS-NOME-PROFESSOR
               MOVE AT-PROFESSOR TO PR-CODIGO
               READ PROFESSOR
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO ***" TO WS-NOME-PROFESSOR
               NOT INVALID KEY
                   MOVE PR-NOME TO WS-NOME-PROFESSOR
               END-READ
               DISPLAY "==============================================="
               DISPLAY "TURMA     :"AT-TURMA
               DISPLAY "MATERIA   :"AT-MATERIA
               DISPLAY "ANO LETIVO:"AT-ANO-LETIVO
               DISPLAY "PROFESSOR :"AT-PROFESSOR" - "WS-NOME-PROFESSOR
               DISPLAY "==============================================="
           END-READ.

           CLOSE ATRIBUI PROFESSOR MATERIAS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * DEFINE (INCLUI OU SOBREPOE) O PRAZO DE ENTREGA DE NOTAS DE UM
      * BIMESTRE DO ANO LETIVO
      *----------------------------------------------------------------
           DEFINE-PRAZO.
           PERFORM ABRE-PRAZOS THRU FIM-ABRE-PRAZOS
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO.

           AC-BIMESTRE-PRAZO.
           DISPLAY "DIGITE O BIMESTRE (1 A 4)"
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
              DISPLAY "BIMESTRE INVALIDO. DIGITE UM VALOR DE 1 A 4"
              GO TO AC-BIMESTRE-PRAZO
           END-IF.

           AC-DATA-LIMITE.
           DISPLAY "DIGITE A DATA LIMITE DE ENTREGA (AAAAMMDD)"
           ACCEPT WS-DATA-LIMITE
           IF WS-DATA-LIMITE IS NOT NUMERIC
              OR WS-DL-MES < 1 OR WS-DL-MES > 12
              OR WS-DL-DIA < 1 OR WS-DL-DIA > 31
              DISPLAY "DATA INVALIDA. USE O FORMATO AAAAMMDD"
              GO TO AC-DATA-LIMITE
           END-IF

           MOVE WS-ANO-LETIVO  TO PZ-ANO-LETIVO
           MOVE WS-BIMESTRE    TO PZ-BIMESTRE
           MOVE WS-DATA-LIMITE TO PZ-DATA-LIMITE

           WRITE REG-PRAZO
           INVALID KEY
               REWRITE REG-PRAZO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O PRAZO,"
                   DISPLAY "WS-FS-PRAZOENT: "WS-FS-PRAZOENT
               NOT INVALID KEY
                   DISPLAY "PRAZO DO BIMESTRE ALTERADO COM SUCESSO"
               END-REWRITE
           NOT INVALID KEY
               DISPLAY "PRAZO DO BIMESTRE GRAVADO COM SUCESSO"
           END-WRITE.

           CLOSE PRAZOENT.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA OS PRAZOS DE ENTREGA DOS QUATRO BIMESTRES DO ANO
      *----------------------------------------------------------------
           CONSULTA-PRAZOS.
           PERFORM ABRE-PRAZOS THRU FIM-ABRE-PRAZOS
           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO
           MOVE 0 TO WS-PRAZOS-LIDOS
           DISPLAY "==============================================="
           DISPLAY "PRAZOS DE ENTREGA DO ANO LETIVO "WS-ANO-LETIVO
           MOVE WS-ANO-LETIVO TO PZ-ANO-LETIVO
           MOVE 0             TO PZ-BIMESTRE
           START PRAZOENT KEY NOT < PZ-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTA-PRAZOS
           END-START.

           LE-PRAZO.
           READ PRAZOENT NEXT
               AT END
               GO TO FIM-CONSULTA-PRAZOS
           END-READ
           IF PZ-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO FIM-CONSULTA-PRAZOS
           END-IF
           ADD 1 TO WS-PRAZOS-LIDOS
           MOVE PZ-DATA-LIMITE TO WS-DATA-LIMITE
           DISPLAY "BIMESTRE "PZ-BIMESTRE": "
                   WS-DL-DIA"/"WS-DL-MES"/"WS-DL-ANO
           GO TO LE-PRAZO.

           FIM-CONSULTA-PRAZOS.
           IF WS-PRAZOS-LIDOS EQUAL 0
              DISPLAY "NENHUM PRAZO DEFINIDO PARA O ANO LETIVO"
           END-IF
           DISPLAY "==============================================="
           CLOSE PRAZOENT.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * ABRE A ATRIBUICAO (CRIANDO O ARQUIVO NA PRIMEIRA VEZ) E OS
      * CADASTROS USADOS NA VALIDACAO
      *----------------------------------------------------------------
           ABRE-ATRIBUICAO.
           OPEN I-O ATRIBUI
           IF WS-FS-ATRIBUI EQUAL 35
              OPEN OUTPUT ATRIBUI
              CLOSE ATRIBUI
              OPEN I-O ATRIBUI
           END-IF
           OPEN INPUT PROFESSOR
           IF WS-FS-PROFESSOR NOT EQUAL 0
              DISPLAY "CADASTRO DE PROFESSORES NAO ENCONTRADO."
              DISPLAY "CADASTRE OS PROFESSORES PELO SISTTPRF."
              DISPLAY "WS-FS-PROFESSOR: "WS-FS-PROFESSOR
              CLOSE ATRIBUI
              GO TO CONTINUAR
           END-IF
           OPEN INPUT MATERIAS
           IF WS-FS-MATERIAS NOT EQUAL 0
              DISPLAY "CATALOGO DE MATERIAS NAO ENCONTRADO."
              DISPLAY "CADASTRE AS MATERIAS PELO SISTTMAT."
              DISPLAY "WS-FS-MATERIAS: "WS-FS-MATERIAS
              CLOSE ATRIBUI PROFESSOR
              GO TO CONTINUAR
           END-IF.

           FIM-ABRE-ATRIBUICAO.
           CONTINUE.

      *----------------------------------------------------------------
      * ABRE O ARQUIVO DE PRAZOS (CRIANDO NA PRIMEIRA VEZ)
      *----------------------------------------------------------------
           ABRE-PRAZOS.
           OPEN I-O PRAZOENT
           IF WS-FS-PRAZOENT EQUAL 35
              OPEN OUTPUT PRAZOENT
              CLOSE PRAZOENT
              OPEN I-O PRAZOENT
           END-IF.

           FIM-ABRE-PRAZOS.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA A CHAVE DA ATRIBUICAO (TURMA, MATERIA DO
      * CATALOGO E ANO LETIVO)
      *----------------------------------------------------------------
           ACEITA-CHAVE.
           AC-TURMA.
           DISPLAY "DIGITE A TURMA (EX: 5A)"
           ACCEPT WS-TURMA
           IF WS-TURMA EQUAL SPACES
              DISPLAY "TURMA NAO PODE FICAR EM BRANCO"
              GO TO AC-TURMA
           END-IF.

           AC-MATERIA.
           DISPLAY "DIGITE A MATERIA"
           ACCEPT WS-MATERIA
           MOVE WS-MATERIA TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               DISPLAY "MATERIA FORA DO CATALOGO OFICIAL."
               DISPLAY "CADASTRE A MATERIA PELO SISTTMAT."
               GO TO AC-MATERIA
           END-READ

           PERFORM ACEITA-ANO THRU FIM-ACEITA-ANO.

           FIM-ACEITA-CHAVE.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O ANO LETIVO
      *----------------------------------------------------------------
           ACEITA-ANO.
           DISPLAY "DIGITE O ANO LETIVO"
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL 0
              DISPLAY "ANO LETIVO INVALIDO"
              GO TO ACEITA-ANO
           END-IF.

           FIM-ACEITA-ANO.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA O CODIGO DO PROFESSOR, QUE TEM DE EXISTIR NO
      * PROFESSOR.DAT
      *----------------------------------------------------------------
           ACEITA-PROFESSOR.
           DISPLAY "DIGITE O CODIGO DO PROFESSOR (1 A 999)"
           ACCEPT WS-PROFESSOR
           IF WS-PROFESSOR EQUAL 0
              DISPLAY "CODIGO INVALIDO"
              GO TO ACEITA-PROFESSOR
           END-IF
           MOVE WS-PROFESSOR TO PR-CODIGO
           READ PROFESSOR
           INVALID KEY
               DISPLAY "PROFESSOR NAO CADASTRADO."
               DISPLAY "CADASTRE O PROFESSOR PELO SISTTPRF."
               GO TO ACEITA-PROFESSOR
           NOT INVALID KEY
               DISPLAY "PROFESSOR: "PR-NOME
           END-READ.

           FIM-ACEITA-PROFESSOR.
           CONTINUE.

      *----------------------------------------------------------------
      * MONTA A CHAVE ALTERNATIVA POR PROFESSOR A PARTIR DA CHAVE
      * PRINCIPAL E DO PROFESSOR ATRIBUIDO
      *----------------------------------------------------------------
           MONTA-CHAVE-PROFESSOR.
           MOVE AT-PROFESSOR   TO AT-PROFESSOR-P
           MOVE AT-ANO-LETIVO  TO AT-ANO-LETIVO-P
           MOVE AT-TURMA       TO AT-TURMA-P
           MOVE AT-MATERIA     TO AT-MATERIA-P.

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
           IF WS-PAR-CHAVE EQUAL "ARQ-ATRIBUI"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ATR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PRAZOENT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRZ-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PROFESSOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRF-DSNAME
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
       END PROGRAM SISTTATR.
