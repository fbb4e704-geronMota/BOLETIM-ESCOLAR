      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:PEDIDOS DE REVISAO DE NOTA. REGISTRA O PEDIDO DO
      *         ALUNO/RESPONSAVEL CONTRA UMA NOTA LANCADA NO CAD
      *         (NT1 A NT4 OU SUBSTITUTIVA DE UM BIMESTRE), COM DATA
      *         DE ABERTURA, REQUERENTE, FUNDAMENTO E PRAZO
      *         REGIMENTAL, E ACOMPANHA O PEDIDO PELO PARECER DO
      *         PROFESSOR ATE A DECISAO DA COORDENACAO (DEFERIDO OU
      *         INDEFERIDO). O DEFERIMENTO EXIGE A CORRECAO FEITA
      *         PELO SISTTCAD NO CADLOG.DAT E GUARDA O VINCULO COM
      *         ELA. EMITE O RELATORIO DE PEDIDOS EM ABERTO COM PRAZO
      *         VENCIDO (REVPRAZO.LIS).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. CHAVE DO REVISAO.DAT: ID +
      *              MATERIA + ANO LETIVO + BIMESTRE (A MESMA DO CAD) +
      *              NUMERO DO PEDIDO NA NOTA, PARA O PROCESSA E O
      *              SISTTFEC ACHAREM OS PEDIDOS DO REGISTRO QUE ESTAO
      *              CLASSIFICANDO. SO UM PEDIDO EM ABERTO POR NOTA.
      *              PRAZO EM DIAS CORRIDOS A PARTIR DA ABERTURA
      *              (CHAVE PRAZO-REVISAO DO PARAMET.DAT, PADRAO 10).
      *              SITUACOES: ABERTO (AGUARDA O PROFESSOR), PARECER
      *              (AGUARDA A COORDENACAO), DEFERIDO E INDEFERIDO. A
      *              DECISAO E RESTRITA AO PERFIL "C". NO DEFERIMENTO
      *              SO SERVE LINHA "CORRECAO" DO CADLOG DA MESMA
      *              CHAVE DO CAD, GRAVADA NA ABERTURA OU DEPOIS DELA
      *              E AINDA NAO VINCULADA A OUTRO PEDIDO.
      * 15/10/2026 - UNIDADE ESCOLAR: PEDIDO SO E ABERTO, RECEBE
      *              PARECER OU DECISAO QUANDO A NOTA (CAD.DAT) E DA
      *              UNIDADE DO OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REVISAO ASSIGN TO WS-REV-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RV-CHAVE
             FILE STATUS WS-FS-REVISAO.

               SELECT CAD ASSIGN TO WS-CAD-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FD-CHAVE
             ALTERNATE RECORD KEY IS FD-CHAVE-PERIODO
             FILE STATUS WS-FS.

               SELECT CADLOG ASSIGN TO WS-CADLOG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADLOG.

               SELECT OPERADOR ASSIGN TO WS-OPE-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP-CODIGO
             FILE STATUS WS-FS-OPERADOR.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD REVISAO.
       01 REG-REVISAO.
           03 RV-CHAVE.
               05 RV-ID                       PIC 9(4).
               05 RV-MATERIA                  PIC X(11).
               05 RV-ANO-LETIVO               PIC 9(4).
               05 RV-BIMESTRE                 PIC 9(1).
               05 RV-SEQ                      PIC 9(2).
           03 RV-NM                           PIC X(25).
           03 RV-NOTA                         PIC X(1).
           03 RV-NOTA-ANTES                   PIC 9(2)V9.
           03 RV-DT-ABERTURA                  PIC 9(8).
           03 RV-PRAZO                        PIC 9(8).
           03 RV-REQUERENTE                   PIC X(25).
           03 RV-FUNDAMENTO                   PIC X(60).
           03 RV-OPE-ABERTURA                 PIC 9(3).
           03 RV-SITUACAO                     PIC X(10).
           03 RV-PROFESSOR                    PIC X(25).
           03 RV-PARECER                      PIC X(60).
           03 RV-FAVORAVEL                    PIC X(1).
           03 RV-DT-PARECER                   PIC 9(8).
           03 RV-JUSTIFICATIVA                PIC X(60).
           03 RV-DT-DECISAO                   PIC 9(8).
           03 RV-OPE-DECISAO                  PIC 9(3).
           03 RV-LOG-DATA                     PIC 9(8).
           03 RV-LOG-HORA                     PIC X(8).
           03 RV-LOG-OPERADOR                 PIC X(3).
           03 RV-NOTA-DEPOIS                  PIC 9(2)V9.

       FD CAD.
       01 REGISTRO.
           03 FD-CHAVE.
               05 FD-ID                       PIC 9(4).
               05 FD-MATERIA                  PIC X(11).
               05 FD-ANO-LETIVO               PIC 9(4).
               05 FD-BIMESTRE                 PIC 9(1).
           03 FD-NM                           PIC X(25).
           03 FD-STATUS                       PIC X(11).
           03 FD-MEDIA                        PIC 9(2)V9.
           03 FD-FALTAS                       PIC 9(3).
           03 FD-AULAS-DADAS                  PIC 9(3).
           03 FD-NT1                          PIC 9(2)V9.
           03 FD-NT2                          PIC 9(2)V9.
           03 FD-NT3                          PIC 9(2)V9.
           03 FD-NT4                          PIC 9(2)V9.
           03 FD-PESO1                        PIC 9V9.
           03 FD-PESO2                        PIC 9V9.
           03 FD-PESO3                        PIC 9V9.
           03 FD-PESO4                        PIC 9V9.
           03 FD-NT-SUBST                     PIC 9(2)V9.
           03 FD-TURMA                        PIC X(3).
           03 FD-PENDENTE                     PIC X(4).
           03 FD-CHAVE-PERIODO.
               05 FD-ANO-LETIVO-P             PIC 9(4).
               05 FD-BIMESTRE-P               PIC 9(1).
               05 FD-MATERIA-P                PIC X(11).
               05 FD-ID-P                     PIC 9(4).
           03 FD-UNIDADE                      PIC 9(2).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD OPERADOR.
       01 REG-OPERADOR.
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD RELATO.
       01 REG-RELATO                          PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS                               PIC 99.
       77 WS-FS-REVISAO                       PIC 99.
       77 WS-FS-CADLOG                        PIC 99.
       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-PRAZO-REVISAO                   PIC 9(3)   VALUE 10.
       77 WS-REV-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\REVISAO.DAT".
       77 WS-CADLOG-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADLOG.DAT".
       77 WS-OPE-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPERADOR.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\REVPRAZO.LIS".
       77 WS-CAD-DSNAME                       PIC X(100).

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-OPERADOR                         PIC 9(3).
       77 WS-OPE-PERFIL                       PIC X(1).
         88 PERFIL-COORDENACAO                VALUE "C".
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-CAD                      PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.
       77 WS-COUNT                            PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * PEDIDO EM TRATAMENTO
      *----------------------------------------------------------------
       77 WS-ID                               PIC 9(4).
       77 WS-MATERIA                          PIC X(11).
       77 WS-ANO-LETIVO                       PIC 9(4).
       77 WS-BIMESTRE                         PIC 9(1).
       77 WS-SEQ                              PIC 9(3).
       77 WS-NOTA                             PIC X(1).
         88 NOTA-VALIDA                       VALUE "1" "2" "3" "4"
                                                    "S".
       77 WS-DESC-NOTA                        PIC X(12).
       77 WS-NM                               PIC X(25).
       77 WS-VALOR-NOTA                       PIC 9(2)V9.
       77 WS-VALOR-ANTES                      PIC 9(2)V9.
       77 WS-VALOR-EDT                        PIC Z9,9.
       77 WS-DT-ABERTURA                      PIC 9(8).
       77 WS-REQUERENTE                       PIC X(25).
       77 WS-FUNDAMENTO                       PIC X(60).
       77 WS-PROFESSOR                        PIC X(25).
       77 WS-PARECER                          PIC X(60).
       77 WS-FAVORAVEL                        PIC X(1).
       77 WS-DECISAO                          PIC X(1).
       77 WS-JUSTIFICATIVA                    PIC X(60).
       77 WS-MOTIVO                           PIC X(60).
       77 WS-ACHOU                            PIC X.
         88 ACHOU                             VALUE "S".
       77 WS-VINCULADA                        PIC X.
         88 JA-VINCULADA                      VALUE "S".
       77 WS-QTDE                             PIC 9(4).

      *----------------------------------------------------------------
      * VINCULO COM A CORRECAO DO CADLOG
      *----------------------------------------------------------------
       77 WS-ID-X                             PIC X(4).
       77 WS-ANO-X                            PIC X(4).
       77 WS-BIM-X                            PIC X(1).
       77 WS-LOG-DATA                         PIC 9(8).
       77 WS-LOG-HORA                         PIC X(8).
       77 WS-LOG-OPERADOR                     PIC X(3).

      *----------------------------------------------------------------
      * ESPELHO DO LINHA-CADLOG GRAVADO PELO SISTTCAD (184 BYTES)
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

       01 WS-DATA-LINHA.
           05 WS-DATA-LINHA-ANO               PIC X(4).
           05 WS-DATA-LINHA-MES               PIC X(2).
           05 WS-DATA-LINHA-DIA               PIC X(2).
       01 WS-DATA-LINHA-NUM REDEFINES WS-DATA-LINHA
                                              PIC 9(8).

      *----------------------------------------------------------------
      * CALCULO DE PRAZO E ATRASO (PERCURSO DIA A DIA)
      *----------------------------------------------------------------
       77 WS-DATA-HOJE                        PIC 9(8).
       01 WS-DATA-CALC                        PIC 9(8).
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-DC-ANO                       PIC 9(4).
           05 WS-DC-MES                       PIC 9(2).
           05 WS-DC-DIA                       PIC 9(2).
       01 WS-DIAS-MES-TXT                     PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TXT.
           05 WS-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
       77 WS-RESTO                            PIC 9(3).
       77 WS-QUOC                             PIC 9(4).
       77 WS-ATRASO                           PIC 9(4).

       01 WS-DATA-FMT.
           05 WS-DF-DIA                       PIC 9(2).
           05 FILLER                          PIC X VALUE "/".
           05 WS-DF-MES                       PIC 9(2).
           05 FILLER                          PIC X VALUE "/".
           05 WS-DF-ANO                       PIC 9(4).

      *----------------------------------------------------------------
      * RELATORIO DE PEDIDOS COM PRAZO VENCIDO
      *----------------------------------------------------------------
       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           10 WS-MES-SYS                      PIC 9(2).
           10 WS-DIA-SYS                      PIC 9(2).
         05 WS-TIME-SYS.
           10 WS-HORA-SYS                     PIC 9(2).
           10 WS-MINUTO-SYS                   PIC 9(2).
         05 FILLER                            PIC X(9).

       77 ACUM-LINHAS                         PIC 9(2).
       77 ACUM-PAG                            PIC 9(5).
       77 WS-MAX-LINHAS                       PIC 9(2) VALUE 15.

       01 CAB001.
           05 FILLER                          PIC X(40) VALUE
           'REVISOES DE NOTA COM PRAZO VENCIDO'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTREV'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(20) VALUE SPACES.
           05 FILLER                          PIC X(40) VALUE
           'PEDIDOS EM ABERTO APOS O PRAZO'.

       01 CAB004.
           05 FILLER                          PIC X(5)  VALUE 'COD.'.
           05 FILLER                          PIC X(21) VALUE 'NOME'.
           05 FILLER                          PIC X(12) VALUE
           'MATERIA'.
           05 FILLER                          PIC X(7)  VALUE 'ANO/B'.
           05 FILLER                          PIC X(3)  VALUE 'NR'.
           05 FILLER                          PIC X(3)  VALUE 'NT'.
           05 FILLER                          PIC X(11) VALUE 'PRAZO'.
           05 FILLER                          PIC X(5)  VALUE 'DIAS'.
           05 FILLER                          PIC X(13) VALUE
           'SITUACAO'.

       01 DET001.
           05 DET001-ID                       PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-NOME                     PIC X(20).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-ANO                      PIC 9(4).
           05 FILLER                          PIC X(1) VALUE "/".
           05 DET001-BIM                      PIC 9(1).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-SEQ                      PIC 9(2).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-NOTA                     PIC X(1).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-PRAZO                    PIC X(10).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-ATRASO                   PIC ZZZ9.
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-SITUACAO                 PIC X(10).
           05 FILLER                          PIC X(3) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(33) VALUE
           'PEDIDOS EM ABERTO FORA DO PRAZO:'.
           05 RODAPE-TOTAL                    PIC ZZZ9.
           05 FILLER                          PIC X(43) VALUE SPACES.

       01 RODAPE2.
           05 FILLER                          PIC X(80) VALUE
           'NT: 1 A 4 = NT1 A NT4, S = SUBST. ABERTO = SEM PARECER, PARE
      -    'CER = SEM DECISAO'.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           OBTEM-DATASET.
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

           IDENTIFICA-OPERADOR.
               OPEN INPUT OPERADOR
               IF WS-FS-OPERADOR NOT EQUAL 0
                  DISPLAY "ARQUIVO DE OPERADORES NAO ENCONTRADO."
                  DISPLAY "CADASTRE OS OPERADORES PELO SISTTOPE."
                  STOP RUN
               END-IF.

           PEDE-OPERADOR.
               DISPLAY "DIGITE O SEU CODIGO DE OPERADOR"
               ACCEPT WS-OPERADOR
               MOVE WS-OPERADOR TO OP-CODIGO
               READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO PEDE-OPERADOR
               NOT INVALID KEY
                   MOVE OP-PERFIL TO WS-OPE-PERFIL
                   DISPLAY "OPERADOR IDENTIFICADO: "OP-NOME
                   IF OP-UNIDADE NUMERIC AND OP-UNIDADE NOT EQUAL 0
                      MOVE OP-UNIDADE TO WS-OPE-UNIDADE
                   ELSE
                      MOVE PAR-UNIDADE-PADRAO TO WS-OPE-UNIDADE
                   END-IF
                   DISPLAY "UNIDADE ESCOLAR DO OPERADOR: "WS-OPE-UNIDADE
               END-READ
               CLOSE OPERADOR.

           ABRE-REVISAO.
               OPEN I-O REVISAO
               IF WS-FS-REVISAO EQUAL 35
                  OPEN OUTPUT REVISAO
                  CLOSE REVISAO
                  OPEN I-O REVISAO
               END-IF
               IF WS-FS-REVISAO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O REVISAO.DAT,"
                  DISPLAY "WS-FS-REVISAO: "WS-FS-REVISAO
                  STOP RUN
               END-IF.

           INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "==================================================="
           DISPLAY "**************REVISAO DE NOTA**********************"
           DISPLAY "==================================================="
           DISPLAY "1 - ABRIR PEDIDO DE REVISAO"
           DISPLAY "2 - REGISTRAR PARECER DO PROFESSOR"
           DISPLAY "3 - REGISTRAR DECISAO DA COORDENACAO"
           DISPLAY "4 - CONSULTAR PEDIDOS DO ALUNO"
           DISPLAY "5 - RELATORIO DE PEDIDOS COM PRAZO VENCIDO"
           DISPLAY "==================================================="
           DISPLAY "DIGITE A OPCAO DESEJADA"
           ACCEPT WS-OPCAO-MENU
           MOVE SPACES TO WS-MOTIVO

           IF WS-OPCAO-MENU EQUAL 1
               GO TO ABRIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
               GO TO PARECER
           END-IF
           IF WS-OPCAO-MENU EQUAL 3
               GO TO DECIDIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 4
               GO TO CONSULTAR
           END-IF
           IF WS-OPCAO-MENU EQUAL 5
               GO TO RELATORIO-PRAZO
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO INICIO.

      *----------------------------------------------------------------
      * ABERTURA: A NOTA PRECISA ESTAR LANCADA NO CAD E NAO PODE TER
      * OUTRO PEDIDO EM ABERTO; O PRAZO CONTA DA DATA DE HOJE
      *----------------------------------------------------------------
           ABRIR.
           PERFORM ACEITA-NOTA THRU FIM-ACEITA-NOTA
           PERFORM LE-NOTA-CAD THRU FIM-LE-NOTA-CAD
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-PEDIDO
           END-IF

           PERFORM PROCURA-PEDIDO-ABERTO
               THRU FIM-PROCURA-PEDIDO-ABERTO
           IF ACHOU
              MOVE "JA EXISTE PEDIDO EM ABERTO PARA ESTA NOTA"
                TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF
           IF WS-SEQ > 99
              MOVE "LIMITE DE 99 PEDIDOS POR NOTA ATINGIDO"
                TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF

           MOVE WS-VALOR-NOTA TO WS-VALOR-EDT
           DISPLAY "ALUNO.....................:"WS-ID" "WS-NM
           DISPLAY "NOTA CONTESTADA...........:"WS-DESC-NOTA" "
                   WS-VALOR-EDT.

           AC-REQUERENTE.
           DISPLAY "DIGITE O NOME DO REQUERENTE"
           ACCEPT WS-REQUERENTE
           IF WS-REQUERENTE EQUAL SPACES
              DISPLAY "REQUERENTE OBRIGATORIO"
              GO TO AC-REQUERENTE
           END-IF.

           AC-FUNDAMENTO.
           DISPLAY "DIGITE O FUNDAMENTO DO PEDIDO (ATE 60 POSICOES)"
           ACCEPT WS-FUNDAMENTO
           IF WS-FUNDAMENTO EQUAL SPACES
              DISPLAY "FUNDAMENTO OBRIGATORIO"
              GO TO AC-FUNDAMENTO
           END-IF

           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           PERFORM AVANCA-DIA PAR-PRAZO-REVISAO TIMES

           MOVE SPACES           TO REG-REVISAO
           MOVE WS-ID            TO RV-ID
           MOVE WS-MATERIA       TO RV-MATERIA
           MOVE WS-ANO-LETIVO    TO RV-ANO-LETIVO
           MOVE WS-BIMESTRE      TO RV-BIMESTRE
           MOVE WS-SEQ           TO RV-SEQ
           MOVE WS-NM            TO RV-NM
           MOVE WS-NOTA          TO RV-NOTA
           MOVE WS-VALOR-NOTA    TO RV-NOTA-ANTES
           MOVE WS-DATA-HOJE     TO RV-DT-ABERTURA
           MOVE WS-DATA-CALC     TO RV-PRAZO
           MOVE WS-REQUERENTE    TO RV-REQUERENTE
           MOVE WS-FUNDAMENTO    TO RV-FUNDAMENTO
           MOVE WS-OPERADOR      TO RV-OPE-ABERTURA
           MOVE "ABERTO"         TO RV-SITUACAO
           MOVE 0                TO RV-DT-PARECER RV-DT-DECISAO
                                    RV-OPE-DECISAO RV-LOG-DATA
                                    RV-NOTA-DEPOIS

           WRITE REG-REVISAO
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL GRAVAR O PEDIDO,"
               DISPLAY "WS-FS-REVISAO: "WS-FS-REVISAO
               GO TO CONTINUAR
           END-WRITE

           ADD 1 TO WS-COUNT
           PERFORM FORMATA-DATA
           DISPLAY "==================================================="
           DISPLAY "PEDIDO REGISTRADO: NUMERO "WS-SEQ" DA NOTA"
           DISPLAY "PRAZO REGIMENTAL..........:"WS-DATA-FMT
           DISPLAY "==================================================="
           GO TO CONTINUAR.

           RECUSA-PEDIDO.
           DISPLAY "==================================================="
           DISPLAY "OPERACAO RECUSADA: "WS-MOTIVO
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * PARECER DO PROFESSOR: SO PARA PEDIDO AINDA "ABERTO"
      *----------------------------------------------------------------
           PARECER.
           PERFORM ACEITA-PEDIDO
           READ REVISAO
           INVALID KEY
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO
               GO TO RECUSA-PEDIDO
           END-READ
           PERFORM CONFERE-UNIDADE-CAD THRU FIM-CONFERE-UNIDADE-CAD
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-PEDIDO
           END-IF
           PERFORM EXIBE-PEDIDO
           IF RV-SITUACAO NOT EQUAL "ABERTO"
              MOVE "PEDIDO NAO ESTA AGUARDANDO PARECER DO PROFESSOR"
                TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF
           IF RV-PRAZO < WS-DATA-HOJE
              DISPLAY "ATENCAO: PRAZO REGIMENTAL DO PEDIDO VENCIDO."
           END-IF.

           AC-PROFESSOR.
           DISPLAY "DIGITE O NOME DO PROFESSOR"
           ACCEPT WS-PROFESSOR
           IF WS-PROFESSOR EQUAL SPACES
              DISPLAY "PROFESSOR OBRIGATORIO"
              GO TO AC-PROFESSOR
           END-IF.

           AC-PARECER.
           DISPLAY "DIGITE O PARECER (ATE 60 POSICOES)"
           ACCEPT WS-PARECER
           IF WS-PARECER EQUAL SPACES
              DISPLAY "PARECER OBRIGATORIO"
              GO TO AC-PARECER
           END-IF.

           AC-FAVORAVEL.
           DISPLAY "O PARECER E FAVORAVEL A REVISAO? (S/N)"
           ACCEPT WS-FAVORAVEL
           IF WS-FAVORAVEL NOT EQUAL "S"
              AND WS-FAVORAVEL NOT EQUAL "N"
              DISPLAY "RESPOSTA INVALIDA"
              GO TO AC-FAVORAVEL
           END-IF

           MOVE WS-PROFESSOR  TO RV-PROFESSOR
           MOVE WS-PARECER    TO RV-PARECER
           MOVE WS-FAVORAVEL  TO RV-FAVORAVEL
           MOVE WS-DATA-HOJE  TO RV-DT-PARECER
           MOVE "PARECER"     TO RV-SITUACAO
           REWRITE REG-REVISAO
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL GRAVAR O PARECER,"
               DISPLAY "WS-FS-REVISAO: "WS-FS-REVISAO
               GO TO CONTINUAR
           END-REWRITE

           ADD 1 TO WS-COUNT
           DISPLAY "PARECER REGISTRADO. O PEDIDO AGUARDA A DECISAO DA"
           DISPLAY "COORDENACAO."
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * DECISAO DA COORDENACAO (PERFIL "C"): SO DEPOIS DO PARECER. O
      * DEFERIMENTO EXIGE A CORRECAO DA NOTA JA FEITA PELO SISTTCAD
      * (LINHA NO CADLOG) E GUARDA O VINCULO COM ELA
      *----------------------------------------------------------------
           DECIDIR.
           IF NOT PERFIL-COORDENACAO
              MOVE "DECISAO RESTRITA AO PERFIL COORDENACAO"
                TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF
           PERFORM ACEITA-PEDIDO
           READ REVISAO
           INVALID KEY
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO
               GO TO RECUSA-PEDIDO
           END-READ
           PERFORM CONFERE-UNIDADE-CAD THRU FIM-CONFERE-UNIDADE-CAD
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-PEDIDO
           END-IF
           PERFORM EXIBE-PEDIDO
           IF RV-SITUACAO EQUAL "ABERTO"
              MOVE "PEDIDO AINDA SEM PARECER DO PROFESSOR"
                TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF
           IF RV-SITUACAO NOT EQUAL "PARECER"
              MOVE "PEDIDO JA DECIDIDO" TO WS-MOTIVO
              GO TO RECUSA-PEDIDO
           END-IF
           MOVE RV-NOTA        TO WS-NOTA
           MOVE RV-NOTA-ANTES  TO WS-VALOR-ANTES
           MOVE RV-DT-ABERTURA TO WS-DT-ABERTURA.

           AC-DECISAO.
           DISPLAY "DIGITE A DECISAO (D=DEFERIDO, I=INDEFERIDO)"
           ACCEPT WS-DECISAO
           IF WS-DECISAO NOT EQUAL "D"
              AND WS-DECISAO NOT EQUAL "I"
              DISPLAY "DECISAO INVALIDA"
              GO TO AC-DECISAO
           END-IF.

           AC-JUSTIFICATIVA.
           DISPLAY "DIGITE A JUSTIFICATIVA DA DECISAO (ATE 60 POSICOES)"
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA EQUAL SPACES
              DISPLAY "JUSTIFICATIVA OBRIGATORIA"
              GO TO AC-JUSTIFICATIVA
           END-IF

           IF WS-DECISAO EQUAL "I"
              GO TO GRAVA-DECISAO
           END-IF

           PERFORM LOCALIZA-CORRECAO THRU FIM-LOCALIZA-CORRECAO
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-PEDIDO
           END-IF

           PERFORM LE-NOTA-CAD THRU FIM-LE-NOTA-CAD
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-PEDIDO
           END-IF
           IF WS-VALOR-NOTA EQUAL WS-VALOR-ANTES
              MOVE WS-VALOR-NOTA TO WS-VALOR-EDT
              DISPLAY "ATENCAO: A "WS-DESC-NOTA" CONTINUA "
                      WS-VALOR-EDT" NO CAD (A CORRECAO NAO A ALTEROU)."
              DISPLAY "CONFIRMA O DEFERIMENTO? (S/N)"
              ACCEPT WS-OPCAO
              IF WS-OPCAO NOT EQUAL "S"
                 MOVE "DEFERIMENTO CANCELADO PELO OPERADOR"
                   TO WS-MOTIVO
                 GO TO RECUSA-PEDIDO
              END-IF
           END-IF.

           GRAVA-DECISAO.
           MOVE WS-ID         TO RV-ID
           MOVE WS-MATERIA    TO RV-MATERIA
           MOVE WS-ANO-LETIVO TO RV-ANO-LETIVO
           MOVE WS-BIMESTRE   TO RV-BIMESTRE
           MOVE WS-SEQ        TO RV-SEQ
           READ REVISAO
           INVALID KEY
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO
               GO TO RECUSA-PEDIDO
           END-READ

           MOVE WS-JUSTIFICATIVA TO RV-JUSTIFICATIVA
           MOVE WS-DATA-HOJE     TO RV-DT-DECISAO
           MOVE WS-OPERADOR      TO RV-OPE-DECISAO
           IF WS-DECISAO EQUAL "D"
              MOVE "DEFERIDO"      TO RV-SITUACAO
              MOVE WS-LOG-DATA     TO RV-LOG-DATA
              MOVE WS-LOG-HORA     TO RV-LOG-HORA
              MOVE WS-LOG-OPERADOR TO RV-LOG-OPERADOR
              MOVE WS-VALOR-NOTA   TO RV-NOTA-DEPOIS
           ELSE
              MOVE "INDEFERIDO"    TO RV-SITUACAO
           END-IF
           REWRITE REG-REVISAO
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL GRAVAR A DECISAO,"
               DISPLAY "WS-FS-REVISAO: "WS-FS-REVISAO
               GO TO CONTINUAR
           END-REWRITE

           ADD 1 TO WS-COUNT
           DISPLAY "==================================================="
           DISPLAY "PEDIDO "RV-SITUACAO
           IF WS-DECISAO EQUAL "D"
              MOVE RV-NOTA-DEPOIS TO WS-VALOR-EDT
              DISPLAY "VINCULADO A CORRECAO DO CADLOG DE "RV-LOG-DATA
                      " "RV-LOG-HORA
              DISPLAY "NOTA APOS A REVISAO.......:"WS-VALOR-EDT
           END-IF
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA DE TODOS OS PEDIDOS DE UM ALUNO (PERCURSO PELA CHAVE)
      *----------------------------------------------------------------
           CONSULTAR.
           DISPLAY "DIGITE O ID DO ALUNO"
           ACCEPT WS-ID
           MOVE 0 TO WS-QTDE
           MOVE LOW-VALUES TO RV-CHAVE
           MOVE WS-ID      TO RV-ID
           START REVISAO KEY NOT < RV-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTAR
           END-START.

           LE-CONSULTA.
           READ REVISAO NEXT
               AT END
               GO TO FIM-CONSULTAR
           END-READ
           IF RV-ID NOT EQUAL WS-ID
              GO TO FIM-CONSULTAR
           END-IF
           ADD 1 TO WS-QTDE
           PERFORM EXIBE-PEDIDO
           GO TO LE-CONSULTA.

           FIM-CONSULTAR.
           IF WS-QTDE EQUAL 0
              DISPLAY "NENHUM PEDIDO DE REVISAO PARA O ALUNO "WS-ID
           ELSE
              DISPLAY "PEDIDOS DO ALUNO..........:"WS-QTDE
           END-IF
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * RELATORIO DOS PEDIDOS AINDA EM ABERTO (ABERTO OU PARECER) COM
      * O PRAZO REGIMENTAL VENCIDO ANTES DE HOJE
      *----------------------------------------------------------------
           RELATORIO-PRAZO.
           MOVE 0 TO ACUM-LINHAS ACUM-PAG WS-QTDE
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           OPEN OUTPUT RELATO
           IF WS-FS-RELATO NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL CRIAR O REVPRAZO.LIS,"
              DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
              GO TO CONTINUAR
           END-IF

           MOVE LOW-VALUES TO RV-CHAVE
           START REVISAO KEY NOT < RV-CHAVE
           INVALID KEY
               GO TO FIM-RELATORIO-PRAZO
           END-START.

           LE-PRAZO.
           READ REVISAO NEXT
               AT END
               GO TO FIM-RELATORIO-PRAZO
           END-READ
           IF RV-SITUACAO NOT EQUAL "ABERTO"
              AND RV-SITUACAO NOT EQUAL "PARECER"
              GO TO LE-PRAZO
           END-IF
           IF RV-PRAZO NOT < WS-DATA-HOJE
              GO TO LE-PRAZO
           END-IF

           MOVE RV-PRAZO TO WS-DATA-CALC
           PERFORM FORMATA-DATA
           PERFORM CONTA-ATRASO THRU FIM-CONTA-ATRASO
           ADD 1 TO WS-QTDE

           MOVE RV-ID          TO DET001-ID
           MOVE RV-NM          TO DET001-NOME
           MOVE RV-MATERIA     TO DET001-MATERIA
           MOVE RV-ANO-LETIVO  TO DET001-ANO
           MOVE RV-BIMESTRE    TO DET001-BIM
           MOVE RV-SEQ         TO DET001-SEQ
           MOVE RV-NOTA        TO DET001-NOTA
           MOVE WS-DATA-FMT    TO DET001-PRAZO
           MOVE WS-ATRASO      TO DET001-ATRASO
           MOVE RV-SITUACAO    TO DET001-SITUACAO
           PERFORM GRAVA-DETALHE
           GO TO LE-PRAZO.

           FIM-RELATORIO-PRAZO.
           IF ACUM-PAG EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE WS-QTDE TO RODAPE-TOTAL
           WRITE REG-RELATO FROM RODAPE
           WRITE REG-RELATO FROM RODAPE2
           CLOSE RELATO
           DISPLAY "PEDIDOS EM ABERTO FORA DO PRAZO: "WS-QTDE
           DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * SOLICITA A NOTA CONTESTADA (CHAVE DO CAD + QUAL NOTA)
      *----------------------------------------------------------------
           ACEITA-NOTA.
           DISPLAY "DIGITE O ID DO ALUNO"
           ACCEPT WS-ID
           DISPLAY "DIGITE A MATERIA"
           ACCEPT WS-MATERIA
           DISPLAY "DIGITE O ANO LETIVO"
           ACCEPT WS-ANO-LETIVO
           DISPLAY "DIGITE O BIMESTRE (1-4)"
           ACCEPT WS-BIMESTRE.

           AC-NOTA.
           DISPLAY "DIGITE A NOTA CONTESTADA (1-4=NT1-NT4,"
                   " S=SUBSTITUTIVA)"
           ACCEPT WS-NOTA
           IF NOT NOTA-VALIDA
              DISPLAY "NOTA INVALIDA"
              GO TO AC-NOTA
           END-IF.

           FIM-ACEITA-NOTA.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA A CHAVE COMPLETA DE UM PEDIDO JA REGISTRADO
      *----------------------------------------------------------------
           ACEITA-PEDIDO.
           DISPLAY "DIGITE O ID DO ALUNO"
           ACCEPT WS-ID
           DISPLAY "DIGITE A MATERIA"
           ACCEPT WS-MATERIA
           DISPLAY "DIGITE O ANO LETIVO"
           ACCEPT WS-ANO-LETIVO
           DISPLAY "DIGITE O BIMESTRE (1-4)"
           ACCEPT WS-BIMESTRE
           DISPLAY "DIGITE O NUMERO DO PEDIDO"
           ACCEPT WS-SEQ
           MOVE WS-ID         TO RV-ID
           MOVE WS-MATERIA    TO RV-MATERIA
           MOVE WS-ANO-LETIVO TO RV-ANO-LETIVO
           MOVE WS-BIMESTRE   TO RV-BIMESTRE
           MOVE WS-SEQ        TO RV-SEQ.

      *----------------------------------------------------------------
      * LE NO CAD O REGISTRO DA NOTA (ABERTO SO PARA LEITURA E SO
      * DURANTE A CONSULTA) E DEVOLVE O NOME E O VALOR ATUAL DA NOTA
      *----------------------------------------------------------------
           LE-NOTA-CAD.
           PERFORM DESCREVE-NOTA
           OPEN INPUT CAD
           IF WS-FS NOT EQUAL 0
              MOVE "NAO FOI POSSIVEL ABRIR O CAD" TO WS-MOTIVO
              GO TO FIM-LE-NOTA-CAD
           END-IF
           MOVE WS-ID         TO FD-ID
           MOVE WS-MATERIA    TO FD-MATERIA
           MOVE WS-ANO-LETIVO TO FD-ANO-LETIVO
           MOVE WS-BIMESTRE   TO FD-BIMESTRE
           READ CAD
           INVALID KEY
               MOVE "NAO HA LANCAMENTO NO CAD PARA ESTE BIMESTRE"
                 TO WS-MOTIVO
               CLOSE CAD
               GO TO FIM-LE-NOTA-CAD
           END-READ
           IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
              MOVE FD-UNIDADE TO WS-UNIDADE-CAD
           ELSE
              MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-CAD
           END-IF
           IF WS-UNIDADE-CAD NOT EQUAL WS-OPE-UNIDADE
              MOVE "NOTA DE ALUNO DE OUTRA UNIDADE ESCOLAR" TO WS-MOTIVO
              CLOSE CAD
              GO TO FIM-LE-NOTA-CAD
           END-IF
           MOVE FD-NM TO WS-NM
           IF WS-NOTA EQUAL "1"
              MOVE FD-NT1 TO WS-VALOR-NOTA
           END-IF
           IF WS-NOTA EQUAL "2"
              MOVE FD-NT2 TO WS-VALOR-NOTA
           END-IF
           IF WS-NOTA EQUAL "3"
              MOVE FD-NT3 TO WS-VALOR-NOTA
           END-IF
           IF WS-NOTA EQUAL "4"
              MOVE FD-NT4 TO WS-VALOR-NOTA
           END-IF
           IF WS-NOTA EQUAL "S"
              MOVE FD-NT-SUBST TO WS-VALOR-NOTA
           END-IF
           CLOSE CAD.

           FIM-LE-NOTA-CAD.
           CONTINUE.

      *----------------------------------------------------------------
      * O PEDIDO SO E TRATADO PELA UNIDADE ESCOLAR DA NOTA CONTESTADA.
      * SEM O LANCAMENTO NO CAD (EXCLUIDO DEPOIS DA ABERTURA) O PEDIDO
      * SEGUE SEM A CONFERENCIA
      *----------------------------------------------------------------
           CONFERE-UNIDADE-CAD.
           OPEN INPUT CAD
           IF WS-FS NOT EQUAL 0
              GO TO FIM-CONFERE-UNIDADE-CAD
           END-IF
           MOVE WS-ID         TO FD-ID
           MOVE WS-MATERIA    TO FD-MATERIA
           MOVE WS-ANO-LETIVO TO FD-ANO-LETIVO
           MOVE WS-BIMESTRE   TO FD-BIMESTRE
           READ CAD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FD-UNIDADE NUMERIC AND FD-UNIDADE NOT EQUAL 0
                  MOVE FD-UNIDADE TO WS-UNIDADE-CAD
               ELSE
                  MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-CAD
               END-IF
               IF WS-UNIDADE-CAD NOT EQUAL WS-OPE-UNIDADE
                  MOVE "PEDIDO DE NOTA DE OUTRA UNIDADE ESCOLAR"
                    TO WS-MOTIVO
               END-IF
           END-READ
           CLOSE CAD.

           FIM-CONFERE-UNIDADE-CAD.
           CONTINUE.

      *----------------------------------------------------------------
      * PERCORRE OS PEDIDOS DA CHAVE DO CAD EM WS-ID/WS-MATERIA/
      * WS-ANO-LETIVO/WS-BIMESTRE: ACHOU = PEDIDO EM ABERTO DA MESMA
      * NOTA; WS-SEQ = PROXIMO NUMERO DE PEDIDO DA CHAVE
      *----------------------------------------------------------------
           PROCURA-PEDIDO-ABERTO.
           MOVE "N" TO WS-ACHOU
           MOVE 1   TO WS-SEQ
           MOVE WS-ID         TO RV-ID
           MOVE WS-MATERIA    TO RV-MATERIA
           MOVE WS-ANO-LETIVO TO RV-ANO-LETIVO
           MOVE WS-BIMESTRE   TO RV-BIMESTRE
           MOVE 0             TO RV-SEQ
           START REVISAO KEY NOT < RV-CHAVE
           INVALID KEY
               GO TO FIM-PROCURA-PEDIDO-ABERTO
           END-START.

           LE-PEDIDO-NOTA.
           READ REVISAO NEXT
               AT END
               GO TO FIM-PROCURA-PEDIDO-ABERTO
           END-READ
           IF RV-ID NOT EQUAL WS-ID
              OR RV-MATERIA NOT EQUAL WS-MATERIA
              OR RV-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR RV-BIMESTRE NOT EQUAL WS-BIMESTRE
              GO TO FIM-PROCURA-PEDIDO-ABERTO
           END-IF
           COMPUTE WS-SEQ = RV-SEQ + 1
           IF RV-NOTA EQUAL WS-NOTA
              AND (RV-SITUACAO EQUAL "ABERTO"
                   OR RV-SITUACAO EQUAL "PARECER")
              MOVE "S" TO WS-ACHOU
              DISPLAY "PEDIDO "RV-SEQ" EM ABERTO, SITUACAO "
                      RV-SITUACAO
           END-IF
           GO TO LE-PEDIDO-NOTA.

           FIM-PROCURA-PEDIDO-ABERTO.
           CONTINUE.

      *----------------------------------------------------------------
      * PROCURA NO CADLOG AS CORRECOES (SISTTCAD) DA CHAVE DO CAD DO
      * PEDIDO, GRAVADAS DESDE A ABERTURA E AINDA NAO VINCULADAS A
      * OUTRO PEDIDO; O COORDENADOR ESCOLHE A QUE RESPONDE AO PEDIDO
      *----------------------------------------------------------------
           LOCALIZA-CORRECAO.
           MOVE "N"           TO WS-ACHOU
           MOVE WS-ID         TO WS-ID-X
           MOVE WS-ANO-LETIVO TO WS-ANO-X
           MOVE WS-BIMESTRE   TO WS-BIM-X
           OPEN INPUT CADLOG
           IF WS-FS-CADLOG NOT EQUAL 0
              MOVE "CADLOG.DAT NAO ENCONTRADO" TO WS-MOTIVO
              GO TO FIM-LOCALIZA-CORRECAO
           END-IF.

           LE-CADLOG.
           READ CADLOG INTO LINHA-LOG-LIDA
               AT END
               CLOSE CADLOG
               MOVE "NENHUMA CORRECAO DESTA NOTA NO CADLOG DESDE A ABERT
      -             "URA" TO WS-MOTIVO
               GO TO FIM-LOCALIZA-CORRECAO
           END-READ
           IF LL-OPERACAO NOT EQUAL "CORRECAO"
              GO TO LE-CADLOG
           END-IF
           IF LL-DEPOIS-ID NOT EQUAL WS-ID-X
              OR LL-DEPOIS-MATERIA NOT EQUAL WS-MATERIA
              OR LL-DEPOIS-ANO NOT EQUAL WS-ANO-X
              OR LL-DEPOIS-BIM NOT EQUAL WS-BIM-X
              GO TO LE-CADLOG
           END-IF
           MOVE LL-ANO TO WS-DATA-LINHA-ANO
           MOVE LL-MES TO WS-DATA-LINHA-MES
           MOVE LL-DIA TO WS-DATA-LINHA-DIA
           IF WS-DATA-LINHA IS NOT NUMERIC
              GO TO LE-CADLOG
           END-IF
           IF WS-DATA-LINHA-NUM < WS-DT-ABERTURA
              GO TO LE-CADLOG
           END-IF

           PERFORM VERIFICA-VINCULO THRU FIM-VERIFICA-VINCULO
           IF JA-VINCULADA
              GO TO LE-CADLOG
           END-IF

           DISPLAY "---------------------------------------------------"
           DISPLAY "CORRECAO NO CADLOG EM "LL-DIA"/"LL-MES"/"LL-ANO
                   " "LL-HORA" OPERADOR "LL-OPERADOR
           DISPLAY "MEDIA ANTES: "LL-ANTES-MEDIA
                   "   MEDIA DEPOIS: "LL-DEPOIS-MEDIA
           DISPLAY "VINCULAR O DEFERIMENTO A ESTA CORRECAO? (S/N)"
           ACCEPT WS-OPCAO
           IF WS-OPCAO NOT EQUAL "S"
              GO TO LE-CADLOG
           END-IF

           MOVE "S"               TO WS-ACHOU
           MOVE WS-DATA-LINHA-NUM TO WS-LOG-DATA
           MOVE LL-HORA           TO WS-LOG-HORA
           MOVE LL-OPERADOR       TO WS-LOG-OPERADOR
           CLOSE CADLOG.

           FIM-LOCALIZA-CORRECAO.
           CONTINUE.

      *----------------------------------------------------------------
      * CONFERE SE A LINHA DO CADLOG EM LEITURA JA ESTA VINCULADA A UM
      * PEDIDO DEFERIDO DA MESMA CHAVE DO CAD
      *----------------------------------------------------------------
           VERIFICA-VINCULO.
           MOVE "N" TO WS-VINCULADA
           MOVE WS-ID         TO RV-ID
           MOVE WS-MATERIA    TO RV-MATERIA
           MOVE WS-ANO-LETIVO TO RV-ANO-LETIVO
           MOVE WS-BIMESTRE   TO RV-BIMESTRE
           MOVE 0             TO RV-SEQ
           START REVISAO KEY NOT < RV-CHAVE
           INVALID KEY
               GO TO FIM-VERIFICA-VINCULO
           END-START.

           LE-VINCULO.
           READ REVISAO NEXT
               AT END
               GO TO FIM-VERIFICA-VINCULO
           END-READ
           IF RV-ID NOT EQUAL WS-ID
              OR RV-MATERIA NOT EQUAL WS-MATERIA
              OR RV-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR RV-BIMESTRE NOT EQUAL WS-BIMESTRE
              GO TO FIM-VERIFICA-VINCULO
           END-IF
           IF RV-SITUACAO EQUAL "DEFERIDO"
              AND RV-LOG-DATA EQUAL WS-DATA-LINHA-NUM
              AND RV-LOG-HORA EQUAL LL-HORA
              MOVE "S" TO WS-VINCULADA
              GO TO FIM-VERIFICA-VINCULO
           END-IF
           GO TO LE-VINCULO.

           FIM-VERIFICA-VINCULO.
           CONTINUE.

      *----------------------------------------------------------------
      * EXIBE O PEDIDO EM REG-REVISAO COM O ANDAMENTO ATE AQUI
      *----------------------------------------------------------------
           EXIBE-PEDIDO.
           MOVE RV-NOTA TO WS-NOTA
           PERFORM DESCREVE-NOTA
           MOVE RV-NOTA-ANTES TO WS-VALOR-EDT
           DISPLAY "==================================================="
           DISPLAY "PEDIDO....................:"RV-ID" "RV-MATERIA" "
                   RV-ANO-LETIVO"/"RV-BIMESTRE" NUMERO "RV-SEQ
           DISPLAY "ALUNO.....................:"RV-NM
           DISPLAY "NOTA CONTESTADA...........:"WS-DESC-NOTA" "
                   WS-VALOR-EDT
           MOVE RV-DT-ABERTURA TO WS-DATA-CALC
           PERFORM FORMATA-DATA
           DISPLAY "ABERTURA..................:"WS-DATA-FMT
                   " OPERADOR "RV-OPE-ABERTURA
           MOVE RV-PRAZO TO WS-DATA-CALC
           PERFORM FORMATA-DATA
           DISPLAY "PRAZO REGIMENTAL..........:"WS-DATA-FMT
           DISPLAY "REQUERENTE................:"RV-REQUERENTE
           DISPLAY "FUNDAMENTO................:"RV-FUNDAMENTO
           DISPLAY "SITUACAO..................:"RV-SITUACAO
           IF RV-SITUACAO NOT EQUAL "ABERTO"
              DISPLAY "PROFESSOR.................:"RV-PROFESSOR
              DISPLAY "PARECER...................:"RV-PARECER
              DISPLAY "PARECER FAVORAVEL.........:"RV-FAVORAVEL
           END-IF
           IF RV-SITUACAO EQUAL "DEFERIDO"
              OR RV-SITUACAO EQUAL "INDEFERIDO"
              MOVE RV-DT-DECISAO TO WS-DATA-CALC
              PERFORM FORMATA-DATA
              DISPLAY "DECISAO...................:"WS-DATA-FMT
                      " OPERADOR "RV-OPE-DECISAO
              DISPLAY "JUSTIFICATIVA.............:"RV-JUSTIFICATIVA
           END-IF
           IF RV-SITUACAO EQUAL "DEFERIDO"
              MOVE RV-NOTA-DEPOIS TO WS-VALOR-EDT
              DISPLAY "CORRECAO NO CADLOG........:"RV-LOG-DATA" "
                      RV-LOG-HORA" OPERADOR "RV-LOG-OPERADOR
              DISPLAY "NOTA APOS A REVISAO.......:"WS-VALOR-EDT
           END-IF.

      *----------------------------------------------------------------
      * DESCRICAO DA NOTA EM WS-NOTA
      *----------------------------------------------------------------
           DESCREVE-NOTA.
           MOVE SPACES TO WS-DESC-NOTA
           IF WS-NOTA EQUAL "S"
              MOVE "SUBSTITUTIVA" TO WS-DESC-NOTA
           ELSE
              STRING "NT" DELIMITED BY SIZE
                     WS-NOTA DELIMITED BY SIZE
                INTO WS-DESC-NOTA
              END-STRING
           END-IF.

      *----------------------------------------------------------------
      * AVANCA WS-DATA-CALC UM DIA (FEVEREIRO CONFORME O ANO)
      *----------------------------------------------------------------
           AVANCA-DIA.
           MOVE 28 TO WS-DIAS-MES (2)
           DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO EQUAL 0
              MOVE 29 TO WS-DIAS-MES (2)
              DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOC
                  REMAINDER WS-RESTO
              IF WS-RESTO EQUAL 0
                 DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOC
                     REMAINDER WS-RESTO
                 IF WS-RESTO NOT EQUAL 0
                    MOVE 28 TO WS-DIAS-MES (2)
                 END-IF
              END-IF
           END-IF
           IF WS-DC-DIA < WS-DIAS-MES (WS-DC-MES)
              ADD 1 TO WS-DC-DIA
           ELSE
              MOVE 1 TO WS-DC-DIA
              IF WS-DC-MES < 12
                 ADD 1 TO WS-DC-MES
              ELSE
                 MOVE 1 TO WS-DC-MES
                 ADD 1 TO WS-DC-ANO
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * DIAS CORRIDOS DE WS-DATA-CALC (O PRAZO) ATE HOJE
      *----------------------------------------------------------------
           CONTA-ATRASO.
           MOVE 0 TO WS-ATRASO.

           LACO-ATRASO.
           IF WS-DATA-CALC NOT < WS-DATA-HOJE
              OR WS-ATRASO EQUAL 9999
              GO TO FIM-CONTA-ATRASO
           END-IF
           PERFORM AVANCA-DIA
           ADD 1 TO WS-ATRASO
           GO TO LACO-ATRASO.

           FIM-CONTA-ATRASO.
           CONTINUE.

      *----------------------------------------------------------------
      * FORMATA WS-DATA-CALC (AAAAMMDD) EM DD/MM/AAAA
      *----------------------------------------------------------------
           FORMATA-DATA.
           MOVE WS-DC-DIA TO WS-DF-DIA
           MOVE WS-DC-MES TO WS-DF-MES
           MOVE WS-DC-ANO TO WS-DF-ANO.

      *----------------------------------------------------------------
      * IMPRIME UMA LINHA DE DETALHE, QUEBRANDO PAGINA QUANDO PRECISO
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-RELATO FROM DET001
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
           IMPRIME-CABECALHO.
           ADD 1 TO ACUM-PAG.
           MOVE ACUM-PAG      TO CAB001-PAG.
           MOVE WS-HORA-SYS   TO CAB002-HORA.
           MOVE WS-MINUTO-SYS TO CAB002-MINUTO.
           MOVE WS-DIA-SYS    TO CAB002-DIA.
           MOVE WS-MES-SYS    TO CAB002-MES.
           MOVE WS-ANO-SYS    TO CAB002-ANO.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

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
           IF WS-PAR-CHAVE EQUAL "PRAZO-REVISAO"
              IF WS-PAR-VALOR (1:3) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:3) TO PAR-PRAZO-REVISAO
              ELSE
                 IF WS-PAR-VALOR (1:2) IS NUMERIC
                    AND WS-PAR-VALOR (3:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:2) TO PAR-PRAZO-REVISAO
                 ELSE
                    IF WS-PAR-VALOR (1:1) IS NUMERIC
                       AND WS-PAR-VALOR (2:1) EQUAL SPACE
                       MOVE WS-PAR-VALOR (1:1) TO PAR-PRAZO-REVISAO
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-REVISAO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-REV-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-OPERADOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-OPE-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-REVPRAZO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
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
            CLOSE REVISAO
            DISPLAY "OPERACOES GRAVADAS NESTA SESSAO: "WS-COUNT
            STOP RUN.
       END PROGRAM SISTTREV.
