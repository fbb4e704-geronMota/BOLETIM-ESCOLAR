      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:ALERTA SEMANAL DE INFREQUENCIA PARA A BUSCA ATIVA.
      *         VARRE O DIARIO DE CLASSE (DIARIO.DAT) DO BIMESTRE ATE
      *         A DATA DE REFERENCIA E APONTA, POR TURMA, O ALUNO COM
      *         N DIAS CONSECUTIVOS DE AUSENCIA OU COM A FREQUENCIA
      *         DO BIMESTRE ATE AGORA ABAIXO DA FREQUENCIA-MINIMA.
      *         GERA A LISTA DE BUSCA ATIVA (BUSCAATV.LIS), A
      *         NOTIFICACAO AO RESPONSAVEL DO ALUNOS.DAT
      *         (NOTIFICA.LIS) E O ARQUIVO DE ENCAMINHAMENTO FICAI AO
      *         CONSELHO TUTELAR (FICAI.TXT) PARA OS CASOS QUE JA
      *         PASSARAM DO LIMITE. CADA CASO FICA REGISTRADO NO
      *         INFCASO.DAT PARA NAO SER NOTIFICADO DE NOVO NA SEMANA
      *         SEGUINTE SEM TER PIORADO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. DIA DE AUSENCIA E A DATA EM QUE O
      *              ALUNO FALTOU A TODAS AS AULAS DADAS A TURMA
      *              (REGISTROS ID 0000 DO DIARIO); A FALTA PESA A
      *              QUANTIDADE DE AULAS DO DIA, COMO NA TOTALIZACAO DO
      *              SISTTDIA. LIMITES NO PARAMET.DAT:
      *              FREQUENCIA-MINIMA (PADRAO 75), INFREQ-DIAS-CONSEC
      *              (ALERTA, PADRAO 3), FICAI-DIAS-CONSEC (PADRAO 5) E
      *              FICAI-FREQUENCIA (PADRAO 50). O CASO E
      *              RENOTIFICADO SO QUANDO SOBE DE NIVEL, QUANDO A
      *              SEQUENCIA DE DIAS CRESCE OU QUANDO A FREQUENCIA
      *              CAI ABAIXO DA DA ULTIMA NOTIFICACAO. ALUNO COM
      *              MATRICULA DO ANO FORA DE "ATIVO" NAO E APONTADO.
      * 15/10/2026 - OS REGISTROS DO ALUNOS E DO MATRICULA ACOMPANHAM
      *              O NOVO LAYOUT COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTINF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIARIO ASSIGN TO WS-DIA-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DI-CHAVE
             FILE STATUS WS-FS-DIARIO.

               SELECT ALUNOS ASSIGN TO WS-ALU-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT INFCASO ASSIGN TO WS-CASO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IC-CHAVE
             FILE STATUS WS-FS-INFCASO.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT NOTIFICA ASSIGN TO WS-NOTIF-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-NOTIFICA.

               SELECT FICAI ASSIGN TO WS-FICAI-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-FICAI.

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
       FD DIARIO.
       01 REG-DIARIO.
           03 DI-CHAVE.
               05 DI-TURMA                        PIC X(3).
               05 DI-MATERIA                      PIC X(11).
               05 DI-DATA                         PIC 9(8).
               05 DI-ID                           PIC 9(4).
           03 DI-BIMESTRE                         PIC 9(1).
           03 DI-QTDE-AULAS                       PIC 9(2).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-ID                               PIC 9(4).
           03 AL-NM                               PIC X(25).
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                           PIC 9(4).
               05 MA-ANO-LETIVO                   PIC 9(4).
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD INFCASO.
       01 REG-INFCASO.
           03 IC-CHAVE.
               05 IC-ID                           PIC 9(4).
               05 IC-ANO-LETIVO                   PIC 9(4).
               05 IC-BIMESTRE                     PIC 9(1).
           03 IC-TURMA                            PIC X(3).
           03 IC-NIVEL                            PIC X(1).
           03 IC-FALTAS                           PIC 9(4).
           03 IC-AULAS                            PIC 9(4).
           03 IC-FREQUENCIA                       PIC 9(3)V9.
           03 IC-SEQ-MAX                          PIC 9(3).
           03 IC-DT-NOTIFICACAO                   PIC 9(8).
           03 IC-DT-FICAI                         PIC 9(8).
           03 IC-DT-APURACAO                      PIC 9(8).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD NOTIFICA.
       01 REG-NOTIFICA                            PIC X(80).

       FD FICAI.
       01 REG-FICAI                               PIC X(90).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       FD RUNCTL.
       01 REG-RUNCTL                              PIC X(106).

       WORKING-STORAGE SECTION.
       77 WS-FS-DIARIO                        PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-INFCASO                       PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-FS-NOTIFICA                      PIC 99.
       77 WS-FS-FICAI                         PIC 99.
       77 WS-FS-RUNCTL                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-FREQ-MINIMA                     PIC 9(3)   VALUE 75.
       77 PAR-INFREQ-CONSEC                   PIC 9(2)   VALUE 3.
       77 PAR-FICAI-CONSEC                    PIC 9(2)   VALUE 5.
       77 PAR-FICAI-FREQ                      PIC 9(3)   VALUE 50.
       77 PAR-CODIGO-ESCOLA                   PIC 9(8)   VALUE 0.
       77 WS-DIA-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DIARIO.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-CASO-DSNAME                      PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\INFCASO.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BUSCAATV.LIS".
       77 WS-NOTIF-DSNAME                     PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\NOTIFICA.LIS".
       77 WS-FICAI-DSNAME                     PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\FICAI.TXT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-FILTRO-ANO                       PIC 9(4).
       77 WS-FILTRO-BIM                       PIC 9(1).
       77 WS-DATA-REF                         PIC 9(8).
       77 WS-DATA-HOJE                        PIC 9(8).

       01 WS-DATA-DESM.
           05 WS-DD-ANO                       PIC 9(4).
           05 WS-DD-MES                       PIC 9(2).
           05 WS-DD-DIA                       PIC 9(2).

      *----------------------------------------------------------------
      * AULA CORRENTE DA VARREDURA DO DIARIO: O REGISTRO DA AULA
      * (ID 0000) VEM ANTES DAS FALTAS DO MESMO DIA NA ORDEM DA CHAVE
      * E INFORMA QUANTAS AULAS CADA FALTA DAQUELE DIA VALE
      *----------------------------------------------------------------
       01 WS-AULA-DIA.
           05 AD-TURMA                        PIC X(3).
           05 AD-MATERIA                      PIC X(11).
           05 AD-DATA                         PIC 9(8).
       77 WS-AULAS-DO-DIA                     PIC 9(2) VALUE 0.
       77 WS-FALTA-PESO                       PIC 9(2).

      *----------------------------------------------------------------
      * QUADRO DA TURMA EM APURACAO: DIAS COM AULA NO PERIODO (AULAS
      * DADAS NO DIA, SOMANDO AS MATERIAS) E FALTAS DE CADA ALUNO EM
      * CADA UM DESSES DIAS
      *----------------------------------------------------------------
       77 WS-TURMA-ANT                        PIC X(3).
       77 WS-TOTAL-DIAS                       PIC 9(3) VALUE 0.
       01 TAB-DIA.
           05 TD-ENT OCCURS 80 TIMES.
               10 TD-DATA                     PIC 9(8).
               10 TD-AULAS                    PIC 9(3).
       77 WS-QTDE-ORDEM                       PIC 9(3) VALUE 0.
       01 TAB-ORDEM.
           05 TO-IDX OCCURS 80 TIMES          PIC 9(3).
       77 WS-TOTAL-ALU                        PIC 9(3) VALUE 0.
       01 TAB-ALU.
           05 TL-ENT OCCURS 60 TIMES.
               10 TL-ID                       PIC 9(4).
               10 TL-FALTAS-TOT               PIC 9(4).
               10 TL-FALTAS-DIA OCCURS 80 TIMES
                                              PIC 9(2).
       77 WS-IDX-DIA                          PIC 9(3).
       77 WS-IDX-ALU                          PIC 9(3).
       77 WS-IDX-ORD                          PIC 9(3).
       77 WS-IDX-MIN                          PIC 9(3).
       77 WS-DATA-ULT                         PIC 9(8).
       77 WS-DATA-MIN                         PIC 9(8).
       77 WS-AVISO-LIMITE                     PIC X VALUE "N".

      *----------------------------------------------------------------
      * APURACAO DO ALUNO
      *----------------------------------------------------------------
       77 WS-AULAS-TURMA                      PIC 9(4).
       77 WS-FALTAS-ALU                       PIC 9(4).
       77 WS-FREQUENCIA                       PIC 9(3)V9.
       77 WS-SEQ-ATUAL                        PIC 9(3).
       77 WS-SEQ-MAX                          PIC 9(3).
       77 WS-DT-ULT-FALTA                     PIC 9(8).
       77 WS-NIVEL                            PIC X(1).
         88 NIVEL-ALERTA                      VALUE "A".
         88 NIVEL-FICAI                       VALUE "F".
         88 SEM-ALERTA                        VALUE " ".
       77 WS-SITUACAO-CASO                    PIC X(8).
       77 WS-NOTIFICAR                        PIC X.
         88 NOTIFICAR                         VALUE "S".
       77 WS-CASO-EXISTE                      PIC X.
         88 CASO-EXISTE                       VALUE "S".
       77 WS-SECAO-IMPRESSA                   PIC X.
       77 WS-NM-ALUNO                         PIC X(25).
       77 WS-RESP-ALUNO                       PIC X(25).

       77 WS-LIDOS                            PIC 9(6) VALUE 0.
       77 WS-CASOS                            PIC 9(6) VALUE 0.
       77 WS-NOTIFICADOS                      PIC 9(6) VALUE 0.
       77 WS-MANTIDOS                         PIC 9(6) VALUE 0.
       77 WS-ENCAMINHADOS                     PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * LAYOUT POSICIONAL DO ENCAMINHAMENTO AO CONSELHO TUTELAR (FICHA
      * DE COMUNICACAO DO ALUNO INFREQUENTE), NOS MOLDES DO SECREDU
      *----------------------------------------------------------------
       01 FIC-HEADER.
           05 FILLER                          PIC X VALUE "H".
           05 FH-ESCOLA                       PIC 9(8).
           05 FH-DATA                         PIC 9(8).
           05 FH-ANO                          PIC 9(4).
           05 FH-BIMESTRE                     PIC 9(1).
           05 FILLER                          PIC X(68) VALUE SPACES.

       01 FIC-DETALHE.
           05 FILLER                          PIC X VALUE "D".
           05 FI-ID                           PIC 9(8).
           05 FI-NOME                         PIC X(25).
           05 FI-TURMA                        PIC X(3).
           05 FI-RESP                         PIC X(25).
           05 FI-FALTAS                       PIC 9(4).
           05 FI-AULAS                        PIC 9(4).
           05 FI-FREQUENCIA                   PIC 9(3)V9.
           05 FI-SEQ-MAX                      PIC 9(3).
           05 FI-DT-ULT-FALTA                 PIC 9(8).
           05 FILLER                          PIC X(5) VALUE SPACES.

       01 FIC-TRAILER.
           05 FILLER                          PIC X VALUE "T".
           05 FT-QTDE                         PIC 9(6).
           05 FILLER                          PIC X(83) VALUE SPACES.

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

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           10 WS-MES-SYS                      PIC 9(2).
           10 WS-DIA-SYS                      PIC 9(2).
         05 WS-TIME-SYS.
           10 WS-HORA-SYS                     PIC 9(2).
           10 WS-MINUTO-SYS                   PIC 9(2).
           10 WS-SEGUNDO-SYS                  PIC 9(2).
         05 FILLER                            PIC X(7).

       77 ACUM-LINHAS                         PIC 9(2).
       77 ACUM-PAG                            PIC 9(5).
       77 WS-MAX-LINHAS                       PIC 9(2) VALUE 15.

       01 CAB001.
           05 FILLER                          PIC X(40) VALUE
           'BUSCA ATIVA - ALERTA DE INFREQUENCIA'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTINF'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(6) VALUE 'ANO:'.
           05 CAB003-ANO                      PIC 9(4).
           05 FILLER                          PIC X(12) VALUE
           '  BIMESTRE:'.
           05 CAB003-BIM                      PIC 9(1).
           05 FILLER                          PIC X(18) VALUE
           '  REFERENCIA:'.
           05 CAB003-DIA                      PIC 99/.
           05 CAB003-MES                      PIC 99/.
           05 CAB003-ANO-REF                  PIC 9999.

       01 CAB004.
           05 FILLER                          PIC X(5)  VALUE 'COD.'.
           05 FILLER                          PIC X(21) VALUE
           'NOME DO ALUNO'.
           05 FILLER                          PIC X(7)  VALUE 'FALTAS'.
           05 FILLER                          PIC X(6)  VALUE 'AULAS'.
           05 FILLER                          PIC X(7)  VALUE 'FREQ%'.
           05 FILLER                          PIC X(5)  VALUE 'DIAS'.
           05 FILLER                          PIC X(7)  VALUE 'NIVEL'.
           05 FILLER                          PIC X(8)  VALUE 'CASO'.

       01 DET001.
           05 DET001-CODIGO                   PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-NOME                     PIC X(20).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-FALTAS                   PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-AULAS                    PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-FREQ                     PIC ZZ9,9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-SEQ                      PIC ZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 DET001-NIVEL                    PIC X(6).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-CASO                     PIC X(8).

       01 SECAO001.
           05 FILLER                          PIC X(7) VALUE 'TURMA:'.
           05 SECAO001-TURMA                  PIC X(3).
           05 FILLER                          PIC X(22) VALUE
           '   AULAS NO PERIODO:'.
           05 SECAO001-AULAS                  PIC ZZZ9.
           05 FILLER                          PIC X(44) VALUE SPACES.

       01 RODAPE.
           05 FILLER                          PIC X(16) VALUE
           'CASOS APONTADOS:'.
           05 RODAPE-CASOS                    PIC ZZZ9.
           05 FILLER                          PIC X(15) VALUE
           '  NOTIFICADOS:'.
           05 RODAPE-NOTIF                    PIC ZZZ9.
           05 FILLER                          PIC X(9) VALUE
           '  FICAI:'.
           05 RODAPE-FICAI                    PIC ZZZ9.
           05 FILLER                          PIC X(28) VALUE SPACES.

      *----------------------------------------------------------------
      * LINHAS DA NOTIFICACAO AO RESPONSAVEL
      *----------------------------------------------------------------
       01 NOT-LINHA-SEP                       PIC X(80) VALUE ALL "=".

       01 NOT-LINHA01.
           05 FILLER                          PIC X(58) VALUE
           'NOTIFICACAO DE INFREQUENCIA ESCOLAR'.
           05 FILLER                          PIC X(6) VALUE 'DATA: '.
           05 NOT01-DIA                       PIC 99/.
           05 NOT01-MES                       PIC 99/.
           05 NOT01-ANO                       PIC 9999.

       01 NOT-LINHA02.
           05 FILLER                          PIC X(20) VALUE
           'AO(A) RESPONSAVEL: '.
           05 NOT02-RESP                      PIC X(25).
           05 FILLER                          PIC X(35) VALUE SPACES.

       01 NOT-LINHA03.
           05 FILLER                          PIC X(10) VALUE
           'ALUNO(A): '.
           05 NOT03-ID                        PIC 9(4).
           05 FILLER                          PIC X(3) VALUE ' - '.
           05 NOT03-NOME                      PIC X(25).
           05 FILLER                          PIC X(9) VALUE
           '  TURMA: '.
           05 NOT03-TURMA                     PIC X(3).
           05 FILLER                          PIC X(26) VALUE SPACES.

       01 NOT-LINHA04.
           05 FILLER                          PIC X(43) VALUE
           'INFORMAMOS QUE O(A) ALUNO(A) REGISTRA, NO '.
           05 NOT04-BIM                       PIC 9(1).
           05 FILLER                          PIC X(15) VALUE
           'O. BIMESTRE DE '.
           05 NOT04-ANO                       PIC 9(4).
           05 FILLER                          PIC X(17) VALUE ','.

       01 NOT-LINHA05.
           05 NOT05-FALTAS                    PIC ZZZ9.
           05 FILLER                          PIC X(10) VALUE
           ' FALTAS EM'.
           05 NOT05-AULAS                     PIC ZZZ9.
           05 FILLER                          PIC X(22) VALUE
           ' AULAS (FREQUENCIA DE '.
           05 NOT05-FREQ                      PIC ZZ9,9.
           05 FILLER                          PIC X(8) VALUE
           '%), COM '.
           05 NOT05-SEQ                       PIC ZZ9.
           05 FILLER                          PIC X(24) VALUE
           ' DIA(S) SEGUIDO(S) DE'.

       01 NOT-LINHA06.
           05 FILLER                          PIC X(40) VALUE
           'AUSENCIA. SOLICITAMOS O COMPARECIMENTO '.
           05 FILLER                          PIC X(40) VALUE
           'DO RESPONSAVEL A ESCOLA NO PRAZO DE'.

       01 NOT-LINHA07.
           05 FILLER                          PIC X(80) VALUE
           'CINCO DIAS UTEIS PARA JUSTIFICAR AS AUSENCIAS.'.

       01 NOT-LINHA08.
           05 FILLER                          PIC X(80) VALUE
           'O CASO FOI ENCAMINHADO AO CONSELHO TUTELAR (FICAI).'.

       01 NOT-LINHA09.
           05 FILLER                          PIC X(40) VALUE SPACES.
           05 FILLER                          PIC X(40) VALUE
           '______________________________  DIRECAO'.

       PROCEDURE DIVISION.
           OBTEM-FILTROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               DISPLAY "======================================"
               DISPLAY "****ALERTA DE INFREQUENCIA ESCOLAR****"
               DISPLAY "======================================"
               DISPLAY "DIGITE O ANO LETIVO"
               ACCEPT WS-FILTRO-ANO
               IF WS-FILTRO-ANO EQUAL 0
                  DISPLAY "ANO LETIVO INVALIDO"
                  GO TO OBTEM-FILTROS
               END-IF.

           OBTEM-BIMESTRE.
               DISPLAY "DIGITE O BIMESTRE (1 A 4)"
               ACCEPT WS-FILTRO-BIM
               IF WS-FILTRO-BIM < 1 OR WS-FILTRO-BIM > 4
                  DISPLAY "BIMESTRE INVALIDO"
                  GO TO OBTEM-BIMESTRE
               END-IF
               DISPLAY "DIGITE A DATA DE REFERENCIA (AAAAMMDD, 0=HOJE)"
               ACCEPT WS-DATA-REF.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.
               MOVE WS-DATE-SYS TO WS-DATA-HOJE
               IF WS-DATA-REF IS NOT NUMERIC
                  OR WS-DATA-REF EQUAL 0
                  MOVE WS-DATE-SYS TO WS-DATA-REF
               END-IF

               OPEN INPUT DIARIO.
               IF WS-FS-DIARIO NOT EQUAL 0
                  DISPLAY "DIARIO.DAT NAO ENCONTRADO"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN I-O INFCASO.
               IF WS-FS-INFCASO EQUAL 35
                  OPEN OUTPUT INFCASO
                  CLOSE INFCASO
                  OPEN I-O INFCASO
               END-IF
               IF WS-FS-INFCASO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O INFCASO.DAT,"
                  DISPLAY "WS-FS-INFCASO: "WS-FS-INFCASO
                  CLOSE DIARIO
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN OUTPUT RELATO.
               OPEN OUTPUT NOTIFICA.
               OPEN OUTPUT FICAI.
               IF WS-FS-RELATO NOT EQUAL 0
                  OR WS-FS-NOTIFICA NOT EQUAL 0
                  OR WS-FS-FICAI NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR OS ARQUIVOS DE SAIDA"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                          " WS-FS-NOTIFICA: "WS-FS-NOTIFICA
                          " WS-FS-FICAI: "WS-FS-FICAI
                  CLOSE DIARIO INFCASO
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               OPEN INPUT ALUNOS.
               IF WS-FS-ALUNOS NOT EQUAL 0
                  DISPLAY "ARQUIVO MESTRE DE ALUNOS NAO ENCONTRADO,"
                  DISPLAY "WS-FS-ALUNOS: "WS-FS-ALUNOS
                  CLOSE DIARIO INFCASO RELATO NOTIFICA FICAI
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT MATRICULA.
               IF WS-FS-MATRICULA NOT EQUAL 0
                  DISPLAY "MATRICULA.DAT NAO ENCONTRADO,"
                  DISPLAY "WS-FS-MATRICULA: "WS-FS-MATRICULA
                  CLOSE DIARIO INFCASO RELATO NOTIFICA FICAI ALUNOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               MOVE PAR-CODIGO-ESCOLA TO FH-ESCOLA
               MOVE WS-DATA-REF       TO FH-DATA
               MOVE WS-FILTRO-ANO     TO FH-ANO
               MOVE WS-FILTRO-BIM     TO FH-BIMESTRE
               WRITE REG-FICAI FROM FIC-HEADER

               MOVE SPACES TO WS-TURMA-ANT
               MOVE SPACES TO WS-AULA-DIA.

           LER-DIARIO.
               READ DIARIO
                   AT END
                   GO TO FIM-LEITURA
               END-READ

               IF DI-BIMESTRE NOT EQUAL WS-FILTRO-BIM
                  OR DI-DATA > WS-DATA-REF
                  GO TO LER-DIARIO
               END-IF
               MOVE DI-DATA TO WS-DATA-DESM
               IF WS-DD-ANO NOT EQUAL WS-FILTRO-ANO
                  GO TO LER-DIARIO
               END-IF

               ADD 1 TO WS-LIDOS

               IF DI-TURMA NOT EQUAL WS-TURMA-ANT
                  IF WS-TURMA-ANT NOT EQUAL SPACES
                     PERFORM FECHA-TURMA THRU FIM-FECHA-TURMA
                  END-IF
                  MOVE DI-TURMA TO WS-TURMA-ANT
                  MOVE ZEROS    TO TAB-DIA TAB-ALU
                  MOVE 0        TO WS-TOTAL-DIAS WS-TOTAL-ALU
               END-IF

               PERFORM PROCURA-DIA THRU FIM-PROCURA-DIA
               IF WS-IDX-DIA EQUAL 0
                  GO TO LER-DIARIO
               END-IF

               IF DI-ID EQUAL 0
                  MOVE DI-TURMA      TO AD-TURMA
                  MOVE DI-MATERIA    TO AD-MATERIA
                  MOVE DI-DATA       TO AD-DATA
                  MOVE DI-QTDE-AULAS TO WS-AULAS-DO-DIA
                  IF WS-AULAS-DO-DIA EQUAL 0
                     MOVE 1 TO WS-AULAS-DO-DIA
                  END-IF
                  ADD WS-AULAS-DO-DIA TO TD-AULAS (WS-IDX-DIA)
                  GO TO LER-DIARIO
               END-IF

               IF AD-TURMA EQUAL DI-TURMA
                  AND AD-MATERIA EQUAL DI-MATERIA
                  AND AD-DATA EQUAL DI-DATA
                  MOVE WS-AULAS-DO-DIA TO WS-FALTA-PESO
               ELSE
                  MOVE 1 TO WS-FALTA-PESO
               END-IF

               PERFORM PROCURA-ALUNO THRU FIM-PROCURA-ALUNO
               IF WS-IDX-ALU EQUAL 0
                  GO TO LER-DIARIO
               END-IF
               ADD WS-FALTA-PESO
                   TO TL-FALTAS-DIA (WS-IDX-ALU WS-IDX-DIA)
               ADD WS-FALTA-PESO TO TL-FALTAS-TOT (WS-IDX-ALU)
               GO TO LER-DIARIO.

           FIM-LEITURA.
               IF WS-TURMA-ANT NOT EQUAL SPACES
                  PERFORM FECHA-TURMA THRU FIM-FECHA-TURMA
               END-IF
               IF ACUM-LINHAS > 0
                  PERFORM IMPRIME-RODAPE
               END-IF

               MOVE WS-ENCAMINHADOS TO FT-QTDE
               WRITE REG-FICAI FROM FIC-TRAILER

               CLOSE DIARIO.
               CLOSE INFCASO.
               CLOSE ALUNOS.
               CLOSE MATRICULA.
               CLOSE RELATO.
               CLOSE NOTIFICA.
               CLOSE FICAI.

               DISPLAY "REGISTROS DO DIARIO NO PERIODO:"WS-LIDOS
               DISPLAY "CASOS APONTADOS..............:"WS-CASOS
               DISPLAY "NOTIFICACOES EMITIDAS........:"WS-NOTIFICADOS
               DISPLAY "CASOS JA NOTIFICADOS.........:"WS-MANTIDOS
               DISPLAY "ENCAMINHAMENTOS FICAI........:"WS-ENCAMINHADOS
               DISPLAY "LISTA DE BUSCA ATIVA: "WS-RELATO-DSNAME
               DISPLAY "NOTIFICACOES........: "WS-NOTIF-DSNAME
               DISPLAY "ARQUIVO FICAI.......: "WS-FICAI-DSNAME

               PERFORM GRAVA-RUNCTL

               IF WS-CASOS EQUAL 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * PROCURA A DATA DO REGISTRO NO QUADRO DE DIAS DA TURMA,
      * ACRESCENTANDO QUANDO E NOVA; WS-IDX-DIA ZERO = QUADRO CHEIO
      *----------------------------------------------------------------
           PROCURA-DIA.
               MOVE 1 TO WS-IDX-DIA.

           LACO-PROCURA-DIA.
               IF WS-IDX-DIA > WS-TOTAL-DIAS
                  IF WS-TOTAL-DIAS EQUAL 80
                     PERFORM AVISA-LIMITE
                     MOVE 0 TO WS-IDX-DIA
                     GO TO FIM-PROCURA-DIA
                  END-IF
                  ADD 1 TO WS-TOTAL-DIAS
                  MOVE WS-TOTAL-DIAS TO WS-IDX-DIA
                  MOVE DI-DATA TO TD-DATA (WS-IDX-DIA)
                  MOVE 0       TO TD-AULAS (WS-IDX-DIA)
                  GO TO FIM-PROCURA-DIA
               END-IF
               IF TD-DATA (WS-IDX-DIA) EQUAL DI-DATA
                  GO TO FIM-PROCURA-DIA
               END-IF
               ADD 1 TO WS-IDX-DIA
               GO TO LACO-PROCURA-DIA.

           FIM-PROCURA-DIA.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA O ALUNO DA FALTA NO QUADRO DA TURMA, ACRESCENTANDO
      * QUANDO E NOVO; WS-IDX-ALU ZERO = QUADRO CHEIO
      *----------------------------------------------------------------
           PROCURA-ALUNO.
               MOVE 1 TO WS-IDX-ALU.

           LACO-PROCURA-ALUNO.
               IF WS-IDX-ALU > WS-TOTAL-ALU
                  IF WS-TOTAL-ALU EQUAL 60
                     PERFORM AVISA-LIMITE
                     MOVE 0 TO WS-IDX-ALU
                     GO TO FIM-PROCURA-ALUNO
                  END-IF
                  ADD 1 TO WS-TOTAL-ALU
                  MOVE WS-TOTAL-ALU TO WS-IDX-ALU
                  MOVE DI-ID TO TL-ID (WS-IDX-ALU)
                  GO TO FIM-PROCURA-ALUNO
               END-IF
               IF TL-ID (WS-IDX-ALU) EQUAL DI-ID
                  GO TO FIM-PROCURA-ALUNO
               END-IF
               ADD 1 TO WS-IDX-ALU
               GO TO LACO-PROCURA-ALUNO.

           FIM-PROCURA-ALUNO.
               CONTINUE.

           AVISA-LIMITE.
               IF WS-AVISO-LIMITE EQUAL "N"
                  DISPLAY "AVISO: LIMITE DE 80 DIAS OU 60 ALUNOS"
                  DISPLAY "FALTOSOS ATINGIDO NA TURMA "DI-TURMA
                  DISPLAY "APURACAO INCOMPLETA."
                  MOVE "S" TO WS-AVISO-LIMITE
               END-IF.

      *----------------------------------------------------------------
      * FECHA A TURMA: ORDENA OS DIAS, TOTALIZA AS AULAS DO PERIODO E
      * AVALIA CADA ALUNO COM FALTA
      *----------------------------------------------------------------
           FECHA-TURMA.
               PERFORM MONTA-ORDEM THRU FIM-MONTA-ORDEM
               MOVE 0   TO WS-AULAS-TURMA
               MOVE "N" TO WS-SECAO-IMPRESSA
               MOVE 1   TO WS-IDX-DIA.

           SOMA-AULAS-TURMA.
               IF WS-IDX-DIA NOT > WS-TOTAL-DIAS
                  ADD TD-AULAS (WS-IDX-DIA) TO WS-AULAS-TURMA
                  ADD 1 TO WS-IDX-DIA
                  GO TO SOMA-AULAS-TURMA
               END-IF
               MOVE 1 TO WS-IDX-ALU.

           LACO-ALUNO-TURMA.
               IF WS-IDX-ALU > WS-TOTAL-ALU
                  GO TO FIM-FECHA-TURMA
               END-IF
               PERFORM AVALIA-ALUNO THRU FIM-AVALIA-ALUNO
               ADD 1 TO WS-IDX-ALU
               GO TO LACO-ALUNO-TURMA.

           FIM-FECHA-TURMA.
               CONTINUE.

      *----------------------------------------------------------------
      * MONTA A ORDEM CRONOLOGICA DOS DIAS DA TURMA (AS DATAS CHEGAM
      * AGRUPADAS POR MATERIA NA CHAVE DO DIARIO)
      *----------------------------------------------------------------
           MONTA-ORDEM.
               MOVE 0 TO WS-DATA-ULT
               MOVE 0 TO WS-QTDE-ORDEM.

           LACO-ORDEM.
               MOVE 99999999 TO WS-DATA-MIN
               MOVE 0        TO WS-IDX-MIN
               MOVE 1        TO WS-IDX-DIA.

           LACO-MINIMO.
               IF WS-IDX-DIA > WS-TOTAL-DIAS
                  GO TO GUARDA-MINIMO
               END-IF
               IF TD-DATA (WS-IDX-DIA) > WS-DATA-ULT
                  AND TD-DATA (WS-IDX-DIA) < WS-DATA-MIN
                  MOVE TD-DATA (WS-IDX-DIA) TO WS-DATA-MIN
                  MOVE WS-IDX-DIA           TO WS-IDX-MIN
               END-IF
               ADD 1 TO WS-IDX-DIA
               GO TO LACO-MINIMO.

           GUARDA-MINIMO.
               IF WS-IDX-MIN EQUAL 0
                  GO TO FIM-MONTA-ORDEM
               END-IF
               ADD 1 TO WS-QTDE-ORDEM
               MOVE WS-IDX-MIN  TO TO-IDX (WS-QTDE-ORDEM)
               MOVE WS-DATA-MIN TO WS-DATA-ULT
               GO TO LACO-ORDEM.

           FIM-MONTA-ORDEM.
               CONTINUE.

      *----------------------------------------------------------------
      * AVALIA O ALUNO WS-IDX-ALU: FREQUENCIA DO PERIODO, MAIOR
      * SEQUENCIA DE DIAS DE AUSENCIA E NIVEL DO ALERTA; CONFERE O
      * CASO NO INFCASO E EMITE LISTA, NOTIFICACAO E FICAI
      *----------------------------------------------------------------
           AVALIA-ALUNO.
               MOVE TL-FALTAS-TOT (WS-IDX-ALU) TO WS-FALTAS-ALU
               IF WS-AULAS-TURMA EQUAL 0
                  MOVE 100 TO WS-FREQUENCIA
               ELSE
                  IF WS-FALTAS-ALU NOT < WS-AULAS-TURMA
                     MOVE 0 TO WS-FREQUENCIA
                  ELSE
                     COMPUTE WS-FREQUENCIA ROUNDED =
                       ((WS-AULAS-TURMA - WS-FALTAS-ALU) * 100)
                         / WS-AULAS-TURMA
                  END-IF
               END-IF

               MOVE 0 TO WS-SEQ-ATUAL WS-SEQ-MAX WS-DT-ULT-FALTA
               MOVE 1 TO WS-IDX-ORD.

           LACO-SEQUENCIA.
               IF WS-IDX-ORD > WS-QTDE-ORDEM
                  GO TO CLASSIFICA-ALUNO
               END-IF
               MOVE TO-IDX (WS-IDX-ORD) TO WS-IDX-DIA
               IF TL-FALTAS-DIA (WS-IDX-ALU WS-IDX-DIA) > 0
                  MOVE TD-DATA (WS-IDX-DIA) TO WS-DT-ULT-FALTA
               END-IF
               IF TD-AULAS (WS-IDX-DIA) > 0
                  IF TL-FALTAS-DIA (WS-IDX-ALU WS-IDX-DIA)
                     NOT < TD-AULAS (WS-IDX-DIA)
                     ADD 1 TO WS-SEQ-ATUAL
                     IF WS-SEQ-ATUAL > WS-SEQ-MAX
                        MOVE WS-SEQ-ATUAL TO WS-SEQ-MAX
                     END-IF
                  ELSE
                     MOVE 0 TO WS-SEQ-ATUAL
                  END-IF
               END-IF
               ADD 1 TO WS-IDX-ORD
               GO TO LACO-SEQUENCIA.

           CLASSIFICA-ALUNO.
               MOVE SPACE TO WS-NIVEL
               IF WS-SEQ-MAX NOT < PAR-INFREQ-CONSEC
                  OR WS-FREQUENCIA < PAR-FREQ-MINIMA
                  MOVE "A" TO WS-NIVEL
               END-IF
               IF WS-SEQ-MAX NOT < PAR-FICAI-CONSEC
                  OR WS-FREQUENCIA < PAR-FICAI-FREQ
                  MOVE "F" TO WS-NIVEL
               END-IF
               IF SEM-ALERTA
                  GO TO FIM-AVALIA-ALUNO
               END-IF

               MOVE TL-ID (WS-IDX-ALU) TO MA-ID
               MOVE WS-FILTRO-ANO      TO MA-ANO-LETIVO
               READ MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MA-SITUACAO NOT EQUAL SPACES
                      AND MA-SITUACAO NOT EQUAL "ATIVO"
                      GO TO FIM-AVALIA-ALUNO
                   END-IF
               END-READ

               MOVE "*** NAO CADASTRADO ***" TO WS-NM-ALUNO
               MOVE SPACES                   TO WS-RESP-ALUNO
               MOVE TL-ID (WS-IDX-ALU) TO AL-ID
               READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-NM   TO WS-NM-ALUNO
                   MOVE AL-RESP TO WS-RESP-ALUNO
               END-READ

               ADD 1 TO WS-CASOS
               PERFORM CONFERE-CASO THRU FIM-CONFERE-CASO
               PERFORM GRAVA-DETALHE

               IF NOTIFICAR
                  PERFORM GRAVA-NOTIFICACAO
                  IF NIVEL-FICAI
                     PERFORM GRAVA-FICAI
                  END-IF
               END-IF.

           FIM-AVALIA-ALUNO.
               CONTINUE.

      *----------------------------------------------------------------
      * CONFERE O CASO NO INFCASO: CASO NOVO OU QUE PIOROU DESDE A
      * ULTIMA NOTIFICACAO (SUBIU DE NIVEL, SEQUENCIA MAIOR OU
      * FREQUENCIA MENOR) E NOTIFICADO E GRAVADO COM OS NUMEROS DE
      * AGORA; CASO MANTIDO SO TEM A DATA DE APURACAO ATUALIZADA
      *----------------------------------------------------------------
           CONFERE-CASO.
               MOVE "N" TO WS-NOTIFICAR
               MOVE "S" TO WS-CASO-EXISTE
               MOVE TL-ID (WS-IDX-ALU) TO IC-ID
               MOVE WS-FILTRO-ANO      TO IC-ANO-LETIVO
               MOVE WS-FILTRO-BIM      TO IC-BIMESTRE
               READ INFCASO
               INVALID KEY
                   MOVE "N" TO WS-CASO-EXISTE
               END-READ

               IF NOT CASO-EXISTE
                  MOVE "NOVO"   TO WS-SITUACAO-CASO
                  MOVE "S"      TO WS-NOTIFICAR
                  MOVE 0        TO IC-DT-FICAI
               ELSE
                  IF (NIVEL-FICAI AND IC-NIVEL NOT EQUAL "F")
                     OR WS-SEQ-MAX > IC-SEQ-MAX
                     OR WS-FREQUENCIA < IC-FREQUENCIA
                     MOVE "PIOROU"  TO WS-SITUACAO-CASO
                     MOVE "S"       TO WS-NOTIFICAR
                  ELSE
                     MOVE "MANTIDO" TO WS-SITUACAO-CASO
                     ADD 1 TO WS-MANTIDOS
                  END-IF
               END-IF

               MOVE WS-DATA-HOJE TO IC-DT-APURACAO
               IF NOTIFICAR
                  MOVE WS-TURMA-ANT   TO IC-TURMA
                  MOVE WS-NIVEL       TO IC-NIVEL
                  MOVE WS-FALTAS-ALU  TO IC-FALTAS
                  MOVE WS-AULAS-TURMA TO IC-AULAS
                  MOVE WS-FREQUENCIA  TO IC-FREQUENCIA
                  MOVE WS-SEQ-MAX     TO IC-SEQ-MAX
                  MOVE WS-DATA-HOJE   TO IC-DT-NOTIFICACAO
                  IF NIVEL-FICAI
                     MOVE WS-DATA-HOJE TO IC-DT-FICAI
                  END-IF
               END-IF

               IF CASO-EXISTE
                  REWRITE REG-INFCASO
                  INVALID KEY
                      DISPLAY "NAO FOI POSSIVEL ATUALIZAR O CASO "IC-ID
                      DISPLAY "WS-FS-INFCASO: "WS-FS-INFCASO
                  END-REWRITE
               ELSE
                  WRITE REG-INFCASO
                  INVALID KEY
                      DISPLAY "NAO FOI POSSIVEL GRAVAR O CASO "IC-ID
                      DISPLAY "WS-FS-INFCASO: "WS-FS-INFCASO
                  END-WRITE
               END-IF.

           FIM-CONFERE-CASO.
               CONTINUE.

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
           MOVE WS-FILTRO-ANO TO CAB003-ANO.
           MOVE WS-FILTRO-BIM TO CAB003-BIM.
           MOVE WS-DATA-REF   TO WS-DATA-DESM.
           MOVE WS-DD-DIA     TO CAB003-DIA.
           MOVE WS-DD-MES     TO CAB003-MES.
           MOVE WS-DD-ANO     TO CAB003-ANO-REF.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DO CASO NA LISTA DE BUSCA ATIVA, ABRINDO A
      * SECAO DA TURMA NO PRIMEIRO CASO DELA
      *----------------------------------------------------------------
           GRAVA-DETALHE.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF WS-SECAO-IMPRESSA EQUAL "N"
              MOVE WS-TURMA-ANT   TO SECAO001-TURMA
              MOVE WS-AULAS-TURMA TO SECAO001-AULAS
              WRITE REG-RELATO FROM SECAO001
              ADD 1 TO ACUM-LINHAS
              MOVE "S" TO WS-SECAO-IMPRESSA
           END-IF

           MOVE TL-ID (WS-IDX-ALU) TO DET001-CODIGO
           MOVE WS-NM-ALUNO        TO DET001-NOME
           MOVE WS-FALTAS-ALU      TO DET001-FALTAS
           MOVE WS-AULAS-TURMA     TO DET001-AULAS
           MOVE WS-FREQUENCIA      TO DET001-FREQ
           MOVE WS-SEQ-MAX         TO DET001-SEQ
           IF NIVEL-FICAI
              MOVE "FICAI"         TO DET001-NIVEL
           ELSE
              MOVE "ALERTA"        TO DET001-NIVEL
           END-IF
           MOVE WS-SITUACAO-CASO   TO DET001-CASO

           WRITE REG-RELATO FROM DET001.
           ADD 1 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * EMITE A NOTIFICACAO AO RESPONSAVEL DO ALUNO
      *----------------------------------------------------------------
           GRAVA-NOTIFICACAO.
           ADD 1 TO WS-NOTIFICADOS
           MOVE WS-DATA-HOJE       TO WS-DATA-DESM
           MOVE WS-DD-DIA          TO NOT01-DIA
           MOVE WS-DD-MES          TO NOT01-MES
           MOVE WS-DD-ANO          TO NOT01-ANO
           MOVE WS-RESP-ALUNO      TO NOT02-RESP
           MOVE TL-ID (WS-IDX-ALU) TO NOT03-ID
           MOVE WS-NM-ALUNO        TO NOT03-NOME
           MOVE WS-TURMA-ANT       TO NOT03-TURMA
           MOVE WS-FILTRO-BIM      TO NOT04-BIM
           MOVE WS-FILTRO-ANO      TO NOT04-ANO
           MOVE WS-FALTAS-ALU      TO NOT05-FALTAS
           MOVE WS-AULAS-TURMA     TO NOT05-AULAS
           MOVE WS-FREQUENCIA      TO NOT05-FREQ
           MOVE WS-SEQ-MAX         TO NOT05-SEQ

           WRITE REG-NOTIFICA FROM NOT-LINHA-SEP
           WRITE REG-NOTIFICA FROM NOT-LINHA01
           WRITE REG-NOTIFICA FROM NOT-LINHA-SEP
           WRITE REG-NOTIFICA FROM NOT-LINHA02
           WRITE REG-NOTIFICA FROM NOT-LINHA03
           MOVE SPACES TO REG-NOTIFICA
           WRITE REG-NOTIFICA
           WRITE REG-NOTIFICA FROM NOT-LINHA04
           WRITE REG-NOTIFICA FROM NOT-LINHA05
           WRITE REG-NOTIFICA FROM NOT-LINHA06
           WRITE REG-NOTIFICA FROM NOT-LINHA07
           IF NIVEL-FICAI
              WRITE REG-NOTIFICA FROM NOT-LINHA08
           END-IF
           MOVE SPACES TO REG-NOTIFICA
           WRITE REG-NOTIFICA
           WRITE REG-NOTIFICA
           WRITE REG-NOTIFICA FROM NOT-LINHA09.

      *----------------------------------------------------------------
      * GRAVA O ENCAMINHAMENTO DO CASO NO ARQUIVO FICAI
      *----------------------------------------------------------------
           GRAVA-FICAI.
           ADD 1 TO WS-ENCAMINHADOS
           MOVE TL-ID (WS-IDX-ALU) TO FI-ID
           MOVE WS-NM-ALUNO        TO FI-NOME
           MOVE WS-TURMA-ANT       TO FI-TURMA
           MOVE WS-RESP-ALUNO      TO FI-RESP
           MOVE WS-FALTAS-ALU      TO FI-FALTAS
           MOVE WS-AULAS-TURMA     TO FI-AULAS
           MOVE WS-FREQUENCIA      TO FI-FREQUENCIA
           MOVE WS-SEQ-MAX         TO FI-SEQ-MAX
           MOVE WS-DT-ULT-FALTA    TO FI-DT-ULT-FALTA
           WRITE REG-FICAI FROM FIC-DETALHE.

      *----------------------------------------------------------------
      * IMPRIME A ULTIMA LINHA DO RELATORIO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-CASOS        TO RODAPE-CASOS.
           MOVE WS-NOTIFICADOS  TO RODAPE-NOTIF.
           MOVE WS-ENCAMINHADOS TO RODAPE-FICAI.
           WRITE REG-RELATO FROM RODAPE.

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
           IF WS-PAR-CHAVE EQUAL "FREQUENCIA-MINIMA"
              IF WS-PAR-VALOR (1:3) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:3) TO PAR-FREQ-MINIMA
              ELSE
                 IF WS-PAR-VALOR (1:2) IS NUMERIC
                    AND WS-PAR-VALOR (3:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:2) TO PAR-FREQ-MINIMA
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "FICAI-FREQUENCIA"
              IF WS-PAR-VALOR (1:3) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:3) TO PAR-FICAI-FREQ
              ELSE
                 IF WS-PAR-VALOR (1:2) IS NUMERIC
                    AND WS-PAR-VALOR (3:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:2) TO PAR-FICAI-FREQ
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "INFREQ-DIAS-CONSEC"
              IF WS-PAR-VALOR (1:2) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:2) TO PAR-INFREQ-CONSEC
              ELSE
                 IF WS-PAR-VALOR (1:1) IS NUMERIC
                    AND WS-PAR-VALOR (2:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:1) TO PAR-INFREQ-CONSEC
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "FICAI-DIAS-CONSEC"
              IF WS-PAR-VALOR (1:2) IS NUMERIC
                 MOVE WS-PAR-VALOR (1:2) TO PAR-FICAI-CONSEC
              ELSE
                 IF WS-PAR-VALOR (1:1) IS NUMERIC
                    AND WS-PAR-VALOR (2:1) EQUAL SPACE
                    MOVE WS-PAR-VALOR (1:1) TO PAR-FICAI-CONSEC
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "CODIGO-ESCOLA"
              AND WS-PAR-VALOR (1:8) IS NUMERIC
              MOVE WS-PAR-VALOR (1:8) TO PAR-CODIGO-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DIARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DIA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-INFCASO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CASO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-BUSCAATV"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-NOTIFICA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-NOTIF-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-FICAI"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-FICAI-DSNAME
           END-IF.

           FIM-CARREGA-PARAMETROS.
           CONTINUE.

      *----------------------------------------------------------------
      * CARIMBA A EXECUCAO NO ARQUIVO DE CONTROLE DE SEQUENCIA
      * (RUNCTL.DAT)
      *----------------------------------------------------------------
           GRAVA-RUNCTL.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE "SISTTINF"     TO RC-PROGRAMA
           MOVE WS-DATE-SYS    TO RC-DATA
           MOVE WS-HORA-SYS    TO RC-HORA (1:2)
           MOVE WS-MINUTO-SYS  TO RC-HORA (3:2)
           MOVE WS-SEGUNDO-SYS TO RC-HORA (5:2)
           MOVE "COMPLETO"     TO RC-SITUACAO
           MOVE WS-NOTIFICADOS TO RC-REGISTROS
           MOVE WS-DIA-DSNAME  TO RC-DATASET

           OPEN EXTEND RUNCTL
           IF WS-FS-RUNCTL EQUAL 35
              OPEN OUTPUT RUNCTL
           END-IF
           WRITE REG-RUNCTL FROM LINHA-RUNCTL
           CLOSE RUNCTL.
       END PROGRAM SISTTINF.
