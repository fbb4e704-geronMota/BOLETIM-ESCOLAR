      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:GUIA DE TRANSFERENCIA EM ARQUIVO DE LAYOUT FIXO.
      *         EMISSAO: PARA O ALUNO QUE SAI (MATRICULA DO ANO EM
      *         SITUACAO TRANSFERIDO NO SISTTMTR) GERA O GUIATRF.TXT
      *         COM A IDENTIFICACAO DA ESCOLA E DO ALUNO E UM DETALHE
      *         POR BIMESTRE LANCADO NO CAD.DAT NO ANO, FECHADO POR
      *         TRAILER COM QUANTIDADE E SOMA DAS MEDIAS.
      *         IMPORTACAO: A GUIA RECEBIDA DE OUTRA ESCOLA E GRAVADA
      *         NO CAD.DAT COMO BIMESTRES DE ORIGEM EXTERNA, MARCADOS
      *         NO ORIGEXT.DAT (MESMA CHAVE DO CAD) COM O NOME DA
      *         ESCOLA DE ORIGEM. O SISTTCAD NAO CORRIGE ESSES
      *         BIMESTRES, O SISTTFEC OS USA NA MEDIA ANUAL E O
      *         BOLETIM E O HISTORICO MOSTRAM A ESCOLA DE ORIGEM.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. A IMPORTACAO SEGUE AS REGRAS DOS
      *              DEMAIS ATUALIZADORES DO CAD: OPERADOR IDENTIFICADO,
      *              GERACAO DE BACKUP DO DIA (BACKCTL.DAT), TRAVA DE
      *              USO EXCLUSIVO (CADTRAVA.DAT), LINHA NO CADLOG
      *              (OPERACAO "GUIA TRANS") POR BIMESTRE GRAVADO E
      *              CARIMBO NO RUNCTL.DAT. A GUIA SO E IMPORTADA SE O
      *              TRAILER CONFERE COM OS DETALHES LIDOS; BIMESTRE JA
      *              LANCADO NO CAD, MATERIA FORA DO CATALOGO OU NOTA
      *              PENDENTE NA ORIGEM SAO RECUSADOS UM A UM.
      * 15/10/2026 - UNIDADE ESCOLAR: A GUIA SO E EMITIDA OU IMPORTADA
      *              PARA ALUNO DA UNIDADE DO OPERADOR; A GUIA SAI COM
      *              O CODIGO DA ESCOLA DA UNIDADE (UNIDADE.DAT) E OS
      *              BIMESTRES IMPORTADOS GRAVAM FD-UNIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTGUI.

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

               SELECT ORIGEXT ASSIGN TO WS-ORIGEXT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OE-CHAVE
             FILE STATUS WS-FS-ORIGEXT.

               SELECT GUIA ASSIGN TO WS-GUIA-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-GUIA.

               SELECT CADLOG ASSIGN TO WS-CADLOG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADLOG.

               SELECT ALUNOS ASSIGN TO WS-ALU-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

               SELECT MATERIAS ASSIGN TO WS-MAT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT OPERADOR ASSIGN TO WS-OPE-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP-CODIGO
             FILE STATUS WS-FS-OPERADOR.

               SELECT UNIDADE ASSIGN TO WS-UNI-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS UN-CODIGO
             FILE STATUS WS-FS-UNIDADE.

               SELECT CADTRAVA ASSIGN TO WS-TRAVA-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADTRAVA.

               SELECT BACKCTL ASSIGN TO WS-BACKCTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-BACKCTL.

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

       FD ORIGEXT.
       01 REG-ORIGEM.
           03 OE-CHAVE.
               05 OE-ID                       PIC 9(4).
               05 OE-MATERIA                  PIC X(11).
               05 OE-ANO-LETIVO               PIC 9(4).
               05 OE-BIMESTRE                 PIC 9(1).
           03 OE-CODIGO-ESCOLA                PIC 9(8).
           03 OE-ESCOLA                       PIC X(40).
           03 OE-ID-ORIGEM                    PIC 9(4).
           03 OE-DT-GUIA                      PIC 9(8).
           03 OE-DT-IMPORTACAO                PIC 9(8).
           03 OE-OPERADOR                     PIC 9(3).

       FD GUIA.
       01 REG-GUIA.
           03 RG-TIPO                         PIC X(1).
           03 FILLER                          PIC X(149).

       FD CADLOG.
       01 REG-CADLOG                          PIC X(184).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-ID                           PIC 9(4).
           03 AL-NM                           PIC X(25).
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-MATERIA                      PIC X(11).
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                       PIC 9(4).
               05 MA-ANO-LETIVO               PIC 9(4).
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD OPERADOR.
       01 REG-OPERADOR.
           03 OP-CODIGO                       PIC 9(3).
           03 OP-NOME                         PIC X(25).
           03 OP-PERFIL                       PIC X(1).
           03 OP-UNIDADE                      PIC 9(2).

       FD UNIDADE.
       01 REG-UNIDADE.
           03 UN-CODIGO                       PIC 9(2).
           03 UN-NOME                         PIC X(30).
           03 UN-CODIGO-ESCOLA                PIC 9(8).

       FD CADTRAVA.
       01 REG-CADTRAVA                        PIC X(36).

       FD BACKCTL.
       01 REG-BACKCTL                         PIC X(58).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       FD RUNCTL.
       01 REG-RUNCTL                          PIC X(106).

       WORKING-STORAGE SECTION.

       77 WS-FS                               PIC 99.
       77 WS-FS-ORIGEXT                       PIC 99.
       77 WS-FS-GUIA                          PIC 99.
       77 WS-FS-CADLOG                        PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-FS-CADTRAVA                      PIC 99.
       77 WS-FS-BACKCTL                       PIC 99.
       77 WS-BKP-HOJE                         PIC X.
         88 BKP-HOJE                          VALUE "S".
       77 WS-DATA-HOJE                        PIC 9(8).
       77 WS-CAD-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-MEDIA-APROVACAO                 PIC 9(2)V9 VALUE 7,0.
       77 PAR-CODIGO-ESCOLA                   PIC 9(8)   VALUE 0.
       77 PAR-NOME-ESCOLA                     PIC X(40)  VALUE SPACES.
       77 WS-ORIGEXT-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ORIGEXT.DAT".
       77 WS-GUIA-DSNAME-PADRAO               PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\GUIATRF.TXT".
       77 WS-CADLOG-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADLOG.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-OPE-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPERADOR.DAT".
       77 WS-UNI-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2)   VALUE 1.
       77 WS-TRAVA-DSNAME                     PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADTRAVA.DAT".
       77 WS-BACKCTL-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 WS-GUIA-DSNAME                      PIC X(100).

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-NOTA-OK                          PIC X.
         88 NOTA-OK                           VALUE "S".
       77 WS-NOTA-VAL                         PIC 9(2)V9.
       01 WS-NOTA-TXT                         PIC X(5).
       01 WS-NOTA-TXT-R2 REDEFINES WS-NOTA-TXT.
           03 WS-NOTA-INT2                    PIC 9(2).
           03 WS-NOTA-VIRG2                   PIC X.
           03 WS-NOTA-DEC2                    PIC 9.
           03 FILLER                          PIC X.
       01 WS-NOTA-TXT-R1 REDEFINES WS-NOTA-TXT.
           03 WS-NOTA-INT1                    PIC 9.
           03 WS-NOTA-VIRG1                   PIC X.
           03 WS-NOTA-DEC1                    PIC 9.
           03 FILLER                          PIC X(2).

       77 WS-FS-RUNCTL                        PIC 99.

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

       77 WS-OPERADOR                         PIC 9(3).
       77 WS-PERFIL                           PIC X(1).
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-ALUNO                    PIC 9(2).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.
       77 WS-RESP                             PIC X.
         88 RESP-SIM                          VALUE "S".
       77 WS-COUNT                            PIC 9(6) VALUE 0.

       77 WS-ID                               PIC 9(4).
       77 WS-ANO-LETIVO                       PIC 9(4).
       77 WS-TURMA                            PIC X(3).
       77 WS-NM                               PIC X(25).
       77 WS-QTDE-DET                         PIC 9(4) VALUE 0.
       77 WS-PENDENTES                        PIC 9(4) VALUE 0.
       77 WS-SOMA-MEDIAS                      PIC 9(6)V9 VALUE 0.
       77 WS-LIDOS-GUIA                       PIC 9(4) VALUE 0.
       77 WS-GRAVADOS                         PIC 9(4) VALUE 0.
       77 WS-RECUSADOS                        PIC 9(4) VALUE 0.
       77 WS-TRAILER-QTDE                     PIC 9(4) VALUE 0.
       77 WS-TEM-TRAILER                      PIC X VALUE "N".
         88 TEM-TRAILER                       VALUE "S".
       77 WS-MOTIVO                           PIC X(40).
       77 WS-ORIGEM-ACHADA                    PIC X.
         88 ORIGEM-ACHADA                     VALUE "S".

      *----------------------------------------------------------------
      * LAYOUT FIXO DA GUIA DE TRANSFERENCIA (150 POSICOES): HEADER COM
      * A ESCOLA EMISSORA E O ALUNO, UM DETALHE POR BIMESTRE LANCADO E
      * TRAILER COM QUANTIDADE DE DETALHES E SOMA DAS MEDIAS. NOTAS E
      * PESOS COM A VIRGULA DECIMAL IMPLICITA.
      *----------------------------------------------------------------
       01 GUIA-HEADER.
           05 GH-TIPO                         PIC X VALUE "H".
           05 GH-ESCOLA                       PIC 9(8).
           05 GH-NOME-ESCOLA                  PIC X(40).
           05 GH-DT-EMISSAO                   PIC 9(8).
           05 GH-ID                           PIC 9(4).
           05 GH-NOME                         PIC X(25).
           05 GH-DT-NASC                      PIC 9(8).
           05 GH-RESP                         PIC X(25).
           05 GH-ANO-LETIVO                   PIC 9(4).
           05 GH-TURMA                        PIC X(3).
           05 GH-SITUACAO                     PIC X(11).
           05 GH-DT-SITUACAO                  PIC 9(8).
           05 FILLER                          PIC X(5) VALUE SPACES.

       01 GUIA-DETALHE.
           05 GD-TIPO                         PIC X VALUE "D".
           05 GD-MATERIA                      PIC X(11).
           05 GD-ANO-LETIVO                   PIC 9(4).
           05 GD-BIMESTRE                     PIC 9(1).
           05 GD-MEDIA                        PIC 9(2)V9.
           05 GD-FALTAS                       PIC 9(3).
           05 GD-AULAS-DADAS                  PIC 9(3).
           05 GD-NT1                          PIC 9(2)V9.
           05 GD-NT2                          PIC 9(2)V9.
           05 GD-NT3                          PIC 9(2)V9.
           05 GD-NT4                          PIC 9(2)V9.
           05 GD-PESO1                        PIC 9V9.
           05 GD-PESO2                        PIC 9V9.
           05 GD-PESO3                        PIC 9V9.
           05 GD-PESO4                        PIC 9V9.
           05 GD-NT-SUBST                     PIC 9(2)V9.
           05 GD-STATUS                       PIC X(11).
           05 GD-PENDENTE                     PIC X(4).
           05 FILLER                          PIC X(86) VALUE SPACES.

       01 GUIA-TRAILER.
           05 GT-TIPO                         PIC X VALUE "T".
           05 GT-QTDE                         PIC 9(4).
           05 GT-SOMA-MEDIAS                  PIC 9(6)V9.
           05 FILLER                          PIC X(138) VALUE SPACES.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           10 WS-MES-SYS                      PIC 9(2).
           10 WS-DIA-SYS                      PIC 9(2).
         05 WS-TIME-SYS.
           10 WS-HORA-SYS                     PIC 9(2).
           10 WS-MINUTO-SYS                   PIC 9(2).
           10 WS-SEGUNDO-SYS                  PIC 9(2).
           10 FILLER                          PIC 9(4).

       01 LINHA-TRAVA.
           05 TV-SITUACAO                     PIC X(6).
           05 FILLER                          PIC X VALUE " ".
           05 TV-PROGRAMA                     PIC X(9).
           05 FILLER                          PIC X VALUE " ".
           05 TV-OPERADOR                     PIC X(3).
           05 FILLER                          PIC X VALUE " ".
           05 TV-DATA                         PIC 9(8).
           05 FILLER                          PIC X VALUE " ".
           05 TV-HORA                         PIC 9(6).

       01 LINHA-TRAVA-LIDA.
           05 TVL-SITUACAO                    PIC X(6).
           05 FILLER                          PIC X.
           05 TVL-PROGRAMA                    PIC X(9).
           05 FILLER                          PIC X.
           05 TVL-OPERADOR                    PIC X(3).
           05 FILLER                          PIC X.
           05 TVL-DATA                        PIC X(8).
           05 FILLER                          PIC X.
           05 TVL-HORA                        PIC X(6).

       01 LINHA-BACKCTL-LIDA.
           05 BCL-GERACAO                     PIC 9(3).
           05 FILLER                          PIC X.
           05 BCL-DATA                        PIC 9(8).
           05 FILLER                          PIC X(46).

       01 LINHA-CADLOG.
           05 LOG-ANO-SYS                     PIC 9(4).
           05 FILLER                          PIC X VALUE "-".
           05 LOG-MES-SYS                     PIC 9(2).
           05 FILLER                          PIC X VALUE "-".
           05 LOG-DIA-SYS                     PIC 9(2).
           05 FILLER                          PIC X VALUE " ".
           05 LOG-HORA-SYS                    PIC 9(2).
           05 FILLER                          PIC X VALUE ":".
           05 LOG-MINUTO-SYS                  PIC 9(2).
           05 FILLER                          PIC X VALUE ":".
           05 LOG-SEGUNDO-SYS                 PIC 9(2).
           05 FILLER                          PIC X VALUE " ".
           05 LOG-OPERACAO                    PIC X(10).
           05 FILLER                          PIC X(6) VALUE "ANTES:".
           05 LOG-ANTES-ID                    PIC 9(4).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-MATERIA               PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-NM                    PIC X(25).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-STATUS                PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-ANTES-MEDIA                 PIC Z9,9.
           05 FILLER                          PIC X(7) VALUE " DEPOIS".
           05 FILLER                          PIC X VALUE ":".
           05 LOG-DEPOIS-ID                   PIC 9(4).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-MATERIA              PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-NM                   PIC X(25).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-STATUS               PIC X(11).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-MEDIA                PIC Z9,9.
           05 FILLER                          PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                    PIC 9(3) VALUE 0.
           05 FILLER                          PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                   PIC 9(4).
           05 LOG-ANTES-BIM                   PIC 9(1).
           05 FILLER                          PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                  PIC 9(4).
           05 LOG-DEPOIS-BIM                  PIC 9(1).

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
                   MOVE OP-PERFIL TO WS-PERFIL
                   DISPLAY "OPERADOR IDENTIFICADO: "OP-NOME
                   IF OP-UNIDADE NUMERIC AND OP-UNIDADE NOT EQUAL 0
                      MOVE OP-UNIDADE TO WS-OPE-UNIDADE
                   ELSE
                      MOVE PAR-UNIDADE-PADRAO TO WS-OPE-UNIDADE
                   END-IF
                   DISPLAY "UNIDADE ESCOLAR DO OPERADOR: "WS-OPE-UNIDADE
               END-READ
               CLOSE OPERADOR
               MOVE WS-OPERADOR TO LOG-OPERADOR
               MOVE WS-OPERADOR TO RC-OPERADOR.

           INICIO.
           DISPLAY "==================================================="
           DISPLAY "***************GUIA DE TRANSFERENCIA***************"
           DISPLAY "==================================================="
           DISPLAY "1 - EMITIR GUIA DO ALUNO TRANSFERIDO (SAIDA)"
           DISPLAY "2 - IMPORTAR GUIA RECEBIDA DE OUTRA ESCOLA"
           DISPLAY "3 - CONSULTAR BIMESTRES DE ORIGEM EXTERNA"
           DISPLAY "==================================================="
           DISPLAY "DIGITE A OPCAO DESEJADA"
           ACCEPT WS-OPCAO-MENU

           IF WS-OPCAO-MENU EQUAL 1
               GO TO EMITIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
               GO TO IMPORTAR
           END-IF
           IF WS-OPCAO-MENU EQUAL 3
               GO TO CONSULTAR
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO INICIO.

      *----------------------------------------------------------------
      * EMISSAO DA GUIA DO ALUNO QUE SAI: EXIGE A MATRICULA DO ANO EM
      * SITUACAO TRANSFERIDO E LEVA TODOS OS BIMESTRES DO ANO NO CAD
      *----------------------------------------------------------------
           EMITIR.
           DISPLAY "DIGITE O ID DO ALUNO TRANSFERIDO"
           ACCEPT WS-ID
           DISPLAY "DIGITE O ANO LETIVO DA TRANSFERENCIA"
           ACCEPT WS-ANO-LETIVO

           OPEN INPUT MATRICULA
           IF WS-FS-MATRICULA NOT EQUAL 0
              DISPLAY "ARQUIVO DE MATRICULA NAO ENCONTRADO."
              DISPLAY "A GUIA SO E EMITIDA PARA MATRICULA EM SITUACAO"
              DISPLAY "TRANSFERIDO (SISTTMTR)."
              GO TO CONTINUAR
           END-IF
           MOVE WS-ID         TO MA-ID
           MOVE WS-ANO-LETIVO TO MA-ANO-LETIVO
           READ MATRICULA
           INVALID KEY
               DISPLAY "ALUNO SEM MATRICULA NO ANO INFORMADO."
               CLOSE MATRICULA
               GO TO CONTINUAR
           END-READ
           CLOSE MATRICULA
           IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
              MOVE MA-UNIDADE TO WS-UNIDADE-ALUNO
           ELSE
              MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
           END-IF
           IF WS-UNIDADE-ALUNO NOT EQUAL WS-OPE-UNIDADE
              DISPLAY "MATRICULA DE OUTRA UNIDADE ESCOLAR ("
                      WS-UNIDADE-ALUNO"): A GUIA SAI PELA UNIDADE DO"
              DISPLAY "ALUNO."
              GO TO CONTINUAR
           END-IF
           IF MA-SITUACAO NOT EQUAL "TRANSFERIDO"
              DISPLAY "SITUACAO DA MATRICULA: "MA-SITUACAO
              DISPLAY "MARQUE A TRANSFERENCIA NO SISTTMTR ANTES DE"
              DISPLAY "EMITIR A GUIA."
              GO TO CONTINUAR
           END-IF

           OPEN INPUT CAD
           IF WS-FS NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
              GO TO CONTINUAR
           END-IF

           PERFORM OBTEM-ESCOLA
           PERFORM OBTEM-ARQ-GUIA

           OPEN OUTPUT GUIA
           IF WS-FS-GUIA NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL CRIAR A GUIA,WS-FS-GUIA: "
                      WS-FS-GUIA
              CLOSE CAD
              GO TO CONTINUAR
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "H"               TO GH-TIPO
           MOVE PAR-CODIGO-ESCOLA TO GH-ESCOLA
           MOVE PAR-NOME-ESCOLA   TO GH-NOME-ESCOLA
           MOVE WS-DATA-HOJE      TO GH-DT-EMISSAO
           MOVE WS-ID             TO GH-ID
           MOVE SPACES            TO GH-NOME GH-RESP
           MOVE ZEROS             TO GH-DT-NASC
           MOVE WS-ANO-LETIVO     TO GH-ANO-LETIVO
           MOVE MA-TURMA          TO GH-TURMA
           MOVE MA-SITUACAO       TO GH-SITUACAO
           MOVE MA-DT-SITUACAO    TO GH-DT-SITUACAO

           OPEN INPUT ALUNOS
           MOVE WS-ID TO AL-ID
           READ ALUNOS
           INVALID KEY
               DISPLAY "ALUNO FORA DO ARQUIVO MESTRE: A GUIA SAI COM"
               DISPLAY "O NOME GRAVADO NO CAD."
           NOT INVALID KEY
               MOVE AL-NM      TO GH-NOME
               MOVE AL-DT-NASC TO GH-DT-NASC
               MOVE AL-RESP    TO GH-RESP
           END-READ
           CLOSE ALUNOS

           MOVE 0 TO WS-QTDE-DET WS-PENDENTES WS-SOMA-MEDIAS

           MOVE LOW-VALUES TO FD-CHAVE
           MOVE WS-ID      TO FD-ID
           START CAD KEY NOT < FD-CHAVE
           INVALID KEY
               GO TO FIM-EMITIR
           END-START.

           EM-LE-CAD.
           READ CAD NEXT
               AT END
               GO TO FIM-EMITIR
           END-READ
           IF FD-ID NOT EQUAL WS-ID
              GO TO FIM-EMITIR
           END-IF
           IF FD-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO EM-LE-CAD
           END-IF

           IF GH-NOME EQUAL SPACES
              MOVE FD-NM TO GH-NOME
           END-IF

           MOVE "D"            TO GD-TIPO
           MOVE FD-MATERIA     TO GD-MATERIA
           MOVE FD-ANO-LETIVO  TO GD-ANO-LETIVO
           MOVE FD-BIMESTRE    TO GD-BIMESTRE
           MOVE FD-MEDIA       TO GD-MEDIA
           MOVE FD-FALTAS      TO GD-FALTAS
           MOVE FD-AULAS-DADAS TO GD-AULAS-DADAS
           MOVE FD-NT1         TO GD-NT1
           MOVE FD-NT2         TO GD-NT2
           MOVE FD-NT3         TO GD-NT3
           MOVE FD-NT4         TO GD-NT4
           MOVE FD-PESO1       TO GD-PESO1
           MOVE FD-PESO2       TO GD-PESO2
           MOVE FD-PESO3       TO GD-PESO3
           MOVE FD-PESO4       TO GD-PESO4
           MOVE FD-NT-SUBST    TO GD-NT-SUBST
           MOVE FD-STATUS      TO GD-STATUS
           MOVE FD-PENDENTE    TO GD-PENDENTE

      *    O HEADER SO E GRAVADO COM O PRIMEIRO DETALHE, PARA LEVAR O
      *    NOME DO CAD QUANDO O ALUNO NAO EXISTE NO ARQUIVO MESTRE
           IF WS-QTDE-DET EQUAL 0
              WRITE REG-GUIA FROM GUIA-HEADER
           END-IF
           WRITE REG-GUIA FROM GUIA-DETALHE
           ADD 1        TO WS-QTDE-DET
           ADD 1        TO WS-COUNT
           ADD FD-MEDIA TO WS-SOMA-MEDIAS
           IF FD-PENDENTE NOT EQUAL SPACES
              ADD 1 TO WS-PENDENTES
           END-IF
           GO TO EM-LE-CAD.

           FIM-EMITIR.
           IF WS-QTDE-DET EQUAL 0
              WRITE REG-GUIA FROM GUIA-HEADER
           END-IF
           MOVE "T"            TO GT-TIPO
           MOVE WS-QTDE-DET    TO GT-QTDE
           MOVE WS-SOMA-MEDIAS TO GT-SOMA-MEDIAS
           WRITE REG-GUIA FROM GUIA-TRAILER

           CLOSE CAD
           CLOSE GUIA

           DISPLAY "==================================================="
           DISPLAY "ALUNO.....................:"WS-ID" "GH-NOME
           DISPLAY "ANO LETIVO................:"WS-ANO-LETIVO
           DISPLAY "BIMESTRES NA GUIA.........:"WS-QTDE-DET
           DISPLAY "GUIA GERADA EM: "WS-GUIA-DSNAME
           IF WS-QTDE-DET EQUAL 0
              DISPLAY "NENHUM BIMESTRE LANCADO NO ANO: A GUIA SAI SO"
              DISPLAY "COM A IDENTIFICACAO DO ALUNO."
           END-IF
           IF WS-PENDENTES > 0
              DISPLAY "ATENCAO: "WS-PENDENTES" BIMESTRE(S) COM NOTA"
              DISPLAY "PENDENTE. A ESCOLA DE DESTINO VAI RECUSA-LOS;"
              DISPLAY "RESOLVA AS PENDENCIAS E EMITA A GUIA DE NOVO."
           END-IF
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * IMPORTACAO DA GUIA RECEBIDA: CONFERE O ARQUIVO CONTRA O
      * TRAILER, PEDE O ID DO ALUNO NESTA ESCOLA E GRAVA CADA
      * BIMESTRE NO CAD COM A MARCA DE ORIGEM EXTERNA NO ORIGEXT
      *----------------------------------------------------------------
           IMPORTAR.
           PERFORM VERIFICA-BACKUP-DIA
               THRU FIM-VERIFICA-BACKUP-DIA
           IF NOT BKP-HOJE
              DISPLAY "NAO EXISTE GERACAO DE BACKUP DE HOJE."
              DISPLAY "GERE UMA PELO SISTTBKP ANTES DE IMPORTAR."
              GO TO CONTINUAR
           END-IF

           PERFORM OBTEM-ARQ-GUIA
           PERFORM CONFERE-GUIA THRU FIM-CONFERE-GUIA
           IF WS-MOTIVO NOT EQUAL SPACES
              DISPLAY "GUIA RECUSADA: "WS-MOTIVO
              GO TO CONTINUAR
           END-IF

           DISPLAY "==================================================="
           DISPLAY "ESCOLA DE ORIGEM..........:"GH-ESCOLA" "
                   GH-NOME-ESCOLA
           DISPLAY "ALUNO NA GUIA.............:"GH-ID" "GH-NOME
           DISPLAY "ANO LETIVO................:"GH-ANO-LETIVO
           DISPLAY "BIMESTRES NA GUIA.........:"WS-TRAILER-QTDE
           DISPLAY "==================================================="

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL 0
              DISPLAY "ARQUIVO MESTRE DE ALUNOS NAO ENCONTRADO."
              DISPLAY "CADASTRE O ALUNO PELO SISTTALU ANTES DE"
              DISPLAY "IMPORTAR A GUIA."
              GO TO CONTINUAR
           END-IF
           DISPLAY "DIGITE O ID DO ALUNO NESTA ESCOLA"
           ACCEPT WS-ID
           MOVE WS-ID TO AL-ID
           READ ALUNOS
           INVALID KEY
               DISPLAY "ALUNO NAO CADASTRADO NO ARQUIVO MESTRE."
               DISPLAY "CADASTRE O ALUNO PELO SISTTALU ANTES DE"
               DISPLAY "IMPORTAR A GUIA."
               CLOSE ALUNOS
               GO TO CONTINUAR
           END-READ
           MOVE AL-NM    TO WS-NM
           MOVE AL-TURMA TO WS-TURMA
           MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
           IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
              MOVE AL-UNIDADE TO WS-UNIDADE-ALUNO
           END-IF
           CLOSE ALUNOS

           DISPLAY "ALUNO NESTA ESCOLA........:"WS-ID" "WS-NM
           DISPLAY "CONFIRMA A IMPORTACAO PARA ESTE ALUNO? (S/N)"
           ACCEPT WS-RESP
           IF NOT RESP-SIM
              DISPLAY "IMPORTACAO CANCELADA."
              GO TO CONTINUAR
           END-IF

           PERFORM OBTEM-TRAVA THRU FIM-OBTEM-TRAVA

           OPEN I-O CAD
           IF WS-FS EQUAL 35
              OPEN OUTPUT CAD
              CLOSE CAD
              OPEN I-O CAD
           END-IF
           IF WS-FS NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL ABRIR O CAD,WS-FS: "WS-FS
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF

           OPEN I-O ORIGEXT
           IF WS-FS-ORIGEXT EQUAL 35
              OPEN OUTPUT ORIGEXT
              CLOSE ORIGEXT
              OPEN I-O ORIGEXT
           END-IF
           IF WS-FS-ORIGEXT NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL ABRIR O ORIGEXT,"
              DISPLAY "WS-FS-ORIGEXT: "WS-FS-ORIGEXT
              CLOSE CAD
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF

           OPEN INPUT MATERIAS
           IF WS-FS-MATERIAS NOT EQUAL 0
              DISPLAY "CATALOGO DE MATERIAS NAO ENCONTRADO."
              DISPLAY "CADASTRE AS MATERIAS PELO SISTTMAT."
              CLOSE CAD ORIGEXT
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF

           OPEN INPUT MATRICULA
           IF WS-FS-MATRICULA EQUAL 0
              MOVE WS-ID         TO MA-ID
              MOVE GH-ANO-LETIVO TO MA-ANO-LETIVO
              READ MATRICULA
              INVALID KEY
                  DISPLAY "ALUNO SEM MATRICULA NO ANO: A TURMA SERA"
                  DISPLAY "COPIADA DO ARQUIVO MESTRE."
              NOT INVALID KEY
                  MOVE MA-TURMA TO WS-TURMA
                  IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
                     MOVE MA-UNIDADE TO WS-UNIDADE-ALUNO
                  END-IF
              END-READ
              CLOSE MATRICULA
           END-IF

      *    OS BIMESTRES DA GUIA SO ENTRAM PELA UNIDADE DO ALUNO
           IF WS-UNIDADE-ALUNO NOT EQUAL WS-OPE-UNIDADE
              DISPLAY "ALUNO DE OUTRA UNIDADE ESCOLAR ("
                      WS-UNIDADE-ALUNO"). IMPORTACAO CANCELADA."
              CLOSE CAD ORIGEXT MATERIAS
              PERFORM LIBERA-TRAVA
              GO TO CONTINUAR
           END-IF

           OPEN EXTEND CADLOG
           IF WS-FS-CADLOG EQUAL 35
              OPEN OUTPUT CADLOG
           END-IF

           OPEN INPUT GUIA
           MOVE 0 TO WS-LIDOS-GUIA WS-GRAVADOS WS-RECUSADOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IM-LE-GUIA.
           READ GUIA
               AT END
               GO TO FIM-IMPORTAR
           END-READ
           IF RG-TIPO NOT EQUAL "D"
              GO TO IM-LE-GUIA
           END-IF
           MOVE REG-GUIA TO GUIA-DETALHE
           ADD 1 TO WS-LIDOS-GUIA
           PERFORM GRAVA-BIMESTRE-GUIA THRU FIM-GRAVA-BIMESTRE-GUIA
           GO TO IM-LE-GUIA.

           FIM-IMPORTAR.
           CLOSE GUIA CAD ORIGEXT MATERIAS CADLOG
           PERFORM LIBERA-TRAVA

           DISPLAY "==================================================="
           DISPLAY "BIMESTRES LIDOS DA GUIA...:"WS-LIDOS-GUIA
           DISPLAY "GRAVADOS NO CAD...........:"WS-GRAVADOS
           DISPLAY "RECUSADOS.................:"WS-RECUSADOS
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * VALIDA E GRAVA UM BIMESTRE DA GUIA NO CAD, COM A MARCA DE
      * ORIGEM EXTERNA E A LINHA DO CADLOG. QUALQUER FALHA DESVIA
      * PARA RECUSA-BIMESTRE COM O MOTIVO.
      *----------------------------------------------------------------
           GRAVA-BIMESTRE-GUIA.
           IF GD-ANO-LETIVO NOT EQUAL GH-ANO-LETIVO
              MOVE "ANO DIFERENTE DO HEADER DA GUIA" TO WS-MOTIVO
              GO TO RECUSA-BIMESTRE
           END-IF
           IF GD-BIMESTRE IS NOT NUMERIC
              OR GD-BIMESTRE < 1 OR GD-BIMESTRE > 4
              MOVE "BIMESTRE INVALIDO (1 A 4)"       TO WS-MOTIVO
              GO TO RECUSA-BIMESTRE
           END-IF
           IF GD-MEDIA IS NOT NUMERIC
              OR GD-NT1 IS NOT NUMERIC OR GD-NT2 IS NOT NUMERIC
              OR GD-NT3 IS NOT NUMERIC OR GD-NT4 IS NOT NUMERIC
              OR GD-NT-SUBST IS NOT NUMERIC
              OR GD-FALTAS IS NOT NUMERIC
              OR GD-AULAS-DADAS IS NOT NUMERIC
              MOVE "NOTAS OU FALTAS NAO NUMERICAS"   TO WS-MOTIVO
              GO TO RECUSA-BIMESTRE
           END-IF
           IF GD-MEDIA > 10 OR GD-NT1 > 10 OR GD-NT2 > 10
              OR GD-NT3 > 10 OR GD-NT4 > 10 OR GD-NT-SUBST > 10
              MOVE "NOTA FORA DA FAIXA 0,0 A 10,0"   TO WS-MOTIVO
              GO TO RECUSA-BIMESTRE
           END-IF
           IF GD-PENDENTE NOT EQUAL SPACES
              MOVE "NOTA PENDENTE NA ESCOLA DE ORIGEM" TO WS-MOTIVO
              GO TO RECUSA-BIMESTRE
           END-IF

           MOVE GD-MATERIA TO MT-MATERIA
           READ MATERIAS
           INVALID KEY
               MOVE "MATERIA FORA DO CATALOGO"       TO WS-MOTIVO
               GO TO RECUSA-BIMESTRE
           END-READ

           MOVE WS-ID          TO FD-ID
           MOVE GD-MATERIA     TO FD-MATERIA
           MOVE GD-ANO-LETIVO  TO FD-ANO-LETIVO
           MOVE GD-BIMESTRE    TO FD-BIMESTRE
           MOVE WS-NM          TO FD-NM
           MOVE GD-MEDIA       TO FD-MEDIA
           MOVE GD-FALTAS      TO FD-FALTAS
           MOVE GD-AULAS-DADAS TO FD-AULAS-DADAS
           MOVE GD-NT1         TO FD-NT1
           MOVE GD-NT2         TO FD-NT2
           MOVE GD-NT3         TO FD-NT3
           MOVE GD-NT4         TO FD-NT4
           MOVE GD-PESO1       TO FD-PESO1
           MOVE GD-PESO2       TO FD-PESO2
           MOVE GD-PESO3       TO FD-PESO3
           MOVE GD-PESO4       TO FD-PESO4
           IF GD-PESO1 IS NOT NUMERIC OR GD-PESO2 IS NOT NUMERIC
              OR GD-PESO3 IS NOT NUMERIC OR GD-PESO4 IS NOT NUMERIC
              MOVE 1,0 TO FD-PESO1 FD-PESO2 FD-PESO3 FD-PESO4
           END-IF
           MOVE GD-NT-SUBST    TO FD-NT-SUBST
           MOVE WS-TURMA       TO FD-TURMA
           MOVE SPACES         TO FD-PENDENTE
           IF GD-MEDIA >= PAR-MEDIA-APROVACAO
              MOVE "APROVADO"  TO FD-STATUS
           ELSE
              MOVE "REPROVADO" TO FD-STATUS
           END-IF
           MOVE FD-ANO-LETIVO  TO FD-ANO-LETIVO-P
           MOVE FD-BIMESTRE    TO FD-BIMESTRE-P
           MOVE FD-MATERIA     TO FD-MATERIA-P
           MOVE FD-ID          TO FD-ID-P
           MOVE WS-UNIDADE-ALUNO TO FD-UNIDADE

           WRITE REGISTRO
           INVALID KEY
               MOVE "BIMESTRE JA LANCADO NO CAD"     TO WS-MOTIVO
               GO TO RECUSA-BIMESTRE
           END-WRITE

           MOVE FD-CHAVE          TO OE-CHAVE
           MOVE GH-ESCOLA         TO OE-CODIGO-ESCOLA
           MOVE GH-NOME-ESCOLA    TO OE-ESCOLA
           MOVE GH-ID             TO OE-ID-ORIGEM
           MOVE GH-DT-EMISSAO     TO OE-DT-GUIA
           MOVE WS-DATA-HOJE      TO OE-DT-IMPORTACAO
           MOVE WS-OPERADOR       TO OE-OPERADOR
           WRITE REG-ORIGEM
           INVALID KEY
               REWRITE REG-ORIGEM
               END-REWRITE
           END-WRITE

           PERFORM GRAVA-LOG
           ADD 1 TO WS-GRAVADOS
           ADD 1 TO WS-COUNT
           GO TO FIM-GRAVA-BIMESTRE-GUIA.

           RECUSA-BIMESTRE.
           ADD 1 TO WS-RECUSADOS
           DISPLAY "RECUSADO "GD-MATERIA" "GD-ANO-LETIVO"/"
                   GD-BIMESTRE": "WS-MOTIVO.

           FIM-GRAVA-BIMESTRE-GUIA.
           CONTINUE.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA NA GUIA RECEBIDA: EXIGE O HEADER NA PRIMEIRA
      * LINHA E O TRAILER COM A MESMA QUANTIDADE DE DETALHES LIDOS E
      * A MESMA SOMA DAS MEDIAS; GUIA TRUNCADA OU ALTERADA NAO GRAVA
      * NADA. WS-MOTIVO EM BRANCO = GUIA OK
      *----------------------------------------------------------------
           CONFERE-GUIA.
           MOVE SPACES TO WS-MOTIVO
           MOVE 0      TO WS-QTDE-DET WS-TRAILER-QTDE WS-SOMA-MEDIAS
           MOVE "N"    TO WS-TEM-TRAILER
           OPEN INPUT GUIA
           IF WS-FS-GUIA NOT EQUAL 0
              MOVE "ARQUIVO DA GUIA NAO ENCONTRADO" TO WS-MOTIVO
              GO TO FIM-CONFERE-GUIA
           END-IF
           READ GUIA
               AT END
               MOVE "ARQUIVO DA GUIA VAZIO"         TO WS-MOTIVO
               CLOSE GUIA
               GO TO FIM-CONFERE-GUIA
           END-READ
           IF RG-TIPO NOT EQUAL "H"
              MOVE "PRIMEIRA LINHA NAO E O HEADER"  TO WS-MOTIVO
              CLOSE GUIA
              GO TO FIM-CONFERE-GUIA
           END-IF
           MOVE REG-GUIA TO GUIA-HEADER.

           CG-LE-GUIA.
           READ GUIA
               AT END
               CLOSE GUIA
               GO TO CG-AVALIA
           END-READ
           IF RG-TIPO EQUAL "D"
              ADD 1 TO WS-QTDE-DET
              MOVE REG-GUIA TO GUIA-DETALHE
              IF GD-MEDIA IS NUMERIC
                 ADD GD-MEDIA TO WS-SOMA-MEDIAS
              END-IF
           END-IF
           IF RG-TIPO EQUAL "T"
              MOVE REG-GUIA TO GUIA-TRAILER
              MOVE GT-QTDE  TO WS-TRAILER-QTDE
              MOVE "S"      TO WS-TEM-TRAILER
           END-IF
           GO TO CG-LE-GUIA.

           CG-AVALIA.
           IF NOT TEM-TRAILER
              MOVE "GUIA SEM TRAILER (ARQUIVO TRUNCADO)" TO WS-MOTIVO
              GO TO FIM-CONFERE-GUIA
           END-IF
           IF WS-TRAILER-QTDE NOT EQUAL WS-QTDE-DET
              OR GT-SOMA-MEDIAS IS NOT NUMERIC
              OR GT-SOMA-MEDIAS NOT EQUAL WS-SOMA-MEDIAS
              MOVE "TRAILER NAO CONFERE COM OS DETALHES" TO WS-MOTIVO
              GO TO FIM-CONFERE-GUIA
           END-IF
           IF WS-QTDE-DET EQUAL 0
              MOVE "GUIA SEM NENHUM BIMESTRE"       TO WS-MOTIVO
           END-IF.

           FIM-CONFERE-GUIA.
           CONTINUE.

      *----------------------------------------------------------------
      * CONSULTA DOS BIMESTRES DE ORIGEM EXTERNA DE UM ALUNO
      *----------------------------------------------------------------
           CONSULTAR.
           DISPLAY "DIGITE O ID DO ALUNO"
           ACCEPT WS-ID
           OPEN INPUT ORIGEXT
           IF WS-FS-ORIGEXT NOT EQUAL 0
              DISPLAY "NENHUMA GUIA IMPORTADA ATE HOJE (ORIGEXT.DAT"
              DISPLAY "NAO ENCONTRADO)."
              GO TO CONTINUAR
           END-IF
           MOVE 0          TO WS-QTDE-DET
           MOVE LOW-VALUES TO OE-CHAVE
           MOVE WS-ID      TO OE-ID
           START ORIGEXT KEY NOT < OE-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTAR
           END-START
           DISPLAY "==================================================="
           DISPLAY "MATERIA     ANO  BIM GUIA     ESCOLA DE ORIGEM".

           CO-LE-ORIGEXT.
           READ ORIGEXT NEXT
               AT END
               GO TO FIM-CONSULTAR
           END-READ
           IF OE-ID NOT EQUAL WS-ID
              GO TO FIM-CONSULTAR
           END-IF
           ADD 1 TO WS-QTDE-DET
           DISPLAY OE-MATERIA" "OE-ANO-LETIVO"  "OE-BIMESTRE"  "
                   OE-DT-GUIA" "OE-ESCOLA
           GO TO CO-LE-ORIGEXT.

           FIM-CONSULTAR.
           CLOSE ORIGEXT
           IF WS-QTDE-DET EQUAL 0
              DISPLAY "ALUNO SEM BIMESTRES DE ORIGEM EXTERNA."
           END-IF
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CODIGO E NOME DA ESCOLA EMISSORA (CHAVES CODIGO-ESCOLA E
      * NOME-ESCOLA DO PARAMET.DAT); SEM O PARAMETRO, PERGUNTA. O
      * CODIGO DA ESCOLA DA UNIDADE DO OPERADOR NO UNIDADE.DAT
      * (SISTTUNI) PREVALECE SOBRE O CODIGO-ESCOLA
      *----------------------------------------------------------------
           OBTEM-ESCOLA.
           OPEN INPUT UNIDADE
           IF WS-FS-UNIDADE EQUAL 0
              MOVE WS-OPE-UNIDADE TO UN-CODIGO
              READ UNIDADE
              NOT INVALID KEY
                  IF UN-CODIGO-ESCOLA NOT EQUAL 0
                     MOVE UN-CODIGO-ESCOLA TO PAR-CODIGO-ESCOLA
                  END-IF
              END-READ
              CLOSE UNIDADE
           END-IF
           IF PAR-CODIGO-ESCOLA EQUAL 0
              DISPLAY "CODIGO-ESCOLA NAO DEFINIDO NO PARAMET.DAT."
              DISPLAY "DIGITE O CODIGO DA ESCOLA (8 DIGITOS)"
              ACCEPT PAR-CODIGO-ESCOLA
           END-IF
           IF PAR-NOME-ESCOLA EQUAL SPACES
              DISPLAY "NOME-ESCOLA NAO DEFINIDO NO PARAMET.DAT."
              DISPLAY "DIGITE O NOME DA ESCOLA"
              ACCEPT PAR-NOME-ESCOLA
           END-IF.

      *----------------------------------------------------------------
      * NOME DO ARQUIVO DA GUIA (ENTER = PADRAO DA CHAVE ARQ-GUIA)
      *----------------------------------------------------------------
           OBTEM-ARQ-GUIA.
           DISPLAY "DIGITE O NOME DO ARQUIVO DA GUIA"
           DISPLAY "TECLE ENTER PARA USAR O PADRAO"
           MOVE SPACES TO WS-GUIA-DSNAME
           ACCEPT WS-GUIA-DSNAME
           IF WS-GUIA-DSNAME EQUAL SPACES
              MOVE WS-GUIA-DSNAME-PADRAO TO WS-GUIA-DSNAME
           END-IF.

      *----------------------------------------------------------------
      * GRAVA UMA LINHA NO ARQUIVO DE AUDITORIA CADLOG (JA ABERTO EM
      * EXTEND PELA IMPORTACAO) PARA O BIMESTRE RECEM-GRAVADO
      *----------------------------------------------------------------
           GRAVA-LOG.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE WS-ANO-SYS     TO LOG-ANO-SYS
           MOVE WS-MES-SYS     TO LOG-MES-SYS
           MOVE WS-DIA-SYS     TO LOG-DIA-SYS
           MOVE WS-HORA-SYS    TO LOG-HORA-SYS
           MOVE WS-MINUTO-SYS  TO LOG-MINUTO-SYS
           MOVE WS-SEGUNDO-SYS TO LOG-SEGUNDO-SYS

           MOVE "GUIA TRANS"   TO LOG-OPERACAO
           MOVE ZEROS          TO LOG-ANTES-ID LOG-ANTES-MEDIA
                                  LOG-ANTES-ANO LOG-ANTES-BIM
           MOVE SPACES         TO LOG-ANTES-MATERIA LOG-ANTES-NM
                                  LOG-ANTES-STATUS

           MOVE FD-ID          TO LOG-DEPOIS-ID
           MOVE FD-MATERIA     TO LOG-DEPOIS-MATERIA
           MOVE FD-NM          TO LOG-DEPOIS-NM
           MOVE FD-STATUS      TO LOG-DEPOIS-STATUS
           MOVE FD-MEDIA       TO LOG-DEPOIS-MEDIA
           MOVE FD-ANO-LETIVO  TO LOG-DEPOIS-ANO
           MOVE FD-BIMESTRE    TO LOG-DEPOIS-BIM

           WRITE REG-CADLOG FROM LINHA-CADLOG.

      *----------------------------------------------------------------
      * TRAVA DE USO EXCLUSIVO DO CAD (CADTRAVA.DAT): REGISTRA POSSE
      * COM OPERADOR, PROGRAMA E HORA ANTES DE ABRIR O CAD EM I-O;
      * QUANDO JA EXISTE TRAVA "EM USO" DE OUTRA EXECUCAO, O PROGRAMA
      * AVISA QUEM ESTA COM O ARQUIVO E TERMINA. TRAVA ORFA DE
      * EXECUCAO QUE CAIU E DERRUBADA PELO SISTTTRV.
      *----------------------------------------------------------------
           OBTEM-TRAVA.
           OPEN INPUT CADTRAVA
           IF WS-FS-CADTRAVA NOT EQUAL 0
              GO TO GRAVA-TRAVA
           END-IF
           READ CADTRAVA INTO LINHA-TRAVA-LIDA
               AT END
               CLOSE CADTRAVA
               GO TO GRAVA-TRAVA
           END-READ
           CLOSE CADTRAVA
           IF TVL-SITUACAO EQUAL "EM USO"
              DISPLAY "O CAD ESTA EM USO EXCLUSIVO:"
              DISPLAY "PROGRAMA: "TVL-PROGRAMA
              DISPLAY "OPERADOR: "TVL-OPERADOR
              DISPLAY "DESDE   : "TVL-DATA" "TVL-HORA
              DISPLAY "AGUARDE A LIBERACAO OU, SE AQUELA EXECUCAO"
              DISPLAY "CAIU, DERRUBE A TRAVA PELO SISTTTRV."
              STOP RUN
           END-IF.

           GRAVA-TRAVA.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME
           MOVE "EM USO"       TO TV-SITUACAO
           MOVE "SISTTGUI"     TO TV-PROGRAMA
           MOVE WS-OPERADOR    TO TV-OPERADOR
           MOVE WS-DATE-SYS    TO TV-DATA
           MOVE WS-HORA-SYS    TO TV-HORA (1:2)
           MOVE WS-MINUTO-SYS  TO TV-HORA (3:2)
           MOVE WS-SEGUNDO-SYS TO TV-HORA (5:2)
           OPEN OUTPUT CADTRAVA
           WRITE REG-CADTRAVA FROM LINHA-TRAVA
           CLOSE CADTRAVA.

           FIM-OBTEM-TRAVA.
           CONTINUE.

      *----------------------------------------------------------------
      * LIBERA A TRAVA DE USO EXCLUSIVO NO TERMINO DA IMPORTACAO
      *----------------------------------------------------------------
           LIBERA-TRAVA.
           MOVE "LIVRE"     TO TV-SITUACAO
           MOVE "SISTTGUI"  TO TV-PROGRAMA
           MOVE WS-OPERADOR TO TV-OPERADOR
           OPEN OUTPUT CADTRAVA
           WRITE REG-CADTRAVA FROM LINHA-TRAVA
           CLOSE CADTRAVA.

      *----------------------------------------------------------------
      * PROCURA NO BACKCTL UMA GERACAO DE BACKUP COM A DATA DE HOJE
      *----------------------------------------------------------------
           VERIFICA-BACKUP-DIA.
           MOVE "N" TO WS-BKP-HOJE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT BACKCTL
           IF WS-FS-BACKCTL NOT EQUAL 0
              GO TO FIM-VERIFICA-BACKUP-DIA
           END-IF.

           LE-BACKCTL-DIA.
           READ BACKCTL INTO LINHA-BACKCTL-LIDA
               AT END
               CLOSE BACKCTL
               GO TO FIM-VERIFICA-BACKUP-DIA
           END-READ
           IF BCL-DATA IS NUMERIC
              IF BCL-DATA EQUAL WS-DATA-HOJE
                 MOVE "S" TO WS-BKP-HOJE
                 CLOSE BACKCTL
                 GO TO FIM-VERIFICA-BACKUP-DIA
              END-IF
           END-IF
           GO TO LE-BACKCTL-DIA.

           FIM-VERIFICA-BACKUP-DIA.
           CONTINUE.

      *----------------------------------------------------------------
      * CARIMBA A EXECUCAO NO ARQUIVO DE CONTROLE DE SEQUENCIA
      * (RUNCTL.DAT)
      *----------------------------------------------------------------
           GRAVA-RUNCTL.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE "SISTTGUI"     TO RC-PROGRAMA
           MOVE WS-DATE-SYS    TO RC-DATA
           MOVE WS-HORA-SYS    TO RC-HORA (1:2)
           MOVE WS-MINUTO-SYS  TO RC-HORA (3:2)
           MOVE WS-SEGUNDO-SYS TO RC-HORA (5:2)
           MOVE "COMPLETO"     TO RC-SITUACAO
           MOVE WS-COUNT       TO RC-REGISTROS
           MOVE WS-CAD-DSNAME  TO RC-DATASET

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
           IF WS-PAR-CHAVE EQUAL "MEDIA-APROVACAO"
              MOVE WS-PAR-VALOR TO WS-NOTA-TXT
              PERFORM CONVERTE-NOTA
              IF NOTA-OK
                 MOVE WS-NOTA-VAL TO PAR-MEDIA-APROVACAO
              END-IF
           END-IF
           IF WS-PAR-CHAVE EQUAL "CODIGO-ESCOLA"
              AND WS-PAR-VALOR (1:8) IS NUMERIC
              MOVE WS-PAR-VALOR (1:8) TO PAR-CODIGO-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "NOME-ESCOLA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO PAR-NOME-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ORIGEXT"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ORIGEXT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-GUIA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-GUIA-DSNAME-PADRAO
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-OPERADOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-OPE-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADTRAVA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TRAVA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-BACKCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-BACKCTL-DSNAME
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
           CONTINUE.

      *----------------------------------------------------------------
      * CONVERTE O TEXTO EM WS-NOTA-TXT (FORMATO N,N OU NN,N) PARA
      * WS-NOTA-VAL, SINALIZANDO WS-NOTA-OK QUANDO O FORMATO E VALIDO
      *----------------------------------------------------------------
           CONVERTE-NOTA.
           MOVE "N" TO WS-NOTA-OK
           MOVE 0   TO WS-NOTA-VAL
           IF WS-NOTA-INT2 IS NUMERIC
              AND WS-NOTA-VIRG2 EQUAL ","
              AND WS-NOTA-DEC2 IS NUMERIC
              COMPUTE WS-NOTA-VAL =
                      WS-NOTA-INT2 + WS-NOTA-DEC2 / 10
              MOVE "S" TO WS-NOTA-OK
           ELSE
              IF WS-NOTA-INT1 IS NUMERIC
                 AND WS-NOTA-VIRG1 EQUAL ","
                 AND WS-NOTA-DEC1 IS NUMERIC
                 COMPUTE WS-NOTA-VAL =
                         WS-NOTA-INT1 + WS-NOTA-DEC1 / 10
                 MOVE "S" TO WS-NOTA-OK
              END-IF
           END-IF.

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
            PERFORM GRAVA-RUNCTL
            STOP RUN.
       END PROGRAM SISTTGUI.
