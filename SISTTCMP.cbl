      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:COMPARACAO ENTRE DUAS GERACOES DE BACKUP DO CAD.DAT
      *         (CADBKn.DAT, REGISTRADAS NO BACKCTL.DAT PELO SISTTBKP)
      *         REGISTRO A REGISTRO: INCLUSOES, EXCLUSOES E, NAS
      *         ALTERACOES, QUAIS CAMPOS MUDARAM (NOTAS, PESOS,
      *         SUBSTITUTIVA, FALTAS, AULAS, STATUS, MEDIA, TURMA,
      *         PENDENCIA E NOME), COM O VALOR ANTES E DEPOIS. CADA
      *         DIFERENCA E CONFERIDA CONTRA AS LINHAS DO CADLOG.DAT
      *         GRAVADAS ENTRE A DATA/HORA DAS DUAS GERACOES; DIFERENCA
      *         SEM LINHA DE AUDITORIA SAI MARCADA "SEM CADLOG", SINAL
      *         DE QUE O CAD FOI MEXIDO POR FORA DOS PROGRAMAS DE
      *         ATUALIZACAO. RODADO ANTES DE CADA CONSELHO; O RELATORIO
      *         (CMPBK<ANTERIOR>-<POSTERIOR>.LIS) FICA GUARDADO PARA AS
      *         CONTESTACOES DE NOTA.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. AS DUAS GERACOES PRECISAM EXISTIR
      *              NO BACKCTL COM O SLOT AINDA NAO REUTILIZADO. A
      *              LINHA DO CADLOG VALE PARA A CHAVE DO "ANTES" E DO
      *              "DEPOIS"; LINHA ANTIGA SEM ANO/BIMESTRE (OU DE
      *              FUSAO, SEM MATERIA) VALE PARA TODOS OS REGISTROS
      *              DO ALUNO (E MATERIA). EXCLUSAO DE ANO LETIVO
      *              REGISTRADO NO HISTCTL.DAT E EXPURGO (SISTTEXP) E
      *              NAO PRECISA DE CADLOG. LINHAS DE NOTA DE
      *              DEPENDENCIA (DEPNOTA.DAT) NAO CONTAM. RETURN-CODE
      *              4 QUANDO HA DIFERENCA SEM CADLOG.
      * 15/10/2026 - IMAGEM DO CAD AMPLIADA COM A UNIDADE ESCOLAR
      *              (X(117)); A TROCA DE UNIDADE SAI COMO CAMPO
      *              ALTERADO. IMAGEM DE GERACAO ANTERIOR A AMPLIACAO
      *              E LIDA COM A UNIDADE-PADRAO DO PARAMET.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTCMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BKANT ASSIGN TO WS-BKANT-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-BKANT.

               SELECT BKNOV ASSIGN TO WS-BKNOV-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-BKNOV.

               SELECT BACKCTL ASSIGN TO WS-BACKCTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-BACKCTL.

               SELECT CADLOG ASSIGN TO WS-CADLOG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-CADLOG.

               SELECT HISTCTL ASSIGN TO WS-HISTCTL-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-HISTCTL.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD BKANT.
       01 REG-BKANT.
           03 BA-ORIGEM                           PIC X(9).
           03 BA-IMAGEM                           PIC X(117).

       FD BKNOV.
       01 REG-BKNOV.
           03 BN-ORIGEM                           PIC X(9).
           03 BN-IMAGEM                           PIC X(117).

       FD BACKCTL.
       01 REG-BACKCTL                             PIC X(58).

       FD CADLOG.
       01 REG-CADLOG                              PIC X(184).

       FD HISTCTL.
       01 REG-HISTCTL                             PIC X(105).

       FD RELATO.
       01 REG-RELATO                              PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-BKANT                         PIC 99.
       77 WS-FS-BKNOV                         PIC 99.
       77 WS-FS-BACKCTL                       PIC 99.
       77 WS-FS-CADLOG                        PIC 99.
       77 WS-FS-HISTCTL                       PIC 99.
       77 WS-FS-RELATO                        PIC 99.
       77 WS-BKANT-DSNAME                     PIC X(100).
       77 WS-BKNOV-DSNAME                     PIC X(100).
       77 WS-RELATO-DSNAME                    PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-BACKCTL-DSNAME                   PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 WS-CADLOG-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADLOG.DAT".
       77 WS-HISTCTL-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\HISTCTL.DAT".
       77 WS-CMP-PREFIXO                      PIC X(80) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CMPBK".

       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

      *----------------------------------------------------------------
      * GERACOES PEDIDAS E OS DADOS DE CADA UMA NO BACKCTL
      *----------------------------------------------------------------
       77 WS-GERACAO-PEDIDA                   PIC 9(3).
       77 WS-GER-ANT                          PIC 9(3).
       77 WS-GER-NOV                          PIC 9(3).
       77 WS-GER-ANT-TXT                      PIC 9(3).
       77 WS-GER-NOV-TXT                      PIC 9(3).
       77 WS-SLOT-PEDIDO                      PIC 9.
       77 WS-SLOT-TXT                         PIC X.
       77 WS-ACHOU-GER                        PIC X.
         88 ACHOU-GER                         VALUE "S".
       77 WS-GER-SOBREPOS                     PIC 9(3).
       77 WS-SOBRESCRITA                      PIC X.
         88 GERACAO-SOBRESCRITA               VALUE "S".
       77 WS-DSNAME-MONTADO                   PIC X(100).
       77 WS-DATA-GER                         PIC 9(8).
       77 WS-HORA-GER                         PIC 9(6).
       77 WS-QT-CAD-GER                       PIC 9(6).
       77 WS-QT-CAD-ANT                       PIC 9(6).
       77 WS-QT-CAD-NOV                       PIC 9(6).

      *----------------------------------------------------------------
      * JANELA DE DATA+HORA (AAAAMMDDHHMMSS) ENTRE AS DUAS GERACOES
      *----------------------------------------------------------------
       01 WS-TS-INICIO.
           05 WS-TSI-DATA                     PIC 9(8).
           05 WS-TSI-HORA                     PIC 9(6).
       01 WS-TS-FIM.
           05 WS-TSF-DATA                     PIC 9(8).
           05 WS-TSF-HORA                     PIC 9(6).
       01 WS-TS-LINHA.
           05 WS-TSL-ANO                      PIC X(4).
           05 WS-TSL-MES                      PIC X(2).
           05 WS-TSL-DIA                      PIC X(2).
           05 WS-TSL-HORA                     PIC X(2).
           05 WS-TSL-MIN                      PIC X(2).
           05 WS-TSL-SEG                      PIC X(2).

       01 LINHA-BACKCTL-LIDA.
           05 BCL-GERACAO                     PIC 9(3).
           05 FILLER                          PIC X.
           05 BCL-DATA                        PIC 9(8).
           05 FILLER                          PIC X.
           05 BCL-HORA                        PIC 9(6).
           05 FILLER                          PIC X.
           05 BCL-SLOT                        PIC 9(1).
           05 FILLER                          PIC X.
           05 BCL-QT-CAD                      PIC 9(6).
           05 FILLER                          PIC X.
           05 BCL-QT-APRO                     PIC 9(6).
           05 FILLER                          PIC X.
           05 BCL-QT-REPRO                    PIC 9(6).
           05 FILLER                          PIC X.
           05 BCL-QT-RECUP                    PIC 9(6).
           05 FILLER                          PIC X.
           05 BCL-SITUACAO                    PIC X(8).

       01 LINHA-HISTCTL-LIDA.
           05 HTL-ANO                         PIC X(4).
           05 FILLER                          PIC X.
           05 HTL-DSNAME                      PIC X(100).

      *----------------------------------------------------------------
      * ESPELHO DO LINHA-CADLOG GRAVADO PELOS ATUALIZADORES DO CAD
      *----------------------------------------------------------------
       01 LINHA-LOG-LIDA.
           05 LL-ANO                          PIC X(4).
           05 FILLER                          PIC X.
           05 LL-MES                          PIC X(2).
           05 FILLER                          PIC X.
           05 LL-DIA                          PIC X(2).
           05 FILLER                          PIC X.
           05 LL-HORA                         PIC X(2).
           05 FILLER                          PIC X.
           05 LL-MIN                          PIC X(2).
           05 FILLER                          PIC X.
           05 LL-SEG                          PIC X(2).
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

      *----------------------------------------------------------------
      * CHAVES DAS LINHAS DO CADLOG DENTRO DA JANELA (UMA PARA O
      * ANTES E OUTRA PARA O DEPOIS DE CADA LINHA). MATERIA EM BRANCO
      * OU ANO ZERO VALEM COMO CURINGA (LINHA ANTIGA / FUSAO)
      *----------------------------------------------------------------
       77 WS-MAX-LOG                          PIC 9(4) VALUE 5000.
       77 WS-QTDE-LOG                         PIC 9(4) VALUE 0.
       01 TAB-LOG.
           03 TL-ENT OCCURS 5000 TIMES.
               05 TL-ID                       PIC 9(4).
               05 TL-MATERIA                  PIC X(11).
               05 TL-ANO                      PIC 9(4).
               05 TL-BIM                      PIC 9(1).
               05 TL-DATA-HORA                PIC X(16).
               05 TL-OPERACAO                 PIC X(10).
               05 TL-OPERADOR                 PIC X(3).

       01 WS-CAMPOS-LOG.
           05 WS-CAMPO-ID                     PIC X(4).
           05 WS-CAMPO-MATERIA                PIC X(11).
           05 WS-CAMPO-ANO                    PIC X(4).
           05 WS-CAMPO-BIM                    PIC X(1).
       77 WS-DATA-HORA-LOG                    PIC X(16).

      *----------------------------------------------------------------
      * ANOS LETIVOS EXPURGADOS (HISTCTL.DAT)
      *----------------------------------------------------------------
       77 WS-QTDE-EXPURGO                     PIC 9(2) VALUE 0.
       01 TAB-EXPURGO.
           03 TX-ANO OCCURS 50 TIMES          PIC 9(4).

      *----------------------------------------------------------------
      * IMAGENS DO REGISTRO DO CAD NAS DUAS GERACOES
      *----------------------------------------------------------------
       01 WS-IMG-ANT.
           03 IA-CHAVE.
               05 IA-ID                       PIC 9(4).
               05 IA-MATERIA                  PIC X(11).
               05 IA-ANO-LETIVO               PIC 9(4).
               05 IA-BIMESTRE                 PIC 9(1).
           03 IA-NM                           PIC X(25).
           03 IA-STATUS                       PIC X(11).
           03 IA-MEDIA                        PIC 9(2)V9.
           03 IA-FALTAS                       PIC 9(3).
           03 IA-AULAS-DADAS                  PIC 9(3).
           03 IA-NT1                          PIC 9(2)V9.
           03 IA-NT2                          PIC 9(2)V9.
           03 IA-NT3                          PIC 9(2)V9.
           03 IA-NT4                          PIC 9(2)V9.
           03 IA-PESO1                        PIC 9V9.
           03 IA-PESO2                        PIC 9V9.
           03 IA-PESO3                        PIC 9V9.
           03 IA-PESO4                        PIC 9V9.
           03 IA-NT-SUBST                     PIC 9(2)V9.
           03 IA-TURMA                        PIC X(3).
           03 IA-PENDENTE                     PIC X(4).
           03 IA-CHAVE-PERIODO                PIC X(20).
           03 IA-UNIDADE                      PIC 9(2).

       01 WS-IMG-NOV.
           03 IN-CHAVE.
               05 IN-ID                       PIC 9(4).
               05 IN-MATERIA                  PIC X(11).
               05 IN-ANO-LETIVO               PIC 9(4).
               05 IN-BIMESTRE                 PIC 9(1).
           03 IN-NM                           PIC X(25).
           03 IN-STATUS                       PIC X(11).
           03 IN-MEDIA                        PIC 9(2)V9.
           03 IN-FALTAS                       PIC 9(3).
           03 IN-AULAS-DADAS                  PIC 9(3).
           03 IN-NT1                          PIC 9(2)V9.
           03 IN-NT2                          PIC 9(2)V9.
           03 IN-NT3                          PIC 9(2)V9.
           03 IN-NT4                          PIC 9(2)V9.
           03 IN-PESO1                        PIC 9V9.
           03 IN-PESO2                        PIC 9V9.
           03 IN-PESO3                        PIC 9V9.
           03 IN-PESO4                        PIC 9V9.
           03 IN-NT-SUBST                     PIC 9(2)V9.
           03 IN-TURMA                        PIC X(3).
           03 IN-PENDENTE                     PIC X(4).
           03 IN-CHAVE-PERIODO                PIC X(20).
           03 IN-UNIDADE                      PIC 9(2).

       77 WS-FIM-ANT                          PIC X VALUE "N".
         88 FIM-ANT                           VALUE "S".
       77 WS-FIM-NOV                          PIC X VALUE "N".
         88 FIM-NOV                           VALUE "S".

      *----------------------------------------------------------------
      * CHAVE DA DIFERENCA EM CONFERENCIA E RESULTADO DA AUDITORIA
      *----------------------------------------------------------------
       01 WS-CHAVE-DIF.
           05 WS-DIF-ID                       PIC 9(4).
           05 WS-DIF-MATERIA                  PIC X(11).
           05 WS-DIF-ANO                      PIC 9(4).
           05 WS-DIF-BIM                      PIC 9(1).
       77 WS-TIPO-DIF                         PIC X(9).
       77 WS-I                                PIC 9(4).
       77 WS-ACHADO                           PIC 9(4).
       77 WS-J                                PIC 9(2).
       77 WS-EXPURGADO                        PIC X.
         88 ANO-EXPURGADO                     VALUE "S".

       77 WS-CAMPO-NOME                       PIC X(10).
       77 WS-VALOR-ANTES                      PIC X(25).
       77 WS-VALOR-DEPOIS                     PIC X(25).
       77 WS-NOTA-EDT                         PIC Z9,9.
       77 WS-PESO-EDT                         PIC 9,9.
       77 WS-QTDE-EDT                         PIC ZZ9.

      *----------------------------------------------------------------
      * CONTADORES
      *----------------------------------------------------------------
       77 WS-LIDOS-ANT                        PIC 9(6) VALUE 0.
       77 WS-LIDOS-NOV                        PIC 9(6) VALUE 0.
       77 WS-IGUAIS                           PIC 9(6) VALUE 0.
       77 WS-INCLUSOES                        PIC 9(6) VALUE 0.
       77 WS-EXCLUSOES                        PIC 9(6) VALUE 0.
       77 WS-ALTERACOES                       PIC 9(6) VALUE 0.
       77 WS-EXPURGOS                         PIC 9(6) VALUE 0.
       77 WS-SEM-LOG                          PIC 9(6) VALUE 0.
       77 WS-LINHAS-JANELA                    PIC 9(6) VALUE 0.
       77 WS-LINHAS-DEP                       PIC 9(6) VALUE 0.
       77 WS-TAB-LOG-CHEIA                    PIC X VALUE "N".
         88 TAB-LOG-CHEIA                     VALUE "S".

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
           'COMPARACAO DE GERACOES DO CAD X CADLOG'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTCMP'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(4) VALUE 'GER '.
           05 CAB003-GER-ANT                  PIC 9(3).
           05 FILLER                          PIC X(2) VALUE ' ('.
           05 CAB003-DATA-ANT                 PIC 9(8).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 CAB003-HORA-ANT                 PIC 9(6).
           05 FILLER                          PIC X(8) VALUE
           ') X GER '.
           05 CAB003-GER-NOV                  PIC 9(3).
           05 FILLER                          PIC X(2) VALUE ' ('.
           05 CAB003-DATA-NOV                 PIC 9(8).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 CAB003-HORA-NOV                 PIC 9(6).
           05 FILLER                          PIC X(1) VALUE ')'.
           05 FILLER                          PIC X(27) VALUE SPACES.

       01 CAB004.
           05 FILLER                          PIC X(10) VALUE 'TIPO'.
           05 FILLER                          PIC X(5)  VALUE 'COD.'.
           05 FILLER                          PIC X(12) VALUE 'MATERIA'.
           05 FILLER                          PIC X(7)  VALUE 'ANO/B'.
           05 FILLER                          PIC X(46) VALUE
           'CADLOG (DATA/HORA OPERACAO OPERADOR)'.

       01 DET001.
           05 DET001-TIPO                     PIC X(9).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-CODIGO                   PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-MATERIA                  PIC X(11).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-ANO                      PIC 9(4).
           05 FILLER                          PIC X(1) VALUE "/".
           05 DET001-BIM                      PIC 9(1).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-AUDITORIA                PIC X(46).

       01 DET-AUDITORIA.
           05 DA-DATA-HORA                    PIC X(16).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DA-OPERACAO                     PIC X(10).
           05 FILLER                          PIC X(4) VALUE ' OP:'.
           05 DA-OPERADOR                     PIC X(3).
           05 FILLER                          PIC X(12) VALUE SPACES.

       01 DET002.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 DET002-CAMPO                    PIC X(10).
           05 FILLER                          PIC X(7) VALUE 'ANTES:'.
           05 DET002-ANTES                    PIC X(25).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 FILLER                          PIC X(8) VALUE 'DEPOIS:'.
           05 DET002-DEPOIS                   PIC X(25).

       01 RODAPE001.
           05 FILLER                          PIC X(12) VALUE
           'INCLUSOES:'.
           05 RODAPE-INC                      PIC ZZZZZ9.
           05 FILLER                          PIC X(13) VALUE
           '  EXCLUSOES:'.
           05 RODAPE-EXC                      PIC ZZZZZ9.
           05 FILLER                          PIC X(14) VALUE
           '  ALTERACOES:'.
           05 RODAPE-ALT                      PIC ZZZZZ9.
           05 FILLER                          PIC X(23) VALUE SPACES.

       01 RODAPE002.
           05 FILLER                          PIC X(12) VALUE
           'EXPURGOS:'.
           05 RODAPE-EXP                      PIC ZZZZZ9.
           05 FILLER                          PIC X(13) VALUE
           '  SEM CADLOG:'.
           05 RODAPE-SEM                      PIC ZZZZZ9.
           05 FILLER                          PIC X(14) VALUE
           '  INALTERADOS:'.
           05 RODAPE-IGU                      PIC ZZZZZ9.
           05 FILLER                          PIC X(23) VALUE SPACES.

       01 RODAPE003.
           05 FILLER                          PIC X(80) VALUE
           '*** ATENCAO: TABELA DO CADLOG CHEIA - CONFERENCIA PARCIAL'.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

           OBTEM-GERACOES.
               DISPLAY "=============================================="
               DISPLAY "*****COMPARACAO DE GERACOES DO CAD X CADLOG***"
               DISPLAY "=============================================="
               DISPLAY "DIGITE O NUMERO DA GERACAO ANTERIOR"
               ACCEPT WS-GER-ANT
               DISPLAY "DIGITE O NUMERO DA GERACAO POSTERIOR"
               ACCEPT WS-GER-NOV
               IF WS-GER-ANT NOT < WS-GER-NOV
                  DISPLAY "A GERACAO ANTERIOR DEVE SER MENOR QUE A"
                  DISPLAY "POSTERIOR."
                  GO TO OBTEM-GERACOES
               END-IF

               MOVE WS-GER-ANT TO WS-GERACAO-PEDIDA
               PERFORM CONFERE-GERACAO THRU FIM-CONFERE-GERACAO
               MOVE WS-DSNAME-MONTADO TO WS-BKANT-DSNAME
               MOVE WS-DATA-GER       TO WS-TSI-DATA
               MOVE WS-HORA-GER       TO WS-TSI-HORA
               MOVE WS-QT-CAD-GER     TO WS-QT-CAD-ANT

               MOVE WS-GER-NOV TO WS-GERACAO-PEDIDA
               PERFORM CONFERE-GERACAO THRU FIM-CONFERE-GERACAO
               MOVE WS-DSNAME-MONTADO TO WS-BKNOV-DSNAME
               MOVE WS-DATA-GER       TO WS-TSF-DATA
               MOVE WS-HORA-GER       TO WS-TSF-HORA
               MOVE WS-QT-CAD-GER     TO WS-QT-CAD-NOV.

           INICIO.
               MOVE 0 TO ACUM-LINHAS.
               MOVE 0 TO ACUM-PAG.

               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-SYS FROM TIME.

               PERFORM CARREGA-EXPURGOS THRU FIM-CARREGA-EXPURGOS
               PERFORM CARREGA-CADLOG THRU FIM-CARREGA-CADLOG

               OPEN INPUT BKANT
               IF WS-FS-BKANT NOT EQUAL 0
                  DISPLAY "ARQUIVO DA GERACAO "WS-GER-ANT" NAO ABRE,"
                  DISPLAY "WS-FS-BKANT: "WS-FS-BKANT
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT BKNOV
               IF WS-FS-BKNOV NOT EQUAL 0
                  DISPLAY "ARQUIVO DA GERACAO "WS-GER-NOV" NAO ABRE,"
                  DISPLAY "WS-FS-BKNOV: "WS-FS-BKNOV
                  CLOSE BKANT
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM MONTA-RELATO-DSNAME
               OPEN OUTPUT RELATO
               IF WS-FS-RELATO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO,"
                  DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
                  CLOSE BKANT BKNOV
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF

               PERFORM LE-ANTERIOR THRU FIM-LE-ANTERIOR
               PERFORM LE-POSTERIOR THRU FIM-LE-POSTERIOR.

      *----------------------------------------------------------------
      * CASAMENTO DAS DUAS GERACOES PELA CHAVE DO CAD (AS IMAGENS DO
      * CAD SAO COPIADAS PELO SISTTBKP NA ORDEM DA CHAVE PRIMARIA)
      *----------------------------------------------------------------
           COMPARA-REGISTRO.
               IF FIM-ANT AND FIM-NOV
                  GO TO FIM-COMPARACAO
               END-IF

               IF IA-CHAVE < IN-CHAVE
                  PERFORM TRATA-EXCLUSAO THRU FIM-TRATA-EXCLUSAO
                  PERFORM LE-ANTERIOR THRU FIM-LE-ANTERIOR
                  GO TO COMPARA-REGISTRO
               END-IF

               IF IA-CHAVE > IN-CHAVE
                  PERFORM TRATA-INCLUSAO THRU FIM-TRATA-INCLUSAO
                  PERFORM LE-POSTERIOR THRU FIM-LE-POSTERIOR
                  GO TO COMPARA-REGISTRO
               END-IF

               IF WS-IMG-ANT EQUAL WS-IMG-NOV
                  ADD 1 TO WS-IGUAIS
               ELSE
                  PERFORM TRATA-ALTERACAO THRU FIM-TRATA-ALTERACAO
               END-IF
               PERFORM LE-ANTERIOR THRU FIM-LE-ANTERIOR
               PERFORM LE-POSTERIOR THRU FIM-LE-POSTERIOR
               GO TO COMPARA-REGISTRO.

           FIM-COMPARACAO.
               CLOSE BKANT BKNOV

               IF ACUM-LINHAS EQUAL 0
                  PERFORM IMPRIME-CABECALHO
               END-IF
               PERFORM IMPRIME-RODAPE
               CLOSE RELATO

               DISPLAY "REGISTROS DA GERACAO "WS-GER-ANT"......:"
                       WS-LIDOS-ANT
               DISPLAY "REGISTROS DA GERACAO "WS-GER-NOV"......:"
                       WS-LIDOS-NOV
               IF WS-LIDOS-ANT NOT EQUAL WS-QT-CAD-ANT
                  OR WS-LIDOS-NOV NOT EQUAL WS-QT-CAD-NOV
                  DISPLAY "ATENCAO: CONTAGEM DIFERENTE DA REGISTRADA NO"
                  DISPLAY "BACKCTL. VERIFIQUE AS GERACOES NO SISTTBKP."
               END-IF
               DISPLAY "LINHAS DO CADLOG NA JANELA.:"WS-LINHAS-JANELA
               DISPLAY "  (DE DEPENDENCIA, FORA)...:"WS-LINHAS-DEP
               DISPLAY "INALTERADOS................:"WS-IGUAIS
               DISPLAY "INCLUSOES..................:"WS-INCLUSOES
               DISPLAY "EXCLUSOES..................:"WS-EXCLUSOES
               DISPLAY "  (EXPURGO DE ANO FECHADO).:"WS-EXPURGOS
               DISPLAY "ALTERACOES.................:"WS-ALTERACOES
               DISPLAY "DIFERENCAS SEM CADLOG......:"WS-SEM-LOG
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME

               IF WS-SEM-LOG > 0
                  DISPLAY "ATENCAO: HA ALTERACOES NO CAD SEM LINHA DE"
                  DISPLAY "AUDITORIA NO CADLOG."
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF

            STOP RUN.

      *----------------------------------------------------------------
      * PROCURA A GERACAO NO BACKCTL E RECUSA GERACAO INEXISTENTE OU
      * CUJO SLOT JA FOI REUTILIZADO; DEVOLVE O NOME DO ARQUIVO DO
      * SLOT EM WS-DSNAME-MONTADO E A DATA, HORA E QUANTIDADE DE
      * REGISTROS DO CAD DA GERACAO EM WS-DATA-GER/WS-HORA-GER/
      * WS-QT-CAD-GER
      *----------------------------------------------------------------
           CONFERE-GERACAO.
               PERFORM PROCURA-GERACAO THRU FIM-PROCURA-GERACAO
               IF NOT ACHOU-GER
                  DISPLAY "GERACAO "WS-GERACAO-PEDIDA
                          " NAO ENCONTRADA NO BACKCTL"
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE BCL-SLOT   TO WS-SLOT-PEDIDO
               MOVE BCL-DATA   TO WS-DATA-GER
               MOVE BCL-HORA   TO WS-HORA-GER
               MOVE BCL-QT-CAD TO WS-QT-CAD-GER

               PERFORM VERIFICA-SLOT THRU FIM-VERIFICA-SLOT
               IF GERACAO-SOBRESCRITA
                  DISPLAY "GERACAO "WS-GERACAO-PEDIDA" NAO EXISTE MAIS:"
                  DISPLAY "O SLOT "WS-SLOT-PEDIDO" FOI REUTILIZADO PELA"
                  DISPLAY "GERACAO "WS-GER-SOBREPOS"."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM MONTA-BKP-DSNAME.

           FIM-CONFERE-GERACAO.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA UMA GERACAO PELO NUMERO, GUARDANDO A LINHA
      * CORRESPONDENTE DO BACKCTL EM LINHA-BACKCTL-LIDA
      *----------------------------------------------------------------
           PROCURA-GERACAO.
           MOVE "N" TO WS-ACHOU-GER
           OPEN INPUT BACKCTL
           IF WS-FS-BACKCTL NOT EQUAL 0
              GO TO FIM-PROCURA-GERACAO
           END-IF.

           LE-PROCURA-GERACAO.
           READ BACKCTL INTO LINHA-BACKCTL-LIDA
               AT END
               CLOSE BACKCTL
               GO TO FIM-PROCURA-GERACAO
           END-READ
           IF BCL-GERACAO IS NUMERIC
              IF BCL-GERACAO EQUAL WS-GERACAO-PEDIDA
                 MOVE "S" TO WS-ACHOU-GER
                 CLOSE BACKCTL
                 GO TO FIM-PROCURA-GERACAO
              END-IF
           END-IF
           GO TO LE-PROCURA-GERACAO.

           FIM-PROCURA-GERACAO.
           CONTINUE.

      *----------------------------------------------------------------
      * CONFERE SE ALGUMA GERACAO POSTERIOR A PEDIDA JA REUTILIZOU O
      * MESMO SLOT CICLICO (NESSE CASO OS DADOS DA GERACAO PEDIDA JA
      * FORAM SOBRESCRITOS NO ARQUIVO DO SLOT)
      *----------------------------------------------------------------
           VERIFICA-SLOT.
           MOVE "N" TO WS-SOBRESCRITA
           MOVE 0   TO WS-GER-SOBREPOS
           OPEN INPUT BACKCTL
           IF WS-FS-BACKCTL NOT EQUAL 0
              GO TO FIM-VERIFICA-SLOT
           END-IF.

           LE-VERIFICA-SLOT.
           READ BACKCTL INTO LINHA-BACKCTL-LIDA
               AT END
               CLOSE BACKCTL
               GO TO FIM-VERIFICA-SLOT
           END-READ
           IF BCL-GERACAO IS NUMERIC
              IF BCL-GERACAO > WS-GERACAO-PEDIDA
                 AND BCL-SLOT EQUAL WS-SLOT-PEDIDO
                 MOVE "S"         TO WS-SOBRESCRITA
                 MOVE BCL-GERACAO TO WS-GER-SOBREPOS
              END-IF
           END-IF
           GO TO LE-VERIFICA-SLOT.

           FIM-VERIFICA-SLOT.
           CONTINUE.

      *----------------------------------------------------------------
      * MONTA O NOME DO ARQUIVO DE BACKUP DO SLOT (CADBKn.DAT), COMO
      * NO SISTTBKP
      *----------------------------------------------------------------
           MONTA-BKP-DSNAME.
           MOVE WS-SLOT-PEDIDO TO WS-SLOT-TXT
           MOVE SPACES TO WS-DSNAME-MONTADO
           STRING
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADBK"
                          DELIMITED BY SIZE
             WS-SLOT-TXT  DELIMITED BY SIZE
             ".DAT"       DELIMITED BY SIZE
             INTO WS-DSNAME-MONTADO
           END-STRING.

      *----------------------------------------------------------------
      * MONTA O NOME DO RELATORIO: CMPBK<ANTERIOR>-<POSTERIOR>.LIS
      *----------------------------------------------------------------
           MONTA-RELATO-DSNAME.
           MOVE WS-GER-ANT TO WS-GER-ANT-TXT
           MOVE WS-GER-NOV TO WS-GER-NOV-TXT
           MOVE SPACES TO WS-RELATO-DSNAME
           STRING WS-CMP-PREFIXO DELIMITED BY SPACE
                  WS-GER-ANT-TXT DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-GER-NOV-TXT DELIMITED BY SIZE
                  ".LIS"         DELIMITED BY SIZE
             INTO WS-RELATO-DSNAME
           END-STRING.

      *----------------------------------------------------------------
      * LE OS ANOS LETIVOS JA EXPURGADOS DO CAD (HISTCTL.DAT)
      *----------------------------------------------------------------
           CARREGA-EXPURGOS.
           MOVE 0 TO WS-QTDE-EXPURGO
           OPEN INPUT HISTCTL
           IF WS-FS-HISTCTL NOT EQUAL 0
              GO TO FIM-CARREGA-EXPURGOS
           END-IF.

           LE-HISTCTL.
           READ HISTCTL INTO LINHA-HISTCTL-LIDA
               AT END
               CLOSE HISTCTL
               GO TO FIM-CARREGA-EXPURGOS
           END-READ
           IF HTL-ANO IS NUMERIC
              AND WS-QTDE-EXPURGO < 50
              ADD 1 TO WS-QTDE-EXPURGO
              MOVE HTL-ANO TO TX-ANO (WS-QTDE-EXPURGO)
           END-IF
           GO TO LE-HISTCTL.

           FIM-CARREGA-EXPURGOS.
           CONTINUE.

      *----------------------------------------------------------------
      * GUARDA AS CHAVES DAS LINHAS DO CADLOG GRAVADAS ENTRE AS DUAS
      * GERACOES (INCLUSIVE NOS DOIS EXTREMOS). LINHAS DE NOTA DE
      * DEPENDENCIA ("INCL DEP", "CORR DEP", "EXCL DEP") SAO DO
      * DEPNOTA.DAT, NAO DO CAD, E SO SAO CONTADAS
      *----------------------------------------------------------------
           CARREGA-CADLOG.
           MOVE 0 TO WS-QTDE-LOG
           OPEN INPUT CADLOG
           IF WS-FS-CADLOG NOT EQUAL 0
              DISPLAY "CADLOG.DAT NAO ENCONTRADO: TODA DIFERENCA SAI"
              DISPLAY "SEM AUDITORIA."
              GO TO FIM-CARREGA-CADLOG
           END-IF.

           LE-CADLOG.
           READ CADLOG INTO LINHA-LOG-LIDA
               AT END
               CLOSE CADLOG
               GO TO FIM-CARREGA-CADLOG
           END-READ
           IF LL-ANO IS NOT NUMERIC
              GO TO LE-CADLOG
           END-IF
           MOVE LL-ANO  TO WS-TSL-ANO
           MOVE LL-MES  TO WS-TSL-MES
           MOVE LL-DIA  TO WS-TSL-DIA
           MOVE LL-HORA TO WS-TSL-HORA
           MOVE LL-MIN  TO WS-TSL-MIN
           MOVE LL-SEG  TO WS-TSL-SEG
           IF WS-TS-LINHA < WS-TS-INICIO
              OR WS-TS-LINHA > WS-TS-FIM
              GO TO LE-CADLOG
           END-IF
           ADD 1 TO WS-LINHAS-JANELA
           IF LL-OPERACAO (6:3) EQUAL "DEP"
              ADD 1 TO WS-LINHAS-DEP
              GO TO LE-CADLOG
           END-IF
           IF WS-QTDE-LOG > WS-MAX-LOG - 2
              MOVE "S" TO WS-TAB-LOG-CHEIA
              DISPLAY "AVISO: LIMITE DE "WS-MAX-LOG" CHAVES DO CADLOG"
              DISPLAY "ATINGIDO. DIFERENCAS POSTERIORES PODEM SAIR"
              DISPLAY "SEM AUDITORIA."
              CLOSE CADLOG
              GO TO FIM-CARREGA-CADLOG
           END-IF

           MOVE SPACES TO WS-DATA-HORA-LOG
           STRING LL-ANO "-" LL-MES "-" LL-DIA " " LL-HORA ":" LL-MIN
                  DELIMITED BY SIZE
             INTO WS-DATA-HORA-LOG
           END-STRING

           MOVE LL-ANTES-ID      TO WS-CAMPO-ID
           MOVE LL-ANTES-MATERIA TO WS-CAMPO-MATERIA
           MOVE LL-ANTES-ANO     TO WS-CAMPO-ANO
           MOVE LL-ANTES-BIM     TO WS-CAMPO-BIM
           PERFORM GUARDA-CHAVE-LOG THRU FIM-GUARDA-CHAVE-LOG

           IF LL-DEPOIS-ID NOT EQUAL LL-ANTES-ID
              OR LL-DEPOIS-MATERIA NOT EQUAL LL-ANTES-MATERIA
              OR LL-DEPOIS-ANO NOT EQUAL LL-ANTES-ANO
              OR LL-DEPOIS-BIM NOT EQUAL LL-ANTES-BIM
              MOVE LL-DEPOIS-ID      TO WS-CAMPO-ID
              MOVE LL-DEPOIS-MATERIA TO WS-CAMPO-MATERIA
              MOVE LL-DEPOIS-ANO     TO WS-CAMPO-ANO
              MOVE LL-DEPOIS-BIM     TO WS-CAMPO-BIM
              PERFORM GUARDA-CHAVE-LOG THRU FIM-GUARDA-CHAVE-LOG
           END-IF
           GO TO LE-CADLOG.

           FIM-CARREGA-CADLOG.
           CONTINUE.

      *----------------------------------------------------------------
      * GUARDA UMA CHAVE DO CADLOG NA TABELA; ID ZERADO OU INVALIDO
      * (LADO "ANTES" DE INCLUSAO) NAO IDENTIFICA REGISTRO E E
      * DESPREZADO. ANO/BIMESTRE AUSENTES FICAM ZERADOS (CURINGA)
      *----------------------------------------------------------------
           GUARDA-CHAVE-LOG.
           IF WS-CAMPO-ID IS NOT NUMERIC
              GO TO FIM-GUARDA-CHAVE-LOG
           END-IF
           IF WS-CAMPO-ID EQUAL "0000"
              GO TO FIM-GUARDA-CHAVE-LOG
           END-IF
           ADD 1 TO WS-QTDE-LOG
           MOVE WS-CAMPO-ID      TO TL-ID (WS-QTDE-LOG)
           MOVE WS-CAMPO-MATERIA TO TL-MATERIA (WS-QTDE-LOG)
           IF WS-CAMPO-ANO IS NUMERIC
              AND WS-CAMPO-BIM IS NUMERIC
              MOVE WS-CAMPO-ANO TO TL-ANO (WS-QTDE-LOG)
              MOVE WS-CAMPO-BIM TO TL-BIM (WS-QTDE-LOG)
           ELSE
              MOVE 0 TO TL-ANO (WS-QTDE-LOG)
              MOVE 0 TO TL-BIM (WS-QTDE-LOG)
           END-IF
           MOVE WS-DATA-HORA-LOG TO TL-DATA-HORA (WS-QTDE-LOG)
           MOVE LL-OPERACAO      TO TL-OPERACAO (WS-QTDE-LOG)
           MOVE LL-OPERADOR      TO TL-OPERADOR (WS-QTDE-LOG).

           FIM-GUARDA-CHAVE-LOG.
           CONTINUE.

      *----------------------------------------------------------------
      * LE A PROXIMA IMAGEM DO CAD DE CADA GERACAO (AS IMAGENS DOS
      * ARQUIVOS MOVE SAO IGNORADAS); NO FIM A CHAVE VAI PARA
      * HIGH-VALUES PARA O CASAMENTO ESCOAR O OUTRO ARQUIVO
      *----------------------------------------------------------------
           LE-ANTERIOR.
           IF FIM-ANT
              GO TO FIM-LE-ANTERIOR
           END-IF
           READ BKANT
               AT END
               MOVE "S" TO WS-FIM-ANT
               MOVE HIGH-VALUES TO WS-IMG-ANT
               GO TO FIM-LE-ANTERIOR
           END-READ
           IF BA-ORIGEM NOT EQUAL "CAD"
              GO TO LE-ANTERIOR
           END-IF
           MOVE BA-IMAGEM TO WS-IMG-ANT
           IF IA-UNIDADE NOT NUMERIC
              MOVE PAR-UNIDADE-PADRAO TO IA-UNIDADE
           END-IF
           ADD 1 TO WS-LIDOS-ANT.

           FIM-LE-ANTERIOR.
           CONTINUE.

           LE-POSTERIOR.
           IF FIM-NOV
              GO TO FIM-LE-POSTERIOR
           END-IF
           READ BKNOV
               AT END
               MOVE "S" TO WS-FIM-NOV
               MOVE HIGH-VALUES TO WS-IMG-NOV
               GO TO FIM-LE-POSTERIOR
           END-READ
           IF BN-ORIGEM NOT EQUAL "CAD"
              GO TO LE-POSTERIOR
           END-IF
           MOVE BN-IMAGEM TO WS-IMG-NOV
           IF IN-UNIDADE NOT NUMERIC
              MOVE PAR-UNIDADE-PADRAO TO IN-UNIDADE
           END-IF
           ADD 1 TO WS-LIDOS-NOV.

           FIM-LE-POSTERIOR.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRO SO NA GERACAO POSTERIOR: INCLUSAO
      *----------------------------------------------------------------
           TRATA-INCLUSAO.
           ADD 1 TO WS-INCLUSOES
           MOVE "INCLUSAO"    TO WS-TIPO-DIF
           MOVE IN-CHAVE      TO WS-CHAVE-DIF
           PERFORM IMPRIME-DIFERENCA THRU FIM-IMPRIME-DIFERENCA

           MOVE "STATUS"      TO WS-CAMPO-NOME
           MOVE SPACES        TO WS-VALOR-ANTES
           MOVE IN-STATUS     TO WS-VALOR-DEPOIS
           PERFORM IMPRIME-CAMPO
           MOVE "MEDIA"       TO WS-CAMPO-NOME
           MOVE IN-MEDIA      TO WS-NOTA-EDT
           MOVE WS-NOTA-EDT   TO WS-VALOR-DEPOIS
           PERFORM IMPRIME-CAMPO.

           FIM-TRATA-INCLUSAO.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRO SO NA GERACAO ANTERIOR: EXCLUSAO, OU EXPURGO QUANDO
      * O ANO LETIVO ESTA REGISTRADO NO HISTCTL
      *----------------------------------------------------------------
           TRATA-EXCLUSAO.
           MOVE "N" TO WS-EXPURGADO
           MOVE 1   TO WS-J
           PERFORM PROCURA-EXPURGO WS-QTDE-EXPURGO TIMES
           IF ANO-EXPURGADO
              ADD 1 TO WS-EXPURGOS
              GO TO FIM-TRATA-EXCLUSAO
           END-IF

           ADD 1 TO WS-EXCLUSOES
           MOVE "EXCLUSAO"    TO WS-TIPO-DIF
           MOVE IA-CHAVE      TO WS-CHAVE-DIF
           PERFORM IMPRIME-DIFERENCA THRU FIM-IMPRIME-DIFERENCA

           MOVE "STATUS"      TO WS-CAMPO-NOME
           MOVE IA-STATUS     TO WS-VALOR-ANTES
           MOVE SPACES        TO WS-VALOR-DEPOIS
           PERFORM IMPRIME-CAMPO
           MOVE "MEDIA"       TO WS-CAMPO-NOME
           MOVE IA-MEDIA      TO WS-NOTA-EDT
           MOVE WS-NOTA-EDT   TO WS-VALOR-ANTES
           PERFORM IMPRIME-CAMPO.

           FIM-TRATA-EXCLUSAO.
           CONTINUE.

           PROCURA-EXPURGO.
           IF TX-ANO (WS-J) EQUAL IA-ANO-LETIVO
              MOVE "S" TO WS-EXPURGADO
           END-IF
           ADD 1 TO WS-J.

      *----------------------------------------------------------------
      * REGISTRO NAS DUAS GERACOES COM CONTEUDO DIFERENTE: IMPRIME A
      * LINHA DA ALTERACAO E UMA LINHA POR CAMPO QUE MUDOU
      *----------------------------------------------------------------
           TRATA-ALTERACAO.
           ADD 1 TO WS-ALTERACOES
           MOVE "ALTERACAO"   TO WS-TIPO-DIF
           MOVE IN-CHAVE      TO WS-CHAVE-DIF
           PERFORM IMPRIME-DIFERENCA THRU FIM-IMPRIME-DIFERENCA

           IF IA-NT1 NOT EQUAL IN-NT1
              MOVE "NOTA 1"     TO WS-CAMPO-NOME
              MOVE IA-NT1       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-NT1       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-NT2 NOT EQUAL IN-NT2
              MOVE "NOTA 2"     TO WS-CAMPO-NOME
              MOVE IA-NT2       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-NT2       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-NT3 NOT EQUAL IN-NT3
              MOVE "NOTA 3"     TO WS-CAMPO-NOME
              MOVE IA-NT3       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-NT3       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-NT4 NOT EQUAL IN-NT4
              MOVE "NOTA 4"     TO WS-CAMPO-NOME
              MOVE IA-NT4       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-NT4       TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-PESO1 NOT EQUAL IN-PESO1
              MOVE "PESO 1"     TO WS-CAMPO-NOME
              MOVE IA-PESO1     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-ANTES
              MOVE IN-PESO1     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-PESO2 NOT EQUAL IN-PESO2
              MOVE "PESO 2"     TO WS-CAMPO-NOME
              MOVE IA-PESO2     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-ANTES
              MOVE IN-PESO2     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-PESO3 NOT EQUAL IN-PESO3
              MOVE "PESO 3"     TO WS-CAMPO-NOME
              MOVE IA-PESO3     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-ANTES
              MOVE IN-PESO3     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-PESO4 NOT EQUAL IN-PESO4
              MOVE "PESO 4"     TO WS-CAMPO-NOME
              MOVE IA-PESO4     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-ANTES
              MOVE IN-PESO4     TO WS-PESO-EDT
              MOVE WS-PESO-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-NT-SUBST NOT EQUAL IN-NT-SUBST
              MOVE "SUBSTITUT." TO WS-CAMPO-NOME
              MOVE IA-NT-SUBST  TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-NT-SUBST  TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-FALTAS NOT EQUAL IN-FALTAS
              MOVE "FALTAS"     TO WS-CAMPO-NOME
              MOVE IA-FALTAS    TO WS-QTDE-EDT
              MOVE WS-QTDE-EDT  TO WS-VALOR-ANTES
              MOVE IN-FALTAS    TO WS-QTDE-EDT
              MOVE WS-QTDE-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-AULAS-DADAS NOT EQUAL IN-AULAS-DADAS
              MOVE "AULAS"        TO WS-CAMPO-NOME
              MOVE IA-AULAS-DADAS TO WS-QTDE-EDT
              MOVE WS-QTDE-EDT    TO WS-VALOR-ANTES
              MOVE IN-AULAS-DADAS TO WS-QTDE-EDT
              MOVE WS-QTDE-EDT    TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-STATUS NOT EQUAL IN-STATUS
              MOVE "STATUS"     TO WS-CAMPO-NOME
              MOVE IA-STATUS    TO WS-VALOR-ANTES
              MOVE IN-STATUS    TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-MEDIA NOT EQUAL IN-MEDIA
              MOVE "MEDIA"      TO WS-CAMPO-NOME
              MOVE IA-MEDIA     TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-ANTES
              MOVE IN-MEDIA     TO WS-NOTA-EDT
              MOVE WS-NOTA-EDT  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-TURMA NOT EQUAL IN-TURMA
              MOVE "TURMA"      TO WS-CAMPO-NOME
              MOVE IA-TURMA     TO WS-VALOR-ANTES
              MOVE IN-TURMA     TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-PENDENTE NOT EQUAL IN-PENDENTE
              MOVE "PENDENCIA"  TO WS-CAMPO-NOME
              MOVE IA-PENDENTE  TO WS-VALOR-ANTES
              MOVE IN-PENDENTE  TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-NM NOT EQUAL IN-NM
              MOVE "NOME"       TO WS-CAMPO-NOME
              MOVE IA-NM        TO WS-VALOR-ANTES
              MOVE IN-NM        TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF
           IF IA-UNIDADE NOT EQUAL IN-UNIDADE
              MOVE "UNIDADE"    TO WS-CAMPO-NOME
              MOVE IA-UNIDADE   TO WS-VALOR-ANTES
              MOVE IN-UNIDADE   TO WS-VALOR-DEPOIS
              PERFORM IMPRIME-CAMPO
           END-IF.

           FIM-TRATA-ALTERACAO.
           CONTINUE.

      *----------------------------------------------------------------
      * PROCURA NA TABELA DO CADLOG A ULTIMA LINHA DA JANELA QUE
      * COBRE A CHAVE DA DIFERENCA (ACHADO = 0 QUANDO NAO HA)
      *----------------------------------------------------------------
           PROCURA-AUDITORIA.
           MOVE 0 TO WS-ACHADO
           MOVE 1 TO WS-I.

           LACO-PROCURA-AUDITORIA.
           IF WS-I > WS-QTDE-LOG
              GO TO FIM-PROCURA-AUDITORIA
           END-IF
           IF TL-ID (WS-I) EQUAL WS-DIF-ID
              AND (TL-MATERIA (WS-I) EQUAL SPACES
                   OR TL-MATERIA (WS-I) EQUAL WS-DIF-MATERIA)
              AND (TL-ANO (WS-I) EQUAL 0
                   OR (TL-ANO (WS-I) EQUAL WS-DIF-ANO
                       AND TL-BIM (WS-I) EQUAL WS-DIF-BIM))
              MOVE WS-I TO WS-ACHADO
           END-IF
           ADD 1 TO WS-I
           GO TO LACO-PROCURA-AUDITORIA.

           FIM-PROCURA-AUDITORIA.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME A LINHA DA DIFERENCA COM A LINHA DO CADLOG QUE A
      * JUSTIFICA, OU A MARCA "SEM CADLOG"
      *----------------------------------------------------------------
           IMPRIME-DIFERENCA.
           IF ACUM-LINHAS EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF

           PERFORM PROCURA-AUDITORIA THRU FIM-PROCURA-AUDITORIA

           MOVE WS-TIPO-DIF    TO DET001-TIPO
           MOVE WS-DIF-ID      TO DET001-CODIGO
           MOVE WS-DIF-MATERIA TO DET001-MATERIA
           MOVE WS-DIF-ANO     TO DET001-ANO
           MOVE WS-DIF-BIM     TO DET001-BIM
           IF WS-ACHADO EQUAL 0
              ADD 1 TO WS-SEM-LOG
              MOVE "*** SEM CADLOG - ALTERADO POR FORA DO SISTEMA"
                TO DET001-AUDITORIA
           ELSE
              MOVE TL-DATA-HORA (WS-ACHADO) TO DA-DATA-HORA
              MOVE TL-OPERACAO (WS-ACHADO)  TO DA-OPERACAO
              MOVE TL-OPERADOR (WS-ACHADO)  TO DA-OPERADOR
              MOVE DET-AUDITORIA            TO DET001-AUDITORIA
           END-IF

           WRITE REG-RELATO FROM DET001
           ADD 1 TO ACUM-LINHAS.

           FIM-IMPRIME-DIFERENCA.
           CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME UM CAMPO ALTERADO (ANTES E DEPOIS) ABAIXO DA DIFERENCA
      *----------------------------------------------------------------
           IMPRIME-CAMPO.
           IF ACUM-LINHAS >= WS-MAX-LINHAS
              PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE WS-CAMPO-NOME   TO DET002-CAMPO
           MOVE WS-VALOR-ANTES  TO DET002-ANTES
           MOVE WS-VALOR-DEPOIS TO DET002-DEPOIS
           WRITE REG-RELATO FROM DET002
           ADD 1 TO ACUM-LINHAS
           MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DEPOIS.

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
           MOVE WS-GER-ANT    TO CAB003-GER-ANT.
           MOVE WS-TSI-DATA   TO CAB003-DATA-ANT.
           MOVE WS-TSI-HORA   TO CAB003-HORA-ANT.
           MOVE WS-GER-NOV    TO CAB003-GER-NOV.
           MOVE WS-TSF-DATA   TO CAB003-DATA-NOV.
           MOVE WS-TSF-HORA   TO CAB003-HORA-NOV.

           WRITE REG-RELATO FROM CAB001.
           WRITE REG-RELATO FROM CAB002.
           WRITE REG-RELATO FROM CAB003.
           WRITE REG-RELATO FROM CAB004.

           MOVE 0 TO ACUM-LINHAS.

      *----------------------------------------------------------------
      * IMPRIME OS TOTAIS DA COMPARACAO
      *----------------------------------------------------------------
           IMPRIME-RODAPE.
           MOVE WS-INCLUSOES  TO RODAPE-INC.
           MOVE WS-EXCLUSOES  TO RODAPE-EXC.
           MOVE WS-ALTERACOES TO RODAPE-ALT.
           MOVE WS-EXPURGOS   TO RODAPE-EXP.
           MOVE WS-SEM-LOG    TO RODAPE-SEM.
           MOVE WS-IGUAIS     TO RODAPE-IGU.
           WRITE REG-RELATO FROM RODAPE001.
           WRITE REG-RELATO FROM RODAPE002.
           IF TAB-LOG-CHEIA
              WRITE REG-RELATO FROM RODAPE003
           END-IF.

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
           IF WS-PAR-CHAVE EQUAL "ARQ-BACKCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-BACKCTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-HISTCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-HISTCTL-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-CMPBKP"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CMP-PREFIXO
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
       END PROGRAM SISTTCMP.
