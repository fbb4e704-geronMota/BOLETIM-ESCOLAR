      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:DECLARACOES E CERTIFICADOS NUMERADOS. EMITE A
      *         DECLARACAO DE MATRICULA, DE FREQUENCIA E DE
      *         TRANSFERENCIA E O CERTIFICADO DE CONCLUSAO DIRETO DO
      *         ALUNOS.DAT, MATRICULA.DAT, RESULTADO.DAT E DIARIO.DAT,
      *         CADA UM COM NUMERO SEQUENCIAL POR ANO E CODIGO DE
      *         VERIFICACAO, REGISTRADO NO LIVRO DE REGISTRO
      *         (LIVRODOC.DAT) COM O ALUNO, O TIPO, A DATA E O
      *         OPERADOR. A CONSULTA CONFIRMA SE UM NUMERO/CODIGO
      *         APRESENTADO FOI MESMO EMITIDO AQUI.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL. CHAVE DO LIVRO: ANO DA EMISSAO +
      *              NUMERO; O PROXIMO NUMERO E O ULTIMO DO ANO MAIS
      *              UM. O CODIGO DE VERIFICACAO (8 DIGITOS) SAI DO
      *              NUMERO, DO ALUNO, DA DATA, DA HORA COM CENTESIMOS
      *              E DO OPERADOR E SO EXISTE NO LIVRO E NO DOCUMENTO.
      *              CADA DOCUMENTO VAI PARA O ARQUIVO DOC<ANO><NUMERO>
      *              .LIS. A FREQUENCIA E APURADA NO DIARIO DA TURMA
      *              COM A MESMA REGRA DA TOTALIZACAO DO SISTTDIA
      *              (FALTA PESADA PELAS AULAS DO DIA). O CERTIFICADO
      *              SO SAI PARA TURMA SEM LINHA NA TABELA DE
      *              PROGRESSAO (PROGTURM.DAT, ETAPA FINAL), COM O
      *              ALUNO APROVADO EM TODAS AS MATERIAS DO ANO NO
      *              RESULTADO.DAT E SEM DEPENDENCIA NAO CUMPRIDA.
      * 15/10/2026 - UNIDADE ESCOLAR: SO SAI DOCUMENTO DE ALUNO DA
      *              UNIDADE DO OPERADOR (MATRICULA DO ANO OU, SEM
      *              ELA, O MESTRE), COM O CODIGO DA ESCOLA DA UNIDADE
      *              NO UNIDADE.DAT (SISTTUNI) QUANDO CADASTRADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LIVRODOC ASSIGN TO WS-LIVRO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LV-CHAVE
             FILE STATUS WS-FS-LIVRO.

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

               SELECT RESULTADO ASSIGN TO WS-RESULT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RS-CHAVE
             FILE STATUS WS-FS-RESULT.

               SELECT DEPEND ASSIGN TO WS-DEP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DP-CHAVE
             FILE STATUS WS-FS-DEPEND.

               SELECT MATERIAS ASSIGN TO WS-MAT-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MT-MATERIA
             FILE STATUS WS-FS-MATERIAS.

               SELECT DIARIO ASSIGN TO WS-DIA-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DI-CHAVE
             FILE STATUS WS-FS-DIARIO.

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

               SELECT PROGTURM ASSIGN TO WS-PRG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PROGTURM.

               SELECT RELATO ASSIGN TO WS-RELATO-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-RELATO.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD LIVRODOC.
       01 REG-LIVRO.
           03 LV-CHAVE.
               05 LV-ANO                      PIC 9(4).
               05 LV-NUMERO                   PIC 9(6).
           03 LV-TIPO                         PIC X(1).
           03 LV-ID                           PIC 9(4).
           03 LV-NM                           PIC X(25).
           03 LV-ANO-LETIVO                   PIC 9(4).
           03 LV-TURMA                        PIC X(3).
           03 LV-DT-EMISSAO                   PIC 9(8).
           03 LV-HR-EMISSAO                   PIC 9(6).
           03 LV-OPERADOR                     PIC 9(3).
           03 LV-CODIGO                       PIC 9(8).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-ID                           PIC 9(4).
           03 AL-NM                           PIC X(25).
           03 AL-TURMA                        PIC X(3).
           03 AL-DT-NASC                      PIC 9(8).
           03 AL-RESP                         PIC X(25).
           03 AL-UNIDADE                      PIC 9(2).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                       PIC 9(4).
               05 MA-ANO-LETIVO               PIC 9(4).
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD RESULTADO.
       01 REG-RESULT.
           03 RS-CHAVE.
               05 RS-ID                       PIC 9(4).
               05 RS-MATERIA                  PIC X(11).
               05 RS-ANO-LETIVO               PIC 9(4).
           03 RS-NM                           PIC X(25).
           03 RS-MEDIA-ANUAL                  PIC 9(2)V9.
           03 RS-RESULTADO                    PIC X(11).
           03 RS-QTDE-BIM                     PIC 9(1).
           03 RS-TRANSMITIDO                  PIC X(1).
           03 RS-UNIDADE                      PIC 9(2).

       FD DEPEND.
       01 REG-DEPEND.
           03 DP-CHAVE.
               05 DP-ID                       PIC 9(4).
               05 DP-MATERIA                  PIC X(11).
               05 DP-ANO-ORIGEM               PIC 9(4).
           03 DP-ANO-CURSAR                   PIC 9(4).
           03 DP-TURMA-ORIGEM                 PIC X(3).
           03 DP-SITUACAO                     PIC X(11).
           03 DP-DT-SITUACAO                  PIC 9(8).
           03 DP-MEDIA-FINAL                  PIC 9(2)V9.

       FD MATERIAS.
       01 REG-MATERIA.
           03 MT-MATERIA                      PIC X(11).
           03 MT-CODIGO                       PIC 9(3).
           03 MT-NOME                         PIC X(11).

       FD DIARIO.
       01 REG-DIARIO.
           03 DI-CHAVE.
               05 DI-TURMA                    PIC X(3).
               05 DI-MATERIA                  PIC X(11).
               05 DI-DATA                     PIC 9(8).
               05 DI-ID                       PIC 9(4).
           03 DI-BIMESTRE                     PIC 9(1).
           03 DI-QTDE-AULAS                   PIC 9(2).

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

       FD PROGTURM.
       01 REG-PROGTURM                        PIC X(20).

       FD RELATO.
       01 REG-RELATO                          PIC X(80).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-LIVRO                         PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-RESULT                        PIC 99.
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-FS-MATERIAS                      PIC 99.
       77 WS-FS-DIARIO                        PIC 99.
       77 WS-FS-OPERADOR                      PIC 99.
       77 WS-FS-UNIDADE                       PIC 99.
       77 WS-FS-PROGTURM                      PIC 99.
       77 WS-FS-RELATO                        PIC 99.

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-CODIGO-ESCOLA                   PIC 9(8)   VALUE 0.
       77 PAR-NOME-ESCOLA                     PIC X(40)  VALUE SPACES.
       77 WS-LIVRO-DSNAME                     PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\LIVRODOC.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-RESULT-DSNAME                    PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESULTADO.DAT".
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-MAT-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATERIAS.DAT".
       77 WS-DIA-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DIARIO.DAT".
       77 WS-OPE-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPERADOR.DAT".
       77 WS-UNI-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\UNIDADE.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2)   VALUE 1.
       77 WS-PRG-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PROGTURM.DAT".
       77 WS-DOC-PREFIXO                      PIC X(90) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DOC".
       77 WS-LISTA-PREFIXO                    PIC X(90) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\LIVRO".
       77 WS-RELATO-DSNAME                    PIC X(100).

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).

       77 WS-OPERADOR                         PIC 9(3).
       77 WS-OPE-NOME                         PIC X(25).
       77 WS-OPE-UNIDADE                      PIC 9(2).
       77 WS-UNIDADE-ALUNO                    PIC 9(2).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.

      *----------------------------------------------------------------
      * DOCUMENTO PEDIDO E DADOS DO ALUNO NO ANO
      *----------------------------------------------------------------
       77 WS-TIPO-DOC                         PIC X(1).
         88 DOC-MATRICULA                     VALUE "M".
         88 DOC-FREQUENCIA                    VALUE "F".
         88 DOC-TRANSFERENCIA                 VALUE "T".
         88 DOC-CONCLUSAO                     VALUE "C".
       77 WS-DESC-TIPO                        PIC X(40).
       77 WS-MOTIVO                           PIC X(50).
       77 WS-ID                               PIC 9(4).
       77 WS-ANO-LETIVO                       PIC 9(4).
       77 WS-NM                               PIC X(25).
       77 WS-DT-NASC                          PIC 9(8).
       77 WS-TURMA                            PIC X(3).
       77 WS-SITUACAO                         PIC X(11).
       77 WS-DT-SITUACAO                      PIC 9(8).
       77 WS-TEM-MATR                         PIC X.
         88 TEM-MATR                          VALUE "S".
       77 WS-TEM-CATALOGO                     PIC X VALUE "N".
         88 TEM-CATALOGO                      VALUE "S".
       77 WS-QTDE-NAO-APROV                   PIC 9(2) VALUE 0.
       77 WS-QTDE-DEP-ABERTA                  PIC 9(2) VALUE 0.

      *----------------------------------------------------------------
      * NUMERACAO E CODIGO DE VERIFICACAO
      *----------------------------------------------------------------
       77 WS-ULTIMO-NUM                       PIC 9(6) VALUE 0.
       77 WS-NUMERO                           PIC 9(6) VALUE 0.
       77 WS-CALC                             PIC 9(12).
       77 WS-QUOCIENTE                        PIC 9(12).
       77 WS-RESTO                            PIC 9(8).
       01 WS-CODIGO-DIG.
           03 WS-COD-P1                       PIC 9(4).
           03 WS-COD-P2                       PIC 9(4).
       01 WS-CODIGO-N REDEFINES WS-CODIGO-DIG PIC 9(8).
       01 WS-CODIGO-TXT                       PIC X(9).
       77 WS-ANO-CONSULTA                     PIC 9(4).
       77 WS-NUM-CONSULTA                     PIC 9(6).

      *----------------------------------------------------------------
      * FREQUENCIA APURADA NO DIARIO DA TURMA, POR MATERIA
      *----------------------------------------------------------------
       77 WS-DATA-INI                         PIC 9(8).
       77 WS-DATA-LIMITE                      PIC 9(8).
       77 WS-AULAS-DO-DIA                     PIC 9(2) VALUE 0.
       77 WS-FALTA-PESO                       PIC 9(2).
       77 WS-TOT-AULAS                        PIC 9(5) VALUE 0.
       77 WS-TOT-FALTAS                       PIC 9(5) VALUE 0.
       77 WS-FREQ                             PIC 9(3)V9 VALUE 0.
       77 WS-TOTAL-FRQ                        PIC 9(2) VALUE 0.
       01 WS-AULA-DIA.
           03 AD-MATERIA                      PIC X(11).
           03 AD-DATA                         PIC 9(8).
       01 TAB-FRQ.
           05 FQ-ENT OCCURS 20 TIMES.
               10 FQ-MATERIA                  PIC X(11).
               10 FQ-AULAS                    PIC 9(4).
               10 FQ-FALTAS                   PIC 9(4).

      *----------------------------------------------------------------
      * MATERIAS DO ANO FINAL PARA O CERTIFICADO
      *----------------------------------------------------------------
       77 WS-TOTAL-MAT                        PIC 9(2) VALUE 0.
       01 TAB-MAT.
           05 TM-ENT OCCURS 20 TIMES.
               10 TM-MATERIA                  PIC X(11).
               10 TM-NOME                     PIC X(11).
               10 TM-MEDIA                    PIC 9(2)V9.
               10 TM-RESULTADO                PIC X(11).

      *----------------------------------------------------------------
      * TABELA DE PROGRESSAO DE TURMAS (LINHAS DE=PARA DO PROGTURM)
      *----------------------------------------------------------------
       77 WS-TOTAL-PROG                       PIC 9(2) VALUE 0.
       01 TAB-PROG.
           05 TP-ENT OCCURS 50 TIMES.
               10 TP-DE                       PIC X(3).
               10 TP-PARA                     PIC X(3).

       01 WS-LINHA-PROG.
           03 WS-PROG-DE                      PIC X(3).
           03 WS-PROG-PARA                    PIC X(10).

       77 WS-ACHOU-PROG                       PIC X.
         88 ACHOU-PROG                        VALUE "S".
       77 WS-IDX                              PIC 9(3).
       77 WS-COUNT                            PIC 9(6) VALUE 0.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           10 WS-ANO-SYS                      PIC 9(4).
           10 WS-MES-SYS                      PIC 9(2).
           10 WS-DIA-SYS                      PIC 9(2).
         05 WS-TIME-SYS.
           10 WS-HORA-SYS                     PIC 9(2).
           10 WS-MINUTO-SYS                   PIC 9(2).
           10 WS-SEGUNDO-SYS                  PIC 9(2).
           10 FILLER                          PIC 9(2).
         05 WS-TIME-SYS-N REDEFINES WS-TIME-SYS
                                              PIC 9(8).
       01 WS-DATE-SYS-N REDEFINES WS-DATA-HORA-SYS.
           05 WS-DATA-HOJE                    PIC 9(8).
           05 FILLER                          PIC 9(8).

       01 WS-DATA-AUX                         PIC 9(8).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO                      PIC 9(4).
           05 WS-AUX-MES                      PIC 9(2).
           05 WS-AUX-DIA                      PIC 9(2).

       01 WS-ANO-TXT                          PIC 9(4).
       01 WS-NUM-TXT                          PIC 9(6).

      *----------------------------------------------------------------
      * LINHAS DO DOCUMENTO
      *----------------------------------------------------------------
       01 DOC-LINHA-SEP                       PIC X(80) VALUE ALL "=".

       01 DOC-LINHA01.
           05 DOC01-ESCOLA                    PIC X(40).
           05 FILLER                          PIC X(23) VALUE SPACES.
           05 FILLER                          PIC X(9) VALUE
           'CODIGO: '.
           05 DOC01-CODIGO                    PIC 9(8).

       01 DOC-LINHA02.
           05 FILLER                          PIC X(20) VALUE SPACES.
           05 DOC02-TITULO                    PIC X(40).
           05 FILLER                          PIC X(20) VALUE SPACES.

       01 DOC-LINHA03.
           05 DOC03-ABERTURA                  PIC X(80).

       01 DOC-LINHA04.
           05 DOC04-ID                        PIC 9(4).
           05 FILLER                          PIC X(3) VALUE ' - '.
           05 DOC04-NOME                      PIC X(25).
           05 FILLER                          PIC X(17) VALUE
           ', NASCIDO(A) EM '.
           05 DOC04-DIA                       PIC 99/.
           05 DOC04-MES                       PIC 99/.
           05 DOC04-ANO                       PIC 9999.
           05 FILLER                          PIC X(1) VALUE ','.
           05 FILLER                          PIC X(20) VALUE SPACES.

       01 DOC-LINHA05.
           05 DOC05-VERBO                     PIC X(22).
           05 FILLER                          PIC X(23) VALUE
           ' NESTA ESCOLA NA TURMA '.
           05 DOC05-TURMA                     PIC X(3).
           05 FILLER                          PIC X(18) VALUE
           ' NO ANO LETIVO DE '.
           05 DOC05-ANO                       PIC 9999.
           05 DOC05-FIM                       PIC X(10).

       01 DOC-LINHA06.
           05 FILLER                          PIC X(14) VALUE
           'EM SITUACAO '.
           05 DOC06-SITUACAO                  PIC X(11).
           05 FILLER                          PIC X(55) VALUE '.'.

       01 DOC-LINHA07.
           05 FILLER                          PIC X(4) VALUE 'ATE '.
           05 DOC07-DIA                       PIC 99/.
           05 DOC07-MES                       PIC 99/.
           05 DOC07-ANO                       PIC 9999.
           05 FILLER                          PIC X(11) VALUE
           ', REGISTRA '.
           05 DOC07-FALTAS                    PIC ZZZZ9.
           05 FILLER                          PIC X(13) VALUE
           ' FALTA(S) EM '.
           05 DOC07-AULAS                     PIC ZZZZ9.
           05 FILLER                          PIC X(15) VALUE
           ' AULAS DADAS, '.
           05 FILLER                          PIC X(17) VALUE
           'COM FREQUENCIA DE'.

       01 DOC-LINHA08.
           05 DOC08-FREQ                      PIC ZZ9,9.
           05 FILLER                          PIC X(75) VALUE '%.'.

       01 DOC-LINHA09.
           05 FILLER                          PIC X(30) VALUE
           'TENDO SIDO TRANSFERIDO(A) EM '.
           05 DOC09-DIA                       PIC 99/.
           05 DOC09-MES                       PIC 99/.
           05 DOC09-ANO                       PIC 9999.
           05 FILLER                          PIC X(40) VALUE
           '. AS NOTAS DO ANO SEGUEM NA GUIA DE'.

       01 DOC-LINHA10.
           05 FILLER                          PIC X(80) VALUE
           'TRANSFERENCIA.'.

       01 DOC-LINHA11.
           05 FILLER                          PIC X(80) VALUE
           'ETAPA FINAL DO CURSO, COM APROVACAO EM TODAS AS MATERIAS:'.

       01 DOC-LINHA12.
           05 FILLER                          PIC X(30) VALUE
           'CONCLUIU NESTA ESCOLA A TURMA '.
           05 DOC12-TURMA                     PIC X(3).
           05 FILLER                          PIC X(19) VALUE
           ', NO ANO LETIVO DE '.
           05 DOC12-ANO                       PIC 9999.
           05 FILLER                          PIC X(24) VALUE ','.

       01 DOC-TAB-FRQ-CAB.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(14) VALUE 'MATERIA'.
           05 FILLER                          PIC X(10) VALUE 'AULAS'.
           05 FILLER                          PIC X(10) VALUE 'FALTAS'.
           05 FILLER                          PIC X(42) VALUE
           'FREQUENCIA'.

       01 DOC-TAB-FRQ.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 DTF-MATERIA                     PIC X(11).
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DTF-AULAS                       PIC ZZZ9.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 DTF-FALTAS                      PIC ZZZ9.
           05 FILLER                          PIC X(7) VALUE SPACES.
           05 DTF-FREQ                        PIC ZZ9,9.
           05 FILLER                          PIC X(36) VALUE '%'.

       01 DOC-TAB-MAT-CAB.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(14) VALUE 'MATERIA'.
           05 FILLER                          PIC X(14) VALUE 'NOME'.
           05 FILLER                          PIC X(13) VALUE
           'MEDIA ANUAL'.
           05 FILLER                          PIC X(35) VALUE
           'RESULTADO'.

       01 DOC-TAB-MAT.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 DTM-MATERIA                     PIC X(11).
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 DTM-NOME                        PIC X(11).
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 DTM-MEDIA                       PIC Z9,9.
           05 FILLER                          PIC X(5) VALUE SPACES.
           05 DTM-RESULTADO                   PIC X(11).
           05 FILLER                          PIC X(25) VALUE SPACES.

       01 ASS001.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 ASS001-LOCAL                    PIC X(40).
           05 FILLER                          PIC X(2) VALUE ', '.
           05 ASS001-DIA                      PIC 99/.
           05 ASS001-MES                      PIC 99/.
           05 ASS001-ANO                      PIC 9999.
           05 FILLER                          PIC X(24) VALUE SPACES.

       01 ASS002.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(36) VALUE
           '________________________________'.
           05 FILLER                          PIC X(40) VALUE
           '________________________________'.

       01 ASS003.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 FILLER                          PIC X(36) VALUE
           'DIRETOR(A)'.
           05 FILLER                          PIC X(40) VALUE
           'SECRETARIO(A)'.

       01 ROD001.
           05 FILLER                          PIC X(14) VALUE
           'DOCUMENTO NO. '.
           05 ROD001-ANO                      PIC 9999.
           05 FILLER                          PIC X(1) VALUE '/'.
           05 ROD001-NUMERO                   PIC 9(6).
           05 FILLER                          PIC X(27) VALUE
           '   CODIGO DE VERIFICACAO: '.
           05 ROD001-COD-P1                   PIC 9(4).
           05 FILLER                          PIC X(1) VALUE '-'.
           05 ROD001-COD-P2                   PIC 9(4).
           05 FILLER                          PIC X(19) VALUE SPACES.

       01 ROD002.
           05 FILLER                          PIC X(13) VALUE
           'EMITIDO POR: '.
           05 ROD002-OPERADOR                 PIC 9(3).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 ROD002-NOME                     PIC X(25).
           05 FILLER                          PIC X(4) VALUE ' EM '.
           05 ROD002-DIA                      PIC 99/.
           05 ROD002-MES                      PIC 99/.
           05 ROD002-ANO                      PIC 9999.
           05 FILLER                          PIC X(5) VALUE ' AS '.
           05 ROD002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ':'.
           05 ROD002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(14) VALUE SPACES.

       01 ROD003.
           05 FILLER                          PIC X(80) VALUE
           'A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA DA ESCOLA 
      -    'PELO NUMERO'.

       01 ROD004.
           05 FILLER                          PIC X(80) VALUE
           'E PELO CODIGO DE VERIFICACAO.'.

      *----------------------------------------------------------------
      * LISTAGEM DO LIVRO DE REGISTRO DO ANO
      *----------------------------------------------------------------
       77 ACUM-LINHAS                         PIC 9(2) VALUE 0.
       77 ACUM-PAG                            PIC 9(5) VALUE 0.
       77 WS-MAX-LINHAS                       PIC 9(2) VALUE 15.

       01 CAB001.
           05 FILLER                          PIC X(40) VALUE
           'LIVRO DE REGISTRO DE DOCUMENTOS'.
           05 FILLER                          PIC X(6) VALUE 'PAG.:'.
           05 CAB001-PAG                      PIC Z.ZZ9.

       01 CAB002.
           05 FILLER                          PIC X(35) VALUE
           'PROGRAMA = SISTTDOC'.
           05 CAB002-HORA                     PIC 99.
           05 FILLER                          PIC X(1) VALUE ":".
           05 CAB002-MINUTO                   PIC 99.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 CAB002-DIA                      PIC 99/.
           05 CAB002-MES                      PIC 99/.
           05 CAB002-ANO                      PIC 9999.

       01 CAB003.
           05 FILLER                          PIC X(8) VALUE 'ESCOLA:'.
           05 CAB003-ESCOLA                   PIC X(40).
           05 FILLER                          PIC X(7) VALUE ' ANO: '.
           05 CAB003-ANO                      PIC 9999.

       01 CAB004.
           05 FILLER                          PIC X(7) VALUE 'NUMERO'.
           05 FILLER                          PIC X(14) VALUE
           'DOCUMENTO'.
           05 FILLER                          PIC X(31) VALUE 'ALUNO'.
           05 FILLER                          PIC X(5) VALUE 'ANO'.
           05 FILLER                          PIC X(4) VALUE 'TUR'.
           05 FILLER                          PIC X(11) VALUE 'EMISSAO'.
           05 FILLER                          PIC X(8) VALUE 'OPER'.

       01 DET001.
           05 DET001-NUMERO                   PIC 9(6).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-TIPO                     PIC X(13).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-ID                       PIC 9(4).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-NOME                     PIC X(25).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-ANO                      PIC 9999.
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-TURMA                    PIC X(3).
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-DIA                      PIC 99/.
           05 DET001-MES                      PIC 99/.
           05 DET001-AA                       PIC 9999.
           05 FILLER                          PIC X(1) VALUE SPACES.
           05 DET001-OPERADOR                 PIC 9(3).
           05 FILLER                          PIC X(5) VALUE SPACES.

       01 TOT001.
           05 FILLER                          PIC X(30) VALUE
           'DOCUMENTOS REGISTRADOS NO ANO:'.
           05 TOT001-QTDE                     PIC ZZZZZ9.
           05 FILLER                          PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
           OBTEM-PARAMETROS.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS.

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
                   MOVE OP-NOME TO WS-OPE-NOME
                   DISPLAY "OPERADOR IDENTIFICADO: "OP-NOME
                   IF OP-UNIDADE NUMERIC AND OP-UNIDADE NOT EQUAL 0
                      MOVE OP-UNIDADE TO WS-OPE-UNIDADE
                   ELSE
                      MOVE PAR-UNIDADE-PADRAO TO WS-OPE-UNIDADE
                   END-IF
                   DISPLAY "UNIDADE ESCOLAR DO OPERADOR: "WS-OPE-UNIDADE
               END-READ
               CLOSE OPERADOR.

      *    OS DOCUMENTOS SAEM COM O CODIGO DA ESCOLA DA UNIDADE DO
      *    OPERADOR (SISTTUNI); SEM ELE VALE O CODIGO-ESCOLA
           CODIGO-UNIDADE.
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
               END-IF.

           INICIO.
           DISPLAY "==================================================="
           DISPLAY "************DECLARACOES E CERTIFICADOS*************"
           DISPLAY "==================================================="
           DISPLAY "1 - DECLARACAO DE MATRICULA"
           DISPLAY "2 - DECLARACAO DE FREQUENCIA"
           DISPLAY "3 - DECLARACAO DE TRANSFERENCIA"
           DISPLAY "4 - CERTIFICADO DE CONCLUSAO"
           DISPLAY "5 - CONSULTAR AUTENTICIDADE DE DOCUMENTO"
           DISPLAY "6 - IMPRIMIR O LIVRO DE REGISTRO DO ANO"
           DISPLAY "==================================================="
           DISPLAY "DIGITE A OPCAO DESEJADA"
           ACCEPT WS-OPCAO-MENU

           IF WS-OPCAO-MENU EQUAL 1
               MOVE "M" TO WS-TIPO-DOC
               GO TO EMITIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 2
               MOVE "F" TO WS-TIPO-DOC
               GO TO EMITIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 3
               MOVE "T" TO WS-TIPO-DOC
               GO TO EMITIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 4
               MOVE "C" TO WS-TIPO-DOC
               GO TO EMITIR
           END-IF
           IF WS-OPCAO-MENU EQUAL 5
               GO TO CONSULTAR
           END-IF
           IF WS-OPCAO-MENU EQUAL 6
               GO TO LISTAR-LIVRO
           END-IF
           DISPLAY "OPCAO INVALIDA"
           GO TO INICIO.

      *----------------------------------------------------------------
      * EMISSAO: CONFERE O ALUNO E A MATRICULA DO ANO CONFORME O TIPO,
      * APURA A FREQUENCIA OU CONFERE A CONCLUSAO, REGISTRA NO LIVRO
      * E SO ENTAO GERA O DOCUMENTO COM O NUMERO E O CODIGO
      *----------------------------------------------------------------
           EMITIR.
           PERFORM DESCREVE-TIPO
           DISPLAY "==================================================="
           DISPLAY WS-DESC-TIPO
           DISPLAY "DIGITE O ID DO ALUNO"
           ACCEPT WS-ID
           DISPLAY "DIGITE O ANO LETIVO DO DOCUMENTO"
           ACCEPT WS-ANO-LETIVO
           MOVE SPACES TO WS-MOTIVO

           PERFORM LE-ALUNO THRU FIM-LE-ALUNO
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-DOCUMENTO
           END-IF

           PERFORM LE-MATRICULA THRU FIM-LE-MATRICULA
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-DOCUMENTO
           END-IF

           IF WS-UNIDADE-ALUNO NOT EQUAL WS-OPE-UNIDADE
              MOVE "ALUNO DE OUTRA UNIDADE ESCOLAR" TO WS-MOTIVO
              GO TO RECUSA-DOCUMENTO
           END-IF

           IF DOC-FREQUENCIA
              PERFORM APURA-FREQUENCIA THRU FIM-APURA-FREQUENCIA
           END-IF
           IF DOC-CONCLUSAO
              PERFORM CONFERE-CONCLUSAO THRU FIM-CONFERE-CONCLUSAO
           END-IF
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-DOCUMENTO
           END-IF

           PERFORM REGISTRA-DOCUMENTO THRU FIM-REGISTRA-DOCUMENTO
           IF WS-MOTIVO NOT EQUAL SPACES
              GO TO RECUSA-DOCUMENTO
           END-IF

           PERFORM IMPRIME-DOCUMENTO
           ADD 1 TO WS-COUNT

           DISPLAY "==================================================="
           DISPLAY "DOCUMENTO.................:"WS-DESC-TIPO
           DISPLAY "ALUNO.....................:"WS-ID" "WS-NM
           DISPLAY "NUMERO NO LIVRO...........:"WS-ANO-SYS"/"WS-NUMERO
           DISPLAY "CODIGO DE VERIFICACAO.....:"WS-COD-P1"-"WS-COD-P2
           DISPLAY "DOCUMENTO GERADO EM: "WS-RELATO-DSNAME
           DISPLAY "==================================================="
           GO TO CONTINUAR.

           RECUSA-DOCUMENTO.
           DISPLAY "==================================================="
           DISPLAY "DOCUMENTO NAO EMITIDO: "WS-MOTIVO
           DISPLAY "==================================================="
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * DESCRICAO DO TIPO DE DOCUMENTO (TELA, DOCUMENTO E LIVRO)
      *----------------------------------------------------------------
           DESCREVE-TIPO.
           MOVE SPACES TO WS-DESC-TIPO
           IF DOC-MATRICULA
              MOVE "DECLARACAO DE MATRICULA" TO WS-DESC-TIPO
           END-IF
           IF DOC-FREQUENCIA
              MOVE "DECLARACAO DE FREQUENCIA" TO WS-DESC-TIPO
           END-IF
           IF DOC-TRANSFERENCIA
              MOVE "DECLARACAO DE TRANSFERENCIA" TO WS-DESC-TIPO
           END-IF
           IF DOC-CONCLUSAO
              MOVE "CERTIFICADO DE CONCLUSAO" TO WS-DESC-TIPO
           END-IF.

      *----------------------------------------------------------------
      * LE O ALUNO NO ARQUIVO MESTRE (NOME E NASCIMENTO DO DOCUMENTO)
      *----------------------------------------------------------------
           LE-ALUNO.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL 0
              MOVE "ARQUIVO MESTRE DE ALUNOS NAO ENCONTRADO"
                TO WS-MOTIVO
              GO TO FIM-LE-ALUNO
           END-IF
           MOVE WS-ID TO AL-ID
           MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ALUNO
           READ ALUNOS
           INVALID KEY
               MOVE "ALUNO NAO CADASTRADO (SISTTALU)" TO WS-MOTIVO
           NOT INVALID KEY
               MOVE AL-NM      TO WS-NM
               MOVE AL-DT-NASC TO WS-DT-NASC
               MOVE AL-TURMA   TO WS-TURMA
               IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                  MOVE AL-UNIDADE TO WS-UNIDADE-ALUNO
               END-IF
           END-READ
           CLOSE ALUNOS.

           FIM-LE-ALUNO.
           CONTINUE.

      *----------------------------------------------------------------
      * LE A MATRICULA DO ANO E CONFERE A SITUACAO EXIGIDA PELO TIPO:
      * MATRICULA E CONCLUSAO PEDEM ATIVO, TRANSFERENCIA PEDE
      * TRANSFERIDO E A FREQUENCIA ACEITA QUALQUER SITUACAO. SO O
      * CERTIFICADO ACEITA ANO SEM MATRICULA (ANOS FECHADOS ANTES DO
      * MATRICULA.DAT), COM A TURMA DO ARQUIVO MESTRE
      *----------------------------------------------------------------
           LE-MATRICULA.
           MOVE "N"     TO WS-TEM-MATR
           MOVE "ATIVO" TO WS-SITUACAO
           MOVE 0       TO WS-DT-SITUACAO
           OPEN INPUT MATRICULA
           IF WS-FS-MATRICULA EQUAL 0
              MOVE WS-ID         TO MA-ID
              MOVE WS-ANO-LETIVO TO MA-ANO-LETIVO
              READ MATRICULA
              NOT INVALID KEY
                  MOVE "S"            TO WS-TEM-MATR
                  MOVE MA-TURMA       TO WS-TURMA
                  MOVE MA-SITUACAO    TO WS-SITUACAO
                  MOVE MA-DT-SITUACAO TO WS-DT-SITUACAO
                  IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
                     MOVE MA-UNIDADE TO WS-UNIDADE-ALUNO
                  END-IF
              END-READ
              CLOSE MATRICULA
           END-IF

           IF NOT TEM-MATR
              IF NOT DOC-CONCLUSAO
                 MOVE "ALUNO SEM MATRICULA NO ANO INFORMADO (SISTTMTR)"
                   TO WS-MOTIVO
              END-IF
              GO TO FIM-LE-MATRICULA
           END-IF

           IF DOC-TRANSFERENCIA
              IF WS-SITUACAO NOT EQUAL "TRANSFERIDO"
                 DISPLAY "SITUACAO DA MATRICULA: "WS-SITUACAO
                 MOVE "MARQUE A TRANSFERENCIA NO SISTTMTR ANTES"
                   TO WS-MOTIVO
              END-IF
              GO TO FIM-LE-MATRICULA
           END-IF

           IF DOC-MATRICULA OR DOC-CONCLUSAO
              IF WS-SITUACAO NOT EQUAL "ATIVO"
                 DISPLAY "SITUACAO DA MATRICULA: "WS-SITUACAO
                 MOVE "MATRICULA DO ANO NAO ESTA ATIVA" TO WS-MOTIVO
              END-IF
           END-IF.

           FIM-LE-MATRICULA.
           CONTINUE.

      *----------------------------------------------------------------
      * APURA A FREQUENCIA DO ALUNO NO DIARIO DA TURMA, DO INICIO DO
      * ANO ATE HOJE (OU ATE A DATA DA SITUACAO DO ALUNO DESLIGADO):
      * AULAS DOS REGISTROS ID 0000 E FALTAS PESADAS PELAS AULAS DO
      * DIA, COMO NA TOTALIZACAO DO SISTTDIA
      *----------------------------------------------------------------
           APURA-FREQUENCIA.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-DATA-INI    = WS-ANO-LETIVO * 10000 + 101
           COMPUTE WS-DATA-LIMITE = WS-ANO-LETIVO * 10000 + 1231
           IF WS-DATA-LIMITE > WS-DATA-HOJE
              MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
           END-IF
           IF WS-SITUACAO NOT EQUAL "ATIVO"
              AND WS-DT-SITUACAO > 0
              AND WS-DT-SITUACAO < WS-DATA-LIMITE
              MOVE WS-DT-SITUACAO TO WS-DATA-LIMITE
           END-IF

           MOVE 0 TO WS-TOTAL-FRQ WS-TOT-AULAS WS-TOT-FALTAS
           MOVE 0 TO WS-AULAS-DO-DIA AD-DATA
           MOVE SPACES TO AD-MATERIA

           OPEN INPUT DIARIO
           IF WS-FS-DIARIO NOT EQUAL 0
              MOVE "DIARIO DE CLASSE (DIARIO.DAT) NAO ENCONTRADO"
                TO WS-MOTIVO
              GO TO FIM-APURA-FREQUENCIA
           END-IF

           MOVE LOW-VALUES TO DI-CHAVE
           MOVE WS-TURMA   TO DI-TURMA
           START DIARIO KEY NOT < DI-CHAVE
           INVALID KEY
               GO TO FECHA-DIARIO-FRQ
           END-START.

           LE-DIARIO-FRQ.
           READ DIARIO NEXT
               AT END
               GO TO FECHA-DIARIO-FRQ
           END-READ
           IF DI-TURMA NOT EQUAL WS-TURMA
              GO TO FECHA-DIARIO-FRQ
           END-IF
           IF DI-DATA < WS-DATA-INI OR DI-DATA > WS-DATA-LIMITE
              GO TO LE-DIARIO-FRQ
           END-IF
           IF DI-ID EQUAL 0
              PERFORM SOMA-AULA-FRQ
           END-IF
           IF DI-ID EQUAL WS-ID
              PERFORM SOMA-FALTA-FRQ
           END-IF
           GO TO LE-DIARIO-FRQ.

           FECHA-DIARIO-FRQ.
           CLOSE DIARIO
           IF WS-TOT-AULAS EQUAL 0
              MOVE "NENHUMA AULA NO DIARIO DA TURMA NO ANO"
                TO WS-MOTIVO
              GO TO FIM-APURA-FREQUENCIA
           END-IF
           IF WS-TOT-FALTAS > WS-TOT-AULAS
              MOVE 0 TO WS-FREQ
           ELSE
              COMPUTE WS-FREQ ROUNDED =
                  (WS-TOT-AULAS - WS-TOT-FALTAS) * 100 / WS-TOT-AULAS
           END-IF.

           FIM-APURA-FREQUENCIA.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRO DA AULA DO DIA (ID 0000): GUARDA A QUANTIDADE PARA
      * PESAR AS FALTAS DA MESMA MATERIA E DATA E SOMA NA MATERIA
      *----------------------------------------------------------------
           SOMA-AULA-FRQ.
           MOVE DI-MATERIA    TO AD-MATERIA
           MOVE DI-DATA       TO AD-DATA
           MOVE DI-QTDE-AULAS TO WS-AULAS-DO-DIA
           PERFORM PROCURA-FRQ THRU FIM-PROCURA-FRQ
           IF WS-IDX > 0
              ADD DI-QTDE-AULAS TO FQ-AULAS (WS-IDX)
           END-IF
           ADD DI-QTDE-AULAS TO WS-TOT-AULAS.

      *----------------------------------------------------------------
      * FALTA DO ALUNO: VALE AS AULAS DO DIA; SEM REGISTRO DE AULA DO
      * DIA VALE UMA AULA
      *----------------------------------------------------------------
           SOMA-FALTA-FRQ.
           IF DI-MATERIA EQUAL AD-MATERIA
              AND DI-DATA EQUAL AD-DATA
              MOVE WS-AULAS-DO-DIA TO WS-FALTA-PESO
           ELSE
              MOVE 1 TO WS-FALTA-PESO
           END-IF
           PERFORM PROCURA-FRQ THRU FIM-PROCURA-FRQ
           IF WS-IDX > 0
              ADD WS-FALTA-PESO TO FQ-FALTAS (WS-IDX)
           END-IF
           ADD WS-FALTA-PESO TO WS-TOT-FALTAS.

      *----------------------------------------------------------------
      * PROCURA (OU CRIA) A MATERIA DO DIARIO NA TABELA DE FREQUENCIA;
      * WS-IDX ZERO QUANDO A TABELA ESTA CHEIA
      *----------------------------------------------------------------
           PROCURA-FRQ.
           MOVE 1 TO WS-IDX.

           LACO-PROCURA-FRQ.
           IF WS-IDX > WS-TOTAL-FRQ
              GO TO CRIA-FRQ
           END-IF
           IF FQ-MATERIA (WS-IDX) EQUAL DI-MATERIA
              GO TO FIM-PROCURA-FRQ
           END-IF
           ADD 1 TO WS-IDX
           GO TO LACO-PROCURA-FRQ.

           CRIA-FRQ.
           IF WS-TOTAL-FRQ EQUAL 20
              MOVE 0 TO WS-IDX
              GO TO FIM-PROCURA-FRQ
           END-IF
           ADD 1 TO WS-TOTAL-FRQ
           MOVE WS-TOTAL-FRQ TO WS-IDX
           MOVE DI-MATERIA   TO FQ-MATERIA (WS-IDX)
           MOVE 0            TO FQ-AULAS (WS-IDX) FQ-FALTAS (WS-IDX).

           FIM-PROCURA-FRQ.
           CONTINUE.

      *----------------------------------------------------------------
      * CONFERE O DIREITO AO CERTIFICADO DE CONCLUSAO: TURMA DA ETAPA
      * FINAL (SEM PROGRESSAO NO PROGTURM), APROVACAO EM TODAS AS
      * MATERIAS DO ANO NO RESULTADO E NENHUMA DEPENDENCIA PENDENTE
      *----------------------------------------------------------------
           CONFERE-CONCLUSAO.
           MOVE 0 TO WS-TOTAL-PROG
           PERFORM CARREGA-PROGRESSAO THRU FIM-CARREGA-PROGRESSAO
           IF WS-TOTAL-PROG EQUAL 0
              MOVE "TABELA DE PROGRESSAO (PROGTURM.DAT) AUSENTE"
                TO WS-MOTIVO
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF
           PERFORM PROCURA-PROGRESSAO THRU FIM-PROCURA-PROGRESSAO
           IF ACHOU-PROG
              DISPLAY "TURMA "WS-TURMA" SEGUE PARA A TURMA "
                      TP-PARA (WS-IDX)" NA TABELA DE PROGRESSAO."
              MOVE "A TURMA DO ANO NAO E A ETAPA FINAL DO CURSO"
                TO WS-MOTIVO
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF

           OPEN INPUT RESULTADO
           IF WS-FS-RESULT NOT EQUAL 0
              MOVE "RESULTADO.DAT NAO ENCONTRADO (SISTTFEC)"
                TO WS-MOTIVO
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF
           MOVE "N" TO WS-TEM-CATALOGO
           OPEN INPUT MATERIAS
           IF WS-FS-MATERIAS EQUAL 0
              MOVE "S" TO WS-TEM-CATALOGO
           END-IF

           MOVE 0 TO WS-TOTAL-MAT WS-QTDE-NAO-APROV
           MOVE LOW-VALUES TO RS-CHAVE
           MOVE WS-ID      TO RS-ID
           START RESULTADO KEY NOT < RS-CHAVE
           INVALID KEY
               GO TO FECHA-RESULTADO-CNC
           END-START.

           LE-RESULTADO-CNC.
           READ RESULTADO NEXT
               AT END
               GO TO FECHA-RESULTADO-CNC
           END-READ
           IF RS-ID NOT EQUAL WS-ID
              GO TO FECHA-RESULTADO-CNC
           END-IF
           IF RS-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO LE-RESULTADO-CNC
           END-IF
           IF RS-RESULTADO NOT EQUAL "APROVADO"
              AND RS-RESULTADO NOT EQUAL "APROV CONS"
              IF WS-QTDE-NAO-APROV EQUAL 0
                 DISPLAY "MATERIAS SEM APROVACAO NO ANO:"
              END-IF
              DISPLAY "   "RS-MATERIA" "RS-RESULTADO
              ADD 1 TO WS-QTDE-NAO-APROV
           END-IF
           IF WS-TOTAL-MAT EQUAL 20
              DISPLAY "AVISO: MAIS DE 20 MATERIAS NO ANO; O CERTIFICADO"
              DISPLAY "LISTA SO AS 20 PRIMEIRAS."
              GO TO LE-RESULTADO-CNC
           END-IF
           ADD 1 TO WS-TOTAL-MAT
           MOVE RS-MATERIA     TO TM-MATERIA (WS-TOTAL-MAT)
           MOVE RS-MATERIA     TO TM-NOME (WS-TOTAL-MAT)
           MOVE RS-MEDIA-ANUAL TO TM-MEDIA (WS-TOTAL-MAT)
           MOVE RS-RESULTADO   TO TM-RESULTADO (WS-TOTAL-MAT)
           IF TEM-CATALOGO
              MOVE RS-MATERIA TO MT-MATERIA
              READ MATERIAS
              NOT INVALID KEY
                  MOVE MT-NOME TO TM-NOME (WS-TOTAL-MAT)
              END-READ
           END-IF
           GO TO LE-RESULTADO-CNC.

           FECHA-RESULTADO-CNC.
           CLOSE RESULTADO
           IF TEM-CATALOGO
              CLOSE MATERIAS
           END-IF
           IF WS-TOTAL-MAT EQUAL 0
              MOVE "SEM RESULTADO FINAL NO ANO (SISTTFEC)" TO WS-MOTIVO
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF
           IF WS-QTDE-NAO-APROV > 0
              MOVE "ALUNO NAO APROVADO EM TODAS AS MATERIAS DO ANO"
                TO WS-MOTIVO
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF

           MOVE 0 TO WS-QTDE-DEP-ABERTA
           OPEN INPUT DEPEND
           IF WS-FS-DEPEND NOT EQUAL 0
              GO TO FIM-CONFERE-CONCLUSAO
           END-IF
           MOVE LOW-VALUES TO DP-CHAVE
           MOVE WS-ID      TO DP-ID
           START DEPEND KEY NOT < DP-CHAVE
           INVALID KEY
               GO TO FECHA-DEPEND-CNC
           END-START.

           LE-DEPEND-CNC.
           READ DEPEND NEXT
               AT END
               GO TO FECHA-DEPEND-CNC
           END-READ
           IF DP-ID NOT EQUAL WS-ID
              GO TO FECHA-DEPEND-CNC
           END-IF
           IF DP-SITUACAO NOT EQUAL "CUMPRIDA"
              IF WS-QTDE-DEP-ABERTA EQUAL 0
                 DISPLAY "DEPENDENCIAS NAO CUMPRIDAS:"
              END-IF
              DISPLAY "   "DP-MATERIA" DE "DP-ANO-ORIGEM" "DP-SITUACAO
              ADD 1 TO WS-QTDE-DEP-ABERTA
           END-IF
           GO TO LE-DEPEND-CNC.

           FECHA-DEPEND-CNC.
           CLOSE DEPEND
           IF WS-QTDE-DEP-ABERTA > 0
              MOVE "ALUNO COM DEPENDENCIA NAO CUMPRIDA (SISTTDEP)"
                TO WS-MOTIVO
           END-IF.

           FIM-CONFERE-CONCLUSAO.
           CONTINUE.

      *----------------------------------------------------------------
      * CARREGA A TABELA DE PROGRESSAO DE TURMAS (PROGTURM.DAT,
      * LINHAS DE=PARA, EX: 5A=6A)
      *----------------------------------------------------------------
           CARREGA-PROGRESSAO.
           OPEN INPUT PROGTURM
           IF WS-FS-PROGTURM NOT EQUAL 0
              GO TO FIM-CARREGA-PROGRESSAO
           END-IF.

           LE-PROGRESSAO.
           READ PROGTURM
               AT END
               CLOSE PROGTURM
               GO TO FIM-CARREGA-PROGRESSAO
           END-READ
           MOVE SPACES TO WS-PROG-DE WS-PROG-PARA
           UNSTRING REG-PROGTURM DELIMITED BY "="
               INTO WS-PROG-DE WS-PROG-PARA
           END-UNSTRING
           IF WS-PROG-DE NOT EQUAL SPACES
              AND WS-PROG-PARA NOT EQUAL SPACES
              IF WS-TOTAL-PROG < 50
                 ADD 1 TO WS-TOTAL-PROG
                 MOVE WS-PROG-DE         TO TP-DE (WS-TOTAL-PROG)
                 MOVE WS-PROG-PARA (1:3) TO TP-PARA (WS-TOTAL-PROG)
              END-IF
           END-IF
           GO TO LE-PROGRESSAO.

           FIM-CARREGA-PROGRESSAO.
           CONTINUE.

      *----------------------------------------------------------------
      * PROCURA A TURMA DO ALUNO COMO ORIGEM NA TABELA DE PROGRESSAO
      *----------------------------------------------------------------
           PROCURA-PROGRESSAO.
           MOVE "N" TO WS-ACHOU-PROG
           MOVE 1   TO WS-IDX.

           LACO-PROCURA-PROGRESSAO.
           IF WS-IDX > WS-TOTAL-PROG
              GO TO FIM-PROCURA-PROGRESSAO
           END-IF
           IF TP-DE (WS-IDX) EQUAL WS-TURMA
              MOVE "S" TO WS-ACHOU-PROG
              GO TO FIM-PROCURA-PROGRESSAO
           END-IF
           ADD 1 TO WS-IDX
           GO TO LACO-PROCURA-PROGRESSAO.

           FIM-PROCURA-PROGRESSAO.
           CONTINUE.

      *----------------------------------------------------------------
      * REGISTRO NO LIVRO: TOMA O PROXIMO NUMERO DO ANO, GRAVA A
      * LINHA DO LIVRO COM O CODIGO DE VERIFICACAO E SO ENTAO CRIA O
      * ARQUIVO DO DOCUMENTO; SEM O ARQUIVO A LINHA E DESFEITA. O
      * DOCUMENTO SO E IMPRESSO DEPOIS DO REGISTRO
      *----------------------------------------------------------------
           REGISTRA-DOCUMENTO.
           OPEN I-O LIVRODOC
           IF WS-FS-LIVRO EQUAL 35
              OPEN OUTPUT LIVRODOC
              CLOSE LIVRODOC
              OPEN I-O LIVRODOC
           END-IF
           IF WS-FS-LIVRO NOT EQUAL 0
              DISPLAY "WS-FS-LIVRO: "WS-FS-LIVRO
              MOVE "NAO FOI POSSIVEL ABRIR O LIVRO DE REGISTRO"
                TO WS-MOTIVO
              GO TO FIM-REGISTRA-DOCUMENTO
           END-IF

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME
           PERFORM OBTEM-NUMERO THRU FIM-OBTEM-NUMERO

           MOVE WS-ANO-SYS       TO LV-ANO
           MOVE WS-NUMERO        TO LV-NUMERO
           MOVE WS-TIPO-DOC      TO LV-TIPO
           MOVE WS-ID            TO LV-ID
           MOVE WS-NM            TO LV-NM
           MOVE WS-ANO-LETIVO    TO LV-ANO-LETIVO
           MOVE WS-TURMA         TO LV-TURMA
           MOVE WS-DATA-HOJE     TO LV-DT-EMISSAO
           MOVE WS-TIME-SYS (1:6) TO LV-HR-EMISSAO
           MOVE WS-OPERADOR      TO LV-OPERADOR
           PERFORM GERA-CODIGO
           MOVE WS-CODIGO-N      TO LV-CODIGO

           WRITE REG-LIVRO
           INVALID KEY
               DISPLAY "WS-FS-LIVRO: "WS-FS-LIVRO
               CLOSE LIVRODOC
               MOVE "NUMERO JA USADO NO LIVRO: EMITA DE NOVO"
                 TO WS-MOTIVO
               GO TO FIM-REGISTRA-DOCUMENTO
           END-WRITE

           PERFORM MONTA-DOC-DSNAME
           OPEN OUTPUT RELATO
           IF WS-FS-RELATO NOT EQUAL 0
              DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
              DELETE LIVRODOC RECORD
              INVALID KEY
                  DISPLAY "WS-FS-LIVRO: "WS-FS-LIVRO
              END-DELETE
              MOVE "NAO FOI POSSIVEL CRIAR O ARQUIVO DO DOCUMENTO"
                TO WS-MOTIVO
           END-IF
           CLOSE LIVRODOC.

           FIM-REGISTRA-DOCUMENTO.
           CONTINUE.

      *----------------------------------------------------------------
      * PROXIMO NUMERO DO ANO DA EMISSAO: ULTIMO NUMERO DO LIVRO NO
      * ANO MAIS UM (A NUMERACAO RECOMECA EM 1 A CADA ANO)
      *----------------------------------------------------------------
           OBTEM-NUMERO.
           MOVE 0          TO WS-ULTIMO-NUM
           MOVE WS-ANO-SYS TO LV-ANO
           MOVE 0          TO LV-NUMERO
           START LIVRODOC KEY NOT < LV-CHAVE
           INVALID KEY
               GO TO FIM-OBTEM-NUMERO
           END-START.

           LE-NUMERO.
           READ LIVRODOC NEXT
               AT END
               GO TO FIM-OBTEM-NUMERO
           END-READ
           IF LV-ANO NOT EQUAL WS-ANO-SYS
              GO TO FIM-OBTEM-NUMERO
           END-IF
           MOVE LV-NUMERO TO WS-ULTIMO-NUM
           GO TO LE-NUMERO.

           FIM-OBTEM-NUMERO.
           COMPUTE WS-NUMERO = WS-ULTIMO-NUM + 1.

      *----------------------------------------------------------------
      * CODIGO DE VERIFICACAO DE 8 DIGITOS: COMBINA NUMERO, ALUNO,
      * DATA, HORA COM CENTESIMOS E OPERADOR E TOMA O RESTO PELO
      * PRIMO 99999989, PARA NAO SER DEDUZIDO DO NUMERO IMPRESSO
      *----------------------------------------------------------------
           GERA-CODIGO.
           COMPUTE WS-CALC = LV-NUMERO     * 7919
                           + LV-ID         * 104729
                           + LV-DT-EMISSAO * 31
                           + WS-TIME-SYS-N * 97
                           + LV-OPERADOR   * 613
                           + LV-ANO-LETIVO * 17
           DIVIDE WS-CALC BY 99999989
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           MOVE WS-RESTO TO WS-CODIGO-N.

      *----------------------------------------------------------------
      * NOME DO ARQUIVO DO DOCUMENTO: PREFIXO + ANO + NUMERO + .LIS
      *----------------------------------------------------------------
           MONTA-DOC-DSNAME.
           MOVE WS-ANO-SYS TO WS-ANO-TXT
           MOVE WS-NUMERO  TO WS-NUM-TXT
           MOVE SPACES TO WS-RELATO-DSNAME
           STRING WS-DOC-PREFIXO DELIMITED BY SPACE
                  WS-ANO-TXT     DELIMITED BY SIZE
                  WS-NUM-TXT     DELIMITED BY SIZE
                  ".LIS"         DELIMITED BY SIZE
             INTO WS-RELATO-DSNAME
           END-STRING.

      *----------------------------------------------------------------
      * IMPRIME O DOCUMENTO JA REGISTRADO (RELATO ABERTO PELO
      * REGISTRO): CABECALHO DA ESCOLA, TEXTO DO TIPO, LOCAL E DATA,
      * ASSINATURAS E O RODAPE COM NUMERO E CODIGO DE VERIFICACAO
      *----------------------------------------------------------------
           IMPRIME-DOCUMENTO.
           MOVE PAR-NOME-ESCOLA   TO DOC01-ESCOLA
           MOVE PAR-CODIGO-ESCOLA TO DOC01-CODIGO
           MOVE WS-DESC-TIPO      TO DOC02-TITULO
           WRITE REG-RELATO FROM DOC-LINHA-SEP
           WRITE REG-RELATO FROM DOC-LINHA01
           WRITE REG-RELATO FROM DOC-LINHA-SEP
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM DOC-LINHA02
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO

           IF DOC-CONCLUSAO
              MOVE "CERTIFICAMOS QUE O(A) ALUNO(A)" TO DOC03-ABERTURA
           ELSE
              MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)"
                TO DOC03-ABERTURA
           END-IF
           WRITE REG-RELATO FROM DOC-LINHA03

           MOVE WS-ID      TO DOC04-ID
           MOVE WS-NM      TO DOC04-NOME
           MOVE WS-DT-NASC TO WS-DATA-AUX
           MOVE WS-AUX-DIA TO DOC04-DIA
           MOVE WS-AUX-MES TO DOC04-MES
           MOVE WS-AUX-ANO TO DOC04-ANO
           WRITE REG-RELATO FROM DOC-LINHA04

           MOVE WS-TURMA      TO DOC05-TURMA
           MOVE WS-ANO-LETIVO TO DOC05-ANO
           IF DOC-MATRICULA
              PERFORM IMPRIME-MATRICULA
           END-IF
           IF DOC-FREQUENCIA
              PERFORM IMPRIME-FREQUENCIA
           END-IF
           IF DOC-TRANSFERENCIA
              PERFORM IMPRIME-TRANSFERENCIA
           END-IF
           IF DOC-CONCLUSAO
              PERFORM IMPRIME-CONCLUSAO
           END-IF

           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO
           MOVE PAR-NOME-ESCOLA TO ASS001-LOCAL
           MOVE WS-DIA-SYS      TO ASS001-DIA
           MOVE WS-MES-SYS      TO ASS001-MES
           MOVE WS-ANO-SYS      TO ASS001-ANO
           WRITE REG-RELATO FROM ASS001
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM ASS002
           WRITE REG-RELATO FROM ASS003
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO

           MOVE WS-ANO-SYS    TO ROD001-ANO
           MOVE WS-NUMERO     TO ROD001-NUMERO
           MOVE WS-COD-P1     TO ROD001-COD-P1
           MOVE WS-COD-P2     TO ROD001-COD-P2
           MOVE WS-OPERADOR   TO ROD002-OPERADOR
           MOVE WS-OPE-NOME   TO ROD002-NOME
           MOVE WS-DIA-SYS    TO ROD002-DIA
           MOVE WS-MES-SYS    TO ROD002-MES
           MOVE WS-ANO-SYS    TO ROD002-ANO
           MOVE WS-HORA-SYS   TO ROD002-HORA
           MOVE WS-MINUTO-SYS TO ROD002-MINUTO
           WRITE REG-RELATO FROM DOC-LINHA-SEP
           WRITE REG-RELATO FROM ROD001
           WRITE REG-RELATO FROM ROD002
           WRITE REG-RELATO FROM ROD003
           WRITE REG-RELATO FROM ROD004
           WRITE REG-RELATO FROM DOC-LINHA-SEP
           CLOSE RELATO.

      *----------------------------------------------------------------
      * TEXTO DA DECLARACAO DE MATRICULA
      *----------------------------------------------------------------
           IMPRIME-MATRICULA.
           MOVE "ESTA MATRICULADO(A)" TO DOC05-VERBO
           MOVE ","     TO DOC05-FIM
           WRITE REG-RELATO FROM DOC-LINHA05
           MOVE WS-SITUACAO TO DOC06-SITUACAO
           WRITE REG-RELATO FROM DOC-LINHA06.

      *----------------------------------------------------------------
      * TEXTO DA DECLARACAO DE FREQUENCIA, COM O QUADRO POR MATERIA
      *----------------------------------------------------------------
           IMPRIME-FREQUENCIA.
           IF WS-SITUACAO EQUAL "ATIVO"
              MOVE "ESTA MATRICULADO(A)"   TO DOC05-VERBO
           ELSE
              MOVE "ESTEVE MATRICULADO(A)" TO DOC05-VERBO
           END-IF
           MOVE " E,"   TO DOC05-FIM
           WRITE REG-RELATO FROM DOC-LINHA05
           MOVE WS-DATA-LIMITE TO WS-DATA-AUX
           MOVE WS-AUX-DIA     TO DOC07-DIA
           MOVE WS-AUX-MES     TO DOC07-MES
           MOVE WS-AUX-ANO     TO DOC07-ANO
           MOVE WS-TOT-FALTAS  TO DOC07-FALTAS
           MOVE WS-TOT-AULAS   TO DOC07-AULAS
           WRITE REG-RELATO FROM DOC-LINHA07
           MOVE WS-FREQ        TO DOC08-FREQ
           WRITE REG-RELATO FROM DOC-LINHA08
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM DOC-TAB-FRQ-CAB
           MOVE 1 TO WS-IDX
           PERFORM IMPRIME-LINHA-FRQ THRU FIM-IMPRIME-LINHA-FRQ.

           IMPRIME-LINHA-FRQ.
           IF WS-IDX > WS-TOTAL-FRQ
              GO TO FIM-IMPRIME-LINHA-FRQ
           END-IF
           MOVE FQ-MATERIA (WS-IDX) TO DTF-MATERIA
           MOVE FQ-AULAS (WS-IDX)   TO DTF-AULAS
           MOVE FQ-FALTAS (WS-IDX)  TO DTF-FALTAS
           MOVE 0                   TO DTF-FREQ
           IF FQ-AULAS (WS-IDX) > 0
              AND FQ-FALTAS (WS-IDX) NOT > FQ-AULAS (WS-IDX)
              COMPUTE DTF-FREQ ROUNDED =
                  (FQ-AULAS (WS-IDX) - FQ-FALTAS (WS-IDX)) * 100
                  / FQ-AULAS (WS-IDX)
           END-IF
           WRITE REG-RELATO FROM DOC-TAB-FRQ
           ADD 1 TO WS-IDX
           GO TO IMPRIME-LINHA-FRQ.

           FIM-IMPRIME-LINHA-FRQ.
           CONTINUE.

      *----------------------------------------------------------------
      * TEXTO DA DECLARACAO DE TRANSFERENCIA
      *----------------------------------------------------------------
           IMPRIME-TRANSFERENCIA.
           MOVE "ESTEVE MATRICULADO(A)" TO DOC05-VERBO
           MOVE ","                     TO DOC05-FIM
           WRITE REG-RELATO FROM DOC-LINHA05
           MOVE WS-DT-SITUACAO TO WS-DATA-AUX
           MOVE WS-AUX-DIA     TO DOC09-DIA
           MOVE WS-AUX-MES     TO DOC09-MES
           MOVE WS-AUX-ANO     TO DOC09-ANO
           WRITE REG-RELATO FROM DOC-LINHA09
           WRITE REG-RELATO FROM DOC-LINHA10.

      *----------------------------------------------------------------
      * TEXTO DO CERTIFICADO DE CONCLUSAO, COM AS MATERIAS DO ANO
      *----------------------------------------------------------------
           IMPRIME-CONCLUSAO.
           MOVE WS-TURMA      TO DOC12-TURMA
           MOVE WS-ANO-LETIVO TO DOC12-ANO
           WRITE REG-RELATO FROM DOC-LINHA12
           WRITE REG-RELATO FROM DOC-LINHA11
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           WRITE REG-RELATO FROM DOC-TAB-MAT-CAB
           MOVE 1 TO WS-IDX
           PERFORM IMPRIME-LINHA-MAT THRU FIM-IMPRIME-LINHA-MAT.

           IMPRIME-LINHA-MAT.
           IF WS-IDX > WS-TOTAL-MAT
              GO TO FIM-IMPRIME-LINHA-MAT
           END-IF
           MOVE TM-MATERIA (WS-IDX)   TO DTM-MATERIA
           MOVE TM-NOME (WS-IDX)      TO DTM-NOME
           MOVE TM-MEDIA (WS-IDX)     TO DTM-MEDIA
           MOVE TM-RESULTADO (WS-IDX) TO DTM-RESULTADO
           WRITE REG-RELATO FROM DOC-TAB-MAT
           ADD 1 TO WS-IDX
           GO TO IMPRIME-LINHA-MAT.

           FIM-IMPRIME-LINHA-MAT.
           CONTINUE.

      *----------------------------------------------------------------
      * CONSULTA DE AUTENTICIDADE: O DOCUMENTO E AUTENTICO QUANDO O
      * NUMERO EXISTE NO LIVRO DO ANO E O CODIGO APRESENTADO CONFERE
      *----------------------------------------------------------------
           CONSULTAR.
           DISPLAY "DIGITE O ANO DO NUMERO DO DOCUMENTO"
           ACCEPT WS-ANO-CONSULTA
           DISPLAY "DIGITE O NUMERO DO DOCUMENTO"
           ACCEPT WS-NUM-CONSULTA
           DISPLAY "DIGITE O CODIGO DE VERIFICACAO (NNNN-NNNN)"
           MOVE SPACES TO WS-CODIGO-TXT
           ACCEPT WS-CODIGO-TXT
           MOVE 0 TO WS-CODIGO-N
           IF WS-CODIGO-TXT (5:1) EQUAL "-"
              AND WS-CODIGO-TXT (1:4) IS NUMERIC
              AND WS-CODIGO-TXT (6:4) IS NUMERIC
              MOVE WS-CODIGO-TXT (1:4) TO WS-COD-P1
              MOVE WS-CODIGO-TXT (6:4) TO WS-COD-P2
           ELSE
              IF WS-CODIGO-TXT (1:8) IS NUMERIC
                 MOVE WS-CODIGO-TXT (1:8) TO WS-CODIGO-N
              ELSE
                 DISPLAY "CODIGO DE VERIFICACAO INVALIDO."
                 GO TO CONTINUAR
              END-IF
           END-IF

           OPEN INPUT LIVRODOC
           IF WS-FS-LIVRO NOT EQUAL 0
              DISPLAY "LIVRO DE REGISTRO NAO ENCONTRADO."
              DISPLAY "NENHUM DOCUMENTO FOI EMITIDO PELO SISTEMA."
              GO TO CONTINUAR
           END-IF
           MOVE WS-ANO-CONSULTA TO LV-ANO
           MOVE WS-NUM-CONSULTA TO LV-NUMERO
           READ LIVRODOC
           INVALID KEY
               DISPLAY "==========================================="
               DISPLAY "DOCUMENTO NAO AUTENTICO: O NUMERO NAO CONSTA"
               DISPLAY "DO LIVRO DE REGISTRO."
               DISPLAY "==========================================="
               CLOSE LIVRODOC
               GO TO CONTINUAR
           END-READ

           IF LV-CODIGO NOT EQUAL WS-CODIGO-N
              CLOSE LIVRODOC
              DISPLAY "==========================================="
              DISPLAY "DOCUMENTO NAO AUTENTICO: O CODIGO DE"
              DISPLAY "VERIFICACAO NAO CONFERE COM O LIVRO."
              DISPLAY "==========================================="
              GO TO CONTINUAR
           END-IF

           MOVE LV-TIPO TO WS-TIPO-DOC
           PERFORM DESCREVE-TIPO
           MOVE LV-DT-EMISSAO TO WS-DATA-AUX
           DISPLAY "==================================================="
           DISPLAY "DOCUMENTO AUTENTICO"
           DISPLAY "NUMERO....................:"LV-ANO"/"LV-NUMERO
           DISPLAY "DOCUMENTO.................:"WS-DESC-TIPO
           DISPLAY "ALUNO.....................:"LV-ID" "LV-NM
           DISPLAY "ANO LETIVO/TURMA..........:"LV-ANO-LETIVO" "
                   LV-TURMA
           DISPLAY "EMITIDO EM................:"WS-AUX-DIA"/"
                   WS-AUX-MES"/"WS-AUX-ANO" "LV-HR-EMISSAO (1:2)":"
                   LV-HR-EMISSAO (3:2)
           DISPLAY "OPERADOR..................:"LV-OPERADOR
           DISPLAY "==================================================="
           CLOSE LIVRODOC
           DISPLAY "CONFIRA SE OS DADOS ACIMA SAO OS DO DOCUMENTO"
           DISPLAY "APRESENTADO."
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * IMPRESSAO DO LIVRO DE REGISTRO DE UM ANO DE EMISSAO (SEM O
      * CODIGO DE VERIFICACAO, QUE SO SAI NO PROPRIO DOCUMENTO)
      *----------------------------------------------------------------
           LISTAR-LIVRO.
           DISPLAY "DIGITE O ANO DE EMISSAO DO LIVRO"
           ACCEPT WS-ANO-CONSULTA

           OPEN INPUT LIVRODOC
           IF WS-FS-LIVRO NOT EQUAL 0
              DISPLAY "LIVRO DE REGISTRO NAO ENCONTRADO."
              GO TO CONTINUAR
           END-IF

           MOVE WS-ANO-CONSULTA TO WS-ANO-TXT
           MOVE SPACES TO WS-RELATO-DSNAME
           STRING WS-LISTA-PREFIXO DELIMITED BY SPACE
                  WS-ANO-TXT       DELIMITED BY SIZE
                  ".LIS"           DELIMITED BY SIZE
             INTO WS-RELATO-DSNAME
           END-STRING
           OPEN OUTPUT RELATO
           IF WS-FS-RELATO NOT EQUAL 0
              DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO,"
              DISPLAY "WS-FS-RELATO: "WS-FS-RELATO
              CLOSE LIVRODOC
              GO TO CONTINUAR
           END-IF

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME
           MOVE 0 TO ACUM-LINHAS ACUM-PAG WS-ULTIMO-NUM
           MOVE WS-ANO-CONSULTA TO LV-ANO
           MOVE 0               TO LV-NUMERO
           START LIVRODOC KEY NOT < LV-CHAVE
           INVALID KEY
               GO TO FIM-LISTAR-LIVRO
           END-START.

           LE-LIVRO.
           READ LIVRODOC NEXT
               AT END
               GO TO FIM-LISTAR-LIVRO
           END-READ
           IF LV-ANO NOT EQUAL WS-ANO-CONSULTA
              GO TO FIM-LISTAR-LIVRO
           END-IF
           MOVE LV-TIPO TO WS-TIPO-DOC
           PERFORM DESCREVE-TIPO
           MOVE LV-NUMERO     TO DET001-NUMERO
           IF DOC-MATRICULA
              MOVE "DECL MATRIC"  TO DET001-TIPO
           END-IF
           IF DOC-FREQUENCIA
              MOVE "DECL FREQUEN" TO DET001-TIPO
           END-IF
           IF DOC-TRANSFERENCIA
              MOVE "DECL TRANSF"  TO DET001-TIPO
           END-IF
           IF DOC-CONCLUSAO
              MOVE "CERT CONCLUS" TO DET001-TIPO
           END-IF
           MOVE LV-ID         TO DET001-ID
           MOVE LV-NM         TO DET001-NOME
           MOVE LV-ANO-LETIVO TO DET001-ANO
           MOVE LV-TURMA      TO DET001-TURMA
           MOVE LV-DT-EMISSAO TO WS-DATA-AUX
           MOVE WS-AUX-DIA    TO DET001-DIA
           MOVE WS-AUX-MES    TO DET001-MES
           MOVE WS-AUX-ANO    TO DET001-AA
           MOVE LV-OPERADOR   TO DET001-OPERADOR
           PERFORM GRAVA-DETALHE
           ADD 1 TO WS-ULTIMO-NUM
           GO TO LE-LIVRO.

           FIM-LISTAR-LIVRO.
           CLOSE LIVRODOC
           IF WS-ULTIMO-NUM EQUAL 0
              PERFORM IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO REG-RELATO
           WRITE REG-RELATO
           MOVE WS-ULTIMO-NUM TO TOT001-QTDE
           WRITE REG-RELATO FROM TOT001
           CLOSE RELATO
           DISPLAY "DOCUMENTOS NO LIVRO DO ANO: "WS-ULTIMO-NUM
           DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * IMPRIME UMA LINHA DO LIVRO, QUEBRANDO PAGINA QUANDO PRECISO
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
           ADD 1 TO ACUM-PAG
           MOVE ACUM-PAG        TO CAB001-PAG
           MOVE WS-HORA-SYS     TO CAB002-HORA
           MOVE WS-MINUTO-SYS   TO CAB002-MINUTO
           MOVE WS-DIA-SYS      TO CAB002-DIA
           MOVE WS-MES-SYS      TO CAB002-MES
           MOVE WS-ANO-SYS      TO CAB002-ANO
           MOVE PAR-NOME-ESCOLA TO CAB003-ESCOLA
           MOVE WS-ANO-CONSULTA TO CAB003-ANO
           IF ACUM-PAG > 1
              MOVE SPACES TO REG-RELATO
              WRITE REG-RELATO
           END-IF
           WRITE REG-RELATO FROM CAB001
           WRITE REG-RELATO FROM CAB002
           WRITE REG-RELATO FROM CAB003
           WRITE REG-RELATO FROM CAB004
           MOVE 1 TO ACUM-LINHAS.

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
           IF WS-PAR-CHAVE EQUAL "CODIGO-ESCOLA"
              AND WS-PAR-VALOR (1:8) IS NUMERIC
              MOVE WS-PAR-VALOR (1:8) TO PAR-CODIGO-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "NOME-ESCOLA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO PAR-NOME-ESCOLA
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-LIVRODOC"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-LIVRO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DOCUMENTO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DOC-PREFIXO
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-LIVRO-LIS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-LISTA-PREFIXO
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ALUNOS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-RESULTADO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RESULT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATERIAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MAT-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DIARIO"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DIA-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-OPERADOR"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-OPE-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PROGTURM"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRG-DSNAME
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
            DISPLAY "DOCUMENTOS EMITIDOS NESTA SESSAO: "WS-COUNT
            STOP RUN.
       END PROGRAM SISTTDOC.
