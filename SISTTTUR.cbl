      ******************************************************************
      * Author:JEFFERSON MOTA SILVA
      * Date:15/10/2026
      * Purpose:CADASTRO DE TURMAS POR ANO LETIVO (TURMAS.DAT), COM A
      *         SERIE, O TURNO, A SALA E A CAPACIDADE DE CADA TURMA, E
      *         MANUTENCAO DA LISTA DE ESPERA POR SERIE E TURNO
      *         (ESPERA.DAT). O SISTTMTR, O SISTTABR E O SISTTCAD
      *         PASSAM A CONFERIR A TURMA AQUI, E A MATRICULA EM TURMA
      *         LOTADA VAI PARA A LISTA DE ESPERA. A VAGA ABERTA POR
      *         TRANSFERENCIA OU EVASAO E OFERECIDA AO PRIMEIRO DA
      *         FILA DA SERIE/TURNO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/2026 - VERSAO INICIAL: INCLUIR, CORRIGIR, EXCLUIR E
      *              CONSULTAR TURMA (CHAVE ANO LETIVO+TURMA),
      *              CONSULTAR A LISTA DE ESPERA E REGISTRAR A
      *              DESISTENCIA DE UM ALUNO DA FILA. A OCUPACAO DA
      *              TURMA SAO AS MATRICULAS "ATIVO" DO ANO NELA MAIS
      *              AS VAGAS JA OFERECIDAS A ALUNOS DA FILA E AINDA
      *              NAO CONFIRMADAS. TURMA COM MATRICULA NO ANO NAO
      *              PODE SER EXCLUIDA, E A CAPACIDADE NAO PODE FICAR
      *              ABAIXO DA OCUPACAO. TURMA NOVA OU CAPACIDADE
      *              AUMENTADA OFERECE AS VAGAS LIVRES A FILA.
      * 15/10/2026 - FORMA DE AVALIACAO DA TURMA (TU-AVALIACAO: N=NOTA,
      *              C=CONCEITO E PARECER DESCRITIVO) PARA AS SERIES
      *              DOS ANOS INICIAIS; O SISTTCAD E O SISTTIMP PASSAM
      *              A PEDIR O CONCEITO NAS TURMAS CONCEITUAIS.
      * 15/10/2026 - O REGISTRO DO MATRICULA ACOMPANHA O NOVO LAYOUT
      *              COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTTUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT ESPERA ASSIGN TO WS-ESP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ES-CHAVE
             FILE STATUS WS-FS-ESPERA.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

               SELECT PARAMET ASSIGN TO
             "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PARAMET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PARAMET.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
       01 REG-TURMA.
           03 TU-CHAVE.
               05 TU-ANO-LETIVO               PIC 9(4).
               05 TU-TURMA                    PIC X(3).
           03 TU-SERIE                        PIC X(10).
           03 TU-TURNO                        PIC X(1).
           03 TU-SALA                         PIC X(5).
           03 TU-CAPACIDADE                   PIC 9(3).
           03 TU-AVALIACAO                    PIC X(1).

       FD ESPERA.
       01 REG-ESPERA.
           03 ES-CHAVE.
               05 ES-ANO-LETIVO               PIC 9(4).
               05 ES-SERIE                    PIC X(10).
               05 ES-TURNO                    PIC X(1).
               05 ES-SEQ                      PIC 9(4).
           03 ES-ID                           PIC 9(4).
           03 ES-NM                           PIC X(25).
           03 ES-TURMA-PEDIDA                 PIC X(3).
           03 ES-DT-ENTRADA                   PIC 9(8).
           03 ES-SITUACAO                     PIC X(11).
           03 ES-DT-SITUACAO                  PIC 9(8).
           03 ES-TURMA-OFERTA                 PIC X(3).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-CHAVE.
               05 MA-ID                       PIC 9(4).
               05 MA-ANO-LETIVO               PIC 9(4).
           03 MA-TURMA                        PIC X(3).
           03 MA-SITUACAO                     PIC X(11).
           03 MA-DT-SITUACAO                  PIC 9(8).
           03 MA-UNIDADE                      PIC 9(2).

       FD PARAMET.
       01 REG-PARAMET                         PIC X(120).

       WORKING-STORAGE SECTION.

       77 WS-FS-TURMAS                        PIC 99.
       77 WS-FS-ESPERA                        PIC 99.
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-TEM-MATRICULA                    PIC X VALUE "N".
         88 TEM-MATRICULA                     VALUE "S".
       77 WS-TUR-DSNAME                       PIC X(100).

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT: A MESMA CHAVE ARQ-TURMAS QUE OS
      * PROGRAMAS QUE VALIDAM A TURMA HONRAM (LINHA DE COMANDO E
      * PROMPT CONTINUAM PODENDO SOBREPOR), MAIS ARQ-ESPERA E
      * ARQ-MATRICULA
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-TUR-DSNAME-PADRAO                PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-ESP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ESPERA.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PAR-VALOR                    PIC X(100).
       77 WS-OPCAO                            PIC X.
       77 WS-OPCAO-MENU                       PIC 9.
       77 WS-DATA-HOJE                        PIC 9(8).

       01 CADASTRO-TURMA.
           03 WS-ANO-LETIVO                   PIC 9(4).
           03 WS-TURMA                        PIC X(3).
           03 WS-SERIE                        PIC X(10).
           03 WS-TURNO                        PIC X(1).
             88 TURNO-VALIDO                  VALUE "M" "T" "N" "I".
           03 WS-SALA                         PIC X(5).
           03 WS-CAPACIDADE                   PIC 9(3).
           03 WS-AVALIACAO                    PIC X(1).
             88 AVALIACAO-VALIDA              VALUE "N" "C".
             88 AVALIACAO-CONCEITUAL          VALUE "C".
       77 WS-TURNO-DESC                       PIC X(8).
       77 WS-AVALIACAO-DESC                   PIC X(20).

      *----------------------------------------------------------------
      * OCUPACAO DA TURMA (MATRICULAS ATIVO + VAGAS OFERECIDAS) E
      * POSICAO NA LISTA DE ESPERA
      *----------------------------------------------------------------
       77 WS-ID-IGNORA                        PIC 9(4) VALUE 0.
       77 WS-MATRICULADOS                     PIC 9(4).
       77 WS-MATR-TOTAL                       PIC 9(4).
       77 WS-RESERVAS                         PIC 9(4).
       77 WS-OCUPADAS                         PIC 9(4).
       77 WS-VAGAS                            PIC 9(4).
       77 WS-NA-FILA                          PIC 9(4).
       77 WS-SEQ                              PIC 9(4).
       77 WS-ANO-OFERTA                       PIC 9(4).
       77 WS-SERIE-OFERTA                     PIC X(10).
       77 WS-TURNO-OFERTA                     PIC X(1).
       77 WS-TURMA-OFERTA                     PIC X(3).
       77 WS-OFERTA-FEITA                     PIC X.
         88 OFERTA-FEITA                      VALUE "S".
       77 WS-ERA-OFERECIDA                    PIC X.
         88 ERA-OFERECIDA                     VALUE "S".
       77 WS-LISTADOS                         PIC 9(4).

       PROCEDURE DIVISION.
           OBTEM-DATASET.
               PERFORM CARREGA-PARAMETROS
                   THRU FIM-CARREGA-PARAMETROS
               ACCEPT WS-TUR-DSNAME FROM COMMAND-LINE
               IF WS-TUR-DSNAME EQUAL SPACES
                  DISPLAY "==================================="
                  DISPLAY "DIGITE O NOME DO ARQUIVO DE TURMAS"
                  DISPLAY "TECLE ENTER PARA USAR O PADRAO"
                  ACCEPT WS-TUR-DSNAME
               END-IF
               IF WS-TUR-DSNAME EQUAL SPACES
                  MOVE WS-TUR-DSNAME-PADRAO TO WS-TUR-DSNAME
               END-IF.

           INICIO.
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

              OPEN I-O TURMAS

              IF WS-FS-TURMAS EQUAL 35
                 OPEN OUTPUT TURMAS
                 CLOSE TURMAS
                 OPEN I-O TURMAS
              END-IF
              IF WS-FS-TURMAS NOT EQUAL 0
                 DISPLAY "NAO FOI POSSIVEL ABRIR O TURMAS.DAT,"
                 DISPLAY "WS-FS-TURMAS: "WS-FS-TURMAS
                 STOP RUN
              END-IF

              OPEN I-O ESPERA

              IF WS-FS-ESPERA EQUAL 35
                 OPEN OUTPUT ESPERA
                 CLOSE ESPERA
                 OPEN I-O ESPERA
              END-IF
              IF WS-FS-ESPERA NOT EQUAL 0
                 DISPLAY "NAO FOI POSSIVEL ABRIR O ESPERA.DAT,"
                 DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
                 CLOSE TURMAS
                 STOP RUN
              END-IF

              MOVE "N" TO WS-TEM-MATRICULA
              OPEN INPUT MATRICULA
              IF WS-FS-MATRICULA EQUAL 0
                 MOVE "S" TO WS-TEM-MATRICULA
              ELSE
                 DISPLAY "ARQUIVO DE MATRICULA NAO ENCONTRADO."
                 DISPLAY "A OCUPACAO DAS TURMAS CONTA SO AS VAGAS"
                 DISPLAY "OFERECIDAS DA LISTA DE ESPERA."
              END-IF

           DISPLAY "==================================================="
           DISPLAY "*********TURMAS E LISTA DE ESPERA******************"
           DISPLAY "==================================================="
           DISPLAY "1 - INCLUIR NOVA TURMA"
           DISPLAY "2 - CORRIGIR TURMA EXISTENTE"
           DISPLAY "3 - EXCLUIR TURMA EXISTENTE"
           DISPLAY "4 - CONSULTAR TURMA"
           DISPLAY "5 - CONSULTAR LISTA DE ESPERA"
           DISPLAY "6 - REGISTRAR DESISTENCIA DA LISTA DE ESPERA"
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
               GO TO CONSULTAR-FILA
           END-IF
           IF WS-OPCAO-MENU EQUAL 6
               GO TO DESISTENCIA
           END-IF
           DISPLAY "OPCAO INVALIDA"
           PERFORM FECHA-ARQUIVOS
           GO TO INICIO.

      *----------------------------------------------------------------
      * INCLUSAO DE UMA NOVA TURMA (ANO LETIVO+TURMA); AS VAGAS DA
      * TURMA NOVA SAO OFERECIDAS A FILA DA SERIE/TURNO
      *----------------------------------------------------------------
           INCLUIR.
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE
           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS

           MOVE WS-ANO-LETIVO   TO TU-ANO-LETIVO
           MOVE WS-TURMA        TO TU-TURMA
           MOVE WS-SERIE        TO TU-SERIE
           MOVE WS-TURNO        TO TU-TURNO
           MOVE WS-SALA         TO TU-SALA
           MOVE WS-CAPACIDADE   TO TU-CAPACIDADE
           MOVE WS-AVALIACAO    TO TU-AVALIACAO

           WRITE REG-TURMA
           INVALID KEY
               DISPLAY "JA EXISTE ESTA TURMA NESTE ANO LETIVO"
               DISPLAY "NAO FOI POSSIVEL GRAVAR,WS-FS-TURMAS: "
                       WS-FS-TURMAS
           NOT INVALID KEY
               DISPLAY "TURMA GRAVADA COM SUCESSO"
               PERFORM OFERECE-VAGAS-LIVRES
                   THRU FIM-OFERECE-VAGAS-LIVRES
           END-WRITE.

           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CORRECAO DE UMA TURMA EXISTENTE (SERIE, TURNO, SALA E
      * CAPACIDADE); A CAPACIDADE NAO PODE FICAR ABAIXO DA OCUPACAO
      *----------------------------------------------------------------
           CORRIGIR.
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-ANO-LETIVO TO TU-ANO-LETIVO
           MOVE WS-TURMA      TO TU-TURMA

           READ TURMAS
           INVALID KEY
               DISPLAY "TURMA NAO ENCONTRADA"
               PERFORM FECHA-ARQUIVOS
               GO TO CONTINUAR
           END-READ.

           DISPLAY "VALORES ATUAIS:"
           DISPLAY "SERIE           :"TU-SERIE
           DISPLAY "TURNO           :"TU-TURNO
           DISPLAY "SALA            :"TU-SALA
           DISPLAY "CAPACIDADE      :"TU-CAPACIDADE
           DISPLAY "AVALIACAO       :"TU-AVALIACAO

           PERFORM ACEITA-DADOS THRU FIM-ACEITA-DADOS
           PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO

           IF WS-CAPACIDADE < WS-OCUPADAS
              DISPLAY "CAPACIDADE MENOR QUE A OCUPACAO DA TURMA:"
              DISPLAY "MATRICULADOS (ATIVO)....:"WS-MATRICULADOS
              DISPLAY "VAGAS JA OFERECIDAS.....:"WS-RESERVAS
              DISPLAY "TURMA NAO CORRIGIDA."
              PERFORM FECHA-ARQUIVOS
              GO TO CONTINUAR
           END-IF

           MOVE WS-SERIE        TO TU-SERIE
           MOVE WS-TURNO        TO TU-TURNO
           MOVE WS-SALA         TO TU-SALA
           MOVE WS-CAPACIDADE   TO TU-CAPACIDADE
           MOVE WS-AVALIACAO    TO TU-AVALIACAO

           REWRITE REG-TURMA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL CORRIGIR,"
               DISPLAY "WS-FS-TURMAS: "WS-FS-TURMAS
           NOT INVALID KEY
               DISPLAY "TURMA CORRIGIDA COM SUCESSO"
               PERFORM OFERECE-VAGAS-LIVRES
                   THRU FIM-OFERECE-VAGAS-LIVRES
           END-REWRITE.

           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * EXCLUSAO DE UMA TURMA SEM NENHUMA MATRICULA NO ANO
      *----------------------------------------------------------------
           EXCLUIR.
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-ANO-LETIVO TO TU-ANO-LETIVO
           MOVE WS-TURMA      TO TU-TURMA

           READ TURMAS
           INVALID KEY
               DISPLAY "TURMA NAO ENCONTRADA"
               PERFORM FECHA-ARQUIVOS
               GO TO CONTINUAR
           END-READ.

           PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO

           IF WS-MATR-TOTAL > 0 OR WS-RESERVAS > 0
              DISPLAY "A TURMA TEM "WS-MATR-TOTAL" MATRICULA(S) NO ANO"
              DISPLAY "E "WS-RESERVAS" VAGA(S) OFERECIDA(S) A FILA."
              DISPLAY "TROQUE A TURMA DAS MATRICULAS PELO SISTTMTR"
              DISPLAY "ANTES DE EXCLUIR. TURMA NAO EXCLUIDA."
              PERFORM FECHA-ARQUIVOS
              GO TO CONTINUAR
           END-IF

           DELETE TURMAS RECORD
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL EXCLUIR,"
               DISPLAY "WS-FS-TURMAS: "WS-FS-TURMAS
           NOT INVALID KEY
               DISPLAY "TURMA EXCLUIDA COM SUCESSO"
           END-DELETE.

           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONSULTA DE UMA TURMA COM A OCUPACAO, AS VAGAS E A FILA DA
      * SERIE/TURNO
      *----------------------------------------------------------------
           CONSULTAR.
           PERFORM ACEITA-CHAVE THRU FIM-ACEITA-CHAVE

           MOVE WS-ANO-LETIVO TO TU-ANO-LETIVO
           MOVE WS-TURMA      TO TU-TURMA

           READ TURMAS
           INVALID KEY
               DISPLAY "TURMA NAO ENCONTRADA"
               PERFORM FECHA-ARQUIVOS
               GO TO CONTINUAR
           END-READ.

           MOVE TU-SERIE      TO WS-SERIE
           MOVE TU-TURNO      TO WS-TURNO
           MOVE TU-CAPACIDADE TO WS-CAPACIDADE
           MOVE TU-AVALIACAO  TO WS-AVALIACAO
           PERFORM DESCREVE-TURNO
           PERFORM DESCREVE-AVALIACAO
           PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO
           PERFORM CONTA-FILA THRU FIM-CONTA-FILA
           MOVE 0 TO WS-VAGAS
           IF WS-CAPACIDADE > WS-OCUPADAS
              COMPUTE WS-VAGAS = WS-CAPACIDADE - WS-OCUPADAS
           END-IF

           DISPLAY "==============================================="
           DISPLAY "ANO LETIVO / TURMA  :"WS-ANO-LETIVO"/"WS-TURMA
           DISPLAY "SERIE               :"WS-SERIE
           DISPLAY "TURNO               :"WS-TURNO-DESC
           DISPLAY "SALA                :"TU-SALA
           DISPLAY "CAPACIDADE          :"WS-CAPACIDADE
           DISPLAY "AVALIACAO           :"WS-AVALIACAO-DESC
           DISPLAY "MATRICULADOS (ATIVO):"WS-MATRICULADOS
           DISPLAY "VAGAS OFERECIDAS    :"WS-RESERVAS
           DISPLAY "VAGAS LIVRES        :"WS-VAGAS
           DISPLAY "FILA DA SERIE/TURNO :"WS-NA-FILA
           DISPLAY "==============================================="

           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * LISTA A FILA DE UMA SERIE/TURNO NA ORDEM DE ENTRADA
      *----------------------------------------------------------------
           CONSULTAR-FILA.
           PERFORM ACEITA-FILA THRU FIM-ACEITA-FILA
           MOVE 0 TO WS-LISTADOS

           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           MOVE WS-SERIE      TO ES-SERIE
           MOVE WS-TURNO      TO ES-TURNO
           MOVE 0             TO ES-SEQ
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-CONSULTAR-FILA
           END-START

           DISPLAY "==============================================="
           DISPLAY "SEQ  ID   NOME                      PEDIDA"
                   " ENTRADA  SITUACAO    OFERTA".

           LE-FILA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-CONSULTAR-FILA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR ES-SERIE NOT EQUAL WS-SERIE
              OR ES-TURNO NOT EQUAL WS-TURNO
              GO TO FIM-CONSULTAR-FILA
           END-IF
           ADD 1 TO WS-LISTADOS
           DISPLAY ES-SEQ" "ES-ID" "ES-NM" "ES-TURMA-PEDIDA"    "
                   ES-DT-ENTRADA" "ES-SITUACAO" "ES-TURMA-OFERTA
           GO TO LE-FILA.

           FIM-CONSULTAR-FILA.
           IF WS-LISTADOS EQUAL 0
              DISPLAY "NENHUM ALUNO NA LISTA DE ESPERA DESTA"
              DISPLAY "SERIE/TURNO NO ANO "WS-ANO-LETIVO
           ELSE
              DISPLAY "==============================================="
           END-IF
           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * DESISTENCIA DE UM ALUNO DA FILA; SE A VAGA JA TINHA SIDO
      * OFERECIDA A ELE, ELA PASSA AO PROXIMO DA MESMA SERIE/TURNO
      *----------------------------------------------------------------
           DESISTENCIA.
           PERFORM ACEITA-FILA THRU FIM-ACEITA-FILA
           DISPLAY "DIGITE A SEQUENCIA DO ALUNO NA FILA (SEQ)"
           ACCEPT WS-SEQ

           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           MOVE WS-SERIE      TO ES-SERIE
           MOVE WS-TURNO      TO ES-TURNO
           MOVE WS-SEQ        TO ES-SEQ

           READ ESPERA
           INVALID KEY
               DISPLAY "ALUNO NAO ENCONTRADO NA LISTA DE ESPERA"
               PERFORM FECHA-ARQUIVOS
               GO TO CONTINUAR
           END-READ.

           IF ES-SITUACAO NOT EQUAL "AGUARDANDO"
              AND ES-SITUACAO NOT EQUAL "OFERECIDA"
              DISPLAY "ENTRADA DA FILA JA ENCERRADA: "ES-SITUACAO
              PERFORM FECHA-ARQUIVOS
              GO TO CONTINUAR
           END-IF

           DISPLAY "ALUNO: "ES-ID" "ES-NM
           MOVE "N" TO WS-ERA-OFERECIDA
           IF ES-SITUACAO EQUAL "OFERECIDA"
              MOVE "S"             TO WS-ERA-OFERECIDA
              MOVE ES-TURMA-OFERTA TO WS-TURMA-OFERTA
           END-IF

           MOVE "DESISTENTE"  TO ES-SITUACAO
           MOVE WS-DATA-HOJE  TO ES-DT-SITUACAO

           REWRITE REG-ESPERA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL REGISTRAR,"
               DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
               PERFORM FECHA-ARQUIVOS
               GO TO CONTINUAR
           NOT INVALID KEY
               DISPLAY "DESISTENCIA REGISTRADA COM SUCESSO"
           END-REWRITE.

           IF ERA-OFERECIDA
              MOVE WS-ANO-LETIVO TO WS-ANO-OFERTA
              MOVE WS-SERIE      TO WS-SERIE-OFERTA
              MOVE WS-TURNO      TO WS-TURNO-OFERTA
              PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA
           END-IF

           PERFORM FECHA-ARQUIVOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA O ANO LETIVO E A TURMA
      *----------------------------------------------------------------
           ACEITA-CHAVE.
           AC-ANO.
           DISPLAY "DIGITE O ANO LETIVO DA TURMA"
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL 0
              DISPLAY "ANO LETIVO INVALIDO"
              GO TO AC-ANO
           END-IF.

           AC-TURMA.
           DISPLAY "DIGITE A TURMA (EX: 5A)"
           ACCEPT WS-TURMA
           IF WS-TURMA EQUAL SPACES
              DISPLAY "TURMA NAO PODE FICAR EM BRANCO"
              GO TO AC-TURMA
           END-IF.

           FIM-ACEITA-CHAVE.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA E VALIDA A SERIE, O TURNO, A SALA, A CAPACIDADE E A
      * FORMA DE AVALIACAO (N=NOTA, C=CONCEITO E PARECER DESCRITIVO,
      * PARA AS SERIES DOS ANOS INICIAIS)
      *----------------------------------------------------------------
           ACEITA-DADOS.
           AC-SERIE.
           DISPLAY "DIGITE A SERIE DA TURMA (EX: 5 ANO)"
           ACCEPT WS-SERIE
           IF WS-SERIE EQUAL SPACES
              DISPLAY "SERIE NAO PODE FICAR EM BRANCO"
              GO TO AC-SERIE
           END-IF.

           AC-TURNO.
           DISPLAY "DIGITE O TURNO (M=MANHA T=TARDE N=NOITE"
           DISPLAY "I=INTEGRAL)"
           ACCEPT WS-TURNO
           IF NOT TURNO-VALIDO
              DISPLAY "TURNO INVALIDO"
              GO TO AC-TURNO
           END-IF.

           AC-SALA.
           DISPLAY "DIGITE A SALA DA TURMA"
           ACCEPT WS-SALA
           IF WS-SALA EQUAL SPACES
              DISPLAY "SALA NAO PODE FICAR EM BRANCO"
              GO TO AC-SALA
           END-IF.

           AC-CAPACIDADE.
           DISPLAY "DIGITE A CAPACIDADE DA SALA (ALUNOS)"
           ACCEPT WS-CAPACIDADE
           IF WS-CAPACIDADE IS NOT NUMERIC
              OR WS-CAPACIDADE EQUAL 0
              DISPLAY "CAPACIDADE INVALIDA"
              GO TO AC-CAPACIDADE
           END-IF.

           AC-AVALIACAO.
           DISPLAY "DIGITE A AVALIACAO DA TURMA (N=NOTA"
           DISPLAY "C=CONCEITO E PARECER DESCRITIVO)"
           ACCEPT WS-AVALIACAO
           IF NOT AVALIACAO-VALIDA
              DISPLAY "AVALIACAO INVALIDA"
              GO TO AC-AVALIACAO
           END-IF.

           FIM-ACEITA-DADOS.
           CONTINUE.

      *----------------------------------------------------------------
      * SOLICITA O ANO LETIVO, A SERIE E O TURNO DE UMA FILA
      *----------------------------------------------------------------
           ACEITA-FILA.
           AC-FILA-ANO.
           DISPLAY "DIGITE O ANO LETIVO DA LISTA DE ESPERA"
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL 0
              DISPLAY "ANO LETIVO INVALIDO"
              GO TO AC-FILA-ANO
           END-IF.

           AC-FILA-SERIE.
           DISPLAY "DIGITE A SERIE (COMO NO CADASTRO DA TURMA)"
           ACCEPT WS-SERIE
           IF WS-SERIE EQUAL SPACES
              DISPLAY "SERIE NAO PODE FICAR EM BRANCO"
              GO TO AC-FILA-SERIE
           END-IF.

           AC-FILA-TURNO.
           DISPLAY "DIGITE O TURNO (M/T/N/I)"
           ACCEPT WS-TURNO
           IF NOT TURNO-VALIDO
              DISPLAY "TURNO INVALIDO"
              GO TO AC-FILA-TURNO
           END-IF.

           FIM-ACEITA-FILA.
           CONTINUE.

      *----------------------------------------------------------------
      * DESCRICAO DO TURNO PARA EXIBICAO
      *----------------------------------------------------------------
           DESCREVE-TURNO.
           MOVE SPACES TO WS-TURNO-DESC
           IF WS-TURNO EQUAL "M"
              MOVE "MANHA"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO EQUAL "T"
              MOVE "TARDE"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO EQUAL "N"
              MOVE "NOITE"    TO WS-TURNO-DESC
           END-IF
           IF WS-TURNO EQUAL "I"
              MOVE "INTEGRAL" TO WS-TURNO-DESC
           END-IF.

      *----------------------------------------------------------------
      * DESCRICAO DA FORMA DE AVALIACAO; TURMA GRAVADA ANTES DO CAMPO
      * EXISTIR (BRANCO) E AVALIADA POR NOTA
      *----------------------------------------------------------------
           DESCREVE-AVALIACAO.
           MOVE "NOTA" TO WS-AVALIACAO-DESC
           IF AVALIACAO-CONCEITUAL
              MOVE "CONCEITO E PARECER" TO WS-AVALIACAO-DESC
           END-IF.

      *----------------------------------------------------------------
      * OCUPACAO DA TURMA WS-TURMA NO ANO WS-ANO-LETIVO: MATRICULAS
      * ATIVO (WS-MATRICULADOS), MATRICULAS EM QUALQUER SITUACAO
      * (WS-MATR-TOTAL) E VAGAS OFERECIDAS A FILA AINDA NAO
      * CONFIRMADAS (WS-RESERVAS); O ALUNO WS-ID-IGNORA NAO CONTA
      *----------------------------------------------------------------
           CONTA-OCUPACAO.
           MOVE 0 TO WS-MATRICULADOS WS-MATR-TOTAL WS-RESERVAS
                     WS-OCUPADAS
           IF NOT TEM-MATRICULA
              GO TO CONTA-RESERVAS
           END-IF
           MOVE LOW-VALUES TO MA-CHAVE
           START MATRICULA KEY NOT < MA-CHAVE
           INVALID KEY
               GO TO CONTA-RESERVAS
           END-START.

           LE-OCUPACAO.
           READ MATRICULA NEXT
               AT END
               GO TO CONTA-RESERVAS
           END-READ
           IF MA-ANO-LETIVO EQUAL WS-ANO-LETIVO
              AND MA-TURMA EQUAL WS-TURMA
              AND MA-ID NOT EQUAL WS-ID-IGNORA
              ADD 1 TO WS-MATR-TOTAL
              IF MA-SITUACAO EQUAL "ATIVO"
                 ADD 1 TO WS-MATRICULADOS
              END-IF
           END-IF
           GO TO LE-OCUPACAO.

           CONTA-RESERVAS.
           MOVE LOW-VALUES    TO ES-CHAVE
           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-CONTA-OCUPACAO
           END-START.

           LE-RESERVA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-CONTA-OCUPACAO
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              GO TO FIM-CONTA-OCUPACAO
           END-IF
           IF ES-SITUACAO EQUAL "OFERECIDA"
              AND ES-TURMA-OFERTA EQUAL WS-TURMA
              AND ES-ID NOT EQUAL WS-ID-IGNORA
              ADD 1 TO WS-RESERVAS
           END-IF
           GO TO LE-RESERVA.

           FIM-CONTA-OCUPACAO.
           COMPUTE WS-OCUPADAS = WS-MATRICULADOS + WS-RESERVAS.

      *----------------------------------------------------------------
      * ALUNOS AGUARDANDO NA FILA DA SERIE/TURNO (WS-NA-FILA)
      *----------------------------------------------------------------
           CONTA-FILA.
           MOVE 0             TO WS-NA-FILA
           MOVE WS-ANO-LETIVO TO ES-ANO-LETIVO
           MOVE WS-SERIE      TO ES-SERIE
           MOVE WS-TURNO      TO ES-TURNO
           MOVE 0             TO ES-SEQ
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-CONTA-FILA
           END-START.

           LE-CONTA-FILA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-CONTA-FILA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-LETIVO
              OR ES-SERIE NOT EQUAL WS-SERIE
              OR ES-TURNO NOT EQUAL WS-TURNO
              GO TO FIM-CONTA-FILA
           END-IF
           IF ES-SITUACAO EQUAL "AGUARDANDO"
              ADD 1 TO WS-NA-FILA
           END-IF
           GO TO LE-CONTA-FILA.

           FIM-CONTA-FILA.
           CONTINUE.

      *----------------------------------------------------------------
      * OFERECE AS VAGAS LIVRES DA TURMA EM CADASTRO-TURMA AOS
      * PRIMEIROS DA FILA DA SERIE/TURNO, UMA A UMA
      *----------------------------------------------------------------
           OFERECE-VAGAS-LIVRES.
           PERFORM CONTA-OCUPACAO THRU FIM-CONTA-OCUPACAO
           IF WS-OCUPADAS NOT < WS-CAPACIDADE
              GO TO FIM-OFERECE-VAGAS-LIVRES
           END-IF
           COMPUTE WS-VAGAS = WS-CAPACIDADE - WS-OCUPADAS
           MOVE WS-ANO-LETIVO TO WS-ANO-OFERTA
           MOVE WS-SERIE      TO WS-SERIE-OFERTA
           MOVE WS-TURNO      TO WS-TURNO-OFERTA
           MOVE WS-TURMA      TO WS-TURMA-OFERTA.

           OFERECE-PROXIMA.
           IF WS-VAGAS EQUAL 0
              GO TO FIM-OFERECE-VAGAS-LIVRES
           END-IF
           PERFORM OFERECE-VAGA THRU FIM-OFERECE-VAGA
           IF NOT OFERTA-FEITA
              GO TO FIM-OFERECE-VAGAS-LIVRES
           END-IF
           SUBTRACT 1 FROM WS-VAGAS
           GO TO OFERECE-PROXIMA.

           FIM-OFERECE-VAGAS-LIVRES.
           CONTINUE.

      *----------------------------------------------------------------
      * OFERECE A VAGA DA TURMA WS-TURMA-OFERTA AO PRIMEIRO ALUNO
      * AGUARDANDO NA FILA DE WS-ANO-OFERTA/WS-SERIE-OFERTA/
      * WS-TURNO-OFERTA (A FILA E ATENDIDA NA ORDEM DE ENTRADA)
      *----------------------------------------------------------------
           OFERECE-VAGA.
           MOVE "N"             TO WS-OFERTA-FEITA
           MOVE WS-ANO-OFERTA   TO ES-ANO-LETIVO
           MOVE WS-SERIE-OFERTA TO ES-SERIE
           MOVE WS-TURNO-OFERTA TO ES-TURNO
           MOVE 0               TO ES-SEQ
           START ESPERA KEY NOT < ES-CHAVE
           INVALID KEY
               GO TO FIM-OFERECE-VAGA
           END-START.

           LE-FILA-OFERTA.
           READ ESPERA NEXT
               AT END
               GO TO FIM-OFERECE-VAGA
           END-READ
           IF ES-ANO-LETIVO NOT EQUAL WS-ANO-OFERTA
              OR ES-SERIE NOT EQUAL WS-SERIE-OFERTA
              OR ES-TURNO NOT EQUAL WS-TURNO-OFERTA
              GO TO FIM-OFERECE-VAGA
           END-IF
           IF ES-SITUACAO NOT EQUAL "AGUARDANDO"
              GO TO LE-FILA-OFERTA
           END-IF

           MOVE "OFERECIDA"     TO ES-SITUACAO
           MOVE WS-DATA-HOJE    TO ES-DT-SITUACAO
           MOVE WS-TURMA-OFERTA TO ES-TURMA-OFERTA
           REWRITE REG-ESPERA
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL OFERECER A VAGA,"
               DISPLAY "WS-FS-ESPERA: "WS-FS-ESPERA
           NOT INVALID KEY
               MOVE "S" TO WS-OFERTA-FEITA
               DISPLAY "VAGA NA TURMA "WS-TURMA-OFERTA
                       " OFERECIDA AO ALUNO "ES-ID" "ES-NM
               DISPLAY "(SEQUENCIA "ES-SEQ" DA LISTA DE ESPERA)."
               DISPLAY "CONFIRME A MATRICULA PELO SISTTMTR OU"
               DISPLAY "REGISTRE A DESISTENCIA PELO SISTTTUR."
           END-REWRITE.

           FIM-OFERECE-VAGA.
           IF NOT OFERTA-FEITA
              DISPLAY "NENHUM ALUNO AGUARDANDO NA LISTA DE ESPERA DA"
              DISPLAY "SERIE "WS-SERIE-OFERTA" TURNO "WS-TURNO-OFERTA
           END-IF.

      *----------------------------------------------------------------
      * FECHA OS ARQUIVOS ABERTOS NO INICIO
      *----------------------------------------------------------------
           FECHA-ARQUIVOS.
           CLOSE TURMAS ESPERA
           IF TEM-MATRICULA
              CLOSE MATRICULA
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
           IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TUR-DSNAME-PADRAO
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ESPERA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ESP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRICULA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MTR-DSNAME
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
       END PROGRAM SISTTTUR.
