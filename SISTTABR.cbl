      * 02/09/2026 - "REPR CONS" (REPROVACAO POR DECISAO DO CONSELHO)
      *              PASSA A CONTAR COMO REPROVACAO NA REGRA DE
      *              PROMOCAO: O ALUNO REPETE A TURMA.
      * 15/10/2026 - ALUNO SEM RESULTADO EM ALGUMA MATERIA DA MATRIZ
      *              CURRICULAR DA TURMA (MATRIZ.DAT, SISTTMCR) NAO E
      *              PROMOVIDO: SAI APONTADO COMO "MATRIZ INCOMPL" E
      *              FICA FORA DO LOTE, COMO AS PENDENCIAS. COBRE OS
      *              ANOS FECHADOS ANTES DA MATRIZ EXISTIR (O SISTTFEC
      *              JA GRAVA A MATERIA FALTANTE COMO INCOMPLETO).
      * 15/10/2026 - PROGRESSAO PARCIAL: ALUNO REPROVADO EM ATE
      *              LIMITE-DEPENDENCIA MATERIAS (PARAMET, PADRAO 2; 0
      *              DESLIGA) E PROMOVIDO COMO "PROMOV C/DEP"; NA
      *              CONFIRMACAO CADA MATERIA VAI PARA O DEPEND.DAT
      *              COMO DEPENDENCIA "ABERTA" A CURSAR NO ANO NOVO.
      *              DEPENDENCIA DE ANO ANTERIOR AINDA NAO CUMPRIDA
      *              SEGURA A PROMOCAO ("DEPEND ABERTA", FORA DO LOTE).
      * 15/10/2026 - TURMA NOVA CONFERIDA NO CADASTRO DE TURMAS DO ANO
      *              NOVO (TURMAS.DAT, SISTTTUR): TURMA NAO CADASTRADA
      *              TIRA O ALUNO DO LOTE ("TURMA INEXIST"), E TURMA
      *              QUE ATINGE A CAPACIDADE MANDA OS DEMAIS PARA A
      *              LISTA DE ESPERA DA SERIE/TURNO (ESPERA.DAT) NA
      *              CONFIRMACAO, COM "LISTA ESPERA" NA NOVA COLUNA
      *              VAGA DO ENTURMA.LIS. A OCUPACAO PARTE DAS
      *              MATRICULAS ATIVO E VAGAS OFERECIDAS JA EXISTENTES
      *              NO ANO NOVO; AS VAGAS SAO DISTRIBUIDAS NA ORDEM
      *              DO RESULTADO (POR ID). SEM O TURMAS.DAT A
      *              ABERTURA SEGUE SEM A CONFERENCIA.
      * 15/10/2026 - MATRICULA DO ANO NOVO GRAVADA NA MESMA UNIDADE
      *              ESCOLAR DA MATRICULA DO ANO FECHADO (PARAMETRO
      *              UNIDADE-PADRAO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTABR.

               SELECT MATRICULA ASSIGN TO WS-MTR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MA-CHAVE
             FILE STATUS WS-FS-MATRICULA.

             RECORD KEY IS AL-ID
             FILE STATUS WS-FS-ALUNOS.

               SELECT MATRIZ ASSIGN TO WS-MCR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MZ-CHAVE
             FILE STATUS WS-FS-MATRIZ.

               SELECT DEPEND ASSIGN TO WS-DEP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DP-CHAVE
             FILE STATUS WS-FS-DEPEND.

               SELECT TURMAS ASSIGN TO WS-TUR-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TU-CHAVE
             FILE STATUS WS-FS-TURMAS.

               SELECT ESPERA ASSIGN TO WS-ESP-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ES-CHAVE
             FILE STATUS WS-FS-ESPERA.

               SELECT PROGTURM ASSIGN TO WS-PRG-DSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS WS-FS-PROGTURM.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 MA-TURMA                            PIC X(3).
           03 MA-SITUACAO                         PIC X(11).
           03 MA-DT-SITUACAO                      PIC 9(8).
           03 MA-UNIDADE                          PIC 9(2).

       FD ALUNOS.
       01 REG-ALUNO.
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD MATRIZ.
       01 REG-MATRIZ.
           03 MZ-CHAVE.
               05 MZ-TURMA                        PIC X(3).
               05 MZ-MATERIA                      PIC X(11).
           03 MZ-CARGA-HORARIA                    PIC 9(4).

       FD DEPEND.
       01 REG-DEPEND.
           03 DP-CHAVE.
               05 DP-ID                           PIC 9(4).
               05 DP-MATERIA                      PIC X(11).
               05 DP-ANO-ORIGEM                   PIC 9(4).
           03 DP-ANO-CURSAR                       PIC 9(4).
           03 DP-TURMA-ORIGEM                     PIC X(3).
           03 DP-SITUACAO                         PIC X(11).
           03 DP-DT-SITUACAO                      PIC 9(8).
           03 DP-MEDIA-FINAL                      PIC 9(2)V9.

       FD TURMAS.
       01 REG-TURMA.
           03 TU-CHAVE.
               05 TU-ANO-LETIVO                   PIC 9(4).
               05 TU-TURMA                        PIC X(3).
           03 TU-SERIE                            PIC X(10).
           03 TU-TURNO                            PIC X(1).
           03 TU-SALA                             PIC X(5).
           03 TU-CAPACIDADE                       PIC 9(3).
           03 TU-AVALIACAO                        PIC X(1).

       FD ESPERA.
       01 REG-ESPERA.
           03 ES-CHAVE.
               05 ES-ANO-LETIVO                   PIC 9(4).
               05 ES-SERIE                        PIC X(10).
               05 ES-TURNO                        PIC X(1).
               05 ES-SEQ                          PIC 9(4).
           03 ES-ID                               PIC 9(4).
           03 ES-NM                               PIC X(25).
           03 ES-TURMA-PEDIDA                     PIC X(3).
           03 ES-DT-ENTRADA                       PIC 9(8).
           03 ES-SITUACAO                         PIC X(11).
           03 ES-DT-SITUACAO                      PIC 9(8).
           03 ES-TURMA-OFERTA                     PIC X(3).

       FD PROGTURM.
       01 REG-PROGTURM                            PIC X(20).
       77 WS-FS-MATRICULA                     PIC 99.
       77 WS-FS-ALUNOS                        PIC 99.
       77 WS-FS-PROGTURM                      PIC 99.
       77 WS-FS-MATRIZ                        PIC 99.
       77 WS-TEM-MATRIZ                       PIC X VALUE "N".
         88 TEM-MATRIZ                        VALUE "S".
       77 WS-FS-RELATO                        PIC 99.
       77 WS-FS-DEPEND                        PIC 99.
       77 WS-FS-TURMAS                        PIC 99.
       77 WS-FS-ESPERA                        PIC 99.
       77 WS-TEM-TURMAS                       PIC X VALUE "N".
         88 TEM-TURMAS                        VALUE "S".

      *----------------------------------------------------------------
      * PARAMETROS DO PARAMET.DAT (OS VALUE SAO OS PADROES USADOS
      * QUANDO O ARQUIVO OU A CHAVE NAO EXISTEM)
      *----------------------------------------------------------------
       77 WS-FS-PARAMET                       PIC 99.
       77 PAR-LIMITE-DEPENDENCIA              PIC 9(1)   VALUE 2.
       77 WS-RESULT-DSNAME                    PIC X(100) VALUE
        "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESULTADO.DAT".
       77 WS-MTR-DSNAME                       PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT".
       77 WS-ALU-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT".
       77 WS-MCR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRIZ.DAT".
       77 WS-PRG-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\PROGTURM.DAT".
       77 WS-RELATO-DSNAME                    PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ENTURMA.LIS".
       77 WS-DEP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\DEPEND.DAT".
       77 WS-TUR-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\TURMAS.DAT".
       77 WS-ESP-DSNAME                       PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ESPERA.DAT".

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
           03 WS-PROG-DE                      PIC X(3).
           03 WS-PROG-PARA                    PIC X(10).

      *----------------------------------------------------------------
      * TURMAS DO ANO NOVO (TURMAS.DAT, SISTTTUR) COM A OCUPACAO JA
      * EXISTENTE (MATRICULAS ATIVO + VAGAS OFERECIDAS A FILA) SOMADA
      * DAS VAGAS DISTRIBUIDAS NESTA ABERTURA
      *----------------------------------------------------------------
       77 WS-TOTAL-TUR                        PIC 9(3) VALUE 0.
       77 WS-IDX-TUR                          PIC 9(3).
       01 TAB-TUR.
           05 TT-ENT OCCURS 100 TIMES.
               10 TT-TURMA                    PIC X(3).
               10 TT-SERIE                    PIC X(10).
               10 TT-TURNO                    PIC X(1).
               10 TT-CAPACIDADE               PIC 9(3).
               10 TT-OCUPADAS                 PIC 9(4).
       77 WS-TURMA-BUSCA                      PIC X(3).
       77 WS-ACHOU-TUR                        PIC X.
         88 ACHOU-TUR                         VALUE "S".
       77 WS-NA-FILA                          PIC X.
         88 NA-FILA                           VALUE "S".
       77 WS-SEQ                              PIC 9(4).

      *----------------------------------------------------------------
      * QUADRO DO ALUNO EM APURACAO (QUEBRA POR ID NO RESULTADO)
      *----------------------------------------------------------------
         88 TEM-GRUPO                         VALUE "S".
       77 WS-GRUPO-ID                         PIC 9(4).
       77 WS-GRUPO-NM                         PIC X(25).
       77 WS-TEM-PENDENTE                     PIC X.
       77 WS-TEM-DESLIGADO                    PIC X.

      *----------------------------------------------------------------
      * MATERIAS COM RESULTADO DO ALUNO EM APURACAO, CONFERIDAS CONTRA
      * A MATRIZ CURRICULAR DA TURMA
      *----------------------------------------------------------------
       77 WS-QTDE-MAT-ALUNO                   PIC 9(2) VALUE 0.
       01 TAB-MAT-ALUNO.
           05 TM-MATERIA OCCURS 30 TIMES      PIC X(11).
       77 WS-IDX-MAT                          PIC 9(2).
       77 WS-MATRIZ-OK                        PIC X.
         88 MATRIZ-OK                         VALUE "S".
       77 WS-ACHOU-MAT                        PIC X.
         88 ACHOU-MAT                         VALUE "S".

      *----------------------------------------------------------------
      * MATERIAS EM QUE O ALUNO EM APURACAO FOI REPROVADO (CANDIDATAS
      * A DEPENDENCIA QUANDO DENTRO DO LIMITE-DEPENDENCIA DO PARAMET)
      *----------------------------------------------------------------
       77 WS-QTDE-REPROVA                     PIC 9(2) VALUE 0.
       01 TAB-MAT-REPROVA.
           05 TR-MATERIA OCCURS 5 TIMES       PIC X(11).
       77 WS-IDX-DEP                          PIC 9(2).
       77 WS-DEP-ABERTA                       PIC X.
         88 DEP-ABERTA                        VALUE "S".

      *----------------------------------------------------------------
      * TABELA DO ENTURMAMENTO PROPOSTO (MESMO LIMITE DE 600 ALUNOS
      * DO SISTTRNK)
               10 TE-TURMA-NOVA               PIC X(3).
               10 TE-DECISAO                  PIC X(14).
               10 TE-MATRICULAR               PIC X.
               10 TE-VAGA                     PIC X(14).
               10 TE-QTDE-DEP                 PIC 9(1).
               10 TE-MAT-DEP OCCURS 5 TIMES   PIC X(11).
               10 TE-UNIDADE                  PIC 9(2).

       77 WS-TURMA-ATUAL                      PIC X(3).
       77 WS-TURMA-NOVA                       PIC X(3).
       77 WS-UNIDADE-ATUAL                    PIC 9(2).
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.
       77 WS-ACHOU-PROG                       PIC X.
         88 ACHOU-PROG                        VALUE "S".

       77 WS-PENDENTES                        PIC 9(6) VALUE 0.
       77 WS-DESLIGADOS                       PIC 9(6) VALUE 0.
       77 WS-SEM-PROG                         PIC 9(6) VALUE 0.
       77 WS-FORA-MATRIZ                      PIC 9(6) VALUE 0.
       77 WS-PROMOV-DEP                       PIC 9(6) VALUE 0.
       77 WS-BLOQ-DEP                         PIC 9(6) VALUE 0.
       77 WS-DEP-GRAVADAS                     PIC 9(6) VALUE 0.
       77 WS-DEP-JA-GRAVADAS                  PIC 9(6) VALUE 0.
       77 WS-MATRICULADOS                     PIC 9(6) VALUE 0.
       77 WS-JA-MATRICULADOS                  PIC 9(6) VALUE 0.
       77 WS-SEM-TURMA                        PIC 9(6) VALUE 0.
       77 WS-EM-ESPERA                        PIC 9(6) VALUE 0.
       77 WS-ESPERA-GRAVADAS                  PIC 9(6) VALUE 0.
       77 WS-JA-NA-ESPERA                     PIC 9(6) VALUE 0.

       01 WS-DATA-HORA-SYS.
         05 WS-DATE-SYS.
           'NOME DO ALUNO'.
           05 FILLER                          PIC X(7)  VALUE 'T.ATU'.
           05 FILLER                          PIC X(7)  VALUE 'T.NOVA'.
           05 FILLER                          PIC X(15) VALUE
           'DECISAO'.
           05 FILLER                          PIC X(14) VALUE
           'VAGA'.

       01 DET001.
           05 DET001-CODIGO                   PIC 9(4).
           05 DET001-TURMA-NOVA               PIC X(3).
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 DET001-DECISAO                  PIC X(14).
           05 FILLER                          PIC X(1) VALUE SPACE.
           05 DET001-VAGA                     PIC X(14).

       01 DET002.
           05 FILLER                          PIC X(6) VALUE SPACES.
           05 FILLER                          PIC X(13) VALUE
           'DEPENDENCIAS:'.
           05 DET002-MATERIAS.
               10 DET002-MAT OCCURS 5 TIMES   PIC X(12).

       01 RODAPE.
           05 FILLER                          PIC X(18) VALUE

               OPEN INPUT ALUNOS.

               OPEN INPUT MATRIZ.
               IF WS-FS-MATRIZ EQUAL 0
                  MOVE "S" TO WS-TEM-MATRIZ
               ELSE
                  DISPLAY "MATRIZ.DAT NAO ENCONTRADO: ABERTURA SEM"
                  DISPLAY "CONFERENCIA DA MATRIZ CURRICULAR (SISTTMCR)."
               END-IF

               OPEN I-O MATRICULA.
               IF WS-FS-MATRICULA EQUAL 35
                  OPEN OUTPUT MATRICULA
                  CLOSE MATRICULA
                  OPEN I-O MATRICULA
               END-IF

               OPEN I-O DEPEND.
               IF WS-FS-DEPEND EQUAL 35
                  OPEN OUTPUT DEPEND
                  CLOSE DEPEND
                  OPEN I-O DEPEND
               END-IF
               IF WS-FS-DEPEND NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O DEPEND.DAT,"
                  DISPLAY "WS-FS-DEPEND: "WS-FS-DEPEND
                  CLOSE RESULTADO ALUNOS MATRICULA
                  IF TEM-MATRIZ
                     CLOSE MATRIZ
                  END-IF
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF.

               OPEN INPUT TURMAS.
               IF WS-FS-TURMAS EQUAL 0
                  MOVE "S" TO WS-TEM-TURMAS
                  OPEN I-O ESPERA
                  IF WS-FS-ESPERA EQUAL 35
                     OPEN OUTPUT ESPERA
                     CLOSE ESPERA
                     OPEN I-O ESPERA
                  END-IF
                  PERFORM CARREGA-TURMAS THRU FIM-CARREGA-TURMAS
                  CLOSE TURMAS
               ELSE
                  DISPLAY "TURMAS.DAT NAO ENCONTRADO: ABERTURA SEM"
                  DISPLAY "CONFERENCIA DE TURMAS E VAGAS (SISTTTUR)."
               END-IF.

               IF TEM-TURMAS AND WS-TOTAL-TUR EQUAL 0
                  DISPLAY "NENHUMA TURMA DE "WS-ANO-NOVO
                          " NO TURMAS.DAT."
                  DISPLAY "CADASTRE AS TURMAS DO ANO NOVO PELO SISTTTUR"
                  DISPLAY "ANTES DA ABERTURA."
                  CLOSE RESULTADO ALUNOS MATRICULA DEPEND ESPERA
                  IF TEM-MATRIZ
                     CLOSE MATRIZ
                  END-IF
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF.

           LER-RESULTADO.
               IF RS-RESULTADO EQUAL "REPROVADO"
                  OR RS-RESULTADO EQUAL "REPR FALTAS"
                  OR RS-RESULTADO EQUAL "REPR CONS"
                  ADD 1 TO WS-QTDE-REPROVA
                  IF WS-QTDE-REPROVA NOT > 5
                     MOVE RS-MATERIA TO TR-MATERIA (WS-QTDE-REPROVA)
                  END-IF
               END-IF
               IF RS-RESULTADO EQUAL "RECUPERACAO"
                  OR RS-RESULTADO EQUAL "INCOMPLETO"
                  OR RS-RESULTADO EQUAL "FALECIDO"
                  MOVE "S" TO WS-TEM-DESLIGADO
               END-IF
               IF WS-QTDE-MAT-ALUNO < 30
                  ADD 1 TO WS-QTDE-MAT-ALUNO
                  MOVE RS-MATERIA TO TM-MATERIA (WS-QTDE-MAT-ALUNO)
               END-IF

               GO TO LER-RESULTADO.

               END-IF

               CLOSE RESULTADO.
               IF TEM-MATRIZ
                  CLOSE MATRIZ
               END-IF

               IF WS-TOTAL-ALU EQUAL 0
                  DISPLAY "NENHUM RESULTADO DO ANO "WS-ANO-FECHADO
                  CLOSE ALUNOS MATRICULA DEPEND
                  IF TEM-TURMAS
                     CLOSE ESPERA
                  END-IF
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "COM PENDENCIAS (FORA)......:"WS-PENDENTES
               DISPLAY "DESLIGADOS (FORA)..........:"WS-DESLIGADOS
               DISPLAY "SEM PROGRESSAO (FORA)......:"WS-SEM-PROG
               DISPLAY "FORA DA MATRIZ (FORA)......:"WS-FORA-MATRIZ
               DISPLAY "PROMOVIDOS C/ DEPENDENCIA..:"WS-PROMOV-DEP
               DISPLAY "DEPENDENCIA ANTERIOR (FORA):"WS-BLOQ-DEP
               DISPLAY "TURMA NAO CADASTRADA (FORA):"WS-SEM-TURMA
               DISPLAY "TURMA LOTADA (LISTA ESPERA):"WS-EM-ESPERA
               DISPLAY "RELATORIO GERADO EM: "WS-RELATO-DSNAME
               DISPLAY "CONFIRA O ENTURMAMENTO COM A DIRECAO."
               DISPLAY "EFETIVAR AS MATRICULAS DE "WS-ANO-NOVO"? (S/N)"
               ACCEPT WS-RESP
               IF NOT RESP-SIM
                  DISPLAY "NENHUMA MATRICULA GRAVADA"
                  CLOSE ALUNOS MATRICULA DEPEND
                  IF TEM-TURMAS
                     CLOSE ESPERA
                  END-IF
                  STOP RUN
               END-IF

               PERFORM EFETIVA-MATRICULAS
                   THRU FIM-EFETIVA-MATRICULAS

               CLOSE ALUNOS MATRICULA DEPEND
               IF TEM-TURMAS
                  CLOSE ESPERA
               END-IF

               DISPLAY "MATRICULAS GRAVADAS........:"WS-MATRICULADOS
               DISPLAY "JA MATRICULADOS NO ANO.....:"
                       WS-JA-MATRICULADOS
               DISPLAY "DEPENDENCIAS GRAVADAS......:"WS-DEP-GRAVADAS
               DISPLAY "DEPENDENCIAS JA GRAVADAS...:"
                       WS-DEP-JA-GRAVADAS
               DISPLAY "INCLUIDOS NA LISTA ESPERA..:"WS-ESPERA-GRAVADAS
               DISPLAY "JA NA LISTA DE ESPERA......:"WS-JA-NA-ESPERA

            STOP RUN.

               MOVE "S"   TO WS-TEM-GRUPO
               MOVE RS-ID TO WS-GRUPO-ID
               MOVE RS-NM TO WS-GRUPO-NM
               MOVE 0     TO WS-QTDE-REPROVA
               MOVE "N"   TO WS-TEM-PENDENTE
               MOVE "N"   TO WS-TEM-DESLIGADO
               MOVE 0     TO WS-QTDE-MAT-ALUNO.

      *----------------------------------------------------------------
      * FECHA A APURACAO DO ALUNO: DECIDE PROMOCAO/REPETENCIA E
      * GUARDA A PROPOSTA NA TABELA DO ENTURMAMENTO. REPROVACOES ATE O
      * LIMITE-DEPENDENCIA PROMOVEM COM DEPENDENCIA; DEPENDENCIA DE ANO
      * ANTERIOR AINDA NAO CUMPRIDA SEGURA A PROMOCAO
      *----------------------------------------------------------------
           FECHA-ALUNO.
               IF WS-TOTAL-ALU EQUAL 600
               MOVE WS-GRUPO-ID    TO TE-ID (WS-TOTAL-ALU)
               MOVE WS-GRUPO-NM    TO TE-NOME (WS-TOTAL-ALU)
               MOVE WS-TURMA-ATUAL TO TE-TURMA-ATUAL (WS-TOTAL-ALU)
               MOVE WS-UNIDADE-ATUAL TO TE-UNIDADE (WS-TOTAL-ALU)
               MOVE SPACES         TO TE-TURMA-NOVA (WS-TOTAL-ALU)
               MOVE "N"            TO TE-MATRICULAR (WS-TOTAL-ALU)
               MOVE 0              TO TE-QTDE-DEP (WS-TOTAL-ALU)
               MOVE SPACES         TO TE-VAGA (WS-TOTAL-ALU)

               IF WS-TEM-DESLIGADO EQUAL "S"
                  MOVE "DESLIGADO"    TO TE-DECISAO (WS-TOTAL-ALU)
                  GO TO FIM-FECHA-ALUNO
               END-IF

               IF WS-QTDE-REPROVA > PAR-LIMITE-DEPENDENCIA
                  MOVE "REPETE"       TO TE-DECISAO (WS-TOTAL-ALU)
                  MOVE WS-TURMA-ATUAL TO TE-TURMA-NOVA (WS-TOTAL-ALU)
                  MOVE "S"            TO TE-MATRICULAR (WS-TOTAL-ALU)
                  ADD 1 TO WS-REPETENTES
                  PERFORM ALOCA-VAGA THRU FIM-ALOCA-VAGA
                  GO TO FIM-FECHA-ALUNO
               END-IF

                  GO TO FIM-FECHA-ALUNO
               END-IF

               PERFORM CONFERE-DEPENDENCIAS
                   THRU FIM-CONFERE-DEPENDENCIAS
               IF DEP-ABERTA
                  MOVE "DEPEND ABERTA"  TO TE-DECISAO (WS-TOTAL-ALU)
                  ADD 1 TO WS-BLOQ-DEP
                  GO TO FIM-FECHA-ALUNO
               END-IF

               PERFORM CONFERE-MATRIZ THRU FIM-CONFERE-MATRIZ
               IF NOT MATRIZ-OK
                  MOVE "MATRIZ INCOMPL" TO TE-DECISAO (WS-TOTAL-ALU)
                  ADD 1 TO WS-FORA-MATRIZ
                  GO TO FIM-FECHA-ALUNO
               END-IF

               PERFORM PROCURA-PROGRESSAO THRU FIM-PROCURA-PROGRESSAO
               IF NOT ACHOU-PROG
                  MOVE "SEM PROGRESSAO" TO TE-DECISAO (WS-TOTAL-ALU)
                  GO TO FIM-FECHA-ALUNO
               END-IF

               MOVE WS-TURMA-NOVA  TO TE-TURMA-NOVA (WS-TOTAL-ALU)
               MOVE "S"            TO TE-MATRICULAR (WS-TOTAL-ALU)
               PERFORM ALOCA-VAGA THRU FIM-ALOCA-VAGA
               IF WS-QTDE-REPROVA EQUAL 0
                  MOVE "PROMOVIDO"    TO TE-DECISAO (WS-TOTAL-ALU)
                  ADD 1 TO WS-PROMOVIDOS
                  GO TO FIM-FECHA-ALUNO
               END-IF

               MOVE "PROMOV C/DEP"    TO TE-DECISAO (WS-TOTAL-ALU)
               MOVE WS-QTDE-REPROVA   TO TE-QTDE-DEP (WS-TOTAL-ALU)
               MOVE 1 TO WS-IDX-DEP
               PERFORM GUARDA-MAT-DEP WS-QTDE-REPROVA TIMES
               ADD 1 TO WS-PROMOV-DEP.

           FIM-FECHA-ALUNO.
               CONTINUE.

      *----------------------------------------------------------------
      * RESERVA A VAGA DO ALUNO NA TURMA NOVA PROPOSTA: TURMA FORA DO
      * TURMAS.DAT DO ANO NOVO TIRA O ALUNO DO LOTE; TURMA LOTADA
      * MANDA O ALUNO PARA A LISTA DE ESPERA DA SERIE/TURNO. ALUNO JA
      * MATRICULADO NO ANO NOVO JA ESTA CONTADO NA OCUPACAO
      *----------------------------------------------------------------
           ALOCA-VAGA.
               IF NOT TEM-TURMAS
                  GO TO FIM-ALOCA-VAGA
               END-IF
               MOVE TE-TURMA-NOVA (WS-TOTAL-ALU) TO WS-TURMA-BUSCA
               PERFORM PROCURA-TURMA THRU FIM-PROCURA-TURMA
               IF NOT ACHOU-TUR
                  MOVE "TURMA INEXIST" TO TE-VAGA (WS-TOTAL-ALU)
                  MOVE "N"             TO TE-MATRICULAR (WS-TOTAL-ALU)
                  ADD 1 TO WS-SEM-TURMA
                  GO TO FIM-ALOCA-VAGA
               END-IF

               MOVE WS-GRUPO-ID TO MA-ID
               MOVE WS-ANO-NOVO TO MA-ANO-LETIVO
               READ MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO FIM-ALOCA-VAGA
               END-READ

               IF TT-OCUPADAS (WS-IDX-TUR)
                  NOT < TT-CAPACIDADE (WS-IDX-TUR)
                  MOVE "LISTA ESPERA"  TO TE-VAGA (WS-TOTAL-ALU)
                  MOVE "E"             TO TE-MATRICULAR (WS-TOTAL-ALU)
                  ADD 1 TO WS-EM-ESPERA
                  GO TO FIM-ALOCA-VAGA
               END-IF
               ADD 1 TO TT-OCUPADAS (WS-IDX-TUR).

           FIM-ALOCA-VAGA.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA A TURMA WS-TURMA-BUSCA NA TABELA DAS TURMAS DO ANO NOVO
      *----------------------------------------------------------------
           PROCURA-TURMA.
               MOVE "N" TO WS-ACHOU-TUR
               MOVE 1   TO WS-IDX-TUR.

           LACO-TURMA.
               IF WS-IDX-TUR > WS-TOTAL-TUR
                  GO TO FIM-PROCURA-TURMA
               END-IF
               IF TT-TURMA (WS-IDX-TUR) EQUAL WS-TURMA-BUSCA
                  MOVE "S" TO WS-ACHOU-TUR
                  GO TO FIM-PROCURA-TURMA
               END-IF
               ADD 1 TO WS-IDX-TUR
               GO TO LACO-TURMA.

           FIM-PROCURA-TURMA.
               CONTINUE.

      *----------------------------------------------------------------
      * CARREGA AS TURMAS DO ANO NOVO E A OCUPACAO QUE ELAS JA TEM:
      * MATRICULAS ATIVO DO ANO NOVO E VAGAS OFERECIDAS A FILA
      *----------------------------------------------------------------
           CARREGA-TURMAS.
               MOVE WS-ANO-NOVO TO TU-ANO-LETIVO
               MOVE LOW-VALUES  TO TU-TURMA
               START TURMAS KEY NOT < TU-CHAVE
               INVALID KEY
                   GO TO FIM-CARREGA-TURMAS
               END-START.

           LE-TURMA.
               READ TURMAS NEXT
                   AT END
                   GO TO CONTA-MATRICULAS-ANO
               END-READ
               IF TU-ANO-LETIVO NOT EQUAL WS-ANO-NOVO
                  GO TO CONTA-MATRICULAS-ANO
               END-IF
               IF WS-TOTAL-TUR EQUAL 100
                  DISPLAY "AVISO: LIMITE DE 100 TURMAS ATINGIDO."
                  GO TO CONTA-MATRICULAS-ANO
               END-IF
               ADD 1 TO WS-TOTAL-TUR
               MOVE TU-TURMA      TO TT-TURMA (WS-TOTAL-TUR)
               MOVE TU-SERIE      TO TT-SERIE (WS-TOTAL-TUR)
               MOVE TU-TURNO      TO TT-TURNO (WS-TOTAL-TUR)
               MOVE TU-CAPACIDADE TO TT-CAPACIDADE (WS-TOTAL-TUR)
               MOVE 0             TO TT-OCUPADAS (WS-TOTAL-TUR)
               GO TO LE-TURMA.

           CONTA-MATRICULAS-ANO.
               IF WS-TOTAL-TUR EQUAL 0
                  GO TO FIM-CARREGA-TURMAS
               END-IF
               MOVE LOW-VALUES TO MA-CHAVE
               START MATRICULA KEY NOT < MA-CHAVE
               INVALID KEY
                   GO TO CONTA-RESERVAS-ANO
               END-START.

           LE-MATRICULA-ANO.
               READ MATRICULA NEXT
                   AT END
                   GO TO CONTA-RESERVAS-ANO
               END-READ
               IF MA-ANO-LETIVO EQUAL WS-ANO-NOVO
                  AND MA-SITUACAO EQUAL "ATIVO"
                  MOVE MA-TURMA TO WS-TURMA-BUSCA
                  PERFORM PROCURA-TURMA THRU FIM-PROCURA-TURMA
                  IF ACHOU-TUR
                     ADD 1 TO TT-OCUPADAS (WS-IDX-TUR)
                  END-IF
               END-IF
               GO TO LE-MATRICULA-ANO.

           CONTA-RESERVAS-ANO.
               MOVE LOW-VALUES  TO ES-CHAVE
               MOVE WS-ANO-NOVO TO ES-ANO-LETIVO
               START ESPERA KEY NOT < ES-CHAVE
               INVALID KEY
                   GO TO FIM-CARREGA-TURMAS
               END-START.

           LE-RESERVA-ANO.
               READ ESPERA NEXT
                   AT END
                   GO TO FIM-CARREGA-TURMAS
               END-READ
               IF ES-ANO-LETIVO NOT EQUAL WS-ANO-NOVO
                  GO TO FIM-CARREGA-TURMAS
               END-IF
               IF ES-SITUACAO EQUAL "OFERECIDA"
                  MOVE ES-TURMA-OFERTA TO WS-TURMA-BUSCA
                  PERFORM PROCURA-TURMA THRU FIM-PROCURA-TURMA
                  IF ACHOU-TUR
                     ADD 1 TO TT-OCUPADAS (WS-IDX-TUR)
                  END-IF
               END-IF
               GO TO LE-RESERVA-ANO.

           FIM-CARREGA-TURMAS.
               CONTINUE.

      *----------------------------------------------------------------
      * COPIA UMA MATERIA REPROVADA PARA A PROPOSTA DO ALUNO
      *----------------------------------------------------------------
           GUARDA-MAT-DEP.
               MOVE TR-MATERIA (WS-IDX-DEP)
                 TO TE-MAT-DEP (WS-TOTAL-ALU, WS-IDX-DEP)
               ADD 1 TO WS-IDX-DEP.

      *----------------------------------------------------------------
      * PROCURA NO DEPEND.DAT DEPENDENCIA DO ALUNO VINDA DE ANO
      * ANTERIOR AO FECHADO QUE AINDA NAO ESTA "CUMPRIDA" (ABERTA OU
      * REPROVADA NO FECHAMENTO DAS DEPENDENCIAS DO SISTTFEC)
      *----------------------------------------------------------------
           CONFERE-DEPENDENCIAS.
               MOVE "N"         TO WS-DEP-ABERTA
               MOVE WS-GRUPO-ID TO DP-ID
               MOVE LOW-VALUES  TO DP-MATERIA
               MOVE 0           TO DP-ANO-ORIGEM
               START DEPEND KEY NOT < DP-CHAVE
               INVALID KEY
                   GO TO FIM-CONFERE-DEPENDENCIAS
               END-START.

           LE-DEPENDENCIA.
               READ DEPEND NEXT
                   AT END
                   GO TO FIM-CONFERE-DEPENDENCIAS
               END-READ
               IF DP-ID NOT EQUAL WS-GRUPO-ID
                  GO TO FIM-CONFERE-DEPENDENCIAS
               END-IF
               IF DP-ANO-ORIGEM < WS-ANO-FECHADO
                  AND DP-SITUACAO NOT EQUAL "CUMPRIDA"
                  MOVE "S" TO WS-DEP-ABERTA
                  GO TO FIM-CONFERE-DEPENDENCIAS
               END-IF
               GO TO LE-DEPENDENCIA.

           FIM-CONFERE-DEPENDENCIAS.
               CONTINUE.

      *----------------------------------------------------------------
      * TURMA ATUAL DO ALUNO: DA MATRICULA DO ANO FECHADO, COM
      * FALLBACK NA TURMA PERPETUA DO ARQUIVO MESTRE
      *----------------------------------------------------------------
           OBTEM-TURMA-ATUAL.
               MOVE SPACES TO WS-TURMA-ATUAL
               MOVE PAR-UNIDADE-PADRAO TO WS-UNIDADE-ATUAL
               MOVE WS-GRUPO-ID TO AL-ID
               READ ALUNOS
               INVALID KEY
               NOT INVALID KEY
                   MOVE AL-TURMA TO WS-TURMA-ATUAL
                   MOVE AL-NM    TO WS-GRUPO-NM
                   IF AL-UNIDADE NUMERIC AND AL-UNIDADE NOT EQUAL 0
                      MOVE AL-UNIDADE TO WS-UNIDADE-ATUAL
                   END-IF
               END-READ
               MOVE WS-GRUPO-ID   TO MA-ID
               MOVE WS-ANO-FECHADO TO MA-ANO-LETIVO
                   CONTINUE
               NOT INVALID KEY
                   MOVE MA-TURMA TO WS-TURMA-ATUAL
                   IF MA-UNIDADE NUMERIC AND MA-UNIDADE NOT EQUAL 0
                      MOVE MA-UNIDADE TO WS-UNIDADE-ATUAL
                   END-IF
               END-READ.

      *----------------------------------------------------------------
      * CONFERE SE O ALUNO TEM RESULTADO EM TODAS AS MATERIAS DA
      * MATRIZ CURRICULAR DA TURMA DO ANO FECHADO; SEM O MATRIZ.DAT OU
      * SEM MATRIZ PARA A TURMA NADA E EXIGIDO
      *----------------------------------------------------------------
           CONFERE-MATRIZ.
               MOVE "S" TO WS-MATRIZ-OK
               IF NOT TEM-MATRIZ
                  OR WS-TURMA-ATUAL EQUAL SPACES
                  GO TO FIM-CONFERE-MATRIZ
               END-IF
               MOVE WS-TURMA-ATUAL TO MZ-TURMA
               MOVE LOW-VALUES     TO MZ-MATERIA
               START MATRIZ KEY NOT < MZ-CHAVE
               INVALID KEY
                   GO TO FIM-CONFERE-MATRIZ
               END-START.

           LE-MATRIZ.
               READ MATRIZ NEXT
                   AT END
                   GO TO FIM-CONFERE-MATRIZ
               END-READ
               IF MZ-TURMA NOT EQUAL WS-TURMA-ATUAL
                  GO TO FIM-CONFERE-MATRIZ
               END-IF
               MOVE "N" TO WS-ACHOU-MAT
               MOVE 1   TO WS-IDX-MAT.

           PROCURA-MAT-ALUNO.
               IF WS-IDX-MAT > WS-QTDE-MAT-ALUNO
                  GO TO AVALIA-MAT-MATRIZ
               END-IF
               IF TM-MATERIA (WS-IDX-MAT) EQUAL MZ-MATERIA
                  MOVE "S" TO WS-ACHOU-MAT
                  GO TO AVALIA-MAT-MATRIZ
               END-IF
               ADD 1 TO WS-IDX-MAT
               GO TO PROCURA-MAT-ALUNO.

           AVALIA-MAT-MATRIZ.
               IF NOT ACHOU-MAT
                  MOVE "N" TO WS-MATRIZ-OK
                  GO TO FIM-CONFERE-MATRIZ
               END-IF
               GO TO LE-MATRIZ.

           FIM-CONFERE-MATRIZ.
               CONTINUE.

      *----------------------------------------------------------------
      * PROCURA A TURMA NOVA DO ALUNO NA TABELA DE PROGRESSAO
      *----------------------------------------------------------------
               MOVE TE-TURMA-ATUAL (WS-IDX) TO DET001-TURMA-ATUAL
               MOVE TE-TURMA-NOVA (WS-IDX)  TO DET001-TURMA-NOVA
               MOVE TE-DECISAO (WS-IDX)     TO DET001-DECISAO
               MOVE TE-VAGA (WS-IDX)        TO DET001-VAGA

               WRITE REG-RELATO FROM DET001
               ADD 1 TO ACUM-LINHAS

               IF TE-QTDE-DEP (WS-IDX) > 0
                  MOVE SPACES TO DET002-MATERIAS
                  MOVE 1 TO WS-IDX-DEP
                  PERFORM MONTA-DET002 TE-QTDE-DEP (WS-IDX) TIMES
                  WRITE REG-RELATO FROM DET002
                  ADD 1 TO ACUM-LINHAS
               END-IF

               ADD 1 TO WS-IDX
               GO TO IMPRIME-ALUNO.

           FIM-IMPRIME-ENTURMAMENTO.
               CONTINUE.

           MONTA-DET002.
               MOVE TE-MAT-DEP (WS-IDX, WS-IDX-DEP)
                 TO DET002-MAT (WS-IDX-DEP)
               ADD 1 TO WS-IDX-DEP.

      *----------------------------------------------------------------
      * GRAVA AS MATRICULAS PROPOSTAS DO ANO NOVO (SITUACAO ATIVO) E
      * AS DEPENDENCIAS DOS PROMOVIDOS COM DEPENDENCIA (SITUACAO ABERTA,
      * A CURSAR NO ANO NOVO); ALUNO DE TURMA LOTADA ENTRA NA LISTA DE
      * ESPERA DA SERIE/TURNO EM VEZ DE SER MATRICULADO
      *----------------------------------------------------------------
           EFETIVA-MATRICULAS.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                  GO TO FIM-EFETIVA-MATRICULAS
               END-IF
               IF TE-MATRICULAR (WS-IDX) NOT EQUAL "S"
                  AND TE-MATRICULAR (WS-IDX) NOT EQUAL "E"
                  ADD 1 TO WS-IDX
                  GO TO GRAVA-MATRICULA
               END-IF
               IF TE-MATRICULAR (WS-IDX) EQUAL "E"
                  PERFORM GRAVA-ESPERA THRU FIM-GRAVA-ESPERA
                  GO TO GRAVA-DEPENDENCIAS-ALUNO
               END-IF

               MOVE TE-ID (WS-IDX)         TO MA-ID
               MOVE WS-ANO-NOVO            TO MA-ANO-LETIVO
               MOVE TE-TURMA-NOVA (WS-IDX) TO MA-TURMA
               MOVE "ATIVO"                TO MA-SITUACAO
               MOVE WS-DATA-HOJE           TO MA-DT-SITUACAO
               MOVE TE-UNIDADE (WS-IDX)    TO MA-UNIDADE

               WRITE REG-MATRICULA
               INVALID KEY
                   ADD 1 TO WS-JA-MATRICULADOS
               NOT INVALID KEY
                   ADD 1 TO WS-MATRICULADOS
               END-WRITE.

           GRAVA-DEPENDENCIAS-ALUNO.
               MOVE 1 TO WS-IDX-DEP
               PERFORM GRAVA-DEPENDENCIA TE-QTDE-DEP (WS-IDX) TIMES

               ADD 1 TO WS-IDX
               GO TO GRAVA-MATRICULA.
           FIM-EFETIVA-MATRICULAS.
               CONTINUE.

           GRAVA-DEPENDENCIA.
               MOVE TE-ID (WS-IDX)                  TO DP-ID
               MOVE TE-MAT-DEP (WS-IDX, WS-IDX-DEP) TO DP-MATERIA
               MOVE WS-ANO-FECHADO                  TO DP-ANO-ORIGEM
               MOVE WS-ANO-NOVO                     TO DP-ANO-CURSAR
               MOVE TE-TURMA-ATUAL (WS-IDX)         TO DP-TURMA-ORIGEM
               MOVE "ABERTA"                        TO DP-SITUACAO
               MOVE WS-DATA-HOJE                    TO DP-DT-SITUACAO
               MOVE 0                               TO DP-MEDIA-FINAL
               WRITE REG-DEPEND
               INVALID KEY
                   ADD 1 TO WS-DEP-JA-GRAVADAS
               NOT INVALID KEY
                   ADD 1 TO WS-DEP-GRAVADAS
               END-WRITE
               ADD 1 TO WS-IDX-DEP.

      *----------------------------------------------------------------
      * INCLUI O ALUNO DE TURMA LOTADA NO FIM DA FILA DA SERIE/TURNO
      * DA TURMA NOVA; QUEM JA ESTA NA FILA DO ANO NOVO NAO E REPETIDO
      *----------------------------------------------------------------
           GRAVA-ESPERA.
               MOVE TE-TURMA-NOVA (WS-IDX) TO WS-TURMA-BUSCA
               PERFORM PROCURA-TURMA THRU FIM-PROCURA-TURMA
               MOVE "N"         TO WS-NA-FILA
               MOVE LOW-VALUES  TO ES-CHAVE
               MOVE WS-ANO-NOVO TO ES-ANO-LETIVO
               START ESPERA KEY NOT < ES-CHAVE
               INVALID KEY
                   GO TO OBTEM-SEQ-FILA
               END-START.

           LE-NA-FILA.
               READ ESPERA NEXT
                   AT END
                   GO TO OBTEM-SEQ-FILA
               END-READ
               IF ES-ANO-LETIVO NOT EQUAL WS-ANO-NOVO
                  GO TO OBTEM-SEQ-FILA
               END-IF
               IF ES-ID EQUAL TE-ID (WS-IDX)
                  AND (ES-SITUACAO EQUAL "AGUARDANDO"
                       OR ES-SITUACAO EQUAL "OFERECIDA")
                  ADD 1 TO WS-JA-NA-ESPERA
                  GO TO FIM-GRAVA-ESPERA
               END-IF
               GO TO LE-NA-FILA.

           OBTEM-SEQ-FILA.
               MOVE 1                       TO WS-SEQ
               MOVE WS-ANO-NOVO             TO ES-ANO-LETIVO
               MOVE TT-SERIE (WS-IDX-TUR)   TO ES-SERIE
               MOVE TT-TURNO (WS-IDX-TUR)   TO ES-TURNO
               MOVE 0                       TO ES-SEQ
               START ESPERA KEY NOT < ES-CHAVE
               INVALID KEY
                   GO TO GRAVA-NA-FILA
               END-START.

           LE-SEQ-FILA.
               READ ESPERA NEXT
                   AT END
                   GO TO GRAVA-NA-FILA
               END-READ
               IF ES-ANO-LETIVO NOT EQUAL WS-ANO-NOVO
                  OR ES-SERIE NOT EQUAL TT-SERIE (WS-IDX-TUR)
                  OR ES-TURNO NOT EQUAL TT-TURNO (WS-IDX-TUR)
                  GO TO GRAVA-NA-FILA
               END-IF
               COMPUTE WS-SEQ = ES-SEQ + 1
               GO TO LE-SEQ-FILA.

           GRAVA-NA-FILA.
               MOVE WS-ANO-NOVO             TO ES-ANO-LETIVO
               MOVE TT-SERIE (WS-IDX-TUR)   TO ES-SERIE
               MOVE TT-TURNO (WS-IDX-TUR)   TO ES-TURNO
               MOVE WS-SEQ                  TO ES-SEQ
               MOVE TE-ID (WS-IDX)          TO ES-ID
               MOVE TE-NOME (WS-IDX)        TO ES-NM
               MOVE TE-TURMA-NOVA (WS-IDX)  TO ES-TURMA-PEDIDA
               MOVE WS-DATA-HOJE            TO ES-DT-ENTRADA
               MOVE "AGUARDANDO"            TO ES-SITUACAO
               MOVE WS-DATA-HOJE            TO ES-DT-SITUACAO
               MOVE SPACES                  TO ES-TURMA-OFERTA
               WRITE REG-ESPERA
               INVALID KEY
                   ADD 1 TO WS-JA-NA-ESPERA
               NOT INVALID KEY
                   ADD 1 TO WS-ESPERA-GRAVADAS
               END-WRITE.

           FIM-GRAVA-ESPERA.
               CONTINUE.

      *----------------------------------------------------------------
      * IMPRIME O CABECALHO PADRAO DO RELATORIO (CAB001-CAB004)
      *----------------------------------------------------------------
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ALU-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-MATRIZ"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MCR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-PROGTURM"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-PRG-DSNAME
           IF WS-PAR-CHAVE EQUAL "ARQ-ENTURMA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-RELATO-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-DEPEND"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-DEP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-TURMAS"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-TUR-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "ARQ-ESPERA"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-ESP-DSNAME
           END-IF
           IF WS-PAR-CHAVE EQUAL "LIMITE-DEPENDENCIA"
              AND WS-PAR-VALOR (1:1) IS NUMERIC
              MOVE WS-PAR-VALOR (1:1) TO PAR-LIMITE-DEPENDENCIA
              IF PAR-LIMITE-DEPENDENCIA > 5
                 MOVE 5 TO PAR-LIMITE-DEPENDENCIA
              END-IF
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
