      *              COM A MARCA DE TRANSMISSAO EM BRANCO - SEM ISSO O
      *              RESULTADO EXISTENTE NAO ABRIRIA EM NENHUM
      *              PROGRAMA DEPOIS DA AMPLIACAO DO REGISTRO.
      * 15/10/2026 - UNIDADE ESCOLAR NO FIM DOS REGISTROS: OS TIPOS 1
      *              E 2 JA GRAVAM O LAYOUT NOVO COM A UNIDADE-PADRAO,
      *              E OS NOVOS TIPOS 3 A 7 CONVERTEM, SEM REDIGITACAO,
      *              O CAD/CADHIST/DEPNOTA, O RESULTADO, O ALUNOS, O
      *              MATRICULA E O OPERADOR DO LAYOUT ANTERIOR,
      *              GRAVANDO A UNIDADE DO PARAMETRO UNIDADE-PADRAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTREO.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RN-CHAVE
             FILE STATUS WS-FS-NOVO.

               SELECT CADVELHO2 ASSIGN TO WS-VELHO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS F2-CHAVE
             ALTERNATE RECORD KEY IS F2-CHAVE-PERIODO
             FILE STATUS WS-FS-VELHO.

               SELECT RESVELHO2 ASSIGN TO WS-VELHO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS R2-CHAVE
             FILE STATUS WS-FS-VELHO.

               SELECT ALUVELHO ASSIGN TO WS-VELHO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AV-ID
             FILE STATUS WS-FS-VELHO.

               SELECT ALUNOVO ASSIGN TO WS-NOVO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AN-ID
             FILE STATUS WS-FS-NOVO.

               SELECT MATVELHO ASSIGN TO WS-VELHO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MV-CHAVE
             FILE STATUS WS-FS-VELHO.

               SELECT MATNOVO ASSIGN TO WS-NOVO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MN-CHAVE
             FILE STATUS WS-FS-NOVO.

               SELECT OPEVELHO ASSIGN TO WS-VELHO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OV-CODIGO
             FILE STATUS WS-FS-VELHO.

               SELECT OPENOVO ASSIGN TO WS-NOVO-DSNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ON-CODIGO
             FILE STATUS WS-FS-NOVO.

               SELECT BACKCTL ASSIGN TO WS-BACKCTL-DSNAME
               05 FN-BIMESTRE-P                   PIC 9(1).
               05 FN-MATERIA-P                    PIC X(11).
               05 FN-ID-P                         PIC 9(4).
           03 FN-UNIDADE                          PIC 9(2).

       FD RESVELHO.
       01 REG-RESVELHO.
               05 RN-ANO-LETIVO                   PIC 9(4).
           03 RN-RESTO                            PIC X(40).
           03 RN-TRANSMITIDO                      PIC X(1).
           03 RN-UNIDADE                          PIC 9(2).

      *----------------------------------------------------------------
      * LAYOUTS ANTERIORES A UNIDADE ESCOLAR: CAD/CADHIST/DEPNOTA COM
      * PENDENCIA E CHAVE DE PERIODO, RESULTADO COM A MARCA DE
      * TRANSMISSAO, ALUNOS, MATRICULA E OPERADOR. O ARQUIVO NOVO E O
      * MESMO REGISTRO COM A UNIDADE (2 POSICOES) NO FIM
      *----------------------------------------------------------------
       FD CADVELHO2.
       01 REG-VELHO2.
           03 F2-CHAVE.
               05 F2-ID                           PIC 9(4).
               05 F2-MATERIA                      PIC X(11).
               05 F2-ANO-LETIVO                   PIC 9(4).
               05 F2-BIMESTRE                     PIC 9(1).
           03 F2-RESTO                            PIC X(75).
           03 F2-CHAVE-PERIODO.
               05 F2-ANO-LETIVO-P                 PIC 9(4).
               05 F2-BIMESTRE-P                   PIC 9(1).
               05 F2-MATERIA-P                    PIC X(11).
               05 F2-ID-P                         PIC 9(4).

       FD RESVELHO2.
       01 REG-RESVELHO2.
           03 R2-CHAVE.
               05 R2-ID                           PIC 9(4).
               05 R2-MATERIA                      PIC X(11).
               05 R2-ANO-LETIVO                   PIC 9(4).
           03 R2-RESTO                            PIC X(41).

       FD ALUVELHO.
       01 REG-ALUVELHO.
           03 AV-ID                               PIC 9(4).
           03 AV-RESTO                            PIC X(61).

       FD ALUNOVO.
       01 REG-ALUNOVO.
           03 AN-ID                               PIC 9(4).
           03 AN-RESTO                            PIC X(61).
           03 AN-UNIDADE                          PIC 9(2).

       FD MATVELHO.
       01 REG-MATVELHO.
           03 MV-CHAVE.
               05 MV-ID                           PIC 9(4).
               05 MV-ANO-LETIVO                   PIC 9(4).
           03 MV-RESTO                            PIC X(22).

       FD MATNOVO.
       01 REG-MATNOVO.
           03 MN-CHAVE.
               05 MN-ID                           PIC 9(4).
               05 MN-ANO-LETIVO                   PIC 9(4).
           03 MN-RESTO                            PIC X(22).
           03 MN-UNIDADE                          PIC 9(2).

       FD OPEVELHO.
       01 REG-OPEVELHO.
           03 OV-CODIGO                           PIC 9(3).
           03 OV-RESTO                            PIC X(26).

       FD OPENOVO.
       01 REG-OPENOVO.
           03 ON-CODIGO                           PIC 9(3).
           03 ON-RESTO                            PIC X(26).
           03 ON-UNIDADE                          PIC 9(2).

       FD BACKCTL.
       01 REG-BACKCTL                             PIC X(58).
       77 WS-FS-PARAMET                       PIC 99.
       77 WS-BACKCTL-DSNAME                   PIC X(100) VALUE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).
       77 WS-TIPO                             PIC 9.
         88 TIPO-CAD                          VALUE 1.
         88 TIPO-RESULT                       VALUE 2.
         88 TIPO-CAD-UNIDADE                  VALUE 3.
         88 TIPO-RESULT-UNIDADE               VALUE 4.
         88 TIPO-ALUNOS                       VALUE 5.
         88 TIPO-MATRICULA                    VALUE 6.
         88 TIPO-OPERADOR                     VALUE 7.
         88 TIPO-VALIDO                       VALUE 1 THRU 7.

       77 WS-LIDOS                            PIC 9(6) VALUE 0.
       77 WS-GRAVADOS                         PIC 9(6) VALUE 0.
           AC-TIPO.
               DISPLAY "1 - CADASTRO (CAD.DAT OU CADHIST<ANO>.DAT)"
               DISPLAY "2 - RESULTADO (RESULTADO.DAT)"
               DISPLAY "3 - CADASTRO SEM UNIDADE ESCOLAR (CAD.DAT,"
               DISPLAY "    CADHIST<ANO>.DAT OU DEPNOTA.DAT)"
               DISPLAY "4 - RESULTADO SEM UNIDADE ESCOLAR"
               DISPLAY "5 - ALUNOS SEM UNIDADE ESCOLAR (ALUNOS.DAT)"
               DISPLAY "6 - MATRICULA SEM UNIDADE ESCOLAR"
               DISPLAY "7 - OPERADOR SEM UNIDADE ESCOLAR"
               DISPLAY "DIGITE O TIPO DO ARQUIVO A REORGANIZAR"
               ACCEPT WS-TIPO
               IF NOT TIPO-VALIDO
                  DISPLAY "TIPO INVALIDO"
                  GO TO AC-TIPO
               END-IF
               DISPLAY "OS REGISTROS SAEM NA UNIDADE ESCOLAR "
                       PAR-UNIDADE-PADRAO" (UNIDADE-PADRAO).".

           OBTEM-DATASET.
               DISPLAY "DIGITE O NOME DO ARQUIVO ANTIGO"
               DISPLAY "TECLE ENTER PARA USAR O PADRAO"
               ACCEPT WS-VELHO-DSNAME
               IF WS-VELHO-DSNAME EQUAL SPACES
                  PERFORM VELHO-PADRAO
               END-IF
               DISPLAY "DIGITE O NOME DO ARQUIVO NOVO"
               DISPLAY "TECLE ENTER PARA USAR O PADRAO"
               ACCEPT WS-NOVO-DSNAME
               IF WS-NOVO-DSNAME EQUAL SPACES
                  PERFORM NOVO-PADRAO
               END-IF
               IF WS-NOVO-DSNAME EQUAL WS-VELHO-DSNAME
                  DISPLAY "O ARQUIVO NOVO NAO PODE SER O PROPRIO"
               END-IF

               DISPLAY "A REORGANIZACAO COPIA O ARQUIVO ANTIGO PARA"
               DISPLAY "O LAYOUT NOVO DO REGISTRO. RODE COM O"
               DISPLAY "SISTEMA PARADO. TEM CERTEZA? (S/N)"
               ACCEPT WS-RESP
               IF NOT RESP-SIM
                  DISPLAY "REORGANIZACAO CANCELADA"
               IF TIPO-RESULT
                  GO TO INICIO-RESULT
               END-IF
               IF TIPO-CAD-UNIDADE
                  GO TO INICIO-CAD-UNIDADE
               END-IF
               IF TIPO-RESULT-UNIDADE
                  GO TO INICIO-RESULT-UNIDADE
               END-IF
               IF TIPO-ALUNOS
                  GO TO INICIO-ALUNOS
               END-IF
               IF TIPO-MATRICULA
                  GO TO INICIO-MATRICULA
               END-IF
               IF TIPO-OPERADOR
                  GO TO INICIO-OPERADOR
               END-IF
               OPEN INPUT CADVELHO.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
               MOVE FV-BIMESTRE   TO FN-BIMESTRE-P
               MOVE FV-MATERIA    TO FN-MATERIA-P
               MOVE FV-ID         TO FN-ID-P
               MOVE PAR-UNIDADE-PADRAO TO FN-UNIDADE

               WRITE REG-NOVO
               INVALID KEY
               MOVE RV-CHAVE TO RN-CHAVE
               MOVE RV-RESTO TO RN-RESTO
               MOVE SPACE    TO RN-TRANSMITIDO
               MOVE PAR-UNIDADE-PADRAO TO RN-UNIDADE

               WRITE REG-RESNOVO
               INVALID KEY
           FIM-REORG-RESULT.
               CLOSE RESVELHO.
               CLOSE RESNOVO.
               GO TO MOSTRA-TOTAIS.

      *----------------------------------------------------------------
      * CAD, CADHIST<ANO> OU DEPNOTA ANTERIOR A UNIDADE ESCOLAR: O
      * REGISTRO (JA COM PENDENCIA E CHAVE DE PERIODO) E COPIADO COMO
      * ESTA E GANHA A UNIDADE-PADRAO NO FIM
      *----------------------------------------------------------------
           INICIO-CAD-UNIDADE.
               OPEN INPUT CADVELHO2.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
                  DISPLAY "WS-FS-VELHO: "WS-FS-VELHO
                  STOP RUN
               END-IF
               OPEN OUTPUT CADNOVO.
               IF WS-FS-NOVO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO,"
                  DISPLAY "WS-FS-NOVO: "WS-FS-NOVO
                  CLOSE CADVELHO2
                  STOP RUN
               END-IF.

           LER-CAD-UNIDADE.
               READ CADVELHO2
                   AT END
                   GO TO FIM-CAD-UNIDADE
               END-READ

               ADD 1 TO WS-LIDOS

               MOVE REG-VELHO2 TO REG-NOVO
               MOVE PAR-UNIDADE-PADRAO TO FN-UNIDADE

               WRITE REG-NOVO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR NO NOVO: "
                           F2-ID" "F2-MATERIA" "F2-ANO-LETIVO"/"
                           F2-BIMESTRE
                           " WS-FS-NOVO: "WS-FS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
               END-WRITE

               GO TO LER-CAD-UNIDADE.

           FIM-CAD-UNIDADE.
               CLOSE CADVELHO2.
               CLOSE CADNOVO.
               GO TO MOSTRA-TOTAIS.

      *----------------------------------------------------------------
      * RESULTADO ANTERIOR A UNIDADE ESCOLAR: COPIADO COMO ESTA
      * (MANTENDO A MARCA DE TRANSMISSAO) COM A UNIDADE-PADRAO NO FIM
      *----------------------------------------------------------------
           INICIO-RESULT-UNIDADE.
               OPEN INPUT RESVELHO2.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
                  DISPLAY "WS-FS-VELHO: "WS-FS-VELHO
                  STOP RUN
               END-IF
               OPEN OUTPUT RESNOVO.
               IF WS-FS-NOVO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO,"
                  DISPLAY "WS-FS-NOVO: "WS-FS-NOVO
                  CLOSE RESVELHO2
                  STOP RUN
               END-IF.

           LER-RESULT-UNIDADE.
               READ RESVELHO2
                   AT END
                   GO TO FIM-RESULT-UNIDADE
               END-READ

               ADD 1 TO WS-LIDOS

               MOVE REG-RESVELHO2 TO REG-RESNOVO
               MOVE PAR-UNIDADE-PADRAO TO RN-UNIDADE

               WRITE REG-RESNOVO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR NO NOVO: "
                           R2-ID" "R2-MATERIA" "R2-ANO-LETIVO
                           " WS-FS-NOVO: "WS-FS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
               END-WRITE

               GO TO LER-RESULT-UNIDADE.

           FIM-RESULT-UNIDADE.
               CLOSE RESVELHO2.
               CLOSE RESNOVO.
               GO TO MOSTRA-TOTAIS.

      *----------------------------------------------------------------
      * ALUNOS.DAT ANTERIOR A UNIDADE ESCOLAR: TODO ALUNO DO MESTRE
      * PASSA A PERTENCER A UNIDADE-PADRAO
      *----------------------------------------------------------------
           INICIO-ALUNOS.
               OPEN INPUT ALUVELHO.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
                  DISPLAY "WS-FS-VELHO: "WS-FS-VELHO
                  STOP RUN
               END-IF
               OPEN OUTPUT ALUNOVO.
               IF WS-FS-NOVO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO,"
                  DISPLAY "WS-FS-NOVO: "WS-FS-NOVO
                  CLOSE ALUVELHO
                  STOP RUN
               END-IF.

           LER-ALUNOS.
               READ ALUVELHO
                   AT END
                   GO TO FIM-ALUNOS
               END-READ

               ADD 1 TO WS-LIDOS

               MOVE REG-ALUVELHO TO REG-ALUNOVO
               MOVE PAR-UNIDADE-PADRAO TO AN-UNIDADE

               WRITE REG-ALUNOVO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR NO NOVO: "
                           AV-ID
                           " WS-FS-NOVO: "WS-FS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
               END-WRITE

               GO TO LER-ALUNOS.

           FIM-ALUNOS.
               CLOSE ALUVELHO.
               CLOSE ALUNOVO.
               GO TO MOSTRA-TOTAIS.

      *----------------------------------------------------------------
      * MATRICULA.DAT ANTERIOR A UNIDADE ESCOLAR: TODA MATRICULA
      * PASSA A SER DA UNIDADE-PADRAO
      *----------------------------------------------------------------
           INICIO-MATRICULA.
               OPEN INPUT MATVELHO.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
                  DISPLAY "WS-FS-VELHO: "WS-FS-VELHO
                  STOP RUN
               END-IF
               OPEN OUTPUT MATNOVO.
               IF WS-FS-NOVO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO,"
                  DISPLAY "WS-FS-NOVO: "WS-FS-NOVO
                  CLOSE MATVELHO
                  STOP RUN
               END-IF.

           LER-MATRICULA.
               READ MATVELHO
                   AT END
                   GO TO FIM-MATRICULA
               END-READ

               ADD 1 TO WS-LIDOS

               MOVE REG-MATVELHO TO REG-MATNOVO
               MOVE PAR-UNIDADE-PADRAO TO MN-UNIDADE

               WRITE REG-MATNOVO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR NO NOVO: "
                           MV-ID" "MV-ANO-LETIVO
                           " WS-FS-NOVO: "WS-FS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
               END-WRITE

               GO TO LER-MATRICULA.

           FIM-MATRICULA.
               CLOSE MATVELHO.
               CLOSE MATNOVO.
               GO TO MOSTRA-TOTAIS.

      *----------------------------------------------------------------
      * OPERADOR.DAT ANTERIOR A UNIDADE ESCOLAR: TODO OPERADOR FICA
      * RESTRITO A UNIDADE-PADRAO (MUDE PELO SISTTOPE DEPOIS)
      *----------------------------------------------------------------
           INICIO-OPERADOR.
               OPEN INPUT OPEVELHO.
               IF WS-FS-VELHO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO ANTIGO,"
                  DISPLAY "WS-FS-VELHO: "WS-FS-VELHO
                  STOP RUN
               END-IF
               OPEN OUTPUT OPENOVO.
               IF WS-FS-NOVO NOT EQUAL 0
                  DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO,"
                  DISPLAY "WS-FS-NOVO: "WS-FS-NOVO
                  CLOSE OPEVELHO
                  STOP RUN
               END-IF.

           LER-OPERADOR.
               READ OPEVELHO
                   AT END
                   GO TO FIM-OPERADOR
               END-READ

               ADD 1 TO WS-LIDOS

               MOVE REG-OPEVELHO TO REG-OPENOVO
               MOVE PAR-UNIDADE-PADRAO TO ON-UNIDADE

               WRITE REG-OPENOVO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR NO NOVO: "
                           OV-CODIGO
                           " WS-FS-NOVO: "WS-FS-NOVO
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADOS
               END-WRITE

               GO TO LER-OPERADOR.

           FIM-OPERADOR.
               CLOSE OPEVELHO.
               CLOSE OPENOVO.
               GO TO MOSTRA-TOTAIS.

           MOSTRA-TOTAIS.
               DISPLAY "REGISTROS LIDOS NO ANTIGO..:"WS-LIDOS
               PERFORM GRAVA-RUNCTL
               STOP RUN.

      *----------------------------------------------------------------
      * NOMES PADRAO DO ARQUIVO ANTIGO E DO NOVO CONFORME O TIPO
      *----------------------------------------------------------------
           VELHO-PADRAO.
           IF TIPO-CAD OR TIPO-CAD-UNIDADE
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CAD.DAT"
              TO WS-VELHO-DSNAME
           END-IF
           IF TIPO-RESULT OR TIPO-RESULT-UNIDADE
              MOVE
        "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESULTADO.DAT"
              TO WS-VELHO-DSNAME
           END-IF
           IF TIPO-ALUNOS
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOS.DAT"
              TO WS-VELHO-DSNAME
           END-IF
           IF TIPO-MATRICULA
              MOVE
        "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATRICULA.DAT"
              TO WS-VELHO-DSNAME
           END-IF
           IF TIPO-OPERADOR
              MOVE
         "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPERADOR.DAT"
              TO WS-VELHO-DSNAME
           END-IF.

           NOVO-PADRAO.
           IF TIPO-CAD OR TIPO-CAD-UNIDADE
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\CADNOVO.DAT"
              TO WS-NOVO-DSNAME
           END-IF
           IF TIPO-RESULT OR TIPO-RESULT-UNIDADE
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\RESNOVO.DAT"
              TO WS-NOVO-DSNAME
           END-IF
           IF TIPO-ALUNOS
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\ALUNOVO.DAT"
              TO WS-NOVO-DSNAME
           END-IF
           IF TIPO-MATRICULA
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MATNOVO.DAT"
              TO WS-NOVO-DSNAME
           END-IF
           IF TIPO-OPERADOR
              MOVE
           "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\OPENOVO.DAT"
              TO WS-NOVO-DSNAME
           END-IF.

      *----------------------------------------------------------------
      * PROCURA NO BACKCTL UMA GERACAO DE BACKUP COM A DATA DE HOJE
      *----------------------------------------------------------------
           IF WS-PAR-CHAVE EQUAL "ARQ-BACKCTL"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-BACKCTL-DSNAME
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
