      *              MATERIA+ID), CRIADA PARA OS RELATORIOS LEREM SO A
      *              FATIA DO PERIODO PEDIDO (ACOMPANHANDO O RESTANTE
      *              DO SISTEMA).
      * 15/10/2026 - LINHA DO CADLOG AMPLIADA PARA X(184) (ACOMPANHANDO
      *              OS PROGRAMAS QUE GRAVAM O CADLOG).
      * 15/10/2026 - A ATUALIZACAO DO CAD PELA RECUPERACAO PASSA A SER
      *              REGISTRADA NO CADLOG (OPERACAO "RECUPERA", COM
      *              STATUS/MEDIA ANTES E DEPOIS E O OPERADOR), PARA A
      *              COMPARACAO DE GERACOES DE BACKUP (SISTTCMP) NAO
      *              ACUSAR A RECUPERACAO COMO ALTERACAO SEM AUDITORIA.
      *              O AVISO DE LISTAS DESATUALIZADAS IGNORA ESSAS
      *              LINHAS, QUE SAO DO PROPRIO PROGRAMA.
      * 15/10/2026 - UNIDADE ESCOLAR: A RECUPERACAO SO E LANCADA PARA
      *              CADASTRO (CAD.DAT) DA UNIDADE DO OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTREC.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD MOVEREPRO.
       01 REGISTRO-REPRO.
           03 AL-TURMA                            PIC X(3).
           03 AL-DT-NASC                          PIC 9(8).
           03 AL-RESP                             PIC X(25).
           03 AL-UNIDADE                          PIC 9(2).

       FD OPERADOR.
       01 REG-OPERADOR.
           03 OP-CODIGO                           PIC 9(3).
           03 OP-NOME                             PIC X(25).
           03 OP-PERFIL                           PIC X(1).
           03 OP-UNIDADE                          PIC 9(2).

       FD CADTRAVA.
       01 REG-CADTRAVA                            PIC X(36).
       01 REG-PARAMET                             PIC X(120).

       FD CADLOG.
       01 REG-CADLOG                              PIC X(184).

       FD RUNCTL.
       01 REG-RUNCTL                              PIC X(106).
       77 WS-OPERADOR                             PIC 9(3).
       77 WS-PERFIL                               PIC X(1).
         88 PERFIL-COORDENACAO                    VALUE "C".
       77 WS-OPE-UNIDADE                          PIC 9(2).
       77 WS-UNIDADE-OK                           PIC X.
         88 UNIDADE-OK                            VALUE "S".
       77 WS-UNIDADE-CAD                          PIC 9(2).
       77 PAR-UNIDADE-PADRAO                      PIC 9(2) VALUE 1.
       77 WS-FS-CADTRAVA                          PIC 99.

       01 LINHA-TRAVA.
         05 WS-TIME-SYS.
           10 WS-HORA-MIN-SEG                     PIC 9(6).
           10 FILLER                              PIC 9(2).
       01 WS-DATA-HORA-LOG REDEFINES WS-DATA-HORA-SYS.
         05 WS-ANO-SYS                            PIC 9(4).
         05 WS-MES-SYS                            PIC 9(2).
         05 WS-DIA-SYS                            PIC 9(2).
         05 WS-HORA-SYS                           PIC 9(2).
         05 WS-MINUTO-SYS                         PIC 9(2).
         05 WS-SEGUNDO-SYS                        PIC 9(2).
         05 FILLER                                PIC 9(2).

      *----------------------------------------------------------------
      * LINHA DE AUDITORIA DA RECUPERACAO (MESMO LAYOUT DO CADLOG DO
      * SISTTCAD): ANTES E DEPOIS TRAZEM STATUS E MEDIA DO CAD
      *----------------------------------------------------------------
       01 LINHA-CADLOG.
           05 LOG-ANO-SYS                         PIC 9(4).
           05 FILLER                              PIC X VALUE "-".
           05 LOG-MES-SYS                         PIC 9(2).
           05 FILLER                              PIC X VALUE "-".
           05 LOG-DIA-SYS                         PIC 9(2).
           05 FILLER                              PIC X VALUE " ".
           05 LOG-HORA-SYS                        PIC 9(2).
           05 FILLER                              PIC X VALUE ":".
           05 LOG-MINUTO-SYS                      PIC 9(2).
           05 FILLER                              PIC X VALUE ":".
           05 LOG-SEGUNDO-SYS                     PIC 9(2).
           05 FILLER                              PIC X VALUE " ".
           05 LOG-OPERACAO                        PIC X(10).
           05 FILLER                              PIC X(6) VALUE
                                                  "ANTES:".
           05 LOG-ANTES-ID                        PIC 9(4).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-ANTES-MATERIA                   PIC X(11).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-ANTES-NM                        PIC X(25).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-ANTES-STATUS                    PIC X(11).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-ANTES-MEDIA                     PIC Z9,9.
           05 FILLER                              PIC X(7) VALUE
                                                  " DEPOIS".
           05 FILLER                              PIC X VALUE ":".
           05 LOG-DEPOIS-ID                       PIC 9(4).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-DEPOIS-MATERIA                  PIC X(11).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-DEPOIS-NM                       PIC X(25).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-DEPOIS-STATUS                   PIC X(11).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-DEPOIS-MEDIA                    PIC Z9,9.
           05 FILLER                              PIC X(4) VALUE " OP:".
           05 LOG-OPERADOR                        PIC 9(3) VALUE 0.
           05 FILLER                              PIC X(4) VALUE " CH:".
           05 LOG-ANTES-ANO                       PIC 9(4).
           05 LOG-ANTES-BIM                       PIC 9(1).
           05 FILLER                              PIC X VALUE "/".
           05 LOG-DEPOIS-ANO                      PIC 9(4).
           05 LOG-DEPOIS-BIM                      PIC 9(1).

       77 WS-STATUS-ANTES                         PIC X(11).
       77 WS-MEDIA-ANTES                          PIC 9(2)V9.

       01 LINHA-RUNCTL.
           05 RC-PROGRAMA                         PIC X(9).
           05 LC-MIN                              PIC X(2).
           05 FILLER                              PIC X.
           05 LC-SEG                              PIC X(2).
           05 FILLER                              PIC X.
           05 LC-OPERACAO                         PIC X(10).
           05 FILLER                              PIC X(154).

      *----------------------------------------------------------------
      * CARIMBOS DE DATA+HORA COMPARAVEIS (GRUPOS DE DIGITOS COM
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
               MOVE WS-OPERADOR TO RC-OPERADOR
                  CLOSE CAD MOVEREPRO MOVEAPRO ALUNOS
                  GO TO CONTINUAR
               END-IF
               PERFORM VERIFICA-UNIDADE-CAD
               IF NOT UNIDADE-OK
                  DISPLAY "CADASTRO DE OUTRA UNIDADE ESCOLAR ("
                          FD-UNIDADE")."
                  CLOSE CAD MOVEREPRO MOVEAPRO ALUNOS
                  GO TO CONTINUAR
               END-IF
               PERFORM OBTEM-NOME-MESTRE
               PERFORM ACEITA-NOTA-RECUP
               PERFORM CALCULA-FINAL
           CLOSE ALUNOS.
           GO TO CONTINUAR.

      *----------------------------------------------------------------
      * CONFERE NO CAD.DAT SE O CADASTRO EM RECUPERACAO E DA UNIDADE
      * ESCOLAR DO OPERADOR; SEM O CADASTRO NO CAD A CONFERENCIA FICA
      * PARA O ATUALIZA-CAD, QUE AVISA A FALTA
      *----------------------------------------------------------------
           VERIFICA-UNIDADE-CAD.
           MOVE "S"                 TO WS-UNIDADE-OK
           MOVE FD-ID-REPRO         TO FD-ID
           MOVE FD-MATERIA-REPRO    TO FD-MATERIA
           MOVE FD-ANO-LETIVO-REPRO TO FD-ANO-LETIVO
           MOVE FD-BIMESTRE-REPRO   TO FD-BIMESTRE
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
                  MOVE "N" TO WS-UNIDADE-OK
               END-IF
           END-READ.

      *----------------------------------------------------------------
      * BUSCA O NOME DO ALUNO NO ARQUIVO MESTRE (ALUNOS.DAT); QUANDO
      * O ID NAO EXISTE LA, MANTEM O NOME GRAVADO EM MOVEREPRO
           INVALID KEY
               DISPLAY "CADASTRO NAO ENCONTRADO EM CAD.DAT"
           NOT INVALID KEY
               MOVE FD-STATUS       TO WS-STATUS-ANTES
               MOVE FD-MEDIA        TO WS-MEDIA-ANTES
               MOVE WS-MEDIA-FINAL  TO FD-MEDIA
               MOVE WS-STATUS-FINAL TO FD-STATUS
               REWRITE REGISTRO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O CAD,WS-FS: "
                       WS-FS
               NOT INVALID KEY
                   PERFORM GRAVA-LOG-RECUP
               END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      * REGISTRA NO CADLOG A ALTERACAO DO CAD PELA RECUPERACAO
      * (OPERACAO "RECUPERA"), COM O OPERADOR CARIMBADO, PARA A
      * AUDITORIA E A COMPARACAO DE GERACOES DE BACKUP (SISTTCMP)
      *----------------------------------------------------------------
           GRAVA-LOG-RECUP.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SYS FROM TIME

           MOVE WS-ANO-SYS      TO LOG-ANO-SYS
           MOVE WS-MES-SYS      TO LOG-MES-SYS
           MOVE WS-DIA-SYS      TO LOG-DIA-SYS
           MOVE WS-HORA-SYS     TO LOG-HORA-SYS
           MOVE WS-MINUTO-SYS   TO LOG-MINUTO-SYS
           MOVE WS-SEGUNDO-SYS  TO LOG-SEGUNDO-SYS

           MOVE "RECUPERA"      TO LOG-OPERACAO
           MOVE FD-ID           TO LOG-ANTES-ID LOG-DEPOIS-ID
           MOVE FD-MATERIA      TO LOG-ANTES-MATERIA LOG-DEPOIS-MATERIA
           MOVE FD-NM           TO LOG-ANTES-NM LOG-DEPOIS-NM
           MOVE WS-STATUS-ANTES TO LOG-ANTES-STATUS
           MOVE WS-MEDIA-ANTES  TO LOG-ANTES-MEDIA
           MOVE FD-STATUS       TO LOG-DEPOIS-STATUS
           MOVE FD-MEDIA        TO LOG-DEPOIS-MEDIA
           MOVE WS-OPERADOR     TO LOG-OPERADOR
           MOVE FD-ANO-LETIVO   TO LOG-ANTES-ANO LOG-DEPOIS-ANO
           MOVE FD-BIMESTRE     TO LOG-ANTES-BIM LOG-DEPOIS-BIM

           OPEN EXTEND CADLOG
           IF WS-FS-CADLOG EQUAL 35
              OPEN OUTPUT CADLOG
           END-IF
           WRITE REG-CADLOG FROM LINHA-CADLOG
           CLOSE CADLOG.

      *----------------------------------------------------------------
      * TRAVA DE USO EXCLUSIVO DO CAD (CADTRAVA.DAT): REGISTRA POSSE
      * COM OPERADOR, PROGRAMA E HORA ANTES DE ABRIR O CAD EM I-O;
           IF WS-PAR-CHAVE EQUAL "ARQ-CADLOG"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-CADLOG-DSNAME
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
               CLOSE CADLOG
               GO TO FIM-VERIFICA-SEQUENCIA
           END-READ
      *    AS LINHAS "RECUPERA" SAO DESTE PROPRIO PROGRAMA E NAO
      *    DESATUALIZAM AS LISTAS DE MOVEREPRO
           IF LC-ANO IS NUMERIC
              AND LC-OPERACAO NOT EQUAL "RECUPERA"
              MOVE LC-ANO TO WS-TSC-DATA (1:4)
              MOVE LC-MES TO WS-TSC-DATA (5:2)
              MOVE LC-DIA TO WS-TSC-DATA (7:2)
