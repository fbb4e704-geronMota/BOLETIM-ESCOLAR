      *              FATIA DO PERIODO PEDIDO (ACOMPANHANDO O RESTANTE
      *              DO SISTEMA).
      *              BK-IMAGEM AMPLIADA PARA X(115).
      * 15/10/2026 - REGISTRO DO CAD AMPLIADO COM A UNIDADE ESCOLAR
      *              FD-UNIDADE (ACOMPANHANDO O RESTANTE DO SISTEMA);
      *              BK-IMAGEM AMPLIADA PARA X(117). IMAGEM DE GERACAO
      *              ANTERIOR A AMPLIACAO VOLTA NA RESTAURACAO COM A
      *              UNIDADE-PADRAO DO PARAMET.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTBKP.
               05 FD-BIMESTRE-P                   PIC 9(1).
               05 FD-MATERIA-P                    PIC X(11).
               05 FD-ID-P                         PIC 9(4).
           03 FD-UNIDADE                          PIC 9(2).

       FD MOVEAPRO.
       01 REGISTRO-APRO.
       FD BACKUP.
       01 REG-BACKUP.
           03 BK-ORIGEM                           PIC X(9).
           03 BK-IMAGEM                           PIC X(117).

       FD BACKCTL.
       01 REG-BACKCTL                             PIC X(58).
        "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\MOVERECUP.DAT".
       77 WS-BACKCTL-DSNAME                   PIC X(100) VALUE
          "C:\Users\PC\Desktop\ProjetosJavaScript\COBOL5\BACKCTL.DAT".
       77 PAR-UNIDADE-PADRAO                  PIC 9(2) VALUE 1.

       01 WS-PARAMETRO.
           03 WS-PAR-CHAVE                    PIC X(20).

           IF BK-ORIGEM EQUAL "CAD"
              MOVE BK-IMAGEM TO REGISTRO
              IF FD-UNIDADE NOT NUMERIC
                 MOVE PAR-UNIDADE-PADRAO TO FD-UNIDADE
              END-IF
              WRITE REGISTRO
              INVALID KEY
                  DISPLAY "ERRO AO RESTAURAR NO CAD,WS-FS: "WS-FS
           IF WS-PAR-CHAVE EQUAL "ARQ-MOVERECUP"
              AND WS-PAR-VALOR NOT EQUAL SPACES
              MOVE WS-PAR-VALOR TO WS-MOVERECUP-DSNAME
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
