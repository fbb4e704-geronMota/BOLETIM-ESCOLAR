      *              SECREDU): "D" + ID COM 8 DIGITOS + MATERIA X(11)
      *              + SITUACAO ("A"=ACEITO, "R"=REJEITADO) + MOTIVO
      *              X(30). LINHAS "H" E "T" DO RETORNO SAO IGNORADAS.
      * 15/10/2026 - O REGISTRO DO RESULTADO ACOMPANHA O NOVO LAYOUT
      *              COM A UNIDADE ESCOLAR NO FIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISTTRET.
           03 RS-RESULTADO                        PIC X(11).
           03 RS-QTDE-BIM                         PIC 9(1).
           03 RS-TRANSMITIDO                      PIC X(1).
           03 RS-UNIDADE                          PIC 9(2).

       FD RETSEC.
       01 REG-RETSEC                              PIC X(51).
