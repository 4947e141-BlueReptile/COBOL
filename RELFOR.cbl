      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-FOR                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
               END-IF
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "RELFOR" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "RELFOR.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM RELFOR.TXT"
           END-IF.

