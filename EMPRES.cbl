      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-EMP                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               CLOSE ARQ-REL
               MOVE "EMPRES" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "EMPRES.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM EMPRES.TXT"
               DISPLAY "EMPRESTIMOS ABERTOS: " TOTAL-ABERTOS
               DISPLAY "EM ATRASO..........: " TOTAL-ATRASADOS
