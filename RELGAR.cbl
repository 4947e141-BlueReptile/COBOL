      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).

               END-PERFORM
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "RELGAR" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "DIAS " DIAS-JANELA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "RELGAR.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               MOVE "00" TO ARQST-BEM
               DISPLAY "RELATORIO GRAVADO EM RELGAR.TXT"
               DISPLAY "GARANTIAS VENCENDO: " TOTAL-VENCENDO
