      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST                        PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
       Finaliza.

           CLOSE ARQ-LOC ARQ-DEP ARQ-REL.
           IF ARQST-REL = "00"
               MOVE "RELLOC" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "RELLOC.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.

       end program RELLOC.
