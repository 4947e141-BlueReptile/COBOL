      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-HIS                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-SES                    PIC X(02).

           CLOSE ARQ-HIS ARQ-BEM ARQ-SES ARQ-REL
                 ARQ-WLO ARQ-WCT ARQ-WES.
           IF ARQST-REL = "00"
               MOVE "INVFIS" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "SESSOES " SESSAO-INI " A " SESSAO-FIM
                   DELIMITED BY SIZE INTO REM-PARAMETROS
               MOVE "INVFIS.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.

       end program INVFIS.
