      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-ORD                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               CLOSE ARQ-REL
               MOVE "MANUT" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "MANUT.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM MANUT.TXT"
               DISPLAY "ORDENS ABERTAS..: " TOTAL-ABERTAS
               DISPLAY "EM ATRASO.......: " TOTAL-ATRASADAS
               PERFORM SUBTOTAIS-REPARO
               PERFORM RODAPE-REPARO
               CLOSE ARQ-RL2
               MOVE "MANUT" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "LIMITE " PERC-LIMITE "%" DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "REPARO.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM REPARO.TXT"
               DISPLAY "BENS COM CUSTO..: " TOTAL-BENS-CUSTO
               DISPLAY "ACIMA DO LIMITE.: " TOTAL-ALERTAS
