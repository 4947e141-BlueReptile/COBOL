              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-RAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-RAT
              FILE STATUS ARQST-RAT.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
               02 MOTIVO-R              PIC X(30).
               02 CODIGO-OPER-R         PIC 9(04).

       FD  ARQ-RAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
           01  REG-RATEIO.
               02 CHAVES-RAT.
                   03 CODIGO-BEM-RT        PIC 9(06).
                   03 CODIGO-DEPTO-RT      PIC 9(04).
               02 PERC-RATEIO-RT        PIC 9(03)V99.
               02 DT-RATEIO-RT          PIC 9(08).
               02 CODIGO-OPER-RT        PIC 9(04).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELVAL.TXT".
           01  LINHA-RELATORIO.
               02 LR-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-MARCA              PIC X(04).
               02 LR-PERC               PIC ZZ9,99.
               02 FILLER                PIC X(04) VALUE SPACES.

      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 WREA                         PIC 9     VALUE ZEROS.
           01 TOTAL-REAVALIADOS            PIC 9(06) VALUE ZEROS.

           01 ARQST-RAT                    PIC X(02).
           01 RAT-OK                       PIC X(01) VALUE "N".
           01 WRAT                         PIC 9     VALUE ZEROS.
           01 TAB-RATEIO.
               02 TAB-RAT OCCURS 20 TIMES INDEXED BY I-RAT.
                   03 TR-CODIGO-DEPTO      PIC 9(04).
                   03 TR-PERC              PIC 9(03)V99.
           01 QTD-RATEIO                   PIC 9(02) VALUE ZEROS.
           01 TOTAL-PERC-RATEIO            PIC 9(05)V99 VALUE ZEROS.
           01 RATEIO-VALIDO                PIC X(01) VALUE "N".
           01 PARCELA-DEPTO                PIC 9(02) VALUE ZEROS.
           01 VALOR-REPARTIDO              PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-PARCELA                PIC 9(09)V99 VALUE ZEROS.
           01 TOTAL-PARCELAS               PIC 9(06) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-RAT.
           EVALUATE ARQST-RAT
               WHEN "00"
                   MOVE "S" TO RAT-OK
               WHEN "35"
                   MOVE "N" TO RAT-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - RATEIO.DAT: " ARQST-RAT
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "ERRO DE ABERTURA - RELVAL.TXT: " ARQST-REL
                   AT END
                       MOVE "10" TO ARQST-BEM
                   NOT AT END
                       IF CODIGO-TIPO-M = TIPO-CORRENTE AND
                          SITUACAO-BEM-M NOT = 1
                           PERFORM TESTA-PARCELA-DEPTO
                       END-IF
               END-READ
           END-PERFORM.
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-parcela-depto.

      *    A shared asset is listed under every department of its
      *    apportionment with that department's share of the value;
      *    one whose shares do not total 100% stays whole with the
      *    owning department, as DEPREC charges it.
           PERFORM CARREGA-RATEIO.
           MOVE ZEROS TO PARCELA-DEPTO.
           IF RATEIO-VALIDO = "N"
               IF CODIGO-DEPTO-M = DEPTO-CORRENTE
                   PERFORM IMPRIME-BEM
               END-IF
           ELSE
               PERFORM VARYING I-RAT FROM 1 BY 1
                       UNTIL I-RAT > QTD-RATEIO
                   IF TR-CODIGO-DEPTO(I-RAT) = DEPTO-CORRENTE
                       SET PARCELA-DEPTO TO I-RAT
                   END-IF
               END-PERFORM
               IF PARCELA-DEPTO NOT = ZEROS
                   PERFORM IMPRIME-BEM
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Carrega-rateio.

           MOVE ZEROS TO QTD-RATEIO TOTAL-PERC-RATEIO.
           MOVE "N" TO RATEIO-VALIDO.
           IF RAT-OK = "S"
               MOVE ZEROS TO WRAT
               MOVE CODIGO-BEM-M TO CODIGO-BEM-RT
               MOVE ZEROS TO CODIGO-DEPTO-RT
               START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
                   INVALID KEY
                       MOVE 1 TO WRAT
               END-START
               PERFORM UNTIL WRAT = 1
                   READ ARQ-RAT NEXT RECORD
                       AT END
                           MOVE 1 TO WRAT
                       NOT AT END
                           IF CODIGO-BEM-RT NOT = CODIGO-BEM-M
                               MOVE 1 TO WRAT
                           ELSE
                               ADD PERC-RATEIO-RT TO TOTAL-PERC-RATEIO
                               IF QTD-RATEIO < 20
                                   ADD 1 TO QTD-RATEIO
                                   MOVE CODIGO-DEPTO-RT TO
                                       TR-CODIGO-DEPTO(QTD-RATEIO)
                                   MOVE PERC-RATEIO-RT TO
                                       TR-PERC(QTD-RATEIO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF QTD-RATEIO > 0 AND TOTAL-PERC-RATEIO = 100
                   MOVE "S" TO RATEIO-VALIDO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Calcula-parcela.

      *    Each share is truncated and the last one takes what is
      *    left, so the department lines add back to the whole value.
           MOVE ZEROS TO VALOR-REPARTIDO.
           PERFORM VARYING I-RAT FROM 1 BY 1
                   UNTIL I-RAT > PARCELA-DEPTO
               IF I-RAT = QTD-RATEIO
                   COMPUTE VALOR-PARCELA =
                       VALOR-BASE-W - VALOR-REPARTIDO
               ELSE
                   COMPUTE VALOR-PARCELA =
                       VALOR-BASE-W * TR-PERC(I-RAT) / 100
                   ADD VALOR-PARCELA TO VALOR-REPARTIDO
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Imprime-bem.

      *    A revalued asset is listed at its revalued amount and
      *    marked *R so the auditors can tell the two apart; the
      *    subtotals follow the same figure.  A shared asset's line
      *    carries its share, marked *P with the percentage, and the
      *    asset counts once in the grand total - under its first
      *    department.
           IF TOTAL-BENS-TIPO = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "  TIPO " TIPO-CORRENTE " - " DESC-TIPO-T
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           PERFORM BUSCA-REAVALIACAO.
           IF PARCELA-DEPTO = ZEROS
               MOVE VALOR-BASE-W TO VALOR-PARCELA
           ELSE
               PERFORM CALCULA-PARCELA
           END-IF.
           ADD 1 TO TOTAL-BENS-TIPO TOTAL-BENS-DEPTO.
           IF PARCELA-DEPTO < 2
               ADD 1 TO TOTAL-BENS-GERAL
           END-IF.
           ADD VALOR-PARCELA TO VALOR-TIPO VALOR-DEPTO VALOR-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CODIGO-BEM-M TO LR-BEM.
           MOVE DESC-BEM-M TO LR-DESC.
           MOVE DT-AQUISICAO-M TO LR-DT-AQUISICAO.
           MOVE VALOR-PARCELA TO LR-VALOR.
           IF ACHOU-REAVAL = "S"
               IF PARCELA-DEPTO < 2
                   ADD 1 TO TOTAL-REAVALIADOS
               END-IF
               MOVE "*R" TO LR-MARCA
           END-IF.
           IF PARCELA-DEPTO NOT = ZEROS
               ADD 1 TO TOTAL-PARCELAS
               MOVE "*P" TO LR-MARCA(3:2)
               MOVE TR-PERC(PARCELA-DEPTO) TO LR-PERC
           END-IF.
           WRITE LINHA-RELATORIO.

      *-------------------------------------------------------------------------*
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           IF TOTAL-PARCELAS NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "PARCELAS DE BENS RATEADOS (*P): " TOTAL-PARCELAS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           PERFORM CONFERE-COBERTURA.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BEM ARQ-DEP ARQ-TIPO ARQ-REA ARQ-REL.
           IF ARQST-REL = "00"
               MOVE "RELVAL" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "RELVAL.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.
           IF RAT-OK = "S"
               CLOSE ARQ-RAT
           END-IF.
           EXIT PROGRAM.

       end program RELVAL.
