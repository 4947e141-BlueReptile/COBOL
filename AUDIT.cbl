              ALTERNATE RECORD KEY CODIGO-LOCAL-HIS WITH DUPLICATES
              FILE STATUS ARQST-HIS.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-RAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-RAT
              FILE STATUS ARQST-RAT.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
               02 CODIGO-OPER-HIS       PIC 9(04).
               02 NUM-MOV-ESTORNO-HIS   PIC 9(04).

       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

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
           VALUE OF FILE-ID IS "AUDIT.TXT".
           01  LINHA-RELATORIO          PIC X(80).
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 LINHA-AUX                    PIC X(80).
           01 HIS-OK                       PIC X(01) VALUE "N".
           01 ARQST-CMP                    PIC X(02).
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 LOCAL-PAI-W                  PIC 9(04) VALUE ZEROS.
           01 DEPTO-PAI-W                  PIC 9(04) VALUE ZEROS.
           01 SIT-PAI-W                    PIC 9(01) VALUE ZEROS.
           01 ARQST-RAT                    PIC X(02).
           01 RAT-OK                       PIC X(01) VALUE "N".
           01 BEM-RATEIO-W                 PIC 9(06) VALUE ZEROS.
           01 TOTAL-PERC-W                 PIC 9(05)V99 VALUE ZEROS.
           01 PERC-ED                      PIC ZZZZ9,99.

           01 ORF-BEM-LOCAL                PIC 9(06) VALUE ZEROS.
           01 ORF-BEM-DEPTO                PIC 9(06) VALUE ZEROS.
           01 ORF-HIS-BEM                  PIC 9(06) VALUE ZEROS.
           01 ORF-HIS-LOCAL                PIC 9(06) VALUE ZEROS.
           01 ORF-LOC-DEPTO                PIC 9(06) VALUE ZEROS.
           01 ORF-CMP-BEM                  PIC 9(06) VALUE ZEROS.
           01 TOTAL-ORFAOS                 PIC 9(06) VALUE ZEROS.
           01 DIV-COMPOSICAO               PIC 9(06) VALUE ZEROS.
           01 ORF-RAT-BEM                  PIC 9(06) VALUE ZEROS.
           01 ORF-RAT-DEPTO                PIC 9(06) VALUE ZEROS.
           01 RAT-SEM-100                  PIC 9(06) VALUE ZEROS.

           01 ROTINA-NOTURNA EXTERNAL.
               02 LOTE-MODO                PIC X(01).
               02 LOTE-RETORNO             PIC 9(02).
               02 LOTE-REGISTROS           PIC 9(06).

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

      *=========================================================================*
       PROCEDURE DIVISION.

           PERFORM AUDITA-BENS.
           PERFORM AUDITA-HISTOR.
           PERFORM AUDITA-LOCAL.
           PERFORM AUDITA-COMPOSICAO.
           PERFORM AUDITA-RATEIO.
           PERFORM RODAPE-RELATORIO.
           PERFORM FINALIZA.
           STOP RUN.
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-CMP.
           EVALUATE ARQST-CMP
               WHEN "00"
                   MOVE "S" TO CMP-OK
               WHEN "35"
                   MOVE "N" TO CMP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - COMPOS.DAT: " ARQST-CMP
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
               DISPLAY "ERRO DE ABERTURA - AUDIT.TXT: " ARQST-REL
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-READ.

      *-------------------------------------------------------------------------*
       Audita-composicao.

      *    A link naming an asset no longer in BENS.DAT is an orphan
      *    like any other.  A component sitting in another location
      *    or department than its active main asset is listed too, but
      *    counted apart: it is a set left behind by some movement,
      *    not broken data, and does not hold up the nightly chain.
           IF CMP-OK = "S"
               MOVE ZEROS TO CHAVES-CMP WIGUAL
               START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-CMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM CONFERE-COMPOSICAO
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Confere-composicao.

           MOVE CODIGO-PAI-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 9 TO SIT-PAI-W
           NOT INVALID KEY
               MOVE CODIGO-LOCAL-M TO LOCAL-PAI-W
               MOVE CODIGO-DEPTO-M TO DEPTO-PAI-W
               MOVE SITUACAO-BEM-M TO SIT-PAI-W
           END-READ.
           IF SIT-PAI-W = 9
               MOVE SPACES TO LINHA-AUX
               STRING "COMPOSICAO " CODIGO-PAI-V "/" CODIGO-COMP-V
                   " BEM PRINCIPAL INEXISTENTE"
                   DELIMITED BY SIZE INTO LINHA-AUX
               PERFORM GRAVA-ORFAO-CMP
           ELSE
               MOVE CODIGO-COMP-V TO CODIGO-BEM-M
               READ ARQ-BEM INVALID KEY
                   MOVE 9 TO SITUACAO-BEM-M
               END-READ
               EVALUATE TRUE
                   WHEN SITUACAO-BEM-M = 9
                       MOVE SPACES TO LINHA-AUX
                       STRING "COMPOSICAO " CODIGO-PAI-V "/"
                           CODIGO-COMP-V " COMPONENTE INEXISTENTE"
                           DELIMITED BY SIZE INTO LINHA-AUX
                       PERFORM GRAVA-ORFAO-CMP
                   WHEN SIT-PAI-W = 1 OR SITUACAO-BEM-M = 1
                       CONTINUE
                   WHEN CODIGO-LOCAL-M NOT = LOCAL-PAI-W OR
                        CODIGO-DEPTO-M NOT = DEPTO-PAI-W
                       PERFORM MOSTRA-DIVERGENCIA
               END-EVALUATE
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-orfao-cmp.

           ADD 1 TO ORF-CMP-BEM.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Mostra-divergencia.

           ADD 1 TO DIV-COMPOSICAO.
           MOVE SPACES TO LINHA-AUX.
           STRING "COMPONENTE " CODIGO-COMP-V " " DESC-BEM-M
               " FORA DO BEM " CODIGO-PAI-V
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "    LOCAL/DEPTO " CODIGO-LOCAL-M "/" CODIGO-DEPTO-M
               " PRINCIPAL EM " LOCAL-PAI-W "/" DEPTO-PAI-W
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Audita-rateio.

      *    Shared assets: every share must name an existing asset and
      *    department, and the shares of an asset must total 100%.
      *    The file is in asset order, so the total is checked when
      *    the asset code changes and once more at the end.
           IF RAT-OK = "S"
               MOVE ZEROS TO CHAVES-RAT WIGUAL BEM-RATEIO-W
                             TOTAL-PERC-W
               START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-RAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-RT NOT = BEM-RATEIO-W
                               PERFORM CONFERE-TOTAL-RATEIO
                               MOVE CODIGO-BEM-RT TO BEM-RATEIO-W
                               MOVE ZEROS TO TOTAL-PERC-W
                               PERFORM CONFERE-BEM-RATEIO
                           END-IF
                           ADD PERC-RATEIO-RT TO TOTAL-PERC-W
                           PERFORM CONFERE-DEPTO-RATEIO
                   END-READ
               END-PERFORM
               PERFORM CONFERE-TOTAL-RATEIO
           END-IF.

      *-------------------------------------------------------------------------*
       Confere-bem-rateio.

           MOVE CODIGO-BEM-RT TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               ADD 1 TO ORF-RAT-BEM
               MOVE SPACES TO LINHA-AUX
               STRING "RATEIO DO BEM " CODIGO-BEM-RT
                   " BEM INEXISTENTE"
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-READ.

      *-------------------------------------------------------------------------*
       Confere-depto-rateio.

           MOVE CODIGO-DEPTO-RT TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               ADD 1 TO ORF-RAT-DEPTO
               MOVE SPACES TO LINHA-AUX
               STRING "RATEIO DO BEM " CODIGO-BEM-RT
                   " DEPTO INEXISTENTE " CODIGO-DEPTO-RT
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-READ.

      *-------------------------------------------------------------------------*
       Confere-total-rateio.

           IF BEM-RATEIO-W NOT = ZEROS AND TOTAL-PERC-W NOT = 100
               ADD 1 TO RAT-SEM-100
               MOVE TOTAL-PERC-W TO PERC-ED
               MOVE SPACES TO LINHA-AUX
               STRING "RATEIO DO BEM " BEM-RATEIO-W
                   " SOMA " PERC-ED "% (DEVE SOMAR 100%)"
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Rodape-relatorio.

           COMPUTE TOTAL-ORFAOS = ORF-BEM-LOCAL + ORF-BEM-DEPTO
               + ORF-BEM-TIPO + ORF-HIS-BEM + ORF-HIS-LOCAL
               + ORF-LOC-DEPTO + ORF-CMP-BEM + ORF-RAT-BEM
               + ORF-RAT-DEPTO + RAT-SEM-100.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "TOTAIS POR TIPO DE OCORRENCIA" TO LINHA-AUX.
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "COMPOSICOES COM BEM INEXISTENTE: " ORF-CMP-BEM
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "RATEIOS COM BEM INEXISTENTE....: " ORF-RAT-BEM
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "RATEIOS COM DEPTO INEXISTENTE..: " ORF-RAT-DEPTO
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "RATEIOS QUE NAO SOMAM 100%.....: " RAT-SEM-100
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "TOTAL DE OCORRENCIAS...........: " TOTAL-ORFAOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "COMPONENTES FORA DO PRINCIPAL..: " DIV-COMPOSICAO
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

           DISPLAY "AUDITORIA GRAVADA EM AUDIT.TXT".
           DISPLAY "TOTAL DE OCORRENCIAS: " TOTAL-ORFAOS.
               END-IF
           END-IF.
           CLOSE ARQ-BEM ARQ-LOC ARQ-DEP ARQ-TIPO ARQ-HIS ARQ-REL.
           IF CMP-OK = "S"
               CLOSE ARQ-CMP
           END-IF.
           IF ARQST-REL = "00"
               MOVE "AUDIT" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "AUDIT.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.
           IF RAT-OK = "S"
               CLOSE ARQ-RAT
           END-IF.
           EXIT PROGRAM.

       end program AUDIT.
