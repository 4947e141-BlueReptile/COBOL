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
           VALUE OF FILE-ID IS "DEPREC.TXT".
           01  LINHA-RELATORIO.
           01 MOTIVO-E                     PIC X(30) VALUE SPACES.
           01 QTD-REAVAIS                  PIC 9(03) VALUE ZEROS.

           01 ARQST-RAT                    PIC X(02).
           01 RAT-OK                       PIC X(01) VALUE "N".
           01 TAB-RATEIO.
               02 TAB-RAT OCCURS 20 TIMES INDEXED BY I-RAT.
                   03 TR-CODIGO-DEPTO      PIC 9(04).
                   03 TR-PERC              PIC 9(03)V99.
           01 QTD-RATEIO                   PIC 9(02) VALUE ZEROS.
           01 TOTAL-PERC-RATEIO            PIC 9(05)V99 VALUE ZEROS.
           01 RATEIO-VALIDO                PIC X(01) VALUE "N".
           01 DEPTO-ACUMULAR               PIC 9(04) VALUE ZEROS.
           01 QUOTA-ACUMULAR               PIC 9(09)V99 VALUE ZEROS.
           01 LIQUIDO-ACUMULAR             PIC 9(09)V99 VALUE ZEROS.
           01 QUOTA-REPARTIDA              PIC 9(09)V99 VALUE ZEROS.
           01 LIQUIDO-REPARTIDO            PIC 9(09)V99 VALUE ZEROS.
           01 PERC-ED                      PIC ZZ9,99.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 LOTE-RETORNO             PIC 9(02).
               02 LOTE-REGISTROS           PIC 9(06).

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

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

      *-------------------------------------------------------------------------*
       Menu-deprec.

               PERFORM IMPRIME-SUBTOTAIS
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "DEPREC" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "COMPETENCIA " COMPETENCIA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "DEPREC.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM DEPREC.TXT"
               DISPLAY "BENS DEPRECIADOS..: " TOTAL-CALCULADOS
               DISPLAY "SEM VIDA UTIL.....: " TOTAL-SEM-VIDA
      *-------------------------------------------------------------------------*
       Acumula-depto.

      *    A shared asset is charged to the departments of its
      *    apportionment in RATEIO.DAT: each share takes its
      *    percentage of the quota and of the net value, truncated,
      *    and the last share takes what is left so the parts add up
      *    to the whole.  Without an apportionment - or with one that
      *    does not total 100% - the owning department takes it all.
           PERFORM CARREGA-RATEIO.
           IF RATEIO-VALIDO = "N"
               MOVE CODIGO-DEPTO-M TO DEPTO-ACUMULAR
               MOVE QUOTA-MES TO QUOTA-ACUMULAR
               MOVE VALOR-LIQUIDO TO LIQUIDO-ACUMULAR
               PERFORM ACUMULA-PARCELA-DEPTO
           ELSE
               MOVE ZEROS TO QUOTA-REPARTIDA LIQUIDO-REPARTIDO
               PERFORM VARYING I-RAT FROM 1 BY 1
                       UNTIL I-RAT > QTD-RATEIO
                   MOVE TR-CODIGO-DEPTO(I-RAT) TO DEPTO-ACUMULAR
                   IF I-RAT = QTD-RATEIO
                       COMPUTE QUOTA-ACUMULAR =
                           QUOTA-MES - QUOTA-REPARTIDA
                       COMPUTE LIQUIDO-ACUMULAR =
                           VALOR-LIQUIDO - LIQUIDO-REPARTIDO
                   ELSE
                       COMPUTE QUOTA-ACUMULAR =
                           QUOTA-MES * TR-PERC(I-RAT) / 100
                       COMPUTE LIQUIDO-ACUMULAR =
                           VALOR-LIQUIDO * TR-PERC(I-RAT) / 100
                       ADD QUOTA-ACUMULAR TO QUOTA-REPARTIDA
                       ADD LIQUIDO-ACUMULAR TO LIQUIDO-REPARTIDO
                   END-IF
                   PERFORM ACUMULA-PARCELA-DEPTO
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Acumula-parcela-depto.

           MOVE "N" TO ACHOU-DEPTO.
           PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > QTD-DEPTOS
               IF TD-CODIGO-DEPTO(I-DEP) = DEPTO-ACUMULAR
                   ADD QUOTA-ACUMULAR TO TD-QUOTA-TOTAL(I-DEP)
                   ADD LIQUIDO-ACUMULAR TO TD-LIQUIDO-TOTAL(I-DEP)
                   MOVE "S" TO ACHOU-DEPTO
               END-IF
           END-PERFORM.
           IF ACHOU-DEPTO NOT = "S" AND QTD-DEPTOS < 200
               ADD 1 TO QTD-DEPTOS
               MOVE DEPTO-ACUMULAR TO TD-CODIGO-DEPTO(QTD-DEPTOS)
               MOVE QUOTA-ACUMULAR TO TD-QUOTA-TOTAL(QTD-DEPTOS)
               MOVE LIQUIDO-ACUMULAR TO TD-LIQUIDO-TOTAL(QTD-DEPTOS)
           END-IF.

      *-------------------------------------------------------------------------*
       Carrega-rateio.

      *    Loads the asset's shares; an apportionment that does not
      *    total 100% is left out of the split and noted in the
      *    report so it can be corrected in BENS.
           MOVE ZEROS TO QTD-RATEIO TOTAL-PERC-RATEIO.
           MOVE "N" TO RATEIO-VALIDO.
           IF RAT-OK = "S"
               MOVE CODIGO-BEM-M TO CODIGO-BEM-RT
               MOVE ZEROS TO CODIGO-DEPTO-RT WIGUAL
               START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-RAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-RT NOT = CODIGO-BEM-M
                               MOVE 1 TO WIGUAL
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
               IF QTD-RATEIO > 0
                   IF TOTAL-PERC-RATEIO = 100
                       MOVE "S" TO RATEIO-VALIDO
                   ELSE
                       MOVE TOTAL-PERC-RATEIO TO PERC-ED
                       MOVE SPACES TO LINHA-AUX
                       STRING "BEM " CODIGO-BEM-M
                           " RATEIO SOMA " PERC-ED
                           "% - QUOTA LANCADA NO DEPTO "
                           CODIGO-DEPTO-M DELIMITED BY SIZE
                           INTO LINHA-AUX
                       WRITE LINHA-RELATORIO FROM LINHA-AUX
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-VID ARQ-ACU ARQ-BEM ARQ-TIPO ARQ-DEP ARQ-REA.
           IF RAT-OK = "S"
               CLOSE ARQ-RAT
           END-IF.
           EXIT PROGRAM.

       end program DEPREC.
