              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-REQ
              FILE STATUS ARQST-REQ.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
               02 GARANTIA-MESES-M      PIC 9(03).
               02 CODIGO-FORN-M         PIC 9(04).

       FD  ARQ-REQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REQUIS.DAT".
           01  REG-REQUISICAO.
               02 RECKEY-REQ.
                   03 NUM-REQ-R            PIC 9(06).
               02 CODIGO-DEPTO-R        PIC 9(04).
               02 CODIGO-TIPO-R         PIC 9(04).
               02 DESC-REQ-R            PIC X(30).
               02 VALOR-ESTIMADO-R      PIC 9(09)V99.
               02 REQUISITANTE-R        PIC X(30).
               02 DT-REQUISICAO-R       PIC 9(08).
               02 OPER-SOLICITANTE-R    PIC 9(04).
               02 SIT-REQ-R             PIC X(01).
               02 DT-DECISAO-R          PIC 9(08).
               02 OPER-APROVADOR-R      PIC 9(04).
               02 ANO-RESERVA-R         PIC 9(04).
               02 VALOR-RESERVADO-R     PIC 9(09)V99.
               02 CODIGO-BEM-R          PIC 9(06).
               02 VALOR-REAL-R          PIC 9(09)V99.
               02 DT-RECEBIMENTO-R      PIC 9(08).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELORC.TXT".
           01  LINHA-RELATORIO.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-ORCADO             PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-RESERVADO          PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-REALIZADO          PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-SALDO              PIC ---.---.--9,99.
      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-ORC                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-REQ                    PIC X(02).
           01 REQ-OK                       PIC X(01) VALUE "N".

           01 OP-RELORC                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WBEM                         PIC 9     VALUE ZEROS.
           01 LINHA-AUX                    PIC X(110).

           01 ANO-ESCOLHIDO                PIC 9(04) VALUE ZEROS.
           01 DEPTO-CORRENTE               PIC 9(04) VALUE ZEROS.
           01 REALIZADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 RESERVADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 WREQ                         PIC 9     VALUE ZEROS.
           01 SALDO-ANO                    PIC S9(11)V99 VALUE ZEROS.
           01 LIMITE-BLOQUEIO              PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-DEPTOS                 PIC 9(04) VALUE ZEROS.
           01 TOTAL-ESTOURADOS             PIC 9(04) VALUE ZEROS.
           01 TOTAL-ORCADO                 PIC 9(12)V99 VALUE ZEROS.
           01 TOTAL-REALIZADO              PIC 9(12)V99 VALUE ZEROS.
           01 TOTAL-RESERVADO              PIC 9(12)V99 VALUE ZEROS.
           01 COMPROMETIDO-ANO             PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-ATRASADAS              PIC 9(04) VALUE ZEROS.
           01 DIAS-ATRASO-REQ              PIC 9(03) VALUE 90.
           01 DIAS-DESDE                   PIC 9(05) VALUE ZEROS.
           01 VALOR-ED3                    PIC ZZZ.ZZZ.ZZ9,99.
           01 DIAS-ED                      PIC ZZ.ZZ9.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 SERIE-HOJE                   PIC 9(08) VALUE ZEROS.
           01 DT-DEC-AUX                   PIC 9(08) VALUE ZEROS.
           01 DT-DEC-AUX-R REDEFINES DT-DEC-AUX.
               02 DIA-DC                   PIC 9(02).
               02 MES-DC                   PIC 9(02).
               02 ANO-DC                   PIC 9(04).

           01 ANO-BISS-IN                  PIC 9(04) VALUE ZEROS.
           01 ANO-BISSEXTO                 PIC X(01) VALUE "N".
           01 QUOC-BISS                    PIC 9(04) VALUE ZEROS.
           01 RESTO-BISS4                  PIC 9(01) VALUE ZEROS.
           01 RESTO-BISS100                PIC 9(02) VALUE ZEROS.
           01 RESTO-BISS400                PIC 9(03) VALUE ZEROS.

      *    Cumulative days before each month in a common year, for
      *    the serial-day arithmetic below.
           01 ACUMMES.
               02 FILLER                   PIC 9(03) VALUE 000.
               02 FILLER                   PIC 9(03) VALUE 031.
               02 FILLER                   PIC 9(03) VALUE 059.
               02 FILLER                   PIC 9(03) VALUE 090.
               02 FILLER                   PIC 9(03) VALUE 120.
               02 FILLER                   PIC 9(03) VALUE 151.
               02 FILLER                   PIC 9(03) VALUE 181.
               02 FILLER                   PIC 9(03) VALUE 212.
               02 FILLER                   PIC 9(03) VALUE 243.
               02 FILLER                   PIC 9(03) VALUE 273.
               02 FILLER                   PIC 9(03) VALUE 304.
               02 FILLER                   PIC 9(03) VALUE 334.
           01 TABELA-ACUMMES REDEFINES ACUMMES.
               02 ACUMMES-T                PIC 9(03) OCCURS 12 TIMES.

           01 SERIE-ANO                    PIC 9(04) VALUE ZEROS.
           01 SERIE-MES                    PIC 9(02) VALUE ZEROS.
           01 SERIE-DIA                    PIC 9(02) VALUE ZEROS.
           01 QUOC-S4                      PIC 9(04) VALUE ZEROS.
           01 QUOC-S100                    PIC 9(04) VALUE ZEROS.
           01 QUOC-S400                    PIC 9(04) VALUE ZEROS.
           01 DIAS-SERIE                   PIC 9(08) VALUE ZEROS.
           01 VALOR-ED1                    PIC Z.ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC Z.ZZZ.ZZZ.ZZ9,99.

               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

           OPEN INPUT ARQ-REQ.
           EVALUATE ARQST-REQ
               WHEN "00"
                   MOVE "S" TO REQ-OK
               WHEN "35"
                   MOVE "N" TO REQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REQUIS.DAT: " ARQST-REQ
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-relorc.

       Processa-relatorio.

           MOVE ZEROS TO TOTAL-DEPTOS TOTAL-ESTOURADOS
                         TOTAL-ORCADO TOTAL-REALIZADO
                         TOTAL-RESERVADO TOTAL-ATRASADAS.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR RELORC.TXT."
                   END-READ
               END-PERFORM
               PERFORM RODAPE-RELATORIO
               PERFORM REQUISICOES-ATRASADAS
               CLOSE ARQ-REL
               MOVE "RELORC" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "ANO " ANO-ESCOLHIDO DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "RELORC.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM RELORC.TXT"
               DISPLAY "DEPARTAMENTOS....: " TOTAL-DEPTOS
               DISPLAY "ACIMA DO ORCADO..: " TOTAL-ESTOURADOS
               DISPLAY "REQ. ATRASADAS...: " TOTAL-ATRASADAS
           END-IF.

      *-------------------------------------------------------------------------*
       Imprime-depto-orc.

      *    Committed is what approved requisitions still hold in
      *    REQUIS.DAT; available is the budget less committed and
      *    spent, and the situation is judged on both together, as
      *    BENS and REQUIS do.
           MOVE CODIGO-DEPTO-B TO DEPTO-CORRENTE.
           PERFORM SOMA-REALIZADO-ANO.
           PERFORM SOMA-RESERVADO-ANO.
           COMPUTE COMPROMETIDO-ANO = REALIZADO-ANO + RESERVADO-ANO.
           COMPUTE SALDO-ANO = VALOR-ORCADO-B - COMPROMETIDO-ANO.
           ADD 1 TO TOTAL-DEPTOS.
           ADD VALOR-ORCADO-B TO TOTAL-ORCADO.
           ADD REALIZADO-ANO TO TOTAL-REALIZADO.
           ADD RESERVADO-ANO TO TOTAL-RESERVADO.
           MOVE DEPTO-CORRENTE TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
           MOVE DEPTO-CORRENTE TO LR-DEPTO.
           MOVE DESC-DEPTO-D TO LR-NOME.
           MOVE VALOR-ORCADO-B TO LR-ORCADO.
           MOVE RESERVADO-ANO TO LR-RESERVADO.
           MOVE REALIZADO-ANO TO LR-REALIZADO.
           MOVE SALDO-ANO TO LR-SALDO.
           IF COMPROMETIDO-ANO > VALOR-ORCADO-B
               ADD 1 TO TOTAL-ESTOURADOS
               COMPUTE LIMITE-BLOQUEIO ROUNDED = VALOR-ORCADO-B
                   * (100 + PERC-TOLERANCIA-B) / 100
               IF COMPROMETIDO-ANO > LIMITE-BLOQUEIO
                   MOVE "BLOQUEADO" TO LR-SITUACAO
               ELSE
                   MOVE "EXCEDIDO" TO LR-SITUACAO
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Soma-reservado-ano.

      *    Reservations of the department's requisitions still
      *    approved (SIT "A") for the year.
           MOVE ZEROS TO RESERVADO-ANO WREQ.
           IF REQ-OK = "N"
               MOVE 1 TO WREQ
           ELSE
               MOVE ZEROS TO NUM-REQ-R
               START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
                   INVALID KEY
                       MOVE 1 TO WREQ
               END-START
           END-IF.
           PERFORM UNTIL WREQ = 1
               READ ARQ-REQ NEXT RECORD
                   AT END
                       MOVE 1 TO WREQ
                   NOT AT END
                       IF SIT-REQ-R = "A" AND
                          CODIGO-DEPTO-R = DEPTO-CORRENTE AND
                          ANO-RESERVA-R = ANO-ESCOLHIDO
                           ADD VALOR-RESERVADO-R TO RESERVADO-ANO
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Cabecalho-relatorio.

           STRING "ORCAMENTO X REALIZADO - ANO " ANO-ESCOLHIDO
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "DEPT  NOME                          ORCADO"
               "    COMPROMETIDO       REALIZADO      DISPONIVEL"
               "  SITUACAO"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
               "  REALIZADO: " VALOR-ED2
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE TOTAL-RESERVADO TO VALOR-ED1.
           MOVE SPACES TO LINHA-AUX.
           STRING "        COMPROMETIDO POR REQUISICOES: " VALOR-ED1
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "DEPARTAMENTOS ACIMA DO ORCADO: " TOTAL-ESTOURADOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Requisicoes-atrasadas.

      *    Requisitions approved more than DIAS-ATRASO-REQ days ago
      *    whose asset has not yet been registered in BENS, whatever
      *    the budget year chosen - the reservation is still holding
      *    money back.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "REQUISICOES APROVADAS HA MAIS DE " DIAS-ATRASO-REQ
               " DIAS E NAO RECEBIDAS"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "REQ.    DEPT  DESCRICAO                     "
               "        ESTIMADO  APROVACAO   DIAS"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           MOVE ANO TO SERIE-ANO.
           MOVE MES TO SERIE-MES.
           MOVE DIA TO SERIE-DIA.
           PERFORM CALCULA-DIAS-SERIE.
           MOVE DIAS-SERIE TO SERIE-HOJE.
           IF REQ-OK = "S"
               MOVE ZEROS TO NUM-REQ-R WIGUAL
               START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-REQ NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-REQ-R = "A"
                               PERFORM TESTA-REQ-ATRASADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF TOTAL-ATRASADAS = ZEROS
               MOVE "NENHUMA REQUISICAO EM ATRASO." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Testa-req-atrasada.

           MOVE DT-DECISAO-R TO DT-DEC-AUX.
           MOVE ANO-DC TO SERIE-ANO.
           MOVE MES-DC TO SERIE-MES.
           MOVE DIA-DC TO SERIE-DIA.
           IF SERIE-MES < 1 OR SERIE-MES > 12
               MOVE 1 TO SERIE-MES.
           PERFORM CALCULA-DIAS-SERIE.
           IF SERIE-HOJE > DIAS-SERIE
               COMPUTE DIAS-DESDE = SERIE-HOJE - DIAS-SERIE
           ELSE
               MOVE ZEROS TO DIAS-DESDE
           END-IF.
           IF DIAS-DESDE > DIAS-ATRASO-REQ
               ADD 1 TO TOTAL-ATRASADAS
               MOVE VALOR-ESTIMADO-R TO VALOR-ED3
               MOVE DIAS-DESDE TO DIAS-ED
               MOVE SPACES TO LINHA-AUX
               STRING NUM-REQ-R "  " CODIGO-DEPTO-R "  " DESC-REQ-R
                   "  " VALOR-ED3 "  " DT-DECISAO-R "  " DIAS-ED
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-ano-bissexto.

      *    DIVIDE with REMAINDER, as in SEGURO: quotient-times-divisor
      *    comparisons do not truncate in this dialect.
           MOVE "N" TO ANO-BISSEXTO.
           DIVIDE ANO-BISS-IN BY 4 GIVING QUOC-BISS
               REMAINDER RESTO-BISS4.
           DIVIDE ANO-BISS-IN BY 100 GIVING QUOC-BISS
               REMAINDER RESTO-BISS100.
           DIVIDE ANO-BISS-IN BY 400 GIVING QUOC-BISS
               REMAINDER RESTO-BISS400.
           IF RESTO-BISS4 = 0 AND
              (RESTO-BISS100 NOT = 0 OR RESTO-BISS400 = 0)
               MOVE "S" TO ANO-BISSEXTO.

      *-------------------------------------------------------------------------*
       Calcula-dias-serie.

      *    Same serial day count RELGAR and SEGURO use.
           COMPUTE QUOC-S4 = SERIE-ANO / 4.
           COMPUTE QUOC-S100 = SERIE-ANO / 100.
           COMPUTE QUOC-S400 = SERIE-ANO / 400.
           COMPUTE DIAS-SERIE = SERIE-ANO * 365 + QUOC-S4 - QUOC-S100
               + QUOC-S400 + ACUMMES-T(SERIE-MES) + SERIE-DIA.
           IF SERIE-MES < 3
               MOVE SERIE-ANO TO ANO-BISS-IN
               PERFORM TESTA-ANO-BISSEXTO
               IF ANO-BISSEXTO = "S"
                   SUBTRACT 1 FROM DIAS-SERIE
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-ORC ARQ-DEP ARQ-BEM.
           IF REQ-OK = "S"
               CLOSE ARQ-REQ
           END-IF.
           EXIT PROGRAM.

       end program RELORC.
