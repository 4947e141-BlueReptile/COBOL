              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              FILE STATUS ARQST-FEC.

              SELECT ARQ-SLD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-SLD
              FILE STATUS ARQST-SLD.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-ACU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ACU
              FILE STATUS ARQST-ACU.

              SELECT ARQ-REA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
               02 QTD-ESTORNO-F         PIC 9(06).
               02 DT-FECHAMENTO-F       PIC 9(08).

      *    Balances at the close of each competencia per asset type
      *    and department: gross cost (revalued where applicable),
      *    accumulated depreciation and the depreciation charged in
      *    the month.  The roll-forward report (RELMUT) works from
      *    these snapshots.
       FD  ARQ-SLD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOFEC.DAT".
           01  REG-SALDO.
               02 CHAVES-SLD.
                   03 COMPET-S             PIC 9(06).
                   03 CODIGO-TIPO-S        PIC 9(04).
                   03 CODIGO-DEPTO-S       PIC 9(04).
               02 CUSTO-S               PIC 9(11)V99.
               02 DEPR-ACUM-S           PIC 9(11)V99.
               02 DEPR-MES-S            PIC 9(11)V99.
               02 QTD-BENS-S            PIC 9(06).

       FD  ARQ-BEM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BENS.DAT".
           01  REG-BEM-M.
               02 RECKEY-BEM.
                   03 CODIGO-BEM-M         PIC 9(06).
               02 DESC-BEM-M            PIC X(30).
               02 DT-AQUISICAO-M        PIC 9(08).
               02 VALOR-AQUISICAO-M     PIC 9(09)V99.
               02 CODIGO-LOCAL-M        PIC 9(04).
               02 CODIGO-DEPTO-M        PIC 9(04).
               02 CODIGO-TIPO-M         PIC 9(04).
               02 SITUACAO-BEM-M        PIC 9(01).
               02 DT-BAIXA-M            PIC 9(08).
               02 MOTIVO-BAIXA-M        PIC X(30).
               02 VALOR-BAIXA-M         PIC 9(09)V99.
               02 NUM-NOTA-FISCAL-M     PIC X(10).
               02 FORNECEDOR-BEM-M      PIC X(30).
               02 NUM-SERIE-M           PIC X(20).
               02 OPER-ULT-ALT-M        PIC 9(04).
               02 GARANTIA-MESES-M      PIC 9(03).
               02 CODIGO-FORN-M         PIC 9(04).

       FD  ARQ-ACU LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPRAC.DAT".
           01  REG-ACUM.
               02 RECKEY-ACU.
                   03 CODIGO-BEM-A         PIC 9(06).
               02 DEPR-ACUMULADA-A      PIC 9(09)V99.
               02 COMPET-ULT-A          PIC 9(06).
               02 QUOTA-ULT-A           PIC 9(09)V99.

       FD  ARQ-REA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REAVAL.DAT".
           01  REG-REAVAL.
               02 CHAVES-REA.
                   03 CODIGO-BEM-R         PIC 9(06).
                   03 SEQ-REAVAL-R         PIC 9(03).
               02 DT-REAVAL-R           PIC 9(08).
               02 VALOR-ANTERIOR-R      PIC 9(09)V99.
               02 VALOR-NOVO-R          PIC 9(09)V99.
               02 VIDA-RESTANTE-R       PIC 9(03).
               02 DEPR-BASE-R           PIC 9(09)V99.
               02 MOTIVO-R              PIC X(30).
               02 CODIGO-OPER-R         PIC 9(04).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FECHA.TXT".
           01  LINHA-RELATORIO          PIC X(80).
      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-PAR                    PIC X(02).
           01 ARQST-HIS                    PIC X(02).
           01 ARQST-FEC                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-SLD                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-ACU                    PIC X(02).
           01 ARQST-REA                    PIC X(02).
           01 BEM-OK                       PIC X(01) VALUE "N".
           01 ACU-OK                       PIC X(01) VALUE "N".
           01 REA-OK                       PIC X(01) VALUE "N".
           01 WREA                         PIC 9     VALUE ZEROS.

           01 OP-FECHA                     PIC 9(01) VALUE ZEROS.
           01 LINHA-AUX                    PIC X(80).
           01 RESTO-BISS100                PIC 9(02) VALUE ZEROS.
           01 RESTO-BISS400                PIC 9(03) VALUE ZEROS.

           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 COMP-AQUISICAO               PIC 9(08) VALUE ZEROS.
           01 COMP-BAIXA                   PIC 9(08) VALUE ZEROS.
           01 COMP-REAVAL                  PIC 9(08) VALUE ZEROS.
           01 EM-SALDO                     PIC X(01) VALUE "N".
           01 CUSTO-BEM-W                  PIC 9(11)V99 VALUE ZEROS.
           01 DEPR-BEM-W                   PIC 9(09)V99 VALUE ZEROS.
           01 QUOTA-BEM-W                  PIC 9(09)V99 VALUE ZEROS.
           01 QTD-SALDOS-GRAVADOS          PIC 9(04) VALUE ZEROS.
           01 TOTAL-CUSTO-FEC              PIC 9(13)V99 VALUE ZEROS.
           01 TOTAL-DEPR-FEC               PIC 9(13)V99 VALUE ZEROS.
           01 VALOR-ED1                    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

           01 TAB-SALDO-FEC.
               02 TAB-SLD OCCURS 500 TIMES INDEXED BY I-SLD.
                   03 TS-CODIGO-TIPO       PIC 9(04).
                   03 TS-CODIGO-DEPTO      PIC 9(04).
                   03 TS-CUSTO             PIC 9(11)V99.
                   03 TS-DEPR-ACUM         PIC 9(11)V99.
                   03 TS-DEPR-MES          PIC 9(11)V99.
                   03 TS-QTD-BENS          PIC 9(06).
           01 QTD-SALDOS                   PIC 9(04) VALUE ZEROS.
           01 ACHOU-SALDO                  PIC X(01) VALUE "N".
           01 SALDOS-PERDIDOS              PIC 9(06) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-SLD.
           EVALUATE ARQST-SLD
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-SLD
                   CLOSE ARQ-SLD
                   OPEN I-O ARQ-SLD
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SALDOFEC.DAT: " ARQST-SLD
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BEM.
           EVALUATE ARQST-BEM
               WHEN "00"
                   MOVE "S" TO BEM-OK
               WHEN "35"
                   MOVE "N" TO BEM-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-ACU.
           EVALUATE ARQST-ACU
               WHEN "00"
                   MOVE "S" TO ACU-OK
               WHEN "35"
                   MOVE "N" TO ACU-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - DEPRAC.DAT: " ARQST-ACU
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-REA.
           EVALUATE ARQST-REA
               WHEN "00"
                   MOVE "S" TO REA-OK
               WHEN "35"
                   MOVE "N" TO REA-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REAVAL.DAT: " ARQST-REA
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-fecha.

               DISPLAY "PARAM.DAT EM USO POR OUTRO TERMINAL - "
                   "FECHAMENTO NAO EFETIVADO, REPITA."
           ELSE
               PERFORM FOTOGRAFA-SALDOS
               PERFORM RELATORIO-FECHAMENTO
               DISPLAY "PERIODO " COMPETENCIA " FECHADO."
               DISPLAY "MOVIMENTOS NO PERIODO: " QTD-MOV
           END-IF.

      *-------------------------------------------------------------------------*
       Fotografa-saldos.

      *    Every asset acquired up to the closing date and not retired
      *    by then is in the balance at its gross cost - the
      *    acquisition value or, after a revaluation dated inside the
      *    period, the accumulated depreciation at that revaluation
      *    plus the new value (the ceiling DEPREC works against) - and
      *    its accumulated depreciation from DEPRAC.DAT.  The month's
      *    quota counts for any asset DEPREC charged in the
      *    competencia, retired or not, so the roll-forward can tell
      *    depreciation from disposals.
           MOVE ZEROS TO QTD-SALDOS SALDOS-PERDIDOS QTD-SALDOS-GRAVADOS
                         TOTAL-CUSTO-FEC TOTAL-DEPR-FEC.
           IF BEM-OK = "S"
               MOVE ZEROS TO CODIGO-BEM-M
               START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
                   INVALID KEY
                       MOVE "10" TO ARQST-BEM
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BEM
               END-START
               PERFORM UNTIL ARQST-BEM NOT = "00"
                   READ ARQ-BEM NEXT RECORD
                       AT END
                           MOVE "10" TO ARQST-BEM
                       NOT AT END
                           PERFORM SALDO-DO-BEM
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING I-SLD FROM 1 BY 1 UNTIL I-SLD > QTD-SALDOS
               PERFORM GRAVA-SALDO
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Saldo-do-bem.

           MOVE DT-AQUISICAO-M TO DT-AUX.
           COMPUTE COMP-AQUISICAO = ANO-AX * 10000 + MES-AX * 100
               + DIA-AX.
           MOVE "N" TO EM-SALDO.
           IF COMP-AQUISICAO NOT > DT-FECHA-NOVA
               IF SITUACAO-BEM-M NOT = 1
                   MOVE "S" TO EM-SALDO
               ELSE
                   MOVE DT-BAIXA-M TO DT-AUX
                   COMPUTE COMP-BAIXA = ANO-AX * 10000 + MES-AX * 100
                       + DIA-AX
                   IF COMP-BAIXA > DT-FECHA-NOVA
                       MOVE "S" TO EM-SALDO
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO DEPR-BEM-W QUOTA-BEM-W.
           IF ACU-OK = "S"
               MOVE CODIGO-BEM-M TO CODIGO-BEM-A
               READ ARQ-ACU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPR-ACUMULADA-A TO DEPR-BEM-W
                       IF COMPET-ULT-A = COMPETENCIA
                           MOVE QUOTA-ULT-A TO QUOTA-BEM-W
                       END-IF
               END-READ
           END-IF.
           IF EM-SALDO = "S" OR QUOTA-BEM-W NOT = ZEROS
               PERFORM CUSTO-DO-BEM
               PERFORM ACUMULA-SALDO
           END-IF.

      *-------------------------------------------------------------------------*
       Custo-do-bem.

           MOVE VALOR-AQUISICAO-M TO CUSTO-BEM-W.
           IF REA-OK = "S"
               MOVE ZEROS TO WREA
               MOVE CODIGO-BEM-M TO CODIGO-BEM-R
               MOVE ZEROS TO SEQ-REAVAL-R
               START ARQ-REA KEY IS NOT LESS THAN CHAVES-REA
                   INVALID KEY
                       MOVE 1 TO WREA
               END-START
               PERFORM UNTIL WREA = 1
                   READ ARQ-REA NEXT RECORD
                       AT END
                           MOVE 1 TO WREA
                       NOT AT END
                           IF CODIGO-BEM-R NOT = CODIGO-BEM-M
                               MOVE 1 TO WREA
                           ELSE
                               MOVE DT-REAVAL-R TO DT-AUX
                               COMPUTE COMP-REAVAL = ANO-AX * 10000
                                   + MES-AX * 100 + DIA-AX
                               IF COMP-REAVAL NOT > DT-FECHA-NOVA
                                   COMPUTE CUSTO-BEM-W = DEPR-BASE-R
                                       + VALOR-NOVO-R
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Acumula-saldo.

           MOVE "N" TO ACHOU-SALDO.
           PERFORM VARYING I-SLD FROM 1 BY 1 UNTIL I-SLD > QTD-SALDOS
               IF TS-CODIGO-TIPO(I-SLD) = CODIGO-TIPO-M AND
                  TS-CODIGO-DEPTO(I-SLD) = CODIGO-DEPTO-M
                   PERFORM SOMA-SALDO
                   MOVE "S" TO ACHOU-SALDO
               END-IF
           END-PERFORM.
           IF ACHOU-SALDO NOT = "S"
               IF QTD-SALDOS < 500
                   ADD 1 TO QTD-SALDOS
                   SET I-SLD TO QTD-SALDOS
                   MOVE CODIGO-TIPO-M TO TS-CODIGO-TIPO(I-SLD)
                   MOVE CODIGO-DEPTO-M TO TS-CODIGO-DEPTO(I-SLD)
                   MOVE ZEROS TO TS-CUSTO(I-SLD) TS-DEPR-ACUM(I-SLD)
                                 TS-DEPR-MES(I-SLD) TS-QTD-BENS(I-SLD)
                   PERFORM SOMA-SALDO
               ELSE
                   ADD 1 TO SALDOS-PERDIDOS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Soma-saldo.

           IF EM-SALDO = "S"
               ADD CUSTO-BEM-W TO TS-CUSTO(I-SLD)
               ADD DEPR-BEM-W TO TS-DEPR-ACUM(I-SLD)
               ADD 1 TO TS-QTD-BENS(I-SLD)
           END-IF.
           ADD QUOTA-BEM-W TO TS-DEPR-MES(I-SLD).

      *-------------------------------------------------------------------------*
       Grava-saldo.

           MOVE COMPETENCIA TO COMPET-S.
           MOVE TS-CODIGO-TIPO(I-SLD) TO CODIGO-TIPO-S.
           MOVE TS-CODIGO-DEPTO(I-SLD) TO CODIGO-DEPTO-S.
           MOVE TS-CUSTO(I-SLD) TO CUSTO-S.
           MOVE TS-DEPR-ACUM(I-SLD) TO DEPR-ACUM-S.
           MOVE TS-DEPR-MES(I-SLD) TO DEPR-MES-S.
           MOVE TS-QTD-BENS(I-SLD) TO QTD-BENS-S.
           ADD CUSTO-S TO TOTAL-CUSTO-FEC.
           ADD DEPR-ACUM-S TO TOTAL-DEPR-FEC.
           ADD 1 TO QTD-SALDOS-GRAVADOS.
           WRITE REG-SALDO
               INVALID KEY
                   REWRITE REG-SALDO
           END-WRITE.

      *-------------------------------------------------------------------------*
       Testa-ano-bissexto.

               STRING "MOVIMENTOS BLOQUEADOS ATE..: " DT-FECHA-NOVA
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "SALDOS TIPO/DEPTO GRAVADOS.: "
                   QTD-SALDOS-GRAVADOS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE TOTAL-CUSTO-FEC TO VALOR-ED1
               MOVE SPACES TO LINHA-AUX
               STRING "CUSTO DO IMOBILIZADO.......: " VALOR-ED1
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE TOTAL-DEPR-FEC TO VALOR-ED1
               MOVE SPACES TO LINHA-AUX
               STRING "DEPRECIACAO ACUMULADA......: " VALOR-ED1
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               IF SALDOS-PERDIDOS NOT = ZEROS
                   MOVE SPACES TO LINHA-AUX
                   STRING "BENS FORA DA TABELA DE SALDOS: "
                       SALDOS-PERDIDOS
                       DELIMITED BY SIZE INTO LINHA-AUX
                   WRITE LINHA-RELATORIO FROM LINHA-AUX
               END-IF
               CLOSE ARQ-REL
               MOVE "FECHA" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "COMPETENCIA " COMPETENCIA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "FECHA.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM FECHA.TXT"
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-PAR ARQ-HIS ARQ-FEC ARQ-SLD.
           IF BEM-OK = "S"
               CLOSE ARQ-BEM
           END-IF.
           IF ACU-OK = "S"
               CLOSE ARQ-ACU
           END-IF.
           IF REA-OK = "S"
               CLOSE ARQ-REA
           END-IF.
           EXIT PROGRAM.

       end program FECHA.
