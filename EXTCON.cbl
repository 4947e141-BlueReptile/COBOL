              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CKP.

              SELECT ARQ-LIV ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-LIV
              ALTERNATE RECORD KEY CODIGO-BEM-L WITH DUPLICATES
              FILE STATUS ARQST-LIV.

              SELECT ARQ-RAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-RAT
              FILE STATUS ARQST-RAT.

              SELECT ARQ-OBR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-OBR
              FILE STATUS ARQST-OBR.

              SELECT ARQ-OCU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-OCU
              FILE STATUS ARQST-OCU.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 CKP-ULT-BEM           PIC 9(06).
               02 CKP-ARQUIVADOS        PIC 9(06).

       FD  ARQ-LIV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAPMOV.DAT".
           01  REG-LIVRO.
               02 CHAVES-LIV.
                   03 COMPET-L             PIC 9(06).
                   03 CODIGO-BEM-L         PIC 9(06).
                   03 TIPO-LANC-L          PIC X(01).
               02 PARCELA-L             PIC 9(02).
               02 VALOR-PARCELA-L       PIC 9(09)V99.
               02 COEF-L                PIC 9V9(06).
               02 VALOR-CREDITO-L       PIC 9(09)V99.
               02 CODIGO-OPER-L         PIC 9(04).

       FD  ARQ-RAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
           01  REG-RATEIO.
               02 CHAVES-RAT.
                   03 CODIGO-BEM-RT        PIC 9(06).
                   03 CODIGO-DEPTO-RT      PIC 9(04).
               02 PERC-RATEIO-RT        PIC 9(03)V99.
               02 DT-RATEIO-RT          PIC 9(08).
               02 CODIGO-OPER-RT        PIC 9(04).

       FD  ARQ-OBR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OBRAS.DAT".
           01  REG-OBRA.
               02 RECKEY-OBR.
                   03 NUM-OBRA-O           PIC 9(04).
               02 DESC-OBRA-O           PIC X(30).
               02 CODIGO-DEPTO-O        PIC 9(04).
               02 CODIGO-TIPO-O         PIC 9(04).
               02 DT-ABERTURA-O         PIC 9(08).
               02 SIT-OBRA-O            PIC X(01).
               02 DT-CONCLUSAO-O        PIC 9(08).
               02 VALOR-ACUMULADO-O     PIC 9(11)V99.
               02 ULT-SEQ-O             PIC 9(04).
               02 QTD-BENS-O            PIC 9(02).
               02 PRIMEIRO-BEM-O        PIC 9(06).
               02 ULTIMO-BEM-O          PIC 9(06).
               02 CODIGO-OPER-O         PIC 9(04).

       FD  ARQ-OCU LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OBRACUS.DAT".
           01  REG-CUSTO-OBRA.
               02 CHAVES-OCU.
                   03 NUM-OBRA-C           PIC 9(04).
                   03 SEQ-CUSTO-C          PIC 9(04).
               02 DT-CUSTO-C            PIC 9(08).
               02 CODIGO-FORN-C         PIC 9(04).
               02 NUM-NOTA-C            PIC X(10).
               02 VALOR-CUSTO-C         PIC 9(09)V99.
               02 CODIGO-OPER-C         PIC 9(04).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 USA-ARQUIVO                  PIC X(01) VALUE "N".
           01 COMP-INI-PERIODO             PIC 9(08) VALUE ZEROS.

           01 ARQST-LIV                    PIC X(02).
           01 LIV-OK                       PIC X(01) VALUE "N".
           01 QTD-CIAP                     PIC 9(06) VALUE ZEROS.
           01 VALOR-CIAP                   PIC 9(11)V99 VALUE ZEROS.
           01 QTD-EST-CIAP                 PIC 9(06) VALUE ZEROS.
           01 VALOR-EST-CIAP               PIC 9(11)V99 VALUE ZEROS.

           01 ARQST-RAT                    PIC X(02).
           01 RAT-OK                       PIC X(01) VALUE "N".
           01 WRAT                         PIC 9     VALUE ZEROS.
           01 TAB-RATEIO.
               02 TAB-RAT OCCURS 20 TIMES INDEXED BY I-RAT.
                   03 TR-CODIGO-DEPTO      PIC 9(04).
                   03 TR-PERC              PIC 9(03)V99.
           01 QTD-RATEIO                   PIC 9(02) VALUE ZEROS.
           01 TOTAL-PERC-RATEIO            PIC 9(05)V99 VALUE ZEROS.
           01 QUOTA-REPARTIDA              PIC 9(09)V99 VALUE ZEROS.
           01 QUOTA-PARCELA                PIC 9(09)V99 VALUE ZEROS.

           01 ARQST-OBR                    PIC X(02).
           01 ARQST-OCU                    PIC X(02).
           01 OBR-OK                       PIC X(01) VALUE "N".
           01 WOCU                         PIC 9     VALUE ZEROS.
           01 QTD-OBRAS                    PIC 9(06) VALUE ZEROS.
           01 VALOR-OBRAS                  PIC 9(11)V99 VALUE ZEROS.
           01 SALDO-OBRA                   PIC 9(11)V99 VALUE ZEROS.
           01 COMP-FIM-PERIODO             PIC 9(08) VALUE ZEROS.
           01 COMP-DATA                    PIC 9(08) VALUE ZEROS.

           01 ROTINA-NOTURNA EXTERNAL.
               02 LOTE-MODO                PIC X(01).
               02 LOTE-COMPETENCIA         PIC 9(06).
               02 LOTE-RETORNO             PIC 9(02).
               02 LOTE-REGISTROS           PIC 9(06).

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

      *    Fixed interface layouts loaded by the accounting system:
      *    record type in column 1, unsigned values with two implied
      *    decimals, record counts and value totals in the trailer so
               02 ET-VALOR-DEPREC       PIC 9(11)V99.
               02 FILLER                PIC X(22) VALUE SPACES.

      *    Complementary trailer, written just before the type-9 one,
      *    balancing the record types added after the original three
      *    (4 = CIAP credit appropriated, 5 = CIAP balance reversed,
      *    6 = construction in progress balance at month end).
           01 EXT-TRAILER-COMPL.
               02 EC-TIPO               PIC X(01) VALUE "8".
               02 EC-QTD-CIAP           PIC 9(06).
               02 EC-VALOR-CIAP         PIC 9(11)V99.
               02 EC-QTD-EST-CIAP       PIC 9(06).
               02 EC-VALOR-EST-CIAP     PIC 9(11)V99.
               02 EC-QTD-OBRAS          PIC 9(06).
               02 EC-VALOR-OBRAS        PIC 9(11)V99.
               02 FILLER                PIC X(22) VALUE SPACES.

      *=========================================================================*
       PROCEDURE DIVISION.

                       MOVE 22 TO LOTE-RETORNO
                   ELSE
                       COMPUTE LOTE-REGISTROS = QTD-AQUISICOES
                           + QTD-BAIXAS + QTD-DEPREC + QTD-CIAP
                           + QTD-EST-CIAP + QTD-OBRAS
                       MOVE ZEROS TO LOTE-RETORNO
                   END-IF
               END-IF
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-LIV.
           EVALUATE ARQST-LIV
               WHEN "00"
                   MOVE "S" TO LIV-OK
               WHEN "35"
                   MOVE "N" TO LIV-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAPMOV.DAT: " ARQST-LIV
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

           OPEN INPUT ARQ-OBR.
           EVALUATE ARQST-OBR
               WHEN "00"
                   MOVE "S" TO OBR-OK
               WHEN "35"
                   MOVE "N" TO OBR-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - OBRAS.DAT: " ARQST-OBR
                   STOP RUN
           END-EVALUATE.
           IF OBR-OK = "S"
               OPEN INPUT ARQ-OCU
               IF ARQST-OCU NOT = "00"
                   CLOSE ARQ-OBR
                   MOVE "N" TO OBR-OK
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Menu-ext.


           MOVE ZEROS TO QTD-AQUISICOES VALOR-AQUISICOES
                         QTD-BAIXAS VALOR-BAIXAS
                         QTD-DEPREC VALOR-DEPREC
                         QTD-CIAP VALOR-CIAP
                         QTD-EST-CIAP VALOR-EST-CIAP
                         QTD-OBRAS VALOR-OBRAS.
           OPEN OUTPUT ARQ-EXT.
           IF ARQST-EXT NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR EXTCON.TXT."
               PERFORM EXTRAI-AQUISICOES
               PERFORM EXTRAI-BAIXAS
               PERFORM EXTRAI-DEPRECIACAO
               PERFORM EXTRAI-CIAP
               PERFORM EXTRAI-OBRAS
               MOVE QTD-CIAP TO EC-QTD-CIAP
               MOVE VALOR-CIAP TO EC-VALOR-CIAP
               MOVE QTD-EST-CIAP TO EC-QTD-EST-CIAP
               MOVE VALOR-EST-CIAP TO EC-VALOR-EST-CIAP
               MOVE QTD-OBRAS TO EC-QTD-OBRAS
               MOVE VALOR-OBRAS TO EC-VALOR-OBRAS
               WRITE REG-EXTRATO FROM EXT-TRAILER-COMPL
               MOVE QTD-AQUISICOES TO ET-QTD-AQUIS
               MOVE VALOR-AQUISICOES TO ET-VALOR-AQUIS
               MOVE QTD-BAIXAS TO ET-QTD-BAIXAS
               MOVE VALOR-DEPREC TO ET-VALOR-DEPREC
               WRITE REG-EXTRATO FROM EXT-TRAILER
               CLOSE ARQ-EXT
               MOVE "EXTCON" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "COMPETENCIA " COMPETENCIA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "EXTCON.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "EXTRATO GRAVADO EM EXTCON.TXT"
               DISPLAY "AQUISICOES NO PERIODO: " QTD-AQUISICOES
               DISPLAY "BAIXAS NO PERIODO....: " QTD-BAIXAS
               DISPLAY "QUOTAS DE DEPRECIACAO: " QTD-DEPREC
               DISPLAY "CREDITOS CIAP........: " QTD-CIAP
               DISPLAY "ESTORNOS CIAP........: " QTD-EST-CIAP
               DISPLAY "OBRAS EM ANDAMENTO...: " QTD-OBRAS
           END-IF.

      *-------------------------------------------------------------------------*
      *    the quota DEPREC stored in DEPRAC.DAT; fully depreciated
      *    assets carry a zero quota and have nothing to post.  The
      *    record is dated on the last day of the month, where the
      *    charge belongs.  A shared asset gives one type-3 record per
      *    department of its apportionment, split as DEPREC splits it.
           PERFORM MONTA-DT-DEPREC.
           MOVE ZEROS TO CODIGO-BEM-A WIGUAL.
           START ARQ-ACU KEY IS NOT LESS THAN RECKEY-ACU
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               MOVE ZEROS TO CODIGO-DEPTO-M CODIGO-TIPO-M
           END-READ.
           PERFORM CARREGA-RATEIO.
           IF QTD-RATEIO = ZEROS OR TOTAL-PERC-RATEIO NOT = 100
               MOVE QUOTA-ULT-A TO QUOTA-PARCELA
               PERFORM GRAVA-QUOTA-DEPTO
           ELSE
               MOVE ZEROS TO QUOTA-REPARTIDA
               PERFORM VARYING I-RAT FROM 1 BY 1
                       UNTIL I-RAT > QTD-RATEIO
                   MOVE TR-CODIGO-DEPTO(I-RAT) TO CODIGO-DEPTO-M
                   IF I-RAT = QTD-RATEIO
                       COMPUTE QUOTA-PARCELA =
                           QUOTA-ULT-A - QUOTA-REPARTIDA
                   ELSE
                       COMPUTE QUOTA-PARCELA =
                           QUOTA-ULT-A * TR-PERC(I-RAT) / 100
                       ADD QUOTA-PARCELA TO QUOTA-REPARTIDA
                   END-IF
                   IF QUOTA-PARCELA NOT = ZEROS
                       PERFORM GRAVA-QUOTA-DEPTO
                   END-IF
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-quota-depto.

           ADD 1 TO QTD-DEPREC.
           ADD QUOTA-PARCELA TO VALOR-DEPREC.
           MOVE SPACES TO EXT-DETALHE.
           MOVE "3" TO ED-TIPO.
           MOVE CODIGO-BEM-A TO ED-BEM.
           MOVE DT-DEPREC TO ED-DATA.
           MOVE QUOTA-PARCELA TO ED-VALOR.
           MOVE CODIGO-DEPTO-M TO ED-DEPTO.
           MOVE CODIGO-TIPO-M TO ED-TIPO-BEM.
           MOVE DESC-BEM-M TO ED-TEXTO.
           WRITE REG-EXTRATO FROM EXT-DETALHE.

      *-------------------------------------------------------------------------*
       Carrega-rateio.

           MOVE ZEROS TO QTD-RATEIO TOTAL-PERC-RATEIO.
           IF RAT-OK = "S"
               MOVE ZEROS TO WRAT
               MOVE CODIGO-BEM-A TO CODIGO-BEM-RT
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
                           IF CODIGO-BEM-RT NOT = CODIGO-BEM-A
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
           END-IF.

      *-------------------------------------------------------------------------*
       Extrai-ciap.

      *    CIAP ledger entries of the competencia: the credit taken in
      *    the month goes out as type 4 and a balance reversed by a
      *    baixa before the 48th month as type 5, both dated on the
      *    last day of the month like the depreciation quotas.
           IF LIV-OK = "S"
               MOVE COMPETENCIA TO COMPET-L
               MOVE ZEROS TO CODIGO-BEM-L WIGUAL
               MOVE SPACES TO TIPO-LANC-L
               START ARQ-LIV KEY IS NOT LESS THAN CHAVES-LIV
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-LIV NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF COMPET-L NOT = COMPETENCIA
                               MOVE 1 TO WIGUAL
                           ELSE
                               PERFORM GRAVA-CIAP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-ciap.

           MOVE CODIGO-BEM-L TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE ZEROS TO CODIGO-DEPTO-M CODIGO-TIPO-M
           END-READ.
           MOVE SPACES TO EXT-DETALHE.
           MOVE CODIGO-BEM-L TO ED-BEM.
           MOVE DT-DEPREC TO ED-DATA.
           MOVE CODIGO-DEPTO-M TO ED-DEPTO.
           MOVE CODIGO-TIPO-M TO ED-TIPO-BEM.
           IF TIPO-LANC-L = "A"
               IF VALOR-CREDITO-L NOT = ZEROS
                   ADD 1 TO QTD-CIAP
                   ADD VALOR-CREDITO-L TO VALOR-CIAP
                   MOVE "4" TO ED-TIPO
                   MOVE VALOR-CREDITO-L TO ED-VALOR
                   MOVE SPACES TO ED-TEXTO
                   STRING "CREDITO CIAP PARCELA " PARCELA-L "/48"
                       DELIMITED BY SIZE INTO ED-TEXTO
                   WRITE REG-EXTRATO FROM EXT-DETALHE
               END-IF
           ELSE
               ADD 1 TO QTD-EST-CIAP
               ADD VALOR-PARCELA-L TO VALOR-EST-CIAP
               MOVE "5" TO ED-TIPO
               MOVE VALOR-PARCELA-L TO ED-VALOR
               MOVE "ESTORNO SALDO CIAP POR BAIXA" TO ED-TEXTO
               WRITE REG-EXTRATO FROM EXT-DETALHE
           END-IF.

      *-------------------------------------------------------------------------*
       Extrai-obras.

      *    Balance of the construction in progress account: one type-6
      *    record per work still open on the last day of the month -
      *    opened by then and not yet capitalized, or capitalized only
      *    afterwards - carrying the costs dated up to that day.  Once
      *    capitalized the cost leaves this account and comes back as
      *    the type-1 acquisitions of the new assets.
           IF OBR-OK = "S"
               COMPUTE COMP-FIM-PERIODO = ANO-DP * 10000 + MES-DP * 100
                   + DIA-DP
               MOVE ZEROS TO NUM-OBRA-O WIGUAL
               START ARQ-OBR KEY IS NOT LESS THAN RECKEY-OBR
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-OBR NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM TESTA-OBRA-ABERTA
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-obra-aberta.

           MOVE DT-ABERTURA-O TO DT-AUX.
           COMPUTE COMP-DATA = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.
           IF COMP-DATA NOT > COMP-FIM-PERIODO
               IF SIT-OBRA-O = "A"
                   PERFORM GRAVA-OBRA
               ELSE
                   MOVE DT-CONCLUSAO-O TO DT-AUX
                   COMPUTE COMP-DATA = ANO-AX * 10000 + MES-AX * 100
                       + DIA-AX
                   IF COMP-DATA > COMP-FIM-PERIODO
                       PERFORM GRAVA-OBRA
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-obra.

           MOVE ZEROS TO SALDO-OBRA.
           MOVE NUM-OBRA-O TO NUM-OBRA-C.
           MOVE ZEROS TO SEQ-CUSTO-C WOCU.
           START ARQ-OCU KEY IS NOT LESS THAN CHAVES-OCU
               INVALID KEY
                   MOVE 1 TO WOCU
           END-START.
           PERFORM UNTIL WOCU = 1
               READ ARQ-OCU NEXT RECORD
                   AT END
                       MOVE 1 TO WOCU
                   NOT AT END
                       IF NUM-OBRA-C NOT = NUM-OBRA-O
                           MOVE 1 TO WOCU
                       ELSE
                           MOVE DT-CUSTO-C TO DT-AUX
                           COMPUTE COMP-DATA = ANO-AX * 10000
                               + MES-AX * 100 + DIA-AX
                           IF COMP-DATA NOT > COMP-FIM-PERIODO
                               ADD VALOR-CUSTO-C TO SALDO-OBRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SALDO-OBRA NOT = ZEROS
               ADD 1 TO QTD-OBRAS
               ADD SALDO-OBRA TO VALOR-OBRAS
               MOVE SPACES TO EXT-DETALHE
               MOVE "6" TO ED-TIPO
               MOVE NUM-OBRA-O TO ED-BEM
               MOVE DT-DEPREC TO ED-DATA
               MOVE SALDO-OBRA TO ED-VALOR
               MOVE CODIGO-DEPTO-O TO ED-DEPTO
               MOVE CODIGO-TIPO-O TO ED-TIPO-BEM
               MOVE DESC-OBRA-O TO ED-TEXTO
               WRITE REG-EXTRATO FROM EXT-DETALHE
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BEM ARQ-HIS ARQ-ACU ARQ-ARQ ARQ-LIV.
           IF RAT-OK = "S"
               CLOSE ARQ-RAT
           END-IF.
           IF OBR-OK = "S"
               CLOSE ARQ-OBR ARQ-OCU
           END-IF.
           EXIT PROGRAM.

       end program EXTCON.
