              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-SIN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-SIN
              FILE STATUS ARQST-SIN.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
               02 GARANTIA-MESES-M      PIC 9(03).
               02 CODIGO-FORN-M         PIC 9(04).

       FD  ARQ-SIN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SINISTRO.DAT".
           01  REG-SINISTRO.
               02 RECKEY-SIN.
                   03 CODIGO-BEM-N         PIC 9(06).
               02 NUM-APOLICE-N         PIC X(15).
               02 DT-ABERTURA-N         PIC 9(08).
               02 MOTIVO-N              PIC X(30).
               02 VALOR-RECLAMADO-N     PIC 9(09)V99.
               02 VALOR-RECEBIDO-N      PIC 9(09)V99.
               02 DT-RECEBIMENTO-N      PIC 9(08).
               02 SIT-SINISTRO-N        PIC X(01).
               02 CODIGO-OPER-N         PIC 9(04).

      *    Retired assets purged by EXPURGO keep their master here.
       FD  ARQ-BAQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BENSARQ.DAT".
           01  REG-BEM-MQ.
               02 RECKEY-BAQ.
                   03 CODIGO-BEM-MQ        PIC 9(06).
               02 DESC-BEM-MQ           PIC X(30).
               02 DT-AQUISICAO-MQ       PIC 9(08).
               02 VALOR-AQUISICAO-MQ    PIC 9(09)V99.
               02 CODIGO-LOCAL-MQ       PIC 9(04).
               02 CODIGO-DEPTO-MQ       PIC 9(04).
               02 CODIGO-TIPO-MQ        PIC 9(04).
               02 SITUACAO-BEM-MQ       PIC 9(01).
               02 DT-BAIXA-MQ           PIC 9(08).
               02 MOTIVO-BAIXA-MQ       PIC X(30).
               02 VALOR-BAIXA-MQ        PIC 9(09)V99.
               02 NUM-NOTA-FISCAL-MQ    PIC X(10).
               02 FORNECEDOR-BEM-MQ     PIC X(30).
               02 NUM-SERIE-MQ          PIC X(20).
               02 OPER-ULT-ALT-MQ       PIC 9(04).
               02 GARANTIA-MESES-MQ     PIC 9(03).
               02 CODIGO-FORN-MQ        PIC 9(04).
               02 DT-EXPURGO-MQ         PIC 9(08).
               02 OPER-EXPURGO-MQ       PIC 9(04).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELGAN.TXT".
           01  LINHA-RELATORIO.
               02 LR-BAIXA              PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-RESULTADO          PIC ---.---.--9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-INDENIZACAO        PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01) VALUE SPACES.
               02 LR-SIT-SINISTRO       PIC X(01).
               02 FILLER                PIC X(10) VALUE SPACES.

      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BAX                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-SIN                    PIC X(02).
           01 SIN-OK                       PIC X(01) VALUE "N".
           01 ARQST-BAQ                    PIC X(02).
           01 BAQ-OK                       PIC X(01) VALUE "N".

           01 OP-RELGAN                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 TOTAL-CONTABIL               PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-VALOR-BAIXA            PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-RESULTADO              PIC S9(11)V99 VALUE ZEROS.
           01 VALOR-INDENIZACAO            PIC 9(09)V99 VALUE ZEROS.
           01 TOTAL-INDENIZACAO            PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-SINISTROS              PIC 9(06) VALUE ZEROS.
           01 VALOR-ED1                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC -Z.ZZZ.ZZZ.ZZ9,99.

               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

      *    SINISTRO.DAT exists once some insured asset was retired for
      *    theft or damage.
           OPEN INPUT ARQ-SIN.
           EVALUATE ARQST-SIN
               WHEN "00"
                   MOVE "S" TO SIN-OK
               WHEN "35"
                   MOVE "N" TO SIN-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SINISTRO.DAT: " ARQST-SIN
                   STOP RUN
           END-EVALUATE.

      *    BENSARQ.DAT exists once EXPURGO has purged some asset.
           OPEN INPUT ARQ-BAQ.
           EVALUATE ARQST-BAQ
               WHEN "00"
                   MOVE "S" TO BAQ-OK
               WHEN "35"
                   MOVE "N" TO BAQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENSARQ.DAT: " ARQST-BAQ
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-relgan.


           MOVE ZEROS TO TOTAL-BAIXAS TOTAL-AQUISICAO TOTAL-DEPRECIADA
                         TOTAL-CONTABIL TOTAL-VALOR-BAIXA
                         TOTAL-RESULTADO TOTAL-INDENIZACAO
                         TOTAL-SINISTROS.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR RELGAN.TXT."
               END-PERFORM
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "RELGAN" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "RELGAN.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM RELGAN.TXT"
               DISPLAY "BAIXAS NO PERIODO: " TOTAL-BAIXAS
           END-IF.
       Imprime-baixa.

      *    Result is disposal value less book value: positive is a
      *    gain on disposal, negative a loss.  The insurance indemnity
      *    is shown beside it as received (claim situation after it);
      *    it is not folded into the result.
           MOVE CODIGO-BEM-B TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               IF BAQ-OK = "S"
                   MOVE CODIGO-BEM-B TO CODIGO-BEM-MQ
                   READ ARQ-BAQ NOT INVALID KEY
                       MOVE DESC-BEM-MQ TO DESC-BEM-M
                   END-READ
               END-IF
           END-READ.
           MOVE ZEROS TO VALOR-INDENIZACAO.
           MOVE SPACES TO SIT-SINISTRO-N.
           IF SIN-OK = "S"
               MOVE CODIGO-BEM-B TO CODIGO-BEM-N
               READ ARQ-SIN INVALID KEY
                   MOVE SPACES TO SIT-SINISTRO-N
               NOT INVALID KEY
                   MOVE VALOR-RECEBIDO-N TO VALOR-INDENIZACAO
                   ADD 1 TO TOTAL-SINISTROS
               END-READ
           END-IF.
           ADD VALOR-INDENIZACAO TO TOTAL-INDENIZACAO.
           COMPUTE RESULTADO-BAIXA = VALOR-BAIXA-B - VALOR-CONTABIL-B.
           ADD 1 TO TOTAL-BAIXAS.
           ADD VALOR-AQUISICAO-B TO TOTAL-AQUISICAO.
           MOVE VALOR-CONTABIL-B TO LR-CONTABIL.
           MOVE VALOR-BAIXA-B TO LR-BAIXA.
           MOVE RESULTADO-BAIXA TO LR-RESULTADO.
           MOVE VALOR-INDENIZACAO TO LR-INDENIZACAO.
           MOVE SIT-SINISTRO-N TO LR-SIT-SINISTRO.
           WRITE LINHA-RELATORIO.

      *-------------------------------------------------------------------------*
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "BEM     DESCRICAO                  AQUISICAO
      -        "     DEPRECIADA        CONTABIL          BAIXA
      -        "  GANHO/PERDA     INDENIZACAO" TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
           STRING "VALOR TOTAL DAS BAIXAS: " VALOR-ED1
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE TOTAL-INDENIZACAO TO VALOR-ED1.
           MOVE SPACES TO LINHA-AUX.
           STRING "SINISTROS: " TOTAL-SINISTROS
               "  INDENIZACAO RECEBIDA: " VALOR-ED1
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BAX ARQ-BEM.
           IF SIN-OK = "S"
               CLOSE ARQ-SIN
           END-IF.
           IF BAQ-OK = "S"
               CLOSE ARQ-BAQ
           END-IF.
           EXIT PROGRAM.

       end program RELGAN.
