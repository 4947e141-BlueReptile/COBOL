              RECORD KEY RECKEY-LOC
              FILE STATUS ARQST-LOC.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-ETQ ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-ETQ.

              SELECT ARQ-ETL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-ETL.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 AREA-LOCAL-L          PIC 9(05).
               02 CODIGO-DEPTO-L        PIC 9(04).

       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

       FD  ARQ-ETQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ETIQ.TXT".
           01  LINHA-ETIQUETA           PIC X(50).

      *    Codes created by the last invoice load (CARGANF).
       FD  ARQ-ETL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGAETQ.TXT".
           01  LINHA-CODIGO-ETQ.
               02 CODIGO-ETQ            PIC 9(06).

      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    LOTE-MODO "C" comes from CARGANF: labels for the codes of
      *    the load just made, without going through the menu.
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

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-LOC                    PIC X(02).
           01 ARQST-ETQ                    PIC X(02).
           01 ARQST-CMP                    PIC X(02).
           01 ARQST-ETL                    PIC X(02).
           01 FIM-CARGA                    PIC 9     VALUE ZEROS.
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 E-COMPONENTE                 PIC X(01) VALUE "N".
           01 BEM-PAI-W                    PIC 9(06) VALUE ZEROS.
           01 WCMP                         PIC 9     VALUE ZEROS.

           01 OP-ETIQ                      PIC 9(01) VALUE ZEROS.
           01 LINHA-AUX                    PIC X(50).

       Inicio.
           PERFORM ABRE-ARQ.
           IF LOTE-MODO = "C"
               MOVE 4 TO MODO-SELECAO
               PERFORM GERA-ETIQUETAS
           ELSE
               PERFORM MENU-ETIQ UNTIL OP-ETIQ = 2
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

               DISPLAY "ERRO DE ABERTURA - LOCAL.DAT: " ARQST-LOC
               STOP RUN.

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

      *-------------------------------------------------------------------------*
       Menu-etiq.

      *-------------------------------------------------------------------------*
       Recebe-selecao.

           DISPLAY "SELECAO (1)TODOS (2)POR LOCAL (3)FAIXA DE CODIGO".
           DISPLAY "        (4)ULTIMA CARGA DE NOTA FISCAL: ".
           ACCEPT MODO-SELECAO.
           EVALUATE MODO-SELECAO
               WHEN 1
                   PERFORM GERA-ETIQUETAS
               WHEN 4
                   PERFORM GERA-ETIQUETAS
               WHEN 2
                   DISPLAY "CODIGO DO LOCAL: "
                   ACCEPT LOCAL-ESCOLHIDO
           IF ARQST-ETQ NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR ETIQ.TXT."
           ELSE
               IF MODO-SELECAO = 4
                   PERFORM ETIQUETAS-DA-CARGA
               ELSE
                   MOVE ZEROS TO CODIGO-BEM-M
                   START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
                       INVALID KEY
                           MOVE "10" TO ARQST-BEM
                   END-START
                   PERFORM UNTIL ARQST-BEM NOT = "00"
                       READ ARQ-BEM NEXT RECORD
                           AT END
                               MOVE "10" TO ARQST-BEM
                           NOT AT END
                               PERFORM TESTA-SELECAO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARQ-ETQ
               MOVE "ETIQ" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               EVALUATE MODO-SELECAO
                   WHEN 1
                       MOVE "TODOS" TO REM-PARAMETROS
                   WHEN 2
                       STRING "LOCAL " LOCAL-ESCOLHIDO
                           DELIMITED BY SIZE INTO REM-PARAMETROS
                   WHEN 3
                       STRING "CODIGOS " FAIXA-INICIAL " A " FAIXA-FINAL
                           DELIMITED BY SIZE INTO REM-PARAMETROS
                   WHEN 4
                       MOVE "ULTIMA CARGA" TO REM-PARAMETROS
               END-EVALUATE
               MOVE "ETIQ.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "ARQUIVO GRAVADO EM ETIQ.TXT"
               DISPLAY "ETIQUETAS GERADAS: " TOTAL-ETIQUETAS
           END-IF.

      *-------------------------------------------------------------------------*
       Etiquetas-da-carga.

      *    Assets created by an invoice load have no components yet,
      *    so each code gets a plain label in the order it was made.
           OPEN INPUT ARQ-ETL.
           IF ARQST-ETL NOT = "00"
               DISPLAY "CARGAETQ.TXT NAO ENCONTRADO."
           ELSE
               MOVE ZEROS TO FIM-CARGA
               PERFORM UNTIL FIM-CARGA = 1
                   READ ARQ-ETL
                       AT END
                           MOVE 1 TO FIM-CARGA
                       NOT AT END
                           PERFORM ETIQUETA-DA-CARGA
                   END-READ
               END-PERFORM
               CLOSE ARQ-ETL
           END-IF.

      *-------------------------------------------------------------------------*
       Etiqueta-da-carga.

           MOVE CODIGO-ETQ TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 1 TO SITUACAO-BEM-M
           END-READ.
           IF SITUACAO-BEM-M NOT = 1
               PERFORM IMPRIME-ETIQUETA
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-selecao.

      *    A component's label comes out indented right after its main
      *    asset's.  Only a code-range run may print it on its own,
      *    when the main asset falls outside the range - that is how a
      *    single lost tag gets reprinted.
           PERFORM TESTA-E-COMPONENTE.
           EVALUATE TRUE
               WHEN SITUACAO-BEM-M = 1
                   CONTINUE
               WHEN E-COMPONENTE = "S"
                   IF MODO-SELECAO = 3 AND
                      CODIGO-BEM-M NOT < FAIXA-INICIAL AND
                      CODIGO-BEM-M NOT > FAIXA-FINAL AND
                      (CODIGO-PAI-V < FAIXA-INICIAL OR
                       CODIGO-PAI-V > FAIXA-FINAL)
                       PERFORM IMPRIME-ETIQUETA-COMPONENTE
                   END-IF
               WHEN MODO-SELECAO = 1
                   PERFORM IMPRIME-CONJUNTO
               WHEN MODO-SELECAO = 2
                   IF CODIGO-LOCAL-M = LOCAL-ESCOLHIDO
                       PERFORM IMPRIME-CONJUNTO
                   END-IF
               WHEN MODO-SELECAO = 3
                   IF CODIGO-BEM-M NOT < FAIXA-INICIAL AND
                      CODIGO-BEM-M NOT > FAIXA-FINAL
                       PERFORM IMPRIME-CONJUNTO
                   END-IF
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Testa-e-componente.

           MOVE "N" TO E-COMPONENTE.
           IF CMP-OK = "S"
               MOVE CODIGO-BEM-M TO CODIGO-COMP-V
               READ ARQ-CMP KEY IS CODIGO-COMP-V
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO E-COMPONENTE
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Imprime-conjunto.

      *    Main asset first, then each active component.  The keyed
      *    reads of the components take the sweep off the main asset;
      *    it is put back right after it at the end.
           PERFORM IMPRIME-ETIQUETA.
           IF CMP-OK = "S"
               MOVE CODIGO-BEM-M TO BEM-PAI-W
               MOVE BEM-PAI-W TO CODIGO-PAI-V
               MOVE ZEROS TO CODIGO-COMP-V WCMP
               START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
                   INVALID KEY
                       MOVE 1 TO WCMP
               END-START
               PERFORM UNTIL WCMP = 1
                   READ ARQ-CMP NEXT RECORD
                       AT END
                           MOVE 1 TO WCMP
                       NOT AT END
                           IF CODIGO-PAI-V NOT = BEM-PAI-W
                               MOVE 1 TO WCMP
                           ELSE
                               PERFORM LE-COMPONENTE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE BEM-PAI-W TO CODIGO-BEM-M
               START ARQ-BEM KEY IS GREATER THAN RECKEY-BEM
                   INVALID KEY
                       MOVE "10" TO ARQST-BEM
               END-START
           END-IF.

      *-------------------------------------------------------------------------*
       Le-componente.

           MOVE CODIGO-COMP-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 1 TO SITUACAO-BEM-M
           END-READ.
           IF SITUACAO-BEM-M NOT = 1
               PERFORM IMPRIME-ETIQUETA-COMPONENTE
           END-IF.

      *-------------------------------------------------------------------------*
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-ETIQUETA FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Imprime-etiqueta-componente.

           MOVE CODIGO-BEM-M TO CODIGO-DV.
           PERFORM CALCULA-DIGITO.
           MOVE CODIGO-LOCAL-M TO CODIGO-LOCAL-L.
           READ ARQ-LOC INVALID KEY
               MOVE "LOCAL NAO CADASTRADO" TO DESC-LOCAL-L
           END-READ.
           ADD 1 TO TOTAL-ETIQUETAS.
           MOVE SPACES TO LINHA-AUX.
           STRING "    PATRIMONIO: " CODIGO-BEM-M "-" DIGITO-BEM
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-ETIQUETA FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "    BEM  : " DESC-BEM-M
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-ETIQUETA FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "    LOCAL: " DESC-LOCAL-L
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-ETIQUETA FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "    COMPONENTE DE: " CODIGO-PAI-V
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-ETIQUETA FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Calcula-digito.

       Finaliza.

           CLOSE ARQ-BEM ARQ-LOC.
           IF CMP-OK = "S"
               CLOSE ARQ-CMP
           END-IF.
           EXIT PROGRAM.

       end program ETIQ.
