              RECORD KEY RECKEY-DEP
              FILE STATUS ARQST-DEP.

              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-REQ
              FILE STATUS ARQST-REQ.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 DESC-DEPTO            PIC X(30).
               02 RESPONSAVEL-DEPTO     PIC X(30).

      *    Purchase requisitions; those approved (SIT-REQ-R = "A")
      *    hold part of their department's budget year.
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

      *=========================================================================*
       WORKING-STORAGE SECTION.


           01 ARQST                        PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-REQ                    PIC X(02).
           01 REQ-OK                       PIC X(01) VALUE "N".
           01 WREQ                         PIC 9     VALUE ZEROS.
           01 RESERVADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 OP                           PIC X(01) VALUE SPACES.
           01 SALVA                        PIC X(01) VALUE SPACES.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
               02 LINE 10 COL 55 VALUE "ANO:".
               02 LINE 12 COL 29 VALUE "VALOR ORCADO:".
               02 LINE 14 COL 29 VALUE "TOLERANCIA(%):".
               02 LINE 16 COL 29 VALUE "RESERVADO REQ.:".

      *=========================================================================*
       PROCEDURE DIVISION.
               DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
               STOP RUN.

      *    No requisitions file means nothing reserved yet.
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
       Mostra-menu.

       finaliza.

            CLOSE ARQ-ORC ARQ-DEP.
            IF REQ-OK = "S"
                CLOSE ARQ-REQ
            END-IF.
            exit program.
      *-------------------------------------------------------------------------*

           IF ARQST = "00" THEN
              DISPLAY ESPACO AT 2321
              DISPLAY VALOR-ORCADO-B AT 1244
              DISPLAY PERC-TOLERANCIA-B AT 1445
              PERFORM SOMA-RESERVADO-ANO
              DISPLAY RESERVADO-ANO AT 1645.

      *-------------------------------------------------------------------------*
       Soma-reservado-ano.

      *    What approved requisitions still hold in this budget: the
      *    reservations of the department's requisitions in SIT "A"
      *    for the year, as REQUIS and BENS count them.
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
                          CODIGO-DEPTO-R = CODIGO-DEPTO-B AND
                          ANO-RESERVA-R = ANO-ORC-B
                           ADD VALOR-RESERVADO-R TO RESERVADO-ANO
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Alteracao.
               DISPLAY "EXCLUSAO NAO PERMITIDA" AT 2321
           ELSE
           IF ARQST = "00" THEN
      *        Approved requisitions still hold part of this budget;
      *        they must be received or cancelled in REQUIS first.
               IF RESERVADO-ANO > ZEROS
                   DISPLAY ESPACO AT 2321
                   DISPLAY "ORCAMENTO COM RESERVAS, EXCLUSAO NEGADA"
                       AT 2321
               ELSE
                   DISPLAY "DESEJA EXCLUIR O REGISTRO <S/N> [ ]"
                       AT 2321
                   ACCEPT SALVA AT 2354 WITH PROMPT AUTO
               END-IF
           ELSE
               PERFORM INICIALIZAR
               DISPLAY ESPACO AT 2321
