              RECORD KEY RECKEY-ORC
              FILE STATUS ARQST-ORC.

              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-REQ
              FILE STATUS ARQST-REQ.

              SELECT ARQ-FUN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FUN
              FILE STATUS ARQST-FUN.

              SELECT ARQ-CUS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CUS
              ALTERNATE RECORD KEY MATRICULA-C WITH DUPLICATES
              FILE STATUS ARQST-CUS.

              SELECT ARQ-RAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-RAT
              FILE STATUS ARQST-RAT.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-CIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CIA
              FILE STATUS ARQST-CIA.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 VALOR-ORCADO-B        PIC 9(11)V99.
               02 PERC-TOLERANCIA-B     PIC 9(03).

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

       FD  ARQ-FUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNC.DAT".
           01  REG-FUNCIONARIO.
               02 RECKEY-FUN.
                   03 MATRICULA-F          PIC 9(06).
               02 NOME-FUNC-F           PIC X(30).
               02 CODIGO-DEPTO-F        PIC 9(04).
               02 SIT-FUNC-F            PIC X(01).
               02 DT-INATIVACAO-F       PIC 9(08).
               02 CODIGO-OPER-F         PIC 9(04).

       FD  ARQ-CUS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CUSTOD.DAT".
           01  REG-CUSTODIA.
               02 RECKEY-CUS.
                   03 CODIGO-BEM-C         PIC 9(06).
               02 MATRICULA-C           PIC 9(06).
               02 DT-ATRIBUICAO-C       PIC 9(08).
               02 CODIGO-OPER-C         PIC 9(04).

       FD  ARQ-RAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
           01  REG-RATEIO.
               02 CHAVES-RAT.
                   03 CODIGO-BEM-RT        PIC 9(06).
                   03 CODIGO-DEPTO-RT      PIC 9(04).
               02 PERC-RATEIO-RT        PIC 9(03)V99.
               02 DT-RATEIO-RT          PIC 9(08).
               02 CODIGO-OPER-RT        PIC 9(04).

      *    Masters of assets purged by EXPURGO: their codes are never
      *    given out again.
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

      *    Component links kept by COMPOS and the ICMS credit kept by
      *    CIAP: an asset on either side of a link, or with credit
      *    still to be taken, cannot be excluded.
       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

       FD  ARQ-CIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAP.DAT".
           01  REG-CIAP.
               02 RECKEY-CIA.
                   03 CODIGO-BEM-CI        PIC 9(06).
               02 VALOR-ICMS-CI         PIC 9(09)V99.
               02 COMPET-INICIO-CI      PIC 9(06).
               02 PARCELAS-CI           PIC 9(02).
               02 SALDO-CI              PIC 9(09)V99.
               02 CREDITO-ACUM-CI       PIC 9(09)V99.
               02 COMPET-ULT-CI         PIC 9(06).
               02 SIT-CIAP-CI           PIC X(01).
               02 COMPET-ESTORNO-CI     PIC 9(06).
               02 VALOR-ESTORNO-CI      PIC 9(09)V99.
               02 CODIGO-OPER-CI        PIC 9(04).

      *    Shared change journal: one line per add (I), change (A) or
      *    delete (E) on the files BACKUP copies, with the record as
      *    it was and as it became.
       FD  ARQ-JOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JORNAL.DAT".
           01  REG-JORNAL.
               02 JOR-DATA              PIC 9(08).
               02 FILLER                PIC X(01).
               02 JOR-HORA              PIC 9(06).
               02 FILLER                PIC X(01).
               02 JOR-OPERADOR          PIC 9(04).
               02 FILLER                PIC X(01).
               02 JOR-PROGRAMA          PIC X(08).
               02 FILLER                PIC X(01).
               02 JOR-ARQUIVO           PIC X(08).
               02 FILLER                PIC X(01).
               02 JOR-OPERACAO          PIC X(01).
               02 FILLER                PIC X(01).
               02 JOR-CHAVE             PIC X(10).
               02 FILLER                PIC X(01).
               02 JOR-ANTES             PIC X(188).
               02 FILLER                PIC X(01).
               02 JOR-DEPOIS            PIC X(188).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 WORC                         PIC 9     VALUE ZEROS.
           01 SALVA-REG-BEM                PIC X(188) VALUE SPACES.
           01 VALOR-ORC-ED                 PIC ZZZ.ZZZ.ZZ9,99.
           01 ARQST-REQ                    PIC X(02).
           01 REQ-OK                       PIC X(01) VALUE "N".
           01 REQ-VINCULADA                PIC X(01) VALUE "N".
           01 NUM-REQ-E                    PIC 9(06) VALUE ZEROS.
           01 RESERVA-OUTRAS               PIC 9(11)V99 VALUE ZEROS.
           01 WREQ                         PIC 9     VALUE ZEROS.
           01 SALVA-REG-REQ                PIC X(150) VALUE SPACES.
           01 ARQST-FUN                    PIC X(02).
           01 ARQST-CUS                    PIC X(02).
           01 FUN-OK                       PIC X(01) VALUE "N".
           01 ARQST-BAQ                    PIC X(02).
           01 BAQ-OK                       PIC X(01) VALUE "N".
           01 ARQST-CMP                    PIC X(02).
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 ARQST-CIA                    PIC X(02).
           01 CIA-OK                       PIC X(01) VALUE "N".
           01 MOTIVO-EM-USO                PIC X(45) VALUE SPACES.
           01 ARQST-JOR                    PIC X(02).
           01 ARQUIVO-JOR                  PIC X(08) VALUE SPACES.
           01 OPERACAO-JOR                 PIC X(01) VALUE SPACES.
           01 CHAVE-JOR                    PIC X(10) VALUE SPACES.
           01 IMAGEM-ANTES                 PIC X(188) VALUE SPACES.
           01 IMAGEM-DEPOIS                PIC X(188) VALUE SPACES.
           01 DATA-HORA-JOR.
               02 DHJ-DATA                 PIC 9(08).
               02 DHJ-HORA                 PIC 9(06).
               02 FILLER                   PIC X(07).
           01 CUS-EXISTE                   PIC X(01) VALUE "N".
           01 CUSTODIANTE-E                PIC 9(06) VALUE ZEROS.
           01 NOME-CUSTODIANTE             PIC X(30) VALUE SPACES.
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 ARQST-RAT                    PIC X(02).
           01 WRAT                         PIC 9     VALUE ZEROS.
           01 TAB-RATEIO.
               02 TAB-RAT OCCURS 8 TIMES.
                   03 TR-CODIGO-DEPTO      PIC 9(04).
                   03 TR-PERC              PIC 9(03)V99.
           01 QTD-RATEIO                   PIC 9(02) VALUE ZEROS.
           01 IND-RAT                      PIC 9(02) VALUE ZEROS.
           01 IND-ACHADO                   PIC 9(02) VALUE ZEROS.
           01 TOTAL-PERC-RATEIO            PIC 9(05)V99 VALUE ZEROS.
           01 TOTAL-RATEIO-ED              PIC ZZZZ9,99.
           01 DEPTO-RATEIO-E               PIC 9(04) VALUE ZEROS.
           01 PERC-RATEIO-E                PIC 9(03)V99 VALUE ZEROS.
           01 POSICAO-TELA                 PIC 9(04) VALUE ZEROS.
           01 LINHA-RATEIO-TELA.
               02 LT-DEPTO                 PIC 9(04).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LT-DESC                  PIC X(30).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LT-PERC                  PIC ZZ9,99.

      *=========================================================================*
       SCREEN SECTION.
               02 LINE 15 COL 29 VALUE "[4] CONSULTA POR CODIGO".
               02 LINE 16 COL 29 VALUE "[5] CONSULTA POR DESCRICAO".
               02 LINE 17 COL 29 VALUE "[6] CONSULTA POR NUM SERIE".
               02 LINE 18 COL 29 VALUE "[7] RATEIO ENTRE DEPARTAMENTOS".
               02 LINE 19 COL 29 VALUE "[8] SAIR".
               02 LINE 20 COL 29 VALUE "ESCOLHA UMA OPCAO [ ]".
               02 LINE 23 COL 11 VALUE "MENSAGEM:".

               02 LINE 02 COL 55 VALUE "BATATAS CORP.".
               02 LINE 04 COL 29 VALUE "CONTROLE DE PATRIMONIO".
               02 LINE 09 COL 29 VALUE "CODIGO DO BEM:".
               02 LINE 09 COL 55 VALUE "REQUISICAO:".
               02 LINE 11 COL 29 VALUE "DESCRICAO:".
               02 LINE 13 COL 29 VALUE "DT AQUISICAO:".
               02 LINE 13 COL 55 VALUE "VALOR:".
               02 LINE 17 COL 55 VALUE "CODTIPO:".
               02 LINE 19 COL 29 VALUE "NF:".
               02 LINE 19 COL 45 VALUE "SERIE:".
               02 LINE 20 COL 29 VALUE "CUSTODIANTE:".
               02 LINE 21 COL 29 VALUE "FORNECEDOR:".

          01 TELA-RATEIO.
               02 BLANK SCREEN.
               02 LINE 02 COL 05 VALUE "SANTOS,    DE            DE  .".
               02 LINE 02 COL 55 VALUE "BATATAS CORP.".
               02 LINE 04 COL 29 VALUE "CONTROLE DE PATRIMONIO".
               02 LINE 08 COL 29 VALUE "CODIGO DO BEM:".
               02 LINE 09 COL 29 VALUE "DEPTO DO BEM:".
               02 LINE 11 COL 29 VALUE "DEPTO DESCRICAO".
               02 LINE 11 COL 65 VALUE "PERC(%)".
               02 LINE 20 COL 43 VALUE "TOTAL DO RATEIO:".
               02 LINE 21 COL 29 VALUE "DEPTO (0=FIM):".
               02 LINE 21 COL 50 VALUE "PERCENTUAL:".

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.

           PERFORM ABRE-ARQ.
           PERFORM MOSTRA-MENU UNTIL OP = "8".
           PERFORM finaliza.

      *-------------------------------------------------------------------------*
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-REQ.
           EVALUATE ARQST-REQ
               WHEN "00"
                   MOVE "S" TO REQ-OK
               WHEN "35"
                   MOVE "N" TO REQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REQUIS.DAT: " ARQST-REQ
                   STOP RUN
           END-EVALUATE.

      *    The individual custodian needs the employee master; with
      *    no employees registered the field is simply skipped.
           OPEN INPUT ARQ-FUN.
           EVALUATE ARQST-FUN
               WHEN "00"
                   MOVE "S" TO FUN-OK
               WHEN "35"
                   MOVE "N" TO FUN-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - FUNC.DAT: " ARQST-FUN
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-CUS.
           EVALUATE ARQST-CUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-CUS
                   CLOSE ARQ-CUS
                   OPEN I-O ARQ-CUS
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CUSTOD.DAT: " ARQST-CUS
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-RAT.
           EVALUATE ARQST-RAT
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-RAT
                   CLOSE ARQ-RAT
                   OPEN I-O ARQ-RAT
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - RATEIO.DAT: " ARQST-RAT
                   STOP RUN
           END-EVALUATE.

      *    An asset excluded here is kept in BENSARQ.DAT as EXPURGO
      *    keeps a purged one, so its code is never issued again.
           OPEN I-O ARQ-BAQ.
           EVALUATE ARQST-BAQ
               WHEN "00"
                   MOVE "S" TO BAQ-OK
               WHEN "35"
                   OPEN OUTPUT ARQ-BAQ
                   CLOSE ARQ-BAQ
                   OPEN I-O ARQ-BAQ
                   MOVE "S" TO BAQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENSARQ.DAT: " ARQST-BAQ
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

           OPEN INPUT ARQ-CIA.
           EVALUATE ARQST-CIA
               WHEN "00"
                   MOVE "S" TO CIA-OK
               WHEN "35"
                   MOVE "N" TO CIA-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAP.DAT: " ARQST-CIA
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Mostra-menu.

               PERFORM CONSULTA-DES    UNTIL OP-CONTINUA = "N" OR "n"
           WHEN "6"
               PERFORM CONSULTA-SERIE  UNTIL OP-CONTINUA = "N" OR "n"
           WHEN "7"
               PERFORM RATEIO          UNTIL OP-CONTINUA = "N" OR "n"
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       finaliza.

            CLOSE ARQ-BEM ARQ-LOC ARQ-DEP ARQ-TIPO ARQ-HIS ARQ-FOR
                  ARQ-CUS ARQ-RAT.
            IF ORC-OK = "S"
                CLOSE ARQ-ORC
            END-IF.
            IF REQ-OK = "S"
                CLOSE ARQ-REQ
            END-IF.
            IF FUN-OK = "S"
                CLOSE ARQ-FUN
            END-IF.
            IF BAQ-OK = "S"
                CLOSE ARQ-BAQ
            END-IF.
            IF CMP-OK = "S"
                CLOSE ARQ-CMP
            END-IF.
            IF CIA-OK = "S"
                CLOSE ARQ-CIA
            END-IF.
            exit program.
      *-------------------------------------------------------------------------*

                          SITUACAO-BEM-E
                          DT-BAIXA-E
                          VALOR-BAIXA-E
                          GARANTIA-MESES-E
                          NUM-REQ-E
                          CUSTODIANTE-E.
           MOVE "N" TO REQ-VINCULADA.
           DISPLAY ESPACO AT 2321.


      *    annual budget in ORCDEP.DAT: over the budget the operator
      *    is warned, over the budget plus the tolerance percentage
      *    the save is refused.  No budget record means no control.
      *    Amounts reserved by approved requisitions count as spent,
      *    except the reservation this very asset is about to release.
           MOVE "N" TO ORC-BLOQUEADO.
           IF ORC-OK = "S"
               MOVE DT-AQUISICAO-E TO DT-AQ-W
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SOMA-REALIZADO-ANO
                   PERFORM SOMA-RESERVA-OUTRAS
                   COMPUTE TOTAL-COM-NOVO = REALIZADO-ANO
                       + RESERVA-OUTRAS + VALOR-AQUISICAO-E
                   COMPUTE LIMITE-BLOQUEIO ROUNDED = VALOR-ORCADO-B
                       * (100 + PERC-TOLERANCIA-B) / 100
                   IF TOTAL-COM-NOVO > LIMITE-BLOQUEIO
           END-PERFORM.
           MOVE SALVA-REG-BEM TO REG-BEM.

      *-------------------------------------------------------------------------*
       Soma-reserva-outras.

      *    What the department's approved requisitions still hold in
      *    the budget year, straight from REQUIS.DAT: SIT "A" means
      *    reserved and not yet received or cancelled.  The requisition
      *    this asset fulfils is left out.  Its record area is parked
      *    around the sweep like the asset's.
           MOVE REG-REQUISICAO TO SALVA-REG-REQ.
           MOVE ZEROS TO RESERVA-OUTRAS WREQ.
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
                           IF REQ-VINCULADA = "N" OR
                              NUM-REQ-R NOT = NUM-REQ-E
                               ADD VALOR-RESERVADO-R TO RESERVA-OUTRAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SALVA-REG-REQ TO REG-REQUISICAO.

      *-------------------------------------------------------------------------*
       Consulta-cod.
           PERFORM TELA-ENTRADA.
       Recebe-dados.

           MOVE 0 TO WIGUAL.
           PERFORM Recebe-codigo-novo UNTIL WIGUAL = 1
           PERFORM Recebe-descricao  UNTIL WIGUAL = 0
           PERFORM Recebe-aquisicao  UNTIL WIGUAL = 1
           MOVE 0 TO WIGUAL
           PERFORM Recebe-depto  UNTIL WIGUAL = 1
           MOVE 0 TO WIGUAL
           PERFORM Recebe-tipo  UNTIL WIGUAL = 1
           MOVE 0 TO WIGUAL
           PERFORM Recebe-requisicao  UNTIL WIGUAL = 1
           MOVE 0 TO WIGUAL
           PERFORM Recebe-custodiante  UNTIL WIGUAL = 1
           PERFORM Recebe-aquis-doc.

      *-------------------------------------------------------------------------*
                END-READ.
                DISPLAY CODIGO-BEM AT 0944.

      *-------------------------------------------------------------------------*
       Recebe-codigo-novo.

      *    A code once used by a purged asset stays tied to its
      *    archived history and cannot name a new one.
           PERFORM Recebe-codigo.
           IF WIGUAL = 1 AND BAQ-OK = "S"
                MOVE CODIGO-BEM-E TO CODIGO-BEM-MQ
                READ ARQ-BAQ NOT INVALID KEY
                     DISPLAY ESPACO AT 2321
                     DISPLAY "CODIGO JA USADO POR BEM ARQUIVADO"
                          AT 2321
                     MOVE 0 TO WIGUAL
                END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-descricao.

                    MOVE CODIGO-TIPO-E TO CODIGO-TIPO
                    DISPLAY ESPACO AT 2321
                END-READ.
      *-------------------------------------------------------------------------*
       Recebe-requisicao.

      *    Optional: the purchase requisition this asset fulfils.  It
      *    must be approved and belong to the same department; zero
      *    means a purchase made without a requisition.
           MOVE 0 TO WIGUAL.
           MOVE "N" TO REQ-VINCULADA.
           IF REQ-OK = "N"
                MOVE 1 TO WIGUAL
           ELSE
                ACCEPT NUM-REQ-E AT 0967
                IF NUM-REQ-E = 0 THEN
                     MOVE 1 TO WIGUAL
                     DISPLAY ESPACO AT 2321
                ELSE
                     MOVE NUM-REQ-E TO NUM-REQ-R
                     READ ARQ-REQ INVALID KEY
                         DISPLAY "REQUISICAO NAO ENCONTRADA" AT 2321
                     NOT INVALID KEY
                         PERFORM TESTA-REQUISICAO
                     END-READ.

      *-------------------------------------------------------------------------*
       Testa-requisicao.

           DISPLAY ESPACO AT 2321.
           EVALUATE TRUE
               WHEN SIT-REQ-R NOT = "A"
                   DISPLAY "REQUISICAO NAO APROVADA OU JA ATENDIDA"
                       AT 2321
               WHEN CODIGO-DEPTO-R NOT = CODIGO-DEPTO-E
                   DISPLAY "REQUISICAO DE OUTRO DEPTO" AT 2321
               WHEN OTHER
                   MOVE 1 TO WIGUAL
                   MOVE "S" TO REQ-VINCULADA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Recebe-custodiante.

      *    Optional individual custodian (matricula of an active
      *    employee); zero leaves the asset under the department.
           MOVE 0 TO WIGUAL.
           IF FUN-OK = "N"
                MOVE 1 TO WIGUAL
           ELSE
                ACCEPT CUSTODIANTE-E AT 2042
                IF CUSTODIANTE-E = 0 THEN
                     MOVE 1 TO WIGUAL
                     MOVE SPACES TO NOME-CUSTODIANTE
                     DISPLAY NOME-CUSTODIANTE AT 2049
                     DISPLAY ESPACO AT 2321
                ELSE
                     MOVE CUSTODIANTE-E TO MATRICULA-F
                     READ ARQ-FUN INVALID KEY
                         DISPLAY "FUNCIONARIO NAO ENCONTRADO" AT 2321
                     NOT INVALID KEY
                         IF SIT-FUNC-F NOT = "A"
                             DISPLAY "FUNCIONARIO INATIVO" AT 2321
                         ELSE
                             MOVE 1 TO WIGUAL
                             DISPLAY NOME-FUNC-F AT 2049
                             DISPLAY ESPACO AT 2321
                         END-IF
                     END-READ.

      *-------------------------------------------------------------------------*
       Grava-custodia-bem.

      *    Keeps CUSTOD.DAT in step with the screen: a matricula
      *    writes or replaces the asset's record, zero removes it.
           MOVE CODIGO-BEM TO CODIGO-BEM-C.
           READ ARQ-CUS INVALID KEY
               MOVE "N" TO CUS-EXISTE
           NOT INVALID KEY
               MOVE "S" TO CUS-EXISTE
           END-READ.
           IF CUSTODIANTE-E = 0
               IF CUS-EXISTE = "S"
                   DELETE ARQ-CUS
               END-IF
           ELSE
               IF CUS-EXISTE = "N" OR MATRICULA-C NOT = CUSTODIANTE-E
                   MOVE FUNCTION CURRENT-DATE TO DATA-SIS
                   COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO
                   MOVE CODIGO-BEM TO CODIGO-BEM-C
                   MOVE CUSTODIANTE-E TO MATRICULA-C
                   MOVE DT-HOJE TO DT-ATRIBUICAO-C
                   MOVE OPER-CODIGO TO CODIGO-OPER-C
                   IF CUS-EXISTE = "S"
                       REWRITE REG-CUSTODIA
                   ELSE
                       WRITE REG-CUSTODIA
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-custodiante.

           MOVE ZEROS TO CUSTODIANTE-E.
           MOVE SPACES TO NOME-CUSTODIANTE.
           MOVE CODIGO-BEM TO CODIGO-BEM-C.
           READ ARQ-CUS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MATRICULA-C TO CUSTODIANTE-E
               MOVE "FUNCIONARIO NAO CADASTRADO" TO NOME-CUSTODIANTE
               IF FUN-OK = "S"
                   MOVE MATRICULA-C TO MATRICULA-F
                   READ ARQ-FUN INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-FUNC-F TO NOME-CUSTODIANTE
                   END-READ
               END-IF
           END-READ.
           DISPLAY CUSTODIANTE-E AT 2042.
           DISPLAY NOME-CUSTODIANTE AT 2049.

      *-------------------------------------------------------------------------*
       Recebe-aquis-doc.

                       AT 2103
                   DISPLAY "REPITA A INCLUSAO." AT 2141
               END-IF
      *        "02" is a good write that added a duplicate description
      *        or serial number.
               IF ARQST = "00" OR "02"
                   MOVE "I" TO OPERACAO-JOR
                   MOVE SPACES TO IMAGEM-ANTES
                   PERFORM JORNAL-BEM
               END-IF
               IF (ARQST = "00" OR "02") AND REQ-VINCULADA = "S"
                   PERFORM ATENDE-REQUISICAO
               END-IF
               IF (ARQST = "00" OR "02") AND CUSTODIANTE-E NOT = 0
                   PERFORM GRAVA-CUSTODIA-BEM
               END-IF
               DISPLAY ARQST AT 2221
               STOP " ".

      *-------------------------------------------------------------------------*
       Atende-requisicao.

      *    The asset is on file: the requisition is closed with the
      *    real value and its reservation goes back to the budget
      *    year it was taken from, where the acquisition itself now
      *    counts as spent.
           MOVE NUM-REQ-E TO NUM-REQ-R.
           READ ARQ-REQ INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ZEROS TO VALOR-RESERVADO-R
               MOVE "E" TO SIT-REQ-R
               MOVE CODIGO-BEM TO CODIGO-BEM-R
               MOVE VALOR-AQUISICAO TO VALOR-REAL-R
               MOVE DT-AQUISICAO TO DT-RECEBIMENTO-R
               REWRITE REG-REQUISICAO
           END-READ.

      *-------------------------------------------------------------------------*
       Continua.

              DISPLAY NUM-SERIE AT 1952
              DISPLAY FORNECEDOR-BEM AT 2141
              DISPLAY GARANTIA-MESES AT 1568
              PERFORM MOSTRA-CUSTODIANTE
              IF SITUACAO-BEM = 1
                 DISPLAY "BEM BAIXADO EM:" AT 2229
                 DISPLAY DT-BAIXA AT 2245
           PERFORM LE-DADOS.
           IF ARQST = "00"
             MOVE CODIGO-BEM TO CODIGO-BEM-E
             MOVE REG-BEM TO IMAGEM-ANTES
             PERFORM RECEBE-DESCRICAO
             MOVE 0 TO WIGUAL
             PERFORM RECEBE-LOCAL UNTIL WIGUAL = 1
             PERFORM RECEBE-DEPTO UNTIL WIGUAL = 1
             MOVE 0 TO WIGUAL
             PERFORM RECEBE-TIPO UNTIL WIGUAL = 1
             MOVE 0 TO WIGUAL
             PERFORM RECEBE-CUSTODIANTE UNTIL WIGUAL = 1
             PERFORM RECEBE-AQUIS-DOC
             DISPLAY "SALVAR <S/N> [ ]" AT 2321
             ACCEPT SALVA AT 2335 WITH PROMPT AUTO
                     DISPLAY "REGISTRO EM USO - TENTE NOVAMENTE."
                         AT 2321
                 ELSE
                     IF ARQST = "00" OR "02"
                         MOVE "A" TO OPERACAO-JOR
                         PERFORM JORNAL-BEM
                     END-IF
                     PERFORM GRAVA-CUSTODIA-BEM
                     DISPLAY ESPACO AT 2321.
           PERFORM CONTINUA UNTIL OP-CONTINUA = "S" OR "N" OR "s" OR"n".

               PERFORM VERIFICA-BEM-EM-USO
               IF BEM-EM-USO = "S" THEN
                   DISPLAY ESPACO AT 2321
                   DISPLAY MOTIVO-EM-USO AT 2321
               ELSE
                   DISPLAY "DESEJA EXCLUIR O REGISTRO <S/N> [ ]" AT 2321
                   ACCEPT SALVA AT 2354 WITH PROMPT AUTO
           IF SALVA = "S" OR "s" THEN
               DISPLAY ESPACO AT 2321
               DISPLAY "REGISTRO APAGADO." AT 2321
               MOVE REG-BEM TO IMAGEM-ANTES
               DELETE ARQ-BEM
               IF ARQST = "00"
                   MOVE "E" TO OPERACAO-JOR
                   PERFORM JORNAL-BEM
                   PERFORM ARQUIVA-BEM-EXCLUIDO
                   MOVE ZEROS TO CUSTODIANTE-E
                   PERFORM GRAVA-CUSTODIA-BEM
                   PERFORM EXCLUI-RATEIO
               END-IF.
           STOP " ".
           DISPLAY ESPACO AT 2321.
           PERFORM CONTINUA UNTIL OP-CONTINUA = "S" OR "N" OR "s"OR"n".

      *-------------------------------------------------------------------------*
       Arquiva-bem-excluido.

      *    IMAGEM-ANTES holds the record as it was before the delete.
           IF BAQ-OK = "S"
               MOVE FUNCTION CURRENT-DATE TO DATA-SIS
               COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO
               MOVE IMAGEM-ANTES TO REG-BEM-MQ
               MOVE DT-HOJE TO DT-EXPURGO-MQ
               MOVE OPER-CODIGO TO OPER-EXPURGO-MQ
               WRITE REG-BEM-MQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *-------------------------------------------------------------------------*
       Verifica-bem-em-uso.

           MOVE "N" TO BEM-EM-USO.
           MOVE "BEM EM USO, EXCLUSAO NEGADA" TO MOTIVO-EM-USO.
           IF HIS-OK = "S" THEN
               MOVE CODIGO-BEM TO CODIGO-BEM-HIS
               START ARQ-HIS KEY IS = CODIGO-BEM-HIS INVALID KEY
               NOT INVALID KEY
                    MOVE "S" TO BEM-EM-USO
               END-START.
           IF BEM-EM-USO = "N" AND CMP-OK = "S"
               MOVE CODIGO-BEM TO CODIGO-PAI-V
               MOVE ZEROS TO CODIGO-COMP-V
               START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
                   INVALID KEY
                       MOVE ZEROS TO CODIGO-PAI-V
               END-START
               IF ARQST-CMP = "00"
                   READ ARQ-CMP NEXT RECORD
                       AT END
                           MOVE ZEROS TO CODIGO-PAI-V
                   END-READ
               END-IF
               IF CODIGO-PAI-V = CODIGO-BEM
                   MOVE "S" TO BEM-EM-USO
                   MOVE "BEM COM COMPONENTES, EXCLUSAO NEGADA"
                       TO MOTIVO-EM-USO
               END-IF
           END-IF.
           IF BEM-EM-USO = "N" AND CMP-OK = "S"
               MOVE CODIGO-BEM TO CODIGO-COMP-V
               READ ARQ-CMP KEY IS CODIGO-COMP-V
                   NOT INVALID KEY
                       MOVE "S" TO BEM-EM-USO
                       MOVE "BEM E COMPONENTE DE OUTRO, EXCLUSAO NEGADA"
                           TO MOTIVO-EM-USO
               END-READ
           END-IF.
           IF BEM-EM-USO = "N" AND CIA-OK = "S"
               MOVE CODIGO-BEM TO CODIGO-BEM-CI
               READ ARQ-CIA
                   NOT INVALID KEY
                       IF SIT-CIAP-CI = "A" AND SALDO-CI > ZEROS
                           MOVE "S" TO BEM-EM-USO
                           MOVE "BEM COM SALDO DE CIAP, EXCLUSAO NEGADA"
                               TO MOTIVO-EM-USO
                       END-IF
               END-READ
           END-IF.


      *-------------------------------------------------------------------------*
       Rateio.

      *    Shared asset: its cost is apportioned among departments by
      *    percentage (RATEIO.DAT).  With no shares the owning
      *    department carries the asset whole; with shares they must
      *    total 100% to be saved.  Percentage 0 removes a department.
           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY TELA-RATEIO.
           PERFORM MOSTRA-DATA.
           DISPLAY "RATEIO ENTRE DEPARTAMENTOS" AT 0629 WITH HIGHLIGHT.
           PERFORM INICIALIZAR.
           ACCEPT CODIGO-BEM-E AT 0844.
           MOVE CODIGO-BEM-E TO CODIGO-BEM.
           READ ARQ-BEM INVALID KEY
               DISPLAY "NAO ENCONTRADO" AT 2321
           NOT INVALID KEY
               PERFORM EDITA-RATEIO
           END-READ.
           PERFORM CONTINUA UNTIL OP-CONTINUA = "S" OR "N" OR "s" OR"n".

      *-------------------------------------------------------------------------*
       Edita-rateio.

           DISPLAY DESC-BEM AT 0851.
           MOVE CODIGO-DEPTO TO CODIGO-DEPTO-M2.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-M
           END-READ.
           DISPLAY CODIGO-DEPTO AT 0944.
           DISPLAY DESC-DEPTO-M AT 0951.
           PERFORM CARREGA-RATEIO.
           PERFORM MOSTRA-RATEIO.
           IF SITUACAO-BEM = 1
               DISPLAY "BEM BAIXADO - RATEIO NAO PODE SER ALTERADO"
                   AT 2321
           ELSE
               MOVE 9999 TO DEPTO-RATEIO-E
               PERFORM RECEBE-PARCELA UNTIL DEPTO-RATEIO-E = 0
               DISPLAY "SALVAR <S/N> [ ]" AT 2321
               ACCEPT SALVA AT 2335 WITH PROMPT AUTO
               IF SALVA = "S" OR "s"
                   DISPLAY ESPACO AT 2321
                   IF QTD-RATEIO > 0 AND TOTAL-PERC-RATEIO NOT = 100
                       DISPLAY "RATEIO NAO SOMA 100% - NAO GRAVADO."
                           AT 2321
                   ELSE
                       PERFORM GRAVA-RATEIO
                       DISPLAY "RATEIO GRAVADO." AT 2321
                   END-IF
                   STOP " "
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-parcela.

           MOVE ZEROS TO DEPTO-RATEIO-E PERC-RATEIO-E.
           DISPLAY DEPTO-RATEIO-E AT 2144.
           DISPLAY PERC-RATEIO-E AT 2162.
           ACCEPT DEPTO-RATEIO-E AT 2144.
           IF DEPTO-RATEIO-E NOT = 0
               MOVE DEPTO-RATEIO-E TO CODIGO-DEPTO-M2
               READ ARQ-DEP INVALID KEY
                   DISPLAY "DEPTO NAO ENCONTRADO" AT 2321
               NOT INVALID KEY
                   DISPLAY ESPACO AT 2321
                   ACCEPT PERC-RATEIO-E AT 2162
                   PERFORM ATUALIZA-PARCELA
                   PERFORM MOSTRA-RATEIO
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Atualiza-parcela.

           MOVE ZEROS TO IND-ACHADO.
           PERFORM VARYING IND-RAT FROM 1 BY 1
                   UNTIL IND-RAT > QTD-RATEIO
               IF TR-CODIGO-DEPTO(IND-RAT) = DEPTO-RATEIO-E
                   MOVE IND-RAT TO IND-ACHADO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN PERC-RATEIO-E > 100
               DISPLAY "PERCENTUAL INVALIDO" AT 2321
           WHEN IND-ACHADO NOT = 0 AND PERC-RATEIO-E = 0
               PERFORM VARYING IND-RAT FROM IND-ACHADO BY 1
                       UNTIL IND-RAT NOT < QTD-RATEIO
                   MOVE TAB-RAT(IND-RAT + 1) TO TAB-RAT(IND-RAT)
               END-PERFORM
               SUBTRACT 1 FROM QTD-RATEIO
           WHEN IND-ACHADO NOT = 0
               MOVE PERC-RATEIO-E TO TR-PERC(IND-ACHADO)
           WHEN PERC-RATEIO-E = 0
               DISPLAY "DIGITE O PERCENTUAL." AT 2321
           WHEN QTD-RATEIO NOT < 8
               DISPLAY "LIMITE DE 8 DEPARTAMENTOS POR RATEIO" AT 2321
           WHEN OTHER
               ADD 1 TO QTD-RATEIO
               MOVE DEPTO-RATEIO-E TO TR-CODIGO-DEPTO(QTD-RATEIO)
               MOVE PERC-RATEIO-E TO TR-PERC(QTD-RATEIO)
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Mostra-rateio.

           MOVE ZEROS TO TOTAL-PERC-RATEIO.
           PERFORM VARYING IND-RAT FROM 1 BY 1 UNTIL IND-RAT > 8
               COMPUTE POSICAO-TELA = (IND-RAT + 11) * 100 + 29
               IF IND-RAT > QTD-RATEIO
                   MOVE SPACES TO LINHA-RATEIO-TELA
               ELSE
                   MOVE TR-CODIGO-DEPTO(IND-RAT) TO LT-DEPTO
                                                    CODIGO-DEPTO-M2
                   READ ARQ-DEP INVALID KEY
                       MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-M
                   END-READ
                   MOVE DESC-DEPTO-M TO LT-DESC
                   MOVE TR-PERC(IND-RAT) TO LT-PERC
                   ADD TR-PERC(IND-RAT) TO TOTAL-PERC-RATEIO
               END-IF
               DISPLAY LINHA-RATEIO-TELA AT POSICAO-TELA
           END-PERFORM.
           MOVE TOTAL-PERC-RATEIO TO TOTAL-RATEIO-ED.
           DISPLAY TOTAL-RATEIO-ED AT 2064.

      *-------------------------------------------------------------------------*
       Carrega-rateio.

           MOVE ZEROS TO QTD-RATEIO WRAT.
           MOVE CODIGO-BEM TO CODIGO-BEM-RT.
           MOVE ZEROS TO CODIGO-DEPTO-RT.
           START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
               INVALID KEY
                   MOVE 1 TO WRAT
           END-START.
           PERFORM UNTIL WRAT = 1
               READ ARQ-RAT NEXT RECORD
                   AT END
                       MOVE 1 TO WRAT
                   NOT AT END
                       IF CODIGO-BEM-RT NOT = CODIGO-BEM OR
                          QTD-RATEIO NOT < 8
                           MOVE 1 TO WRAT
                       ELSE
                           ADD 1 TO QTD-RATEIO
                           MOVE CODIGO-DEPTO-RT TO
                               TR-CODIGO-DEPTO(QTD-RATEIO)
                           MOVE PERC-RATEIO-RT TO TR-PERC(QTD-RATEIO)
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Grava-rateio.

           PERFORM EXCLUI-RATEIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           PERFORM VARYING IND-RAT FROM 1 BY 1
                   UNTIL IND-RAT > QTD-RATEIO
               MOVE CODIGO-BEM TO CODIGO-BEM-RT
               MOVE TR-CODIGO-DEPTO(IND-RAT) TO CODIGO-DEPTO-RT
               MOVE TR-PERC(IND-RAT) TO PERC-RATEIO-RT
               MOVE DT-HOJE TO DT-RATEIO-RT
               MOVE OPER-CODIGO TO CODIGO-OPER-RT
               WRITE REG-RATEIO
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Exclui-rateio.

           MOVE ZEROS TO WRAT.
           MOVE CODIGO-BEM TO CODIGO-BEM-RT.
           MOVE ZEROS TO CODIGO-DEPTO-RT.
           START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
               INVALID KEY
                   MOVE 1 TO WRAT
           END-START.
           PERFORM UNTIL WRAT = 1
               READ ARQ-RAT NEXT RECORD
                   AT END
                       MOVE 1 TO WRAT
                   NOT AT END
                       IF CODIGO-BEM-RT NOT = CODIGO-BEM
                           MOVE 1 TO WRAT
                       ELSE
                           DELETE ARQ-RAT
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Jornal-bem.

      *    The caller has set the operation and, for a change or an
      *    exclusion, IMAGEM-ANTES with the record as it was read.
           MOVE "BENS" TO ARQUIVO-JOR.
           MOVE CODIGO-BEM TO CHAVE-JOR.
           IF OPERACAO-JOR = "E"
               MOVE SPACES TO IMAGEM-DEPOIS
           ELSE
               MOVE REG-BEM TO IMAGEM-DEPOIS
           END-IF.
           PERFORM GRAVA-JORNAL.

      *-------------------------------------------------------------------------*
       Grava-jornal.

      *    Opened and closed around each entry, as the menu does with
      *    SEGLOG.TXT, so terminals sharing the journal never hold it
      *    and nothing written is left in a buffer.
           OPEN EXTEND ARQ-JOR.
           IF ARQST-JOR = "35"
               OPEN OUTPUT ARQ-JOR
           END-IF.
           IF ARQST-JOR = "00"
               MOVE FUNCTION CURRENT-DATE TO DATA-HORA-JOR
               MOVE SPACES TO REG-JORNAL
               MOVE DHJ-DATA TO JOR-DATA
               MOVE DHJ-HORA TO JOR-HORA
               MOVE OPER-CODIGO TO JOR-OPERADOR
               MOVE "BENS" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.


      *=========================================================================*
