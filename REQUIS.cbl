       Program-Id. REQUIS.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-REQ
              FILE STATUS ARQST-REQ.

              SELECT ARQ-ORC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ORC
              FILE STATUS ARQST-ORC.

              SELECT ARQ-DEP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-DEP
              FILE STATUS ARQST-DEP.

              SELECT ARQ-TIPO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-TIPO
              FILE STATUS ARQST-TIPO.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Purchase requisitions.  SIT-REQ-R: P pendente, A aprovada
      *    (valor reservado no orcamento), R rejeitada, C cancelada,
      *    E atendida (bem cadastrado em BENS).  The reservation is
      *    kept on the requisition as posted, so releasing it later
      *    gives back exactly what was taken.
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

       FD  ARQ-ORC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ORCDEP.DAT".
           01  REG-ORCAMENTO.
               02 RECKEY-ORC.
                   03 CODIGO-DEPTO-B       PIC 9(04).
                   03 ANO-ORC-B            PIC 9(04).
               02 VALOR-ORCADO-B        PIC 9(11)V99.
               02 PERC-TOLERANCIA-B     PIC 9(03).

       FD  ARQ-DEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
           01  REG-DEPTO-M.
               02 RECKEY-DEP.
                   03 CODIGO-DEPTO-D       PIC 9(04).
               02 DESC-DEPTO-D          PIC X(30).
               02 RESPONSAVEL-DEPTO-D   PIC X(30).

       FD  ARQ-TIPO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TIPO.DAT".
           01  REG-TIPO.
               02 RECKEY-TIPO.
                   03 CODIGO-TIPO-T        PIC 9(04).
               02 DESC-TIPO-T           PIC X(30).

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

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

           01 ARQST-REQ                    PIC X(02).
           01 ARQST-ORC                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 ARQST-BEM                    PIC X(02).

           01 OP-REQUIS                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WBEM                         PIC 9     VALUE ZEROS.
           01 ORC-OK                       PIC X(01) VALUE "N".
           01 BEM-OK                       PIC X(01) VALUE "N".
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 DECISAO                      PIC X(01) VALUE SPACES.
           01 DADOS-OK                     PIC X(01) VALUE "N".
           01 ORC-EXISTE                   PIC X(01) VALUE "N".
           01 ORC-BLOQUEADO                PIC X(01) VALUE "N".

           01 NUM-REQ-E                    PIC 9(06) VALUE ZEROS.
           01 CODIGO-DEPTO-E               PIC 9(04) VALUE ZEROS.
           01 CODIGO-TIPO-E                PIC 9(04) VALUE ZEROS.
           01 DESC-REQ-E                   PIC X(30) VALUE SPACES.
           01 VALOR-ESTIMADO-E             PIC 9(09)V99 VALUE ZEROS.
           01 REQUISITANTE-E               PIC X(30) VALUE SPACES.
           01 MAIOR-NUM-REQ                PIC 9(06) VALUE ZEROS.
           01 TOTAL-LISTADAS               PIC 9(06) VALUE ZEROS.

           01 REALIZADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 RESERVADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 WREQ                         PIC 9     VALUE ZEROS.
           01 SALVA-REG-REQ                PIC X(150) VALUE SPACES.
           01 TOTAL-COM-NOVO               PIC 9(11)V99 VALUE ZEROS.
           01 LIMITE-BLOQUEIO              PIC 9(11)V99 VALUE ZEROS.
           01 VALOR-ED1                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC Z.ZZZ.ZZZ.ZZ9,99.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 DT-AQ-AUX                    PIC 9(08) VALUE ZEROS.
           01 DT-AQ-AUX-R REDEFINES DT-AQ-AUX.
               02 DIA-AQ                   PIC 9(02).
               02 MES-AQ                   PIC 9(02).
               02 ANO-AQ                   PIC 9(04).

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-REQUIS UNTIL OP-REQUIS = 6.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-REQ.
           EVALUATE ARQST-REQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-REQ
                   CLOSE ARQ-REQ
                   OPEN I-O ARQ-REQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REQUIS.DAT: " ARQST-REQ
                   STOP RUN
           END-EVALUATE.

      *    No budget file means no budget control, the same as BENS
      *    does at registration: requisitions are then approved
      *    without a reservation.
           OPEN INPUT ARQ-ORC.
           EVALUATE ARQST-ORC
               WHEN "00"
                   MOVE "S" TO ORC-OK
               WHEN "35"
                   MOVE "N" TO ORC-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - ORCDEP.DAT: " ARQST-ORC
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-DEP.
           IF ARQST-DEP NOT = "00" AND ARQST-DEP NOT = "35"
               DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
               STOP RUN.

           OPEN INPUT ARQ-TIPO.
           IF ARQST-TIPO NOT = "00" AND ARQST-TIPO NOT = "35"
               DISPLAY "ERRO DE ABERTURA - TIPO.DAT: " ARQST-TIPO
               STOP RUN.

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

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.

      *-------------------------------------------------------------------------*
       Menu-requis.

           DISPLAY " ".
           DISPLAY "REQUISICOES DE COMPRA".
           DISPLAY "1 - INCLUIR REQUISICAO".
           DISPLAY "2 - LISTAR REQUISICOES PENDENTES".
           DISPLAY "3 - APROVAR/REJEITAR REQUISICAO".
           DISPLAY "4 - CANCELAR REQUISICAO".
           DISPLAY "5 - CONSULTAR REQUISICAO".
           DISPLAY "6 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-REQUIS.
           EVALUATE OP-REQUIS
               WHEN 1
                   PERFORM INCLUI-REQUISICAO
               WHEN 2
                   PERFORM LISTA-PENDENTES
               WHEN 3
                   PERFORM DECIDE-REQUISICAO
               WHEN 4
                   PERFORM CANCELA-REQUISICAO
               WHEN 5
                   PERFORM CONSULTA-REQUISICAO
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Inclui-requisicao.

           PERFORM RECEBE-DADOS-REQ.
           IF DADOS-OK = "S"
               DISPLAY "GRAVAR A REQUISICAO <S/N>? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR "s"
                   PERFORM GRAVA-REQUISICAO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-dados-req.

           MOVE "N" TO DADOS-OK.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT CODIGO-DEPTO-E.
           MOVE CODIGO-DEPTO-E TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               DISPLAY "DEPTO NAO ENCONTRADO."
           NOT INVALID KEY
               DISPLAY "  " DESC-DEPTO-D
               PERFORM RECEBE-TIPO-REQ
           END-READ.

      *-------------------------------------------------------------------------*
       Recebe-tipo-req.

           DISPLAY "TIPO DO BEM: ".
           ACCEPT CODIGO-TIPO-E.
           MOVE CODIGO-TIPO-E TO CODIGO-TIPO-T.
           READ ARQ-TIPO INVALID KEY
               DISPLAY "TIPO NAO ENCONTRADO."
           NOT INVALID KEY
               DISPLAY "  " DESC-TIPO-T
               PERFORM RECEBE-RESTO-REQ
           END-READ.

      *-------------------------------------------------------------------------*
       Recebe-resto-req.

           DISPLAY "DESCRICAO: ".
           ACCEPT DESC-REQ-E.
           DISPLAY "VALOR ESTIMADO: ".
           ACCEPT VALOR-ESTIMADO-E.
           DISPLAY "REQUISITANTE: ".
           ACCEPT REQUISITANTE-E.
           EVALUATE TRUE
               WHEN DESC-REQ-E = SPACES
                   DISPLAY "DESCRICAO OBRIGATORIA."
               WHEN VALOR-ESTIMADO-E = ZEROS
                   DISPLAY "VALOR ESTIMADO OBRIGATORIO."
               WHEN REQUISITANTE-E = SPACES
                   DISPLAY "REQUISITANTE OBRIGATORIO."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Grava-requisicao.

      *    Next number after the highest on file, the way TRANSF
      *    numbers its pendencias.
           MOVE ZEROS TO NUM-REQ-R MAIOR-NUM-REQ WIGUAL.
           START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-REQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       MOVE NUM-REQ-R TO MAIOR-NUM-REQ
               END-READ
           END-PERFORM.
           MOVE SPACES TO REG-REQUISICAO.
           ADD 1 TO MAIOR-NUM-REQ GIVING NUM-REQ-R.
           MOVE CODIGO-DEPTO-E TO CODIGO-DEPTO-R.
           MOVE CODIGO-TIPO-E TO CODIGO-TIPO-R.
           MOVE DESC-REQ-E TO DESC-REQ-R.
           MOVE VALOR-ESTIMADO-E TO VALOR-ESTIMADO-R.
           MOVE REQUISITANTE-E TO REQUISITANTE-R.
           MOVE DT-HOJE TO DT-REQUISICAO-R.
           MOVE OPER-CODIGO TO OPER-SOLICITANTE-R.
           MOVE "P" TO SIT-REQ-R.
           MOVE ZEROS TO DT-DECISAO-R OPER-APROVADOR-R ANO-RESERVA-R
                         VALOR-RESERVADO-R CODIGO-BEM-R VALOR-REAL-R
                         DT-RECEBIMENTO-R.
           WRITE REG-REQUISICAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR REQUISICAO: " ARQST-REQ
               NOT INVALID KEY
                   DISPLAY "REQUISICAO " NUM-REQ-R
                       " GRAVADA - AGUARDANDO APROVACAO."
           END-WRITE.

      *-------------------------------------------------------------------------*
       Lista-pendentes.

           MOVE ZEROS TO TOTAL-LISTADAS NUM-REQ-R WIGUAL.
           START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-REQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF SIT-REQ-R = "P"
                           ADD 1 TO TOTAL-LISTADAS
                           PERFORM MOSTRA-REQUISICAO
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-LISTADAS = ZEROS
               DISPLAY "NENHUMA REQUISICAO PENDENTE.".

      *-------------------------------------------------------------------------*
       Mostra-requisicao.

           MOVE VALOR-ESTIMADO-R TO VALOR-ED1.
           DISPLAY "REQ " NUM-REQ-R " DEPTO " CODIGO-DEPTO-R
               " TIPO " CODIGO-TIPO-R " " DESC-REQ-R.
           DISPLAY "  ESTIMADO " VALOR-ED1 " EM " DT-REQUISICAO-R
               " POR " REQUISITANTE-R.
           DISPLAY "  SITUACAO " SIT-REQ-R " OPER " OPER-SOLICITANTE-R.

      *-------------------------------------------------------------------------*
       Consulta-requisicao.

           DISPLAY "NUMERO DA REQUISICAO: ".
           ACCEPT NUM-REQ-E.
           MOVE NUM-REQ-E TO NUM-REQ-R.
           READ ARQ-REQ INVALID KEY
               DISPLAY "REQUISICAO NAO ENCONTRADA."
           NOT INVALID KEY
               PERFORM MOSTRA-REQUISICAO
               IF SIT-REQ-R NOT = "P"
                   MOVE VALOR-RESERVADO-R TO VALOR-ED1
                   DISPLAY "  DECIDIDA EM " DT-DECISAO-R
                       " POR OPER " OPER-APROVADOR-R
                       " RESERVA " ANO-RESERVA-R " " VALOR-ED1
               END-IF
               IF SIT-REQ-R = "E"
                   MOVE VALOR-REAL-R TO VALOR-ED1
                   DISPLAY "  ATENDIDA PELO BEM " CODIGO-BEM-R
                       " EM " DT-RECEBIMENTO-R " VALOR " VALOR-ED1
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Decide-requisicao.

           DISPLAY "NUMERO DA REQUISICAO: ".
           ACCEPT NUM-REQ-E.
           MOVE NUM-REQ-E TO NUM-REQ-R.
           READ ARQ-REQ INVALID KEY
               DISPLAY "REQUISICAO NAO ENCONTRADA."
           NOT INVALID KEY
               IF SIT-REQ-R NOT = "P"
                   DISPLAY "REQUISICAO JA DECIDIDA: " SIT-REQ-R
               ELSE
                   PERFORM RECEBE-DECISAO
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Recebe-decisao.

      *    Same rule as APROV: whoever keyed the requisition cannot
      *    approve it, and the department's responsible is shown.
           PERFORM MOSTRA-REQUISICAO.
           MOVE CODIGO-DEPTO-R TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
               MOVE SPACES TO RESPONSAVEL-DEPTO-D
           END-READ.
           DISPLAY "DEPTO........: " DESC-DEPTO-D.
           DISPLAY "RESPONSAVEL..: " RESPONSAVEL-DEPTO-D.
           IF OPER-CODIGO = OPER-SOLICITANTE-R
               DISPLAY "SOLICITANTE NAO PODE DECIDIR A PROPRIA "
                   "REQUISICAO."
           ELSE
               DISPLAY "APROVAR (A) OU REJEITAR (R)? "
               ACCEPT DECISAO
               EVALUATE DECISAO
                   WHEN "A"
                   WHEN "a"
                       PERFORM APROVA-REQUISICAO
                   WHEN "R"
                   WHEN "r"
                       PERFORM REJEITA-REQUISICAO
                   WHEN OTHER
                       DISPLAY "DECISAO INVALIDA - NADA FEITO."
               END-EVALUATE
           END-IF.

      *-------------------------------------------------------------------------*
       Aprova-requisicao.

      *    The estimate is tested against the department's budget for
      *    the current year the way BENS tests a registration, but
      *    counting what other approved requisitions already hold:
      *    over budget plus tolerance the approval is refused and the
      *    requisition stays pending; over the budget alone the
      *    approver is warned.
           PERFORM TESTA-RESERVA.
           IF ORC-BLOQUEADO = "S"
               MOVE LIMITE-BLOQUEIO TO VALOR-ED2
               DISPLAY "ORCAMENTO DO DEPTO ESTOURADO ALEM DA "
                   "TOLERANCIA - APROVACAO RECUSADA."
               DISPLAY "LIMITE COM TOLERANCIA.......: " VALOR-ED2
               MOVE TOTAL-COM-NOVO TO VALOR-ED2
               DISPLAY "GASTO + RESERVADO + ESTIMADO: " VALOR-ED2
           ELSE
               IF ORC-EXISTE = "S"
                   IF TOTAL-COM-NOVO > VALOR-ORCADO-B
                       MOVE VALOR-ORCADO-B TO VALOR-ED2
                       DISPLAY "ATENCAO: ORCAMENTO DO ANO EXCEDIDO - "
                           "ORCADO " VALOR-ED2
                   END-IF
                   MOVE VALOR-ESTIMADO-R TO VALOR-RESERVADO-R
               ELSE
                   DISPLAY "DEPTO SEM ORCAMENTO NO ANO - APROVADA SEM "
                       "RESERVA."
                   MOVE ZEROS TO VALOR-RESERVADO-R
               END-IF
               MOVE ANO TO ANO-RESERVA-R
               MOVE "A" TO SIT-REQ-R
               MOVE DT-HOJE TO DT-DECISAO-R
               MOVE OPER-CODIGO TO OPER-APROVADOR-R
               REWRITE REG-REQUISICAO
               DISPLAY "REQUISICAO APROVADA."
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-reserva.

           MOVE "N" TO ORC-BLOQUEADO ORC-EXISTE.
           IF ORC-OK = "S"
               MOVE CODIGO-DEPTO-R TO CODIGO-DEPTO-B
               MOVE ANO TO ANO-ORC-B
               READ ARQ-ORC INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ORC-EXISTE
                   PERFORM SOMA-REALIZADO-ANO
                   PERFORM SOMA-RESERVADO-ANO
                   COMPUTE TOTAL-COM-NOVO = REALIZADO-ANO
                       + RESERVADO-ANO + VALOR-ESTIMADO-R
                   COMPUTE LIMITE-BLOQUEIO ROUNDED = VALOR-ORCADO-B
                       * (100 + PERC-TOLERANCIA-B) / 100
                   IF TOTAL-COM-NOVO > LIMITE-BLOQUEIO
                       MOVE "S" TO ORC-BLOQUEADO
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Soma-realizado-ano.

      *    Year-to-date acquisitions of the department, straight from
      *    BENS.DAT - the same figure BENS checks at registration.
           MOVE ZEROS TO REALIZADO-ANO WBEM.
           MOVE ZEROS TO CODIGO-BEM-M.
           IF BEM-OK = "N"
               MOVE 1 TO WBEM
           ELSE
               START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
                   INVALID KEY
                       MOVE 1 TO WBEM
               END-START
           END-IF.
           PERFORM UNTIL WBEM = 1
               READ ARQ-BEM NEXT RECORD
                   AT END
                       MOVE 1 TO WBEM
                   NOT AT END
                       IF CODIGO-DEPTO-M = CODIGO-DEPTO-R
                           MOVE DT-AQUISICAO-M TO DT-AQ-AUX
                           IF ANO-AQ = ANO
                               ADD VALOR-AQUISICAO-M TO REALIZADO-ANO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Soma-reservado-ano.

      *    What the department's approved requisitions still hold in
      *    the budget year: SIT "A" means reserved and not yet received
      *    or cancelled.  The requisition being decided is parked
      *    around the sweep, which reuses its record area.
           MOVE REG-REQUISICAO TO SALVA-REG-REQ.
           MOVE ZEROS TO RESERVADO-ANO WREQ.
           MOVE ZEROS TO NUM-REQ-R.
           START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
               INVALID KEY
                   MOVE 1 TO WREQ
           END-START.
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
           MOVE SALVA-REG-REQ TO REG-REQUISICAO.

      *-------------------------------------------------------------------------*
       Rejeita-requisicao.

           MOVE "R" TO SIT-REQ-R.
           MOVE DT-HOJE TO DT-DECISAO-R.
           MOVE OPER-CODIGO TO OPER-APROVADOR-R.
           REWRITE REG-REQUISICAO.
           DISPLAY "REQUISICAO REJEITADA - NADA FOI RESERVADO.".

      *-------------------------------------------------------------------------*
       Cancela-requisicao.

      *    A pending requisition just closes; an approved one not yet
      *    received gives its reservation back to the budget year it
      *    was taken from.
           DISPLAY "NUMERO DA REQUISICAO: ".
           ACCEPT NUM-REQ-E.
           MOVE NUM-REQ-E TO NUM-REQ-R.
           READ ARQ-REQ INVALID KEY
               DISPLAY "REQUISICAO NAO ENCONTRADA."
           NOT INVALID KEY
               IF SIT-REQ-R NOT = "P" AND SIT-REQ-R NOT = "A"
                   DISPLAY "REQUISICAO NAO PODE SER CANCELADA: "
                       SIT-REQ-R
               ELSE
                   PERFORM MOSTRA-REQUISICAO
                   DISPLAY "CANCELAR A REQUISICAO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM EFETIVA-CANCELAMENTO
                   END-IF
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Efetiva-cancelamento.

           MOVE ZEROS TO VALOR-RESERVADO-R.
           MOVE "C" TO SIT-REQ-R.
           MOVE OPER-CODIGO TO OPER-APROVADOR-R.
           REWRITE REG-REQUISICAO.
           DISPLAY "REQUISICAO CANCELADA.".

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-REQ ARQ-DEP ARQ-TIPO.
           IF ORC-OK = "S"
               CLOSE ARQ-ORC
           END-IF.
           IF BEM-OK = "S"
               CLOSE ARQ-BEM
           END-IF.
           EXIT PROGRAM.

       end program REQUIS.
