       Program-Id. COMPOS.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    One record per component attached to a main asset.  The
      *    alternate key on the component keeps it under a single
      *    parent and answers "whose part is this" with one read.
       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

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

           01 ARQST-CMP                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).

           01 OP-COMPOS                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 DADOS-OK                     PIC X(01) VALUE "N".

           01 BEM-PAI-E                    PIC 9(06) VALUE ZEROS.
           01 BEM-COMP-E                   PIC 9(06) VALUE ZEROS.
           01 LOCAL-PAI-W                  PIC 9(04) VALUE ZEROS.
           01 DEPTO-PAI-W                  PIC 9(04) VALUE ZEROS.
           01 TOTAL-COMPONENTES            PIC 9(04) VALUE ZEROS.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-COMPOS UNTIL OP-COMPOS = 4.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-CMP.
           EVALUATE ARQST-CMP
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-CMP
                   CLOSE ARQ-CMP
                   OPEN I-O ARQ-CMP
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - COMPOS.DAT: " ARQST-CMP
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM NOT = "00"
               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

      *-------------------------------------------------------------------------*
       Menu-compos.

           DISPLAY " ".
           DISPLAY "COMPOSICAO DE BENS (PRINCIPAL E COMPONENTES)".
           DISPLAY "1 - VINCULAR COMPONENTE".
           DISPLAY "2 - DESVINCULAR COMPONENTE".
           DISPLAY "3 - LISTAR COMPONENTES DE UM BEM".
           DISPLAY "4 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-COMPOS.
           EVALUATE OP-COMPOS
               WHEN 1
                   PERFORM VINCULA-COMPONENTE
               WHEN 2
                   PERFORM DESVINCULA-COMPONENTE
               WHEN 3
                   PERFORM LISTA-COMPONENTES
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Vincula-componente.

      *    One level only: a main asset cannot itself be somebody's
      *    component and a component cannot have parts of its own, so
      *    a transfer or baixa never has to walk a tree.
           PERFORM RECEBE-BEM-PAI.
           IF DADOS-OK = "S"
               PERFORM RECEBE-BEM-COMPONENTE
           END-IF.
           IF DADOS-OK = "S"
               IF CODIGO-LOCAL-M NOT = LOCAL-PAI-W OR
                  CODIGO-DEPTO-M NOT = DEPTO-PAI-W
                   DISPLAY "ATENCAO: COMPONENTE EM LOCAL/DEPTO "
                       "DIFERENTE DO BEM PRINCIPAL ("
                       CODIGO-LOCAL-M "/" CODIGO-DEPTO-M ")."
                   DISPLAY "ACERTE-O COM UMA TRANSFERENCIA."
               END-IF
               DISPLAY "CONFIRMA O VINCULO <S/N>? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR "s"
                   PERFORM GRAVA-VINCULO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-bem-pai.

           MOVE "N" TO DADOS-OK.
           DISPLAY "BEM PRINCIPAL: ".
           ACCEPT BEM-PAI-E.
           MOVE BEM-PAI-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               DISPLAY "BEM NAO CADASTRADO."
           NOT INVALID KEY
               IF SITUACAO-BEM-M = 1
                   DISPLAY "BEM BAIXADO NAO RECEBE COMPONENTES."
               ELSE
                   DISPLAY DESC-BEM-M
                   MOVE CODIGO-LOCAL-M TO LOCAL-PAI-W
                   MOVE CODIGO-DEPTO-M TO DEPTO-PAI-W
                   MOVE BEM-PAI-E TO CODIGO-COMP-V
                   READ ARQ-CMP KEY IS CODIGO-COMP-V
                       INVALID KEY
                           MOVE "S" TO DADOS-OK
                       NOT INVALID KEY
                           DISPLAY "BEM E COMPONENTE DO BEM "
                               CODIGO-PAI-V " - NAO PODE SER PRINCIPAL."
                   END-READ
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Recebe-bem-componente.

           MOVE "N" TO DADOS-OK.
           DISPLAY "BEM COMPONENTE: ".
           ACCEPT BEM-COMP-E.
           IF BEM-COMP-E = BEM-PAI-E
               DISPLAY "O BEM NAO PODE SER COMPONENTE DE SI MESMO."
           ELSE
               MOVE BEM-COMP-E TO CODIGO-COMP-V
               READ ARQ-CMP KEY IS CODIGO-COMP-V
                   INVALID KEY
                       PERFORM TESTA-COMPONENTE
                   NOT INVALID KEY
                       DISPLAY "JA E COMPONENTE DO BEM "
                           CODIGO-PAI-V "."
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-componente.

           PERFORM CONTA-COMPONENTES-COMP.
           IF TOTAL-COMPONENTES NOT = ZEROS
               DISPLAY "BEM JA TEM COMPONENTES - NAO PODE SER "
                   "COMPONENTE."
           ELSE
               MOVE BEM-COMP-E TO CODIGO-BEM-M
               READ ARQ-BEM INVALID KEY
                   DISPLAY "BEM NAO CADASTRADO."
               NOT INVALID KEY
                   IF SITUACAO-BEM-M = 1
                       DISPLAY "BEM BAIXADO NAO PODE SER COMPONENTE."
                   ELSE
                       DISPLAY DESC-BEM-M
                       MOVE "S" TO DADOS-OK
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Conta-componentes-comp.

      *    Components already hanging from the asset being offered as
      *    a component.
           MOVE ZEROS TO TOTAL-COMPONENTES WIGUAL.
           MOVE BEM-COMP-E TO CODIGO-PAI-V.
           MOVE ZEROS TO CODIGO-COMP-V.
           START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-CMP NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-PAI-V NOT = BEM-COMP-E
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO TOTAL-COMPONENTES
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Grava-vinculo.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           MOVE BEM-PAI-E TO CODIGO-PAI-V.
           MOVE BEM-COMP-E TO CODIGO-COMP-V.
           MOVE DT-HOJE TO DT-VINCULO-V.
           MOVE OPER-CODIGO TO CODIGO-OPER-V.
           WRITE REG-COMPOSICAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR VINCULO: " ARQST-CMP
               NOT INVALID KEY
                   DISPLAY "COMPONENTE VINCULADO."
           END-WRITE.

      *-------------------------------------------------------------------------*
       Desvincula-componente.

           DISPLAY "BEM COMPONENTE: ".
           ACCEPT BEM-COMP-E.
           MOVE BEM-COMP-E TO CODIGO-COMP-V.
           READ ARQ-CMP KEY IS CODIGO-COMP-V
               INVALID KEY
                   DISPLAY "BEM NAO E COMPONENTE DE NENHUM OUTRO."
               NOT INVALID KEY
                   DISPLAY "COMPONENTE DO BEM " CODIGO-PAI-V
                       " DESDE " DT-VINCULO-V
                   DISPLAY "CONFIRMA O DESVINCULO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       DELETE ARQ-CMP
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR VINCULO: "
                                   ARQST-CMP
                           NOT INVALID KEY
                               DISPLAY "COMPONENTE DESVINCULADO."
                       END-DELETE
                   END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Lista-componentes.

           DISPLAY "BEM PRINCIPAL: ".
           ACCEPT BEM-PAI-E.
           MOVE BEM-PAI-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               DISPLAY "BEM NAO CADASTRADO."
           NOT INVALID KEY
               DISPLAY CODIGO-BEM-M " " DESC-BEM-M
                   " LOCAL " CODIGO-LOCAL-M " DEPTO " CODIGO-DEPTO-M
               PERFORM MOSTRA-COMPONENTES
           END-READ.

      *-------------------------------------------------------------------------*
       Mostra-componentes.

           MOVE ZEROS TO TOTAL-COMPONENTES WIGUAL.
           MOVE BEM-PAI-E TO CODIGO-PAI-V.
           MOVE ZEROS TO CODIGO-COMP-V.
           START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-CMP NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-PAI-V NOT = BEM-PAI-E
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO TOTAL-COMPONENTES
                           PERFORM MOSTRA-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-COMPONENTES = ZEROS
               DISPLAY "  (SEM COMPONENTES)"
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-componente.

           MOVE CODIGO-COMP-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               MOVE ZEROS TO CODIGO-LOCAL-M CODIGO-DEPTO-M
                             SITUACAO-BEM-M
           END-READ.
           IF SITUACAO-BEM-M = 1
               DISPLAY "    " CODIGO-COMP-V " " DESC-BEM-M " BAIXADO"
           ELSE
               DISPLAY "    " CODIGO-COMP-V " " DESC-BEM-M
                   " LOCAL " CODIGO-LOCAL-M " DEPTO " CODIGO-DEPTO-M
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-CMP ARQ-BEM.
           EXIT PROGRAM.

       end program COMPOS.
