              RECORD KEY RECKEY-PAR
              FILE STATUS ARQST-PAR.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-EMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-EMP
              FILE STATUS ARQST-EMP.

              SELECT ARQ-ORD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-ORD
              FILE STATUS ARQST-ORD.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 DT-FECHAMENTO-P       PIC 9(08).
               02 COMPET-FECHADA-P      PIC 9(06).

       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

       FD  ARQ-EMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRES.DAT".
           01  REG-EMPRESTIMO.
               02 CHAVES-EMP.
                   03 CODIGO-BEM-P         PIC 9(06).
                   03 NUM-EMP-P            PIC 9(04).
               02 NOME-TOMADOR-P        PIC X(30).
               02 MATRICULA-P           PIC 9(06).
               02 DESTINO-P             PIC X(30).
               02 DT-EMPRESTIMO-P       PIC 9(08).
               02 DT-PREV-DEVOL-P       PIC 9(08).
               02 DT-DEVOLUCAO-P        PIC 9(08).
               02 SIT-EMP-P             PIC X(01).

       FD  ARQ-ORD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MANUT.DAT".
           01  REG-ORDEM.
               02 CHAVES-ORD.
                   03 CODIGO-BEM-O         PIC 9(06).
                   03 NUM-ORDEM-O          PIC 9(04).
               02 FORNECEDOR-O          PIC X(30).
               02 DT-SAIDA-O            PIC 9(08).
               02 DT-PREV-RET-O         PIC 9(08).
               02 VALOR-ESTIM-O         PIC 9(09)V99.
               02 VALOR-REAL-O          PIC 9(09)V99.
               02 DT-RETORNO-O          PIC 9(08).
               02 SIT-ORDEM-O           PIC X(01).
               02 CODIGO-FORN-O         PIC 9(04).

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

               02 ANO-SL                   PIC 9(04).
           01 COMP-SOLICITACAO             PIC 9(08) VALUE ZEROS.

           01 ARQST-CMP                    PIC X(02).
           01 ARQST-EMP                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 EMP-OK                       PIC X(01) VALUE "N".
           01 ORD-OK                       PIC X(01) VALUE "N".
           01 COMPONENTES-LIVRES           PIC X(01) VALUE "S".
           01 BEM-MOVIDO                   PIC 9(06) VALUE ZEROS.
           01 COMPONENTE-BLOQ              PIC 9(06) VALUE ZEROS.
           01 TOTAL-COMPONENTES            PIC 9(04) VALUE ZEROS.
           01 WCMP                         PIC 9     VALUE ZEROS.
           01 WLIB                         PIC 9     VALUE ZEROS.
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

      *=========================================================================*
       PROCEDURE DIVISION.

                   STOP RUN
           END-EVALUATE.

      *    Components travel with their main asset, so the approval
      *    needs the composition and, to refuse a set that would split
      *    up, the open loans and maintenance orders.
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

           OPEN INPUT ARQ-EMP.
           EVALUATE ARQST-EMP
               WHEN "00"
                   MOVE "S" TO EMP-OK
               WHEN "35"
                   MOVE "N" TO EMP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - EMPRES.DAT: " ARQST-EMP
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-ORD.
           EVALUATE ARQST-ORD
               WHEN "00"
                   MOVE "S" TO ORD-OK
               WHEN "35"
                   MOVE "N" TO ORD-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - MANUT.DAT: " ARQST-ORD
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-aprov.

      *    period while the request sat waiting, or the asset was
      *    meanwhile baixado or removed, the movement is refused like
      *    anywhere else in the system and the pendencia stays open
      *    for a reject.  The same goes for a main asset one of whose
      *    components went out on loan or for repair meanwhile.
           PERFORM TESTA-PERIODO-FECHADO.
           PERFORM TESTA-BEM-APROVAVEL.
           PERFORM TESTA-COMPONENTES-LIVRES.
           EVALUATE TRUE
               WHEN MOV-FECHADO = "S"
                   DISPLAY "SOLICITACAO DATADA EM PERIODO CONTABIL "
                   DISPLAY "BEM BAIXADO OU INEXISTENTE - APROVACAO "
                       "RECUSADA."
                   DISPLAY "REJEITE A PENDENCIA."
               WHEN COMPONENTES-LIVRES = "N"
                   DISPLAY "COMPONENTE " COMPONENTE-BLOQ
                       " EM EMPRESTIMO OU MANUTENCAO - APROVACAO "
                       "RECUSADA."
                   DISPLAY "AGUARDE O RETORNO OU REJEITE A PENDENCIA."
               WHEN OTHER
                   PERFORM EFETIVA-APROVACAO
           END-EVALUATE.
      *-------------------------------------------------------------------------*
       Efetiva-aprovacao.

           MOVE CODIGO-BEM-T TO BEM-MOVIDO.
           PERFORM PROXIMO-NUM-MOVIMENTO.
           MOVE CODIGO-BEM-T TO CODIGO-BEM-HIS.
           MOVE LOCAL-DESTINO-T TO CODIGO-LOCAL-HIS.
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO."
               NOT INVALID KEY
                   PERFORM JORNAL-HISTORICO
                   PERFORM ATUALIZA-BEM-APROVADO
                   PERFORM CARIMBA-DECISAO-A
                   DISPLAY "TRANSFERENCIA APROVADA E EFETIVADA."
                   IF CMP-OK = "S"
                       PERFORM MOVIMENTA-COMPONENTES
                   END-IF
           END-WRITE.

      *-------------------------------------------------------------------------*
           READ ARQ-BEM INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE REG-BEM-M TO IMAGEM-ANTES
               MOVE LOCAL-DESTINO-T TO CODIGO-LOCAL-M
               MOVE DEPTO-DESTINO-T TO CODIGO-DEPTO-M
               MOVE OPER-CODIGO TO OPER-ULT-ALT-M
               REWRITE REG-BEM-M
               IF ARQST-BEM = "00" OR "02"
                   PERFORM JORNAL-BEM
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Testa-componentes-livres.

           MOVE "S" TO COMPONENTES-LIVRES.
           MOVE ZEROS TO COMPONENTE-BLOQ.
           IF CMP-OK = "S"
               MOVE CODIGO-BEM-T TO CODIGO-PAI-V
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
                           IF CODIGO-PAI-V NOT = CODIGO-BEM-T
                               MOVE 1 TO WCMP
                           ELSE
                               PERFORM TESTA-COMPONENTE-LIVRE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-componente-livre.

           IF EMP-OK = "S"
               MOVE CODIGO-COMP-V TO CODIGO-BEM-P
               MOVE ZEROS TO NUM-EMP-P WLIB
               START ARQ-EMP KEY IS NOT LESS THAN CHAVES-EMP
                   INVALID KEY
                       MOVE 1 TO WLIB
               END-START
               PERFORM UNTIL WLIB = 1
                   READ ARQ-EMP NEXT RECORD
                       AT END
                           MOVE 1 TO WLIB
                       NOT AT END
                           IF CODIGO-BEM-P NOT = CODIGO-COMP-V
                               MOVE 1 TO WLIB
                           ELSE
                               IF SIT-EMP-P = "A"
                                   MOVE "N" TO COMPONENTES-LIVRES
                                   MOVE 1 TO WLIB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF ORD-OK = "S"
               MOVE CODIGO-COMP-V TO CODIGO-BEM-O
               MOVE ZEROS TO NUM-ORDEM-O WLIB
               START ARQ-ORD KEY IS NOT LESS THAN CHAVES-ORD
                   INVALID KEY
                       MOVE 1 TO WLIB
               END-START
               PERFORM UNTIL WLIB = 1
                   READ ARQ-ORD NEXT RECORD
                       AT END
                           MOVE 1 TO WLIB
                       NOT AT END
                           IF CODIGO-BEM-O NOT = CODIGO-COMP-V
                               MOVE 1 TO WLIB
                           ELSE
                               IF SIT-ORDEM-O = "A"
                                   MOVE "N" TO COMPONENTES-LIVRES
                                   MOVE 1 TO WLIB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF COMPONENTES-LIVRES = "N"
               MOVE CODIGO-COMP-V TO COMPONENTE-BLOQ
               MOVE 1 TO WCMP
           END-IF.

      *-------------------------------------------------------------------------*
       Movimenta-componentes.

      *    Each active component of the main asset gets its own
      *    status-1 movement to the approved destination, dated on the
      *    request like the main asset's, and takes the destination
      *    location and department on BENS.DAT.
           MOVE ZEROS TO TOTAL-COMPONENTES.
           MOVE CODIGO-BEM-T TO CODIGO-PAI-V.
           MOVE ZEROS TO CODIGO-COMP-V WCMP.
           START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
               INVALID KEY
                   MOVE 1 TO WCMP
           END-START.
           PERFORM UNTIL WCMP = 1
               READ ARQ-CMP NEXT RECORD
                   AT END
                       MOVE 1 TO WCMP
                   NOT AT END
                       IF CODIGO-PAI-V NOT = CODIGO-BEM-T
                           MOVE 1 TO WCMP
                       ELSE
                           PERFORM MOVIMENTA-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-COMPONENTES NOT = ZEROS
               DISPLAY "COMPONENTES TRANSFERIDOS JUNTO: "
                   TOTAL-COMPONENTES
           END-IF.

      *-------------------------------------------------------------------------*
       Movimenta-componente.

           MOVE CODIGO-COMP-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF SITUACAO-BEM-M NOT = 1
                   MOVE CODIGO-COMP-V TO BEM-MOVIDO
                   PERFORM PROXIMO-NUM-MOVIMENTO
                   MOVE LOCAL-DESTINO-T TO CODIGO-LOCAL-HIS
                   MOVE DT-SOLICITACAO-T TO DT-MOVIMENTO-HIS
                   MOVE 1 TO STATUS-MOV-HIS
                   MOVE OPER-SOLICITANTE-T TO CODIGO-OPER-HIS
                   MOVE ZEROS TO NUM-MOV-ESTORNO-HIS
                   WRITE REG-HIS
                       INVALID KEY
                           DISPLAY "ERRO AO MOVIMENTAR COMPONENTE: "
                               CODIGO-COMP-V
                       NOT INVALID KEY
                           PERFORM JORNAL-HISTORICO
                           ADD 1 TO TOTAL-COMPONENTES
                           MOVE REG-BEM-M TO IMAGEM-ANTES
                           MOVE LOCAL-DESTINO-T TO CODIGO-LOCAL-M
                           MOVE DEPTO-DESTINO-T TO CODIGO-DEPTO-M
                           MOVE OPER-CODIGO TO OPER-ULT-ALT-M
                           REWRITE REG-BEM-M
                           IF ARQST-BEM = "00" OR "02"
                               PERFORM JORNAL-BEM
                           END-IF
                   END-WRITE
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*

      *    Same rule as MOVIM's Inclusao: next free NUM-MOVIMENTO for
      *    the asset, found by walking its movements on the key.
           MOVE BEM-MOVIDO TO CODIGO-BEM-HIS.
           MOVE ZEROS TO MAIOR-NUM-MOV NUM-MOVIMENTO-HIS.
           START ARQ-HIS KEY IS NOT LESS THAN CHAVES-HIS
               INVALID KEY
                   AT END
                       MOVE "10" TO ARQST-HIS
                   NOT AT END
                       IF CODIGO-BEM-HIS = BEM-MOVIDO
                           MOVE NUM-MOVIMENTO-HIS TO MAIOR-NUM-MOV
                       ELSE
                           MOVE "10" TO ARQST-HIS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE BEM-MOVIDO TO CODIGO-BEM-HIS.
           COMPUTE NUM-MOVIMENTO-HIS = MAIOR-NUM-MOV + 1.

      *-------------------------------------------------------------------------*
       Jornal-historico.

           MOVE "HISTOR" TO ARQUIVO-JOR.
           MOVE "I" TO OPERACAO-JOR.
           MOVE CHAVES-HIS TO CHAVE-JOR.
           MOVE SPACES TO IMAGEM-ANTES.
           MOVE REG-HIS TO IMAGEM-DEPOIS.
           PERFORM GRAVA-JORNAL.

      *-------------------------------------------------------------------------*
       Jornal-bem.

      *    IMAGEM-ANTES was taken before the destination went in.
           MOVE "BENS" TO ARQUIVO-JOR.
           MOVE "A" TO OPERACAO-JOR.
           MOVE CODIGO-BEM-M TO CHAVE-JOR.
           MOVE REG-BEM-M TO IMAGEM-DEPOIS.
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
               MOVE "APROV" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-PEN ARQ-HIS ARQ-BEM ARQ-DEP ARQ-PAR ARQ-CMP
                 ARQ-EMP ARQ-ORD.
           EXIT PROGRAM.

       end program APROV.
