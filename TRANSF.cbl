              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              FILE STATUS ARQST-PEN.

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
               02 DT-DECISAO-T          PIC 9(08).
               02 OPER-APROVADOR-T      PIC 9(04).

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

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TRANSF.TXT".
           01  LINHA-RELATORIO.
               02 LR-OBS                PIC X(10).
               02 FILLER                PIC X(14) VALUE SPACES.

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

               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-LOC                    PIC X(02).
           01 ARQST-HIS                    PIC X(02).
           01 WPEN                         PIC 9     VALUE ZEROS.
           01 TOTAL-PENDENTES              PIC 9(06) VALUE ZEROS.

           01 ARQST-CMP                    PIC X(02).
           01 ARQST-EMP                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 EMP-OK                       PIC X(01) VALUE "N".
           01 ORD-OK                       PIC X(01) VALUE "N".
           01 E-COMPONENTE                 PIC X(01) VALUE "N".
           01 COMPONENTES-LIVRES           PIC X(01) VALUE "S".
           01 BEM-PAI-W                    PIC 9(06) VALUE ZEROS.
           01 TOTAL-COMPONENTES            PIC 9(06) VALUE ZEROS.
           01 TOTAL-RECUSADOS              PIC 9(06) VALUE ZEROS.
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

      *    Components go wherever their main asset goes; the loans and
      *    maintenance orders tell whether one of them is away.
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
       Menu-transf.

      *    CODIGO-LOCAL updated on BENS.DAT, and goes out on the
      *    confirmation list in TRANSF.TXT.
           MOVE ZEROS TO TOTAL-TRANSFERIDOS TOTAL-ERROS
                         TOTAL-PENDENTES TOTAL-COMPONENTES
                         TOTAL-RECUSADOS.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR TRANSF.TXT."
               END-PERFORM
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "TRANSF" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "TRANSF.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "CONFIRMACAO GRAVADA EM TRANSF.TXT"
               DISPLAY "BENS TRANSFERIDOS: " TOTAL-TRANSFERIDOS
               IF TOTAL-COMPONENTES NOT = ZEROS
                   DISPLAY "COMPONENTES MOVIDOS JUNTO: "
                       TOTAL-COMPONENTES
               END-IF
               IF TOTAL-PENDENTES NOT = ZEROS
                   DISPLAY "PENDENTES DE APROVACAO: " TOTAL-PENDENTES
               END-IF
               IF TOTAL-RECUSADOS NOT = ZEROS
                   DISPLAY "RECUSADOS POR COMPONENTE AUSENTE: "
                       TOTAL-RECUSADOS
               END-IF
               IF TOTAL-ERROS NOT = ZEROS
                   DISPLAY "ERROS DE GRAVACAO: " TOTAL-ERROS
               END-IF
      *    A destination in another department does not move on the
      *    spot any more: it lands in PENDTR.DAT and waits for the
      *    receiving department's approval in APROV, exactly like a
      *    single transfer keyed in MOVIM.  A component is never
      *    picked up on its own: it moves with its main asset.
           PERFORM TESTA-E-COMPONENTE.
           IF SITUACAO-BEM-M = 1 OR E-COMPONENTE = "S"
               CONTINUE
           ELSE
               IF (MODO-ORIGEM = 1 AND CODIGO-LOCAL-M = CODIGO-ORIGEM)
                   IF CODIGO-LOCAL-M = LOCAL-DESTINO
                       CONTINUE
                   ELSE
                       PERFORM TESTA-COMPONENTES-LIVRES
                       EVALUATE TRUE
                           WHEN COMPONENTES-LIVRES = "N"
                               PERFORM RECUSA-BEM
                           WHEN CODIGO-DEPTO-M NOT = DEPTO-DESTINO-W
                               PERFORM PENDENCIA-BEM
                           WHEN OTHER
                               PERFORM TRANSFERE-BEM
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
                   ADD 1 TO TOTAL-ERROS
                   DISPLAY "ERRO AO MOVIMENTAR BEM: " BEM-TRANSFERIDO
               NOT INVALID KEY
                   PERFORM JORNAL-HISTORICO
                   PERFORM ATUALIZA-BEM
           END-WRITE.

           MOVE DESC-BEM-M TO LR-DESC.
           MOVE CODIGO-LOCAL-M TO LR-DE.
           MOVE LOCAL-DESTINO TO LR-PARA.
           MOVE REG-BEM-M TO IMAGEM-ANTES.
           MOVE LOCAL-DESTINO TO CODIGO-LOCAL-M.
           MOVE OPER-CODIGO TO OPER-ULT-ALT-M.
           REWRITE REG-BEM-M.
           IF ARQST-BEM = "00" OR "02"
               PERFORM JORNAL-BEM
           END-IF.
           IF ARQST-BEM = "51"
               ADD 1 TO TOTAL-ERROS
               DISPLAY "BEM EM USO POR OUTRO TERMINAL: "
           ELSE
               ADD 1 TO TOTAL-TRANSFERIDOS
               WRITE LINHA-RELATORIO
               IF CMP-OK = "S"
                   PERFORM MOVIMENTA-COMPONENTES
               END-IF
           END-IF.

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
       Testa-componentes-livres.

      *    Same rule as MOVIM: a set with a component out on loan or
      *    away for repair is left where it is.  The checks only read
      *    other files, so the sweep position on BENS.DAT survives.
           MOVE "S" TO COMPONENTES-LIVRES.
           IF CMP-OK = "S"
               MOVE CODIGO-BEM-M TO CODIGO-PAI-V
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
                           IF CODIGO-PAI-V NOT = CODIGO-BEM-M
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
               MOVE 1 TO WCMP
           END-IF.

      *-------------------------------------------------------------------------*
       Recusa-bem.

           ADD 1 TO TOTAL-RECUSADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CODIGO-BEM-M TO LR-BEM.
           MOVE DESC-BEM-M TO LR-DESC.
           MOVE CODIGO-LOCAL-M TO LR-DE.
           MOVE LOCAL-DESTINO TO LR-PARA.
           MOVE "RECUSADO" TO LR-OBS.
           WRITE LINHA-RELATORIO.

      *-------------------------------------------------------------------------*
       Movimenta-componentes.

      *    Each active component gets its own status-1 movement and
      *    the destination on BENS.DAT, listed under its main asset.
      *    The keyed reads move the sweep off the main asset, so the
      *    sweep is put back right after it when the set is done.
           MOVE CODIGO-BEM-M TO BEM-PAI-W.
           MOVE BEM-PAI-W TO CODIGO-PAI-V.
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
                       IF CODIGO-PAI-V NOT = BEM-PAI-W
                           MOVE 1 TO WCMP
                       ELSE
                           PERFORM MOVIMENTA-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE BEM-PAI-W TO CODIGO-BEM-M.
           START ARQ-BEM KEY IS GREATER THAN RECKEY-BEM
               INVALID KEY
                   MOVE "10" TO ARQST-BEM
           END-START.

      *-------------------------------------------------------------------------*
       Movimenta-componente.

           MOVE CODIGO-COMP-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF SITUACAO-BEM-M NOT = 1
                   MOVE CODIGO-BEM-M TO BEM-TRANSFERIDO
                   PERFORM PROXIMO-NUM-MOVIMENTO
                   MOVE BEM-TRANSFERIDO TO CODIGO-BEM-HIS
                   MOVE LOCAL-DESTINO TO CODIGO-LOCAL-HIS
                   MOVE DT-TRANSFERENCIA TO DT-MOVIMENTO-HIS
                   MOVE 1 TO STATUS-MOV-HIS
                   MOVE OPER-CODIGO TO CODIGO-OPER-HIS
                   MOVE ZEROS TO NUM-MOV-ESTORNO-HIS
                   WRITE REG-HIS
                       INVALID KEY
                           ADD 1 TO TOTAL-ERROS
                           DISPLAY "ERRO AO MOVIMENTAR COMPONENTE: "
                               BEM-TRANSFERIDO
                       NOT INVALID KEY
                           PERFORM JORNAL-HISTORICO
                           MOVE SPACES TO LINHA-RELATORIO
                           MOVE CODIGO-BEM-M TO LR-BEM
                           MOVE DESC-BEM-M TO LR-DESC
                           MOVE CODIGO-LOCAL-M TO LR-DE
                           MOVE LOCAL-DESTINO TO LR-PARA
                           MOVE "COMPONENTE" TO LR-OBS
                           MOVE REG-BEM-M TO IMAGEM-ANTES
                           MOVE LOCAL-DESTINO TO CODIGO-LOCAL-M
                           MOVE OPER-CODIGO TO OPER-ULT-ALT-M
                           REWRITE REG-BEM-M
                           IF ARQST-BEM = "00" OR "02"
                               PERFORM JORNAL-BEM
                           END-IF
                           ADD 1 TO TOTAL-COMPONENTES
                           WRITE LINHA-RELATORIO
                   END-WRITE
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Proximo-num-movimento.

           MOVE BEM-TRANSFERIDO TO CODIGO-BEM-HIS.
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

      *    IMAGEM-ANTES was taken before the new location went in.
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
               MOVE "TRANSF" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Cabecalho-relatorio.

           STRING "TOTAL DE BENS TRANSFERIDOS: " TOTAL-TRANSFERIDOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF TOTAL-COMPONENTES NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "COMPONENTES MOVIDOS JUNTO.: " TOTAL-COMPONENTES
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           IF TOTAL-PENDENTES NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "PENDENTES DE APROVACAO....: " TOTAL-PENDENTES
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           IF TOTAL-RECUSADOS NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "RECUSADOS POR COMPONENTE..: "
                   TOTAL-RECUSADOS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BEM ARQ-LOC ARQ-HIS ARQ-PAR ARQ-PEN ARQ-CMP
                 ARQ-EMP ARQ-ORD.
           EXIT PROGRAM.

       end program TRANSF.
