              RECORD KEY RECKEY-LOC
              FILE STATUS ARQST-LOC.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

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

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.
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

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TERMO.TXT".
           01  LINHA-RELATORIO.
      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 ARQST-LOC                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-CMP                    PIC X(02).
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 E-COMPONENTE                 PIC X(01) VALUE "N".
           01 BEM-PAI-W                    PIC 9(06) VALUE ZEROS.
           01 WCMP                         PIC 9     VALUE ZEROS.
           01 ARQST-FUN                    PIC X(02).
           01 ARQST-CUS                    PIC X(02).
           01 FUN-OK                       PIC X(01) VALUE "N".
           01 CUS-OK                       PIC X(01) VALUE "N".
           01 MATRICULA-ESCOLHIDA          PIC 9(06) VALUE ZEROS.
           01 NOME-ASSINANTE               PIC X(30) VALUE SPACES.

           01 OP-TERMO                     PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 VALOR-DEPTO                  PIC 9(11)V99 VALUE ZEROS.
           01 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.

      *    Component line: same columns as the main asset's line,
      *    shifted right under it.
           01 LINHA-COMPONENTE.
               02 FILLER                   PIC X(04) VALUE SPACES.
               02 LC-BEM                   PIC 9(06).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-DESC                  PIC X(18).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-TIPO                  PIC X(15).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-LOCAL                 PIC X(15).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-TERMO UNTIL OP-TERMO = 3.
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

      *    Employee master and custody file only exist once some
      *    asset has been placed under a person's custody.
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

           OPEN INPUT ARQ-CUS.
           EVALUATE ARQST-CUS
               WHEN "00"
                   MOVE "S" TO CUS-OK
               WHEN "35"
                   MOVE "N" TO CUS-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CUSTOD.DAT: " ARQST-CUS
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-termo.

           DISPLAY " ".
           DISPLAY "TERMO DE RESPONSABILIDADE".
           DISPLAY "1 - TERMO POR DEPARTAMENTO".
           DISPLAY "2 - TERMO INDIVIDUAL (CUSTODIANTE)".
           DISPLAY "3 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-TERMO.
           EVALUATE OP-TERMO
               WHEN 1
                   PERFORM EMITE-TERMO
               WHEN 2
                   PERFORM EMITE-TERMO-INDIVIDUAL
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   END-READ
               END-IF
               CLOSE ARQ-REL
               MOVE "TERMO" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "DEPTO " DEPTO-ESCOLHIDO DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "TERMO.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "TERMO GRAVADO EM TERMO.TXT"
           END-IF.

      *-------------------------------------------------------------------------*
       Emite-termo-individual.

      *    Personal term: only the assets named under the employee's
      *    custody in the asset master, signed by the employee.
           IF FUN-OK = "N" OR CUS-OK = "N"
               DISPLAY "NENHUM BEM SOB CUSTODIA INDIVIDUAL."
           ELSE
               DISPLAY "MATRICULA DO FUNCIONARIO: "
               ACCEPT MATRICULA-ESCOLHIDA
               MOVE MATRICULA-ESCOLHIDA TO MATRICULA-F
               READ ARQ-FUN INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO."
               NOT INVALID KEY
                   OPEN OUTPUT ARQ-REL
                   IF ARQST-REL NOT = "00"
                       DISPLAY "NAO FOI POSSIVEL GERAR TERMO.TXT."
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO DATA-SIS
                       PERFORM TERMO-DO-FUNCIONARIO
                       CLOSE ARQ-REL
                       MOVE "TERMO" TO REM-PROGRAMA
                       MOVE SPACES TO REM-PARAMETROS
                       STRING "MATRICULA " MATRICULA-ESCOLHIDA
                           DELIMITED BY SIZE INTO REM-PARAMETROS
                       MOVE "TERMO.TXT" TO REM-ARQUIVO
                       CALL "REGREL"
                       DISPLAY "TERMO GRAVADO EM TERMO.TXT"
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Termo-do-funcionario.

           MOVE CODIGO-DEPTO-F TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
           END-READ.
           MOVE ZEROS TO TOTAL-BENS-DEPTO VALOR-DEPTO.

           WRITE LINHA-RELATORIO FROM TRACO.
           MOVE "TERMO INDIVIDUAL DE RESPONSABILIDADE SOBRE BENS"
               TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "FUNCIONARIO.: " MATRICULA-F " - " NOME-FUNC-F
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "DEPARTAMENTO: " CODIGO-DEPTO-F " - " DESC-DEPTO-D
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "BEM     DESCRICAO               TIPO
      -        "LOCAL                     VALOR" TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

           PERFORM LISTA-BENS-CUSTODIA.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF TOTAL-BENS-DEPTO = ZEROS
               MOVE "  (NENHUM BEM ATIVO SOB SUA CUSTODIA)"
                   TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           ELSE
               MOVE VALOR-DEPTO TO VALOR-ED
               MOVE SPACES TO LINHA-AUX
               STRING "TOTAL DE BENS: " TOTAL-BENS-DEPTO
                   "  VALOR TOTAL: " VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE NOME-FUNC-F TO NOME-ASSINANTE.
           PERFORM BLOCO-ASSINATURA.

      *-------------------------------------------------------------------------*
       Lista-bens-custodia.

           MOVE MATRICULA-F TO MATRICULA-C.
           MOVE ZEROS TO WIGUAL.
           START ARQ-CUS KEY IS = MATRICULA-C
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-CUS NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF MATRICULA-C NOT = MATRICULA-F
                           MOVE 1 TO WIGUAL
                       ELSE
                           MOVE CODIGO-BEM-C TO CODIGO-BEM-M
                           READ ARQ-BEM INVALID KEY
                               MOVE 1 TO SITUACAO-BEM-M
                           END-READ
                           IF SITUACAO-BEM-M NOT = 1
                               PERFORM IMPRIME-BEM-TERMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Termo-todos.

                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE RESPONSAVEL-DEPTO-D TO NOME-ASSINANTE.
           PERFORM BLOCO-ASSINATURA.

      *-------------------------------------------------------------------------*
       Lista-bens-depto.

      *    Components are not listed on their own: each one comes
      *    right under its main asset, whichever department it sits
      *    in (AUDIT reports the ones that drifted away).
           MOVE ZEROS TO CODIGO-BEM-M WIGUAL.
           START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
               INVALID KEY
                   NOT AT END
                       IF CODIGO-DEPTO-M = DEPTO-CORRENTE AND
                          SITUACAO-BEM-M NOT = 1
                           PERFORM TESTA-E-COMPONENTE
                           IF E-COMPONENTE = "N"
                               PERFORM IMPRIME-BEM-TERMO
                               IF CMP-OK = "S"
                                   PERFORM IMPRIME-COMPONENTES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE VALOR-AQUISICAO-M TO LR-VALOR.
           WRITE LINHA-RELATORIO.

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
       Imprime-componentes.

      *    The keyed reads of the components take the sweep off the
      *    main asset; it is put back right after it at the end.
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
                           PERFORM IMPRIME-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE BEM-PAI-W TO CODIGO-BEM-M.
           START ARQ-BEM KEY IS GREATER THAN RECKEY-BEM
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.

      *-------------------------------------------------------------------------*
       Imprime-componente.

           MOVE CODIGO-COMP-V TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 1 TO SITUACAO-BEM-M
           END-READ.
           IF SITUACAO-BEM-M NOT = 1
               MOVE CODIGO-TIPO-M TO CODIGO-TIPO-T
               READ ARQ-TIPO INVALID KEY
                   MOVE "TIPO NAO CADASTRADO" TO DESC-TIPO-T
               END-READ
               MOVE CODIGO-LOCAL-M TO CODIGO-LOCAL-L
               READ ARQ-LOC INVALID KEY
                   MOVE "LOCAL NAO CADASTRADO" TO DESC-LOCAL-L
               END-READ
               ADD 1 TO TOTAL-BENS-DEPTO
               ADD VALOR-AQUISICAO-M TO VALOR-DEPTO
               MOVE CODIGO-BEM-M TO LC-BEM
               MOVE DESC-BEM-M TO LC-DESC
               MOVE DESC-TIPO-T TO LC-TIPO
               MOVE DESC-LOCAL-L TO LC-LOCAL
               MOVE VALOR-AQUISICAO-M TO LC-VALOR
               WRITE LINHA-RELATORIO FROM LINHA-COMPONENTE
           END-IF.

      *-------------------------------------------------------------------------*
       Bloco-assinatura.

               TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "NOME......: " NOME-ASSINANTE
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
       Finaliza.

           CLOSE ARQ-BEM ARQ-DEP ARQ-TIPO ARQ-LOC.
           IF CMP-OK = "S"
               CLOSE ARQ-CMP
           END-IF.
           IF FUN-OK = "S"
               CLOSE ARQ-FUN
           END-IF.
           IF CUS-OK = "S"
               CLOSE ARQ-CUS
           END-IF.
           EXIT PROGRAM.

       end program TERMO.
