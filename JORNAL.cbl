       Program-Id. JORNAL.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BEM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BENS.DAT".
           01  REG-BEM-M.
               02 RECKEY-BEM.
                   03 CODIGO-BEM-M         PIC 9(06).
               02 DESC-BEM-M            PIC X(30).
               02 FILLER                PIC X(152).

      *    Shared change journal written by the maintenance programs:
      *    one line per add (I), change (A) or delete (E) with the
      *    record as it was and as it became.
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

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-JOR                    PIC X(02).

           01 BEM-E                        PIC 9(06) VALUE ZEROS.
           01 CHAVE-BEM-E                  PIC X(06) VALUE SPACES.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 ESPACO                       PIC X(78) VALUE SPACES.
           01 CONTINUA                     PIC X(01) VALUE SPACES.
           01 FIM-LISTA                    PIC X(01) VALUE "N".
           01 LIN-POS                      PIC 9(02) VALUE ZEROS.
           01 POS-TELA                     PIC 9(04) VALUE ZEROS.
           01 QTD-ENTRADAS                 PIC 9(06) VALUE ZEROS.

      *    The asset as it was and as it became, in the BENS layout,
      *    so a change can be told field by field.
           01 ANTES-BEM.
               02 CODIGO-BEM-A          PIC 9(06).
               02 DESC-BEM-A            PIC X(30).
               02 DT-AQUISICAO-A        PIC 9(08).
               02 VALOR-AQUISICAO-A     PIC 9(09)V99.
               02 CODIGO-LOCAL-A        PIC 9(04).
               02 CODIGO-DEPTO-A        PIC 9(04).
               02 CODIGO-TIPO-A         PIC 9(04).
               02 SITUACAO-BEM-A        PIC 9(01).
               02 DT-BAIXA-A            PIC 9(08).
               02 MOTIVO-BAIXA-A        PIC X(30).
               02 VALOR-BAIXA-A         PIC 9(09)V99.
               02 NUM-NOTA-FISCAL-A     PIC X(10).
               02 FORNECEDOR-BEM-A      PIC X(30).
               02 NUM-SERIE-A           PIC X(20).
               02 OPER-ULT-ALT-A        PIC 9(04).
               02 GARANTIA-MESES-A      PIC 9(03).
               02 CODIGO-FORN-A         PIC 9(04).
           01 DEPOIS-BEM.
               02 CODIGO-BEM-D          PIC 9(06).
               02 DESC-BEM-D            PIC X(30).
               02 DT-AQUISICAO-D        PIC 9(08).
               02 VALOR-AQUISICAO-D     PIC 9(09)V99.
               02 CODIGO-LOCAL-D        PIC 9(04).
               02 CODIGO-DEPTO-D        PIC 9(04).
               02 CODIGO-TIPO-D         PIC 9(04).
               02 SITUACAO-BEM-D        PIC 9(01).
               02 DT-BAIXA-D            PIC 9(08).
               02 MOTIVO-BAIXA-D        PIC X(30).
               02 VALOR-BAIXA-D         PIC 9(09)V99.
               02 NUM-NOTA-FISCAL-D     PIC X(10).
               02 FORNECEDOR-BEM-D      PIC X(30).
               02 NUM-SERIE-D           PIC X(20).
               02 OPER-ULT-ALT-D        PIC 9(04).
               02 GARANTIA-MESES-D      PIC 9(03).
               02 CODIGO-FORN-D         PIC 9(04).

           01 HIS-JOR.
               02 CODIGO-BEM-HJ         PIC 9(06).
               02 NUM-MOVIMENTO-HJ      PIC 9(04).
               02 CODIGO-LOCAL-HJ       PIC 9(04).
               02 DT-MOVIMENTO-HJ       PIC 9(08).
               02 STATUS-MOV-HJ         PIC 9(01).
               02 CODIGO-OPER-HJ        PIC 9(04).
               02 NUM-MOV-ESTORNO-HJ    PIC 9(04).
               02 FILLER                PIC X(157).

           01 DESSTATUS.
               02 FILLER PIC X(15) VALUE "TRANSFERENCIA".
               02 FILLER PIC X(15) VALUE "BAIXA".
               02 FILLER PIC X(15) VALUE "MANUTENCAO".
               02 FILLER PIC X(15) VALUE "ESTORNO".
               02 FILLER PIC X(15) VALUE "EMPRESTIMO".
           01 TABELA-STATUS REDEFINES DESSTATUS.
               02 STATUS-T PIC X(15) OCCURS 5 TIMES.

           01 CAMPO-W                      PIC X(20) VALUE SPACES.
           01 VALOR-DE                     PIC X(30) VALUE SPACES.
           01 VALOR-PARA                   PIC X(30) VALUE SPACES.
           01 DT-ED                        PIC 99/99/9999.
           01 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
           01 CODIGO-ED                    PIC 9(04).

           01 DATA-INV.
               02 ANO-INV                  PIC 9(04).
               02 MES-INV                  PIC 9(02).
               02 DIA-INV                  PIC 9(02).
           01 DATA-DMA.
               02 DIA-DMA                  PIC 9(02).
               02 MES-DMA                  PIC 9(02).
               02 ANO-DMA                  PIC 9(04).
           01 HORA-INV.
               02 HH-INV                   PIC 9(02).
               02 MM-INV                   PIC 9(02).
               02 SS-INV                   PIC 9(02).

           01 LINHA-CABEC.
               02 LC-DATA                  PIC 99/99/9999.
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LC-HH                    PIC 9(02).
               02 FILLER                   PIC X(01) VALUE ":".
               02 LC-MM                    PIC 9(02).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 FILLER                   PIC X(05) VALUE "OPER ".
               02 LC-OPERADOR              PIC 9(04).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-PROGRAMA              PIC X(08).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-CAMPO                 PIC X(20).
           01 LINHA-VALORES.
               02 FILLER                   PIC X(04) VALUE "DE: ".
               02 LV-DE                    PIC X(30).
               02 FILLER                   PIC X(08) VALUE "  PARA: ".
               02 LV-PARA                  PIC X(30).

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           MOVE 1 TO BEM-E.
           PERFORM CONSULTA-BEM UNTIL BEM-E = ZEROS.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Consulta-bem.

           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "JORNAL DE ALTERACOES POR BEM" AT 0126
               WITH HIGHLIGHT.
           DISPLAY "CODIGO DO BEM (0 = RETORNA):" AT 0303.
           MOVE ZEROS TO BEM-E.
           ACCEPT BEM-E AT 0332.
           IF BEM-E NOT = ZEROS
               PERFORM MOSTRA-DESCRICAO
               PERFORM LISTA-JORNAL
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-descricao.

      *    An asset since deleted is still listed: its history is
      *    exactly what is being asked for.
           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM = "00"
               MOVE BEM-E TO CODIGO-BEM-M
               READ ARQ-BEM
                   INVALID KEY
                       DISPLAY "(BEM NAO CADASTRADO)" AT 0340
                   NOT INVALID KEY
                       DISPLAY DESC-BEM-M AT 0340
               END-READ
               CLOSE ARQ-BEM
           END-IF.

      *-------------------------------------------------------------------------*
       Lista-jornal.

      *    Every entry on the asset itself and on its movements, in
      *    the order they were made.
           MOVE BEM-E TO CHAVE-BEM-E.
           MOVE ZEROS TO QTD-ENTRADAS.
           MOVE "N" TO FIM-LISTA.
           MOVE 5 TO LIN-POS.
           OPEN INPUT ARQ-JOR.
           IF ARQST-JOR NOT = "00"
               DISPLAY "JORNAL.DAT NAO ENCONTRADO." AT 2203
           ELSE
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-JOR
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF JOR-CHAVE(1:6) = CHAVE-BEM-E AND
                              (JOR-ARQUIVO = "BENS" OR
                               JOR-ARQUIVO = "HISTOR")
                               ADD 1 TO QTD-ENTRADAS
                               PERFORM TRATA-ENTRADA
                           END-IF
                           IF FIM-LISTA = "S"
                               MOVE 1 TO WIGUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-JOR
               IF QTD-ENTRADAS = ZEROS
                   DISPLAY "NENHUMA ALTERACAO REGISTRADA PARA O BEM."
                       AT 0603
               END-IF
           END-IF.
           IF FIM-LISTA NOT = "S"
               DISPLAY ESPACO AT 2303
               DISPLAY "FIM DA CONSULTA - <ENTER>" AT 2303
               ACCEPT CONTINUA AT 2330
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-entrada.

           MOVE JOR-DATA TO DATA-INV.
           MOVE DIA-INV TO DIA-DMA.
           MOVE MES-INV TO MES-DMA.
           MOVE ANO-INV TO ANO-DMA.
           MOVE DATA-DMA TO LC-DATA.
           MOVE JOR-HORA TO HORA-INV.
           MOVE HH-INV TO LC-HH.
           MOVE MM-INV TO LC-MM.
           MOVE JOR-OPERADOR TO LC-OPERADOR.
           MOVE JOR-PROGRAMA TO LC-PROGRAMA.
           IF JOR-ARQUIVO = "BENS"
               PERFORM TRATA-ENTRADA-BEM
           ELSE
               PERFORM TRATA-ENTRADA-MOVIMENTO
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-entrada-bem.

           MOVE JOR-ANTES TO ANTES-BEM.
           MOVE JOR-DEPOIS TO DEPOIS-BEM.
           EVALUATE JOR-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO DO BEM" TO CAMPO-W
                   MOVE SPACES TO VALOR-DE
                   MOVE DESC-BEM-D TO VALOR-PARA
                   PERFORM MOSTRA-ALTERACAO
               WHEN "E"
                   MOVE "EXCLUSAO DO BEM" TO CAMPO-W
                   MOVE DESC-BEM-A TO VALOR-DE
                   MOVE SPACES TO VALOR-PARA
                   PERFORM MOSTRA-ALTERACAO
               WHEN "A"
                   PERFORM COMPARA-CAMPOS
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Compara-campos.

      *    One pair of lines for each field that differs.  The last
      *    operator to change the record is left out: the journal
      *    already names who made the change.
           IF DESC-BEM-A NOT = DESC-BEM-D
               MOVE "DESCRICAO" TO CAMPO-W
               MOVE DESC-BEM-A TO VALOR-DE
               MOVE DESC-BEM-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF DT-AQUISICAO-A NOT = DT-AQUISICAO-D
               MOVE "DATA DE AQUISICAO" TO CAMPO-W
               MOVE DT-AQUISICAO-A TO DT-ED
               MOVE DT-ED TO VALOR-DE
               MOVE DT-AQUISICAO-D TO DT-ED
               MOVE DT-ED TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF VALOR-AQUISICAO-A NOT = VALOR-AQUISICAO-D
               MOVE "VALOR DE AQUISICAO" TO CAMPO-W
               MOVE VALOR-AQUISICAO-A TO VALOR-ED
               MOVE VALOR-ED TO VALOR-DE
               MOVE VALOR-AQUISICAO-D TO VALOR-ED
               MOVE VALOR-ED TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF CODIGO-LOCAL-A NOT = CODIGO-LOCAL-D
               MOVE "LOCAL" TO CAMPO-W
               MOVE CODIGO-LOCAL-A TO VALOR-DE
               MOVE CODIGO-LOCAL-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF CODIGO-DEPTO-A NOT = CODIGO-DEPTO-D
               MOVE "DEPARTAMENTO" TO CAMPO-W
               MOVE CODIGO-DEPTO-A TO VALOR-DE
               MOVE CODIGO-DEPTO-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF CODIGO-TIPO-A NOT = CODIGO-TIPO-D
               MOVE "TIPO" TO CAMPO-W
               MOVE CODIGO-TIPO-A TO VALOR-DE
               MOVE CODIGO-TIPO-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF SITUACAO-BEM-A NOT = SITUACAO-BEM-D
               MOVE "SITUACAO" TO CAMPO-W
               MOVE "ATIVO" TO VALOR-DE
               IF SITUACAO-BEM-A = 1
                   MOVE "BAIXADO" TO VALOR-DE
               END-IF
               MOVE "ATIVO" TO VALOR-PARA
               IF SITUACAO-BEM-D = 1
                   MOVE "BAIXADO" TO VALOR-PARA
               END-IF
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF DT-BAIXA-A NOT = DT-BAIXA-D
               MOVE "DATA DA BAIXA" TO CAMPO-W
               MOVE DT-BAIXA-A TO DT-ED
               MOVE DT-ED TO VALOR-DE
               MOVE DT-BAIXA-D TO DT-ED
               MOVE DT-ED TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF MOTIVO-BAIXA-A NOT = MOTIVO-BAIXA-D
               MOVE "MOTIVO DA BAIXA" TO CAMPO-W
               MOVE MOTIVO-BAIXA-A TO VALOR-DE
               MOVE MOTIVO-BAIXA-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF VALOR-BAIXA-A NOT = VALOR-BAIXA-D
               MOVE "VALOR DA BAIXA" TO CAMPO-W
               MOVE VALOR-BAIXA-A TO VALOR-ED
               MOVE VALOR-ED TO VALOR-DE
               MOVE VALOR-BAIXA-D TO VALOR-ED
               MOVE VALOR-ED TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF NUM-NOTA-FISCAL-A NOT = NUM-NOTA-FISCAL-D
               MOVE "NOTA FISCAL" TO CAMPO-W
               MOVE NUM-NOTA-FISCAL-A TO VALOR-DE
               MOVE NUM-NOTA-FISCAL-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF FORNECEDOR-BEM-A NOT = FORNECEDOR-BEM-D
               MOVE "FORNECEDOR" TO CAMPO-W
               MOVE FORNECEDOR-BEM-A TO VALOR-DE
               MOVE FORNECEDOR-BEM-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF NUM-SERIE-A NOT = NUM-SERIE-D
               MOVE "NUMERO DE SERIE" TO CAMPO-W
               MOVE NUM-SERIE-A TO VALOR-DE
               MOVE NUM-SERIE-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF GARANTIA-MESES-A NOT = GARANTIA-MESES-D
               MOVE "GARANTIA (MESES)" TO CAMPO-W
               MOVE GARANTIA-MESES-A TO VALOR-DE
               MOVE GARANTIA-MESES-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.
           IF CODIGO-FORN-A NOT = CODIGO-FORN-D
               MOVE "CODIGO FORNECEDOR" TO CAMPO-W
               MOVE CODIGO-FORN-A TO VALOR-DE
               MOVE CODIGO-FORN-D TO VALOR-PARA
               PERFORM MOSTRA-ALTERACAO
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-entrada-movimento.

      *    A movement is shown whole: its type, date and local.
           IF JOR-OPERACAO = "E"
               MOVE JOR-ANTES TO HIS-JOR
               MOVE "EXCLUSAO MOVIMENTO" TO CAMPO-W
           ELSE
               MOVE JOR-DEPOIS TO HIS-JOR
               MOVE "INCLUSAO MOVIMENTO" TO CAMPO-W
           END-IF.
           MOVE SPACES TO VALOR-DE VALOR-PARA.
           MOVE NUM-MOVIMENTO-HJ TO CODIGO-ED.
           IF STATUS-MOV-HJ > 0 AND STATUS-MOV-HJ < 6
               STRING "NUM " CODIGO-ED " " STATUS-T(STATUS-MOV-HJ)
                   DELIMITED BY SIZE INTO VALOR-DE
           ELSE
               STRING "NUM " CODIGO-ED DELIMITED BY SIZE INTO VALOR-DE
           END-IF.
           MOVE DT-MOVIMENTO-HJ TO DT-ED.
           MOVE CODIGO-LOCAL-HJ TO CODIGO-ED.
           STRING DT-ED " LOCAL " CODIGO-ED
               DELIMITED BY SIZE INTO VALOR-PARA.
           PERFORM MOSTRA-ALTERACAO.

      *-------------------------------------------------------------------------*
       Mostra-alteracao.

      *    Two lines per change; the screen holds eight changes and
      *    the operator may stop the listing at any page.
           IF FIM-LISTA NOT = "S"
               IF LIN-POS > 19
                   PERFORM PROXIMA-PAGINA
               END-IF
           END-IF.
           IF FIM-LISTA NOT = "S"
               MOVE CAMPO-W TO LC-CAMPO
               MOVE VALOR-DE TO LV-DE
               MOVE VALOR-PARA TO LV-PARA
               COMPUTE POS-TELA = LIN-POS * 100 + 3
               DISPLAY LINHA-CABEC AT POS-TELA WITH HIGHLIGHT
               ADD 1 TO LIN-POS
               COMPUTE POS-TELA = LIN-POS * 100 + 5
               DISPLAY LINHA-VALORES AT POS-TELA
               ADD 1 TO LIN-POS
           END-IF.

      *-------------------------------------------------------------------------*
       Proxima-pagina.

           DISPLAY "<ENTER> CONTINUA   F - ENCERRA" AT 2303.
           MOVE SPACES TO CONTINUA.
           ACCEPT CONTINUA AT 2335.
           IF CONTINUA = "F" OR "f"
               MOVE "S" TO FIM-LISTA
           ELSE
               MOVE 5 TO LIN-POS
               PERFORM UNTIL LIN-POS > 21
                   COMPUTE POS-TELA = LIN-POS * 100 + 1
                   DISPLAY ESPACO AT POS-TELA
                   ADD 1 TO LIN-POS
               END-PERFORM
               DISPLAY ESPACO AT 2303
               MOVE 5 TO LIN-POS
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           EXIT PROGRAM.

       end program JORNAL.
