       Program-Id. CATREL.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-CAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAT-NUMERO
              FILE STATUS ARQST-CAT.

              SELECT ARQ-EMI ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-EMI.

              SELECT ARQ-IMP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-IMP.

              SELECT ARQ-RET ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-RET.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Report catalog kept by REGREL: one record per report run;
      *    record zero holds the last number handed out.
       FD  ARQ-CAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELCAT.DAT".
           01  REG-CATALOGO.
               02 CAT-NUMERO            PIC 9(07).
               02 CAT-PROGRAMA          PIC X(08).
               02 CAT-PARAMETROS        PIC X(30).
               02 CAT-OPERADOR          PIC 9(04).
               02 CAT-DATA              PIC 9(08).
               02 CAT-DATA-R REDEFINES CAT-DATA.
                   03 CAT-ANO              PIC 9(04).
                   03 CAT-MES              PIC 9(02).
                   03 CAT-DIA              PIC 9(02).
               02 CAT-HORA              PIC 9(06).
               02 CAT-LINHAS            PIC 9(06).
               02 CAT-ARQUIVO           PIC X(12).
               02 CAT-ORIGEM            PIC X(12).
           01  REG-CAT-CONTROLE.
               02 CTL-NUMERO            PIC 9(07).
               02 CTL-ULTIMO            PIC 9(07).
               02 FILLER                PIC X(79).

       FD  ARQ-EMI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-EMISSAO.
           01  LINHA-EMISSAO            PIC X(132).

       FD  ARQ-IMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REIMPR.TXT".
           01  LINHA-REIMPRESSAO        PIC X(132).

      *    Retention per report program, one line each: the program
      *    name and the months a run is kept.  A PADRAO line sets the
      *    period for programs not listed; zero months keeps every
      *    run of that program.
       FD  ARQ-RET LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELRET.PAR".
           01  REG-RETENCAO.
               02 RET-PROGRAMA          PIC X(08).
               02 FILLER                PIC X(01).
               02 RET-MESES             PIC 9(03).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

           01 ROTINA-NOTURNA EXTERNAL.
               02 LOTE-MODO                PIC X(01).
               02 LOTE-COMPETENCIA         PIC 9(06).
               02 LOTE-RETORNO             PIC 9(02).
               02 LOTE-REGISTROS           PIC 9(06).

           01 ARQST-CAT                    PIC X(02).
           01 ARQST-EMI                    PIC X(02).
           01 ARQST-IMP                    PIC X(02).
           01 ARQST-RET                    PIC X(02).

           01 OP-CATALOGO                  PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 ESPACO                       PIC X(78) VALUE SPACES.
           01 CONTINUA                     PIC X(01) VALUE SPACES.
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 FIM-LISTA                    PIC X(01) VALUE "N".
           01 LIN-POS                      PIC 9(02) VALUE ZEROS.
           01 PRIMEIRA-LINHA               PIC 9(02) VALUE ZEROS.
           01 COL-PRAZO                    PIC 9(02) VALUE ZEROS.
           01 ACHOU-EMISSAO                PIC X(01) VALUE "N".
           01 POS-TELA                     PIC 9(04) VALUE ZEROS.
           01 QTD-LISTADAS                 PIC 9(06) VALUE ZEROS.
           01 QTD-ED                       PIC ZZZZZ9.

           01 NOME-EMISSAO                 PIC X(13) VALUE SPACES.
           01 NUMERO-E                     PIC 9(07) VALUE ZEROS.
           01 PROGRAMA-F                   PIC X(08) VALUE SPACES.
           01 DATA-F-E                     PIC 9(08) VALUE ZEROS.
           01 DATA-F-E-R REDEFINES DATA-F-E.
               02 DIA-F                    PIC 9(02).
               02 MES-F                    PIC 9(02).
               02 ANO-F                    PIC 9(04).
           01 DATA-F                       PIC 9(08) VALUE ZEROS.
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
           01 DT-ED                        PIC 99/99/9999.

           01 DATA-HORA-COMPLETA.
               02 DHC-DATA                 PIC 9(08).
               02 DHC-DATA-R REDEFINES DHC-DATA.
                   03 DHC-ANO              PIC 9(04).
                   03 DHC-MES              PIC 9(02).
                   03 DHC-DIA              PIC 9(02).
               02 DHC-HORA                 PIC 9(06).
               02 FILLER                   PIC X(07).

           01 LINHA-LISTA.
               02 LL-NUMERO                PIC 9(07).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LL-PROGRAMA              PIC X(08).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LL-DATA                  PIC 99/99/9999.
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LL-HH                    PIC 9(02).
               02 FILLER                   PIC X(01) VALUE ":".
               02 LL-MM                    PIC 9(02).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LL-OPERADOR              PIC 9(04).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LL-LINHAS                PIC ZZZZZ9.
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LL-PARAMETROS            PIC X(30).

      *    Retention periods in force, from RELRET.PAR.
           01 TAB-PRAZOS.
               02 TAB-PRZ OCCURS 50 TIMES INDEXED BY I-PRZ.
                   03 TP-PROGRAMA          PIC X(08).
                   03 TP-MESES             PIC 9(03).
           01 QTD-PRAZOS                   PIC 9(02) VALUE ZEROS.
           01 MESES-PADRAO                 PIC 9(03) VALUE 12.
           01 MESES-PRAZO                  PIC 9(03) VALUE ZEROS.
           01 PROGRAMA-E                   PIC X(08) VALUE SPACES.
           01 MESES-E                      PIC 9(03) VALUE ZEROS.
           01 ACHOU-PRAZO                  PIC X(01) VALUE "N".
           01 PRAZO-ED                     PIC ZZ9.

      *    Last run of each report file, with the same parameters, in
      *    each calendar month: that run is the month's closing copy
      *    and is never removed.  December's is the year's.
           01 TAB-GRUPOS.
               02 TAB-GRP OCCURS 3000 TIMES INDEXED BY I-GRP.
                   03 TG-PROGRAMA          PIC X(08).
                   03 TG-PARAMETROS        PIC X(30).
                   03 TG-ORIGEM            PIC X(12).
                   03 TG-ANO-MES           PIC 9(06).
                   03 TG-ULTIMO            PIC 9(07).
           01 QTD-GRUPOS                   PIC 9(04) VALUE ZEROS.
           01 ACHOU-GRUPO                  PIC X(01) VALUE "N".
           01 ANO-MES-W                    PIC 9(06) VALUE ZEROS.
           01 GRUPOS-FORA-TABELA           PIC 9(06) VALUE ZEROS.

           01 MESES-HOJE                   PIC 9(06) VALUE ZEROS.
           01 MESES-EMISSAO                PIC 9(06) VALUE ZEROS.
           01 IDADE-MESES                  PIC S9(06) VALUE ZEROS.
           01 QTD-EXCLUIDAS                PIC 9(06) VALUE ZEROS.
           01 QTD-FECHAMENTO               PIC 9(06) VALUE ZEROS.
           01 QTD-NAO-REMOVIDAS            PIC 9(06) VALUE ZEROS.
           01 RETENCAO-OK                  PIC X(01) VALUE "N".

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           MOVE ZEROS TO OP-CATALOGO.
           IF LOTE-MODO = "B"
               PERFORM EXECUTA-LOTE
           ELSE
               PERFORM MENU-CATALOGO UNTIL OP-CATALOGO = 6
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Executa-lote.

      *    Unattended run for the nightly chain: the retention pass
      *    alone, reporting the runs removed back to the driver and
      *    a nonzero return when some file could not be removed.
           PERFORM LE-PRAZOS.
           PERFORM APLICA-RETENCAO.
           MOVE QTD-EXCLUIDAS TO LOTE-REGISTROS.
           IF RETENCAO-OK = "S"
               IF QTD-NAO-REMOVIDAS = ZEROS
                   MOVE ZEROS TO LOTE-RETORNO
               ELSE
                   MOVE 13 TO LOTE-RETORNO
               END-IF
           ELSE
               MOVE 12 TO LOTE-RETORNO
           END-IF.

      *-------------------------------------------------------------------------*
       Menu-catalogo.

           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "CATALOGO DE RELATORIOS EMITIDOS" AT 0125
               WITH HIGHLIGHT.
           DISPLAY "1 - CONSULTAR EMISSOES" AT 0503.
           DISPLAY "2 - REEXIBIR UMA EMISSAO" AT 0603.
           DISPLAY "3 - REIMPRIMIR UMA EMISSAO" AT 0703.
           DISPLAY "4 - PRAZOS DE RETENCAO" AT 0803.
           DISPLAY "5 - EXECUTAR RETENCAO" AT 0903.
           DISPLAY "6 - SAIR" AT 1003.
           DISPLAY "ESCOLHA UMA OPCAO:" AT 2303.
           MOVE ZEROS TO OP-CATALOGO.
           ACCEPT OP-CATALOGO AT 2322.
           EVALUATE OP-CATALOGO
               WHEN 1
                   PERFORM CONSULTA-CATALOGO
               WHEN 2
                   PERFORM REEXIBE-EMISSAO
               WHEN 3
                   PERFORM REIMPRIME-EMISSAO
               WHEN 4
                   IF OPER-PERM-EXC = "S"
                       PERFORM ALTERA-PRAZOS
                   ELSE
                       PERFORM ACESSO-NEGADO
                   END-IF
               WHEN 5
                   IF OPER-PERM-EXC = "S"
                       PERFORM RETENCAO-MANUAL
                   ELSE
                       PERFORM ACESSO-NEGADO
                   END-IF
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY ESPACO AT 2403
                   DISPLAY "OPCAO INVALIDA." AT 2403
                   ACCEPT CONTINUA AT 2420
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Acesso-negado.

           DISPLAY ESPACO AT 2403.
           DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA OPCAO." AT 2403.
           ACCEPT CONTINUA AT 2445.

      *-------------------------------------------------------------------------*
       Consulta-catalogo.

      *    Either filter may be left empty; both together give one
      *    report's runs on one day.
           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "CONSULTA DO CATALOGO DE RELATORIOS" AT 0124
               WITH HIGHLIGHT.
           DISPLAY "PROGRAMA (BRANCO = TODOS):" AT 0303.
           MOVE SPACES TO PROGRAMA-F.
           ACCEPT PROGRAMA-F AT 0330.
           INSPECT PROGRAMA-F CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "DATA DDMMAAAA (0 = TODAS):" AT 0343.
           MOVE ZEROS TO DATA-F-E.
           ACCEPT DATA-F-E AT 0370.
           MOVE ANO-F TO ANO-INV.
           MOVE MES-F TO MES-INV.
           MOVE DIA-F TO DIA-INV.
           MOVE DATA-INV TO DATA-F.
           DISPLAY "NUMERO   PROGRAMA DATA       HORA  OPER LINHAS "
               "PARAMETROS" AT 0503 WITH HIGHLIGHT.
           MOVE ZEROS TO QTD-LISTADAS.
           MOVE "N" TO FIM-LISTA.
           MOVE 6 TO LIN-POS.
           OPEN INPUT ARQ-CAT.
           IF ARQST-CAT NOT = "00"
               DISPLAY "CATALOGO VAZIO OU INDISPONIVEL." AT 0603
           ELSE
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-CAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CAT-NUMERO NOT = ZEROS AND
                              (PROGRAMA-F = SPACES OR
                               CAT-PROGRAMA = PROGRAMA-F) AND
                              (DATA-F-E = ZEROS OR CAT-DATA = DATA-F)
                               PERFORM MOSTRA-LINHA-CATALOGO
                           END-IF
                           IF FIM-LISTA = "S"
                               MOVE 1 TO WIGUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CAT
           END-IF.
           IF FIM-LISTA NOT = "S"
               MOVE QTD-LISTADAS TO QTD-ED
               DISPLAY ESPACO AT 2303
               DISPLAY "EMISSOES LISTADAS:" AT 2303
               DISPLAY QTD-ED AT 2322
               DISPLAY "<ENTER>" AT 2330
               ACCEPT CONTINUA AT 2338
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-linha-catalogo.

           IF LIN-POS > 20
               MOVE 6 TO LIN-POS
               PERFORM PROXIMA-PAGINA
           END-IF.
           IF FIM-LISTA NOT = "S"
               MOVE CAT-NUMERO TO LL-NUMERO
               MOVE CAT-PROGRAMA TO LL-PROGRAMA
               MOVE CAT-DATA TO DATA-INV
               MOVE DIA-INV TO DIA-DMA
               MOVE MES-INV TO MES-DMA
               MOVE ANO-INV TO ANO-DMA
               MOVE DATA-DMA TO LL-DATA
               MOVE CAT-HORA TO HORA-INV
               MOVE HH-INV TO LL-HH
               MOVE MM-INV TO LL-MM
               MOVE CAT-OPERADOR TO LL-OPERADOR
               MOVE CAT-LINHAS TO LL-LINHAS
               MOVE CAT-PARAMETROS TO LL-PARAMETROS
               COMPUTE POS-TELA = LIN-POS * 100 + 3
               DISPLAY LINHA-LISTA AT POS-TELA
               ADD 1 TO LIN-POS
               ADD 1 TO QTD-LISTADAS
           END-IF.

      *-------------------------------------------------------------------------*
       Proxima-pagina.

      *    LIN-POS is set by the caller to the first line of the page.
           DISPLAY ESPACO AT 2303.
           DISPLAY "<ENTER> CONTINUA   F - ENCERRA" AT 2303.
           MOVE SPACES TO CONTINUA.
           ACCEPT CONTINUA AT 2335.
           IF CONTINUA = "F" OR "f"
               MOVE "S" TO FIM-LISTA
           ELSE
               MOVE LIN-POS TO PRIMEIRA-LINHA
               PERFORM UNTIL LIN-POS > 21
                   COMPUTE POS-TELA = LIN-POS * 100 + 1
                   DISPLAY ESPACO AT POS-TELA
                   ADD 1 TO LIN-POS
               END-PERFORM
               DISPLAY ESPACO AT 2303
               MOVE PRIMEIRA-LINHA TO LIN-POS
           END-IF.

      *-------------------------------------------------------------------------*
       Le-emissao.

      *    Shared by the re-display and the reprint: the run asked
      *    for, read from the catalog into REG-CATALOGO.
           MOVE "N" TO ACHOU-EMISSAO.
           DISPLAY "NUMERO DA EMISSAO:" AT 2203.
           MOVE ZEROS TO NUMERO-E.
           ACCEPT NUMERO-E AT 2222.
           IF NUMERO-E NOT = ZEROS
               OPEN INPUT ARQ-CAT
               IF ARQST-CAT = "00"
                   MOVE NUMERO-E TO CAT-NUMERO
                   READ ARQ-CAT
                       INVALID KEY
                           DISPLAY ESPACO AT 2403
                           DISPLAY "EMISSAO NAO CATALOGADA." AT 2403
                           ACCEPT CONTINUA AT 2430
                       NOT INVALID KEY
                           MOVE "S" TO ACHOU-EMISSAO
                   END-READ
                   CLOSE ARQ-CAT
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Reexibe-emissao.

           PERFORM LE-EMISSAO.
           IF ACHOU-EMISSAO = "S"
               MOVE CAT-ARQUIVO TO NOME-EMISSAO
               OPEN INPUT ARQ-EMI
               IF ARQST-EMI NOT = "00"
                   DISPLAY ESPACO AT 2403
                   DISPLAY "ARQUIVO DA EMISSAO NAO ENCONTRADO: " AT 2403
                   DISPLAY CAT-ARQUIVO AT 2438
                   ACCEPT CONTINUA AT 2452
               ELSE
                   DISPLAY " " AT 0101 WITH BLANK SCREEN
                   MOVE CAT-DATA TO DATA-INV
                   MOVE DIA-INV TO DIA-DMA
                   MOVE MES-INV TO MES-DMA
                   MOVE ANO-INV TO ANO-DMA
                   MOVE DATA-DMA TO DT-ED
                   DISPLAY CAT-PROGRAMA AT 0103 WITH HIGHLIGHT
                   DISPLAY DT-ED AT 0113 WITH HIGHLIGHT
                   DISPLAY CAT-PARAMETROS AT 0125 WITH HIGHLIGHT
                   MOVE "N" TO FIM-LISTA
                   MOVE 3 TO LIN-POS
                   MOVE ZEROS TO WIGUAL
                   PERFORM UNTIL WIGUAL = 1
                       READ ARQ-EMI
                           AT END
                               MOVE 1 TO WIGUAL
                           NOT AT END
                               PERFORM MOSTRA-LINHA-EMISSAO
                               IF FIM-LISTA = "S"
                                   MOVE 1 TO WIGUAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EMI
                   IF FIM-LISTA NOT = "S"
                       DISPLAY ESPACO AT 2303
                       DISPLAY "FIM DA EMISSAO - <ENTER>" AT 2303
                       ACCEPT CONTINUA AT 2330
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-linha-emissao.

      *    The screen shows the first 78 columns; REIMPRIMIR gives the
      *    full width.
           IF LIN-POS > 21
               MOVE 3 TO LIN-POS
               PERFORM PROXIMA-PAGINA
           END-IF.
           IF FIM-LISTA NOT = "S"
               COMPUTE POS-TELA = LIN-POS * 100 + 2
               DISPLAY LINHA-EMISSAO(1:78) AT POS-TELA
               ADD 1 TO LIN-POS
           END-IF.

      *-------------------------------------------------------------------------*
       Reimprime-emissao.

      *    The run is copied to REIMPR.TXT exactly as it was written,
      *    to be printed the same way as any report of the day.
           PERFORM LE-EMISSAO.
           IF ACHOU-EMISSAO = "S"
               MOVE CAT-ARQUIVO TO NOME-EMISSAO
               OPEN INPUT ARQ-EMI
               IF ARQST-EMI NOT = "00"
                   DISPLAY ESPACO AT 2403
                   DISPLAY "ARQUIVO DA EMISSAO NAO ENCONTRADO: " AT 2403
                   DISPLAY CAT-ARQUIVO AT 2438
               ELSE
                   OPEN OUTPUT ARQ-IMP
                   IF ARQST-IMP NOT = "00"
                       CLOSE ARQ-EMI
                       DISPLAY ESPACO AT 2403
                       DISPLAY "NAO FOI POSSIVEL GERAR REIMPR.TXT."
                           AT 2403
                   ELSE
                       MOVE ZEROS TO WIGUAL
                       PERFORM UNTIL WIGUAL = 1
                           READ ARQ-EMI
                               AT END
                                   MOVE 1 TO WIGUAL
                               NOT AT END
                                   WRITE LINHA-REIMPRESSAO FROM
                                       LINHA-EMISSAO
                           END-READ
                       END-PERFORM
                       CLOSE ARQ-EMI ARQ-IMP
                       DISPLAY ESPACO AT 2403
                       DISPLAY "EMISSAO GRAVADA EM REIMPR.TXT" AT 2403
                   END-IF
               END-IF
               ACCEPT CONTINUA AT 2452
           END-IF.

      *-------------------------------------------------------------------------*
       Le-prazos.

      *    A missing RELRET.PAR keeps every program at the default.
           MOVE ZEROS TO QTD-PRAZOS.
           MOVE 12 TO MESES-PADRAO.
           OPEN INPUT ARQ-RET.
           IF ARQST-RET = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-RET
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF RET-PROGRAMA NOT = SPACES AND
                              RET-MESES IS NUMERIC
                               IF RET-PROGRAMA = "PADRAO"
                                   MOVE RET-MESES TO MESES-PADRAO
                               ELSE
                                   IF QTD-PRAZOS < 50
                                       ADD 1 TO QTD-PRAZOS
                                       MOVE RET-PROGRAMA TO
                                           TP-PROGRAMA(QTD-PRAZOS)
                                       MOVE RET-MESES TO
                                           TP-MESES(QTD-PRAZOS)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RET
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-prazo.

      *    MESES-PRAZO for the program in CAT-PROGRAMA.
           MOVE MESES-PADRAO TO MESES-PRAZO.
           PERFORM VARYING I-PRZ FROM 1 BY 1 UNTIL I-PRZ > QTD-PRAZOS
               IF TP-PROGRAMA(I-PRZ) = CAT-PROGRAMA
                   MOVE TP-MESES(I-PRZ) TO MESES-PRAZO
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Altera-prazos.

           PERFORM LE-PRAZOS.
           MOVE "X" TO PROGRAMA-E.
           PERFORM UNTIL PROGRAMA-E = SPACES
               PERFORM MOSTRA-PRAZOS
               DISPLAY ESPACO AT 2203
               DISPLAY "PROGRAMA (PADRAO = DEMAIS, BRANCO = FIM):"
                   AT 2203
               MOVE SPACES TO PROGRAMA-E
               ACCEPT PROGRAMA-E AT 2245
               INSPECT PROGRAMA-E CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF PROGRAMA-E NOT = SPACES
                   DISPLAY "MESES (0 = NUNCA EXCLUIR):" AT 2303
                   MOVE ZEROS TO MESES-E
                   ACCEPT MESES-E AT 2330
                   PERFORM GUARDA-PRAZO
               END-IF
           END-PERFORM.
           PERFORM GRAVA-PRAZOS.

      *-------------------------------------------------------------------------*
       Mostra-prazos.

           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "PRAZOS DE RETENCAO DOS RELATORIOS (MESES)" AT 0120
               WITH HIGHLIGHT.
           DISPLAY "PADRAO" AT 0303.
           MOVE MESES-PADRAO TO PRAZO-ED.
           DISPLAY PRAZO-ED AT 0313.
      *    Up to 17 programs a column, three columns side by side.
           MOVE 4 TO LIN-POS.
           MOVE 3 TO COL-PRAZO.
           PERFORM VARYING I-PRZ FROM 1 BY 1 UNTIL I-PRZ > QTD-PRAZOS
               IF LIN-POS > 20
                   MOVE 4 TO LIN-POS
                   ADD 25 TO COL-PRAZO
               END-IF
               COMPUTE POS-TELA = LIN-POS * 100 + COL-PRAZO
               DISPLAY TP-PROGRAMA(I-PRZ) AT POS-TELA
               MOVE TP-MESES(I-PRZ) TO PRAZO-ED
               ADD 10 TO POS-TELA
               DISPLAY PRAZO-ED AT POS-TELA
               ADD 1 TO LIN-POS
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Guarda-prazo.

           IF PROGRAMA-E = "PADRAO"
               MOVE MESES-E TO MESES-PADRAO
           ELSE
               MOVE "N" TO ACHOU-PRAZO
               PERFORM VARYING I-PRZ FROM 1 BY 1
                       UNTIL I-PRZ > QTD-PRAZOS
                   IF TP-PROGRAMA(I-PRZ) = PROGRAMA-E
                       MOVE MESES-E TO TP-MESES(I-PRZ)
                       MOVE "S" TO ACHOU-PRAZO
                   END-IF
               END-PERFORM
               IF ACHOU-PRAZO = "N"
                   IF QTD-PRAZOS < 50
                       ADD 1 TO QTD-PRAZOS
                       MOVE PROGRAMA-E TO TP-PROGRAMA(QTD-PRAZOS)
                       MOVE MESES-E TO TP-MESES(QTD-PRAZOS)
                   ELSE
                       DISPLAY ESPACO AT 2403
                       DISPLAY "TABELA DE PRAZOS CHEIA (50)." AT 2403
                       ACCEPT CONTINUA AT 2435
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-prazos.

           OPEN OUTPUT ARQ-RET.
           IF ARQST-RET NOT = "00"
               DISPLAY ESPACO AT 2403
               DISPLAY "NAO FOI POSSIVEL GRAVAR RELRET.PAR." AT 2403
               ACCEPT CONTINUA AT 2440
           ELSE
               MOVE SPACES TO REG-RETENCAO
               MOVE "PADRAO" TO RET-PROGRAMA
               MOVE MESES-PADRAO TO RET-MESES
               WRITE REG-RETENCAO
               PERFORM VARYING I-PRZ FROM 1 BY 1
                       UNTIL I-PRZ > QTD-PRAZOS
                   MOVE SPACES TO REG-RETENCAO
                   MOVE TP-PROGRAMA(I-PRZ) TO RET-PROGRAMA
                   MOVE TP-MESES(I-PRZ) TO RET-MESES
                   WRITE REG-RETENCAO
               END-PERFORM
               CLOSE ARQ-RET
           END-IF.

      *-------------------------------------------------------------------------*
       Retencao-manual.

           DISPLAY ESPACO AT 2203.
           DISPLAY "EXCLUIR AS EMISSOES FORA DO PRAZO <S/N>?" AT 2203.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA AT 2245.
           IF CONFIRMA = "S" OR "s"
               PERFORM LE-PRAZOS
               PERFORM APLICA-RETENCAO
               DISPLAY ESPACO AT 2303
               IF RETENCAO-OK = "S"
                   MOVE QTD-EXCLUIDAS TO QTD-ED
                   DISPLAY "EMISSOES EXCLUIDAS:" AT 2303
                   DISPLAY QTD-ED AT 2323
                   MOVE QTD-FECHAMENTO TO QTD-ED
                   DISPLAY "MANTIDAS POR FECHAMENTO:" AT 2332
                   DISPLAY QTD-ED AT 2357
                   IF QTD-NAO-REMOVIDAS NOT = ZEROS
                       MOVE QTD-NAO-REMOVIDAS TO QTD-ED
                       DISPLAY ESPACO AT 2403
                       DISPLAY "ARQUIVOS NAO REMOVIDOS (MANTIDAS):"
                           AT 2403
                       DISPLAY QTD-ED AT 2438
                   END-IF
               ELSE
                   DISPLAY "CATALOGO INDISPONIVEL." AT 2303
               END-IF
               ACCEPT CONTINUA AT 2465
           END-IF.

      *-------------------------------------------------------------------------*
       Aplica-retencao.

      *    Two passes over the catalog.  The first finds the closing
      *    run of every report, parameters and month; the second
      *    removes, file and catalog record, each run older than its
      *    program's period that is not one of those.  A run whose
      *    group did not fit in the table is kept.
           MOVE ZEROS TO QTD-EXCLUIDAS QTD-FECHAMENTO QTD-GRUPOS
                         GRUPOS-FORA-TABELA QTD-NAO-REMOVIDAS.
           MOVE "N" TO RETENCAO-OK.
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-COMPLETA.
           COMPUTE MESES-HOJE = DHC-ANO * 12 + DHC-MES.
           OPEN I-O ARQ-CAT.
           IF ARQST-CAT = "00"
               MOVE "S" TO RETENCAO-OK
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-CAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CAT-NUMERO NOT = ZEROS
                               PERFORM MARCA-FECHAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 1 TO CAT-NUMERO
               MOVE ZEROS TO WIGUAL
               START ARQ-CAT KEY IS NOT LESS THAN CAT-NUMERO
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-CAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM AVALIA-EMISSAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CAT
           END-IF.

      *-------------------------------------------------------------------------*
       Marca-fechamento.

      *    The catalog is read in run order, so the last number seen
      *    for a group is its closing run.
           PERFORM BUSCA-GRUPO.
           IF ACHOU-GRUPO = "S"
               MOVE CAT-NUMERO TO TG-ULTIMO(I-GRP)
           ELSE
               IF QTD-GRUPOS < 3000
                   ADD 1 TO QTD-GRUPOS
                   MOVE CAT-PROGRAMA TO TG-PROGRAMA(QTD-GRUPOS)
                   MOVE CAT-PARAMETROS TO TG-PARAMETROS(QTD-GRUPOS)
                   MOVE CAT-ORIGEM TO TG-ORIGEM(QTD-GRUPOS)
                   MOVE ANO-MES-W TO TG-ANO-MES(QTD-GRUPOS)
                   MOVE CAT-NUMERO TO TG-ULTIMO(QTD-GRUPOS)
               ELSE
                   ADD 1 TO GRUPOS-FORA-TABELA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-grupo.

           COMPUTE ANO-MES-W = CAT-ANO * 100 + CAT-MES.
           MOVE "N" TO ACHOU-GRUPO.
           SET I-GRP TO 1.
           SEARCH TAB-GRP
               AT END
                   CONTINUE
               WHEN I-GRP > QTD-GRUPOS
                   CONTINUE
               WHEN TG-PROGRAMA(I-GRP) = CAT-PROGRAMA AND
                    TG-PARAMETROS(I-GRP) = CAT-PARAMETROS AND
                    TG-ORIGEM(I-GRP) = CAT-ORIGEM AND
                    TG-ANO-MES(I-GRP) = ANO-MES-W
                   MOVE "S" TO ACHOU-GRUPO
           END-SEARCH.

      *-------------------------------------------------------------------------*
       Avalia-emissao.

           PERFORM BUSCA-PRAZO.
           COMPUTE MESES-EMISSAO = CAT-ANO * 12 + CAT-MES.
           COMPUTE IDADE-MESES = MESES-HOJE - MESES-EMISSAO.
           IF MESES-PRAZO NOT = ZEROS AND IDADE-MESES > MESES-PRAZO
               PERFORM BUSCA-GRUPO
               IF ACHOU-GRUPO = "S"
                   IF TG-ULTIMO(I-GRP) = CAT-NUMERO
                       MOVE "N" TO ACHOU-GRUPO
                   END-IF
               END-IF
               IF ACHOU-GRUPO = "N"
                   ADD 1 TO QTD-FECHAMENTO
               ELSE
                   MOVE SPACES TO NOME-EMISSAO
                   MOVE CAT-ARQUIVO TO NOME-EMISSAO
      *            The catalog record goes only with its file; a file
      *            already gone leaves nothing to keep it for, but one
      *            that could not be removed keeps its record so the
      *            next pass tries again.
                   DELETE FILE ARQ-EMI
                   IF ARQST-EMI = "00" OR "35"
                       DELETE ARQ-CAT
                       IF ARQST-CAT = "00"
                           ADD 1 TO QTD-EXCLUIDAS
                       END-IF
                   ELSE
                       ADD 1 TO QTD-NAO-REMOVIDAS
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           EXIT PROGRAM.

       end program CATREL.
