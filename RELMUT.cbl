       Program-Id. RELMUT.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-SLD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-SLD
              FILE STATUS ARQST-SLD.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-BAX ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAX
              FILE STATUS ARQST-BAX.

              SELECT ARQ-REA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SLD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOFEC.DAT".
           01  REG-SALDO.
               02 CHAVES-SLD.
                   03 COMPET-S             PIC 9(06).
                   03 CODIGO-TIPO-S        PIC 9(04).
                   03 CODIGO-DEPTO-S       PIC 9(04).
               02 CUSTO-S               PIC 9(11)V99.
               02 DEPR-ACUM-S           PIC 9(11)V99.
               02 DEPR-MES-S            PIC 9(11)V99.
               02 QTD-BENS-S            PIC 9(06).

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

       FD  ARQ-BAX LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BAIXAS.DAT".
           01  REG-BAIXA.
               02 RECKEY-BAX.
                   03 CODIGO-BEM-B         PIC 9(06).
               02 DT-BAIXA-B            PIC 9(08).
               02 VALOR-AQUISICAO-B     PIC 9(09)V99.
               02 DEPR-ACUMULADA-B      PIC 9(09)V99.
               02 VALOR-CONTABIL-B      PIC 9(09)V99.
               02 VALOR-BAIXA-B         PIC 9(09)V99.
               02 CODIGO-OPER-B         PIC 9(04).

       FD  ARQ-REA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REAVAL.DAT".
           01  REG-REAVAL.
               02 CHAVES-REA.
                   03 CODIGO-BEM-R         PIC 9(06).
                   03 SEQ-REAVAL-R         PIC 9(03).
               02 DT-REAVAL-R           PIC 9(08).
               02 VALOR-ANTERIOR-R      PIC 9(09)V99.
               02 VALOR-NOVO-R          PIC 9(09)V99.
               02 VIDA-RESTANTE-R       PIC 9(03).
               02 DEPR-BASE-R           PIC 9(09)V99.
               02 MOTIVO-R              PIC X(30).
               02 CODIGO-OPER-R         PIC 9(04).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELMUT.TXT".
           01  LINHA-RELATORIO          PIC X(132).

      *=========================================================================*
       WORKING-STORAGE SECTION.

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-SLD                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-BAX                    PIC X(02).
           01 ARQST-REA                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 SLD-OK                       PIC X(01) VALUE "N".
           01 BEM-OK                       PIC X(01) VALUE "N".
           01 BAX-OK                       PIC X(01) VALUE "N".
           01 REA-OK                       PIC X(01) VALUE "N".

           01 OP-RELMUT                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 LINHA-AUX                    PIC X(132).

           01 ANO-MAPA                     PIC 9(04) VALUE ZEROS.
           01 COMP-INI-M                   PIC 9(06) VALUE ZEROS.
           01 COMP-INI-M-R REDEFINES COMP-INI-M.
               02 ANO-CI                   PIC 9(04).
               02 MES-CI                   PIC 9(02).
           01 COMP-FIM-M                   PIC 9(06) VALUE ZEROS.
           01 COMP-FIM-M-R REDEFINES COMP-FIM-M.
               02 ANO-CF                   PIC 9(04).
               02 MES-CF                   PIC 9(02).
           01 COMP-ANT-M                   PIC 9(06) VALUE ZEROS.
           01 COMP-ANT-M-R REDEFINES COMP-ANT-M.
               02 ANO-CA                   PIC 9(04).
               02 MES-CA                   PIC 9(02).
           01 COMP-LIMITE                  PIC 9(06) VALUE ZEROS.
           01 DATA-INI-JAN                 PIC 9(08) VALUE ZEROS.
           01 DATA-FIM-JAN                 PIC 9(08) VALUE ZEROS.
           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 COMP-DATA                    PIC 9(08) VALUE ZEROS.
           01 PERIODO-OK                   PIC X(01) VALUE "N".
           01 ACHOU-ANT                    PIC X(01) VALUE "N".
           01 ACHOU-FIM                    PIC X(01) VALUE "N".

           01 TIPO-W                       PIC 9(04) VALUE ZEROS.
           01 DEPTO-W                      PIC 9(04) VALUE ZEROS.
           01 BEM-ANT-R                    PIC 9(06) VALUE ZEROS.
           01 CUSTO-ANT-R                  PIC 9(11)V99 VALUE ZEROS.
           01 CUSTO-NOVO-R                 PIC 9(11)V99 VALUE ZEROS.

      *    One line per type/department met in the snapshots or in the
      *    period's activity.  Kept in type/department order before
      *    printing.
           01 TAB-MUTACAO.
               02 TAB-MUT OCCURS 500 TIMES INDEXED BY I-MUT J-MUT.
                   03 TM-CHAVE.
                       04 TM-CODIGO-TIPO   PIC 9(04).
                       04 TM-CODIGO-DEPTO  PIC 9(04).
                   03 TM-CUSTO-INI         PIC S9(11)V99.
                   03 TM-DEPR-INI          PIC S9(11)V99.
                   03 TM-AQUISICOES        PIC S9(11)V99.
                   03 TM-BAIXAS-CUSTO      PIC S9(11)V99.
                   03 TM-BAIXAS-DEPR       PIC S9(11)V99.
                   03 TM-REAVALIACOES      PIC S9(11)V99.
                   03 TM-DEPRECIACAO       PIC S9(11)V99.
                   03 TM-CUSTO-FIM         PIC S9(11)V99.
                   03 TM-DEPR-FIM          PIC S9(11)V99.
           01 TMP-MUT                      PIC X(125).
           01 QTD-LINHAS                   PIC 9(04) VALUE ZEROS.
           01 POS-MUT                      PIC 9(04) VALUE ZEROS.
           01 LINHAS-PERDIDAS              PIC 9(06) VALUE ZEROS.

      *    Accumulators for the line being printed, the type subtotal
      *    and the grand total.
           01 ACUM-LINHA.
               02 AL-CUSTO-INI             PIC S9(13)V99.
               02 AL-DEPR-INI              PIC S9(13)V99.
               02 AL-AQUISICOES            PIC S9(13)V99.
               02 AL-BAIXAS-CUSTO          PIC S9(13)V99.
               02 AL-BAIXAS-DEPR           PIC S9(13)V99.
               02 AL-REAVALIACOES          PIC S9(13)V99.
               02 AL-DEPRECIACAO           PIC S9(13)V99.
               02 AL-CUSTO-FIM             PIC S9(13)V99.
               02 AL-DEPR-FIM              PIC S9(13)V99.
           01 ACUM-TIPO.
               02 AT-CUSTO-INI             PIC S9(13)V99.
               02 AT-DEPR-INI              PIC S9(13)V99.
               02 AT-AQUISICOES            PIC S9(13)V99.
               02 AT-BAIXAS-CUSTO          PIC S9(13)V99.
               02 AT-BAIXAS-DEPR           PIC S9(13)V99.
               02 AT-REAVALIACOES          PIC S9(13)V99.
               02 AT-DEPRECIACAO           PIC S9(13)V99.
               02 AT-CUSTO-FIM             PIC S9(13)V99.
               02 AT-DEPR-FIM              PIC S9(13)V99.
           01 ACUM-GERAL.
               02 AG-CUSTO-INI             PIC S9(13)V99.
               02 AG-DEPR-INI              PIC S9(13)V99.
               02 AG-AQUISICOES            PIC S9(13)V99.
               02 AG-BAIXAS-CUSTO          PIC S9(13)V99.
               02 AG-BAIXAS-DEPR           PIC S9(13)V99.
               02 AG-REAVALIACOES          PIC S9(13)V99.
               02 AG-DEPRECIACAO           PIC S9(13)V99.
               02 AG-CUSTO-FIM             PIC S9(13)V99.
               02 AG-DEPR-FIM              PIC S9(13)V99.
           01 TIPO-ATUAL                   PIC 9(04) VALUE ZEROS.
           01 DIF-CUSTO                    PIC S9(13)V99 VALUE ZEROS.
           01 DIF-DEPR                     PIC S9(13)V99 VALUE ZEROS.
           01 QTD-DIFERENCAS               PIC 9(04) VALUE ZEROS.
           01 ROTULO-LINHA                 PIC X(10) VALUE SPACES.

           01 LINHA-DET.
               02 LD-ROTULO             PIC X(10).
               02 FILLER                PIC X(02).
               02 LD-TIPO-CUSTO         PIC X(06).
               02 LD-SALDO-INI          PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01).
               02 LD-AQUISICOES         PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01).
               02 LD-BAIXAS             PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01).
               02 LD-REAVALIACOES       PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01).
               02 LD-DEPRECIACAO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(01).
               02 LD-SALDO-FIM          PIC -Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(06).
           01 VALOR-ED1                    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-RELMUT UNTIL OP-RELMUT = 3.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

      *    SALDOFEC.DAT is written by FECHA at each month close; without
      *    it there is nothing to roll forward.
           OPEN INPUT ARQ-SLD.
           EVALUATE ARQST-SLD
               WHEN "00"
                   MOVE "S" TO SLD-OK
               WHEN "35"
                   MOVE "N" TO SLD-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SALDOFEC.DAT: " ARQST-SLD
                   STOP RUN
           END-EVALUATE.

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

           OPEN INPUT ARQ-BAX.
           EVALUATE ARQST-BAX
               WHEN "00"
                   MOVE "S" TO BAX-OK
               WHEN "35"
                   MOVE "N" TO BAX-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BAIXAS.DAT: " ARQST-BAX
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-REA.
           EVALUATE ARQST-REA
               WHEN "00"
                   MOVE "S" TO REA-OK
               WHEN "35"
                   MOVE "N" TO REA-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REAVAL.DAT: " ARQST-REA
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-relmut.

           DISPLAY " ".
           DISPLAY "MUTACAO DO IMOBILIZADO".
           DISPLAY "1 - MAPA DO ANO".
           DISPLAY "2 - FAIXA DE COMPETENCIAS".
           DISPLAY "3 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-RELMUT.
           EVALUATE OP-RELMUT
               WHEN 1
                   PERFORM PEDE-ANO
               WHEN 2
                   PERFORM PEDE-FAIXA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Pede-ano.

      *    The year map runs from January up to the last competencia
      *    of the year already closed.
           IF SLD-OK NOT = "S"
               DISPLAY "NENHUM FECHAMENTO COM SALDOS REGISTRADO."
           ELSE
               DISPLAY "ANO (AAAA): "
               ACCEPT ANO-MAPA
               COMPUTE COMP-INI-M = ANO-MAPA * 100 + 1
               COMPUTE COMP-LIMITE = ANO-MAPA * 100 + 12
               MOVE ZEROS TO COMP-FIM-M
               MOVE COMP-INI-M TO COMPET-S
               MOVE ZEROS TO CODIGO-TIPO-S CODIGO-DEPTO-S WIGUAL
               START ARQ-SLD KEY IS NOT LESS THAN CHAVES-SLD
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-SLD NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF COMPET-S > COMP-LIMITE
                               MOVE 1 TO WIGUAL
                           ELSE
                               MOVE COMPET-S TO COMP-FIM-M
                           END-IF
                   END-READ
               END-PERFORM
               IF COMP-FIM-M = ZEROS
                   DISPLAY "NENHUMA COMPETENCIA FECHADA EM " ANO-MAPA
               ELSE
                   PERFORM PROCESSA-RELATORIO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Pede-faixa.

           IF SLD-OK NOT = "S"
               DISPLAY "NENHUM FECHAMENTO COM SALDOS REGISTRADO."
           ELSE
               DISPLAY "COMPETENCIA INICIAL (AAAAMM): "
               ACCEPT COMP-INI-M
               DISPLAY "COMPETENCIA FINAL   (AAAAMM): "
               ACCEPT COMP-FIM-M
               MOVE "S" TO PERIODO-OK
               IF MES-CI < 1 OR MES-CI > 12 OR
                  MES-CF < 1 OR MES-CF > 12 OR
                  COMP-INI-M > COMP-FIM-M
                   MOVE "N" TO PERIODO-OK
                   DISPLAY "FAIXA INVALIDA."
               END-IF
               IF PERIODO-OK = "S"
                   PERFORM TESTA-FECHAMENTO-FIM
               END-IF
               IF PERIODO-OK = "S"
                   PERFORM PROCESSA-RELATORIO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-fechamento-fim.

           MOVE COMP-FIM-M TO COMPET-S.
           MOVE ZEROS TO CODIGO-TIPO-S CODIGO-DEPTO-S.
           START ARQ-SLD KEY IS NOT LESS THAN CHAVES-SLD
               INVALID KEY
                   MOVE "N" TO PERIODO-OK
               NOT INVALID KEY
                   READ ARQ-SLD NEXT RECORD
                       AT END
                           MOVE "N" TO PERIODO-OK
                       NOT AT END
                           IF COMPET-S NOT = COMP-FIM-M
                               MOVE "N" TO PERIODO-OK
                           END-IF
                   END-READ
           END-START.
           IF PERIODO-OK NOT = "S"
               DISPLAY "COMPETENCIA " COMP-FIM-M
                   " SEM SALDOS DE FECHAMENTO."
           END-IF.

      *-------------------------------------------------------------------------*
       Processa-relatorio.

      *    Opening balance is the snapshot of the competencia before
      *    the first one asked; closing balance that of the last one.
      *    Activity in between comes from the movement files.
           MOVE COMP-INI-M TO COMP-ANT-M.
           IF MES-CA = 1
               SUBTRACT 1 FROM ANO-CA
               MOVE 12 TO MES-CA
           ELSE
               SUBTRACT 1 FROM MES-CA
           END-IF.
           COMPUTE DATA-INI-JAN = ANO-CI * 10000 + MES-CI * 100 + 1.
           COMPUTE DATA-FIM-JAN = ANO-CF * 10000 + MES-CF * 100 + 31.
           MOVE ZEROS TO QTD-LINHAS LINHAS-PERDIDAS QTD-DIFERENCAS.
           MOVE "N" TO ACHOU-ANT ACHOU-FIM.

           PERFORM LE-SALDOS.
           IF BEM-OK = "S"
               PERFORM LE-AQUISICOES
           END-IF.
           IF BAX-OK = "S"
               PERFORM LE-BAIXAS
           END-IF.
           IF REA-OK = "S" AND BEM-OK = "S"
               PERFORM LE-REAVALIACOES
           END-IF.
           PERFORM ORDENA-MUTACAO.

           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR RELMUT.TXT."
           ELSE
               PERFORM CABECALHO-RELATORIO
               PERFORM IMPRIME-MUTACAO
               PERFORM RODAPE-RELATORIO
               CLOSE ARQ-REL
               MOVE "RELMUT" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "COMPETENCIAS " COMP-INI-M " A " COMP-FIM-M
                   DELIMITED BY SIZE INTO REM-PARAMETROS
               MOVE "RELMUT.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM RELMUT.TXT"
               DISPLAY "COMPETENCIAS " COMP-INI-M " A " COMP-FIM-M
               IF QTD-DIFERENCAS NOT = ZEROS
                   DISPLAY "LINHAS COM DIFERENCA: " QTD-DIFERENCAS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Le-saldos.

           MOVE COMP-ANT-M TO COMPET-S.
           MOVE ZEROS TO CODIGO-TIPO-S CODIGO-DEPTO-S WIGUAL.
           START ARQ-SLD KEY IS NOT LESS THAN CHAVES-SLD
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-SLD NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF COMPET-S > COMP-FIM-M
                           MOVE 1 TO WIGUAL
                       ELSE
                           PERFORM SOMA-SALDO
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Soma-saldo.

           MOVE CODIGO-TIPO-S TO TIPO-W.
           MOVE CODIGO-DEPTO-S TO DEPTO-W.
           PERFORM LOCALIZA-LINHA.
           IF POS-MUT NOT = ZEROS
               SET I-MUT TO POS-MUT
               IF COMPET-S = COMP-ANT-M
                   MOVE "S" TO ACHOU-ANT
                   ADD CUSTO-S TO TM-CUSTO-INI(I-MUT)
                   ADD DEPR-ACUM-S TO TM-DEPR-INI(I-MUT)
               ELSE
                   ADD DEPR-MES-S TO TM-DEPRECIACAO(I-MUT)
                   IF COMPET-S = COMP-FIM-M
                       MOVE "S" TO ACHOU-FIM
                       ADD CUSTO-S TO TM-CUSTO-FIM(I-MUT)
                       ADD DEPR-ACUM-S TO TM-DEPR-FIM(I-MUT)
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Le-aquisicoes.

           MOVE ZEROS TO CODIGO-BEM-M WIGUAL.
           START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-BEM NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       MOVE DT-AQUISICAO-M TO DT-AUX
                       PERFORM CONVERTE-DATA
                       IF COMP-DATA NOT < DATA-INI-JAN AND
                          COMP-DATA NOT > DATA-FIM-JAN
                           MOVE CODIGO-TIPO-M TO TIPO-W
                           MOVE CODIGO-DEPTO-M TO DEPTO-W
                           PERFORM LOCALIZA-LINHA
                           IF POS-MUT NOT = ZEROS
                               SET I-MUT TO POS-MUT
                               ADD VALOR-AQUISICAO-M
                                   TO TM-AQUISICOES(I-MUT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Le-baixas.

      *    A retirement takes the gross cost and the accumulated
      *    depreciation recorded on BAIXAS.DAT out of the balance.
           MOVE ZEROS TO CODIGO-BEM-B WIGUAL.
           START ARQ-BAX KEY IS NOT LESS THAN RECKEY-BAX
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-BAX NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       MOVE DT-BAIXA-B TO DT-AUX
                       PERFORM CONVERTE-DATA
                       IF COMP-DATA NOT < DATA-INI-JAN AND
                          COMP-DATA NOT > DATA-FIM-JAN
                           PERFORM SOMA-BAIXA
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Soma-baixa.

           MOVE ZEROS TO TIPO-W DEPTO-W.
           IF BEM-OK = "S"
               MOVE CODIGO-BEM-B TO CODIGO-BEM-M
               READ ARQ-BEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CODIGO-TIPO-M TO TIPO-W
                       MOVE CODIGO-DEPTO-M TO DEPTO-W
               END-READ
           END-IF.
           PERFORM LOCALIZA-LINHA.
           IF POS-MUT NOT = ZEROS
               SET I-MUT TO POS-MUT
               ADD VALOR-AQUISICAO-B TO TM-BAIXAS-CUSTO(I-MUT)
               ADD DEPR-ACUMULADA-B TO TM-BAIXAS-DEPR(I-MUT)
           END-IF.

      *-------------------------------------------------------------------------*
       Le-reavaliacoes.

      *    Each revaluation moves the gross cost from the previous
      *    figure (acquisition value, or the last revaluation) to the
      *    accumulated depreciation at that date plus the new value.
           MOVE ZEROS TO CODIGO-BEM-R SEQ-REAVAL-R WIGUAL BEM-ANT-R.
           START ARQ-REA KEY IS NOT LESS THAN CHAVES-REA
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-REA NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       PERFORM SOMA-REAVALIACAO
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Soma-reavaliacao.

           IF CODIGO-BEM-R NOT = BEM-ANT-R
               MOVE CODIGO-BEM-R TO BEM-ANT-R CODIGO-BEM-M
               READ ARQ-BEM
                   INVALID KEY
                       MOVE ZEROS TO VALOR-AQUISICAO-M CODIGO-TIPO-M
                                     CODIGO-DEPTO-M
               END-READ
               MOVE VALOR-AQUISICAO-M TO CUSTO-ANT-R
           END-IF.
           COMPUTE CUSTO-NOVO-R = DEPR-BASE-R + VALOR-NOVO-R.
           MOVE DT-REAVAL-R TO DT-AUX.
           PERFORM CONVERTE-DATA.
           IF COMP-DATA NOT < DATA-INI-JAN AND
              COMP-DATA NOT > DATA-FIM-JAN
               MOVE CODIGO-TIPO-M TO TIPO-W
               MOVE CODIGO-DEPTO-M TO DEPTO-W
               PERFORM LOCALIZA-LINHA
               IF POS-MUT NOT = ZEROS
                   SET I-MUT TO POS-MUT
                   COMPUTE TM-REAVALIACOES(I-MUT) =
                       TM-REAVALIACOES(I-MUT) + CUSTO-NOVO-R
                       - CUSTO-ANT-R
               END-IF
           END-IF.
           MOVE CUSTO-NOVO-R TO CUSTO-ANT-R.

      *-------------------------------------------------------------------------*
       Localiza-linha.

      *    Returns in POS-MUT the line for TIPO-W/DEPTO-W, opening one
      *    when needed; zero when the table is full.
           MOVE ZEROS TO POS-MUT.
           PERFORM VARYING I-MUT FROM 1 BY 1 UNTIL I-MUT > QTD-LINHAS
               IF TM-CODIGO-TIPO(I-MUT) = TIPO-W AND
                  TM-CODIGO-DEPTO(I-MUT) = DEPTO-W
                   SET POS-MUT TO I-MUT
               END-IF
           END-PERFORM.
           IF POS-MUT = ZEROS
               IF QTD-LINHAS < 500
                   ADD 1 TO QTD-LINHAS
                   SET I-MUT TO QTD-LINHAS
                   MOVE TIPO-W TO TM-CODIGO-TIPO(I-MUT)
                   MOVE DEPTO-W TO TM-CODIGO-DEPTO(I-MUT)
                   MOVE ZEROS TO TM-CUSTO-INI(I-MUT)
                                 TM-DEPR-INI(I-MUT)
                                 TM-AQUISICOES(I-MUT)
                                 TM-BAIXAS-CUSTO(I-MUT)
                                 TM-BAIXAS-DEPR(I-MUT)
                                 TM-REAVALIACOES(I-MUT)
                                 TM-DEPRECIACAO(I-MUT)
                                 TM-CUSTO-FIM(I-MUT)
                                 TM-DEPR-FIM(I-MUT)
                   MOVE QTD-LINHAS TO POS-MUT
               ELSE
                   ADD 1 TO LINHAS-PERDIDAS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Converte-data.

           COMPUTE COMP-DATA = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.

      *-------------------------------------------------------------------------*
       Ordena-mutacao.

           PERFORM VARYING I-MUT FROM 1 BY 1
                UNTIL I-MUT >= QTD-LINHAS
                PERFORM VARYING J-MUT FROM 1 BY 1
                     UNTIL J-MUT > (QTD-LINHAS - I-MUT)
                     IF TM-CHAVE(J-MUT) > TM-CHAVE(J-MUT + 1)
                          MOVE TAB-MUT(J-MUT) TO TMP-MUT
                          MOVE TAB-MUT(J-MUT + 1) TO TAB-MUT(J-MUT)
                          MOVE TMP-MUT TO TAB-MUT(J-MUT + 1)
                     END-IF
                END-PERFORM
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Imprime-mutacao.

           INITIALIZE ACUM-TIPO ACUM-GERAL.
           MOVE ZEROS TO TIPO-ATUAL.
           PERFORM VARYING I-MUT FROM 1 BY 1 UNTIL I-MUT > QTD-LINHAS
               IF I-MUT > 1 AND TM-CODIGO-TIPO(I-MUT) NOT = TIPO-ATUAL
                   PERFORM SUBTOTAL-TIPO
               END-IF
               MOVE TM-CODIGO-TIPO(I-MUT) TO TIPO-ATUAL
               PERFORM IMPRIME-LINHA-MUT
           END-PERFORM.
           IF QTD-LINHAS > ZEROS
               PERFORM SUBTOTAL-TIPO
           END-IF.
           MOVE ACUM-GERAL TO ACUM-LINHA.
           MOVE "TOT. GERAL" TO ROTULO-LINHA.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           PERFORM IMPRIME-ACUMULADO.

      *-------------------------------------------------------------------------*
       Imprime-linha-mut.

           MOVE TM-CUSTO-INI(I-MUT) TO AL-CUSTO-INI.
           MOVE TM-DEPR-INI(I-MUT) TO AL-DEPR-INI.
           MOVE TM-AQUISICOES(I-MUT) TO AL-AQUISICOES.
           MOVE TM-BAIXAS-CUSTO(I-MUT) TO AL-BAIXAS-CUSTO.
           MOVE TM-BAIXAS-DEPR(I-MUT) TO AL-BAIXAS-DEPR.
           MOVE TM-REAVALIACOES(I-MUT) TO AL-REAVALIACOES.
           MOVE TM-DEPRECIACAO(I-MUT) TO AL-DEPRECIACAO.
           MOVE TM-CUSTO-FIM(I-MUT) TO AL-CUSTO-FIM.
           MOVE TM-DEPR-FIM(I-MUT) TO AL-DEPR-FIM.
           ADD AL-CUSTO-INI TO AT-CUSTO-INI AG-CUSTO-INI.
           ADD AL-DEPR-INI TO AT-DEPR-INI AG-DEPR-INI.
           ADD AL-AQUISICOES TO AT-AQUISICOES AG-AQUISICOES.
           ADD AL-BAIXAS-CUSTO TO AT-BAIXAS-CUSTO AG-BAIXAS-CUSTO.
           ADD AL-BAIXAS-DEPR TO AT-BAIXAS-DEPR AG-BAIXAS-DEPR.
           ADD AL-REAVALIACOES TO AT-REAVALIACOES AG-REAVALIACOES.
           ADD AL-DEPRECIACAO TO AT-DEPRECIACAO AG-DEPRECIACAO.
           ADD AL-CUSTO-FIM TO AT-CUSTO-FIM AG-CUSTO-FIM.
           ADD AL-DEPR-FIM TO AT-DEPR-FIM AG-DEPR-FIM.
           MOVE SPACES TO ROTULO-LINHA.
           STRING TM-CODIGO-TIPO(I-MUT) "/" TM-CODIGO-DEPTO(I-MUT)
               DELIMITED BY SIZE INTO ROTULO-LINHA.
           PERFORM IMPRIME-ACUMULADO.

      *-------------------------------------------------------------------------*
       Subtotal-tipo.

           MOVE ACUM-TIPO TO ACUM-LINHA.
           MOVE SPACES TO ROTULO-LINHA.
           STRING "TIPO " TIPO-ATUAL DELIMITED BY SIZE
               INTO ROTULO-LINHA.
           PERFORM IMPRIME-ACUMULADO.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           INITIALIZE ACUM-TIPO.

      *-------------------------------------------------------------------------*
       Imprime-acumulado.

      *    Two lines - gross cost and accumulated depreciation - with
      *    retirements shown negative, then the difference between the
      *    closing snapshot and opening plus activity when there is one.
           MOVE SPACES TO LINHA-DET.
           MOVE ROTULO-LINHA TO LD-ROTULO.
           MOVE "CUSTO " TO LD-TIPO-CUSTO.
           MOVE AL-CUSTO-INI TO LD-SALDO-INI.
           MOVE AL-AQUISICOES TO LD-AQUISICOES.
           COMPUTE LD-BAIXAS = 0 - AL-BAIXAS-CUSTO.
           MOVE AL-REAVALIACOES TO LD-REAVALIACOES.
           MOVE AL-CUSTO-FIM TO LD-SALDO-FIM.
           WRITE LINHA-RELATORIO FROM LINHA-DET.
           MOVE SPACES TO LINHA-DET.
           MOVE "DEPR. " TO LD-TIPO-CUSTO.
           MOVE AL-DEPR-INI TO LD-SALDO-INI.
           COMPUTE LD-BAIXAS = 0 - AL-BAIXAS-DEPR.
           MOVE AL-DEPRECIACAO TO LD-DEPRECIACAO.
           MOVE AL-DEPR-FIM TO LD-SALDO-FIM.
           WRITE LINHA-RELATORIO FROM LINHA-DET.
           COMPUTE DIF-CUSTO = AL-CUSTO-FIM - AL-CUSTO-INI
               - AL-AQUISICOES + AL-BAIXAS-CUSTO - AL-REAVALIACOES.
           COMPUTE DIF-DEPR = AL-DEPR-FIM - AL-DEPR-INI
               + AL-BAIXAS-DEPR - AL-DEPRECIACAO.
           IF DIF-CUSTO NOT = ZEROS OR DIF-DEPR NOT = ZEROS
               ADD 1 TO QTD-DIFERENCAS
               MOVE DIF-CUSTO TO VALOR-ED1
               MOVE DIF-DEPR TO VALOR-ED2
               MOVE SPACES TO LINHA-AUX
               STRING "            *** DIFERENCA  CUSTO: " VALOR-ED1
                   "  DEPR.: " VALOR-ED2
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Cabecalho-relatorio.

           MOVE SPACES TO LINHA-AUX.
           STRING "MUTACAO DO IMOBILIZADO - COMPETENCIAS " COMP-INI-M
               " A " COMP-FIM-M
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF ACHOU-ANT NOT = "S"
               MOVE SPACES TO LINHA-AUX
               STRING "SALDO DE ABERTURA (" COMP-ANT-M
                   ") NAO ENCONTRADO - CONSIDERADO ZERO"
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "TIPO/DEPTO            SALDO INICIAL"
               "        AQUISICOES            BAIXAS"
               "      REAVALIACOES       DEPRECIACAO"
               "       SALDO FINAL"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Rodape-relatorio.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "LINHAS TIPO/DEPTO: " QTD-LINHAS
               "  COM DIFERENCA: " QTD-DIFERENCAS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF QTD-DIFERENCAS NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "DIFERENCAS POR DEPARTAMENTO PODEM DECORRER DE "
                   "TRANSFERENCIAS ENTRE DEPARTAMENTOS NO PERIODO."
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           IF LINHAS-PERDIDAS NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "REGISTROS FORA DA TABELA: " LINHAS-PERDIDAS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           IF SLD-OK = "S"
               CLOSE ARQ-SLD
           END-IF.
           IF BEM-OK = "S"
               CLOSE ARQ-BEM
           END-IF.
           IF BAX-OK = "S"
               CLOSE ARQ-BAX
           END-IF.
           IF REA-OK = "S"
               CLOSE ARQ-REA
           END-IF.
           EXIT PROGRAM.

       end program RELMUT.
