       Program-Id. PAINEL.

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

              SELECT ARQ-ACU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ACU
              FILE STATUS ARQST-ACU.

              SELECT ARQ-REA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-ORD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-ORD
              FILE STATUS ARQST-ORD.

              SELECT ARQ-EMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-EMP
              FILE STATUS ARQST-EMP.

              SELECT ARQ-PEN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-PEN
              FILE STATUS ARQST-PEN.

              SELECT ARQ-PAR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-PAR
              FILE STATUS ARQST-PAR.

              SELECT ARQ-LOG ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-LOG.

              SELECT ARQ-CTL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CTL.

              SELECT ARQ-VER ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-VER.

              SELECT ARQ-SEG ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-SEG.

              SELECT ARQ-PPN ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-PPN.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-ACU LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPRAC.DAT".
           01  REG-ACUM.
               02 RECKEY-ACU.
                   03 CODIGO-BEM-A         PIC 9(06).
               02 DEPR-ACUMULADA-A      PIC 9(09)V99.
               02 COMPET-ULT-A          PIC 9(06).
               02 QUOTA-ULT-A           PIC 9(09)V99.

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

       FD  ARQ-PEN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENDTR.DAT".
           01  REG-PENDENCIA.
               02 RECKEY-PEN.
                   03 NUM-PEND-T           PIC 9(06).
               02 CODIGO-BEM-T          PIC 9(06).
               02 LOCAL-DESTINO-T       PIC 9(04).
               02 DEPTO-ORIGEM-T        PIC 9(04).
               02 DEPTO-DESTINO-T       PIC 9(04).
               02 DT-SOLICITACAO-T      PIC 9(08).
               02 OPER-SOLICITANTE-T    PIC 9(04).
               02 SITUACAO-T            PIC X(01).
               02 DT-DECISAO-T          PIC 9(08).
               02 OPER-APROVADOR-T      PIC 9(04).

       FD  ARQ-PAR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAM.DAT".
           01  REG-PARAM.
               02 RECKEY-PAR.
                   03 CHAVE-PARAM          PIC 9(02).
               02 DT-FECHAMENTO         PIC 9(08).
               02 COMPET-FECHADA        PIC 9(06).

       FD  ARQ-LOG LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTURNO.LOG".
           01  REG-LOG.
               02 LOG-DATA              PIC 9(08).
               02 FILLER                PIC X(01).
               02 LOG-HORA              PIC 9(06).
               02 FILLER                PIC X(01).
               02 LOG-PASSO             PIC X(10).
               02 FILLER                PIC X(01).
               02 LOG-SITUACAO          PIC X(10).
               02 FILLER                PIC X(01).
               02 LOG-REGISTROS         PIC 9(06).
               02 FILLER                PIC X(01).
               02 LOG-RETORNO           PIC 9(02).

       FD  ARQ-CTL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BACKUP.CTL".
           01  REG-CTL.
               02 CTL-ARQUIVO           PIC X(10).
               02 CTL-QTD               PIC 9(06).
               02 CTL-TOTAL             PIC 9(12).
               02 CTL-DATA              PIC 9(08).

       FD  ARQ-VER LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BACKUP.VER".
           01  REG-VER.
               02 VER-SITUACAO          PIC X(01).
               02 FILLER                PIC X(01).
               02 VER-DATA-BACKUP       PIC 9(08).
               02 FILLER                PIC X(01).
               02 VER-HORA-BACKUP       PIC 9(06).
               02 FILLER                PIC X(01).
               02 VER-DATA-CONF         PIC 9(08).
               02 FILLER                PIC X(01).
               02 VER-HORA-CONF         PIC 9(06).
               02 FILLER                PIC X(01).
               02 VER-ERROS             PIC 9(02).

       FD  ARQ-SEG LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SEGLOG.TXT".
           01  REG-SEG.
               02 SEG-DATA              PIC 9(08).
               02 FILLER                PIC X(01).
               02 SEG-HORA              PIC 9(06).
               02 FILLER                PIC X(01).
               02 SEG-EVENTO            PIC X(15).
               02 FILLER                PIC X(01).
               02 SEG-OPER              PIC 9(04).
               02 FILLER                PIC X(01).
               02 SEG-INFO              PIC X(20).

      *    Alert thresholds, one line: days since the last backup,
      *    days since the last nightly run, months behind on the
      *    period close, overdue orders, overdue loans, pending
      *    transfers and failed sign-ons tolerated before the figure
      *    is flagged.
       FD  ARQ-PPN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAINEL.PAR".
           01  REG-PARAM-PAINEL.
               02 PPN-DIAS-BACKUP       PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-DIAS-NOTURNO      PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-MESES-FECHA       PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-ORD-ATRASO        PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-EMP-ATRASO        PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-PENDENTES         PIC 9(03).
               02 FILLER                PIC X(01).
               02 PPN-FALHAS            PIC 9(03).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-ACU                    PIC X(02).
           01 ARQST-REA                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 ARQST-EMP                    PIC X(02).
           01 ARQST-PEN                    PIC X(02).
           01 ARQST-PAR                    PIC X(02).
           01 ARQST-LOG                    PIC X(02).
           01 ARQST-CTL                    PIC X(02).
           01 ARQST-VER                    PIC X(02).
           01 ARQST-SEG                    PIC X(02).
           01 ARQST-PPN                    PIC X(02).
           01 ACU-OK                       PIC X(01) VALUE "N".
           01 REA-OK                       PIC X(01) VALUE "N".

           01 OP-PAINEL                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WREA                         PIC 9     VALUE ZEROS.
           01 ESPACO                       PIC X(60) VALUE SPACES.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 COMP-HOJE                    PIC 9(08) VALUE ZEROS.
           01 SERIE-HOJE                   PIC 9(08) VALUE ZEROS.
           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 DT-AAAAMMDD                  PIC 9(08) VALUE ZEROS.
           01 DT-AAAAMMDD-R REDEFINES DT-AAAAMMDD.
               02 ANO-IN                   PIC 9(04).
               02 MES-IN                   PIC 9(02).
               02 DIA-IN                   PIC 9(02).
           01 COMP-AUX                     PIC 9(08) VALUE ZEROS.
           01 DT-ED                        PIC 99/99/9999.
           01 HORA-AUX                     PIC 9(06) VALUE ZEROS.
           01 HORA-AUX-R REDEFINES HORA-AUX.
               02 HH-AX                    PIC 9(02).
               02 MM-AX                    PIC 9(02).
               02 SS-AX                    PIC 9(02).
           01 HORA-ED.
               02 HH-ED                    PIC 9(02).
               02 FILLER                   PIC X(01) VALUE ":".
               02 MM-ED                    PIC 9(02).

           01 ANO-BISS-IN                  PIC 9(04) VALUE ZEROS.
           01 ANO-BISSEXTO                 PIC X(01) VALUE "N".
           01 QUOC-BISS                    PIC 9(04) VALUE ZEROS.
           01 RESTO-BISS4                  PIC 9(01) VALUE ZEROS.
           01 RESTO-BISS100                PIC 9(02) VALUE ZEROS.
           01 RESTO-BISS400                PIC 9(03) VALUE ZEROS.

      *    Cumulative days before each month in a common year, for
      *    the serial-day arithmetic below.
           01 ACUMMES.
               02 FILLER                   PIC 9(03) VALUE 000.
               02 FILLER                   PIC 9(03) VALUE 031.
               02 FILLER                   PIC 9(03) VALUE 059.
               02 FILLER                   PIC 9(03) VALUE 090.
               02 FILLER                   PIC 9(03) VALUE 120.
               02 FILLER                   PIC 9(03) VALUE 151.
               02 FILLER                   PIC 9(03) VALUE 181.
               02 FILLER                   PIC 9(03) VALUE 212.
               02 FILLER                   PIC 9(03) VALUE 243.
               02 FILLER                   PIC 9(03) VALUE 273.
               02 FILLER                   PIC 9(03) VALUE 304.
               02 FILLER                   PIC 9(03) VALUE 334.
           01 TABELA-ACUMMES REDEFINES ACUMMES.
               02 ACUMMES-T                PIC 9(03) OCCURS 12 TIMES.

           01 SERIE-ANO                    PIC 9(04) VALUE ZEROS.
           01 SERIE-MES                    PIC 9(02) VALUE ZEROS.
           01 SERIE-DIA                    PIC 9(02) VALUE ZEROS.
           01 QUOC-S4                      PIC 9(04) VALUE ZEROS.
           01 QUOC-S100                    PIC 9(04) VALUE ZEROS.
           01 QUOC-S400                    PIC 9(04) VALUE ZEROS.
           01 DIAS-SERIE                   PIC 9(08) VALUE ZEROS.
           01 DIAS-DECORRIDOS              PIC 9(08) VALUE ZEROS.

      *    Thresholds in force: PAINEL.PAR when present, these
      *    defaults otherwise.
           01 LIM-DIAS-BACKUP              PIC 9(03) VALUE 2.
           01 LIM-DIAS-NOTURNO             PIC 9(03) VALUE 1.
           01 LIM-MESES-FECHA              PIC 9(03) VALUE 1.
           01 LIM-ORD-ATRASO               PIC 9(03) VALUE ZEROS.
           01 LIM-EMP-ATRASO               PIC 9(03) VALUE ZEROS.
           01 LIM-PENDENTES                PIC 9(03) VALUE 5.
           01 LIM-FALHAS                   PIC 9(03) VALUE 3.
           01 LIMITE-E                     PIC 9(03) VALUE ZEROS.

           01 QTD-ATIVOS                   PIC 9(06) VALUE ZEROS.
           01 QTD-BAIXADOS                 PIC 9(06) VALUE ZEROS.
           01 VALOR-CONTABIL-TOTAL         PIC 9(11)V99 VALUE ZEROS.
           01 VALOR-BRUTO-W                PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-ED                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 QTD-ORD-ABERTAS              PIC 9(06) VALUE ZEROS.
           01 QTD-ORD-ATRASO               PIC 9(06) VALUE ZEROS.
           01 QTD-EMP-ABERTOS              PIC 9(06) VALUE ZEROS.
           01 QTD-EMP-ATRASO               PIC 9(06) VALUE ZEROS.
           01 QTD-PENDENTES                PIC 9(06) VALUE ZEROS.
           01 QTD-FALHAS                   PIC 9(06) VALUE ZEROS.
           01 QTD-ALERTAS                  PIC 9(02) VALUE ZEROS.
           01 QTD-ED                       PIC ZZZZZ9.
           01 MESES-ATRASO                 PIC 9(04) VALUE ZEROS.

           01 COMPET-W                     PIC 9(06) VALUE ZEROS.
           01 COMPET-W-R REDEFINES COMPET-W.
               02 ANO-CP                   PIC 9(04).
               02 MES-CP                   PIC 9(02).
           01 COMPET-ED.
               02 MES-CE                   PIC 9(02).
               02 FILLER                   PIC X(01) VALUE "/".
               02 ANO-CE                   PIC 9(04).

      *    Last nightly run as read from NOTURNO.LOG.
           01 NOT-DATA                     PIC 9(08) VALUE ZEROS.
           01 NOT-HORA                     PIC 9(06) VALUE ZEROS.
           01 NOT-SITUACAO                 PIC X(10) VALUE SPACES.
           01 NOT-PASSO-ERRO               PIC X(10) VALUE SPACES.
           01 NOT-RETORNO                  PIC 9(02) VALUE ZEROS.

           01 BKP-DATA                     PIC 9(08) VALUE ZEROS.
           01 BKP-SITUACAO                 PIC X(01) VALUE SPACES.
           01 BKP-ERROS                    PIC 9(02) VALUE ZEROS.

           01 LINHA-PAINEL                 PIC X(40) VALUE SPACES.
           01 LIN-POS                      PIC 9(04) VALUE ZEROS.
           01 ALERTA-W                     PIC X(01) VALUE "N".

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           MOVE ZEROS TO OP-PAINEL.
           PERFORM LE-LIMITES.
           PERFORM MOSTRA-PAINEL.
           PERFORM MENU-PAINEL UNTIL OP-PAINEL = 3.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Le-limites.

      *    A missing PAINEL.PAR, or a field left blank in it, keeps
      *    the default for that threshold.
           OPEN INPUT ARQ-PPN.
           IF ARQST-PPN = "00"
               READ ARQ-PPN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPN-DIAS-BACKUP IS NUMERIC
                           MOVE PPN-DIAS-BACKUP TO LIM-DIAS-BACKUP
                       END-IF
                       IF PPN-DIAS-NOTURNO IS NUMERIC
                           MOVE PPN-DIAS-NOTURNO TO LIM-DIAS-NOTURNO
                       END-IF
                       IF PPN-MESES-FECHA IS NUMERIC
                           MOVE PPN-MESES-FECHA TO LIM-MESES-FECHA
                       END-IF
                       IF PPN-ORD-ATRASO IS NUMERIC
                           MOVE PPN-ORD-ATRASO TO LIM-ORD-ATRASO
                       END-IF
                       IF PPN-EMP-ATRASO IS NUMERIC
                           MOVE PPN-EMP-ATRASO TO LIM-EMP-ATRASO
                       END-IF
                       IF PPN-PENDENTES IS NUMERIC
                           MOVE PPN-PENDENTES TO LIM-PENDENTES
                       END-IF
                       IF PPN-FALHAS IS NUMERIC
                           MOVE PPN-FALHAS TO LIM-FALHAS
                       END-IF
               END-READ
               CLOSE ARQ-PPN
           END-IF.

      *-------------------------------------------------------------------------*
       Menu-painel.

           DISPLAY "1 - ATUALIZAR   2 - LIMITES DE ALERTA   3 - SAIR"
               AT 2203.
           DISPLAY "ESCOLHA UMA OPCAO:" AT 2303.
           MOVE ZEROS TO OP-PAINEL.
           ACCEPT OP-PAINEL AT 2322.
           EVALUATE OP-PAINEL
               WHEN 1
                   PERFORM MOSTRA-PAINEL
               WHEN 2
                   PERFORM ALTERA-LIMITES
                   PERFORM MOSTRA-PAINEL
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY ESPACO AT 2403
                   DISPLAY "OPCAO INVALIDA." AT 2403
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Mostra-painel.

      *    Read-only: every file is opened for input, summed up and
      *    closed again, so the figures are those of the moment the
      *    screen is drawn and nothing is held open behind it.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           COMPUTE COMP-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE DT-HOJE TO DT-AUX.
           PERFORM CALCULA-DIAS-SERIE.
           MOVE DIAS-SERIE TO SERIE-HOJE.
           MOVE ZEROS TO QTD-ALERTAS.
           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "PAINEL DE SITUACAO DO PATRIMONIO" AT 0124
               WITH HIGHLIGHT.
           MOVE DT-HOJE TO DT-ED.
           DISPLAY DT-ED AT 0169.
           PERFORM APURA-BENS.
           PERFORM APURA-ORDENS.
           PERFORM APURA-EMPRESTIMOS.
           PERFORM APURA-PENDENCIAS.
           PERFORM APURA-FECHAMENTO.
           PERFORM APURA-NOTURNO.
           PERFORM APURA-BACKUP.
           PERFORM APURA-FALHAS-ACESSO.
           IF QTD-ALERTAS = ZEROS
               DISPLAY "NENHUM ALERTA." AT 2003
           ELSE
               DISPLAY "ALERTAS:" AT 2003
               DISPLAY QTD-ALERTAS AT 2012 WITH HIGHLIGHT
               DISPLAY "(MARCADOS COM <<)" AT 2015
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-bens.

      *    Book value as MOVIM takes it at a baixa: the revalued base
      *    when the asset was revalued, else the acquisition value,
      *    less the depreciation accumulated in DEPRAC.DAT.
           MOVE ZEROS TO QTD-ATIVOS QTD-BAIXADOS VALOR-CONTABIL-TOTAL.
           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM = "00"
               OPEN INPUT ARQ-ACU
               MOVE "N" TO ACU-OK
               IF ARQST-ACU = "00"
                   MOVE "S" TO ACU-OK
               END-IF
               OPEN INPUT ARQ-REA
               MOVE "N" TO REA-OK
               IF ARQST-REA = "00"
                   MOVE "S" TO REA-OK
               END-IF
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-BEM NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SITUACAO-BEM-M = 1
                               ADD 1 TO QTD-BAIXADOS
                           ELSE
                               ADD 1 TO QTD-ATIVOS
                               PERFORM SOMA-VALOR-CONTABIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BEM
               IF ACU-OK = "S"
                   CLOSE ARQ-ACU
               END-IF
               IF REA-OK = "S"
                   CLOSE ARQ-REA
               END-IF
           END-IF.
           DISPLAY "BENS ATIVOS.........:" AT 0303.
           MOVE QTD-ATIVOS TO QTD-ED.
           DISPLAY QTD-ED AT 0325.
           DISPLAY "VALOR CONTABIL:" AT 0340.
           MOVE VALOR-CONTABIL-TOTAL TO VALOR-ED.
           DISPLAY VALOR-ED AT 0356.
           DISPLAY "BENS BAIXADOS.......:" AT 0403.
           MOVE QTD-BAIXADOS TO QTD-ED.
           DISPLAY QTD-ED AT 0425.

      *-------------------------------------------------------------------------*
       Soma-valor-contabil.

           MOVE VALOR-AQUISICAO-M TO VALOR-BRUTO-W.
           IF REA-OK = "S"
               MOVE ZEROS TO WREA
               MOVE CODIGO-BEM-M TO CODIGO-BEM-R
               MOVE ZEROS TO SEQ-REAVAL-R
               START ARQ-REA KEY IS NOT LESS THAN CHAVES-REA
                   INVALID KEY
                       MOVE 1 TO WREA
               END-START
               PERFORM UNTIL WREA = 1
                   READ ARQ-REA NEXT RECORD
                       AT END
                           MOVE 1 TO WREA
                       NOT AT END
                           IF CODIGO-BEM-R NOT = CODIGO-BEM-M
                               MOVE 1 TO WREA
                           ELSE
                               COMPUTE VALOR-BRUTO-W =
                                   DEPR-BASE-R + VALOR-NOVO-R
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO DEPR-ACUMULADA-A.
           IF ACU-OK = "S"
               MOVE CODIGO-BEM-M TO CODIGO-BEM-A
               READ ARQ-ACU
                   INVALID KEY
                       MOVE ZEROS TO DEPR-ACUMULADA-A
               END-READ
           END-IF.
           IF DEPR-ACUMULADA-A < VALOR-BRUTO-W
               COMPUTE VALOR-CONTABIL-TOTAL = VALOR-CONTABIL-TOTAL
                   + VALOR-BRUTO-W - DEPR-ACUMULADA-A
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-ordens.

           MOVE ZEROS TO QTD-ORD-ABERTAS QTD-ORD-ATRASO.
           OPEN INPUT ARQ-ORD.
           IF ARQST-ORD = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-ORD NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-ORDEM-O = "A"
                               ADD 1 TO QTD-ORD-ABERTAS
                               MOVE DT-PREV-RET-O TO DT-AUX
                               COMPUTE COMP-AUX = ANO-AX * 10000
                                   + MES-AX * 100 + DIA-AX
                               IF DT-PREV-RET-O NOT = ZEROS AND
                                  COMP-AUX < COMP-HOJE
                                   ADD 1 TO QTD-ORD-ATRASO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORD
           END-IF.
           DISPLAY "ORDENS DE MANUTENCAO:" AT 0603.
           MOVE QTD-ORD-ABERTAS TO QTD-ED.
           DISPLAY QTD-ED AT 0625.
           DISPLAY "EM ATRASO:" AT 0640.
           MOVE QTD-ORD-ATRASO TO QTD-ED.
           DISPLAY QTD-ED AT 0651.
           IF QTD-ORD-ATRASO > LIM-ORD-ATRASO
               MOVE 0660 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-emprestimos.

           MOVE ZEROS TO QTD-EMP-ABERTOS QTD-EMP-ATRASO.
           OPEN INPUT ARQ-EMP.
           IF ARQST-EMP = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-EMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-EMP-P = "A"
                               ADD 1 TO QTD-EMP-ABERTOS
                               MOVE DT-PREV-DEVOL-P TO DT-AUX
                               COMPUTE COMP-AUX = ANO-AX * 10000
                                   + MES-AX * 100 + DIA-AX
                               IF DT-PREV-DEVOL-P NOT = ZEROS AND
                                  COMP-AUX < COMP-HOJE
                                   ADD 1 TO QTD-EMP-ATRASO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMP
           END-IF.
           DISPLAY "EMPRESTIMOS ABERTOS.:" AT 0703.
           MOVE QTD-EMP-ABERTOS TO QTD-ED.
           DISPLAY QTD-ED AT 0725.
           DISPLAY "EM ATRASO:" AT 0740.
           MOVE QTD-EMP-ATRASO TO QTD-ED.
           DISPLAY QTD-ED AT 0751.
           IF QTD-EMP-ATRASO > LIM-EMP-ATRASO
               MOVE 0760 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-pendencias.

           MOVE ZEROS TO QTD-PENDENTES.
           OPEN INPUT ARQ-PEN.
           IF ARQST-PEN = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-PEN NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SITUACAO-T = "P"
                               ADD 1 TO QTD-PENDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEN
           END-IF.
           DISPLAY "TRANSF. A APROVAR...:" AT 0803.
           MOVE QTD-PENDENTES TO QTD-ED.
           DISPLAY QTD-ED AT 0825.
           IF QTD-PENDENTES > LIM-PENDENTES
               MOVE 0860 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-fechamento.

      *    Months between the last closed competencia and the current
      *    month; the current month itself is never expected closed.
           MOVE ZEROS TO COMPET-W.
           OPEN INPUT ARQ-PAR.
           IF ARQST-PAR = "00"
               MOVE 01 TO CHAVE-PARAM
               READ ARQ-PAR
                   INVALID KEY
                       MOVE ZEROS TO COMPET-FECHADA
               END-READ
               MOVE COMPET-FECHADA TO COMPET-W
               CLOSE ARQ-PAR
           END-IF.
           DISPLAY "ULT. COMPET. FECHADA:" AT 1003.
           IF COMPET-W = ZEROS
               DISPLAY "NENHUMA" AT 1025
               MOVE 1060 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           ELSE
               MOVE MES-CP TO MES-CE
               MOVE ANO-CP TO ANO-CE
               DISPLAY COMPET-ED AT 1025
               MOVE ZEROS TO MESES-ATRASO
               IF ANO * 12 + MES > ANO-CP * 12 + MES-CP
                   COMPUTE MESES-ATRASO = ANO * 12 + MES
                       - ANO-CP * 12 - MES-CP - 1
               END-IF
               IF MESES-ATRASO > LIM-MESES-FECHA
                   DISPLAY "MESES EM ABERTO:" AT 1040
                   MOVE MESES-ATRASO TO QTD-ED
                   DISPLAY QTD-ED AT 1051
                   MOVE 1060 TO LIN-POS
                   PERFORM SINALIZA-ALERTA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-noturno.

      *    The last run is the last ROTINA/INICIO line in the log; its
      *    outcome is the ROTINA line that closes it and the first
      *    step that came back with a nonzero return.
           MOVE ZEROS TO NOT-DATA NOT-HORA NOT-RETORNO.
           MOVE SPACES TO NOT-SITUACAO NOT-PASSO-ERRO.
           OPEN INPUT ARQ-LOG.
           IF ARQST-LOG = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-LOG
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM TRATA-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF.
           DISPLAY "ROTINA NOTURNA......:" AT 1103.
           IF NOT-DATA = ZEROS
               DISPLAY "NUNCA EXECUTADA" AT 1125
               MOVE 1160 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           ELSE
               MOVE NOT-DATA TO DT-AAAAMMDD
               PERFORM CONVERTE-DATA-LOG
               MOVE DT-AUX TO DT-ED
               DISPLAY DT-ED AT 1125
               MOVE NOT-HORA TO HORA-AUX
               MOVE HH-AX TO HH-ED
               MOVE MM-AX TO MM-ED
               DISPLAY HORA-ED AT 1136
               DISPLAY NOT-SITUACAO AT 1142
               MOVE "N" TO ALERTA-W
               IF NOT-SITUACAO NOT = "FIM OK" OR
                  NOT-PASSO-ERRO NOT = SPACES
                   MOVE "S" TO ALERTA-W
               END-IF
               PERFORM CALCULA-DIAS-SERIE
               COMPUTE DIAS-DECORRIDOS = SERIE-HOJE - DIAS-SERIE
               IF DIAS-DECORRIDOS > LIM-DIAS-NOTURNO
                   MOVE "S" TO ALERTA-W
               END-IF
               IF NOT-PASSO-ERRO NOT = SPACES
                   DISPLAY "PASSO COM ERRO:" AT 1203
                   DISPLAY NOT-PASSO-ERRO AT 1225
                   DISPLAY "RETORNO:" AT 1240
                   DISPLAY NOT-RETORNO AT 1251
               END-IF
               IF ALERTA-W = "S"
                   MOVE 1160 TO LIN-POS
                   PERFORM SINALIZA-ALERTA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-linha-log.

           IF LOG-PASSO = "ROTINA" OR LOG-PASSO = "PARAMETRO"
               IF LOG-SITUACAO = "INICIO"
                   MOVE LOG-DATA TO NOT-DATA
                   MOVE LOG-HORA TO NOT-HORA
                   MOVE "INCOMPLETA" TO NOT-SITUACAO
                   MOVE SPACES TO NOT-PASSO-ERRO
                   MOVE ZEROS TO NOT-RETORNO
               ELSE
                   IF LOG-PASSO = "PARAMETRO"
                       MOVE LOG-DATA TO NOT-DATA
                       MOVE LOG-HORA TO NOT-HORA
                       MOVE SPACES TO NOT-PASSO-ERRO
                       MOVE ZEROS TO NOT-RETORNO
                       MOVE "SEM PARAM" TO NOT-SITUACAO
                   ELSE
                       MOVE LOG-SITUACAO TO NOT-SITUACAO
                   END-IF
               END-IF
           ELSE
               IF LOG-SITUACAO NOT = "INICIO" AND
                  LOG-RETORNO IS NUMERIC AND
                  LOG-RETORNO NOT = ZEROS AND
                  NOT-PASSO-ERRO = SPACES
                   MOVE LOG-PASSO TO NOT-PASSO-ERRO
                   MOVE LOG-RETORNO TO NOT-RETORNO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-backup.

      *    BACKUP.CTL dates the copy; BACKUP.VER says whether that
      *    same copy has been verified since.
           MOVE ZEROS TO BKP-DATA BKP-ERROS.
           MOVE SPACES TO BKP-SITUACAO.
           OPEN INPUT ARQ-CTL.
           IF ARQST-CTL = "00"
               READ ARQ-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DATA IS NUMERIC
                           MOVE CTL-DATA TO BKP-DATA
                       END-IF
               END-READ
               CLOSE ARQ-CTL
           END-IF.
           OPEN INPUT ARQ-VER.
           IF ARQST-VER = "00"
               READ ARQ-VER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VER-DATA-BACKUP = BKP-DATA
                           MOVE VER-SITUACAO TO BKP-SITUACAO
                           MOVE VER-ERROS TO BKP-ERROS
                       END-IF
               END-READ
               CLOSE ARQ-VER
           END-IF.
           DISPLAY "ULTIMO BACKUP.......:" AT 1403.
           IF BKP-DATA = ZEROS
               DISPLAY "NENHUM" AT 1425
               MOVE 1460 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           ELSE
               MOVE BKP-DATA TO DT-AAAAMMDD
               PERFORM CONVERTE-DATA-LOG
               MOVE DT-AUX TO DT-ED
               DISPLAY DT-ED AT 1425
               MOVE "N" TO ALERTA-W
               EVALUATE BKP-SITUACAO
                   WHEN "V"
                       DISPLAY "VERIFICADO" AT 1440
                   WHEN "E"
                       DISPLAY "VERIFICACAO COM ERROS" AT 1440
                       MOVE "S" TO ALERTA-W
                   WHEN OTHER
                       DISPLAY "NAO VERIFICADO" AT 1440
                       MOVE "S" TO ALERTA-W
               END-EVALUATE
               PERFORM CALCULA-DIAS-SERIE
               COMPUTE DIAS-DECORRIDOS = SERIE-HOJE - DIAS-SERIE
               IF DIAS-DECORRIDOS > LIM-DIAS-BACKUP
                   MOVE "S" TO ALERTA-W
               END-IF
               IF ALERTA-W = "S"
                   MOVE 1460 TO LIN-POS
                   PERFORM SINALIZA-ALERTA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Apura-falhas-acesso.

      *    Failed sign-ons and lockouts logged by the menu since
      *    yesterday's date.
           MOVE ZEROS TO QTD-FALHAS.
           OPEN INPUT ARQ-SEG.
           IF ARQST-SEG = "00"
               MOVE ZEROS TO WIGUAL
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-SEG
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF (SEG-EVENTO = "FALHA ACESSO" OR
                               SEG-EVENTO = "BLOQUEADO") AND
                              SEG-DATA IS NUMERIC
                               MOVE SEG-DATA TO DT-AAAAMMDD
                               PERFORM CONVERTE-DATA-LOG
                               PERFORM CALCULA-DIAS-SERIE
                               IF DIAS-SERIE + 1 NOT < SERIE-HOJE
                                   ADD 1 TO QTD-FALHAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SEG
           END-IF.
           DISPLAY "FALHAS DE ACESSO....:" AT 1603.
           MOVE QTD-FALHAS TO QTD-ED.
           DISPLAY QTD-ED AT 1625.
           DISPLAY "(DESDE ONTEM)" AT 1640.
           IF QTD-FALHAS > LIM-FALHAS
               MOVE 1660 TO LIN-POS
               PERFORM SINALIZA-ALERTA
           END-IF.

      *-------------------------------------------------------------------------*
       Sinaliza-alerta.

           ADD 1 TO QTD-ALERTAS.
           DISPLAY "<< ATENCAO" AT LIN-POS WITH HIGHLIGHT.

      *-------------------------------------------------------------------------*
       Converte-data-log.

      *    The logs and BACKUP.CTL keep AAAAMMDD; the date routines
      *    and the screen work in DDMMAAAA.
           MOVE DIA-IN TO DIA-AX.
           MOVE MES-IN TO MES-AX.
           MOVE ANO-IN TO ANO-AX.

      *-------------------------------------------------------------------------*
       Altera-limites.

           DISPLAY " " AT 0101 WITH BLANK SCREEN.
           DISPLAY "LIMITES DE ALERTA DO PAINEL" AT 0124
               WITH HIGHLIGHT.
           DISPLAY "(ENTER MANTEM O VALOR ATUAL)" AT 0224.
           DISPLAY "DIAS DESDE O ULTIMO BACKUP.........:" AT 0503.
           DISPLAY LIM-DIAS-BACKUP AT 0540.
           DISPLAY "DIAS DESDE A ULTIMA ROTINA NOTURNA.:" AT 0603.
           DISPLAY LIM-DIAS-NOTURNO AT 0640.
           DISPLAY "MESES SEM FECHAMENTO...............:" AT 0703.
           DISPLAY LIM-MESES-FECHA AT 0740.
           DISPLAY "ORDENS DE MANUTENCAO EM ATRASO.....:" AT 0803.
           DISPLAY LIM-ORD-ATRASO AT 0840.
           DISPLAY "EMPRESTIMOS EM ATRASO..............:" AT 0903.
           DISPLAY LIM-EMP-ATRASO AT 0940.
           DISPLAY "TRANSFERENCIAS A APROVAR...........:" AT 1003.
           DISPLAY LIM-PENDENTES AT 1040.
           DISPLAY "FALHAS DE ACESSO DESDE ONTEM.......:" AT 1103.
           DISPLAY LIM-FALHAS AT 1140.
           DISPLAY "ALERTA QUANDO O NUMERO PASSAR DO LIMITE." AT 1303.
           MOVE LIM-DIAS-BACKUP TO LIMITE-E.
           ACCEPT LIMITE-E AT 0550.
           MOVE LIMITE-E TO LIM-DIAS-BACKUP.
           MOVE LIM-DIAS-NOTURNO TO LIMITE-E.
           ACCEPT LIMITE-E AT 0650.
           MOVE LIMITE-E TO LIM-DIAS-NOTURNO.
           MOVE LIM-MESES-FECHA TO LIMITE-E.
           ACCEPT LIMITE-E AT 0750.
           MOVE LIMITE-E TO LIM-MESES-FECHA.
           MOVE LIM-ORD-ATRASO TO LIMITE-E.
           ACCEPT LIMITE-E AT 0850.
           MOVE LIMITE-E TO LIM-ORD-ATRASO.
           MOVE LIM-EMP-ATRASO TO LIMITE-E.
           ACCEPT LIMITE-E AT 0950.
           MOVE LIMITE-E TO LIM-EMP-ATRASO.
           MOVE LIM-PENDENTES TO LIMITE-E.
           ACCEPT LIMITE-E AT 1050.
           MOVE LIMITE-E TO LIM-PENDENTES.
           MOVE LIM-FALHAS TO LIMITE-E.
           ACCEPT LIMITE-E AT 1150.
           MOVE LIMITE-E TO LIM-FALHAS.
           OPEN OUTPUT ARQ-PPN.
           IF ARQST-PPN NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR PAINEL.PAR." AT 1503
           ELSE
               MOVE SPACES TO REG-PARAM-PAINEL
               MOVE LIM-DIAS-BACKUP TO PPN-DIAS-BACKUP
               MOVE LIM-DIAS-NOTURNO TO PPN-DIAS-NOTURNO
               MOVE LIM-MESES-FECHA TO PPN-MESES-FECHA
               MOVE LIM-ORD-ATRASO TO PPN-ORD-ATRASO
               MOVE LIM-EMP-ATRASO TO PPN-EMP-ATRASO
               MOVE LIM-PENDENTES TO PPN-PENDENTES
               MOVE LIM-FALHAS TO PPN-FALHAS
               WRITE REG-PARAM-PAINEL
               CLOSE ARQ-PPN
               DISPLAY "LIMITES GRAVADOS." AT 1503
           END-IF.
           DISPLAY "<ENTER> PARA VOLTAR AO PAINEL" AT 1603.
           ACCEPT OP-PAINEL AT 1633.
           MOVE ZEROS TO OP-PAINEL.

      *-------------------------------------------------------------------------*
       Testa-ano-bissexto.

      *    DIVIDE with REMAINDER, as in SEGURO: quotient-times-divisor
      *    comparisons do not truncate in this dialect.
           MOVE "N" TO ANO-BISSEXTO.
           DIVIDE ANO-BISS-IN BY 4 GIVING QUOC-BISS
               REMAINDER RESTO-BISS4.
           DIVIDE ANO-BISS-IN BY 100 GIVING QUOC-BISS
               REMAINDER RESTO-BISS100.
           DIVIDE ANO-BISS-IN BY 400 GIVING QUOC-BISS
               REMAINDER RESTO-BISS400.
           IF RESTO-BISS4 = 0 AND
              (RESTO-BISS100 NOT = 0 OR RESTO-BISS400 = 0)
               MOVE "S" TO ANO-BISSEXTO.

      *-------------------------------------------------------------------------*
       Calcula-dias-serie.

      *    Serial day of DT-AUX (DDMMAAAA), as RELGAR and SEGURO count
      *    it; a month out of range counts as January.
           MOVE ANO-AX TO SERIE-ANO.
           MOVE MES-AX TO SERIE-MES.
           MOVE DIA-AX TO SERIE-DIA.
           IF SERIE-MES < 1 OR SERIE-MES > 12
               MOVE 1 TO SERIE-MES
           END-IF.
           COMPUTE QUOC-S4 = SERIE-ANO / 4.
           COMPUTE QUOC-S100 = SERIE-ANO / 100.
           COMPUTE QUOC-S400 = SERIE-ANO / 400.
           COMPUTE DIAS-SERIE = SERIE-ANO * 365 + QUOC-S4 - QUOC-S100
               + QUOC-S400 + ACUMMES-T(SERIE-MES) + SERIE-DIA.
           IF SERIE-MES < 3
               MOVE SERIE-ANO TO ANO-BISS-IN
               PERFORM TESTA-ANO-BISSEXTO
               IF ANO-BISSEXTO = "S"
                   SUBTRACT 1 FROM DIAS-SERIE
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           EXIT PROGRAM.

       end program PAINEL.
