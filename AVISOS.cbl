       Program-Id. AVISOS.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-FOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FOR
              FILE STATUS ARQST-FOR.

              SELECT ARQ-DEP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-DEP
              FILE STATUS ARQST-DEP.

              SELECT ARQ-FUN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FUN
              FILE STATUS ARQST-FUN.

              SELECT ARQ-AVL ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-AVL
              FILE STATUS ARQST-AVL.

              SELECT ARQ-PAV ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-PAV.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-FOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
           01  REG-FORN.
               02 RECKEY-FOR.
                   03 CODIGO-FORN-F        PIC 9(04).
               02 NOME-FORN-F           PIC X(30).
               02 CNPJ-FORN-F           PIC X(18).
               02 FONE-FORN-F           PIC X(15).

       FD  ARQ-DEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
           01  REG-DEPTO.
               02 RECKEY-DEP.
                   03 CODIGO-DEPTO-D       PIC 9(04).
               02 DESC-DEPTO-D          PIC X(30).
               02 RESPONSAVEL-DEPTO-D   PIC X(30).

       FD  ARQ-FUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNC.DAT".
           01  REG-FUNCIONARIO.
               02 RECKEY-FUN.
                   03 MATRICULA-U          PIC 9(06).
               02 NOME-FUNC-U           PIC X(30).
               02 CODIGO-DEPTO-U        PIC 9(04).
               02 SIT-FUNC-U            PIC X(01).
               02 DT-INATIVACAO-U       PIC 9(08).
               02 CODIGO-OPER-U         PIC 9(04).

      *    Notice log: one record per notice level sent for a loan
      *    (origem E) or a maintenance order (origem M), keyed by the
      *    asset first so an asset's whole history reads in one sweep.
       FD  ARQ-AVL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVISOLOG.DAT".
           01  REG-AVISO.
               02 CHAVES-AVL.
                   03 CODIGO-BEM-AV        PIC 9(06).
                   03 ORIGEM-AV            PIC X(01).
                   03 NUM-DOC-AV           PIC 9(04).
                   03 NIVEL-AV             PIC 9(01).
               02 DT-AVISO-AV           PIC 9(08).
               02 CODIGO-DEST-AV        PIC 9(06).
               02 NOME-DEST-AV          PIC X(30).
               02 DT-PREVISTA-AV        PIC 9(08).
               02 DIAS-ATRASO-AV        PIC 9(05).
               02 COPIA-DEPTO-AV        PIC 9(04).
               02 CODIGO-OPER-AV        PIC 9(04).

      *    Escalation intervals: days after the first notice for the
      *    second, and after the second for the final one.
       FD  ARQ-PAV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVISOS.PAR".
           01  REG-PARAM-AVISO.
               02 PAV-DIAS-SEGUNDO      PIC 9(03).
               02 FILLER                PIC X(01).
               02 PAV-DIAS-FINAL        PIC 9(03).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVISOS.TXT".
           01  LINHA-RELATORIO          PIC X(80).

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

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-EMP                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-FOR                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-FUN                    PIC X(02).
           01 ARQST-AVL                    PIC X(02).
           01 ARQST-PAV                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 BEM-OK                       PIC X(01) VALUE "N".
           01 FOR-OK                       PIC X(01) VALUE "N".
           01 EMP-OK                       PIC X(01) VALUE "N".
           01 ORD-OK                       PIC X(01) VALUE "N".
           01 DEP-OK                       PIC X(01) VALUE "N".
           01 FUN-OK                       PIC X(01) VALUE "N".

           01 OP-AVISOS                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WAVL                         PIC 9     VALUE ZEROS.
           01 LINHA-AUX                    PIC X(80).
           01 TRACO                        PIC X(80) VALUE ALL "-".

           01 BEM-E                        PIC 9(06) VALUE ZEROS.
           01 DIAS-SEGUNDO                 PIC 9(03) VALUE 15.
           01 DIAS-FINAL                   PIC 9(03) VALUE 15.
           01 DIAS-SEGUNDO-E               PIC 9(03) VALUE ZEROS.
           01 DIAS-FINAL-E                 PIC 9(03) VALUE ZEROS.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 SERIE-HOJE                   PIC 9(08) VALUE ZEROS.
           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 DT-ED                        PIC 99/99/9999.

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

           01 NOMES-NIVEL.
               02 FILLER                   PIC X(08) VALUE "1O AVISO".
               02 FILLER                   PIC X(08) VALUE "2O AVISO".
               02 FILLER                   PIC X(08) VALUE "FINAL".
           01 TABELA-NIVEL REDEFINES NOMES-NIVEL.
               02 NOME-NIVEL-T             PIC X(08) OCCURS 3 TIMES.

      *    Overdue items of one origin (loans or orders), grouped by
      *    recipient before the letters are written.  TI-GRUPO holds
      *    the position of the recipient's first item.
           01 ORIGEM-W                     PIC X(01) VALUE SPACES.
           01 TAB-ITENS.
               02 TAB-ITE OCCURS 500 TIMES INDEXED BY I-ITE J-ITE.
                   03 TI-CODIGO            PIC 9(06).
                   03 TI-NOME              PIC X(30).
                   03 TI-BEM               PIC 9(06).
                   03 TI-DESC              PIC X(30).
                   03 TI-DOC               PIC 9(04).
                   03 TI-DT-PREV           PIC 9(08).
                   03 TI-DIAS              PIC 9(05).
                   03 TI-DEPTO             PIC 9(04).
                   03 TI-NIVEL-ANT         PIC 9(01).
                   03 TI-NIVEL-NOVO        PIC 9(01).
                   03 TI-GRUPO             PIC 9(04).
           01 QTD-ITENS                    PIC 9(04) VALUE ZEROS.
           01 ITENS-FORA-TABELA            PIC 9(06) VALUE ZEROS.
           01 GRUPO-ATUAL                  PIC 9(04) VALUE ZEROS.
           01 NIVEL-CARTA                  PIC 9(01) VALUE ZEROS.
           01 DT-ULT-AVISO                 PIC 9(08) VALUE ZEROS.
           01 DIAS-DESDE                   PIC 9(08) VALUE ZEROS.
           01 COPIA-DEPTO-W                PIC 9(04) VALUE ZEROS.
           01 NOME-DEST-W                  PIC X(30) VALUE SPACES.
           01 FONE-DEST-W                  PIC X(15) VALUE SPACES.
           01 HA-ANTERIOR                  PIC X(01) VALUE "N".

           01 TAB-COPIAS.
               02 TAB-CPA OCCURS 20 TIMES INDEXED BY I-CPA.
                   03 TC-DEPTO             PIC 9(04).
           01 QTD-COPIAS                   PIC 9(02) VALUE ZEROS.
           01 ACHOU-COPIA                  PIC X(01) VALUE "N".

           01 TOTAL-CARTAS                 PIC 9(06) VALUE ZEROS.
           01 TOTAL-COPIAS                 PIC 9(06) VALUE ZEROS.
           01 TOTAL-AVISOS-NOVOS           PIC 9(06) VALUE ZEROS.
           01 TOTAL-NO-BEM                 PIC 9(04) VALUE ZEROS.

           01 LINHA-ITEM-AVISO.
               02 LI-BEM                   PIC 9(06).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LI-DESC                  PIC X(30).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LI-DOC                   PIC 9(04).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LI-DT-PREV               PIC 99/99/9999.
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LI-DIAS                  PIC ZZZZ9.
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LI-NIVEL                 PIC X(09).

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           IF LOTE-MODO = "B"
               PERFORM AVISOS-LOTE
           ELSE
               PERFORM MENU-AVISOS UNTIL OP-AVISOS = 4
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Avisos-lote.

      *    Unattended run for the nightly chain: the letters are left
      *    in AVISOS.TXT for the morning and the log is updated, as
      *    from the menu.
           PERFORM EMITE-AVISOS.
           IF ARQST-REL NOT = "00"
               MOVE 50 TO LOTE-RETORNO
           ELSE
               COMPUTE LOTE-REGISTROS = TOTAL-CARTAS + TOTAL-COPIAS
               MOVE ZEROS TO LOTE-RETORNO
           END-IF.

      *-------------------------------------------------------------------------*
       Abre-arq.

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

           OPEN INPUT ARQ-FOR.
           EVALUATE ARQST-FOR
               WHEN "00"
                   MOVE "S" TO FOR-OK
               WHEN "35"
                   MOVE "N" TO FOR-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - FORNEC.DAT: " ARQST-FOR
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-DEP.
           EVALUATE ARQST-DEP
               WHEN "00"
                   MOVE "S" TO DEP-OK
               WHEN "35"
                   MOVE "N" TO DEP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
                   STOP RUN
           END-EVALUATE.

      *    The borrower's department comes from the employee master
      *    when the loan carries a matricula found there; otherwise
      *    the asset's own department is used.
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

           OPEN I-O ARQ-AVL.
           EVALUATE ARQST-AVL
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-AVL
                   CLOSE ARQ-AVL
                   OPEN I-O ARQ-AVL
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - AVISOLOG.DAT: " ARQST-AVL
                   STOP RUN
           END-EVALUATE.

           PERFORM LE-PRAZOS.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           MOVE DT-HOJE TO DT-AUX.
           PERFORM CALCULA-DIAS-SERIE.
           MOVE DIAS-SERIE TO SERIE-HOJE.

      *-------------------------------------------------------------------------*
       Le-prazos.

      *    Without AVISOS.PAR (or with a zero in it) the escalation
      *    uses 15 days between notices.
           OPEN INPUT ARQ-PAV.
           IF ARQST-PAV = "00"
               READ ARQ-PAV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAV-DIAS-SEGUNDO IS NUMERIC AND
                          PAV-DIAS-SEGUNDO > ZEROS
                           MOVE PAV-DIAS-SEGUNDO TO DIAS-SEGUNDO
                       END-IF
                       IF PAV-DIAS-FINAL IS NUMERIC AND
                          PAV-DIAS-FINAL > ZEROS
                           MOVE PAV-DIAS-FINAL TO DIAS-FINAL
                       END-IF
               END-READ
               CLOSE ARQ-PAV
           END-IF.

      *-------------------------------------------------------------------------*
       Menu-avisos.

           DISPLAY " ".
           DISPLAY "AVISOS DE ATRASO - EMPRESTIMOS E MANUTENCAO".
           DISPLAY "1 - EMITIR AVISOS DE ATRASO".
           DISPLAY "2 - AVISOS ENVIADOS POR BEM".
           DISPLAY "3 - PRAZOS DE ESCALONAMENTO".
           DISPLAY "4 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-AVISOS.
           EVALUATE OP-AVISOS
               WHEN 1
                   PERFORM EMITE-AVISOS
                   IF ARQST-REL = "00"
                       DISPLAY "AVISOS GRAVADOS EM AVISOS.TXT"
                       DISPLAY "CARTAS EMITIDAS.......: " TOTAL-CARTAS
                       DISPLAY "COPIAS PARA A CHEFIA..: " TOTAL-COPIAS
                       DISPLAY "AVISOS REGISTRADOS....: "
                           TOTAL-AVISOS-NOVOS
                   END-IF
               WHEN 2
                   PERFORM CONSULTA-AVISOS-BEM
               WHEN 3
                   PERFORM ALTERA-PRAZOS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Emite-avisos.

      *    Loans past DT-PREV-DEVOL-P give one letter per borrower and
      *    orders past DT-PREV-RET-O one letter per supplier.  A letter
      *    goes out when at least one of its items is due a notice:
      *    the first as soon as it is overdue, the second DIAS-SEGUNDO
      *    days after the first, the final one DIAS-FINAL days after
      *    the second.  The letter lists every overdue item of the
      *    recipient; items already at the level they are due show
      *    it marked "*".
           MOVE ZEROS TO TOTAL-CARTAS TOTAL-COPIAS TOTAL-AVISOS-NOVOS
                         ITENS-FORA-TABELA.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR AVISOS.TXT."
           ELSE
               PERFORM CARTAS-EMPRESTIMO
               PERFORM CARTAS-MANUTENCAO
               IF ITENS-FORA-TABELA NOT = ZEROS
                   WRITE LINHA-RELATORIO FROM TRACO
                   MOVE SPACES TO LINHA-AUX
                   STRING "ATENCAO: " ITENS-FORA-TABELA
                       " ITENS ATRASADOS ACIMA DO LIMITE DE 500 POR"
                       " ORIGEM - FICAM PARA A PROXIMA EMISSAO"
                       DELIMITED BY SIZE INTO LINHA-AUX
                   WRITE LINHA-RELATORIO FROM LINHA-AUX
               END-IF
               CLOSE ARQ-REL
               MOVE "AVISOS" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "AVISOS.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.

      *-------------------------------------------------------------------------*
       Cartas-emprestimo.

           MOVE "E" TO ORIGEM-W.
           MOVE ZEROS TO QTD-ITENS.
           IF EMP-OK = "S"
               MOVE ZEROS TO CHAVES-EMP WIGUAL
               START ARQ-EMP KEY IS NOT LESS THAN CHAVES-EMP
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-EMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-EMP-P = "A" AND
                              DT-PREV-DEVOL-P NOT = ZEROS
                               PERFORM TESTA-EMP-ATRASADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM EMITE-CARTAS.

      *-------------------------------------------------------------------------*
       Testa-emp-atrasado.

           MOVE DT-PREV-DEVOL-P TO DT-AUX.
           PERFORM CALCULA-DIAS-SERIE.
           IF DIAS-SERIE < SERIE-HOJE
               IF QTD-ITENS < 500
                   ADD 1 TO QTD-ITENS
                   SET I-ITE TO QTD-ITENS
                   MOVE MATRICULA-P TO TI-CODIGO(I-ITE)
                   MOVE NOME-TOMADOR-P TO TI-NOME(I-ITE)
                   MOVE CODIGO-BEM-P TO TI-BEM(I-ITE)
                   MOVE NUM-EMP-P TO TI-DOC(I-ITE)
                   MOVE DT-PREV-DEVOL-P TO TI-DT-PREV(I-ITE)
                   COMPUTE TI-DIAS(I-ITE) = SERIE-HOJE - DIAS-SERIE
                   PERFORM BUSCA-BEM-ITEM
                   IF FUN-OK = "S" AND MATRICULA-P NOT = ZEROS
                       MOVE MATRICULA-P TO MATRICULA-U
                       READ ARQ-FUN
                           NOT INVALID KEY
                               MOVE CODIGO-DEPTO-U TO TI-DEPTO(I-ITE)
                       END-READ
                   END-IF
                   PERFORM APURA-NIVEL
               ELSE
                   ADD 1 TO ITENS-FORA-TABELA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Cartas-manutencao.

           MOVE "M" TO ORIGEM-W.
           MOVE ZEROS TO QTD-ITENS.
           IF ORD-OK = "S"
               MOVE ZEROS TO CHAVES-ORD WIGUAL
               START ARQ-ORD KEY IS NOT LESS THAN CHAVES-ORD
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-ORD NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-ORDEM-O = "A" AND
                              DT-PREV-RET-O NOT = ZEROS
                               PERFORM TESTA-ORDEM-ATRASADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM EMITE-CARTAS.

      *-------------------------------------------------------------------------*
       Testa-ordem-atrasada.

           MOVE DT-PREV-RET-O TO DT-AUX.
           PERFORM CALCULA-DIAS-SERIE.
           IF DIAS-SERIE < SERIE-HOJE
               IF QTD-ITENS < 500
                   ADD 1 TO QTD-ITENS
                   SET I-ITE TO QTD-ITENS
                   MOVE CODIGO-FORN-O TO TI-CODIGO(I-ITE)
                   MOVE FORNECEDOR-O TO TI-NOME(I-ITE)
                   MOVE CODIGO-BEM-O TO TI-BEM(I-ITE)
                   MOVE NUM-ORDEM-O TO TI-DOC(I-ITE)
                   MOVE DT-PREV-RET-O TO TI-DT-PREV(I-ITE)
                   COMPUTE TI-DIAS(I-ITE) = SERIE-HOJE - DIAS-SERIE
                   PERFORM BUSCA-BEM-ITEM
                   PERFORM APURA-NIVEL
               ELSE
                   ADD 1 TO ITENS-FORA-TABELA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-bem-item.

           MOVE TI-BEM(I-ITE) TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               MOVE ZEROS TO CODIGO-DEPTO-M
           END-READ.
           MOVE DESC-BEM-M TO TI-DESC(I-ITE).
           MOVE CODIGO-DEPTO-M TO TI-DEPTO(I-ITE).
           MOVE ZEROS TO TI-GRUPO(I-ITE).

      *-------------------------------------------------------------------------*
       Apura-nivel.

      *    Highest level already sent for the loan/order and the date
      *    it went out decide the level due now, if any.
           MOVE ZEROS TO TI-NIVEL-ANT(I-ITE) TI-NIVEL-NOVO(I-ITE)
                         DT-ULT-AVISO WAVL.
           MOVE TI-BEM(I-ITE) TO CODIGO-BEM-AV.
           MOVE ORIGEM-W TO ORIGEM-AV.
           MOVE TI-DOC(I-ITE) TO NUM-DOC-AV.
           MOVE ZEROS TO NIVEL-AV.
           START ARQ-AVL KEY IS NOT LESS THAN CHAVES-AVL
               INVALID KEY
                   MOVE 1 TO WAVL
           END-START.
           PERFORM UNTIL WAVL = 1
               READ ARQ-AVL NEXT RECORD
                   AT END
                       MOVE 1 TO WAVL
                   NOT AT END
                       IF CODIGO-BEM-AV NOT = TI-BEM(I-ITE) OR
                          ORIGEM-AV NOT = ORIGEM-W OR
                          NUM-DOC-AV NOT = TI-DOC(I-ITE)
                           MOVE 1 TO WAVL
                       ELSE
                           MOVE NIVEL-AV TO TI-NIVEL-ANT(I-ITE)
                           MOVE DT-AVISO-AV TO DT-ULT-AVISO
                       END-IF
               END-READ
           END-PERFORM.
           IF TI-NIVEL-ANT(I-ITE) = ZEROS
               MOVE 1 TO TI-NIVEL-NOVO(I-ITE)
           ELSE
               MOVE DT-ULT-AVISO TO DT-AUX
               PERFORM CALCULA-DIAS-SERIE
               MOVE ZEROS TO DIAS-DESDE
               IF SERIE-HOJE > DIAS-SERIE
                   COMPUTE DIAS-DESDE = SERIE-HOJE - DIAS-SERIE
               END-IF
               EVALUATE TRUE
                   WHEN TI-NIVEL-ANT(I-ITE) = 1 AND
                        DIAS-DESDE NOT < DIAS-SEGUNDO
                       MOVE 2 TO TI-NIVEL-NOVO(I-ITE)
                   WHEN TI-NIVEL-ANT(I-ITE) = 2 AND
                        DIAS-DESDE NOT < DIAS-FINAL
                       MOVE 3 TO TI-NIVEL-NOVO(I-ITE)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-------------------------------------------------------------------------*
       Emite-cartas.

      *    A recipient is the matricula or supplier code; loans or
      *    orders keyed before those codes existed (code zero) are
      *    told apart by the name typed on them.
           PERFORM VARYING I-ITE FROM 1 BY 1 UNTIL I-ITE > QTD-ITENS
               IF TI-GRUPO(I-ITE) = ZEROS
                   SET GRUPO-ATUAL TO I-ITE
                   MOVE ZEROS TO NIVEL-CARTA
                   PERFORM VARYING J-ITE FROM I-ITE BY 1
                           UNTIL J-ITE > QTD-ITENS
                       IF TI-GRUPO(J-ITE) = ZEROS AND
                          TI-CODIGO(J-ITE) = TI-CODIGO(I-ITE) AND
                          (TI-CODIGO(I-ITE) NOT = ZEROS OR
                           TI-NOME(J-ITE) = TI-NOME(I-ITE))
                           MOVE GRUPO-ATUAL TO TI-GRUPO(J-ITE)
                           IF TI-NIVEL-NOVO(J-ITE) > NIVEL-CARTA
                               MOVE TI-NIVEL-NOVO(J-ITE) TO NIVEL-CARTA
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NIVEL-CARTA > ZEROS
                       PERFORM EMITE-CARTA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Emite-carta-grupo.

           PERFORM BUSCA-DESTINATARIO.
           MOVE ZEROS TO COPIA-DEPTO-W.
           PERFORM ESCREVE-CARTA.
           ADD 1 TO TOTAL-CARTAS.
           IF NIVEL-CARTA = 3
               PERFORM COPIAS-CHEFIA
           END-IF.
           PERFORM REGISTRA-AVISOS-GRUPO.

      *-------------------------------------------------------------------------*
       Busca-destinatario.

           SET J-ITE TO GRUPO-ATUAL.
           MOVE TI-NOME(J-ITE) TO NOME-DEST-W.
           MOVE SPACES TO FONE-DEST-W.
           IF ORIGEM-W = "M" AND TI-CODIGO(J-ITE) NOT = ZEROS
               MOVE TI-CODIGO(J-ITE) TO CODIGO-FORN-F
               READ ARQ-FOR
                   NOT INVALID KEY
                       MOVE NOME-FORN-F TO NOME-DEST-W
                       MOVE FONE-FORN-F TO FONE-DEST-W
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Copias-chefia.

      *    The final notice is copied to the head of each department
      *    involved in it: the borrower's department for loans, the
      *    asset's department for maintenance orders.
           MOVE ZEROS TO QTD-COPIAS.
           PERFORM VARYING J-ITE FROM 1 BY 1 UNTIL J-ITE > QTD-ITENS
               IF TI-GRUPO(J-ITE) = GRUPO-ATUAL AND
                  TI-NIVEL-NOVO(J-ITE) = 3
                   MOVE "N" TO ACHOU-COPIA
                   PERFORM VARYING I-CPA FROM 1 BY 1
                           UNTIL I-CPA > QTD-COPIAS
                       IF TC-DEPTO(I-CPA) = TI-DEPTO(J-ITE)
                           MOVE "S" TO ACHOU-COPIA
                       END-IF
                   END-PERFORM
                   IF ACHOU-COPIA = "N" AND QTD-COPIAS < 20
                       ADD 1 TO QTD-COPIAS
                       MOVE TI-DEPTO(J-ITE) TO TC-DEPTO(QTD-COPIAS)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING I-CPA FROM 1 BY 1 UNTIL I-CPA > QTD-COPIAS
               MOVE TC-DEPTO(I-CPA) TO COPIA-DEPTO-W
               PERFORM ESCREVE-CARTA
               ADD 1 TO TOTAL-COPIAS
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Escreve-carta.

           WRITE LINHA-RELATORIO FROM TRACO.
           MOVE SPACES TO LINHA-AUX.
           EVALUATE NIVEL-CARTA
               WHEN 1
                   MOVE "PRIMEIRO AVISO DE ATRASO" TO LINHA-AUX
               WHEN 2
                   MOVE "SEGUNDO AVISO DE ATRASO" TO LINHA-AUX
               WHEN OTHER
                   MOVE "AVISO FINAL DE ATRASO" TO LINHA-AUX
           END-EVALUATE.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF COPIA-DEPTO-W NOT = ZEROS
               MOVE COPIA-DEPTO-W TO CODIGO-DEPTO-D
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
               MOVE SPACES TO RESPONSAVEL-DEPTO-D
               IF DEP-OK = "S"
                   READ ARQ-DEP INVALID KEY
                       MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
                       MOVE SPACES TO RESPONSAVEL-DEPTO-D
                   END-READ
               END-IF
               MOVE SPACES TO LINHA-AUX
               STRING "COPIA PARA: " RESPONSAVEL-DEPTO-D
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "RESPONSAVEL PELO DEPARTAMENTO " COPIA-DEPTO-W
                   " - " DESC-DEPTO-D
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE DT-HOJE TO DT-ED.
           MOVE SPACES TO LINHA-AUX.
           STRING "SANTOS, " DT-ED DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           SET J-ITE TO GRUPO-ATUAL.
           MOVE SPACES TO LINHA-AUX.
           IF ORIGEM-W = "E"
               STRING "A(O) SR(A). " NOME-DEST-W
                   "  MATRICULA " TI-CODIGO(J-ITE)
                   DELIMITED BY SIZE INTO LINHA-AUX
           ELSE
               STRING "AO FORNECEDOR " TI-CODIGO(J-ITE) " - "
                   NOME-DEST-W "  FONE " FONE-DEST-W
                   DELIMITED BY SIZE INTO LINHA-AUX
           END-IF.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF ORIGEM-W = "E"
               MOVE "OS BENS ABAIXO, EMPRESTADOS A V.SA., TEM DEVOLUCAO
      -            " PREVISTA JA VENCIDA." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE "SOLICITAMOS A DEVOLUCAO IMEDIATA AO SETOR DE PATR
      -            "IMONIO." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           ELSE
               MOVE "OS BENS ABAIXO, ENVIADOS PARA MANUTENCAO, TEM RETO
      -            "RNO PREVISTO JA VENCIDO." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE "SOLICITAMOS A DEVOLUCAO OU NOVA PREVISAO DE RETOR
      -            "NO COM URGENCIA." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "BEM     DESCRICAO                       DOC   PREVI"
               "STO    ATRASO AVISO" DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "N" TO HA-ANTERIOR.
           PERFORM VARYING J-ITE FROM 1 BY 1 UNTIL J-ITE > QTD-ITENS
               IF TI-GRUPO(J-ITE) = GRUPO-ATUAL
                   PERFORM IMPRIME-ITEM-AVISO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF HA-ANTERIOR = "S"
               MOVE "* AVISO JA ENVIADO ANTERIORMENTE, AINDA SEM RETORN
      -            "O." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           IF NIVEL-CARTA = 3 AND COPIA-DEPTO-W = ZEROS
               MOVE "ESTE E O AVISO FINAL; COPIA ENVIADA A CHEFIA DO DE
      -            "PARTAMENTO." TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "SETOR DE PATRIMONIO" TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Imprime-item-aviso.

           MOVE TI-BEM(J-ITE) TO LI-BEM.
           MOVE TI-DESC(J-ITE) TO LI-DESC.
           MOVE TI-DOC(J-ITE) TO LI-DOC.
           MOVE TI-DT-PREV(J-ITE) TO LI-DT-PREV.
           MOVE TI-DIAS(J-ITE) TO LI-DIAS.
           MOVE SPACES TO LI-NIVEL.
           IF TI-NIVEL-NOVO(J-ITE) NOT = ZEROS
               MOVE NOME-NIVEL-T(TI-NIVEL-NOVO(J-ITE)) TO LI-NIVEL
           ELSE
               MOVE "S" TO HA-ANTERIOR
               STRING NOME-NIVEL-T(TI-NIVEL-ANT(J-ITE))
                   DELIMITED BY "  "
                   "*" DELIMITED BY SIZE INTO LI-NIVEL
           END-IF.
           WRITE LINHA-RELATORIO FROM LINHA-ITEM-AVISO.

      *-------------------------------------------------------------------------*
       Registra-avisos-grupo.

           PERFORM VARYING J-ITE FROM 1 BY 1 UNTIL J-ITE > QTD-ITENS
               IF TI-GRUPO(J-ITE) = GRUPO-ATUAL AND
                  TI-NIVEL-NOVO(J-ITE) NOT = ZEROS
                   MOVE TI-BEM(J-ITE) TO CODIGO-BEM-AV
                   MOVE ORIGEM-W TO ORIGEM-AV
                   MOVE TI-DOC(J-ITE) TO NUM-DOC-AV
                   MOVE TI-NIVEL-NOVO(J-ITE) TO NIVEL-AV
                   MOVE DT-HOJE TO DT-AVISO-AV
                   MOVE TI-CODIGO(J-ITE) TO CODIGO-DEST-AV
                   MOVE NOME-DEST-W TO NOME-DEST-AV
                   MOVE TI-DT-PREV(J-ITE) TO DT-PREVISTA-AV
                   MOVE TI-DIAS(J-ITE) TO DIAS-ATRASO-AV
                   MOVE ZEROS TO COPIA-DEPTO-AV
                   IF TI-NIVEL-NOVO(J-ITE) = 3
                       MOVE TI-DEPTO(J-ITE) TO COPIA-DEPTO-AV
                   END-IF
                   MOVE OPER-CODIGO TO CODIGO-OPER-AV
                   WRITE REG-AVISO
                   IF ARQST-AVL = "00"
                       ADD 1 TO TOTAL-AVISOS-NOVOS
                   END-IF
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Consulta-avisos-bem.

           DISPLAY "CODIGO DO BEM: ".
           ACCEPT BEM-E.
           MOVE BEM-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
           END-READ.
           DISPLAY "BEM " BEM-E " - " DESC-BEM-M.
           DISPLAY "ORIGEM      DOC  AVISO     DATA        ATRASO  "
               "DESTINATARIO".
           MOVE ZEROS TO TOTAL-NO-BEM WAVL.
           MOVE BEM-E TO CODIGO-BEM-AV.
           MOVE LOW-VALUES TO ORIGEM-AV.
           MOVE ZEROS TO NUM-DOC-AV NIVEL-AV.
           START ARQ-AVL KEY IS NOT LESS THAN CHAVES-AVL
               INVALID KEY
                   MOVE 1 TO WAVL
           END-START.
           PERFORM UNTIL WAVL = 1
               READ ARQ-AVL NEXT RECORD
                   AT END
                       MOVE 1 TO WAVL
                   NOT AT END
                       IF CODIGO-BEM-AV NOT = BEM-E
                           MOVE 1 TO WAVL
                       ELSE
                           PERFORM MOSTRA-AVISO
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-NO-BEM = ZEROS
               DISPLAY "NENHUM AVISO REGISTRADO PARA O BEM."
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-aviso.

           ADD 1 TO TOTAL-NO-BEM.
           MOVE DT-AVISO-AV TO DT-ED.
           MOVE DIAS-ATRASO-AV TO LI-DIAS.
           MOVE SPACES TO LINHA-AUX.
           IF ORIGEM-AV = "E"
               MOVE "EMPRESTIMO" TO LINHA-AUX
           ELSE
               MOVE "MANUTENCAO" TO LINHA-AUX
           END-IF.
           MOVE NUM-DOC-AV TO LINHA-AUX(12:4).
           MOVE NOME-NIVEL-T(NIVEL-AV) TO LINHA-AUX(17:8).
           MOVE DT-ED TO LINHA-AUX(27:10).
           MOVE LI-DIAS TO LINHA-AUX(39:5).
           MOVE CODIGO-DEST-AV TO LINHA-AUX(47:6).
           MOVE NOME-DEST-AV(1:25) TO LINHA-AUX(54:25).
           DISPLAY LINHA-AUX.
           IF COPIA-DEPTO-AV NOT = ZEROS
               DISPLAY "            COPIA A CHEFIA DO DEPTO "
                   COPIA-DEPTO-AV
           END-IF.

      *-------------------------------------------------------------------------*
       Altera-prazos.

           DISPLAY "DIAS ENTRE O 1O E O 2O AVISO....: " DIAS-SEGUNDO.
           DISPLAY "DIAS ENTRE O 2O AVISO E O FINAL.: " DIAS-FINAL.
           DISPLAY "NOVO PRAZO PARA O 2O AVISO (DIAS): ".
           ACCEPT DIAS-SEGUNDO-E.
           DISPLAY "NOVO PRAZO PARA O AVISO FINAL (DIAS): ".
           ACCEPT DIAS-FINAL-E.
           IF DIAS-SEGUNDO-E = ZEROS OR DIAS-FINAL-E = ZEROS
               DISPLAY "PRAZO DEVE SER MAIOR QUE ZERO - NADA ALTERADO."
           ELSE
               OPEN OUTPUT ARQ-PAV
               IF ARQST-PAV NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GRAVAR AVISOS.PAR."
               ELSE
                   MOVE SPACES TO REG-PARAM-AVISO
                   MOVE DIAS-SEGUNDO-E TO PAV-DIAS-SEGUNDO
                   MOVE DIAS-FINAL-E TO PAV-DIAS-FINAL
                   WRITE REG-PARAM-AVISO
                   CLOSE ARQ-PAV
                   MOVE DIAS-SEGUNDO-E TO DIAS-SEGUNDO
                   MOVE DIAS-FINAL-E TO DIAS-FINAL
                   DISPLAY "PRAZOS GRAVADOS."
               END-IF
           END-IF.

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

           CLOSE ARQ-AVL.
           IF BEM-OK = "S"
               CLOSE ARQ-BEM
           END-IF.
           IF FOR-OK = "S"
               CLOSE ARQ-FOR
           END-IF.
           IF EMP-OK = "S"
               CLOSE ARQ-EMP
           END-IF.
           IF ORD-OK = "S"
               CLOSE ARQ-ORD
           END-IF.
           IF DEP-OK = "S"
               CLOSE ARQ-DEP
           END-IF.
           IF FUN-OK = "S"
               CLOSE ARQ-FUN
           END-IF.
           EXIT PROGRAM.

       end program AVISOS.
