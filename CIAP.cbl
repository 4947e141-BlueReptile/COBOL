       Program-Id. CIAP.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-CIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CIA
              FILE STATUS ARQST-CIA.

              SELECT ARQ-COE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-COE
              FILE STATUS ARQST-COE.

              SELECT ARQ-LIV ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-LIV
              ALTERNATE RECORD KEY CODIGO-BEM-L WITH DUPLICATES
              FILE STATUS ARQST-LIV.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT ARQ-LVR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-LVR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    One record per asset with creditable ICMS: the amount taken
      *    on entry, the 1/48 parcels already appropriated and the
      *    base still to be taken.  SIT-CIAP-C is "A" while parcels
      *    remain, "C" after the 48th and "E" when a baixa before the
      *    48th month reversed the remaining balance.
       FD  ARQ-CIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAP.DAT".
           01  REG-CIAP.
               02 RECKEY-CIA.
                   03 CODIGO-BEM-C         PIC 9(06).
               02 VALOR-ICMS-C          PIC 9(09)V99.
               02 COMPET-INICIO-C       PIC 9(06).
               02 PARCELAS-C            PIC 9(02).
               02 SALDO-C               PIC 9(09)V99.
               02 CREDITO-ACUM-C        PIC 9(09)V99.
               02 COMPET-ULT-C          PIC 9(06).
               02 SIT-CIAP-C            PIC X(01).
               02 COMPET-ESTORNO-C      PIC 9(06).
               02 VALOR-ESTORNO-C       PIC 9(09)V99.
               02 CODIGO-OPER-C         PIC 9(04).

      *    Monthly taxable-output ratio keyed in by the fiscal area:
      *    taxed plus export outputs over total outputs of the month.
       FD  ARQ-COE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAPCOEF.DAT".
           01  REG-COEF.
               02 RECKEY-COE.
                   03 COMPET-K             PIC 9(06).
               02 SAIDAS-TRIB-K         PIC 9(11)V99.
               02 SAIDAS-TOTAL-K        PIC 9(11)V99.
               02 COEF-K                PIC 9V9(06).
               02 APROPRIADO-K          PIC X(01).
               02 CODIGO-OPER-K         PIC 9(04).

      *    Ledger entries: "A" is a monthly appropriation, "E" the
      *    reversal of the balance left when the asset was retired.
       FD  ARQ-LIV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAPMOV.DAT".
           01  REG-LIVRO.
               02 CHAVES-LIV.
                   03 COMPET-L             PIC 9(06).
                   03 CODIGO-BEM-L         PIC 9(06).
                   03 TIPO-LANC-L          PIC X(01).
               02 PARCELA-L             PIC 9(02).
               02 VALOR-PARCELA-L       PIC 9(09)V99.
               02 COEF-L                PIC 9V9(06).
               02 VALOR-CREDITO-L       PIC 9(09)V99.
               02 CODIGO-OPER-L         PIC 9(04).

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

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAP.TXT".
           01  LINHA-RELATORIO          PIC X(80).

       FD  ARQ-LVR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CIAPLIV.TXT".
           01  LINHA-LIVRO              PIC X(80).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 ARQST-CIA                    PIC X(02).
           01 ARQST-COE                    PIC X(02).
           01 ARQST-LIV                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-LVR                    PIC X(02).

           01 OP-CIAP                      PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 LINHA-AUX                    PIC X(80).
           01 COMPETENCIA                  PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-R REDEFINES COMPETENCIA.
               02 ANO-COMP                 PIC 9(04).
               02 MES-COMP                 PIC 9(02).

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 COMP-ATUAL                   PIC 9(06) VALUE ZEROS.
           01 DT-AQ-AUX                    PIC 9(08) VALUE ZEROS.
           01 DT-AQ-AUX-R REDEFINES DT-AQ-AUX.
               02 DIA-AQ                   PIC 9(02).
               02 MES-AQ                   PIC 9(02).
               02 ANO-AQ                   PIC 9(04).

           01 CODIGO-BEM-E                 PIC 9(06) VALUE ZEROS.
           01 VALOR-ICMS-E                 PIC 9(09)V99 VALUE ZEROS.
           01 SAIDAS-TRIB-E                PIC 9(11)V99 VALUE ZEROS.
           01 SAIDAS-TOTAL-E               PIC 9(11)V99 VALUE ZEROS.
           01 COEF-E                       PIC 9V9(06) VALUE ZEROS.
           01 ACHOU-CIAP                   PIC X(01) VALUE "N".
           01 COEF-OK                      PIC X(01) VALUE "N".
           01 TIPO-LANC-E                  PIC X(01) VALUE SPACES.
           01 DESC-CURTA                   PIC X(20) VALUE SPACES.

           01 VALOR-PARCELA                PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-CREDITO                PIC 9(09)V99 VALUE ZEROS.
           01 TOTAL-APROPRIADOS            PIC 9(06) VALUE ZEROS.
           01 TOTAL-ESTORNADOS             PIC 9(06) VALUE ZEROS.
           01 TOTAL-JA-APROPRIADOS         PIC 9(06) VALUE ZEROS.
           01 TOTAL-PARCELAS               PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-CREDITOS               PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-ESTORNOS               PIC 9(11)V99 VALUE ZEROS.
           01 QTD-LANCAMENTOS              PIC 9(04) VALUE ZEROS.
           01 VALOR-ED1                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED3                    PIC ZZZ.ZZZ.ZZ9,99.
           01 COEF-ED                      PIC 9,999999.

      *    Detail line shared by the appropriation run and the ledger.
           01 LINHA-CIAP.
               02 LC-BEM                   PIC 9(06).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-DESC                  PIC X(20).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-PARCELA               PIC 9(02).
               02 LC-BARRA                 PIC X(03) VALUE "/48".
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-VALOR-PARC            PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-COEF                  PIC 9,999999.
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LC-CREDITO               PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                   PIC X(03) VALUE SPACES.

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

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           IF LOTE-MODO = "B"
               PERFORM APROPRIA-LOTE
           ELSE
               PERFORM MENU-CIAP UNTIL OP-CIAP = 6
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Apropria-lote.

      *    Unattended run for the nightly chain, right after DEPREC:
      *    the competencia comes from the driver and a month with no
      *    ratio keyed in stops the chain before EXTCON sends the
      *    extract without its CIAP lines.
           MOVE LOTE-COMPETENCIA TO COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE COMP-ATUAL = ANO * 100 + MES.
           IF MES-COMP < 1 OR MES-COMP > 12 OR ANO-COMP < 1900
               DISPLAY "COMPETENCIA INVALIDA NO LOTE."
               MOVE 30 TO LOTE-RETORNO
           ELSE
               IF COMPETENCIA > COMP-ATUAL
                   DISPLAY "COMPETENCIA FUTURA NO LOTE."
                   MOVE 31 TO LOTE-RETORNO
               ELSE
                   PERFORM LE-COEFICIENTE
                   IF COEF-OK = "N"
                       DISPLAY "SEM COEFICIENTE CIAP PARA "
                           COMPETENCIA " - APROPRIACAO NAO FEITA."
                       MOVE 32 TO LOTE-RETORNO
                   ELSE
                       PERFORM PROCESSA-APROPRIACAO
                       IF ARQST-REL NOT = "00"
                           MOVE 33 TO LOTE-RETORNO
                       ELSE
                           COMPUTE LOTE-REGISTROS = TOTAL-APROPRIADOS
                               + TOTAL-ESTORNADOS
                           MOVE ZEROS TO LOTE-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-CIA.
           EVALUATE ARQST-CIA
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-CIA
                   CLOSE ARQ-CIA
                   OPEN I-O ARQ-CIA
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAP.DAT: " ARQST-CIA
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-COE.
           EVALUATE ARQST-COE
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-COE
                   CLOSE ARQ-COE
                   OPEN I-O ARQ-COE
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAPCOEF.DAT: " ARQST-COE
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-LIV.
           EVALUATE ARQST-LIV
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-LIV
                   CLOSE ARQ-LIV
                   OPEN I-O ARQ-LIV
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAPMOV.DAT: " ARQST-LIV
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM NOT = "00" AND ARQST-BEM NOT = "35"
               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

      *-------------------------------------------------------------------------*
       Menu-ciap.

           DISPLAY " ".
           DISPLAY "CONTROLE DE CREDITO DE ICMS DO ATIVO - CIAP".
           DISPLAY "1 - INFORMAR ICMS CREDITAVEL DE UM BEM".
           DISPLAY "2 - INFORMAR COEFICIENTE DO MES".
           DISPLAY "3 - APROPRIAR CREDITO DO MES".
           DISPLAY "4 - CONSULTAR CIAP DE UM BEM".
           DISPLAY "5 - LIVRO CIAP DO MES".
           DISPLAY "6 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-CIAP.
           EVALUATE OP-CIAP
               WHEN 1
                   PERFORM INFORMA-ICMS
               WHEN 2
                   PERFORM INFORMA-COEFICIENTE
               WHEN 3
                   PERFORM APROPRIA-CREDITO
               WHEN 4
                   PERFORM CONSULTA-CIAP
               WHEN 5
                   PERFORM LIVRO-CIAP
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Informa-icms.

      *    The credit starts in the month the asset entered, so the
      *    first competencia is taken from the acquisition date.  Once
      *    a parcel has been appropriated the amount is frozen - the
      *    ledger already carries fractions of it.
           DISPLAY "CODIGO DO BEM: ".
           ACCEPT CODIGO-BEM-E.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               DISPLAY "BEM NAO CADASTRADO."
           NOT INVALID KEY
               IF SITUACAO-BEM-M = 1
                   DISPLAY "BEM BAIXADO NAO GERA CREDITO."
               ELSE
                   PERFORM RECEBE-DADOS-ICMS
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Recebe-dados-icms.

           MOVE "S" TO ACHOU-CIAP.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-C.
           READ ARQ-CIA INVALID KEY
               MOVE "N" TO ACHOU-CIAP
           END-READ.
           IF ACHOU-CIAP = "S" AND PARCELAS-C NOT = ZEROS
               DISPLAY "CIAP JA EM APROPRIACAO - PARCELA " PARCELAS-C
                   "/48. VALOR NAO PODE SER ALTERADO."
           ELSE
               DISPLAY "BEM: " DESC-BEM-M
               DISPLAY "VALOR DO ICMS CREDITAVEL: "
               ACCEPT VALOR-ICMS-E
               IF VALOR-ICMS-E = ZEROS
                   DISPLAY "VALOR DO ICMS NAO PODE SER ZERO."
               ELSE
                   PERFORM GRAVA-ICMS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-icms.

           MOVE DT-AQUISICAO-M TO DT-AQ-AUX.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-C.
           MOVE VALOR-ICMS-E TO VALOR-ICMS-C SALDO-C.
           COMPUTE COMPET-INICIO-C = ANO-AQ * 100 + MES-AQ.
           MOVE ZEROS TO PARCELAS-C CREDITO-ACUM-C COMPET-ULT-C
                         COMPET-ESTORNO-C VALOR-ESTORNO-C.
           MOVE "A" TO SIT-CIAP-C.
           MOVE OPER-CODIGO TO CODIGO-OPER-C.
           IF ACHOU-CIAP = "S"
               REWRITE REG-CIAP
               DISPLAY "ICMS DO BEM ALTERADO."
           ELSE
               WRITE REG-CIAP
               DISPLAY "ICMS DO BEM CADASTRADO."
           END-IF.
           DISPLAY "APROPRIACAO A PARTIR DE " COMPET-INICIO-C.

      *-------------------------------------------------------------------------*
       Informa-coeficiente.

      *    The ratio of a month already appropriated is part of the
      *    ledger and cannot change afterwards.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF MES-COMP < 1 OR MES-COMP > 12 OR ANO-COMP < 1900
               DISPLAY "COMPETENCIA INVALIDA."
           ELSE
               PERFORM LE-COEFICIENTE
               IF COEF-OK = "S" AND APROPRIADO-K = "S"
                   DISPLAY "COMPETENCIA JA APROPRIADA - COEFICIENTE "
                       "MANTIDO."
               ELSE
                   PERFORM RECEBE-DADOS-COEF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-dados-coef.

           DISPLAY "SAIDAS TRIBUTADAS E EXPORTACOES DO MES: ".
           ACCEPT SAIDAS-TRIB-E.
           DISPLAY "TOTAL DAS SAIDAS DO MES: ".
           ACCEPT SAIDAS-TOTAL-E.
           IF SAIDAS-TOTAL-E = ZEROS
               DISPLAY "TOTAL DAS SAIDAS NAO PODE SER ZERO."
           ELSE
               IF SAIDAS-TRIB-E > SAIDAS-TOTAL-E
                   DISPLAY "SAIDAS TRIBUTADAS MAIORES QUE O TOTAL."
               ELSE
                   COMPUTE COEF-E ROUNDED =
                       SAIDAS-TRIB-E / SAIDAS-TOTAL-E
                   PERFORM GRAVA-COEFICIENTE
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-coeficiente.

           MOVE COMPETENCIA TO COMPET-K.
           MOVE SAIDAS-TRIB-E TO SAIDAS-TRIB-K.
           MOVE SAIDAS-TOTAL-E TO SAIDAS-TOTAL-K.
           MOVE COEF-E TO COEF-K.
           MOVE "N" TO APROPRIADO-K.
           MOVE OPER-CODIGO TO CODIGO-OPER-K.
           IF COEF-OK = "S"
               REWRITE REG-COEF
               DISPLAY "COEFICIENTE ALTERADO."
           ELSE
               WRITE REG-COEF
               DISPLAY "COEFICIENTE CADASTRADO."
           END-IF.
           MOVE COEF-E TO COEF-ED.
           DISPLAY "COEFICIENTE DE CREDITAMENTO: " COEF-ED.

      *-------------------------------------------------------------------------*
       Le-coeficiente.

           MOVE "S" TO COEF-OK.
           MOVE COMPETENCIA TO COMPET-K.
           READ ARQ-COE INVALID KEY
               MOVE "N" TO COEF-OK
           END-READ.

      *-------------------------------------------------------------------------*
       Apropria-credito.

           DISPLAY "COMPETENCIA DA APROPRIACAO (AAAAMM): ".
           ACCEPT COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE COMP-ATUAL = ANO * 100 + MES.
           IF MES-COMP < 1 OR MES-COMP > 12 OR ANO-COMP < 1900
               DISPLAY "COMPETENCIA INVALIDA."
           ELSE
               IF COMPETENCIA > COMP-ATUAL
                   DISPLAY "COMPETENCIA FUTURA NAO PERMITIDA."
               ELSE
                   PERFORM LE-COEFICIENTE
                   IF COEF-OK = "N"
                       DISPLAY "INFORME ANTES O COEFICIENTE DE "
                           COMPETENCIA "."
                   ELSE
                       PERFORM PROCESSA-APROPRIACAO
                   END-IF
               END-IF.

      *-------------------------------------------------------------------------*
       Processa-apropriacao.

           MOVE ZEROS TO TOTAL-APROPRIADOS TOTAL-ESTORNADOS
                         TOTAL-JA-APROPRIADOS TOTAL-PARCELAS
                         TOTAL-CREDITOS TOTAL-ESTORNOS.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR CIAP.TXT."
           ELSE
               PERFORM CABECALHO-APROPRIACAO
               MOVE ZEROS TO CODIGO-BEM-C WIGUAL
               START ARQ-CIA KEY IS NOT LESS THAN RECKEY-CIA
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-CIA NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SIT-CIAP-C = "A" AND
                              COMPET-INICIO-C NOT > COMPETENCIA
                               PERFORM APROPRIA-BEM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "S" TO APROPRIADO-K
               REWRITE REG-COEF
               PERFORM RODAPE-APROPRIACAO
               CLOSE ARQ-REL
               MOVE "CIAP" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "COMPETENCIA " COMPETENCIA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "CIAP.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM CIAP.TXT"
               DISPLAY "PARCELAS APROPRIADAS: " TOTAL-APROPRIADOS
               DISPLAY "SALDOS ESTORNADOS...: " TOTAL-ESTORNADOS
               DISPLAY "JA APROPRIADOS......: " TOTAL-JA-APROPRIADOS
           END-IF.

      *-------------------------------------------------------------------------*
       Apropria-bem.

      *    One parcel per competencia, as DEPREC charges one quota: a
      *    month already taken is skipped so the job can be re-run.
      *    An asset found retired here was retired by a path that did
      *    not reverse its balance; the reversal is made now.  An
      *    asset no longer on file takes no more credit either, so it
      *    is reversed the same way.
           MOVE CODIGO-BEM-C TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               MOVE 1 TO SITUACAO-BEM-M
           END-READ.
           IF COMPET-ULT-C NOT < COMPETENCIA
               ADD 1 TO TOTAL-JA-APROPRIADOS
           ELSE
               IF SITUACAO-BEM-M = 1
                   PERFORM ESTORNA-SALDO
               ELSE
                   PERFORM CALCULA-PARCELA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Calcula-parcela.

      *    Each parcel is 1/48 of the ICMS; the 48th takes whatever the
      *    rounding left, so the 48 parcels always add up to the ICMS.
      *    Only the taxable share of the parcel becomes credit - the
      *    rest is lost for good, not carried forward.
           ADD 1 TO PARCELAS-C.
           IF PARCELAS-C = 48
               MOVE SALDO-C TO VALOR-PARCELA
           ELSE
               COMPUTE VALOR-PARCELA ROUNDED = VALOR-ICMS-C / 48
               IF VALOR-PARCELA > SALDO-C
                   MOVE SALDO-C TO VALOR-PARCELA
               END-IF
           END-IF.
           COMPUTE VALOR-CREDITO ROUNDED = VALOR-PARCELA * COEF-K.
           SUBTRACT VALOR-PARCELA FROM SALDO-C.
           ADD VALOR-CREDITO TO CREDITO-ACUM-C.
           MOVE COMPETENCIA TO COMPET-ULT-C.
           IF PARCELAS-C = 48
               MOVE "C" TO SIT-CIAP-C
           END-IF.
           REWRITE REG-CIAP.
           MOVE COMPETENCIA TO COMPET-L.
           MOVE CODIGO-BEM-C TO CODIGO-BEM-L.
           MOVE "A" TO TIPO-LANC-L.
           MOVE PARCELAS-C TO PARCELA-L.
           MOVE VALOR-PARCELA TO VALOR-PARCELA-L.
           MOVE COEF-K TO COEF-L.
           MOVE VALOR-CREDITO TO VALOR-CREDITO-L.
           MOVE OPER-CODIGO TO CODIGO-OPER-L.
           WRITE REG-LIVRO INVALID KEY
               REWRITE REG-LIVRO
           END-WRITE.
           ADD 1 TO TOTAL-APROPRIADOS.
           ADD VALOR-PARCELA TO TOTAL-PARCELAS.
           ADD VALOR-CREDITO TO TOTAL-CREDITOS.
           MOVE VALOR-PARCELA TO LC-VALOR-PARC.
           MOVE COEF-K TO LC-COEF.
           MOVE VALOR-CREDITO TO LC-CREDITO.
           MOVE PARCELAS-C TO LC-PARCELA.
           MOVE CODIGO-BEM-C TO LC-BEM.
           MOVE DESC-BEM-M TO LC-DESC.
           WRITE LINHA-RELATORIO FROM LINHA-CIAP.

      *-------------------------------------------------------------------------*
       Estorna-saldo.

           MOVE "E" TO SIT-CIAP-C.
           MOVE COMPETENCIA TO COMPET-ESTORNO-C.
           MOVE SALDO-C TO VALOR-ESTORNO-C.
           REWRITE REG-CIAP.
           MOVE COMPETENCIA TO COMPET-L.
           MOVE CODIGO-BEM-C TO CODIGO-BEM-L.
           MOVE "E" TO TIPO-LANC-L.
           MOVE PARCELAS-C TO PARCELA-L.
           MOVE SALDO-C TO VALOR-PARCELA-L.
           MOVE ZEROS TO COEF-L VALOR-CREDITO-L.
           MOVE OPER-CODIGO TO CODIGO-OPER-L.
           WRITE REG-LIVRO INVALID KEY
               REWRITE REG-LIVRO
           END-WRITE.
           ADD 1 TO TOTAL-ESTORNADOS.
           ADD SALDO-C TO TOTAL-ESTORNOS.
           MOVE SALDO-C TO VALOR-ED1.
           MOVE SPACES TO LINHA-AUX.
           MOVE DESC-BEM-M TO DESC-CURTA.
           STRING CODIGO-BEM-C "  " DESC-CURTA
               "  BAIXADO - SALDO ESTORNADO " VALOR-ED1
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Cabecalho-apropriacao.

           MOVE COEF-K TO COEF-ED.
           MOVE SPACES TO LINHA-AUX.
           STRING "APROPRIACAO CIAP - COMPETENCIA " COMPETENCIA
               "  COEFICIENTE " COEF-ED
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "BEM     DESCRICAO             PARCELA   VALOR PARCELA
      -        "  COEFIC.           CREDITO" TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Rodape-apropriacao.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE TOTAL-PARCELAS TO VALOR-ED1.
           MOVE TOTAL-CREDITOS TO VALOR-ED2.
           MOVE TOTAL-ESTORNOS TO VALOR-ED3.
           MOVE SPACES TO LINHA-AUX.
           STRING "TOTAL PARCELAS: " VALOR-ED1
               "  CREDITO DO MES: " VALOR-ED2
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "SALDOS ESTORNADOS POR BAIXA: " VALOR-ED3
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "BENS APROPRIADOS: " TOTAL-APROPRIADOS
               "  ESTORNADOS: " TOTAL-ESTORNADOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Consulta-ciap.

           DISPLAY "CODIGO DO BEM: ".
           ACCEPT CODIGO-BEM-E.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-C.
           READ ARQ-CIA INVALID KEY
               DISPLAY "BEM SEM ICMS CADASTRADO NO CIAP."
           NOT INVALID KEY
               PERFORM MOSTRA-CIAP
           END-READ.

      *-------------------------------------------------------------------------*
       Mostra-ciap.

           MOVE VALOR-ICMS-C TO VALOR-ED1.
           MOVE CREDITO-ACUM-C TO VALOR-ED2.
           MOVE SALDO-C TO VALOR-ED3.
           DISPLAY "ICMS CREDITAVEL....: " VALOR-ED1.
           DISPLAY "INICIO APROPRIACAO.: " COMPET-INICIO-C.
           DISPLAY "PARCELAS TOMADAS...: " PARCELAS-C "/48".
           DISPLAY "CREDITO APROPRIADO.: " VALOR-ED2.
           DISPLAY "SALDO A APROPRIAR..: " VALOR-ED3.
           EVALUATE SIT-CIAP-C
               WHEN "A"
                   DISPLAY "SITUACAO...........: EM APROPRIACAO"
               WHEN "C"
                   DISPLAY "SITUACAO...........: CONCLUIDO"
               WHEN "E"
                   MOVE VALOR-ESTORNO-C TO VALOR-ED3
                   DISPLAY "SITUACAO...........: ESTORNADO EM "
                       COMPET-ESTORNO-C " - " VALOR-ED3
           END-EVALUATE.
           MOVE ZEROS TO QTD-LANCAMENTOS WIGUAL.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-L.
           START ARQ-LIV KEY IS = CODIGO-BEM-L
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-LIV NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-L NOT = CODIGO-BEM-E
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO QTD-LANCAMENTOS
                           MOVE VALOR-PARCELA-L TO VALOR-ED1
                           MOVE VALOR-CREDITO-L TO VALOR-ED2
                           MOVE COEF-L TO COEF-ED
                           DISPLAY COMPET-L " " TIPO-LANC-L
                               " PARC " PARCELA-L " " VALOR-ED1
                               " COEF " COEF-ED " CRED " VALOR-ED2
                       END-IF
               END-READ
           END-PERFORM.
           IF QTD-LANCAMENTOS = ZEROS
               DISPLAY "NENHUM LANCAMENTO NO LIVRO PARA ESSE BEM.".

      *-------------------------------------------------------------------------*
       Livro-ciap.

      *    Monthly ledger: the appropriations of the competencia and,
      *    in their own block, the balances reversed by baixas before
      *    the 48th month.
           DISPLAY "COMPETENCIA DO LIVRO (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF MES-COMP < 1 OR MES-COMP > 12 OR ANO-COMP < 1900
               DISPLAY "COMPETENCIA INVALIDA."
           ELSE
               OPEN OUTPUT ARQ-LVR
               IF ARQST-LVR NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GERAR CIAPLIV.TXT."
               ELSE
                   PERFORM EMITE-LIVRO
                   CLOSE ARQ-LVR
                   MOVE "CIAP" TO REM-PROGRAMA
                   MOVE SPACES TO REM-PARAMETROS
                   STRING "COMPETENCIA " COMPETENCIA DELIMITED BY SIZE
                       INTO REM-PARAMETROS
                   MOVE "CIAPLIV.TXT" TO REM-ARQUIVO
                   CALL "REGREL"
                   DISPLAY "LIVRO GRAVADO EM CIAPLIV.TXT"
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Emite-livro.

           MOVE ZEROS TO TOTAL-APROPRIADOS TOTAL-ESTORNADOS
                         TOTAL-PARCELAS TOTAL-CREDITOS TOTAL-ESTORNOS.
           PERFORM LE-COEFICIENTE.
           MOVE SPACES TO LINHA-AUX.
           STRING "LIVRO CIAP - CONTROLE DE CREDITO DE ICMS DO ATIVO "
               "PERMANENTE - " COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           IF COEF-OK = "S"
               MOVE SAIDAS-TRIB-K TO VALOR-ED1
               MOVE SAIDAS-TOTAL-K TO VALOR-ED2
               MOVE COEF-K TO COEF-ED
               MOVE SPACES TO LINHA-AUX
               STRING "SAIDAS TRIB.: " VALOR-ED1
                   "  TOTAL: " VALOR-ED2 "  COEF.: " COEF-ED
                   DELIMITED BY SIZE INTO LINHA-AUX
           ELSE
               MOVE "COEFICIENTE DO MES NAO INFORMADO" TO LINHA-AUX
           END-IF.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "APROPRIACOES DO MES" TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "BEM     DESCRICAO             PARCELA   VALOR PARCELA
      -        "  COEFIC.           CREDITO" TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "A" TO TIPO-LANC-E.
           PERFORM LISTA-LANCAMENTOS.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "ESTORNOS DE SALDO POR BAIXA ANTES DE 48 MESES"
               TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "BEM     DESCRICAO             PARC.TOMADAS  SALDO ESTOR
      -        "NADO" TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE "E" TO TIPO-LANC-E.
           PERFORM LISTA-LANCAMENTOS.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE TOTAL-PARCELAS TO VALOR-ED1.
           MOVE TOTAL-CREDITOS TO VALOR-ED2.
           MOVE TOTAL-ESTORNOS TO VALOR-ED3.
           MOVE SPACES TO LINHA-AUX.
           STRING "TOTAL PARCELAS: " VALOR-ED1
               "  CREDITO DO MES: " VALOR-ED2
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "TOTAL ESTORNADO: " VALOR-ED3
               "  BENS: " TOTAL-APROPRIADOS
               "  ESTORNOS: " TOTAL-ESTORNADOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-LIVRO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Lista-lancamentos.

           MOVE COMPETENCIA TO COMPET-L.
           MOVE ZEROS TO CODIGO-BEM-L WIGUAL.
           MOVE SPACES TO TIPO-LANC-L.
           START ARQ-LIV KEY IS NOT LESS THAN CHAVES-LIV
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-LIV NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF COMPET-L NOT = COMPETENCIA
                           MOVE 1 TO WIGUAL
                       ELSE
                           IF TIPO-LANC-L = TIPO-LANC-E
                               PERFORM IMPRIME-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Imprime-lancamento.

           MOVE CODIGO-BEM-L TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
           END-READ.
           IF TIPO-LANC-L = "A"
               ADD 1 TO TOTAL-APROPRIADOS
               ADD VALOR-PARCELA-L TO TOTAL-PARCELAS
               ADD VALOR-CREDITO-L TO TOTAL-CREDITOS
               MOVE CODIGO-BEM-L TO LC-BEM
               MOVE DESC-BEM-M TO LC-DESC
               MOVE PARCELA-L TO LC-PARCELA
               MOVE VALOR-PARCELA-L TO LC-VALOR-PARC
               MOVE COEF-L TO LC-COEF
               MOVE VALOR-CREDITO-L TO LC-CREDITO
               WRITE LINHA-LIVRO FROM LINHA-CIAP
           ELSE
               ADD 1 TO TOTAL-ESTORNADOS
               ADD VALOR-PARCELA-L TO TOTAL-ESTORNOS
               MOVE VALOR-PARCELA-L TO VALOR-ED1
               MOVE DESC-BEM-M TO DESC-CURTA
               MOVE SPACES TO LINHA-AUX
               STRING CODIGO-BEM-L "  " DESC-CURTA "  "
                   PARCELA-L "/48        " VALOR-ED1
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-LIVRO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-CIA ARQ-COE ARQ-LIV ARQ-BEM.
           EXIT PROGRAM.

       end program CIAP.
