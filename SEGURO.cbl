       Program-Id. SEGURO.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-APO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-APO
              FILE STATUS ARQST-APO.

              SELECT ARQ-SGB ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-SGB
              ALTERNATE RECORD KEY CODIGO-BEM-S WITH DUPLICATES
              FILE STATUS ARQST-SGB.

              SELECT ARQ-SIN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-SIN
              FILE STATUS ARQST-SIN.

              SELECT ARQ-FOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FOR
              FILE STATUS ARQST-FOR.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-VEN ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-VEN.

              SELECT ARQ-SCB ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-SCB.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Policy master: the insurer is a supplier from FORNEC.DAT.
       FD  ARQ-APO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APOLICE.DAT".
           01  REG-APOLICE.
               02 RECKEY-APO.
                   03 NUM-APOLICE-A        PIC X(15).
               02 CODIGO-FORN-A         PIC 9(04).
               02 VALOR-COBERTURA-A     PIC 9(09)V99.
               02 DT-INICIO-A           PIC 9(08).
               02 DT-FIM-A              PIC 9(08).
               02 VALOR-PREMIO-A        PIC 9(07)V99.
               02 CODIGO-OPER-A         PIC 9(04).

      *    Assets covered by each policy.  An asset may sit under more
      *    than one policy over time (renewals), hence the alternate
      *    key with duplicates.
       FD  ARQ-SGB LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SEGBEM.DAT".
           01  REG-SEGBEM.
               02 CHAVES-SGB.
                   03 NUM-APOLICE-S        PIC X(15).
                   03 CODIGO-BEM-S         PIC 9(06).
               02 DT-VINCULO-S          PIC 9(08).
               02 CODIGO-OPER-S         PIC 9(04).

      *    One claim per retired asset.  SIT-SINISTRO-N: A aberto,
      *    P pago pela seguradora, N negado.
       FD  ARQ-SIN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SINISTRO.DAT".
           01  REG-SINISTRO.
               02 RECKEY-SIN.
                   03 CODIGO-BEM-N         PIC 9(06).
               02 NUM-APOLICE-N         PIC X(15).
               02 DT-ABERTURA-N         PIC 9(08).
               02 MOTIVO-N              PIC X(30).
               02 VALOR-RECLAMADO-N     PIC 9(09)V99.
               02 VALOR-RECEBIDO-N      PIC 9(09)V99.
               02 DT-RECEBIMENTO-N      PIC 9(08).
               02 SIT-SINISTRO-N        PIC X(01).
               02 CODIGO-OPER-N         PIC 9(04).

       FD  ARQ-FOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
           01  REG-FORN.
               02 RECKEY-FOR.
                   03 CODIGO-FORN-F        PIC 9(04).
               02 NOME-FORN-F           PIC X(30).
               02 CNPJ-FORN-F           PIC X(18).
               02 FONE-FORN-F           PIC X(15).

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

       FD  ARQ-VEN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APOVENC.TXT".
           01  LINHA-VENCIMENTO.
               02 LV-APOLICE            PIC X(15).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LV-SEGURADORA         PIC X(20).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LV-COBERTURA          PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LV-DT-FIM             PIC 9(08).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LV-DIAS               PIC ZZ.ZZ9.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LV-BENS               PIC ZZZ.ZZ9.
               02 FILLER                PIC X(10) VALUE SPACES.

       FD  ARQ-SCB LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SEMCOB.TXT".
           01  LINHA-SEM-COBERTURA.
               02 LS-BEM                PIC 9(06).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LS-DESC               PIC X(30).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LS-DEPTO              PIC 9(04).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LS-LOCAL              PIC 9(04).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LS-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER                PIC X(10) VALUE SPACES.

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-APO                    PIC X(02).
           01 ARQST-SGB                    PIC X(02).
           01 ARQST-SIN                    PIC X(02).
           01 ARQST-FOR                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-VEN                    PIC X(02).
           01 ARQST-SCB                    PIC X(02).

           01 OP-SEGURO                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WSGB                         PIC 9     VALUE ZEROS.
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 DADOS-OK                     PIC X(01) VALUE "N".
           01 APOLICE-EXISTE               PIC X(01) VALUE "N".
           01 LINHA-AUX                    PIC X(100).

           01 NUM-APOLICE-E                PIC X(15) VALUE SPACES.
           01 CODIGO-FORN-E                PIC 9(04) VALUE ZEROS.
           01 VALOR-COBERTURA-E            PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-PREMIO-E               PIC 9(07)V99 VALUE ZEROS.
           01 BEM-E                        PIC 9(06) VALUE ZEROS.
           01 VALOR-RECLAMADO-E            PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-RECEBIDO-E             PIC 9(09)V99 VALUE ZEROS.
           01 DT-RECEBIMENTO-E             PIC 9(08) VALUE ZEROS.
           01 SIT-SINISTRO-E               PIC X(01) VALUE SPACES.
           01 VALOR-LIMITE                 PIC 9(09)V99 VALUE ZEROS.
           01 DIAS-JANELA                  PIC 9(04) VALUE ZEROS.

           01 ACHOU-APOLICE                PIC X(01) VALUE "N".
           01 APOLICE-VIGENTE-W            PIC X(15) VALUE SPACES.
           01 COBERTURA-VIGENTE-W          PIC 9(09)V99 VALUE ZEROS.
           01 COMP-REFERENCIA              PIC 9(08) VALUE ZEROS.
           01 QTD-BENS-APOLICE             PIC 9(06) VALUE ZEROS.
           01 TOTAL-VENCENDO               PIC 9(06) VALUE ZEROS.
           01 TOTAL-SEM-COBERTURA          PIC 9(06) VALUE ZEROS.
           01 VALOR-SEM-COBERTURA          PIC 9(11)V99 VALUE ZEROS.
           01 VALOR-ED1                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC Z.ZZZ.ZZZ.ZZ9,99.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 COMP-HOJE                    PIC 9(08) VALUE ZEROS.

           01 DT-INICIO-E                  PIC 9(08) VALUE ZEROS.
           01 DT-FIM-E                     PIC 9(08) VALUE ZEROS.
           01 COMP-INICIO                  PIC 9(08) VALUE ZEROS.
           01 COMP-FIM                     PIC 9(08) VALUE ZEROS.
           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 COMP-AUX                     PIC 9(08) VALUE ZEROS.
           01 DATA-VALIDA                  PIC X(01) VALUE "S".

           01 DIASMES.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 28.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 30.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 30.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 30.
               02 FILLER                   PIC 99 VALUE 31.
               02 FILLER                   PIC 99 VALUE 30.
               02 FILLER                   PIC 99 VALUE 31.
           01 TABELA-DIASMES REDEFINES DIASMES.
               02 DIASMES-T                PIC 99 OCCURS 12 TIMES.
           01 MAX-DIA-MES                  PIC 99 VALUE ZEROS.
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
           01 SERIE-HOJE                   PIC 9(08) VALUE ZEROS.
           01 SERIE-FIM                    PIC 9(08) VALUE ZEROS.
           01 DIAS-RESTANTES               PIC 9(05) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-SEGURO UNTIL OP-SEGURO = 7.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-APO.
           EVALUATE ARQST-APO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-APO
                   CLOSE ARQ-APO
                   OPEN I-O ARQ-APO
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - APOLICE.DAT: " ARQST-APO
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-SGB.
           EVALUATE ARQST-SGB
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-SGB
                   CLOSE ARQ-SGB
                   OPEN I-O ARQ-SGB
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SEGBEM.DAT: " ARQST-SGB
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-SIN.
           EVALUATE ARQST-SIN
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-SIN
                   CLOSE ARQ-SIN
                   OPEN I-O ARQ-SIN
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SINISTRO.DAT: " ARQST-SIN
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-FOR.
           IF ARQST-FOR NOT = "00" AND ARQST-FOR NOT = "35"
               DISPLAY "ERRO DE ABERTURA - FORNEC.DAT: " ARQST-FOR
               STOP RUN.

           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM NOT = "00"
               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           COMPUTE COMP-HOJE = ANO * 10000 + MES * 100 + DIA.

      *-------------------------------------------------------------------------*
       Menu-seguro.

           DISPLAY " ".
           DISPLAY "SEGUROS - APOLICES E SINISTROS".
           DISPLAY "1 - CADASTRAR/ALTERAR APOLICE".
           DISPLAY "2 - VINCULAR BEM A APOLICE".
           DISPLAY "3 - DESVINCULAR BEM DA APOLICE".
           DISPLAY "4 - APOLICES A VENCER".
           DISPLAY "5 - BENS ATIVOS SEM COBERTURA".
           DISPLAY "6 - SINISTRO (CONSULTAR/ATUALIZAR)".
           DISPLAY "7 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-SEGURO.
           EVALUATE OP-SEGURO
               WHEN 1
                   PERFORM CADASTRA-APOLICE
               WHEN 2
                   PERFORM VINCULA-BEM
               WHEN 3
                   PERFORM DESVINCULA-BEM
               WHEN 4
                   PERFORM RELATORIO-VENCIMENTOS
               WHEN 5
                   PERFORM RELATORIO-SEM-COBERTURA
               WHEN 6
                   PERFORM TRATA-SINISTRO
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Cadastra-apolice.

           DISPLAY "NUMERO DA APOLICE: ".
           ACCEPT NUM-APOLICE-E.
           IF NUM-APOLICE-E = SPACES
               DISPLAY "NUMERO DA APOLICE OBRIGATORIO."
           ELSE
               MOVE NUM-APOLICE-E TO NUM-APOLICE-A
               READ ARQ-APO INVALID KEY
                   MOVE "N" TO APOLICE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO APOLICE-EXISTE
               END-READ
               IF APOLICE-EXISTE = "S"
                   PERFORM MOSTRA-APOLICE
                   DISPLAY "ALTERAR A APOLICE <S/N>? "
                   ACCEPT CONFIRMA
               ELSE
                   MOVE "S" TO CONFIRMA
               END-IF
               IF CONFIRMA = "S" OR "s"
                   PERFORM RECEBE-DADOS-APOLICE
                   IF DADOS-OK = "S"
                       PERFORM GRAVA-APOLICE
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-apolice.

           MOVE CODIGO-FORN-A TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               MOVE "SEGURADORA NAO CADASTRADA" TO NOME-FORN-F
           END-READ.
           MOVE VALOR-COBERTURA-A TO VALOR-ED1.
           DISPLAY "APOLICE " NUM-APOLICE-A " SEGURADORA "
               CODIGO-FORN-A " " NOME-FORN-F.
           DISPLAY "COBERTURA " VALOR-ED1 " VIGENCIA " DT-INICIO-A
               " A " DT-FIM-A.
           MOVE VALOR-PREMIO-A TO VALOR-ED1.
           DISPLAY "PREMIO    " VALOR-ED1.

      *-------------------------------------------------------------------------*
       Recebe-dados-apolice.

           MOVE "N" TO DADOS-OK.
           DISPLAY "SEGURADORA (CODIGO DO FORNECEDOR): ".
           ACCEPT CODIGO-FORN-E.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               DISPLAY "FORNECEDOR NAO CADASTRADO."
               MOVE ZEROS TO CODIGO-FORN-E
           NOT INVALID KEY
               DISPLAY NOME-FORN-F
           END-READ.
           IF CODIGO-FORN-E NOT = ZEROS
               DISPLAY "VALOR DA COBERTURA: "
               ACCEPT VALOR-COBERTURA-E
               DISPLAY "VALOR DO PREMIO...: "
               ACCEPT VALOR-PREMIO-E
               DISPLAY "INICIO DA VIGENCIA (DDMMAAAA): "
               ACCEPT DT-INICIO-E
               DISPLAY "FIM DA VIGENCIA    (DDMMAAAA): "
               ACCEPT DT-FIM-E
               PERFORM TESTA-DADOS-APOLICE
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-dados-apolice.

           MOVE DT-INICIO-E TO DT-AUX.
           PERFORM VALIDA-DATA.
           MOVE COMP-AUX TO COMP-INICIO.
           IF DATA-VALIDA = "S"
               MOVE DT-FIM-E TO DT-AUX
               PERFORM VALIDA-DATA
               MOVE COMP-AUX TO COMP-FIM
           END-IF.
           EVALUATE TRUE
               WHEN VALOR-COBERTURA-E = ZEROS
                   DISPLAY "VALOR DA COBERTURA OBRIGATORIO."
               WHEN DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVALIDA."
               WHEN COMP-FIM NOT > COMP-INICIO
                   DISPLAY "FIM DA VIGENCIA DEVE SER POSTERIOR AO "
                       "INICIO."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Grava-apolice.

           MOVE NUM-APOLICE-E TO NUM-APOLICE-A.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-A.
           MOVE VALOR-COBERTURA-E TO VALOR-COBERTURA-A.
           MOVE DT-INICIO-E TO DT-INICIO-A.
           MOVE DT-FIM-E TO DT-FIM-A.
           MOVE VALOR-PREMIO-E TO VALOR-PREMIO-A.
           MOVE OPER-CODIGO TO CODIGO-OPER-A.
           IF APOLICE-EXISTE = "S"
               REWRITE REG-APOLICE
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR APOLICE: " ARQST-APO
                   NOT INVALID KEY
                       DISPLAY "APOLICE ALTERADA."
               END-REWRITE
           ELSE
               WRITE REG-APOLICE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR APOLICE: " ARQST-APO
                   NOT INVALID KEY
                       DISPLAY "APOLICE CADASTRADA."
               END-WRITE
           END-IF.

      *-------------------------------------------------------------------------*
       Vincula-bem.

           MOVE "N" TO DADOS-OK.
           DISPLAY "NUMERO DA APOLICE: ".
           ACCEPT NUM-APOLICE-E.
           MOVE NUM-APOLICE-E TO NUM-APOLICE-A.
           READ ARQ-APO INVALID KEY
               DISPLAY "APOLICE NAO CADASTRADA."
           NOT INVALID KEY
               MOVE DT-FIM-A TO DT-AUX
               PERFORM VALIDA-DATA
               IF COMP-AUX < COMP-HOJE
                   DISPLAY "APOLICE VENCIDA EM " DT-FIM-A "."
               ELSE
                   MOVE "S" TO DADOS-OK
               END-IF
           END-READ.
           IF DADOS-OK = "S"
               DISPLAY "CODIGO DO BEM: "
               ACCEPT BEM-E
               MOVE BEM-E TO CODIGO-BEM-M
               READ ARQ-BEM INVALID KEY
                   DISPLAY "BEM NAO CADASTRADO."
               NOT INVALID KEY
                   IF SITUACAO-BEM-M = 1
                       DISPLAY "BEM BAIXADO NAO PODE SER SEGURADO."
                   ELSE
                       DISPLAY DESC-BEM-M
                       PERFORM GRAVA-VINCULO
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-vinculo.

           MOVE NUM-APOLICE-E TO NUM-APOLICE-S.
           MOVE BEM-E TO CODIGO-BEM-S.
           MOVE DT-HOJE TO DT-VINCULO-S.
           MOVE OPER-CODIGO TO CODIGO-OPER-S.
           WRITE REG-SEGBEM
               INVALID KEY
                   DISPLAY "BEM JA VINCULADO A ESTA APOLICE."
               NOT INVALID KEY
                   DISPLAY "BEM VINCULADO A APOLICE."
           END-WRITE.

      *-------------------------------------------------------------------------*
       Desvincula-bem.

           DISPLAY "NUMERO DA APOLICE: ".
           ACCEPT NUM-APOLICE-E.
           DISPLAY "CODIGO DO BEM: ".
           ACCEPT BEM-E.
           MOVE NUM-APOLICE-E TO NUM-APOLICE-S.
           MOVE BEM-E TO CODIGO-BEM-S.
           READ ARQ-SGB INVALID KEY
               DISPLAY "BEM NAO VINCULADO A ESTA APOLICE."
           NOT INVALID KEY
               DISPLAY "VINCULADO DESDE " DT-VINCULO-S
               DISPLAY "CONFIRMA O DESVINCULO <S/N>? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR "s"
                   DELETE ARQ-SGB
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR VINCULO: "
                               ARQST-SGB
                       NOT INVALID KEY
                           DISPLAY "BEM DESVINCULADO."
                   END-DELETE
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Relatorio-vencimentos.

           DISPLAY "VENCENDO EM QUANTOS DIAS (VAZIO = 30): ".
           ACCEPT DIAS-JANELA.
           IF DIAS-JANELA = ZEROS
               MOVE 30 TO DIAS-JANELA.
           MOVE ANO TO SERIE-ANO.
           MOVE MES TO SERIE-MES.
           MOVE DIA TO SERIE-DIA.
           PERFORM CALCULA-DIAS-SERIE.
           MOVE DIAS-SERIE TO SERIE-HOJE.
           MOVE ZEROS TO TOTAL-VENCENDO.
           OPEN OUTPUT ARQ-VEN.
           IF ARQST-VEN NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR APOVENC.TXT."
           ELSE
               PERFORM CABECALHO-VENCIMENTOS
               MOVE SPACES TO NUM-APOLICE-A
               MOVE ZEROS TO WIGUAL
               START ARQ-APO KEY IS NOT LESS THAN RECKEY-APO
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-APO NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM TESTA-VENCIMENTO
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINHA-AUX
               WRITE LINHA-VENCIMENTO FROM LINHA-AUX
               STRING "APOLICES VENCENDO NO PERIODO: " TOTAL-VENCENDO
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-VENCIMENTO FROM LINHA-AUX
               CLOSE ARQ-VEN
               MOVE "SEGURO" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "DIAS " DIAS-JANELA DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "APOVENC.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM APOVENC.TXT"
               DISPLAY "APOLICES VENCENDO: " TOTAL-VENCENDO
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-vencimento.

           MOVE DT-FIM-A TO DT-AUX.
           MOVE ANO-AX TO SERIE-ANO.
           MOVE MES-AX TO SERIE-MES.
           MOVE DIA-AX TO SERIE-DIA.
           PERFORM CALCULA-DIAS-SERIE.
           MOVE DIAS-SERIE TO SERIE-FIM.
           IF SERIE-FIM NOT < SERIE-HOJE AND
              SERIE-FIM NOT > SERIE-HOJE + DIAS-JANELA
               ADD 1 TO TOTAL-VENCENDO
               COMPUTE DIAS-RESTANTES = SERIE-FIM - SERIE-HOJE
               MOVE CODIGO-FORN-A TO CODIGO-FORN-F
               READ ARQ-FOR INVALID KEY
                   MOVE "SEGURADORA NAO CADASTRADA" TO NOME-FORN-F
               END-READ
               PERFORM CONTA-BENS-APOLICE
               MOVE SPACES TO LINHA-VENCIMENTO
               MOVE NUM-APOLICE-A TO LV-APOLICE
               MOVE NOME-FORN-F TO LV-SEGURADORA
               MOVE VALOR-COBERTURA-A TO LV-COBERTURA
               MOVE DT-FIM-A TO LV-DT-FIM
               MOVE DIAS-RESTANTES TO LV-DIAS
               MOVE QTD-BENS-APOLICE TO LV-BENS
               WRITE LINHA-VENCIMENTO
           END-IF.

      *-------------------------------------------------------------------------*
       Conta-bens-apolice.

           MOVE ZEROS TO QTD-BENS-APOLICE WSGB.
           MOVE NUM-APOLICE-A TO NUM-APOLICE-S.
           MOVE ZEROS TO CODIGO-BEM-S.
           START ARQ-SGB KEY IS NOT LESS THAN CHAVES-SGB
               INVALID KEY
                   MOVE 1 TO WSGB
           END-START.
           PERFORM UNTIL WSGB = 1
               READ ARQ-SGB NEXT RECORD
                   AT END
                       MOVE 1 TO WSGB
                   NOT AT END
                       IF NUM-APOLICE-S NOT = NUM-APOLICE-A
                           MOVE 1 TO WSGB
                       ELSE
                           ADD 1 TO QTD-BENS-APOLICE
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Cabecalho-vencimentos.

           MOVE SPACES TO LINHA-AUX.
           STRING "APOLICES VENCENDO EM ATE " DIAS-JANELA " DIAS"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-VENCIMENTO FROM LINHA-AUX.
           MOVE "APOLICE          SEGURADORA                 COBERTURA
      -        "    FIM VIG.   DIAS     BENS" TO LINHA-AUX.
           WRITE LINHA-VENCIMENTO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Relatorio-sem-cobertura.

      *    Active assets worth more than the threshold with no policy
      *    in force today.  The acquisition value is what the insurer
      *    would be asked to cover, so that is the value compared.
           DISPLAY "VALOR MINIMO DO BEM: ".
           ACCEPT VALOR-LIMITE.
           MOVE COMP-HOJE TO COMP-REFERENCIA.
           MOVE ZEROS TO TOTAL-SEM-COBERTURA VALOR-SEM-COBERTURA.
           OPEN OUTPUT ARQ-SCB.
           IF ARQST-SCB NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR SEMCOB.TXT."
           ELSE
               MOVE VALOR-LIMITE TO VALOR-ED1
               MOVE SPACES TO LINHA-AUX
               STRING "BENS ATIVOS ACIMA DE " VALOR-ED1
                   " SEM APOLICE VIGENTE EM " DT-HOJE
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-SEM-COBERTURA FROM LINHA-AUX
               MOVE "BEM     DESCRICAO                       DEPTO
      -            "  LOCAL       AQUISICAO" TO LINHA-AUX
               WRITE LINHA-SEM-COBERTURA FROM LINHA-AUX
               MOVE ZEROS TO CODIGO-BEM-M WIGUAL
               START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-BEM NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF SITUACAO-BEM-M NOT = 1 AND
                              VALOR-AQUISICAO-M > VALOR-LIMITE
                               PERFORM TESTA-COBERTURA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE VALOR-SEM-COBERTURA TO VALOR-ED2
               MOVE SPACES TO LINHA-AUX
               WRITE LINHA-SEM-COBERTURA FROM LINHA-AUX
               STRING "BENS SEM COBERTURA: " TOTAL-SEM-COBERTURA
                   "  VALOR: " VALOR-ED2
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-SEM-COBERTURA FROM LINHA-AUX
               CLOSE ARQ-SCB
               MOVE "SEGURO" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "SEMCOB.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM SEMCOB.TXT"
               DISPLAY "BENS SEM COBERTURA: " TOTAL-SEM-COBERTURA
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-cobertura.

           MOVE CODIGO-BEM-M TO BEM-E.
           PERFORM BUSCA-APOLICE-VIGENTE.
           IF ACHOU-APOLICE = "N"
               ADD 1 TO TOTAL-SEM-COBERTURA
               ADD VALOR-AQUISICAO-M TO VALOR-SEM-COBERTURA
               MOVE SPACES TO LINHA-SEM-COBERTURA
               MOVE CODIGO-BEM-M TO LS-BEM
               MOVE DESC-BEM-M TO LS-DESC
               MOVE CODIGO-DEPTO-M TO LS-DEPTO
               MOVE CODIGO-LOCAL-M TO LS-LOCAL
               MOVE VALOR-AQUISICAO-M TO LS-VALOR
               WRITE LINHA-SEM-COBERTURA
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-apolice-vigente.

      *    Walks the policies BEM-E is linked to and keeps the first
      *    one in force on COMP-REFERENCIA (AAAAMMDD).
           MOVE "N" TO ACHOU-APOLICE.
           MOVE SPACES TO APOLICE-VIGENTE-W.
           MOVE ZEROS TO COBERTURA-VIGENTE-W WSGB.
           MOVE BEM-E TO CODIGO-BEM-S.
           START ARQ-SGB KEY IS EQUAL CODIGO-BEM-S
               INVALID KEY
                   MOVE 1 TO WSGB
           END-START.
           PERFORM UNTIL WSGB = 1
               READ ARQ-SGB NEXT RECORD
                   AT END
                       MOVE 1 TO WSGB
                   NOT AT END
                       IF CODIGO-BEM-S NOT = BEM-E
                           MOVE 1 TO WSGB
                       ELSE
                           PERFORM TESTA-APOLICE-VINCULO
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Testa-apolice-vinculo.

           MOVE NUM-APOLICE-S TO NUM-APOLICE-A.
           READ ARQ-APO INVALID KEY
               MOVE ZEROS TO DT-INICIO-A DT-FIM-A
           END-READ.
           MOVE DT-INICIO-A TO DT-AUX.
           COMPUTE COMP-INICIO = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.
           MOVE DT-FIM-A TO DT-AUX.
           COMPUTE COMP-FIM = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.
           IF COMP-REFERENCIA NOT < COMP-INICIO AND
              COMP-REFERENCIA NOT > COMP-FIM AND
              COMP-FIM NOT = ZEROS
               MOVE "S" TO ACHOU-APOLICE
               MOVE NUM-APOLICE-A TO APOLICE-VIGENTE-W
               MOVE VALOR-COBERTURA-A TO COBERTURA-VIGENTE-W
               MOVE 1 TO WSGB
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-sinistro.

      *    Claims are normally opened by MOVIM when a baixa for theft
      *    or damage goes through on an insured asset; one that slipped
      *    through (reason keyed some other way) can be opened here.
           DISPLAY "CODIGO DO BEM: ".
           ACCEPT BEM-E.
           MOVE BEM-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
               MOVE ZEROS TO SITUACAO-BEM-M DT-BAIXA-M
           END-READ.
           DISPLAY DESC-BEM-M.
           MOVE BEM-E TO CODIGO-BEM-N.
           READ ARQ-SIN INVALID KEY
               PERFORM ABRE-SINISTRO-MANUAL
           NOT INVALID KEY
               PERFORM ATUALIZA-SINISTRO
           END-READ.

      *-------------------------------------------------------------------------*
       Abre-sinistro-manual.

           IF SITUACAO-BEM-M NOT = 1
               DISPLAY "SINISTRO SO PODE SER ABERTO PARA BEM BAIXADO."
           ELSE
               MOVE DT-BAIXA-M TO DT-AUX
               COMPUTE COMP-REFERENCIA = ANO-AX * 10000 + MES-AX * 100
                   + DIA-AX
               PERFORM BUSCA-APOLICE-VIGENTE
               IF ACHOU-APOLICE = "N"
                   DISPLAY "BEM SEM APOLICE VIGENTE NA DATA DA BAIXA ("
                       DT-BAIXA-M ")."
               ELSE
                   DISPLAY "BAIXA EM " DT-BAIXA-M " - " MOTIVO-BAIXA-M
                   DISPLAY "APOLICE VIGENTE: " APOLICE-VIGENTE-W
                   DISPLAY "ABRIR SINISTRO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM GRAVA-SINISTRO-MANUAL
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-sinistro-manual.

           DISPLAY "VALOR RECLAMADO: ".
           ACCEPT VALOR-RECLAMADO-E.
           IF VALOR-RECLAMADO-E > COBERTURA-VIGENTE-W
               MOVE COBERTURA-VIGENTE-W TO VALOR-RECLAMADO-E
               DISPLAY "VALOR LIMITADO A COBERTURA DA APOLICE."
           END-IF.
           MOVE BEM-E TO CODIGO-BEM-N.
           MOVE APOLICE-VIGENTE-W TO NUM-APOLICE-N.
           MOVE DT-HOJE TO DT-ABERTURA-N.
           MOVE MOTIVO-BAIXA-M TO MOTIVO-N.
           MOVE VALOR-RECLAMADO-E TO VALOR-RECLAMADO-N.
           MOVE ZEROS TO VALOR-RECEBIDO-N DT-RECEBIMENTO-N.
           MOVE "A" TO SIT-SINISTRO-N.
           MOVE OPER-CODIGO TO CODIGO-OPER-N.
           WRITE REG-SINISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SINISTRO: " ARQST-SIN
               NOT INVALID KEY
                   DISPLAY "SINISTRO ABERTO."
           END-WRITE.

      *-------------------------------------------------------------------------*
       Atualiza-sinistro.

           MOVE VALOR-RECLAMADO-N TO VALOR-ED1.
           DISPLAY "APOLICE " NUM-APOLICE-N " ABERTO EM " DT-ABERTURA-N
               " SITUACAO " SIT-SINISTRO-N.
           DISPLAY "MOTIVO " MOTIVO-N.
           DISPLAY "RECLAMADO " VALOR-ED1.
           MOVE VALOR-RECEBIDO-N TO VALOR-ED1.
           DISPLAY "RECEBIDO  " VALOR-ED1 " EM " DT-RECEBIMENTO-N.
           DISPLAY "ATUALIZAR O SINISTRO <S/N>? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA = "S" OR "s"
               PERFORM RECEBE-DADOS-SINISTRO
               IF DADOS-OK = "S"
                   MOVE OPER-CODIGO TO CODIGO-OPER-N
                   REWRITE REG-SINISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR SINISTRO: "
                               ARQST-SIN
                       NOT INVALID KEY
                           DISPLAY "SINISTRO ATUALIZADO."
                   END-REWRITE
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-dados-sinistro.

      *    Blank answers keep what is on file.  Keying an amount
      *    received closes the claim as paid unless another situation
      *    is given.
           MOVE "N" TO DADOS-OK.
           MOVE ZEROS TO VALOR-RECLAMADO-E VALOR-RECEBIDO-E
                         DT-RECEBIMENTO-E.
           MOVE SPACES TO SIT-SINISTRO-E.
           DISPLAY "VALOR RECLAMADO (VAZIO = MANTEM): ".
           ACCEPT VALOR-RECLAMADO-E.
           DISPLAY "VALOR RECEBIDO  (VAZIO = MANTEM): ".
           ACCEPT VALOR-RECEBIDO-E.
           DISPLAY "DATA RECEBIMENTO DDMMAAAA (VAZIO = MANTEM): ".
           ACCEPT DT-RECEBIMENTO-E.
           DISPLAY "SITUACAO A-ABERTO P-PAGO N-NEGADO (VAZIO = AUTO): ".
           ACCEPT SIT-SINISTRO-E.
           IF DT-RECEBIMENTO-E NOT = ZEROS
               MOVE DT-RECEBIMENTO-E TO DT-AUX
               PERFORM VALIDA-DATA
           ELSE
               MOVE "S" TO DATA-VALIDA
           END-IF.
           EVALUATE TRUE
               WHEN DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVALIDA."
               WHEN SIT-SINISTRO-E NOT = SPACES AND
                    SIT-SINISTRO-E NOT = "A" AND
                    SIT-SINISTRO-E NOT = "P" AND
                    SIT-SINISTRO-E NOT = "N"
                   DISPLAY "SITUACAO INVALIDA."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "S"
               IF VALOR-RECLAMADO-E NOT = ZEROS
                   MOVE VALOR-RECLAMADO-E TO VALOR-RECLAMADO-N
               END-IF
               IF VALOR-RECEBIDO-E NOT = ZEROS
                   MOVE VALOR-RECEBIDO-E TO VALOR-RECEBIDO-N
               END-IF
               IF DT-RECEBIMENTO-E NOT = ZEROS
                   MOVE DT-RECEBIMENTO-E TO DT-RECEBIMENTO-N
               END-IF
               IF SIT-SINISTRO-E NOT = SPACES
                   MOVE SIT-SINISTRO-E TO SIT-SINISTRO-N
               ELSE
                   IF VALOR-RECEBIDO-N NOT = ZEROS
                       MOVE "P" TO SIT-SINISTRO-N
                   END-IF
               END-IF
               IF SIT-SINISTRO-N = "P" AND DT-RECEBIMENTO-N = ZEROS
                   MOVE DT-HOJE TO DT-RECEBIMENTO-N
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Valida-data.

      *    DT-AUX in DDMMAAAA; leaves COMP-AUX as AAAAMMDD for
      *    comparisons.
           MOVE "S" TO DATA-VALIDA.
           COMPUTE COMP-AUX = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.
           IF MES-AX < 1 OR MES-AX > 12 OR ANO-AX < 1900
               MOVE "N" TO DATA-VALIDA
           ELSE
               MOVE DIASMES-T(MES-AX) TO MAX-DIA-MES
               IF MES-AX = 2
                   MOVE ANO-AX TO ANO-BISS-IN
                   PERFORM TESTA-ANO-BISSEXTO
                   IF ANO-BISSEXTO = "S"
                       MOVE 29 TO MAX-DIA-MES
                   END-IF
               END-IF
               IF DIA-AX < 1 OR DIA-AX > MAX-DIA-MES
                   MOVE "N" TO DATA-VALIDA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-ano-bissexto.

      *    DIVIDE with REMAINDER is used on purpose: quotient-times-
      *    divisor comparisons do not truncate in this dialect and
      *    would call every year a leap year.
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

      *    Same serial day count RELGAR uses for its warranty window.
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

           CLOSE ARQ-APO ARQ-SGB ARQ-SIN ARQ-FOR ARQ-BEM.
           EXIT PROGRAM.

       end program SEGURO.
