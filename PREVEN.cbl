       Program-Id. PREVEN.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-PLN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-PLN
              FILE STATUS ARQST-PLN.

              SELECT ARQ-PRO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-PRO
              FILE STATUS ARQST-PRO.

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

              SELECT ARQ-TIPO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-TIPO
              FILE STATUS ARQST-TIPO.

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

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT ARQ-RL2 ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-RL2.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Preventive plans.  A plan for a whole asset type is keyed
      *    with CODIGO-BEM-P zero; a plan for one asset, which takes
      *    the place of its type's plan, with CODIGO-TIPO-P zero.
       FD  ARQ-PLN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PLANOPRV.DAT".
           01  REG-PLANO.
               02 CHAVES-PLN.
                   03 CODIGO-BEM-P         PIC 9(06).
                   03 CODIGO-TIPO-P        PIC 9(04).
               02 DESC-SERVICO-P        PIC X(30).
               02 INTERVALO-MESES-P     PIC 9(03).
               02 CODIGO-FORN-P         PIC 9(04).
               02 CODIGO-OPER-P         PIC 9(04).

      *    One record per maintenance order opened from a plan: marks
      *    the MANUT.DAT order as preventive and keeps the date the
      *    service was due, for the compliance report.
       FD  ARQ-PRO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PREVORD.DAT".
           01  REG-PREVORD.
               02 CHAVES-PRO.
                   03 CODIGO-BEM-X         PIC 9(06).
                   03 NUM-ORDEM-X          PIC 9(04).
               02 DT-VENCIMENTO-X       PIC 9(08).
               02 DESC-SERVICO-X        PIC X(30).
               02 DT-ABERTURA-X         PIC 9(08).
               02 CODIGO-OPER-X         PIC 9(04).

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

       FD  ARQ-TIPO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TIPO.DAT".
           01  REG-TIPO-M.
               02 RECKEY-TIPO.
                   03 CODIGO-TIPO-T        PIC 9(04).
               02 DESC-TIPO-T           PIC X(30).

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
           01  REG-DEPTO-M.
               02 RECKEY-DEP.
                   03 CODIGO-DEPTO-D       PIC 9(04).
               02 DESC-DEPTO-D          PIC X(30).
               02 RESPONSAVEL-DEPTO-D   PIC X(30).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PREVEN.TXT".
           01  LINHA-RELATORIO.
               02 LR-BEM                PIC 9(06).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-DESC               PIC X(20).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-DEPTO              PIC 9(04).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-SERVICO            PIC X(20).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-FORNECEDOR         PIC X(15).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-DT-BASE            PIC 9(08).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-DT-VENC            PIC 9(08).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LR-SITUACAO           PIC X(10).
               02 FILLER                PIC X(05) VALUE SPACES.

       FD  ARQ-RL2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PREVCON.TXT".
           01  LINHA-CUMPRIMENTO.
               02 LC-DEPTO              PIC 9(04).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LC-DESC               PIC X(25).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LC-NO-PRAZO           PIC ZZZ.ZZ9.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LC-ATRASADO           PIC ZZZ.ZZ9.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LC-NUNCA              PIC ZZZ.ZZ9.
               02 FILLER                PIC X(04) VALUE SPACES.
               02 LC-ABERTO             PIC ZZZ.ZZ9.
               02 FILLER                PIC X(02) VALUE SPACES.
               02 LC-PERC               PIC ZZ9,99.
               02 FILLER                PIC X(06) VALUE SPACES.

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

           01 ARQST-PLN                    PIC X(02).
           01 ARQST-PRO                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 ARQST-FOR                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-RL2                    PIC X(02).
           01 DEP-OK                       PIC X(01) VALUE "N".

           01 OP-PREVEN                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WPRO                         PIC 9     VALUE ZEROS.
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 DADOS-OK                     PIC X(01) VALUE "N".
           01 PLANO-EXISTE                 PIC X(01) VALUE "N".
           01 TIPO-PLANO-E                 PIC X(01) VALUE SPACES.
           01 LINHA-AUX                    PIC X(120).

           01 BEM-E                        PIC 9(06) VALUE ZEROS.
           01 TIPO-E                       PIC 9(04) VALUE ZEROS.
           01 DESC-SERVICO-E               PIC X(30) VALUE SPACES.
           01 INTERVALO-MESES-E            PIC 9(03) VALUE ZEROS.
           01 CODIGO-FORN-E                PIC 9(04) VALUE ZEROS.
           01 MESES-ANTECEDENCIA           PIC 9(02) VALUE ZEROS.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 COMP-HOJE                    PIC 9(08) VALUE ZEROS.
           01 MES-LIMITE                   PIC 9(06) VALUE ZEROS.

           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 COMP-AUX                     PIC 9(08) VALUE ZEROS.
           01 DT-VENC                      PIC 9(08) VALUE ZEROS.
           01 DT-VENC-R REDEFINES DT-VENC.
               02 DIA-VC                   PIC 9(02).
               02 MES-VC                   PIC 9(02).
               02 ANO-VC                   PIC 9(04).
           01 COMP-VENC                    PIC 9(08) VALUE ZEROS.
           01 MES-VENC                     PIC 9(06) VALUE ZEROS.
           01 MESES-SOMA                   PIC 9(03) VALUE ZEROS.
           01 MESES-TOTAL                  PIC 9(06) VALUE ZEROS.
           01 ANO-SOMA                     PIC 9(04) VALUE ZEROS.
           01 RESTO-SOMA                   PIC 9(02) VALUE ZEROS.
           01 MAX-DIA-MES                  PIC 99 VALUE ZEROS.

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
           01 ANO-BISS-IN                  PIC 9(04) VALUE ZEROS.
           01 ANO-BISSEXTO                 PIC X(01) VALUE "N".
           01 QUOC-BISS                    PIC 9(04) VALUE ZEROS.
           01 RESTO-BISS4                  PIC 9(01) VALUE ZEROS.
           01 RESTO-BISS100                PIC 9(02) VALUE ZEROS.
           01 RESTO-BISS400                PIC 9(03) VALUE ZEROS.

      *    Plan in force for the asset being looked at and where its
      *    count starts from.
           01 ACHOU-PLANO                  PIC X(01) VALUE "N".
           01 ORIGEM-PLANO                 PIC X(05) VALUE SPACES.
           01 HA-ORDEM-ABERTA              PIC X(01) VALUE "N".
           01 HA-ORDEM-FECHADA             PIC X(01) VALUE "N".
           01 DT-BASE                      PIC 9(08) VALUE ZEROS.
           01 COMP-BASE                    PIC 9(08) VALUE ZEROS.
           01 COMP-RETORNO                 PIC 9(08) VALUE ZEROS.

           01 TAB-DEVIDOS.
               02 TAB-DEV OCCURS 500 TIMES INDEXED BY I-DEV.
                   03 TD-CODIGO-BEM        PIC 9(06).
                   03 TD-DT-VENC           PIC 9(08).
                   03 TD-CODIGO-FORN       PIC 9(04).
                   03 TD-SERVICO           PIC X(30).
           01 QTD-DEVIDOS                  PIC 9(04) VALUE ZEROS.
           01 DEVIDOS-FORA-TABELA          PIC 9(06) VALUE ZEROS.
           01 TOTAL-VENCIDOS               PIC 9(06) VALUE ZEROS.
           01 TOTAL-A-VENCER               PIC 9(06) VALUE ZEROS.
           01 TOTAL-ORDENS-ABERTAS         PIC 9(06) VALUE ZEROS.
           01 MAIOR-NUM-ORDEM              PIC 9(04) VALUE ZEROS.

           01 TAB-CUMPRIMENTO.
               02 TAB-CMP OCCURS 200 TIMES INDEXED BY I-CMP.
                   03 TC-CODIGO-DEPTO      PIC 9(04).
                   03 TC-NO-PRAZO          PIC 9(06).
                   03 TC-ATRASADO          PIC 9(06).
                   03 TC-NUNCA             PIC 9(06).
                   03 TC-ABERTO            PIC 9(06).
           01 QTD-DEPTOS                   PIC 9(04) VALUE ZEROS.
           01 ACHOU-DEPTO                  PIC X(01) VALUE "N".
           01 DEPTO-W                      PIC 9(04) VALUE ZEROS.
           01 CLASSE-W                     PIC X(01) VALUE SPACES.
           01 TOTAL-NO-PRAZO               PIC 9(06) VALUE ZEROS.
           01 TOTAL-ATRASADO               PIC 9(06) VALUE ZEROS.
           01 TOTAL-NUNCA                  PIC 9(06) VALUE ZEROS.
           01 TOTAL-ABERTO                 PIC 9(06) VALUE ZEROS.
           01 TOTAL-FEITOS                 PIC 9(06) VALUE ZEROS.
           01 PERC-NO-PRAZO                PIC 9(03)V99 VALUE ZEROS.
           01 PERC-ED                      PIC ZZ9,99.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           IF LOTE-MODO = "B"
               PERFORM LISTA-LOTE
           ELSE
               PERFORM MENU-PREVEN UNTIL OP-PREVEN = 7
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Lista-lote.

      *    Unattended run for the nightly chain: the due list is
      *    written for the morning, but orders are only opened when
      *    someone confirms them from the menu.
           MOVE ZEROS TO MESES-ANTECEDENCIA.
           PERFORM GERA-LISTA-DEVIDOS.
           IF ARQST-REL NOT = "00"
               MOVE 40 TO LOTE-RETORNO
           ELSE
               COMPUTE LOTE-REGISTROS = TOTAL-VENCIDOS + TOTAL-A-VENCER
               MOVE ZEROS TO LOTE-RETORNO
           END-IF.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-PLN.
           EVALUATE ARQST-PLN
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-PLN
                   CLOSE ARQ-PLN
                   OPEN I-O ARQ-PLN
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - PLANOPRV.DAT: " ARQST-PLN
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-PRO.
           EVALUATE ARQST-PRO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-PRO
                   CLOSE ARQ-PRO
                   OPEN I-O ARQ-PRO
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - PREVORD.DAT: " ARQST-PRO
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-ORD.
           EVALUATE ARQST-ORD
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-ORD
                   CLOSE ARQ-ORD
                   OPEN I-O ARQ-ORD
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - MANUT.DAT: " ARQST-ORD
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM NOT = "00" AND ARQST-BEM NOT = "35"
               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

           OPEN INPUT ARQ-TIPO.
           IF ARQST-TIPO NOT = "00" AND ARQST-TIPO NOT = "35"
               DISPLAY "ERRO DE ABERTURA - TIPO.DAT: " ARQST-TIPO
               STOP RUN.

           OPEN INPUT ARQ-FOR.
           IF ARQST-FOR NOT = "00" AND ARQST-FOR NOT = "35"
               DISPLAY "ERRO DE ABERTURA - FORNEC.DAT: " ARQST-FOR
               STOP RUN.

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

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           COMPUTE COMP-HOJE = ANO * 10000 + MES * 100 + DIA.

      *-------------------------------------------------------------------------*
       Menu-preven.

           DISPLAY " ".
           DISPLAY "MANUTENCAO PREVENTIVA".
           DISPLAY "1 - PLANO POR TIPO DE BEM (CADASTRAR/ALTERAR)".
           DISPLAY "2 - PLANO PROPRIO DE UM BEM (CADASTRAR/ALTERAR)".
           DISPLAY "3 - EXCLUIR PLANO".
           DISPLAY "4 - CONSULTAR PLANOS".
           DISPLAY "5 - SERVICOS VENCIDOS / ABRIR ORDENS".
           DISPLAY "6 - CUMPRIMENTO POR DEPARTAMENTO".
           DISPLAY "7 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-PREVEN.
           EVALUATE OP-PREVEN
               WHEN 1
                   PERFORM PLANO-TIPO
               WHEN 2
                   PERFORM PLANO-BEM
               WHEN 3
                   PERFORM EXCLUI-PLANO
               WHEN 4
                   PERFORM CONSULTA-PLANOS
               WHEN 5
                   PERFORM SERVICOS-DEVIDOS
               WHEN 6
                   PERFORM RELATORIO-CUMPRIMENTO
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Plano-tipo.

           DISPLAY "CODIGO DO TIPO: ".
           ACCEPT TIPO-E.
           MOVE TIPO-E TO CODIGO-TIPO-T.
           READ ARQ-TIPO INVALID KEY
               DISPLAY "TIPO NAO CADASTRADO."
               MOVE ZEROS TO TIPO-E
           NOT INVALID KEY
               DISPLAY DESC-TIPO-T
           END-READ.
           IF TIPO-E NOT = ZEROS
               MOVE ZEROS TO CODIGO-BEM-P
               MOVE TIPO-E TO CODIGO-TIPO-P
               PERFORM MANTEM-PLANO
           END-IF.

      *-------------------------------------------------------------------------*
       Plano-bem.

           DISPLAY "CODIGO DO BEM: ".
           ACCEPT BEM-E.
           MOVE BEM-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               DISPLAY "BEM NAO CADASTRADO."
               MOVE ZEROS TO BEM-E
           NOT INVALID KEY
               DISPLAY DESC-BEM-M
               IF SITUACAO-BEM-M = 1
                   DISPLAY "BEM BAIXADO NAO RECEBE PLANO."
                   MOVE ZEROS TO BEM-E
               END-IF
           END-READ.
           IF BEM-E NOT = ZEROS
               MOVE ZEROS TO CODIGO-BEM-P
               MOVE CODIGO-TIPO-M TO CODIGO-TIPO-P
               READ ARQ-PLN
                   INVALID KEY
                       DISPLAY "TIPO DO BEM SEM PLANO PREVENTIVO."
                   NOT INVALID KEY
                       DISPLAY "PLANO DO TIPO: " DESC-SERVICO-P
                           " A CADA " INTERVALO-MESES-P " MESES"
               END-READ
               MOVE BEM-E TO CODIGO-BEM-P
               MOVE ZEROS TO CODIGO-TIPO-P
               PERFORM MANTEM-PLANO
           END-IF.

      *-------------------------------------------------------------------------*
       Mantem-plano.

      *    CHAVES-PLN is already set by the caller.
           READ ARQ-PLN INVALID KEY
               MOVE "N" TO PLANO-EXISTE
           NOT INVALID KEY
               MOVE "S" TO PLANO-EXISTE
           END-READ.
           IF PLANO-EXISTE = "S"
               PERFORM MOSTRA-PLANO
               DISPLAY "ALTERAR O PLANO <S/N>? "
               ACCEPT CONFIRMA
           ELSE
               MOVE "S" TO CONFIRMA
           END-IF.
           IF CONFIRMA = "S" OR "s"
               PERFORM RECEBE-DADOS-PLANO
               IF DADOS-OK = "S"
                   PERFORM GRAVA-PLANO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-plano.

           MOVE CODIGO-FORN-P TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               MOVE "FORNECEDOR NAO CADASTRADO" TO NOME-FORN-F
           END-READ.
           IF CODIGO-BEM-P = ZEROS
               DISPLAY "TIPO " CODIGO-TIPO-P " SERVICO " DESC-SERVICO-P
           ELSE
               DISPLAY "BEM  " CODIGO-BEM-P " SERVICO " DESC-SERVICO-P
           END-IF.
           DISPLAY "  A CADA " INTERVALO-MESES-P " MESES  FORNECEDOR "
               CODIGO-FORN-P " " NOME-FORN-F.

      *-------------------------------------------------------------------------*
       Recebe-dados-plano.

           MOVE "N" TO DADOS-OK.
           MOVE SPACES TO DESC-SERVICO-E.
           MOVE ZEROS TO INTERVALO-MESES-E CODIGO-FORN-E.
           DISPLAY "DESCRICAO DO SERVICO: ".
           ACCEPT DESC-SERVICO-E.
           DISPLAY "INTERVALO EM MESES..: ".
           ACCEPT INTERVALO-MESES-E.
           DISPLAY "FORNECEDOR PREFERIDO (CODIGO): ".
           ACCEPT CODIGO-FORN-E.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               MOVE ZEROS TO CODIGO-FORN-E
           NOT INVALID KEY
               DISPLAY NOME-FORN-F
           END-READ.
           EVALUATE TRUE
               WHEN DESC-SERVICO-E = SPACES
                   DISPLAY "DESCRICAO DO SERVICO OBRIGATORIA."
               WHEN INTERVALO-MESES-E = ZEROS
                   DISPLAY "INTERVALO OBRIGATORIO."
               WHEN CODIGO-FORN-E = ZEROS
                   DISPLAY "FORNECEDOR NAO CADASTRADO."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Grava-plano.

           MOVE DESC-SERVICO-E TO DESC-SERVICO-P.
           MOVE INTERVALO-MESES-E TO INTERVALO-MESES-P.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-P.
           MOVE OPER-CODIGO TO CODIGO-OPER-P.
           IF PLANO-EXISTE = "S"
               REWRITE REG-PLANO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR PLANO: " ARQST-PLN
                   NOT INVALID KEY
                       DISPLAY "PLANO ALTERADO."
               END-REWRITE
           ELSE
               WRITE REG-PLANO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PLANO: " ARQST-PLN
                   NOT INVALID KEY
                       DISPLAY "PLANO CADASTRADO."
               END-WRITE
           END-IF.

      *-------------------------------------------------------------------------*
       Exclui-plano.

           DISPLAY "PLANO DE (T)IPO OU DE (B)EM: ".
           ACCEPT TIPO-PLANO-E.
           MOVE ZEROS TO CODIGO-BEM-P CODIGO-TIPO-P.
           EVALUATE TIPO-PLANO-E
               WHEN "T"
               WHEN "t"
                   DISPLAY "CODIGO DO TIPO: "
                   ACCEPT TIPO-E
                   MOVE TIPO-E TO CODIGO-TIPO-P
               WHEN "B"
               WHEN "b"
                   DISPLAY "CODIGO DO BEM: "
                   ACCEPT BEM-E
                   MOVE BEM-E TO CODIGO-BEM-P
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           IF CODIGO-BEM-P NOT = ZEROS OR CODIGO-TIPO-P NOT = ZEROS
               READ ARQ-PLN INVALID KEY
                   DISPLAY "PLANO NAO CADASTRADO."
               NOT INVALID KEY
                   PERFORM MOSTRA-PLANO
                   DISPLAY "EXCLUIR O PLANO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       DELETE ARQ-PLN
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR: " ARQST-PLN
                           NOT INVALID KEY
                               DISPLAY "PLANO EXCLUIDO."
                       END-DELETE
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Consulta-planos.

           MOVE ZEROS TO CHAVES-PLN WIGUAL.
           START ARQ-PLN KEY IS NOT LESS THAN CHAVES-PLN
               INVALID KEY
                   DISPLAY "NENHUM PLANO CADASTRADO."
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-PLN NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       PERFORM MOSTRA-PLANO
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Servicos-devidos.

           DISPLAY "MESES DE ANTECEDENCIA (VAZIO = SO O MES ATUAL): ".
           MOVE ZEROS TO MESES-ANTECEDENCIA.
           ACCEPT MESES-ANTECEDENCIA.
           PERFORM GERA-LISTA-DEVIDOS.
           IF ARQST-REL = "00"
               DISPLAY "LISTA GRAVADA EM PREVEN.TXT"
               DISPLAY "SERVICOS VENCIDOS: " TOTAL-VENCIDOS
                   "  A VENCER: " TOTAL-A-VENCER
               IF QTD-DEVIDOS > ZEROS
                   DISPLAY "ABRIR ORDENS DE MANUTENCAO PARA OS "
                       QTD-DEVIDOS " SERVICOS LISTADOS <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM ABRE-ORDENS-PREVENTIVAS
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Gera-lista-devidos.

      *    Every active asset with a plan of its own, or else one for
      *    its type, is due when the interval counted from its last
      *    closed preventive order - or from the acquisition date if
      *    it never had one - ends in the current month or in the
      *    months of notice asked for.  An asset whose preventive
      *    order is still open is left out.
           MOVE ZEROS TO QTD-DEVIDOS DEVIDOS-FORA-TABELA TOTAL-VENCIDOS
                         TOTAL-A-VENCER.
           MOVE DT-HOJE TO DT-AUX.
           MOVE MESES-ANTECEDENCIA TO MESES-SOMA.
           PERFORM SOMA-MESES.
           COMPUTE MES-LIMITE = ANO-VC * 100 + MES-VC.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR PREVEN.TXT."
           ELSE
               PERFORM CABECALHO-DEVIDOS
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
                           IF SITUACAO-BEM-M NOT = 1
                               PERFORM TESTA-BEM-DEVIDO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM RODAPE-DEVIDOS
               CLOSE ARQ-REL
               MOVE "PREVEN" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "ANTECEDENCIA " MESES-ANTECEDENCIA
                   DELIMITED BY SIZE INTO REM-PARAMETROS
               MOVE "PREVEN.TXT" TO REM-ARQUIVO
               CALL "REGREL"
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-bem-devido.

           PERFORM BUSCA-PLANO-BEM.
           IF ACHOU-PLANO = "S"
               PERFORM APURA-BASE
               IF HA-ORDEM-ABERTA = "N"
                   MOVE DT-BASE TO DT-AUX
                   MOVE INTERVALO-MESES-P TO MESES-SOMA
                   PERFORM SOMA-MESES
                   IF MES-VENC NOT > MES-LIMITE
                       PERFORM IMPRIME-DEVIDO
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-plano-bem.

      *    The asset's own plan wins over its type's.
           MOVE "S" TO ACHOU-PLANO.
           MOVE "BEM" TO ORIGEM-PLANO.
           MOVE CODIGO-BEM-M TO CODIGO-BEM-P.
           MOVE ZEROS TO CODIGO-TIPO-P.
           READ ARQ-PLN INVALID KEY
               MOVE "TIPO" TO ORIGEM-PLANO
               MOVE ZEROS TO CODIGO-BEM-P
               MOVE CODIGO-TIPO-M TO CODIGO-TIPO-P
               READ ARQ-PLN INVALID KEY
                   MOVE "N" TO ACHOU-PLANO
               END-READ
           END-READ.

      *-------------------------------------------------------------------------*
       Apura-base.

      *    Walks the asset's preventive orders: the latest return date
      *    among the closed ones is the base for the next service.
           MOVE "N" TO HA-ORDEM-ABERTA HA-ORDEM-FECHADA.
           MOVE DT-AQUISICAO-M TO DT-BASE.
           MOVE ZEROS TO COMP-BASE WPRO.
           MOVE CODIGO-BEM-M TO CODIGO-BEM-X.
           MOVE ZEROS TO NUM-ORDEM-X.
           START ARQ-PRO KEY IS NOT LESS THAN CHAVES-PRO
               INVALID KEY
                   MOVE 1 TO WPRO
           END-START.
           PERFORM UNTIL WPRO = 1
               READ ARQ-PRO NEXT RECORD
                   AT END
                       MOVE 1 TO WPRO
                   NOT AT END
                       IF CODIGO-BEM-X NOT = CODIGO-BEM-M
                           MOVE 1 TO WPRO
                       ELSE
                           PERFORM CONFERE-ORDEM-PREVENTIVA
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Confere-ordem-preventiva.

           MOVE CODIGO-BEM-X TO CODIGO-BEM-O.
           MOVE NUM-ORDEM-X TO NUM-ORDEM-O.
           READ ARQ-ORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-ORDEM-O = "F"
                       MOVE "S" TO HA-ORDEM-FECHADA
                       MOVE DT-RETORNO-O TO DT-AUX
                       COMPUTE COMP-RETORNO = ANO-AX * 10000
                           + MES-AX * 100 + DIA-AX
                       IF COMP-RETORNO > COMP-BASE
                           MOVE COMP-RETORNO TO COMP-BASE
                           MOVE DT-RETORNO-O TO DT-BASE
                       END-IF
                   ELSE
                       MOVE "S" TO HA-ORDEM-ABERTA
                   END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Soma-meses.

      *    DT-AUX (DDMMAAAA) plus MESES-SOMA months into DT-VENC, the
      *    day held back to the end of a shorter month; COMP-VENC and
      *    MES-VENC give it as AAAAMMDD and AAAAMM.
           COMPUTE MESES-TOTAL = ANO-AX * 12 + MES-AX - 1 + MESES-SOMA.
           DIVIDE MESES-TOTAL BY 12 GIVING ANO-SOMA
               REMAINDER RESTO-SOMA.
           MOVE ANO-SOMA TO ANO-VC.
           COMPUTE MES-VC = RESTO-SOMA + 1.
           MOVE DIA-AX TO DIA-VC.
           MOVE DIASMES-T(MES-VC) TO MAX-DIA-MES.
           IF MES-VC = 2
               MOVE ANO-VC TO ANO-BISS-IN
               PERFORM TESTA-ANO-BISSEXTO
               IF ANO-BISSEXTO = "S"
                   MOVE 29 TO MAX-DIA-MES
               END-IF
           END-IF.
           IF DIA-VC > MAX-DIA-MES
               MOVE MAX-DIA-MES TO DIA-VC
           END-IF.
           COMPUTE COMP-VENC = ANO-VC * 10000 + MES-VC * 100 + DIA-VC.
           COMPUTE MES-VENC = ANO-VC * 100 + MES-VC.

      *-------------------------------------------------------------------------*
       Imprime-devido.

           MOVE CODIGO-FORN-P TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               MOVE "NAO CADASTRADO" TO NOME-FORN-F
           END-READ.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CODIGO-BEM-M TO LR-BEM.
           MOVE DESC-BEM-M TO LR-DESC.
           MOVE CODIGO-DEPTO-M TO LR-DEPTO.
           MOVE DESC-SERVICO-P TO LR-SERVICO.
           MOVE NOME-FORN-F TO LR-FORNECEDOR.
           MOVE DT-BASE TO LR-DT-BASE.
           MOVE DT-VENC TO LR-DT-VENC.
           IF COMP-VENC < COMP-HOJE
               ADD 1 TO TOTAL-VENCIDOS
               MOVE "VENCIDO" TO LR-SITUACAO
           ELSE
               ADD 1 TO TOTAL-A-VENCER
               MOVE "A VENCER" TO LR-SITUACAO
           END-IF.
           WRITE LINHA-RELATORIO.
           IF QTD-DEVIDOS < 500
               ADD 1 TO QTD-DEVIDOS
               SET I-DEV TO QTD-DEVIDOS
               MOVE CODIGO-BEM-M TO TD-CODIGO-BEM(I-DEV)
               MOVE DT-VENC TO TD-DT-VENC(I-DEV)
               MOVE CODIGO-FORN-P TO TD-CODIGO-FORN(I-DEV)
               MOVE DESC-SERVICO-P TO TD-SERVICO(I-DEV)
           ELSE
               ADD 1 TO DEVIDOS-FORA-TABELA
           END-IF.

      *-------------------------------------------------------------------------*
       Cabecalho-devidos.

           MOVE SPACES TO LINHA-AUX.
           STRING "MANUTENCAO PREVENTIVA - SERVICOS DEVIDOS ATE "
               MES-LIMITE "  EMITIDO EM " DT-HOJE
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "BEM     DESCRICAO             DEPTO SERVICO"
               "               FORNECEDOR       BASE      VENCTO"
               "    SITUACAO"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Rodape-devidos.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "SERVICOS VENCIDOS: " TOTAL-VENCIDOS
               "  A VENCER: " TOTAL-A-VENCER
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF DEVIDOS-FORA-TABELA NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "SEM ORDEM NESTA EXECUCAO (LIMITE DA TABELA): "
                   DEVIDOS-FORA-TABELA
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Abre-ordens-preventivas.

      *    Same order record MOVIM opens for a repair, with the plan's
      *    supplier; the return is expected on the due date, or today
      *    for a service already overdue.  PREVORD.DAT marks it as
      *    preventive.
           MOVE ZEROS TO TOTAL-ORDENS-ABERTAS.
           PERFORM VARYING I-DEV FROM 1 BY 1 UNTIL I-DEV > QTD-DEVIDOS
               PERFORM ABRE-ORDEM-PREVENTIVA
           END-PERFORM.
           DISPLAY "ORDENS ABERTAS: " TOTAL-ORDENS-ABERTAS.

      *-------------------------------------------------------------------------*
       Abre-ordem-preventiva.

           MOVE TD-CODIGO-BEM(I-DEV) TO BEM-E.
           PERFORM PROXIMO-NUM-ORDEM.
           MOVE TD-CODIGO-FORN(I-DEV) TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               MOVE SPACES TO NOME-FORN-F
           END-READ.
           MOVE NOME-FORN-F TO FORNECEDOR-O.
           MOVE TD-CODIGO-FORN(I-DEV) TO CODIGO-FORN-O.
           MOVE DT-HOJE TO DT-SAIDA-O.
           MOVE TD-DT-VENC(I-DEV) TO DT-AUX.
           COMPUTE COMP-AUX = ANO-AX * 10000 + MES-AX * 100 + DIA-AX.
           IF COMP-AUX < COMP-HOJE
               MOVE DT-HOJE TO DT-PREV-RET-O
           ELSE
               MOVE TD-DT-VENC(I-DEV) TO DT-PREV-RET-O
           END-IF.
           MOVE ZEROS TO VALOR-ESTIM-O VALOR-REAL-O DT-RETORNO-O.
           MOVE "A" TO SIT-ORDEM-O.
           WRITE REG-ORDEM
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR ORDEM DO BEM " BEM-E
               NOT INVALID KEY
                   PERFORM GRAVA-PREVORD
           END-WRITE.

      *-------------------------------------------------------------------------*
       Grava-prevord.

           MOVE CODIGO-BEM-O TO CODIGO-BEM-X.
           MOVE NUM-ORDEM-O TO NUM-ORDEM-X.
           MOVE TD-DT-VENC(I-DEV) TO DT-VENCIMENTO-X.
           MOVE TD-SERVICO(I-DEV) TO DESC-SERVICO-X.
           MOVE DT-HOJE TO DT-ABERTURA-X.
           MOVE OPER-CODIGO TO CODIGO-OPER-X.
           WRITE REG-PREVORD
               INVALID KEY
                   REWRITE REG-PREVORD
           END-WRITE.
           ADD 1 TO TOTAL-ORDENS-ABERTAS.
           DISPLAY "BEM " BEM-E " ORDEM " NUM-ORDEM-O " "
               TD-SERVICO(I-DEV).

      *-------------------------------------------------------------------------*
       Proximo-num-ordem.

           MOVE BEM-E TO CODIGO-BEM-O.
           MOVE ZEROS TO MAIOR-NUM-ORDEM NUM-ORDEM-O.
           START ARQ-ORD KEY IS NOT LESS THAN CHAVES-ORD
               INVALID KEY
                   MOVE "10" TO ARQST-ORD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ORD
           END-START.
           PERFORM UNTIL ARQST-ORD NOT = "00"
               READ ARQ-ORD NEXT RECORD
                   AT END
                       MOVE "10" TO ARQST-ORD
                   NOT AT END
                       IF CODIGO-BEM-O = BEM-E
                           MOVE NUM-ORDEM-O TO MAIOR-NUM-ORDEM
                       ELSE
                           MOVE "10" TO ARQST-ORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE BEM-E TO CODIGO-BEM-O.
           ADD 1 TO MAIOR-NUM-ORDEM GIVING NUM-ORDEM-O.

      *-------------------------------------------------------------------------*
       Relatorio-cumprimento.

      *    Closed preventive orders count as on time when the asset
      *    came back by the due date, late otherwise; open ones are
      *    shown apart.  An active asset under a plan whose first
      *    service is already past due without any preventive order
      *    counts as never done.  Department is the asset's current
      *    one.
           MOVE ZEROS TO QTD-DEPTOS TOTAL-NO-PRAZO TOTAL-ATRASADO
                         TOTAL-NUNCA TOTAL-ABERTO.
           OPEN OUTPUT ARQ-RL2.
           IF ARQST-RL2 NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR PREVCON.TXT."
           ELSE
               MOVE ZEROS TO CHAVES-PRO WIGUAL
               START ARQ-PRO KEY IS NOT LESS THAN CHAVES-PRO
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-PRO NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           PERFORM CLASSIFICA-ORDEM
                   END-READ
               END-PERFORM
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
                           IF SITUACAO-BEM-M NOT = 1
                               PERFORM TESTA-NUNCA-FEITO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM IMPRIME-CUMPRIMENTO
               CLOSE ARQ-RL2
               MOVE "PREVEN" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               MOVE "PREVCON.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "RELATORIO GRAVADO EM PREVCON.TXT"
               DISPLAY "NO PRAZO: " TOTAL-NO-PRAZO
                   "  ATRASADOS: " TOTAL-ATRASADO
                   "  NUNCA FEITOS: " TOTAL-NUNCA
           END-IF.

      *-------------------------------------------------------------------------*
       Classifica-ordem.

           MOVE CODIGO-BEM-X TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE ZEROS TO CODIGO-DEPTO-M
           END-READ.
           MOVE CODIGO-DEPTO-M TO DEPTO-W.
           MOVE SPACES TO CLASSE-W.
           MOVE CODIGO-BEM-X TO CODIGO-BEM-O.
           MOVE NUM-ORDEM-X TO NUM-ORDEM-O.
           READ ARQ-ORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-ORDEM-O = "F"
                       MOVE DT-RETORNO-O TO DT-AUX
                       COMPUTE COMP-RETORNO = ANO-AX * 10000
                           + MES-AX * 100 + DIA-AX
                       MOVE DT-VENCIMENTO-X TO DT-AUX
                       COMPUTE COMP-AUX = ANO-AX * 10000
                           + MES-AX * 100 + DIA-AX
                       IF COMP-RETORNO NOT > COMP-AUX
                           MOVE "P" TO CLASSE-W
                       ELSE
                           MOVE "L" TO CLASSE-W
                       END-IF
                   ELSE
                       MOVE "A" TO CLASSE-W
                   END-IF
           END-READ.
           IF CLASSE-W NOT = SPACES
               PERFORM ACUMULA-CUMPRIMENTO
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-nunca-feito.

           PERFORM BUSCA-PLANO-BEM.
           IF ACHOU-PLANO = "S"
               PERFORM APURA-BASE
               IF HA-ORDEM-FECHADA = "N" AND HA-ORDEM-ABERTA = "N"
                   MOVE DT-AQUISICAO-M TO DT-AUX
                   MOVE INTERVALO-MESES-P TO MESES-SOMA
                   PERFORM SOMA-MESES
                   IF COMP-VENC < COMP-HOJE
                       MOVE CODIGO-DEPTO-M TO DEPTO-W
                       MOVE "N" TO CLASSE-W
                       PERFORM ACUMULA-CUMPRIMENTO
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Acumula-cumprimento.

           MOVE "N" TO ACHOU-DEPTO.
           PERFORM VARYING I-CMP FROM 1 BY 1 UNTIL I-CMP > QTD-DEPTOS
               IF TC-CODIGO-DEPTO(I-CMP) = DEPTO-W
                   PERFORM SOMA-CLASSE
                   MOVE "S" TO ACHOU-DEPTO
               END-IF
           END-PERFORM.
           IF ACHOU-DEPTO NOT = "S" AND QTD-DEPTOS < 200
               ADD 1 TO QTD-DEPTOS
               SET I-CMP TO QTD-DEPTOS
               MOVE DEPTO-W TO TC-CODIGO-DEPTO(I-CMP)
               MOVE ZEROS TO TC-NO-PRAZO(I-CMP) TC-ATRASADO(I-CMP)
                             TC-NUNCA(I-CMP) TC-ABERTO(I-CMP)
               PERFORM SOMA-CLASSE
           END-IF.

      *-------------------------------------------------------------------------*
       Soma-classe.

           EVALUATE CLASSE-W
               WHEN "P"
                   ADD 1 TO TC-NO-PRAZO(I-CMP) TOTAL-NO-PRAZO
               WHEN "L"
                   ADD 1 TO TC-ATRASADO(I-CMP) TOTAL-ATRASADO
               WHEN "N"
                   ADD 1 TO TC-NUNCA(I-CMP) TOTAL-NUNCA
               WHEN "A"
                   ADD 1 TO TC-ABERTO(I-CMP) TOTAL-ABERTO
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Imprime-cumprimento.

           MOVE SPACES TO LINHA-AUX.
           STRING "CUMPRIMENTO DA MANUTENCAO PREVENTIVA POR "
               "DEPARTAMENTO - POSICAO EM " DT-HOJE
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-CUMPRIMENTO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "DEPTO DESCRICAO                 NO PRAZO "
               "ATRASADO    NUNCA  EM ABERTO % PRAZO"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-CUMPRIMENTO FROM LINHA-AUX.
           PERFORM VARYING I-CMP FROM 1 BY 1 UNTIL I-CMP > QTD-DEPTOS
               PERFORM IMPRIME-LINHA-DEPTO
           END-PERFORM.
           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-CUMPRIMENTO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-CUMPRIMENTO.
           MOVE "TOTAL" TO LC-DESC.
           MOVE TOTAL-NO-PRAZO TO LC-NO-PRAZO.
           MOVE TOTAL-ATRASADO TO LC-ATRASADO.
           MOVE TOTAL-NUNCA TO LC-NUNCA.
           MOVE TOTAL-ABERTO TO LC-ABERTO.
           COMPUTE TOTAL-FEITOS = TOTAL-NO-PRAZO + TOTAL-ATRASADO.
           IF TOTAL-FEITOS = ZEROS
               MOVE ZEROS TO PERC-NO-PRAZO
           ELSE
               COMPUTE PERC-NO-PRAZO ROUNDED =
                   TOTAL-NO-PRAZO * 100 / TOTAL-FEITOS
           END-IF.
           MOVE PERC-NO-PRAZO TO LC-PERC.
           WRITE LINHA-CUMPRIMENTO.

      *-------------------------------------------------------------------------*
       Imprime-linha-depto.

           MOVE SPACES TO DESC-DEPTO-D.
           IF DEP-OK = "S"
               MOVE TC-CODIGO-DEPTO(I-CMP) TO CODIGO-DEPTO-D
               READ ARQ-DEP INVALID KEY
                   MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-CUMPRIMENTO.
           MOVE TC-CODIGO-DEPTO(I-CMP) TO LC-DEPTO.
           MOVE DESC-DEPTO-D TO LC-DESC.
           MOVE TC-NO-PRAZO(I-CMP) TO LC-NO-PRAZO.
           MOVE TC-ATRASADO(I-CMP) TO LC-ATRASADO.
           MOVE TC-NUNCA(I-CMP) TO LC-NUNCA.
           MOVE TC-ABERTO(I-CMP) TO LC-ABERTO.
           COMPUTE TOTAL-FEITOS = TC-NO-PRAZO(I-CMP)
               + TC-ATRASADO(I-CMP).
           IF TOTAL-FEITOS = ZEROS
               MOVE ZEROS TO PERC-NO-PRAZO
           ELSE
               COMPUTE PERC-NO-PRAZO ROUNDED =
                   TC-NO-PRAZO(I-CMP) * 100 / TOTAL-FEITOS
           END-IF.
           MOVE PERC-NO-PRAZO TO LC-PERC.
           WRITE LINHA-CUMPRIMENTO.

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
       Finaliza.

           CLOSE ARQ-PLN ARQ-PRO ARQ-ORD ARQ-BEM ARQ-TIPO ARQ-FOR.
           IF DEP-OK = "S"
               CLOSE ARQ-DEP
           END-IF.
           EXIT PROGRAM.

       end program PREVEN.
