       Program-Id. OBRAS.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-OBR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-OBR
              FILE STATUS ARQST-OBR.

              SELECT ARQ-OCU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-OCU
              FILE STATUS ARQST-OCU.

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

              SELECT ARQ-TIPO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-TIPO
              FILE STATUS ARQST-TIPO.

              SELECT ARQ-LOC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-LOC
              FILE STATUS ARQST-LOC.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              ALTERNATE RECORD KEY DESC-BEM-M WITH DUPLICATES
              ALTERNATE RECORD KEY NUM-SERIE-M WITH DUPLICATES
              FILE STATUS ARQST-BEM.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-PAR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-PAR
              FILE STATUS ARQST-PAR.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Construction in progress: works that gather costs over
      *    months before they become usable assets.  SIT-OBRA-O: A em
      *    andamento, C capitalizada.  Nothing here is depreciated;
      *    the assets only exist in BENS.DAT from the capitalization
      *    on, acquired on the completion date.
       FD  ARQ-OBR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OBRAS.DAT".
           01  REG-OBRA.
               02 RECKEY-OBR.
                   03 NUM-OBRA-O           PIC 9(04).
               02 DESC-OBRA-O           PIC X(30).
               02 CODIGO-DEPTO-O        PIC 9(04).
               02 CODIGO-TIPO-O         PIC 9(04).
               02 DT-ABERTURA-O         PIC 9(08).
               02 SIT-OBRA-O            PIC X(01).
               02 DT-CONCLUSAO-O        PIC 9(08).
               02 VALOR-ACUMULADO-O     PIC 9(11)V99.
               02 ULT-SEQ-O             PIC 9(04).
               02 QTD-BENS-O            PIC 9(02).
               02 PRIMEIRO-BEM-O        PIC 9(06).
               02 ULTIMO-BEM-O          PIC 9(06).
               02 CODIGO-OPER-O         PIC 9(04).

      *    Cost entries of each work, one per supplier invoice.
      *    Sequence numbers are never reused after a deletion.
       FD  ARQ-OCU LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OBRACUS.DAT".
           01  REG-CUSTO-OBRA.
               02 CHAVES-OCU.
                   03 NUM-OBRA-C           PIC 9(04).
                   03 SEQ-CUSTO-C          PIC 9(04).
               02 DT-CUSTO-C            PIC 9(08).
               02 CODIGO-FORN-C         PIC 9(04).
               02 NUM-NOTA-C            PIC X(10).
               02 VALOR-CUSTO-C         PIC 9(09)V99.
               02 CODIGO-OPER-C         PIC 9(04).

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

       FD  ARQ-TIPO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TIPO.DAT".
           01  REG-TIPO.
               02 RECKEY-TIPO.
                   03 CODIGO-TIPO-T        PIC 9(04).
               02 DESC-TIPO-T           PIC X(30).

       FD  ARQ-LOC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOCAL.DAT".
           01  REG-LOCAL.
               02 RECKEY-LOC.
                   03 CODIGO-LOCAL-L       PIC 9(04).
               02 DESC-LOCAL-L          PIC X(30).
               02 AREA-LOCAL-L          PIC 9(05).
               02 CODIGO-DEPTO-L        PIC 9(04).

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

      *    Masters of assets purged by EXPURGO; their codes count as
      *    used.
       FD  ARQ-BAQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BENSARQ.DAT".
           01  REG-BEM-MQ.
               02 RECKEY-BAQ.
                   03 CODIGO-BEM-MQ        PIC 9(06).
               02 DESC-BEM-MQ           PIC X(30).
               02 DT-AQUISICAO-MQ       PIC 9(08).
               02 VALOR-AQUISICAO-MQ    PIC 9(09)V99.
               02 CODIGO-LOCAL-MQ       PIC 9(04).
               02 CODIGO-DEPTO-MQ       PIC 9(04).
               02 CODIGO-TIPO-MQ        PIC 9(04).
               02 SITUACAO-BEM-MQ       PIC 9(01).
               02 DT-BAIXA-MQ           PIC 9(08).
               02 MOTIVO-BAIXA-MQ       PIC X(30).
               02 VALOR-BAIXA-MQ        PIC 9(09)V99.
               02 NUM-NOTA-FISCAL-MQ    PIC X(10).
               02 FORNECEDOR-BEM-MQ     PIC X(30).
               02 NUM-SERIE-MQ          PIC X(20).
               02 OPER-ULT-ALT-MQ       PIC 9(04).
               02 GARANTIA-MESES-MQ     PIC 9(03).
               02 CODIGO-FORN-MQ        PIC 9(04).
               02 DT-EXPURGO-MQ         PIC 9(08).
               02 OPER-EXPURGO-MQ       PIC 9(04).

       FD  ARQ-PAR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAM.DAT".
           01  REG-PARAM.
               02 RECKEY-PAR.
                   03 CHAVE-PARAM-P        PIC 9(02).
               02 DT-FECHAMENTO-P       PIC 9(08).
               02 COMPET-FECHADA-P      PIC 9(06).

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

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

           01 ARQST-OBR                    PIC X(02).
           01 ARQST-OCU                    PIC X(02).
           01 ARQST-FOR                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 ARQST-LOC                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-BAQ                    PIC X(02).
           01 BAQ-OK                       PIC X(01) VALUE "N".
           01 ARQST-PAR                    PIC X(02).
           01 PARAM-OK                     PIC X(01) VALUE "N".

           01 OP-OBRA                      PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WOCU                         PIC 9     VALUE ZEROS.
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 DADOS-OK                     PIC X(01) VALUE "N".
           01 OBRA-EXISTE                  PIC X(01) VALUE "N".
           01 MOV-FECHADO                  PIC X(01) VALUE "N".

           01 NUM-OBRA-E                   PIC 9(04) VALUE ZEROS.
           01 DESC-OBRA-E                  PIC X(30) VALUE SPACES.
           01 DEPTO-E                      PIC 9(04) VALUE ZEROS.
           01 TIPO-E                       PIC 9(04) VALUE ZEROS.
           01 DT-CUSTO-E                   PIC 9(08) VALUE ZEROS.
           01 CODIGO-FORN-E                PIC 9(04) VALUE ZEROS.
           01 NUM-NOTA-E                   PIC X(10) VALUE SPACES.
           01 VALOR-CUSTO-E                PIC 9(09)V99 VALUE ZEROS.
           01 SEQ-E                        PIC 9(04) VALUE ZEROS.
           01 DT-CONCLUSAO-E               PIC 9(08) VALUE ZEROS.
           01 QTD-ATIVOS                   PIC 9(02) VALUE ZEROS.
           01 CRITERIO-E                   PIC X(01) VALUE SPACES.
           01 DESC-ATIVO-E                 PIC X(30) VALUE SPACES.
           01 LOCAL-ATIVO-E                PIC 9(04) VALUE ZEROS.
           01 TIPO-ATIVO-E                 PIC 9(04) VALUE ZEROS.
           01 VALOR-ATIVO-E                PIC 9(09)V99 VALUE ZEROS.
           01 PERC-ATIVO-E                 PIC 9(03)V99 VALUE ZEROS.

           01 NOTA-REPETIDA                PIC X(01) VALUE "N".
           01 QTD-CUSTOS                   PIC 9(04) VALUE ZEROS.
           01 COMP-ULTIMO-CUSTO            PIC 9(08) VALUE ZEROS.
           01 COMP-CONCLUSAO               PIC 9(08) VALUE ZEROS.

      *    Assets the accumulated cost is split into at completion.
           01 TAB-ATIVOS.
               02 TAB-AT OCCURS 20 TIMES.
                   03 TA-DESC              PIC X(30).
                   03 TA-LOCAL             PIC 9(04).
                   03 TA-TIPO              PIC 9(04).
                   03 TA-PERC              PIC 9(03)V99.
                   03 TA-VALOR             PIC 9(11)V99.
                   03 TA-CODIGO            PIC 9(06).
           01 I-AT                         PIC 9(02) VALUE ZEROS.
           01 QTD-GRAVADOS                 PIC 9(02) VALUE ZEROS.
           01 SOMA-VALOR                   PIC 9(11)V99 VALUE ZEROS.
           01 SOMA-PERC                    PIC 9(05)V99 VALUE ZEROS.
           01 VALOR-MAXIMO-BEM             PIC 9(11)V99
                                           VALUE 999999999,99.
           01 FALHA-GRAVACAO               PIC X(01) VALUE "N".
           01 STATUS-FALHA                 PIC X(02) VALUE SPACES.

           01 MAIOR-CODIGO                 PIC 9(06) VALUE ZEROS.
           01 PROXIMO-CODIGO               PIC 9(06) VALUE ZEROS.
           01 LIMITE-CODIGO                PIC 9(07) VALUE ZEROS.

           01 VALOR-ED1                    PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-ED2                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 PERC-ED                      PIC ZZ9,99.

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 COMP-HOJE                    PIC 9(08) VALUE ZEROS.

           01 DT-AUX                       PIC 9(08) VALUE ZEROS.
           01 DT-AUX-R REDEFINES DT-AUX.
               02 DIA-AX                   PIC 9(02).
               02 MES-AX                   PIC 9(02).
               02 ANO-AX                   PIC 9(04).
           01 COMP-AUX                     PIC 9(08) VALUE ZEROS.
           01 DT-ABERTURA-AUX              PIC 9(08) VALUE ZEROS.
           01 DT-ABERTURA-AUX-R REDEFINES DT-ABERTURA-AUX.
               02 DIA-AB                   PIC 9(02).
               02 MES-AB                   PIC 9(02).
               02 ANO-AB                   PIC 9(04).
           01 COMP-ABERTURA                PIC 9(08) VALUE ZEROS.
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

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-OBRA UNTIL OP-OBRA = 6.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-OBR.
           EVALUATE ARQST-OBR
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-OBR
                   CLOSE ARQ-OBR
                   OPEN I-O ARQ-OBR
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - OBRAS.DAT: " ARQST-OBR
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-OCU.
           EVALUATE ARQST-OCU
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-OCU
                   CLOSE ARQ-OCU
                   OPEN I-O ARQ-OCU
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - OBRACUS.DAT: " ARQST-OCU
                   STOP RUN
           END-EVALUATE.

      *    Every check below is a keyed READ; on a file that failed
      *    to open it would never raise INVALID KEY, so all of them
      *    are required.
           OPEN INPUT ARQ-FOR.
           IF ARQST-FOR NOT = "00"
               DISPLAY "ERRO DE ABERTURA - FORNEC.DAT: " ARQST-FOR
               STOP RUN.

           OPEN INPUT ARQ-DEP.
           IF ARQST-DEP NOT = "00"
               DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
               STOP RUN.

           OPEN INPUT ARQ-TIPO.
           IF ARQST-TIPO NOT = "00"
               DISPLAY "ERRO DE ABERTURA - TIPO.DAT: " ARQST-TIPO
               STOP RUN.

           OPEN INPUT ARQ-LOC.
           IF ARQST-LOC NOT = "00"
               DISPLAY "ERRO DE ABERTURA - LOCAL.DAT: " ARQST-LOC
               STOP RUN.

           OPEN I-O ARQ-BEM.
           EVALUATE ARQST-BEM
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-BEM
                   CLOSE ARQ-BEM
                   OPEN I-O ARQ-BEM
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BAQ.
           EVALUATE ARQST-BAQ
               WHEN "00"
                   MOVE "S" TO BAQ-OK
               WHEN "35"
                   MOVE "N" TO BAQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENSARQ.DAT: " ARQST-BAQ
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-PAR.
           EVALUATE ARQST-PAR
               WHEN "00"
                   MOVE "S" TO PARAM-OK
               WHEN "35"
                   MOVE "N" TO PARAM-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - PARAM.DAT: " ARQST-PAR
                   STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           COMPUTE COMP-HOJE = ANO * 10000 + MES * 100 + DIA.

      *-------------------------------------------------------------------------*
       Menu-obra.

           DISPLAY " ".
           DISPLAY "OBRAS EM ANDAMENTO".
           DISPLAY "1 - CADASTRAR/ALTERAR OBRA".
           DISPLAY "2 - LANCAR CUSTO".
           DISPLAY "3 - CONSULTAR OBRA E CUSTOS".
           DISPLAY "4 - EXCLUIR LANCAMENTO DE CUSTO".
           DISPLAY "5 - CAPITALIZAR OBRA CONCLUIDA".
           DISPLAY "6 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-OBRA.
           EVALUATE OP-OBRA
               WHEN 1
                   PERFORM CADASTRA-OBRA
               WHEN 2
                   PERFORM LANCA-CUSTO
               WHEN 3
                   PERFORM CONSULTA-OBRA
               WHEN 4
                   PERFORM EXCLUI-CUSTO
               WHEN 5
                   PERFORM CAPITALIZA-OBRA
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Cadastra-obra.

           DISPLAY "NUMERO DA OBRA: ".
           ACCEPT NUM-OBRA-E.
           IF NUM-OBRA-E = ZEROS
               DISPLAY "NUMERO DA OBRA OBRIGATORIO."
           ELSE
               MOVE NUM-OBRA-E TO NUM-OBRA-O
               READ ARQ-OBR INVALID KEY
                   MOVE "N" TO OBRA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO OBRA-EXISTE
               END-READ
               MOVE "S" TO CONFIRMA
               IF OBRA-EXISTE = "S"
                   PERFORM MOSTRA-OBRA
                   IF SIT-OBRA-O NOT = "A"
                       DISPLAY "OBRA JA CAPITALIZADA - NAO PODE SER "
                           "ALTERADA."
                       MOVE "N" TO CONFIRMA
                   ELSE
                       DISPLAY "ALTERAR A OBRA <S/N>? "
                       ACCEPT CONFIRMA
                   END-IF
               END-IF
               IF CONFIRMA = "S" OR "s"
                   PERFORM RECEBE-DADOS-OBRA
                   IF DADOS-OK = "S"
                       PERFORM GRAVA-OBRA
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-obra.

           MOVE VALOR-ACUMULADO-O TO VALOR-ED2.
           DISPLAY "OBRA " NUM-OBRA-O " - " DESC-OBRA-O.
           DISPLAY "DEPTO " CODIGO-DEPTO-O "  TIPO PREVISTO "
               CODIGO-TIPO-O "  ABERTA EM " DT-ABERTURA-O.
           IF SIT-OBRA-O = "A"
               DISPLAY "EM ANDAMENTO - CUSTO ACUMULADO " VALOR-ED2
           ELSE
               DISPLAY "CAPITALIZADA EM " DT-CONCLUSAO-O " - CUSTO "
                   VALOR-ED2
               DISPLAY QTD-BENS-O " BEM(NS), CODIGOS " PRIMEIRO-BEM-O
                   " A " ULTIMO-BEM-O
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-dados-obra.

           MOVE "N" TO DADOS-OK.
           DISPLAY "DESCRICAO DA OBRA: ".
           ACCEPT DESC-OBRA-E.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT DEPTO-E.
           DISPLAY "TIPO DE BEM PREVISTO: ".
           ACCEPT TIPO-E.
           MOVE DEPTO-E TO CODIGO-DEPTO-D.
           MOVE TIPO-E TO CODIGO-TIPO-T.
           IF DESC-OBRA-E = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA."
           ELSE
               READ ARQ-DEP INVALID KEY
                   DISPLAY "DEPARTAMENTO NAO CADASTRADO."
               NOT INVALID KEY
                   READ ARQ-TIPO INVALID KEY
                       DISPLAY "TIPO NAO CADASTRADO."
                   NOT INVALID KEY
                       DISPLAY DESC-DEPTO-D " / " DESC-TIPO-T
                       MOVE "S" TO DADOS-OK
                   END-READ
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-obra.

           IF OBRA-EXISTE = "N"
               MOVE SPACES TO REG-OBRA
               MOVE NUM-OBRA-E TO NUM-OBRA-O
               MOVE DT-HOJE TO DT-ABERTURA-O
               MOVE "A" TO SIT-OBRA-O
               MOVE ZEROS TO DT-CONCLUSAO-O VALOR-ACUMULADO-O ULT-SEQ-O
                             QTD-BENS-O PRIMEIRO-BEM-O ULTIMO-BEM-O
           END-IF.
           MOVE DESC-OBRA-E TO DESC-OBRA-O.
           MOVE DEPTO-E TO CODIGO-DEPTO-O.
           MOVE TIPO-E TO CODIGO-TIPO-O.
           MOVE OPER-CODIGO TO CODIGO-OPER-O.
           IF OBRA-EXISTE = "S"
               REWRITE REG-OBRA
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR OBRA: " ARQST-OBR
                   NOT INVALID KEY
                       DISPLAY "OBRA ALTERADA."
               END-REWRITE
           ELSE
               WRITE REG-OBRA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR OBRA: " ARQST-OBR
                   NOT INVALID KEY
                       DISPLAY "OBRA CADASTRADA."
               END-WRITE
           END-IF.

      *-------------------------------------------------------------------------*
       Le-obra-aberta.

      *    Reads NUM-OBRA-E and leaves DADOS-OK = "S" only for a work
      *    still in progress.
           MOVE "N" TO DADOS-OK.
           DISPLAY "NUMERO DA OBRA: ".
           ACCEPT NUM-OBRA-E.
           MOVE NUM-OBRA-E TO NUM-OBRA-O.
           READ ARQ-OBR INVALID KEY
               DISPLAY "OBRA NAO CADASTRADA."
           NOT INVALID KEY
               PERFORM MOSTRA-OBRA
               IF SIT-OBRA-O NOT = "A"
                   DISPLAY "OBRA JA CAPITALIZADA."
               ELSE
                   MOVE "S" TO DADOS-OK
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Lanca-custo.

           PERFORM LE-OBRA-ABERTA.
           IF DADOS-OK = "S"
               PERFORM RECEBE-DADOS-CUSTO
               IF DADOS-OK = "S"
                   PERFORM GRAVA-CUSTO
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-dados-custo.

           MOVE "N" TO DADOS-OK.
           DISPLAY "DATA DO CUSTO (DDMMAAAA): ".
           ACCEPT DT-CUSTO-E.
           DISPLAY "FORNECEDOR (CODIGO): ".
           ACCEPT CODIGO-FORN-E.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-F.
           READ ARQ-FOR INVALID KEY
               DISPLAY "FORNECEDOR NAO CADASTRADO."
               MOVE ZEROS TO CODIGO-FORN-E
           NOT INVALID KEY
               DISPLAY NOME-FORN-F
           END-READ.
           IF CODIGO-FORN-E NOT = ZEROS
               DISPLAY "NUMERO DA NOTA FISCAL: "
               ACCEPT NUM-NOTA-E
               DISPLAY "VALOR: "
               ACCEPT VALOR-CUSTO-E
               PERFORM TESTA-DADOS-CUSTO
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-dados-custo.

      *    No cost is dated before the work was opened.
           MOVE DT-ABERTURA-O TO DT-ABERTURA-AUX.
           COMPUTE COMP-ABERTURA = ANO-AB * 10000 + MES-AB * 100
               + DIA-AB.
           MOVE DT-CUSTO-E TO DT-AUX.
           PERFORM VALIDA-DATA.
           IF DATA-VALIDA = "S"
               PERFORM TESTA-PERIODO-FECHADO
               PERFORM TESTA-NOTA-REPETIDA
           END-IF.
           EVALUATE TRUE
               WHEN DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVALIDA."
               WHEN COMP-AUX > COMP-HOJE
                   DISPLAY "DATA DO CUSTO POSTERIOR A HOJE."
               WHEN COMP-AUX < COMP-ABERTURA
                   DISPLAY "DATA ANTERIOR A ABERTURA DA OBRA."
               WHEN MOV-FECHADO = "S"
                   DISPLAY "DATA EM PERIODO CONTABIL FECHADO."
               WHEN NUM-NOTA-E = SPACES
                   DISPLAY "NUMERO DA NOTA OBRIGATORIO."
               WHEN VALOR-CUSTO-E = ZEROS
                   DISPLAY "VALOR OBRIGATORIO."
               WHEN NOTA-REPETIDA = "S"
                   DISPLAY "NOTA DESTE FORNECEDOR JA LANCADA NA OBRA."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Testa-periodo-fechado.

      *    Same accounting floor MOVIM and APROV obey: nothing lands
      *    on or before the last closed date in PARAM.DAT.  COMP-AUX
      *    holds the date being tested as AAAAMMDD.
           MOVE "N" TO MOV-FECHADO.
           IF PARAM-OK = "S"
               MOVE 01 TO CHAVE-PARAM-P
               READ ARQ-PAR INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMP-AUX NOT > DT-FECHAMENTO-P
                       MOVE "S" TO MOV-FECHADO
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-nota-repetida.

           MOVE "N" TO NOTA-REPETIDA.
           MOVE NUM-OBRA-O TO NUM-OBRA-C.
           MOVE ZEROS TO SEQ-CUSTO-C WOCU.
           START ARQ-OCU KEY IS NOT LESS THAN CHAVES-OCU
               INVALID KEY
                   MOVE 1 TO WOCU
           END-START.
           PERFORM UNTIL WOCU = 1
               READ ARQ-OCU NEXT RECORD
                   AT END
                       MOVE 1 TO WOCU
                   NOT AT END
                       IF NUM-OBRA-C NOT = NUM-OBRA-O
                           MOVE 1 TO WOCU
                       ELSE
                           IF CODIGO-FORN-C = CODIGO-FORN-E AND
                              NUM-NOTA-C = NUM-NOTA-E
                               MOVE "S" TO NOTA-REPETIDA
                               MOVE 1 TO WOCU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Grava-custo.

           ADD 1 TO ULT-SEQ-O.
           MOVE NUM-OBRA-O TO NUM-OBRA-C.
           MOVE ULT-SEQ-O TO SEQ-CUSTO-C.
           MOVE DT-CUSTO-E TO DT-CUSTO-C.
           MOVE CODIGO-FORN-E TO CODIGO-FORN-C.
           MOVE NUM-NOTA-E TO NUM-NOTA-C.
           MOVE VALOR-CUSTO-E TO VALOR-CUSTO-C.
           MOVE OPER-CODIGO TO CODIGO-OPER-C.
           WRITE REG-CUSTO-OBRA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CUSTO: " ARQST-OCU
               NOT INVALID KEY
                   ADD VALOR-CUSTO-E TO VALOR-ACUMULADO-O
                   MOVE OPER-CODIGO TO CODIGO-OPER-O
                   REWRITE REG-OBRA
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR OBRA: "
                               ARQST-OBR
                       NOT INVALID KEY
                           MOVE VALOR-ACUMULADO-O TO VALOR-ED2
                           DISPLAY "CUSTO " SEQ-CUSTO-C
                               " LANCADO. ACUMULADO " VALOR-ED2
                   END-REWRITE
           END-WRITE.

      *-------------------------------------------------------------------------*
       Consulta-obra.

           DISPLAY "NUMERO DA OBRA: ".
           ACCEPT NUM-OBRA-E.
           MOVE NUM-OBRA-E TO NUM-OBRA-O.
           READ ARQ-OBR INVALID KEY
               DISPLAY "OBRA NAO CADASTRADA."
           NOT INVALID KEY
               PERFORM MOSTRA-OBRA
               DISPLAY "SEQ  DATA      FORN  NOTA FISCAL          VALOR"
               PERFORM LISTA-CUSTOS
           END-READ.

      *-------------------------------------------------------------------------*
       Lista-custos.

           MOVE ZEROS TO QTD-CUSTOS.
           MOVE NUM-OBRA-O TO NUM-OBRA-C.
           MOVE ZEROS TO SEQ-CUSTO-C WOCU.
           START ARQ-OCU KEY IS NOT LESS THAN CHAVES-OCU
               INVALID KEY
                   MOVE 1 TO WOCU
           END-START.
           PERFORM UNTIL WOCU = 1
               READ ARQ-OCU NEXT RECORD
                   AT END
                       MOVE 1 TO WOCU
                   NOT AT END
                       IF NUM-OBRA-C NOT = NUM-OBRA-O
                           MOVE 1 TO WOCU
                       ELSE
                           ADD 1 TO QTD-CUSTOS
                           MOVE VALOR-CUSTO-C TO VALOR-ED1
                           DISPLAY SEQ-CUSTO-C " " DT-CUSTO-C "  "
                               CODIGO-FORN-C "  " NUM-NOTA-C " "
                               VALOR-ED1
                       END-IF
               END-READ
           END-PERFORM.
           IF QTD-CUSTOS = ZEROS
               DISPLAY "NENHUM CUSTO LANCADO."
           END-IF.

      *-------------------------------------------------------------------------*
       Exclui-custo.

      *    A cost keyed against the wrong work or with the wrong value
      *    is taken out here and keyed again; once the work is
      *    capitalized its costs are part of the assets and stay.
           IF OPER-PERM-EXC NOT = "S"
               DISPLAY "EXCLUSAO NAO PERMITIDA PARA ESTE OPERADOR."
           ELSE
               PERFORM LE-OBRA-ABERTA
               IF DADOS-OK = "S"
                   DISPLAY "SEQUENCIA DO CUSTO: "
                   ACCEPT SEQ-E
                   MOVE NUM-OBRA-O TO NUM-OBRA-C
                   MOVE SEQ-E TO SEQ-CUSTO-C
                   READ ARQ-OCU INVALID KEY
                       DISPLAY "CUSTO NAO LANCADO NESTA OBRA."
                   NOT INVALID KEY
                       PERFORM CONFIRMA-EXCLUSAO-CUSTO
                   END-READ
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Confirma-exclusao-custo.

           MOVE VALOR-CUSTO-C TO VALOR-ED1.
           DISPLAY DT-CUSTO-C " FORN " CODIGO-FORN-C " NOTA " NUM-NOTA-C
               " " VALOR-ED1.
           MOVE DT-CUSTO-C TO DT-AUX.
           PERFORM VALIDA-DATA.
           PERFORM TESTA-PERIODO-FECHADO.
           IF MOV-FECHADO = "S"
               DISPLAY "CUSTO EM PERIODO CONTABIL FECHADO - EXCLUSAO "
                   "RECUSADA."
           ELSE
               DISPLAY "CONFIRMA A EXCLUSAO <S/N>? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR "s"
                   DELETE ARQ-OCU
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR CUSTO: " ARQST-OCU
                       NOT INVALID KEY
                           SUBTRACT VALOR-CUSTO-C FROM VALOR-ACUMULADO-O
                           MOVE OPER-CODIGO TO CODIGO-OPER-O
                           REWRITE REG-OBRA
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR OBRA: "
                                       ARQST-OBR
                               NOT INVALID KEY
                                   DISPLAY "CUSTO EXCLUIDO."
                           END-REWRITE
                   END-DELETE
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Capitaliza-obra.

      *    Completion: the accumulated cost becomes one or more assets
      *    in BENS.DAT, acquired on the completion date so DEPREC
      *    starts charging them from then on.  Everything is keyed and
      *    checked before the first asset is written.
           IF OPER-PERM-CAD NOT = "S"
               DISPLAY "CAPITALIZACAO NAO PERMITIDA PARA ESTE OPERADOR."
           ELSE
               PERFORM LE-OBRA-ABERTA
               IF DADOS-OK = "S"
                   PERFORM RECEBE-CONCLUSAO
               END-IF
               IF DADOS-OK = "S"
                   PERFORM RECEBE-ATIVOS
               END-IF
               IF DADOS-OK = "S"
                   PERFORM MOSTRA-ATIVOS
                   DISPLAY "CONFIRMA A CAPITALIZACAO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM EFETIVA-CAPITALIZACAO
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-conclusao.

           MOVE "N" TO DADOS-OK.
           PERFORM ULTIMO-CUSTO.
           DISPLAY "DATA DE CONCLUSAO (DDMMAAAA): ".
           ACCEPT DT-CONCLUSAO-E.
           MOVE DT-CONCLUSAO-E TO DT-AUX.
           PERFORM VALIDA-DATA.
           MOVE COMP-AUX TO COMP-CONCLUSAO.
           IF DATA-VALIDA = "S"
               PERFORM TESTA-PERIODO-FECHADO
           END-IF.
           EVALUATE TRUE
               WHEN VALOR-ACUMULADO-O = ZEROS
                   DISPLAY "OBRA SEM CUSTO ACUMULADO."
               WHEN DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVALIDA."
               WHEN COMP-CONCLUSAO > COMP-HOJE
                   DISPLAY "DATA DE CONCLUSAO POSTERIOR A HOJE."
               WHEN COMP-CONCLUSAO < COMP-ULTIMO-CUSTO
                   DISPLAY "HA CUSTOS LANCADOS APOS ESSA DATA."
               WHEN MOV-FECHADO = "S"
                   DISPLAY "DATA EM PERIODO CONTABIL FECHADO."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Ultimo-custo.

           MOVE ZEROS TO COMP-ULTIMO-CUSTO.
           MOVE NUM-OBRA-O TO NUM-OBRA-C.
           MOVE ZEROS TO SEQ-CUSTO-C WOCU.
           START ARQ-OCU KEY IS NOT LESS THAN CHAVES-OCU
               INVALID KEY
                   MOVE 1 TO WOCU
           END-START.
           PERFORM UNTIL WOCU = 1
               READ ARQ-OCU NEXT RECORD
                   AT END
                       MOVE 1 TO WOCU
                   NOT AT END
                       IF NUM-OBRA-C NOT = NUM-OBRA-O
                           MOVE 1 TO WOCU
                       ELSE
                           MOVE DT-CUSTO-C TO DT-AUX
                           COMPUTE COMP-AUX = ANO-AX * 10000
                               + MES-AX * 100 + DIA-AX
                           IF COMP-AUX > COMP-ULTIMO-CUSTO
                               MOVE COMP-AUX TO COMP-ULTIMO-CUSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Recebe-ativos.

      *    The cost is split by value (V) or by percentage (P).  The
      *    last asset always takes what is left, so the assets add up
      *    to the accumulated cost to the cent.
           MOVE "N" TO DADOS-OK.
           DISPLAY "QUANTOS BENS SERAO GERADOS (1 A 20): ".
           ACCEPT QTD-ATIVOS.
           MOVE "V" TO CRITERIO-E.
           IF QTD-ATIVOS > 1
               DISPLAY "RATEIO POR V-VALOR OU P-PERCENTUAL: "
               ACCEPT CRITERIO-E
           END-IF.
           EVALUATE TRUE
               WHEN QTD-ATIVOS < 1 OR QTD-ATIVOS > 20
                   DISPLAY "QUANTIDADE INVALIDA."
               WHEN CRITERIO-E NOT = "V" AND CRITERIO-E NOT = "P"
                   DISPLAY "CRITERIO INVALIDO."
               WHEN OTHER
                   MOVE "S" TO DADOS-OK
           END-EVALUATE.
           MOVE ZEROS TO SOMA-VALOR SOMA-PERC.
           PERFORM VARYING I-AT FROM 1 BY 1
                   UNTIL I-AT > QTD-ATIVOS OR DADOS-OK = "N"
               PERFORM RECEBE-ATIVO
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Recebe-ativo.

           DISPLAY "BEM " I-AT " - DESCRICAO (VAZIO = DA OBRA): ".
           ACCEPT DESC-ATIVO-E.
           IF DESC-ATIVO-E = SPACES
               MOVE DESC-OBRA-O TO DESC-ATIVO-E
           END-IF.
           DISPLAY "BEM " I-AT " - LOCAL: ".
           ACCEPT LOCAL-ATIVO-E.
           DISPLAY "BEM " I-AT " - TIPO (0 = PREVISTO NA OBRA): ".
           ACCEPT TIPO-ATIVO-E.
           IF TIPO-ATIVO-E = ZEROS
               MOVE CODIGO-TIPO-O TO TIPO-ATIVO-E
           END-IF.
           MOVE ZEROS TO VALOR-ATIVO-E PERC-ATIVO-E.
           IF I-AT < QTD-ATIVOS
               IF CRITERIO-E = "V"
                   DISPLAY "BEM " I-AT " - VALOR: "
                   ACCEPT VALOR-ATIVO-E
               ELSE
                   DISPLAY "BEM " I-AT " - PERCENTUAL: "
                   ACCEPT PERC-ATIVO-E
               END-IF
           END-IF.
           MOVE DESC-ATIVO-E TO TA-DESC(I-AT).
           MOVE LOCAL-ATIVO-E TO TA-LOCAL(I-AT).
           MOVE TIPO-ATIVO-E TO TA-TIPO(I-AT).
           MOVE ZEROS TO TA-CODIGO(I-AT).
           PERFORM CALCULA-VALOR-ATIVO.
           PERFORM TESTA-ATIVO.

      *-------------------------------------------------------------------------*
       Calcula-valor-ativo.

           IF I-AT = QTD-ATIVOS
               IF SOMA-VALOR < VALOR-ACUMULADO-O
                   COMPUTE TA-VALOR(I-AT) = VALOR-ACUMULADO-O
                       - SOMA-VALOR
               ELSE
                   MOVE ZEROS TO TA-VALOR(I-AT)
               END-IF
               IF SOMA-PERC < 100
                   COMPUTE TA-PERC(I-AT) = 100 - SOMA-PERC
               ELSE
                   MOVE ZEROS TO TA-PERC(I-AT)
               END-IF
           ELSE
               IF CRITERIO-E = "V"
                   MOVE VALOR-ATIVO-E TO TA-VALOR(I-AT)
                   COMPUTE TA-PERC(I-AT) ROUNDED = VALOR-ATIVO-E * 100
                       / VALOR-ACUMULADO-O
               ELSE
                   MOVE PERC-ATIVO-E TO TA-PERC(I-AT)
                   COMPUTE TA-VALOR(I-AT) ROUNDED = VALOR-ACUMULADO-O
                       * PERC-ATIVO-E / 100
               END-IF
           END-IF.
           ADD TA-VALOR(I-AT) TO SOMA-VALOR.
           ADD TA-PERC(I-AT) TO SOMA-PERC.

      *-------------------------------------------------------------------------*
       Testa-ativo.

           MOVE TA-LOCAL(I-AT) TO CODIGO-LOCAL-L.
           READ ARQ-LOC INVALID KEY
               DISPLAY "LOCAL NAO CADASTRADO."
               MOVE "N" TO DADOS-OK
           END-READ.
           IF DADOS-OK = "S"
               MOVE TA-TIPO(I-AT) TO CODIGO-TIPO-T
               READ ARQ-TIPO INVALID KEY
                   DISPLAY "TIPO NAO CADASTRADO."
                   MOVE "N" TO DADOS-OK
               END-READ
           END-IF.
           IF DADOS-OK = "S"
               EVALUATE TRUE
                   WHEN TA-VALOR(I-AT) = ZEROS
                       DISPLAY "VALOR DO BEM " I-AT " ZERADO - O "
                           "RATEIO EXCEDE O CUSTO DA OBRA."
                       MOVE "N" TO DADOS-OK
                   WHEN I-AT < QTD-ATIVOS AND
                        SOMA-VALOR NOT < VALOR-ACUMULADO-O
                       DISPLAY "RATEIO ATINGIU O CUSTO DA OBRA ANTES "
                           "DO ULTIMO BEM."
                       MOVE "N" TO DADOS-OK
                   WHEN TA-VALOR(I-AT) > VALOR-MAXIMO-BEM
                       DISPLAY "VALOR DO BEM " I-AT " ACIMA DO LIMITE "
                           "DO CADASTRO - DIVIDA EM MAIS BENS."
                       MOVE "N" TO DADOS-OK
               END-EVALUATE
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-ativos.

           DISPLAY "BENS A GERAR, ADQUIRIDOS EM " DT-CONCLUSAO-E ":".
           PERFORM VARYING I-AT FROM 1 BY 1 UNTIL I-AT > QTD-ATIVOS
               MOVE TA-VALOR(I-AT) TO VALOR-ED2
               MOVE TA-PERC(I-AT) TO PERC-ED
               DISPLAY I-AT " " TA-DESC(I-AT) " LOCAL " TA-LOCAL(I-AT)
                   " TIPO " TA-TIPO(I-AT)
               DISPLAY "    " VALOR-ED2 "  (" PERC-ED "%)"
           END-PERFORM.
           MOVE VALOR-ACUMULADO-O TO VALOR-ED2.
           DISPLAY "TOTAL DA OBRA: " VALOR-ED2.

      *-------------------------------------------------------------------------*
       Efetiva-capitalizacao.

           PERFORM VARRE-CODIGOS.
           COMPUTE LIMITE-CODIGO = MAIOR-CODIGO + QTD-ATIVOS.
           IF LIMITE-CODIGO > 999999
               DISPLAY "NAO HA CODIGOS LIVRES PARA TODOS OS BENS."
           ELSE
               MOVE MAIOR-CODIGO TO PROXIMO-CODIGO
               MOVE ZEROS TO QTD-GRAVADOS
               MOVE "N" TO FALHA-GRAVACAO
               PERFORM VARYING I-AT FROM 1 BY 1
                       UNTIL I-AT > QTD-ATIVOS OR FALHA-GRAVACAO = "S"
                   PERFORM GRAVA-ATIVO
               END-PERFORM
               IF FALHA-GRAVACAO = "S"
                   PERFORM DESFAZ-ATIVOS
                   DISPLAY "ERRO AO GRAVAR BEM EM BENS.DAT: "
                       STATUS-FALHA
                   DISPLAY "CAPITALIZACAO CANCELADA - A OBRA CONTINUA "
                       "EM ANDAMENTO."
               ELSE
                   PERFORM ENCERRA-OBRA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Varre-codigos.

      *    Highest code in use, live or purged: a code that went to
      *    BENSARQ.DAT is never issued again, the rule CARGANF keeps.
           MOVE ZEROS TO MAIOR-CODIGO WIGUAL.
           MOVE ZEROS TO CODIGO-BEM-M.
           START ARQ-BEM KEY IS NOT LESS THAN RECKEY-BEM
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-BEM NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       MOVE CODIGO-BEM-M TO MAIOR-CODIGO
               END-READ
           END-PERFORM.
           IF BAQ-OK = "S"
               MOVE MAIOR-CODIGO TO CODIGO-BEM-MQ
               MOVE ZEROS TO WIGUAL
               START ARQ-BAQ KEY IS GREATER THAN RECKEY-BAQ
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-BAQ NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           MOVE CODIGO-BEM-MQ TO MAIOR-CODIGO
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-ativo.

      *    A code taken meanwhile by another terminal only moves this
      *    asset on to the next free one.
           MOVE SPACES TO REG-BEM-M.
           MOVE TA-DESC(I-AT) TO DESC-BEM-M.
           MOVE DT-CONCLUSAO-E TO DT-AQUISICAO-M.
           MOVE TA-VALOR(I-AT) TO VALOR-AQUISICAO-M.
           MOVE TA-LOCAL(I-AT) TO CODIGO-LOCAL-M.
           MOVE CODIGO-DEPTO-O TO CODIGO-DEPTO-M.
           MOVE TA-TIPO(I-AT) TO CODIGO-TIPO-M.
           MOVE ZEROS TO SITUACAO-BEM-M DT-BAIXA-M VALOR-BAIXA-M
                         GARANTIA-MESES-M CODIGO-FORN-M.
           STRING "OBRA " NUM-OBRA-O DELIMITED BY SIZE
               INTO NUM-NOTA-FISCAL-M.
           MOVE OPER-CODIGO TO OPER-ULT-ALT-M.
           MOVE "22" TO ARQST-BEM.
           PERFORM UNTIL ARQST-BEM NOT = "22" OR
                         PROXIMO-CODIGO = 999999
               ADD 1 TO PROXIMO-CODIGO
               MOVE PROXIMO-CODIGO TO CODIGO-BEM-M
               WRITE REG-BEM-M
           END-PERFORM.
      *    "02" is a good write: every asset made here shares the blank
      *    serial number, a duplicate alternate key.
           IF ARQST-BEM = "00" OR "02"
               ADD 1 TO QTD-GRAVADOS
               MOVE CODIGO-BEM-M TO TA-CODIGO(I-AT)
               MOVE "I" TO OPERACAO-JOR
               MOVE SPACES TO IMAGEM-ANTES
               PERFORM JORNAL-BEM
           ELSE
               MOVE "S" TO FALHA-GRAVACAO
               MOVE ARQST-BEM TO STATUS-FALHA
           END-IF.

      *-------------------------------------------------------------------------*
       Desfaz-ativos.

      *    All or nothing: the assets already written for this work
      *    are taken out again, so the cost is never half in BENS and
      *    half in the work.
           PERFORM VARYING I-AT FROM 1 BY 1 UNTIL I-AT > QTD-ATIVOS
               IF TA-CODIGO(I-AT) NOT = ZEROS
                   MOVE TA-CODIGO(I-AT) TO CODIGO-BEM-M
                   READ ARQ-BEM INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-BEM-M TO IMAGEM-ANTES
                       DELETE ARQ-BEM
                           INVALID KEY
                               DISPLAY "BEM " CODIGO-BEM-M
                                   " NAO PODE SER REMOVIDO: " ARQST-BEM
                           NOT INVALID KEY
                               MOVE "E" TO OPERACAO-JOR
                               PERFORM JORNAL-BEM
                       END-DELETE
                   END-READ
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Encerra-obra.

           MOVE "C" TO SIT-OBRA-O.
           MOVE DT-CONCLUSAO-E TO DT-CONCLUSAO-O.
           MOVE QTD-ATIVOS TO QTD-BENS-O.
           MOVE TA-CODIGO(1) TO PRIMEIRO-BEM-O.
           MOVE TA-CODIGO(QTD-ATIVOS) TO ULTIMO-BEM-O.
           MOVE OPER-CODIGO TO CODIGO-OPER-O.
      *    A work that cannot be closed keeps its cost, so the assets
      *    just written are taken out again as when one of them fails.
           REWRITE REG-OBRA
               INVALID KEY
                   PERFORM DESFAZ-ATIVOS
                   MOVE "A" TO SIT-OBRA-O
                   MOVE ZEROS TO DT-CONCLUSAO-O QTD-BENS-O
                                 PRIMEIRO-BEM-O ULTIMO-BEM-O
                   DISPLAY "ERRO AO ATUALIZAR OBRA: " ARQST-OBR
                   DISPLAY "CAPITALIZACAO CANCELADA - A OBRA CONTINUA "
                       "EM ANDAMENTO."
               NOT INVALID KEY
                   DISPLAY "OBRA CAPITALIZADA - " QTD-GRAVADOS
                       " BEM(NS):"
                   PERFORM VARYING I-AT FROM 1 BY 1
                           UNTIL I-AT > QTD-ATIVOS
                       MOVE TA-VALOR(I-AT) TO VALOR-ED2
                       DISPLAY "    " TA-CODIGO(I-AT) " "
                           TA-DESC(I-AT) " " VALOR-ED2
                   END-PERFORM
           END-REWRITE.

      *-------------------------------------------------------------------------*
       Jornal-bem.

      *    The caller has set the operation and, for an exclusion,
      *    IMAGEM-ANTES with the record as it was read.
           MOVE "BENS" TO ARQUIVO-JOR.
           MOVE CODIGO-BEM-M TO CHAVE-JOR.
           IF OPERACAO-JOR = "E"
               MOVE SPACES TO IMAGEM-DEPOIS
           ELSE
               MOVE REG-BEM-M TO IMAGEM-DEPOIS
           END-IF.
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
               MOVE "OBRAS" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
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
       Finaliza.

           CLOSE ARQ-OBR ARQ-OCU ARQ-FOR ARQ-DEP ARQ-TIPO ARQ-LOC
                 ARQ-BEM.
           IF BAQ-OK = "S"
               CLOSE ARQ-BAQ
           END-IF.
           IF PARAM-OK = "S"
               CLOSE ARQ-PAR
           END-IF.
           EXIT PROGRAM.

       end program OBRAS.
