       Program-Id. CARGANF.

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
              ALTERNATE RECORD KEY DESC-BEM-M WITH DUPLICATES
              ALTERNATE RECORD KEY NUM-SERIE-M WITH DUPLICATES
              FILE STATUS ARQST-BEM.

              SELECT ARQ-LOC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-LOC
              FILE STATUS ARQST-LOC.

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

              SELECT ARQ-FOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FOR
              FILE STATUS ARQST-FOR.

              SELECT ARQ-ORC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ORC
              FILE STATUS ARQST-ORC.

              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-REQ
              FILE STATUS ARQST-REQ.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-NF ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-NF.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

              SELECT ARQ-ETL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-ETL.

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

       FD  ARQ-LOC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOCAL.DAT".
           01  REG-LOCAL.
               02 RECKEY-LOC.
                   03 CODIGO-LOCAL-L       PIC 9(04).
               02 DESC-LOCAL-L          PIC X(30).
               02 AREA-LOCAL-L          PIC 9(05).
               02 CODIGO-DEPTO-L        PIC 9(04).

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

       FD  ARQ-FOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
           01  REG-FORN.
               02 RECKEY-FOR.
                   03 CODIGO-FORN-F        PIC 9(04).
               02 NOME-FORN-F           PIC X(30).
               02 CNPJ-FORN-F           PIC X(18).
               02 FONE-FORN-F           PIC X(15).

       FD  ARQ-ORC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ORCDEP.DAT".
           01  REG-ORCAMENTO.
               02 RECKEY-ORC.
                   03 CODIGO-DEPTO-B       PIC 9(04).
                   03 ANO-ORC-B            PIC 9(04).
               02 VALOR-ORCADO-B        PIC 9(11)V99.
               02 PERC-TOLERANCIA-B     PIC 9(03).

      *    Purchase requisitions; those approved (SIT-REQ-R = "A")
      *    hold part of their department's budget year.
       FD  ARQ-REQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REQUIS.DAT".
           01  REG-REQUISICAO.
               02 RECKEY-REQ.
                   03 NUM-REQ-R            PIC 9(06).
               02 CODIGO-DEPTO-R        PIC 9(04).
               02 CODIGO-TIPO-R         PIC 9(04).
               02 DESC-REQ-R            PIC X(30).
               02 VALOR-ESTIMADO-R      PIC 9(09)V99.
               02 REQUISITANTE-R        PIC X(30).
               02 DT-REQUISICAO-R       PIC 9(08).
               02 OPER-SOLICITANTE-R    PIC 9(04).
               02 SIT-REQ-R             PIC X(01).
               02 DT-DECISAO-R          PIC 9(08).
               02 OPER-APROVADOR-R      PIC 9(04).
               02 ANO-RESERVA-R         PIC 9(04).
               02 VALOR-RESERVADO-R     PIC 9(09)V99.
               02 CODIGO-BEM-R          PIC 9(06).
               02 VALOR-REAL-R          PIC 9(09)V99.
               02 DT-RECEBIMENTO-R      PIC 9(08).

      *    Invoice file from receiving.  Each invoice is one "H" line
      *    followed by its "I" item lines; the serial numbers of an
      *    item come as "S" lines right after it, one per unit (or
      *    none at all).  Several invoices may follow one another.
      *    Values carry two implied decimals; dates are DDMMAAAA.
       FD  ARQ-NF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NFCARGA.TXT".
           01  LINHA-NF.
               02 TIPO-REG-NF           PIC X(01).
               02 FILLER                PIC X(79).
           01  REG-CAB-NF.
               02 FILLER                PIC X(01).
               02 CNPJ-H                PIC X(18).
               02 NUM-NF-H              PIC X(10).
               02 DT-NF-H               PIC 9(08).
               02 LOCAL-H               PIC 9(04).
               02 FILLER                PIC X(39).
           01  REG-ITEM-NF.
               02 FILLER                PIC X(01).
               02 DESC-I                PIC X(30).
               02 QTD-I                 PIC 9(04).
               02 VALOR-UNIT-I          PIC 9(09)V99.
               02 TIPO-BEM-I            PIC 9(04).
               02 GARANTIA-I            PIC 9(03).
               02 FILLER                PIC X(27).
           01  REG-SERIE-NF.
               02 FILLER                PIC X(01).
               02 SERIE-S               PIC X(20).
               02 FILLER                PIC X(59).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGANF.TXT".
           01  LINHA-RELATORIO          PIC X(100).

      *    Codes created by the last load, for ETIQ's label run.
       FD  ARQ-ETL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGAETQ.TXT".
           01  LINHA-CODIGO-ETQ.
               02 CODIGO-ETQ            PIC 9(06).

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

      *    Same shared control area the nightly chain uses; LOTE-MODO
      *    "C" tells ETIQ to print only the codes of the last load.
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

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-LOC                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-TIPO                   PIC X(02).
           01 ARQST-FOR                    PIC X(02).
           01 ARQST-ORC                    PIC X(02).
           01 ARQST-NF                     PIC X(02).
           01 ARQST-REL                    PIC X(02).
           01 ARQST-ETL                    PIC X(02).
           01 ORC-OK                       PIC X(01) VALUE "N".
           01 ARQST-BAQ                    PIC X(02).
           01 BAQ-OK                       PIC X(01) VALUE "N".
           01 ARQST-REQ                    PIC X(02).
           01 REQ-OK                       PIC X(01) VALUE "N".
           01 WREQ                         PIC 9     VALUE ZEROS.
           01 RESERVADO-ANO                PIC 9(11)V99 VALUE ZEROS.

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

           01 OP-CARGA                     PIC 9(01) VALUE ZEROS.
           01 EMITE-ETQ                    PIC X(01) VALUE SPACES.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 FIM-NF                       PIC X(01) VALUE "N".
           01 LINHA-AUX                    PIC X(100).
           01 TRACO                        PIC X(100) VALUE ALL "-".
           01 MENSAGEM-ERRO                PIC X(80) VALUE SPACES.

      *    Invoice being loaded, kept apart from the input record
      *    area, which every READ overwrites.
           01 CNPJ-NOTA                    PIC X(18) VALUE SPACES.
           01 NUM-NF-NOTA                  PIC X(10) VALUE SPACES.
           01 DT-NF-NOTA                   PIC 9(08) VALUE ZEROS.
           01 DT-NF-NOTA-R REDEFINES DT-NF-NOTA.
               02 DIA-NF                   PIC 9(02).
               02 MES-NF                   PIC 9(02).
               02 ANO-NF                   PIC 9(04).
           01 LOCAL-NOTA                   PIC 9(04) VALUE ZEROS.
           01 DEPTO-NOTA                   PIC 9(04) VALUE ZEROS.
           01 FORN-NOTA                    PIC 9(04) VALUE ZEROS.
           01 NOME-FORN-NOTA               PIC X(30) VALUE SPACES.
           01 TOTAL-NOTA                   PIC 9(11)V99 VALUE ZEROS.
           01 QTD-ERROS                    PIC 9(04) VALUE ZEROS.
           01 NF-JA-CARREGADA              PIC X(01) VALUE "N".
           01 ACHOU-FORN                   PIC X(01) VALUE "N".

           01 TAB-ITENS.
               02 TI-ITEM OCCURS 50 TIMES.
                   03 TI-DESC              PIC X(30).
                   03 TI-QTD               PIC 9(04).
                   03 TI-VALOR             PIC 9(09)V99.
                   03 TI-TIPO              PIC 9(04).
                   03 TI-GARANTIA          PIC 9(03).
                   03 TI-PRIM-SERIE        PIC 9(04).
                   03 TI-QTD-SERIES        PIC 9(04).
           01 QTD-ITENS                    PIC 9(04) VALUE ZEROS.
           01 I-IT                         PIC 9(04) VALUE ZEROS.
           01 J-UN                         PIC 9(04) VALUE ZEROS.

           01 TAB-SERIES.
               02 TS-SERIE OCCURS 500 TIMES PIC X(20).
           01 QTD-SERIES                   PIC 9(04) VALUE ZEROS.
           01 QTD-UNIDADES                 PIC 9(05) VALUE ZEROS.
           01 I-SR                         PIC 9(04) VALUE ZEROS.
           01 J-SR                         PIC 9(04) VALUE ZEROS.
           01 K-SR                         PIC 9(04) VALUE ZEROS.

      *    CNPJ is compared on its digits only, so "00.000.000/0001-91"
      *    on the invoice matches "00000000000191" keyed in CADFOR.
           01 CNPJ-ORIGEM                  PIC X(18) VALUE SPACES.
           01 CNPJ-ORIGEM-R REDEFINES CNPJ-ORIGEM.
               02 CNPJ-ORIGEM-C            PIC X(01) OCCURS 18 TIMES.
           01 CNPJ-LIMPO                   PIC X(14) VALUE SPACES.
           01 CNPJ-LIMPO-R REDEFINES CNPJ-LIMPO.
               02 CNPJ-LIMPO-C             PIC X(01) OCCURS 14 TIMES.
           01 CNPJ-CHAVE-NOTA              PIC X(14) VALUE SPACES.
           01 I-CH                         PIC 9(02) VALUE ZEROS.
           01 J-CH                         PIC 9(02) VALUE ZEROS.

           01 MAIOR-CODIGO                 PIC 9(06) VALUE ZEROS.
           01 PROXIMO-CODIGO               PIC 9(06) VALUE ZEROS.
           01 PRIMEIRO-CODIGO              PIC 9(06) VALUE ZEROS.
           01 LIMITE-CODIGO                PIC 9(07) VALUE ZEROS.
           01 DT-AQ-BEM-W                  PIC 9(08) VALUE ZEROS.
           01 DT-AQ-BEM-W-R REDEFINES DT-AQ-BEM-W.
               02 DIA-AQ-B                 PIC 9(02).
               02 MES-AQ-B                 PIC 9(02).
               02 ANO-AQ-B                 PIC 9(04).
           01 REALIZADO-ANO                PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-COM-NOVO               PIC 9(11)V99 VALUE ZEROS.
           01 LIMITE-BLOQUEIO              PIC 9(11)V99 VALUE ZEROS.

           01 TOTAL-NOTAS                  PIC 9(06) VALUE ZEROS.
           01 TOTAL-ACEITAS                PIC 9(06) VALUE ZEROS.
           01 TOTAL-REJEITADAS             PIC 9(06) VALUE ZEROS.
           01 TOTAL-BENS-GRAVADOS          PIC 9(06) VALUE ZEROS.
           01 TOTAL-FALHAS                 PIC 9(06) VALUE ZEROS.
           01 BENS-DA-NOTA                 PIC 9(06) VALUE ZEROS.

           01 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR-TOTAL-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 LINHA-BEM-CARGA.
               02 FILLER                   PIC X(04) VALUE SPACES.
               02 LB-CODIGO                PIC 9(06).
               02 FILLER                   PIC X(01) VALUE "-".
               02 LB-DIGITO                PIC 9(01).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LB-DESC                  PIC X(30).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LB-SERIE                 PIC X(20).
               02 FILLER                   PIC X(02) VALUE SPACES.
               02 LB-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.

      *    Modulo-11 check digit over the six digits of CODIGO-BEM,
      *    weights 7 to 2 from the leftmost digit; remainders 10 and
      *    11 yield digit zero (the rule ETIQ prints on the tag).
           01 CODIGO-DV                    PIC 9(06) VALUE ZEROS.
           01 CODIGO-DV-R REDEFINES CODIGO-DV.
               02 DV-1                     PIC 9(01).
               02 DV-2                     PIC 9(01).
               02 DV-3                     PIC 9(01).
               02 DV-4                     PIC 9(01).
               02 DV-5                     PIC 9(01).
               02 DV-6                     PIC 9(01).
           01 SOMA-DV                      PIC 9(04) VALUE ZEROS.
           01 QUOC-DV                      PIC 9(04) VALUE ZEROS.
           01 RESTO-DV                     PIC 9(02) VALUE ZEROS.
           01 DIGITO-BEM                   PIC 9(01) VALUE ZEROS.

           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-CARGA UNTIL OP-CARGA = 3.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

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

      *    Every check below is a keyed READ; on a file that failed
      *    to open it would never raise INVALID KEY, so all of them
      *    are required.
           OPEN INPUT ARQ-LOC.
           IF ARQST-LOC NOT = "00"
               DISPLAY "ERRO DE ABERTURA - LOCAL.DAT: " ARQST-LOC
               STOP RUN.

           OPEN INPUT ARQ-DEP.
           IF ARQST-DEP NOT = "00"
               DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
               STOP RUN.

           OPEN INPUT ARQ-TIPO.
           IF ARQST-TIPO NOT = "00"
               DISPLAY "ERRO DE ABERTURA - TIPO.DAT: " ARQST-TIPO
               STOP RUN.

           OPEN INPUT ARQ-FOR.
           IF ARQST-FOR NOT = "00"
               DISPLAY "ERRO DE ABERTURA - FORNEC.DAT: " ARQST-FOR
               STOP RUN.

      *    No ORCDEP.DAT means no department has a budget yet, the
      *    same "no record, no control" rule BENS applies.
           OPEN INPUT ARQ-ORC.
           EVALUATE ARQST-ORC
               WHEN "00"
                   MOVE "S" TO ORC-OK
               WHEN "35"
                   MOVE "N" TO ORC-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - ORCDEP.DAT: " ARQST-ORC
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

           OPEN INPUT ARQ-REQ.
           EVALUATE ARQST-REQ
               WHEN "00"
                   MOVE "S" TO REQ-OK
               WHEN "35"
                   MOVE "N" TO REQ-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REQUIS.DAT: " ARQST-REQ
                   STOP RUN
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Menu-carga.

           DISPLAY " ".
           DISPLAY "CARGA DE BENS POR NOTA FISCAL".
           DISPLAY "1 - CARREGAR NOTAS DE NFCARGA.TXT".
           DISPLAY "2 - ETIQUETAS DA ULTIMA CARGA".
           DISPLAY "3 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-CARGA.
           EVALUATE OP-CARGA
               WHEN 1
                   PERFORM CARREGA-NOTAS
               WHEN 2
                   PERFORM CHAMA-ETIQ
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Carrega-notas.

           MOVE ZEROS TO TOTAL-NOTAS TOTAL-ACEITAS TOTAL-REJEITADAS
                         TOTAL-BENS-GRAVADOS TOTAL-FALHAS.
           OPEN INPUT ARQ-NF.
           IF ARQST-NF NOT = "00"
               DISPLAY "NFCARGA.TXT NAO ENCONTRADO."
           ELSE
               OPEN OUTPUT ARQ-REL
               IF ARQST-REL NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GERAR CARGANF.TXT."
                   CLOSE ARQ-NF
               ELSE
                   OPEN OUTPUT ARQ-ETL
                   IF ARQST-ETL NOT = "00"
                       DISPLAY "NAO FOI POSSIVEL GERAR CARGAETQ.TXT."
                       CLOSE ARQ-NF ARQ-REL
                   ELSE
                       PERFORM PROCESSA-ARQUIVO
                       CLOSE ARQ-NF ARQ-REL ARQ-ETL
                       MOVE "CARGANF" TO REM-PROGRAMA
                       MOVE SPACES TO REM-PARAMETROS
                       MOVE "CARGANF.TXT" TO REM-ARQUIVO
                       CALL "REGREL"
                       PERFORM MOSTRA-RESULTADO
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Processa-arquivo.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.
           WRITE LINHA-RELATORIO FROM TRACO.
           MOVE "CARGA DE BENS POR NOTA FISCAL - NFCARGA.TXT"
               TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "EMITIDO EM: " DT-HOJE "  OPERADOR: " OPER-CODIGO
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           WRITE LINHA-RELATORIO FROM TRACO.

           MOVE "N" TO FIM-NF.
           PERFORM LE-LINHA-NF.
           PERFORM UNTIL FIM-NF = "S"
               IF TIPO-REG-NF = "H"
                   PERFORM PROCESSA-NOTA
               ELSE
                   MOVE SPACES TO LINHA-AUX
                   STRING "LINHA FORA DE NOTA IGNORADA: " LINHA-NF
                       DELIMITED BY SIZE INTO LINHA-AUX
                   WRITE LINHA-RELATORIO FROM LINHA-AUX
                   PERFORM LE-LINHA-NF
               END-IF
           END-PERFORM.

           WRITE LINHA-RELATORIO FROM TRACO.
           MOVE SPACES TO LINHA-AUX.
           STRING "NOTAS LIDAS: " TOTAL-NOTAS
               "  ACEITAS: " TOTAL-ACEITAS
               "  REJEITADAS: " TOTAL-REJEITADAS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "BENS INCLUIDOS: " TOTAL-BENS-GRAVADOS
               "  FALHAS DE GRAVACAO: " TOTAL-FALHAS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Le-linha-nf.

           READ ARQ-NF
               AT END
                   MOVE "S" TO FIM-NF
           END-READ.

      *-------------------------------------------------------------------------*
       Processa-nota.

      *    The whole invoice is read into the tables and checked
      *    before the first asset is written: one error and nothing
      *    of it goes to BENS.DAT.
           ADD 1 TO TOTAL-NOTAS.
           MOVE ZEROS TO QTD-ITENS QTD-SERIES QTD-UNIDADES QTD-ERROS
                         TOTAL-NOTA FORN-NOTA DEPTO-NOTA.
           MOVE SPACES TO NOME-FORN-NOTA.
           MOVE CNPJ-H TO CNPJ-NOTA.
           MOVE NUM-NF-H TO NUM-NF-NOTA.
           IF DT-NF-H NUMERIC
               MOVE DT-NF-H TO DT-NF-NOTA
           ELSE
               MOVE ZEROS TO DT-NF-NOTA
           END-IF.
           IF LOCAL-H NUMERIC
               MOVE LOCAL-H TO LOCAL-NOTA
           ELSE
               MOVE ZEROS TO LOCAL-NOTA
           END-IF.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           STRING "NOTA FISCAL: " NUM-NF-NOTA "  CNPJ: " CNPJ-NOTA
               "  DATA: " DT-NF-NOTA "  LOCAL: " LOCAL-NOTA
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

           PERFORM LE-LINHA-NF.
           PERFORM UNTIL FIM-NF = "S" OR TIPO-REG-NF = "H"
               EVALUATE TIPO-REG-NF
                   WHEN "I"
                       PERFORM GUARDA-ITEM
                   WHEN "S"
                       PERFORM GUARDA-SERIE
                   WHEN OTHER
                       MOVE "TIPO DE LINHA INVALIDO (H, I OU S)"
                           TO MENSAGEM-ERRO
                       PERFORM REGISTRA-ERRO
               END-EVALUATE
               PERFORM LE-LINHA-NF
           END-PERFORM.

           PERFORM VALIDA-NOTA.
           IF QTD-ERROS = ZEROS
               PERFORM GRAVA-NOTA
               ADD 1 TO TOTAL-ACEITAS
           ELSE
               ADD 1 TO TOTAL-REJEITADAS
               MOVE SPACES TO LINHA-AUX
               STRING "  NOTA REJEITADA - " QTD-ERROS
                   " ERRO(S). NENHUM BEM FOI INCLUIDO."
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Guarda-item.

           IF QTD-ITENS NOT < 50
               MOVE "NOTA COM MAIS DE 50 ITENS" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           ELSE
               ADD 1 TO QTD-ITENS
               MOVE DESC-I TO TI-DESC(QTD-ITENS)
               MOVE ZEROS TO TI-QTD(QTD-ITENS) TI-VALOR(QTD-ITENS)
                             TI-TIPO(QTD-ITENS) TI-GARANTIA(QTD-ITENS)
                             TI-QTD-SERIES(QTD-ITENS)
               IF QTD-I NUMERIC
                   MOVE QTD-I TO TI-QTD(QTD-ITENS)
               END-IF
               IF VALOR-UNIT-I NUMERIC
                   MOVE VALOR-UNIT-I TO TI-VALOR(QTD-ITENS)
               END-IF
               IF TIPO-BEM-I NUMERIC
                   MOVE TIPO-BEM-I TO TI-TIPO(QTD-ITENS)
               END-IF
               IF GARANTIA-I NUMERIC
                   MOVE GARANTIA-I TO TI-GARANTIA(QTD-ITENS)
               END-IF
               COMPUTE TI-PRIM-SERIE(QTD-ITENS) = QTD-SERIES + 1
               ADD TI-QTD(QTD-ITENS) TO QTD-UNIDADES
               COMPUTE TOTAL-NOTA = TOTAL-NOTA
                   + TI-QTD(QTD-ITENS) * TI-VALOR(QTD-ITENS)
           END-IF.

      *-------------------------------------------------------------------------*
       Guarda-serie.

           EVALUATE TRUE
               WHEN QTD-ITENS = ZEROS
                   MOVE "NUMERO DE SERIE ANTES DO PRIMEIRO ITEM"
                       TO MENSAGEM-ERRO
                   PERFORM REGISTRA-ERRO
               WHEN QTD-SERIES NOT < 500
                   MOVE "NOTA COM MAIS DE 500 NUMEROS DE SERIE"
                       TO MENSAGEM-ERRO
                   PERFORM REGISTRA-ERRO
               WHEN OTHER
                   ADD 1 TO QTD-SERIES
                   MOVE SERIE-S TO TS-SERIE(QTD-SERIES)
                   ADD 1 TO TI-QTD-SERIES(QTD-ITENS)
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Registra-erro.

           ADD 1 TO QTD-ERROS.
           MOVE SPACES TO LINHA-AUX.
           STRING "  ERRO: " MENSAGEM-ERRO
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO MENSAGEM-ERRO.

      *-------------------------------------------------------------------------*
       Valida-nota.

           IF QTD-ITENS = ZEROS
               MOVE "NOTA SEM ITENS" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           IF NUM-NF-NOTA = SPACES
               MOVE "NUMERO DA NOTA EM BRANCO" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           IF DIA-NF < 1 OR DIA-NF > 31 OR MES-NF < 1 OR MES-NF > 12
              OR ANO-NF < 1900
               MOVE "DATA DA NOTA INVALIDA" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.

           PERFORM BUSCA-FORNECEDOR-CNPJ.
           IF ACHOU-FORN = "N"
               STRING "CNPJ NAO CADASTRADO EM FORNEC.DAT: " CNPJ-NOTA
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.

      *    The destination location decides the department, and so
      *    the budget the invoice is charged to.
           MOVE LOCAL-NOTA TO CODIGO-LOCAL-L.
           READ ARQ-LOC INVALID KEY
               STRING "LOCAL DE DESTINO NAO CADASTRADO: " LOCAL-NOTA
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           NOT INVALID KEY
               MOVE CODIGO-DEPTO-L TO DEPTO-NOTA
               MOVE CODIGO-DEPTO-L TO CODIGO-DEPTO-D
               READ ARQ-DEP INVALID KEY
                   STRING "DEPTO DO LOCAL NAO CADASTRADO: " DEPTO-NOTA
                       DELIMITED BY SIZE INTO MENSAGEM-ERRO
                   PERFORM REGISTRA-ERRO
               END-READ
           END-READ.

           PERFORM VARYING I-IT FROM 1 BY 1 UNTIL I-IT > QTD-ITENS
               PERFORM VALIDA-ITEM
           END-PERFORM.
           IF QTD-UNIDADES > 500
               MOVE "NOTA COM MAIS DE 500 UNIDADES" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.

           PERFORM VARYING I-SR FROM 1 BY 1 UNTIL I-SR > QTD-SERIES
               PERFORM VALIDA-SERIE
           END-PERFORM.

           PERFORM VARRE-BENS.
           IF NF-JA-CARREGADA = "S"
               MOVE "NOTA DESTE FORNECEDOR JA CONSTA EM BENS.DAT"
                   TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           COMPUTE LIMITE-CODIGO = MAIOR-CODIGO + QTD-UNIDADES.
           IF LIMITE-CODIGO > 999999
               MOVE "NAO HA CODIGOS LIVRES PARA TODAS AS UNIDADES"
                   TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.

           IF DEPTO-NOTA NOT = ZEROS
               PERFORM TESTA-ORCAMENTO
           END-IF.

      *-------------------------------------------------------------------------*
       Valida-item.

           IF TI-DESC(I-IT) = SPACES
               STRING "ITEM " I-IT " SEM DESCRICAO"
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           IF TI-QTD(I-IT) = ZEROS
               STRING "ITEM " I-IT " COM QUANTIDADE INVALIDA"
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           IF TI-VALOR(I-IT) = ZEROS
               STRING "ITEM " I-IT " COM VALOR UNITARIO INVALIDO"
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.
           MOVE TI-TIPO(I-IT) TO CODIGO-TIPO-T.
           READ ARQ-TIPO INVALID KEY
               STRING "ITEM " I-IT " - TIPO NAO CADASTRADO: "
                   TI-TIPO(I-IT)
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-READ.
           IF TI-QTD-SERIES(I-IT) NOT = ZEROS AND
              TI-QTD-SERIES(I-IT) NOT = TI-QTD(I-IT)
               STRING "ITEM " I-IT " - NUMEROS DE SERIE ("
                   TI-QTD-SERIES(I-IT) ") DIFEREM DA QUANTIDADE"
                   DELIMITED BY SIZE INTO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           END-IF.

      *-------------------------------------------------------------------------*
       Valida-serie.

      *    A serial may appear once: not twice on the invoice and not
      *    on any asset already registered.
           IF TS-SERIE(I-SR) = SPACES
               MOVE "NUMERO DE SERIE EM BRANCO" TO MENSAGEM-ERRO
               PERFORM REGISTRA-ERRO
           ELSE
               COMPUTE J-SR = I-SR + 1
               PERFORM VARYING K-SR FROM J-SR BY 1
                       UNTIL K-SR > QTD-SERIES
                   IF TS-SERIE(K-SR) = TS-SERIE(I-SR)
                       STRING "NUMERO DE SERIE REPETIDO NA NOTA: "
                           TS-SERIE(I-SR)
                           DELIMITED BY SIZE INTO MENSAGEM-ERRO
                       PERFORM REGISTRA-ERRO
                   END-IF
               END-PERFORM
               MOVE TS-SERIE(I-SR) TO NUM-SERIE-M
               READ ARQ-BEM KEY IS NUM-SERIE-M
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "NUMERO DE SERIE JA CADASTRADO: "
                           TS-SERIE(I-SR) " (BEM " CODIGO-BEM-M ")"
                           DELIMITED BY SIZE INTO MENSAGEM-ERRO
                       PERFORM REGISTRA-ERRO
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Busca-fornecedor-cnpj.

           MOVE "N" TO ACHOU-FORN.
           MOVE CNPJ-NOTA TO CNPJ-ORIGEM.
           PERFORM LIMPA-CNPJ.
           MOVE CNPJ-LIMPO TO CNPJ-CHAVE-NOTA.
           IF CNPJ-CHAVE-NOTA NOT = SPACES
               MOVE ZEROS TO CODIGO-FORN-F WIGUAL
               START ARQ-FOR KEY IS NOT LESS THAN RECKEY-FOR
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-FOR NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           MOVE CNPJ-FORN-F TO CNPJ-ORIGEM
                           PERFORM LIMPA-CNPJ
                           IF CNPJ-LIMPO = CNPJ-CHAVE-NOTA
                               MOVE "S" TO ACHOU-FORN
                               MOVE CODIGO-FORN-F TO FORN-NOTA
                               MOVE NOME-FORN-F TO NOME-FORN-NOTA
                               MOVE 1 TO WIGUAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-------------------------------------------------------------------------*
       Limpa-cnpj.

           MOVE SPACES TO CNPJ-LIMPO.
           MOVE ZEROS TO J-CH.
           PERFORM VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 18
               IF CNPJ-ORIGEM-C(I-CH) NUMERIC AND J-CH < 14
                   ADD 1 TO J-CH
                   MOVE CNPJ-ORIGEM-C(I-CH) TO CNPJ-LIMPO-C(J-CH)
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Varre-bens.

      *    One pass over BENS.DAT gives the highest code in use, the
      *    department's acquisitions in the invoice year and whether
      *    this supplier's invoice was already loaded once.
           MOVE ZEROS TO MAIOR-CODIGO REALIZADO-ANO WIGUAL.
           MOVE "N" TO NF-JA-CARREGADA.
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
                       IF CODIGO-DEPTO-M = DEPTO-NOTA
                           MOVE DT-AQUISICAO-M TO DT-AQ-BEM-W
                           IF ANO-AQ-B = ANO-NF
                               ADD VALOR-AQUISICAO-M TO REALIZADO-ANO
                           END-IF
                       END-IF
                       IF CODIGO-FORN-M = FORN-NOTA AND
                          NUM-NOTA-FISCAL-M = NUM-NF-NOTA AND
                          ACHOU-FORN = "S"
                           MOVE "S" TO NF-JA-CARREGADA
                       END-IF
               END-READ
           END-PERFORM.
      *    A purged asset's code is never reissued, so archived codes
      *    above the highest live one raise the starting point.
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
       Testa-orcamento.

      *    Same rule as an inclusion in BENS, for the invoice total:
      *    spent + reserved + invoice over budget plus tolerance
      *    rejects the invoice; over the budget alone only warns.
           IF ORC-OK = "S"
               MOVE DEPTO-NOTA TO CODIGO-DEPTO-B
               MOVE ANO-NF TO ANO-ORC-B
               READ ARQ-ORC INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SOMA-RESERVADO-ANO
                   COMPUTE TOTAL-COM-NOVO = REALIZADO-ANO
                       + RESERVADO-ANO + TOTAL-NOTA
                   COMPUTE LIMITE-BLOQUEIO ROUNDED = VALOR-ORCADO-B
                       * (100 + PERC-TOLERANCIA-B) / 100
                   IF TOTAL-COM-NOVO > LIMITE-BLOQUEIO
                       MOVE LIMITE-BLOQUEIO TO VALOR-TOTAL-ED
                       STRING "ORCAMENTO DO DEPTO " DEPTO-NOTA
                           " ESTOURADO ALEM DA TOLERANCIA - LIMITE "
                           VALOR-TOTAL-ED
                           DELIMITED BY SIZE INTO MENSAGEM-ERRO
                       PERFORM REGISTRA-ERRO
                   ELSE
                       IF TOTAL-COM-NOVO > VALOR-ORCADO-B
                           MOVE VALOR-ORCADO-B TO VALOR-TOTAL-ED
                           MOVE SPACES TO LINHA-AUX
                           STRING "  ATENCAO: ORCAMENTO DO ANO "
                               "EXCEDIDO - ORCADO " VALOR-TOTAL-ED
                               DELIMITED BY SIZE INTO LINHA-AUX
                           WRITE LINHA-RELATORIO FROM LINHA-AUX
                       END-IF
                   END-IF
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Soma-reservado-ano.

      *    What the department's approved requisitions still hold in
      *    the budget year, as REQUIS and BENS count it.
           MOVE ZEROS TO RESERVADO-ANO WREQ.
           IF REQ-OK = "N"
               MOVE 1 TO WREQ
           ELSE
               MOVE ZEROS TO NUM-REQ-R
               START ARQ-REQ KEY IS NOT LESS THAN RECKEY-REQ
                   INVALID KEY
                       MOVE 1 TO WREQ
               END-START
           END-IF.
           PERFORM UNTIL WREQ = 1
               READ ARQ-REQ NEXT RECORD
                   AT END
                       MOVE 1 TO WREQ
                   NOT AT END
                       IF SIT-REQ-R = "A" AND
                          CODIGO-DEPTO-R = CODIGO-DEPTO-B AND
                          ANO-RESERVA-R = ANO-ORC-B
                           ADD VALOR-RESERVADO-R TO RESERVADO-ANO
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Grava-nota.

           MOVE ZEROS TO BENS-DA-NOTA.
           MOVE MAIOR-CODIGO TO PROXIMO-CODIGO.
           COMPUTE PRIMEIRO-CODIGO = MAIOR-CODIGO + 1.
           MOVE SPACES TO LINHA-AUX.
           STRING "  FORNECEDOR: " FORN-NOTA " - " NOME-FORN-NOTA
               "  DEPTO: " DEPTO-NOTA
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "    CODIGO    DESCRICAO                       "
               "SERIE                          VALOR"
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           PERFORM VARYING I-IT FROM 1 BY 1 UNTIL I-IT > QTD-ITENS
               PERFORM VARYING J-UN FROM 1 BY 1
                       UNTIL J-UN > TI-QTD(I-IT)
                   PERFORM GRAVA-UNIDADE
               END-PERFORM
           END-PERFORM.
           MOVE TOTAL-NOTA TO VALOR-TOTAL-ED.
           MOVE SPACES TO LINHA-AUX.
           STRING "  NOTA ACEITA - " BENS-DA-NOTA " BEM(NS), CODIGOS "
               PRIMEIRO-CODIGO " A " PROXIMO-CODIGO
               "  VALOR TOTAL: " VALOR-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Grava-unidade.

           ADD 1 TO PROXIMO-CODIGO.
           MOVE SPACES TO REG-BEM-M.
           MOVE PROXIMO-CODIGO TO CODIGO-BEM-M.
           MOVE TI-DESC(I-IT) TO DESC-BEM-M.
           MOVE DT-NF-NOTA TO DT-AQUISICAO-M.
           MOVE TI-VALOR(I-IT) TO VALOR-AQUISICAO-M.
           MOVE LOCAL-NOTA TO CODIGO-LOCAL-M.
           MOVE DEPTO-NOTA TO CODIGO-DEPTO-M.
           MOVE TI-TIPO(I-IT) TO CODIGO-TIPO-M.
           MOVE ZEROS TO SITUACAO-BEM-M DT-BAIXA-M VALOR-BAIXA-M.
           MOVE NUM-NF-NOTA TO NUM-NOTA-FISCAL-M.
           MOVE NOME-FORN-NOTA TO FORNECEDOR-BEM-M.
           IF TI-QTD-SERIES(I-IT) NOT = ZEROS
               COMPUTE K-SR = TI-PRIM-SERIE(I-IT) + J-UN - 1
               MOVE TS-SERIE(K-SR) TO NUM-SERIE-M
           END-IF.
           MOVE OPER-CODIGO TO OPER-ULT-ALT-M.
           MOVE TI-GARANTIA(I-IT) TO GARANTIA-MESES-M.
           MOVE FORN-NOTA TO CODIGO-FORN-M.
           WRITE REG-BEM-M.
      *    "02" is a good write: the units of one item share their
      *    description, a duplicate alternate key.
           IF ARQST-BEM NOT = "00" AND ARQST-BEM NOT = "02"
               ADD 1 TO TOTAL-FALHAS
               MOVE SPACES TO LINHA-AUX
               STRING "    ERRO AO GRAVAR O BEM " CODIGO-BEM-M
                   " - STATUS " ARQST-BEM
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           ELSE
               ADD 1 TO TOTAL-BENS-GRAVADOS BENS-DA-NOTA
               PERFORM JORNAL-BEM
               MOVE CODIGO-BEM-M TO CODIGO-DV
               PERFORM CALCULA-DIGITO
               MOVE CODIGO-BEM-M TO LB-CODIGO CODIGO-ETQ
               MOVE DIGITO-BEM TO LB-DIGITO
               MOVE DESC-BEM-M TO LB-DESC
               MOVE NUM-SERIE-M TO LB-SERIE
               MOVE VALOR-AQUISICAO-M TO LB-VALOR
               WRITE LINHA-RELATORIO FROM LINHA-BEM-CARGA
               WRITE LINHA-CODIGO-ETQ
           END-IF.

      *-------------------------------------------------------------------------*
       Jornal-bem.

      *    Each asset loaded is journaled as an inclusion, the way
      *    BENS journals one keyed on screen, so a recovery replaying
      *    the journal brings the load back.
           MOVE "BENS" TO ARQUIVO-JOR.
           MOVE "I" TO OPERACAO-JOR.
           MOVE CODIGO-BEM-M TO CHAVE-JOR.
           MOVE SPACES TO IMAGEM-ANTES.
           MOVE REG-BEM-M TO IMAGEM-DEPOIS.
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
               MOVE "CARGANF" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Calcula-digito.

           COMPUTE SOMA-DV = DV-1 * 7 + DV-2 * 6 + DV-3 * 5
               + DV-4 * 4 + DV-5 * 3 + DV-6 * 2.
           DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
           COMPUTE RESTO-DV = 11 - RESTO-DV.
           IF RESTO-DV > 9
               MOVE ZEROS TO DIGITO-BEM
           ELSE
               MOVE RESTO-DV TO DIGITO-BEM.

      *-------------------------------------------------------------------------*
       Mostra-resultado.

           DISPLAY "NOTAS LIDAS: " TOTAL-NOTAS
               "  ACEITAS: " TOTAL-ACEITAS
               "  REJEITADAS: " TOTAL-REJEITADAS.
           DISPLAY "BENS INCLUIDOS: " TOTAL-BENS-GRAVADOS.
           DISPLAY "RELATORIO GRAVADO EM CARGANF.TXT".
           IF TOTAL-BENS-GRAVADOS NOT = ZEROS
               DISPLAY "EMITIR AS ETIQUETAS AGORA (S/N)? "
               ACCEPT EMITE-ETQ
               IF EMITE-ETQ = "S" OR "s"
                   PERFORM CHAMA-ETIQ
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Chama-etiq.

           MOVE "C" TO LOTE-MODO.
           CALL "ETIQ".
           MOVE SPACES TO LOTE-MODO.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BEM ARQ-LOC ARQ-DEP ARQ-TIPO ARQ-FOR.
           IF ORC-OK = "S"
               CLOSE ARQ-ORC
           END-IF.
           IF BAQ-OK = "S"
               CLOSE ARQ-BAQ
           END-IF.
           IF REQ-OK = "S"
               CLOSE ARQ-REQ
           END-IF.
           EXIT PROGRAM.

       end program CARGANF.
