       Program-Id. EXPURGO.

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
              LOCK MODE IS EXCLUSIVE
              FILE STATUS ARQST-BEM.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-HIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-HIS
              ALTERNATE RECORD KEY CODIGO-BEM-HIS WITH DUPLICATES
              ALTERNATE RECORD KEY CODIGO-LOCAL-HIS WITH DUPLICATES
              LOCK MODE IS EXCLUSIVE
              FILE STATUS ARQST-HIS.

              SELECT ARQ-ARQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-ARQ
              ALTERNATE RECORD KEY CODIGO-BEM-ARQ WITH DUPLICATES
              FILE STATUS ARQST-ARQ.

              SELECT ARQ-ACU ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ACU
              FILE STATUS ARQST-ACU.

              SELECT ARQ-ACQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-ACQ
              FILE STATUS ARQST-ACQ.

              SELECT ARQ-REA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-REQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-REQ
              FILE STATUS ARQST-REQ.

              SELECT ARQ-ORD ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-ORD
              FILE STATUS ARQST-ORD.

              SELECT ARQ-ORQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-ORQ
              FILE STATUS ARQST-ORQ.

              SELECT ARQ-EMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-EMP
              FILE STATUS ARQST-EMP.

              SELECT ARQ-EMQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-EMQ
              FILE STATUS ARQST-EMQ.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-RAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-RAT
              FILE STATUS ARQST-RAT.

              SELECT ARQ-CUS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CUS
              ALTERNATE RECORD KEY MATRICULA-C WITH DUPLICATES
              FILE STATUS ARQST-CUS.

              SELECT ARQ-CKP ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CKP.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

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

      *    Archived asset master: the BENS.DAT record as it stood when
      *    purged, followed by the purge date and operator.
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

       FD  ARQ-HIS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTOR.DAT  ".
           01  REG-HIS.
               02 CHAVES-HIS.
                   03 CODIGO-BEM-HIS       PIC 9(06).
                   03 NUM-MOVIMENTO-HIS    PIC 9(04).
               02 CODIGO-LOCAL-HIS      PIC 9(04).
               02 DT-MOVIMENTO-HIS      PIC 9(08).
               02 STATUS-MOV-HIS        PIC 9(01).
               02 CODIGO-OPER-HIS       PIC 9(04).
               02 NUM-MOV-ESTORNO-HIS   PIC 9(04).

       FD  ARQ-ARQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTARQ.DAT".
           01  REG-ARQ.
               02 CHAVES-ARQ.
                   03 CODIGO-BEM-ARQ       PIC 9(06).
                   03 NUM-MOVIMENTO-ARQ    PIC 9(04).
               02 CODIGO-LOCAL-ARQ      PIC 9(04).
               02 DT-MOVIMENTO-ARQ      PIC 9(08).
               02 STATUS-MOV-ARQ        PIC 9(01).
               02 CODIGO-OPER-ARQ       PIC 9(04).
               02 NUM-MOV-ESTORNO-ARQ   PIC 9(04).

       FD  ARQ-ACU LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPRAC.DAT".
           01  REG-ACUM.
               02 RECKEY-ACU.
                   03 CODIGO-BEM-A         PIC 9(06).
               02 DEPR-ACUMULADA-A      PIC 9(09)V99.
               02 COMPET-ULT-A          PIC 9(06).
               02 QUOTA-ULT-A           PIC 9(09)V99.

       FD  ARQ-ACQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPRARQ.DAT".
           01  REG-ACUM-Q.
               02 RECKEY-ACQ.
                   03 CODIGO-BEM-AQ        PIC 9(06).
               02 DEPR-ACUMULADA-AQ     PIC 9(09)V99.
               02 COMPET-ULT-AQ         PIC 9(06).
               02 QUOTA-ULT-AQ          PIC 9(09)V99.

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

       FD  ARQ-REQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REAVARQ.DAT".
           01  REG-REAVAL-Q.
               02 CHAVES-REQ.
                   03 CODIGO-BEM-RQ        PIC 9(06).
                   03 SEQ-REAVAL-RQ        PIC 9(03).
               02 DT-REAVAL-RQ          PIC 9(08).
               02 VALOR-ANTERIOR-RQ     PIC 9(09)V99.
               02 VALOR-NOVO-RQ         PIC 9(09)V99.
               02 VIDA-RESTANTE-RQ      PIC 9(03).
               02 DEPR-BASE-RQ          PIC 9(09)V99.
               02 MOTIVO-RQ             PIC X(30).
               02 CODIGO-OPER-RQ        PIC 9(04).

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

       FD  ARQ-ORQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MANUTARQ.DAT".
           01  REG-ORDEM-Q.
               02 CHAVES-ORQ.
                   03 CODIGO-BEM-OQ        PIC 9(06).
                   03 NUM-ORDEM-OQ         PIC 9(04).
               02 FORNECEDOR-OQ         PIC X(30).
               02 DT-SAIDA-OQ           PIC 9(08).
               02 DT-PREV-RET-OQ        PIC 9(08).
               02 VALOR-ESTIM-OQ        PIC 9(09)V99.
               02 VALOR-REAL-OQ         PIC 9(09)V99.
               02 DT-RETORNO-OQ         PIC 9(08).
               02 SIT-ORDEM-OQ          PIC X(01).
               02 CODIGO-FORN-OQ        PIC 9(04).

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

       FD  ARQ-EMQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRARQ.DAT".
           01  REG-EMPRESTIMO-Q.
               02 CHAVES-EMQ.
                   03 CODIGO-BEM-PQ        PIC 9(06).
                   03 NUM-EMP-PQ           PIC 9(04).
               02 NOME-TOMADOR-PQ       PIC X(30).
               02 MATRICULA-PQ          PIC 9(06).
               02 DESTINO-PQ            PIC X(30).
               02 DT-EMPRESTIMO-PQ      PIC 9(08).
               02 DT-PREV-DEVOL-PQ      PIC 9(08).
               02 DT-DEVOLUCAO-PQ       PIC 9(08).
               02 SIT-EMP-PQ            PIC X(01).

       FD  ARQ-CMP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPOS.DAT".
           01  REG-COMPOSICAO.
               02 CHAVES-CMP.
                   03 CODIGO-PAI-V         PIC 9(06).
                   03 CODIGO-COMP-V        PIC 9(06).
               02 DT-VINCULO-V          PIC 9(08).
               02 CODIGO-OPER-V         PIC 9(04).

       FD  ARQ-RAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
           01  REG-RATEIO.
               02 CHAVES-RAT.
                   03 CODIGO-BEM-RT        PIC 9(06).
                   03 CODIGO-DEPTO-RT      PIC 9(04).
               02 PERC-RATEIO-RT        PIC 9(03)V99.
               02 DT-RATEIO-RT          PIC 9(08).
               02 CODIGO-OPER-RT        PIC 9(04).

       FD  ARQ-CUS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CUSTOD.DAT".
           01  REG-CUSTODIA.
               02 RECKEY-CUS.
                   03 CODIGO-BEM-C         PIC 9(06).
               02 MATRICULA-C           PIC 9(06).
               02 DT-ATRIBUICAO-C       PIC 9(08).
               02 CODIGO-OPER-C         PIC 9(04).

       FD  ARQ-CKP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXPURGO.CKP".
           01  REG-CKP.
               02 CKP-SITUACAO          PIC X(01).
               02 CKP-CUTOFF            PIC 9(08).
               02 CKP-ULT-BEM           PIC 9(06).
               02 CKP-EXPURGADOS        PIC 9(06).
               02 CKP-RECUSADOS         PIC 9(06).

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXPURGO.TXT".
           01  LINHA-RELATORIO          PIC X(80).

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

      *    Run details handed to REGREL for the report catalog.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-BEM                    PIC X(02).
           01 ARQST-BAQ                    PIC X(02).
           01 ARQST-HIS                    PIC X(02).
           01 ARQST-ARQ                    PIC X(02).
           01 ARQST-ACU                    PIC X(02).
           01 ARQST-ACQ                    PIC X(02).
           01 ARQST-REA                    PIC X(02).
           01 ARQST-REQ                    PIC X(02).
           01 ARQST-ORD                    PIC X(02).
           01 ARQST-ORQ                    PIC X(02).
           01 ARQST-EMP                    PIC X(02).
           01 ARQST-EMQ                    PIC X(02).
           01 ARQST-CMP                    PIC X(02).
           01 ARQST-RAT                    PIC X(02).
           01 ARQST-CUS                    PIC X(02).
           01 ARQST-CKP                    PIC X(02).
           01 ARQST-REL                    PIC X(02).
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
           01 ACU-OK                       PIC X(01) VALUE "N".
           01 REA-OK                       PIC X(01) VALUE "N".
           01 ORD-OK                       PIC X(01) VALUE "N".
           01 EMP-OK                       PIC X(01) VALUE "N".
           01 CMP-OK                       PIC X(01) VALUE "N".
           01 RAT-OK                       PIC X(01) VALUE "N".
           01 CUS-OK                       PIC X(01) VALUE "N".

           01 OP-EXPURGO                   PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 FIM-ARQUIVO                  PIC X(01) VALUE "N".
           01 LINHA-AUX                    PIC X(80).

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.
           01 ANOS-BAIXA                   PIC 9(02) VALUE ZEROS.
           01 COMP-CORTE                   PIC 9(08) VALUE ZEROS.
           01 DT-BAIXA-AUX                 PIC 9(08) VALUE ZEROS.
           01 DT-BAIXA-AUX-R REDEFINES DT-BAIXA-AUX.
               02 DIA-BX                   PIC 9(02).
               02 MES-BX                   PIC 9(02).
               02 ANO-BX                   PIC 9(04).
           01 COMP-BAIXA                   PIC 9(08) VALUE ZEROS.
           01 DT-MOV-AUX                   PIC 9(08) VALUE ZEROS.
           01 DT-MOV-AUX-R REDEFINES DT-MOV-AUX.
               02 DIA-MV                   PIC 9(02).
               02 MES-MV                   PIC 9(02).
               02 ANO-MV                   PIC 9(04).
           01 COMP-MOV                     PIC 9(08) VALUE ZEROS.
           01 DT-ED                        PIC 99/99/9999.
           01 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.

           01 BEM-CORRENTE                 PIC 9(06) VALUE ZEROS.
           01 BEM-RETOMADA                 PIC 9(06) VALUE ZEROS.
           01 CODIGO-BEM-E                 PIC 9(06) VALUE ZEROS.
           01 BEM-ELEGIVEL                 PIC X(01) VALUE "N".
           01 MOTIVO-RECUSA                PIC X(40) VALUE SPACES.

      *    The live movements of one asset, as ARQMOV loads them.
           01 TAB-MOVTOS.
               02 TAB-MV OCCURS 500 TIMES INDEXED BY I-MV.
                   03 TM-NUM               PIC 9(04).
                   03 TM-LOCAL             PIC 9(04).
                   03 TM-DATA              PIC 9(08).
                   03 TM-STATUS            PIC 9(01).
                   03 TM-OPER              PIC 9(04).
                   03 TM-REF               PIC 9(04).
                   03 TM-COMP              PIC 9(08).
           01 QTD-MOVTOS                   PIC 9(04) VALUE ZEROS.
           01 MAIOR-COMP                   PIC 9(08) VALUE ZEROS.
           01 NUM-MAIS-RECENTE             PIC 9(04) VALUE ZEROS.
           01 NUM-MAIOR                    PIC 9(04) VALUE ZEROS.
           01 MOVTOS-ESTOUROU              PIC X(01) VALUE "N".
           01 RETOMADA                     PIC X(01) VALUE "N".

           01 TOTAL-EXPURGADOS             PIC 9(06) VALUE ZEROS.
           01 TOTAL-RECUSADOS              PIC 9(06) VALUE ZEROS.
           01 TOTAL-JA-ARQUIVADOS          PIC 9(06) VALUE ZEROS.
           01 QTD-MOV-ARQ                  PIC 9(06) VALUE ZEROS.
           01 QTD-REA-ARQ                  PIC 9(06) VALUE ZEROS.
           01 QTD-ORD-ARQ                  PIC 9(06) VALUE ZEROS.
           01 QTD-EMP-ARQ                  PIC 9(06) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-EXPURGO UNTIL OP-EXPURGO = 3.
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
                   DISPLAY "O EXPURGO EXIGE USO EXCLUSIVO - "
                       "ENCERRE AS SESSOES ONLINE E REPITA."
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-HIS.
           EVALUATE ARQST-HIS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-HIS
                   CLOSE ARQ-HIS
                   OPEN I-O ARQ-HIS
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - HISTOR.DAT: " ARQST-HIS
                   DISPLAY "O EXPURGO EXIGE USO EXCLUSIVO - "
                       "ENCERRE AS SESSOES ONLINE E REPITA."
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-BAQ.
           EVALUATE ARQST-BAQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-BAQ
                   CLOSE ARQ-BAQ
                   OPEN I-O ARQ-BAQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENSARQ.DAT: " ARQST-BAQ
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-ARQ.
           EVALUATE ARQST-ARQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-ARQ
                   CLOSE ARQ-ARQ
                   OPEN I-O ARQ-ARQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - HISTARQ.DAT: " ARQST-ARQ
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-ACQ.
           EVALUATE ARQST-ACQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-ACQ
                   CLOSE ARQ-ACQ
                   OPEN I-O ARQ-ACQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - DEPRARQ.DAT: " ARQST-ACQ
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-REQ.
           EVALUATE ARQST-REQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-REQ
                   CLOSE ARQ-REQ
                   OPEN I-O ARQ-REQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REAVARQ.DAT: " ARQST-REQ
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-ORQ.
           EVALUATE ARQST-ORQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-ORQ
                   CLOSE ARQ-ORQ
                   OPEN I-O ARQ-ORQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - MANUTARQ.DAT: " ARQST-ORQ
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-EMQ.
           EVALUATE ARQST-EMQ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-EMQ
                   CLOSE ARQ-EMQ
                   OPEN I-O ARQ-EMQ
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - EMPRARQ.DAT: " ARQST-EMQ
                   STOP RUN
           END-EVALUATE.

      *    The files below exist once something was recorded in them;
      *    a missing one just means nothing to move or remove.
           OPEN I-O ARQ-ACU.
           EVALUATE ARQST-ACU
               WHEN "00"
                   MOVE "S" TO ACU-OK
               WHEN "35"
                   MOVE "N" TO ACU-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - DEPRAC.DAT: " ARQST-ACU
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-REA.
           EVALUATE ARQST-REA
               WHEN "00"
                   MOVE "S" TO REA-OK
               WHEN "35"
                   MOVE "N" TO REA-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - REAVAL.DAT: " ARQST-REA
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-ORD.
           EVALUATE ARQST-ORD
               WHEN "00"
                   MOVE "S" TO ORD-OK
               WHEN "35"
                   MOVE "N" TO ORD-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - MANUT.DAT: " ARQST-ORD
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-EMP.
           EVALUATE ARQST-EMP
               WHEN "00"
                   MOVE "S" TO EMP-OK
               WHEN "35"
                   MOVE "N" TO EMP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - EMPRES.DAT: " ARQST-EMP
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-CMP.
           EVALUATE ARQST-CMP
               WHEN "00"
                   MOVE "S" TO CMP-OK
               WHEN "35"
                   MOVE "N" TO CMP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - COMPOS.DAT: " ARQST-CMP
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-RAT.
           EVALUATE ARQST-RAT
               WHEN "00"
                   MOVE "S" TO RAT-OK
               WHEN "35"
                   MOVE "N" TO RAT-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - RATEIO.DAT: " ARQST-RAT
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-CUS.
           EVALUATE ARQST-CUS
               WHEN "00"
                   MOVE "S" TO CUS-OK
               WHEN "35"
                   MOVE "N" TO CUS-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CUSTOD.DAT: " ARQST-CUS
                   STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.

      *-------------------------------------------------------------------------*
       Menu-expurgo.

           DISPLAY " ".
           DISPLAY "EXPURGO DE BENS BAIXADOS".
           DISPLAY "1 - EXPURGAR BENS BAIXADOS HA MAIS DE N ANOS".
           DISPLAY "2 - CONSULTAR BEM ARQUIVADO".
           DISPLAY "3 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-EXPURGO.
           EVALUATE OP-EXPURGO
               WHEN 1
                   PERFORM EXPURGA-BENS
               WHEN 2
                   PERFORM CONSULTA-BEM-ARQUIVADO
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Expurga-bens.

      *    One asset at a time, in code order: a retired asset whose
      *    baixa is older than the cutoff moves to BENSARQ.DAT with its
      *    depreciation, revaluations, orders, loans and the movements
      *    ARQMOV keeps live; its composition links, apportionment and
      *    custody go away.  The checkpoint is rewritten after each
      *    candidate so an interrupted run restarts where it stopped.
           PERFORM LE-CHECKPOINT.
           IF RETOMADA = "S"
               MOVE CKP-CUTOFF TO COMP-CORTE
               MOVE CKP-ULT-BEM TO BEM-RETOMADA
               MOVE CKP-EXPURGADOS TO TOTAL-EXPURGADOS
               MOVE CKP-RECUSADOS TO TOTAL-RECUSADOS
               DISPLAY "RETOMANDO EXPURGO APOS O BEM " BEM-RETOMADA
               OPEN EXTEND ARQ-REL
               IF ARQST-REL NOT = "00"
                   OPEN OUTPUT ARQ-REL
               END-IF
           ELSE
               MOVE ZEROS TO BEM-RETOMADA TOTAL-EXPURGADOS
                             TOTAL-RECUSADOS COMP-CORTE
               DISPLAY "ANOS DESDE A BAIXA (MINIMO PARA EXPURGO): "
               ACCEPT ANOS-BAIXA
               IF ANOS-BAIXA = ZEROS OR ANOS-BAIXA NOT < ANO
                   DISPLAY "QUANTIDADE DE ANOS INVALIDA."
               ELSE
                   COMPUTE COMP-CORTE = (ANO - ANOS-BAIXA) * 10000
                       + MES * 100 + DIA
                   OPEN OUTPUT ARQ-REL
                   IF ARQST-REL = "00"
                       PERFORM CABECALHO-RELATORIO
                   END-IF
               END-IF
           END-IF.
           IF COMP-CORTE NOT = ZEROS
               IF ARQST-REL NOT = "00"
                   DISPLAY "NAO FOI POSSIVEL GERAR EXPURGO.TXT."
               ELSE
                   MOVE ZEROS TO TOTAL-JA-ARQUIVADOS
                   MOVE "N" TO FIM-ARQUIVO
                   PERFORM PROCESSA-PROXIMO-BEM
                       UNTIL FIM-ARQUIVO = "S"
                   PERFORM GRAVA-CHECKPOINT-FIM
                   PERFORM RODAPE-RELATORIO
                   CLOSE ARQ-REL
                   MOVE "EXPURGO" TO REM-PROGRAMA
                   MOVE SPACES TO REM-PARAMETROS
                   STRING "CORTE " COMP-CORTE DELIMITED BY SIZE
                       INTO REM-PARAMETROS
                   MOVE "EXPURGO.TXT" TO REM-ARQUIVO
                   CALL "REGREL"
                   DISPLAY "RELATORIO GRAVADO EM EXPURGO.TXT"
                   DISPLAY "BENS EXPURGADOS......: " TOTAL-EXPURGADOS
                   DISPLAY "BENS RECUSADOS.......: " TOTAL-RECUSADOS
                   IF TOTAL-JA-ARQUIVADOS NOT = ZEROS
                       DISPLAY "REGISTROS JA NO ARQUIVO: "
                           TOTAL-JA-ARQUIVADOS
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Le-checkpoint.

           MOVE "N" TO RETOMADA.
           OPEN INPUT ARQ-CKP.
           IF ARQST-CKP = "00"
               READ ARQ-CKP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-SITUACAO = "A"
                           MOVE "S" TO RETOMADA
                       END-IF
               END-READ
               CLOSE ARQ-CKP
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-checkpoint.

           OPEN OUTPUT ARQ-CKP.
           MOVE "A" TO CKP-SITUACAO.
           MOVE COMP-CORTE TO CKP-CUTOFF.
           MOVE BEM-CORRENTE TO CKP-ULT-BEM.
           MOVE TOTAL-EXPURGADOS TO CKP-EXPURGADOS.
           MOVE TOTAL-RECUSADOS TO CKP-RECUSADOS.
           WRITE REG-CKP.
           CLOSE ARQ-CKP.

      *-------------------------------------------------------------------------*
       Grava-checkpoint-fim.

           OPEN OUTPUT ARQ-CKP.
           MOVE "F" TO CKP-SITUACAO.
           MOVE COMP-CORTE TO CKP-CUTOFF.
           MOVE BEM-CORRENTE TO CKP-ULT-BEM.
           MOVE TOTAL-EXPURGADOS TO CKP-EXPURGADOS.
           MOVE TOTAL-RECUSADOS TO CKP-RECUSADOS.
           WRITE REG-CKP.
           CLOSE ARQ-CKP.

      *-------------------------------------------------------------------------*
       Processa-proximo-bem.

      *    Finds the first asset after the last one examined; end of
      *    file ends the run.
           MOVE BEM-RETOMADA TO CODIGO-BEM-M.
           START ARQ-BEM KEY IS GREATER THAN RECKEY-BEM
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO
           END-START.
           IF FIM-ARQUIVO NOT = "S"
               READ ARQ-BEM NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE CODIGO-BEM-M TO BEM-CORRENTE
                       PERFORM TESTA-BAIXA-ANTIGA
                       IF BEM-ELEGIVEL = "S"
                           PERFORM EXPURGA-BEM
                           PERFORM GRAVA-CHECKPOINT
                       END-IF
                       MOVE BEM-CORRENTE TO BEM-RETOMADA
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-baixa-antiga.

           MOVE "N" TO BEM-ELEGIVEL.
           IF SITUACAO-BEM-M = 1 AND DT-BAIXA-M NOT = ZEROS
               MOVE DT-BAIXA-M TO DT-BAIXA-AUX
               COMPUTE COMP-BAIXA = ANO-BX * 10000 + MES-BX * 100
                   + DIA-BX
               IF COMP-BAIXA < COMP-CORTE
                   MOVE "S" TO BEM-ELEGIVEL
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Expurga-bem.

      *    ARQMOV always leaves the latest and the highest-numbered
      *    movement of an asset live; anything else still in
      *    HISTOR.DAT has not been through ARQMOV yet, and the asset
      *    waits for it.  Open orders and loans hold the asset too.
           MOVE REG-BEM-M TO REG-BEM-MQ.
           MOVE DT-HOJE TO DT-EXPURGO-MQ.
           MOVE OPER-CODIGO TO OPER-EXPURGO-MQ.
           MOVE SPACES TO MOTIVO-RECUSA.
           PERFORM CARREGA-MOVIMENTOS.
           IF MOVTOS-ESTOUROU = "S"
               MOVE "MAIS DE 500 MOVIMENTOS NO HISTORICO"
                   TO MOTIVO-RECUSA
           ELSE
               PERFORM ACHA-ANCORAS
               PERFORM VARYING I-MV FROM 1 BY 1
                   UNTIL I-MV > QTD-MOVTOS
                   IF TM-NUM(I-MV) NOT = NUM-MAIS-RECENTE AND
                      TM-NUM(I-MV) NOT = NUM-MAIOR
                       MOVE "MOVIMENTOS NAO ARQUIVADOS (ARQMOV)"
                           TO MOTIVO-RECUSA
                   END-IF
               END-PERFORM
           END-IF.
           IF MOTIVO-RECUSA = SPACES AND ORD-OK = "S"
               PERFORM TESTA-ORDEM-ABERTA
           END-IF.
           IF MOTIVO-RECUSA = SPACES AND EMP-OK = "S"
               PERFORM TESTA-EMPRESTIMO-ABERTO
           END-IF.
           IF MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO TOTAL-RECUSADOS
               MOVE SPACES TO LINHA-AUX
               MOVE DT-BAIXA-MQ TO DT-ED
               STRING CODIGO-BEM-MQ " " DESC-BEM-MQ(1:20) " " DT-ED
                   " RECUSADO: " MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           ELSE
               PERFORM TRANSFERE-BEM
               ADD 1 TO TOTAL-EXPURGADOS
               MOVE SPACES TO LINHA-AUX
               MOVE DT-BAIXA-MQ TO DT-ED
               STRING CODIGO-BEM-MQ " " DESC-BEM-MQ(1:20) " " DT-ED
                   " EXPURGADO"
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Carrega-movimentos.

           MOVE "N" TO MOVTOS-ESTOUROU.
           MOVE ZEROS TO QTD-MOVTOS.
           MOVE BEM-CORRENTE TO CODIGO-BEM-HIS.
           MOVE ZEROS TO NUM-MOVIMENTO-HIS WIGUAL.
           START ARQ-HIS KEY IS NOT LESS THAN CHAVES-HIS
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-HIS NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-HIS NOT = BEM-CORRENTE
                           MOVE 1 TO WIGUAL
                       ELSE
                           IF QTD-MOVTOS < 500
                               ADD 1 TO QTD-MOVTOS
                               MOVE NUM-MOVIMENTO-HIS
                                   TO TM-NUM(QTD-MOVTOS)
                               MOVE CODIGO-LOCAL-HIS
                                   TO TM-LOCAL(QTD-MOVTOS)
                               MOVE DT-MOVIMENTO-HIS
                                   TO TM-DATA(QTD-MOVTOS)
                               MOVE STATUS-MOV-HIS
                                   TO TM-STATUS(QTD-MOVTOS)
                               MOVE CODIGO-OPER-HIS
                                   TO TM-OPER(QTD-MOVTOS)
                               MOVE NUM-MOV-ESTORNO-HIS
                                   TO TM-REF(QTD-MOVTOS)
                               MOVE DT-MOVIMENTO-HIS TO DT-MOV-AUX
                               COMPUTE COMP-MOV = ANO-MV * 10000
                                   + MES-MV * 100 + DIA-MV
                               MOVE COMP-MOV TO TM-COMP(QTD-MOVTOS)
                           ELSE
                               MOVE "S" TO MOVTOS-ESTOUROU
                               MOVE 1 TO WIGUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Acha-ancoras.

           MOVE ZEROS TO MAIOR-COMP NUM-MAIS-RECENTE NUM-MAIOR.
           PERFORM VARYING I-MV FROM 1 BY 1 UNTIL I-MV > QTD-MOVTOS
               IF TM-COMP(I-MV) NOT < MAIOR-COMP
                   MOVE TM-COMP(I-MV) TO MAIOR-COMP
                   MOVE TM-NUM(I-MV) TO NUM-MAIS-RECENTE
               END-IF
               IF TM-NUM(I-MV) > NUM-MAIOR
                   MOVE TM-NUM(I-MV) TO NUM-MAIOR
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Testa-ordem-aberta.

           MOVE BEM-CORRENTE TO CODIGO-BEM-O.
           MOVE ZEROS TO NUM-ORDEM-O WIGUAL.
           START ARQ-ORD KEY IS NOT LESS THAN CHAVES-ORD
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-ORD NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-O NOT = BEM-CORRENTE
                           MOVE 1 TO WIGUAL
                       ELSE
                           IF SIT-ORDEM-O = "A"
                               MOVE "ORDEM DE MANUTENCAO EM ABERTO"
                                   TO MOTIVO-RECUSA
                               MOVE 1 TO WIGUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Testa-emprestimo-aberto.

           MOVE BEM-CORRENTE TO CODIGO-BEM-P.
           MOVE ZEROS TO NUM-EMP-P WIGUAL.
           START ARQ-EMP KEY IS NOT LESS THAN CHAVES-EMP
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-EMP NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-P NOT = BEM-CORRENTE
                           MOVE 1 TO WIGUAL
                       ELSE
                           IF SIT-EMP-P = "A"
                               MOVE "EMPRESTIMO EM ABERTO"
                                   TO MOTIVO-RECUSA
                               MOVE 1 TO WIGUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Transfere-bem.

      *    Dependents first, the master last: a run stopped halfway
      *    finds the asset still in BENS.DAT and repeats it, and a key
      *    already in an archive file (written before the stop) is
      *    counted and the live copy removed anyway, as in ARQMOV, so
      *    a restart always converges.
           PERFORM VARYING I-MV FROM 1 BY 1 UNTIL I-MV > QTD-MOVTOS
               PERFORM ARQUIVA-MOVIMENTO
           END-PERFORM.
           IF ACU-OK = "S"
               PERFORM ARQUIVA-DEPRECIACAO
           END-IF.
           IF REA-OK = "S"
               PERFORM ARQUIVA-REAVALIACOES
           END-IF.
           IF ORD-OK = "S"
               PERFORM ARQUIVA-ORDENS
           END-IF.
           IF EMP-OK = "S"
               PERFORM ARQUIVA-EMPRESTIMOS
           END-IF.
           IF CMP-OK = "S"
               PERFORM REMOVE-COMPOSICAO
           END-IF.
           IF RAT-OK = "S"
               PERFORM REMOVE-RATEIO
           END-IF.
           IF CUS-OK = "S"
               MOVE BEM-CORRENTE TO CODIGO-BEM-C
               READ ARQ-CUS
                   NOT INVALID KEY
                       DELETE ARQ-CUS
               END-READ
           END-IF.
           WRITE REG-BEM-MQ
               INVALID KEY
                   ADD 1 TO TOTAL-JA-ARQUIVADOS
           END-WRITE.
           MOVE BEM-CORRENTE TO CODIGO-BEM-M.
           DELETE ARQ-BEM.
      *    Journaled as a deletion so a recovery replaying the journal
      *    does not bring the asset back; the first 188 bytes of the
      *    archive record are the master exactly as it was read.
           IF ARQST-BEM = "00"
               MOVE "BENS" TO ARQUIVO-JOR
               MOVE "E" TO OPERACAO-JOR
               MOVE BEM-CORRENTE TO CHAVE-JOR
               MOVE REG-BEM-MQ TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               PERFORM GRAVA-JORNAL
           END-IF.

      *-------------------------------------------------------------------------*
       Arquiva-movimento.

           MOVE BEM-CORRENTE TO CODIGO-BEM-ARQ.
           MOVE TM-NUM(I-MV) TO NUM-MOVIMENTO-ARQ.
           MOVE TM-LOCAL(I-MV) TO CODIGO-LOCAL-ARQ.
           MOVE TM-DATA(I-MV) TO DT-MOVIMENTO-ARQ.
           MOVE TM-STATUS(I-MV) TO STATUS-MOV-ARQ.
           MOVE TM-OPER(I-MV) TO CODIGO-OPER-ARQ.
           MOVE TM-REF(I-MV) TO NUM-MOV-ESTORNO-ARQ.
           WRITE REG-ARQ
               INVALID KEY
                   ADD 1 TO TOTAL-JA-ARQUIVADOS
           END-WRITE.
           MOVE BEM-CORRENTE TO CODIGO-BEM-HIS.
           MOVE TM-NUM(I-MV) TO NUM-MOVIMENTO-HIS.
           READ ARQ-HIS
               NOT INVALID KEY
                   MOVE REG-HIS TO IMAGEM-ANTES
                   DELETE ARQ-HIS
                   IF ARQST-HIS = "00"
                       MOVE "HISTOR" TO ARQUIVO-JOR
                       MOVE "E" TO OPERACAO-JOR
                       MOVE CHAVES-HIS TO CHAVE-JOR
                       MOVE SPACES TO IMAGEM-DEPOIS
                       PERFORM GRAVA-JORNAL
                   END-IF
           END-READ.

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
               MOVE "EXPURGO" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Arquiva-depreciacao.

           MOVE BEM-CORRENTE TO CODIGO-BEM-A.
           READ ARQ-ACU
               NOT INVALID KEY
                   MOVE REG-ACUM TO REG-ACUM-Q
                   WRITE REG-ACUM-Q
                       INVALID KEY
                           ADD 1 TO TOTAL-JA-ARQUIVADOS
                   END-WRITE
                   DELETE ARQ-ACU
           END-READ.

      *-------------------------------------------------------------------------*
       Arquiva-reavaliacoes.

      *    Each pass repositions on the asset's first remaining
      *    record, so the deletes never disturb the sweep.
           MOVE ZEROS TO WIGUAL.
           PERFORM UNTIL WIGUAL = 1
               MOVE BEM-CORRENTE TO CODIGO-BEM-R
               MOVE ZEROS TO SEQ-REAVAL-R
               START ARQ-REA KEY IS NOT LESS THAN CHAVES-REA
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               IF WIGUAL NOT = 1
                   READ ARQ-REA NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-R NOT = BEM-CORRENTE
                               MOVE 1 TO WIGUAL
                           ELSE
                               MOVE REG-REAVAL TO REG-REAVAL-Q
                               WRITE REG-REAVAL-Q
                                   INVALID KEY
                                       ADD 1 TO TOTAL-JA-ARQUIVADOS
                               END-WRITE
                               DELETE ARQ-REA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Arquiva-ordens.

           MOVE ZEROS TO WIGUAL.
           PERFORM UNTIL WIGUAL = 1
               MOVE BEM-CORRENTE TO CODIGO-BEM-O
               MOVE ZEROS TO NUM-ORDEM-O
               START ARQ-ORD KEY IS NOT LESS THAN CHAVES-ORD
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               IF WIGUAL NOT = 1
                   READ ARQ-ORD NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-O NOT = BEM-CORRENTE
                               MOVE 1 TO WIGUAL
                           ELSE
                               MOVE REG-ORDEM TO REG-ORDEM-Q
                               WRITE REG-ORDEM-Q
                                   INVALID KEY
                                       ADD 1 TO TOTAL-JA-ARQUIVADOS
                               END-WRITE
                               DELETE ARQ-ORD
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Arquiva-emprestimos.

           MOVE ZEROS TO WIGUAL.
           PERFORM UNTIL WIGUAL = 1
               MOVE BEM-CORRENTE TO CODIGO-BEM-P
               MOVE ZEROS TO NUM-EMP-P
               START ARQ-EMP KEY IS NOT LESS THAN CHAVES-EMP
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               IF WIGUAL NOT = 1
                   READ ARQ-EMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-P NOT = BEM-CORRENTE
                               MOVE 1 TO WIGUAL
                           ELSE
                               MOVE REG-EMPRESTIMO TO REG-EMPRESTIMO-Q
                               WRITE REG-EMPRESTIMO-Q
                                   INVALID KEY
                                       ADD 1 TO TOTAL-JA-ARQUIVADOS
                               END-WRITE
                               DELETE ARQ-EMP
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Remove-composicao.

      *    Links naming the asset on either side would be orphans in
      *    AUDIT once it leaves BENS.DAT.
           MOVE ZEROS TO WIGUAL.
           PERFORM UNTIL WIGUAL = 1
               MOVE BEM-CORRENTE TO CODIGO-PAI-V
               MOVE ZEROS TO CODIGO-COMP-V
               START ARQ-CMP KEY IS NOT LESS THAN CHAVES-CMP
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               IF WIGUAL NOT = 1
                   READ ARQ-CMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-PAI-V NOT = BEM-CORRENTE
                               MOVE 1 TO WIGUAL
                           ELSE
                               DELETE ARQ-CMP
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           MOVE BEM-CORRENTE TO CODIGO-COMP-V.
           READ ARQ-CMP KEY IS CODIGO-COMP-V
               NOT INVALID KEY
                   DELETE ARQ-CMP
           END-READ.

      *-------------------------------------------------------------------------*
       Remove-rateio.

           MOVE ZEROS TO WIGUAL.
           PERFORM UNTIL WIGUAL = 1
               MOVE BEM-CORRENTE TO CODIGO-BEM-RT
               MOVE ZEROS TO CODIGO-DEPTO-RT
               START ARQ-RAT KEY IS NOT LESS THAN CHAVES-RAT
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               IF WIGUAL NOT = 1
                   READ ARQ-RAT NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF CODIGO-BEM-RT NOT = BEM-CORRENTE
                               MOVE 1 TO WIGUAL
                           ELSE
                               DELETE ARQ-RAT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Cabecalho-relatorio.

           MOVE DT-HOJE TO DT-ED.
           MOVE SPACES TO LINHA-AUX.
           STRING "EXPURGO DE BENS BAIXADOS HA MAIS DE " ANOS-BAIXA
               " ANOS - EMITIDO EM " DT-ED
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE "BEM    DESCRICAO            BAIXA      SITUACAO"
               TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Rodape-relatorio.

           MOVE SPACES TO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           MOVE SPACES TO LINHA-AUX.
           STRING "BENS EXPURGADOS: " TOTAL-EXPURGADOS
               "  RECUSADOS: " TOTAL-RECUSADOS
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-RELATORIO FROM LINHA-AUX.
           IF TOTAL-JA-ARQUIVADOS NOT = ZEROS
               MOVE SPACES TO LINHA-AUX
               STRING "REGISTROS JA ARQUIVADOS EM EXECUCAO ANTERIOR: "
                   TOTAL-JA-ARQUIVADOS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
           END-IF.

      *-------------------------------------------------------------------------*
       Consulta-bem-arquivado.

           DISPLAY "CODIGO DO BEM: ".
           ACCEPT CODIGO-BEM-E.
           MOVE CODIGO-BEM-E TO CODIGO-BEM-MQ.
           READ ARQ-BAQ
               INVALID KEY
                   DISPLAY "BEM NAO CONSTA DO ARQUIVO DE "
                       "BENS EXPURGADOS."
               NOT INVALID KEY
                   PERFORM MOSTRA-BEM-ARQUIVADO
           END-READ.

      *-------------------------------------------------------------------------*
       Mostra-bem-arquivado.

           DISPLAY "BEM " CODIGO-BEM-MQ " - " DESC-BEM-MQ.
           MOVE DT-AQUISICAO-MQ TO DT-ED.
           MOVE VALOR-AQUISICAO-MQ TO VALOR-ED.
           DISPLAY "AQUISICAO.....: " DT-ED "  VALOR " VALOR-ED.
           DISPLAY "DEPTO/TIPO....: " CODIGO-DEPTO-MQ " / "
               CODIGO-TIPO-MQ "  LOCAL " CODIGO-LOCAL-MQ.
           MOVE DT-BAIXA-MQ TO DT-ED.
           MOVE VALOR-BAIXA-MQ TO VALOR-ED.
           DISPLAY "BAIXA.........: " DT-ED "  VALOR " VALOR-ED.
           DISPLAY "MOTIVO........: " MOTIVO-BAIXA-MQ.
           MOVE DT-EXPURGO-MQ TO DT-ED.
           DISPLAY "EXPURGADO EM..: " DT-ED "  OPERADOR "
               OPER-EXPURGO-MQ.
           MOVE CODIGO-BEM-MQ TO CODIGO-BEM-AQ.
           READ ARQ-ACQ
               NOT INVALID KEY
                   MOVE DEPR-ACUMULADA-AQ TO VALOR-ED
                   DISPLAY "DEPR. ACUMUL..: " VALOR-ED
           END-READ.
           PERFORM CONTA-ARQUIVADOS.
           DISPLAY "MOVIMENTOS ARQUIVADOS: " QTD-MOV-ARQ.
           DISPLAY "REAVALIACOES.........: " QTD-REA-ARQ.
           DISPLAY "ORDENS DE MANUTENCAO.: " QTD-ORD-ARQ.
           DISPLAY "EMPRESTIMOS..........: " QTD-EMP-ARQ.

      *-------------------------------------------------------------------------*
       Conta-arquivados.

           MOVE ZEROS TO QTD-MOV-ARQ QTD-REA-ARQ QTD-ORD-ARQ
                         QTD-EMP-ARQ.
           MOVE CODIGO-BEM-MQ TO CODIGO-BEM-ARQ.
           MOVE ZEROS TO NUM-MOVIMENTO-ARQ WIGUAL.
           START ARQ-ARQ KEY IS NOT LESS THAN CHAVES-ARQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-ARQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-ARQ NOT = CODIGO-BEM-MQ
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO QTD-MOV-ARQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CODIGO-BEM-MQ TO CODIGO-BEM-RQ.
           MOVE ZEROS TO SEQ-REAVAL-RQ WIGUAL.
           START ARQ-REQ KEY IS NOT LESS THAN CHAVES-REQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-REQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-RQ NOT = CODIGO-BEM-MQ
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO QTD-REA-ARQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CODIGO-BEM-MQ TO CODIGO-BEM-OQ.
           MOVE ZEROS TO NUM-ORDEM-OQ WIGUAL.
           START ARQ-ORQ KEY IS NOT LESS THAN CHAVES-ORQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-ORQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-OQ NOT = CODIGO-BEM-MQ
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO QTD-ORD-ARQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CODIGO-BEM-MQ TO CODIGO-BEM-PQ.
           MOVE ZEROS TO NUM-EMP-PQ WIGUAL.
           START ARQ-EMQ KEY IS NOT LESS THAN CHAVES-EMQ
               INVALID KEY
                   MOVE 1 TO WIGUAL
           END-START.
           PERFORM UNTIL WIGUAL = 1
               READ ARQ-EMQ NEXT RECORD
                   AT END
                       MOVE 1 TO WIGUAL
                   NOT AT END
                       IF CODIGO-BEM-PQ NOT = CODIGO-BEM-MQ
                           MOVE 1 TO WIGUAL
                       ELSE
                           ADD 1 TO QTD-EMP-ARQ
                       END-IF
               END-READ
           END-PERFORM.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-BEM ARQ-HIS ARQ-BAQ ARQ-ARQ ARQ-ACQ ARQ-REQ
                 ARQ-ORQ ARQ-EMQ.
           IF ACU-OK = "S"
               CLOSE ARQ-ACU
           END-IF.
           IF REA-OK = "S"
               CLOSE ARQ-REA
           END-IF.
           IF ORD-OK = "S"
               CLOSE ARQ-ORD
           END-IF.
           IF EMP-OK = "S"
               CLOSE ARQ-EMP
           END-IF.
           IF CMP-OK = "S"
               CLOSE ARQ-CMP
           END-IF.
           IF RAT-OK = "S"
               CLOSE ARQ-RAT
           END-IF.
           IF CUS-OK = "S"
               CLOSE ARQ-CUS
           END-IF.
           EXIT PROGRAM.

       end program EXPURGO.
