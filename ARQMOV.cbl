              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CKP.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 CKP-ULT-BEM           PIC 9(06).
               02 CKP-ARQUIVADOS        PIC 9(06).

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

           01 ARQST-HIS                    PIC X(02).
           01 ARQST-ARQ                    PIC X(02).
           01 ARQST-CKP                    PIC X(02).
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

           01 OP-ARQMOV                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
                   ADD 1 TO TOTAL-ERROS-ARQ
                   DISPLAY "JA ARQUIVADO: " CODIGO-BEM-ARQ "/"
                       NUM-MOVIMENTO-ARQ
                   PERFORM REMOVE-MOVIMENTO
               NOT INVALID KEY
                   PERFORM REMOVE-MOVIMENTO
                   ADD 1 TO TOTAL-ARQUIVADOS
           END-WRITE.

      *-------------------------------------------------------------------------*
       Remove-movimento.

      *    The live movement is read first so the journal keeps it as
      *    the before image; a recovery replaying the journal deletes
      *    it again instead of bringing back a movement already in
      *    HISTARQ.DAT.
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
               MOVE "ARQMOV" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Consulta-arquivo.

