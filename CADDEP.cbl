              ALTERNATE RECORD KEY DESC-DEPTO WITH DUPLICATES
              FILE STATUS ARQST.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 DESC-DEPTO           PIC X(30).
               02 RESPONSAVEL-DEPTO     PIC X(30).

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

           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 ESPACO                       PIC X(60) VALUE SPACES.
           01 OP-CONTINUA                  PIC X(1)  VALUE SPACES.
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
       SCREEN SECTION.
           ACCEPT SALVA AT 2335 WITH PROMPT AUTO.
           IF SALVA = "S" OR "s" THEN
               WRITE REG-DEPTO
               IF ARQST = "00" OR "02"
                   MOVE "I" TO OPERACAO-JOR
                   MOVE SPACES TO IMAGEM-ANTES
                   PERFORM JORNAL-DEPTO
               END-IF
               DISPLAY ARQST AT 2221
               STOP " ".

             DISPLAY "SALVAR <S/N> [ ]" AT 2321
             ACCEPT SALVA AT 2335 WITH PROMPT AUTO
             IF SALVA = "S" OR "s" THEN
                 PERFORM GUARDA-IMAGEM-DEPTO
                 REWRITE REG-DEPTO
                 IF ARQST = "00" OR "02"
                     MOVE "A" TO OPERACAO-JOR
                     PERFORM JORNAL-DEPTO
                 END-IF
                 DISPLAY ESPACO AT 2321.
           PERFORM CONTINUA UNTIL OP-CONTINUA = "S" OR "N" OR "s" OR"n".

           IF SALVA = "S" OR "s" THEN
               DISPLAY ESPACO AT 2321
               DISPLAY "REGISTRO APAGADO." AT 2321
               PERFORM GUARDA-IMAGEM-DEPTO
               DELETE ARQ-DEP
               IF ARQST = "00"
                   MOVE "E" TO OPERACAO-JOR
                   PERFORM JORNAL-DEPTO
               END-IF.
           STOP " ".
           DISPLAY ESPACO AT 2321.
           PERFORM CONTINUA UNTIL OP-CONTINUA = "S" OR "N" OR "s"OR"n".


      *-------------------------------------------------------------------------*
       Guarda-imagem-depto.

      *    Record as it stands on file before the change or the
      *    exclusion; the screen fields may already have overwritten
      *    part of the buffer.
           MOVE REG-DEPTO TO IMAGEM-DEPOIS.
           READ ARQ-DEP
               INVALID KEY
                   MOVE SPACES TO IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-DEPTO TO IMAGEM-ANTES
           END-READ.
           MOVE IMAGEM-DEPOIS TO REG-DEPTO.

      *-------------------------------------------------------------------------*
       Jornal-depto.

           MOVE "DEPTO" TO ARQUIVO-JOR.
           MOVE CODIGO-DEPTO TO CHAVE-JOR.
           IF OPERACAO-JOR = "E"
               MOVE SPACES TO IMAGEM-DEPOIS
           ELSE
               MOVE REG-DEPTO TO IMAGEM-DEPOIS
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
               MOVE "CADDEP" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *=========================================================================*
