              RECORD KEY RECKEY-PAR
              FILE STATUS ARQST-PAR.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
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

           01 DT-MOV-COMP                  PIC 9(08) VALUE ZEROS.
           01 MOV-FECHADO                  PIC X(01) VALUE "N".

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


           UNSTRING LINHA-LOC-CSV DELIMITED BY ";"
               INTO CAMPO-LOCAL CAMPO-DESC CAMPO-AREA CAMPO-DEPTO.
      *    The record on file is read before the CSV fields are moved
      *    in, so it is kept as the journal's before image and the
      *    rewrite carries the imported values.
           MOVE CAMPO-LOCAL TO CODIGO-LOCAL.
           READ ARQ-LOC INVALID KEY
               MOVE "I" TO OPERACAO-JOR
               MOVE SPACES TO IMAGEM-ANTES
           NOT INVALID KEY
               MOVE "A" TO OPERACAO-JOR
               MOVE REG-LOCAL TO IMAGEM-ANTES
           END-READ.
           MOVE CAMPO-LOCAL TO CODIGO-LOCAL.
           MOVE CAMPO-DESC TO DESC-LOCAL.
           MOVE CAMPO-AREA TO AREA-LOCAL.
           MOVE CAMPO-DEPTO TO CODIGO-DEPTO.
           IF OPERACAO-JOR = "I"
               WRITE REG-LOCAL
           ELSE
               REWRITE REG-LOCAL
           END-IF.
           ADD 1 TO TOTAL-GRAVADOS.
      *    "02" is a good write: LOCAL.DAT's description key, as
      *    CADLOC declares it, allows duplicates.
           IF ARQST-LOC = "00" OR "02"
               MOVE "LOCAL" TO ARQUIVO-JOR
               MOVE CODIGO-LOCAL TO CHAVE-JOR
               MOVE REG-LOCAL TO IMAGEM-DEPOIS
               PERFORM GRAVA-JORNAL
           END-IF.

      *-------------------------------------------------------------------------*
       Importa-histor.
                       DISPLAY "ERRO AO IMPORTAR BEM: " CODIGO-BEM-HIS
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-GRAVADOS
                       MOVE "HISTOR" TO ARQUIVO-JOR
                       MOVE "I" TO OPERACAO-JOR
                       MOVE CHAVES-HIS TO CHAVE-JOR
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE REG-HIS TO IMAGEM-DEPOIS
                       PERFORM GRAVA-JORNAL
               END-WRITE
           END-IF.

           MOVE CAMPO-BEM TO CODIGO-BEM-HIS.
           COMPUTE NUM-MOVIMENTO-HIS = MAIOR-NUM-MOV + 1.

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
               MOVE "CSVUTIL" TO JOR-PROGRAMA
               MOVE ARQUIVO-JOR TO JOR-ARQUIVO
               MOVE OPERACAO-JOR TO JOR-OPERACAO
               MOVE CHAVE-JOR TO JOR-CHAVE
               MOVE IMAGEM-ANTES TO JOR-ANTES
               MOVE IMAGEM-DEPOIS TO JOR-DEPOIS
               WRITE REG-JORNAL
               CLOSE ARQ-JOR
           END-IF.

      *-------------------------------------------------------------------------*
       Finaliza.

