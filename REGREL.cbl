       Program-Id. REGREL.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-CAT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAT-NUMERO
              FILE STATUS ARQST-CAT.

              SELECT ARQ-ORI ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-ORI.

              SELECT ARQ-DST ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-DST.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Report catalog: one record per report run, numbered in the
      *    order the runs were made.  Record zero holds the last
      *    number handed out, so a number - and the file name made
      *    from it - is never given twice, even after the retention
      *    job has removed the newest runs.
       FD  ARQ-CAT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RELCAT.DAT".
           01  REG-CATALOGO.
               02 CAT-NUMERO            PIC 9(07).
               02 CAT-PROGRAMA          PIC X(08).
               02 CAT-PARAMETROS        PIC X(30).
               02 CAT-OPERADOR          PIC 9(04).
               02 CAT-DATA              PIC 9(08).
               02 CAT-HORA              PIC 9(06).
               02 CAT-LINHAS            PIC 9(06).
               02 CAT-ARQUIVO           PIC X(12).
               02 CAT-ORIGEM            PIC X(12).
           01  REG-CAT-CONTROLE.
               02 CTL-NUMERO            PIC 9(07).
               02 CTL-ULTIMO            PIC 9(07).
               02 FILLER                PIC X(79).

       FD  ARQ-ORI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-ORIGEM.
           01  LINHA-ORIGEM             PIC X(132).

       FD  ARQ-DST LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOME-DESTINO.
           01  LINHA-DESTINO            PIC X(132).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 OPERADOR-SESSAO EXTERNAL.
               02 OPER-CODIGO              PIC 9(04).
               02 OPER-NOME                PIC X(30).
               02 OPER-PERM-CAD            PIC X(01).
               02 OPER-PERM-MOV            PIC X(01).
               02 OPER-PERM-UTIL           PIC X(01).
               02 OPER-PERM-EXC            PIC X(01).

      *    Filled by the report program after it closes its output:
      *    its name, the parameters of the run and the file written.
           01 RELATORIO-EMITIDO EXTERNAL.
               02 REM-PROGRAMA             PIC X(08).
               02 REM-PARAMETROS           PIC X(30).
               02 REM-ARQUIVO              PIC X(12).

           01 ARQST-CAT                    PIC X(02).
           01 ARQST-ORI                    PIC X(02).
           01 ARQST-DST                    PIC X(02).

           01 NOME-ORIGEM                  PIC X(12) VALUE SPACES.
           01 NOME-DESTINO                 PIC X(12) VALUE SPACES.
           01 NUMERO-EMISSAO               PIC 9(07) VALUE ZEROS.
           01 QTD-LINHAS                   PIC 9(06) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 CATALOGO-OK                  PIC X(01) VALUE "N".
           01 COPIA-OK                     PIC X(01) VALUE "N".

           01 DATA-HORA-COMPLETA.
               02 DHC-DATA                 PIC 9(08).
               02 DHC-HORA                 PIC 9(06).
               02 FILLER                   PIC X(07).

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           IF REM-PROGRAMA NOT = SPACES AND REM-ARQUIVO NOT = SPACES
               PERFORM ABRE-CATALOGO
               IF CATALOGO-OK = "S"
                   PERFORM PROXIMO-NUMERO
                   PERFORM COPIA-EMISSAO
                   IF COPIA-OK = "S"
                       PERFORM GRAVA-CATALOGO
                   END-IF
                   CLOSE ARQ-CAT
               END-IF
           END-IF.
           MOVE SPACES TO REM-PROGRAMA REM-PARAMETROS REM-ARQUIVO.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-catalogo.

           MOVE "N" TO CATALOGO-OK.
           OPEN I-O ARQ-CAT.
           IF ARQST-CAT = "35"
               OPEN OUTPUT ARQ-CAT
               CLOSE ARQ-CAT
               OPEN I-O ARQ-CAT
           END-IF.
           IF ARQST-CAT = "00"
               MOVE "S" TO CATALOGO-OK
           ELSE
               DISPLAY "RELCAT.DAT INDISPONIVEL - EMISSAO NAO "
                   "CATALOGADA: " ARQST-CAT
           END-IF.

      *-------------------------------------------------------------------------*
       Proximo-numero.

           MOVE ZEROS TO CTL-NUMERO.
           READ ARQ-CAT
               INVALID KEY
                   MOVE SPACES TO REG-CAT-CONTROLE
                   MOVE ZEROS TO CTL-NUMERO CTL-ULTIMO
                   WRITE REG-CAT-CONTROLE
           END-READ.
           ADD 1 TO CTL-ULTIMO.
           MOVE CTL-ULTIMO TO NUMERO-EMISSAO.
           REWRITE REG-CAT-CONTROLE.
           MOVE SPACES TO NOME-DESTINO.
           STRING "R" NUMERO-EMISSAO ".TXT" DELIMITED BY SIZE
               INTO NOME-DESTINO.

      *-------------------------------------------------------------------------*
       Copia-emissao.

      *    The report keeps its usual fixed name for whoever prints it
      *    today; the catalog copy under the run's own name is the
      *    one that survives the next run.
           MOVE REM-ARQUIVO TO NOME-ORIGEM.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE "N" TO COPIA-OK.
           OPEN INPUT ARQ-ORI.
           IF ARQST-ORI NOT = "00"
               DISPLAY REM-ARQUIVO " NAO ENCONTRADO - EMISSAO NAO "
                   "CATALOGADA."
           ELSE
               OPEN OUTPUT ARQ-DST
               IF ARQST-DST NOT = "00"
                   DISPLAY "ERRO DE ABERTURA - " NOME-DESTINO ": "
                       ARQST-DST " - EMISSAO NAO CATALOGADA."
                   CLOSE ARQ-ORI
               ELSE
                   MOVE "S" TO COPIA-OK
                   MOVE ZEROS TO WIGUAL
                   PERFORM UNTIL WIGUAL = 1
                       READ ARQ-ORI
                           AT END
                               MOVE 1 TO WIGUAL
                           NOT AT END
                               ADD 1 TO QTD-LINHAS
                               WRITE LINHA-DESTINO FROM LINHA-ORIGEM
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ORI ARQ-DST
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-catalogo.

           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-COMPLETA.
           MOVE SPACES TO REG-CATALOGO.
           MOVE NUMERO-EMISSAO TO CAT-NUMERO.
           MOVE REM-PROGRAMA TO CAT-PROGRAMA.
           MOVE REM-PARAMETROS TO CAT-PARAMETROS.
           MOVE OPER-CODIGO TO CAT-OPERADOR.
           MOVE DHC-DATA TO CAT-DATA.
           MOVE DHC-HORA TO CAT-HORA.
           MOVE QTD-LINHAS TO CAT-LINHAS.
           MOVE NOME-DESTINO TO CAT-ARQUIVO.
           MOVE REM-ARQUIVO TO CAT-ORIGEM.
           WRITE REG-CATALOGO.

      *-------------------------------------------------------------------------*
       Finaliza.

           EXIT PROGRAM.

       end program REGREL.
