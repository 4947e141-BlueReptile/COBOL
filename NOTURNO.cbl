               02 PAR-DEPREC            PIC X(01).
               02 FILLER                PIC X(01).
               02 PAR-EXTCON            PIC X(01).
               02 FILLER                PIC X(01).
               02 PAR-CIAP              PIC X(01).
               02 FILLER                PIC X(01).
               02 PAR-PREVEN            PIC X(01).
               02 FILLER                PIC X(01).
               02 PAR-AVISOS            PIC X(01).
               02 FILLER                PIC X(01).
               02 PAR-CATREL            PIC X(01).

       FD  ARQ-LOG LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTURNO.LOG".
      *-------------------------------------------------------------------------*
       Executa-cadeia.

      *    Integrity audit, backup, depreciation, CIAP credit,
      *    accounting extract, preventive maintenance due list,
      *    overdue loan and maintenance notices, report catalog
      *    retention - in that order, and
      *    the chain stops at the first step that comes back with a
      *    nonzero return.  New switches go at the end of the
      *    parameter line, so an older line without them simply skips
      *    those steps.
           MOVE "S" TO CADEIA-OK.
           MOVE "B" TO LOTE-MODO.
           MOVE PAR-COMPETENCIA TO LOTE-COMPETENCIA.
           PERFORM PASSO-AUDIT.
           PERFORM PASSO-BACKUP.
           PERFORM PASSO-DEPREC.
           PERFORM PASSO-CIAP.
           PERFORM PASSO-EXTCON.
           PERFORM PASSO-PREVEN.
           PERFORM PASSO-AVISOS.
           PERFORM PASSO-CATREL.
           MOVE "ROTINA" TO PASSO-NOME.
           IF CADEIA-OK = "S"
               MOVE "FIM OK" TO SITUACAO-W
               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Passo-ciap.

           IF PAR-CIAP = "S" AND CADEIA-OK = "S"
               MOVE "CIAP" TO PASSO-NOME
               PERFORM LOG-INICIO-PASSO
               CALL "CIAP"
               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Passo-extcon.

               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Passo-preven.

           IF PAR-PREVEN = "S" AND CADEIA-OK = "S"
               MOVE "PREVEN" TO PASSO-NOME
               PERFORM LOG-INICIO-PASSO
               CALL "PREVEN"
               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Passo-avisos.

           IF PAR-AVISOS = "S" AND CADEIA-OK = "S"
               MOVE "AVISOS" TO PASSO-NOME
               PERFORM LOG-INICIO-PASSO
               CALL "AVISOS"
               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Passo-catrel.

      *    Last, so the runs the night itself produced are already in
      *    the catalog when the retention pass looks at it.
           IF PAR-CATREL = "S" AND CADEIA-OK = "S"
               MOVE "CATREL" TO PASSO-NOME
               PERFORM LOG-INICIO-PASSO
               CALL "CATREL"
               PERFORM LOG-FIM-PASSO
           END-IF.

      *-------------------------------------------------------------------------*
       Log-inicio-passo.

