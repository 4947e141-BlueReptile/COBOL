              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-CTL.

              SELECT ARQ-VER ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-VER.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.

              SELECT ARQ-REL ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-REL.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
               02 CTL-TOTAL             PIC 9(12).
               02 CTL-DATA              PIC 9(08).

      *    Standing of the last backup: P = generated, not yet
      *    verified; V = verified intact; E = verification found
      *    errors.  Rewritten by every generation and verification.
       FD  ARQ-VER LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BACKUP.VER".
           01  REG-VER.
               02 VER-SITUACAO          PIC X(01).
               02 FILLER                PIC X(01).
               02 VER-DATA-BACKUP       PIC 9(08).
               02 FILLER                PIC X(01).
               02 VER-HORA-BACKUP       PIC 9(06).
               02 FILLER                PIC X(01).
               02 VER-DATA-CONF         PIC 9(08).
               02 FILLER                PIC X(01).
               02 VER-HORA-CONF         PIC 9(06).
               02 FILLER                PIC X(01).
               02 VER-ERROS             PIC 9(02).

      *    Shared change journal written by the maintenance programs:
      *    one line per add (I), change (A) or delete (E) with the
      *    record as it was and as it became.
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

       FD  ARQ-REL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RECUPERA.TXT".
           01  LINHA-RELATORIO          PIC X(80).

      *=========================================================================*
       WORKING-STORAGE SECTION.

           01 ARQST-BK4                    PIC X(02).
           01 ARQST-BK5                    PIC X(02).
           01 ARQST-CTL                    PIC X(02).
           01 ARQST-VER                    PIC X(02).
           01 ARQST-JOR                    PIC X(02).
           01 ARQST-REL                    PIC X(02).

           01 OP-BACKUP                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DATA-BACKUP                  PIC 9(08) VALUE ZEROS.
           01 HORA-BACKUP                  PIC 9(06) VALUE ZEROS.
           01 DATA-HORA-COMPLETA.
               02 DHC-DATA                 PIC 9(08).
               02 DHC-HORA                 PIC 9(06).
               02 FILLER                   PIC X(07).

           01 QTD-ARQ                      PIC 9(06) VALUE ZEROS.
           01 TOTAL-ARQ                    PIC 9(12) VALUE ZEROS.
           01 TOTAL-CONFERIDO              PIC 9(12) VALUE ZEROS.
           01 ERROS-VERIFICACAO            PIC 9(02) VALUE ZEROS.
           01 ERROS-BACKUP                 PIC 9(02) VALUE ZEROS.
           01 ERROS-VER-W                  PIC 9(02) VALUE ZEROS.
           01 SITUACAO-VER-W               PIC X(01) VALUE SPACES.
           01 COPIA-OK                     PIC X(01) VALUE "S".
           01 TOTAL-COPIADOS               PIC 9(06) VALUE ZEROS.

           01 DATA-LIMITE-E                PIC 9(08) VALUE ZEROS.
           01 DATA-LIMITE-R REDEFINES DATA-LIMITE-E.
               02 DIA-LIMITE               PIC 9(02).
               02 MES-LIMITE               PIC 9(02).
               02 ANO-LIMITE               PIC 9(04).
           01 HORA-LIMITE-E                PIC 9(04) VALUE ZEROS.
           01 HORA-LIMITE-R REDEFINES HORA-LIMITE-E.
               02 HH-LIMITE                PIC 9(02).
               02 MM-LIMITE                PIC 9(02).
           01 DATA-LIMITE                  PIC 9(08) VALUE ZEROS.
           01 MOMENTO-INICIO               PIC 9(14) VALUE ZEROS.
           01 MOMENTO-LIMITE               PIC 9(14) VALUE ZEROS.
           01 MOMENTO-JOR                  PIC 9(14) VALUE ZEROS.
           01 DATA-OK                      PIC X(01) VALUE "N".
           01 ACHOU-REG                    PIC X(01) VALUE "N".
           01 ACAO-JOR                     PIC X(01) VALUE SPACES.
           01 MOTIVO-REJEICAO              PIC X(30) VALUE SPACES.
           01 ARQST-APLICA                 PIC X(02) VALUE SPACES.
           01 IMAGEM-ATUAL                 PIC X(188) VALUE SPACES.
           01 QTD-LIDAS                    PIC 9(06) VALUE ZEROS.
           01 QTD-APLICADAS                PIC 9(06) VALUE ZEROS.
           01 QTD-JA-APLICADAS             PIC 9(06) VALUE ZEROS.
           01 QTD-REJEITADAS               PIC 9(06) VALUE ZEROS.
           01 LINHA-AUX                    PIC X(80).
           01 TRACO                        PIC X(80) VALUE ALL "-".
           01 DT-ED                        PIC 99/99/9999.
           01 HORA-ED                      PIC 99B99B99.
           01 DATA-INV.
               02 ANO-INV                  PIC 9(04).
               02 MES-INV                  PIC 9(02).
               02 DIA-INV                  PIC 9(02).
           01 DATA-DMA.
               02 DIA-DMA                  PIC 9(02).
               02 MES-DMA                  PIC 9(02).
               02 ANO-DMA                  PIC 9(04).

           01 LINHA-REJEICAO.
               02 LR-DATA                  PIC 99/99/9999.
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-HORA                  PIC 99B99B99.
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-PROGRAMA              PIC X(08).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-ARQUIVO               PIC X(06).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-OPERACAO              PIC X(01).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-CHAVE                 PIC X(10).
               02 FILLER                   PIC X(01) VALUE SPACES.
               02 LR-MOTIVO                PIC X(30).

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

      *=========================================================================*
       PROCEDURE DIVISION.

           IF LOTE-MODO = "B"
               PERFORM EXECUTA-LOTE
           ELSE
               PERFORM MENU-BACKUP UNTIL OP-BACKUP = 5
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
           DISPLAY "1 - GERAR BACKUP".
           DISPLAY "2 - VERIFICAR BACKUP".
           DISPLAY "3 - RESTAURAR BACKUP".
           DISPLAY "4 - RECUPERAR ATE DATA/HORA".
           DISPLAY "5 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-BACKUP.
           EVALUATE OP-BACKUP
               WHEN 3
                   PERFORM RESTAURA-BACKUP
               WHEN 4
                   PERFORM RECUPERA-BACKUP
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
      *    BACKUP.CTL gets one control record per file with the record
      *    count and the sum of the primary keys, plus the date, so a
      *    copy can be proven good before it is ever needed.
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-COMPLETA.
           MOVE DHC-DATA TO DATA-BACKUP.
           MOVE DHC-HORA TO HORA-BACKUP.
           MOVE ZEROS TO ERROS-BACKUP.
           OPEN OUTPUT ARQ-CTL.
           IF ARQST-CTL NOT = "00"
               PERFORM COPIA-HISTOR
               ADD QTD-ARQ TO TOTAL-COPIADOS
               CLOSE ARQ-CTL
               MOVE "P" TO SITUACAO-VER-W
               MOVE ERROS-BACKUP TO ERROS-VER-W
               PERFORM GRAVA-SITUACAO-BACKUP
               IF ERROS-BACKUP = ZEROS
                   DISPLAY "BACKUP CONCLUIDO. CONTROLE EM BACKUP.CTL"
               ELSE
                       DISPLAY "BACKUP.CTL VAZIO."
                   NOT AT END
                       DISPLAY "BACKUP DE " CTL-DATA
                       MOVE CTL-DATA TO DATA-BACKUP
                       PERFORM CONFERE-BENS
                       PERFORM CONFERE-LOCAL
                       PERFORM CONFERE-DEPTO
               CLOSE ARQ-CTL
               IF ERROS-VERIFICACAO = ZEROS
                   DISPLAY "VERIFICACAO OK - COPIA INTEGRA."
                   MOVE "V" TO SITUACAO-VER-W
               ELSE
                   DISPLAY "VERIFICACAO COM ERROS: " ERROS-VERIFICACAO
                   MOVE "E" TO SITUACAO-VER-W
               END-IF
               MOVE ERROS-VERIFICACAO TO ERROS-VER-W
               PERFORM LE-HORA-BACKUP
               PERFORM GRAVA-SITUACAO-BACKUP
           END-IF.

      *-------------------------------------------------------------------------*
       Le-hora-backup.

      *    The backup's time is only kept in BACKUP.VER; a backup made
      *    before that file existed is taken as made at 00:00.
           MOVE ZEROS TO HORA-BACKUP.
           OPEN INPUT ARQ-VER.
           IF ARQST-VER = "00"
               READ ARQ-VER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VER-DATA-BACKUP = DATA-BACKUP AND
                          VER-HORA-BACKUP IS NUMERIC
                           MOVE VER-HORA-BACKUP TO HORA-BACKUP
                       END-IF
               END-READ
               CLOSE ARQ-VER
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-situacao-backup.

      *    SITUACAO-VER-W and ERROS-VER-W are set by the caller.
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-COMPLETA.
           OPEN OUTPUT ARQ-VER.
           IF ARQST-VER = "00"
               MOVE SPACES TO REG-VER
               MOVE SITUACAO-VER-W TO VER-SITUACAO
               MOVE DATA-BACKUP TO VER-DATA-BACKUP
               MOVE HORA-BACKUP TO VER-HORA-BACKUP
               MOVE DHC-DATA TO VER-DATA-CONF
               MOVE DHC-HORA TO VER-HORA-CONF
               MOVE ERROS-VER-W TO VER-ERROS
               WRITE REG-VER
               CLOSE ARQ-VER
           END-IF.

      *-------------------------------------------------------------------------*
               DISPLAY "HISTOR.DAT RESTAURADO: " QTD-ARQ " REGISTROS"
           END-IF.

      *-------------------------------------------------------------------------*
       Recupera-backup.

      *    Point-in-time recovery: the last backup is put back and the
      *    changes journalled since it was taken are applied again up
      *    to the date and time given.  Only a backup that passed
      *    verification may be used, or the replay would start from
      *    a copy that cannot be trusted.
           MOVE SPACES TO SITUACAO-VER-W.
           OPEN INPUT ARQ-VER.
           IF ARQST-VER = "00"
               READ ARQ-VER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VER-SITUACAO TO SITUACAO-VER-W
                       MOVE VER-DATA-BACKUP TO DATA-BACKUP
                       MOVE VER-HORA-BACKUP TO HORA-BACKUP
               END-READ
               CLOSE ARQ-VER
           END-IF.
           IF SITUACAO-VER-W NOT = "V"
               DISPLAY "O ULTIMO BACKUP NAO FOI VERIFICADO OU TEM "
                   "ERROS."
               DISPLAY "VERIFIQUE O BACKUP ANTES DE RECUPERAR."
           ELSE
               MOVE DATA-BACKUP TO DATA-INV
               MOVE DIA-INV TO DIA-DMA
               MOVE MES-INV TO MES-DMA
               MOVE ANO-INV TO ANO-DMA
               MOVE DATA-DMA TO DT-ED
               MOVE HORA-BACKUP TO HORA-ED
               INSPECT HORA-ED REPLACING ALL " " BY ":"
               DISPLAY "BACKUP VERIFICADO DE " DT-ED " " HORA-ED
               PERFORM RECEBE-LIMITE
               IF DATA-OK = "S"
                   DISPLAY "OS ARQUIVOS ATUAIS SERAO SUBSTITUIDOS PELO "
                       "BACKUP E PELAS ALTERACOES DO JORNAL."
                   DISPLAY "CONFIRMA <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM RESTAURA-BENS
                       PERFORM RESTAURA-LOCAL
                       PERFORM RESTAURA-DEPTO
                       PERFORM RESTAURA-TIPO
                       PERFORM RESTAURA-HISTOR
                       PERFORM REAPLICA-JORNAL
                   ELSE
                       DISPLAY "RECUPERACAO CANCELADA."
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Recebe-limite.

      *    A zero date replays the whole journal; otherwise the limit
      *    is the minute given, seconds included.
           MOVE "N" TO DATA-OK.
           MOVE ZEROS TO DATA-LIMITE-E HORA-LIMITE-E.
           DISPLAY "RECUPERAR ATE A DATA (DDMMAAAA, 0 = TUDO): ".
           ACCEPT DATA-LIMITE-E.
           IF DATA-LIMITE-E = ZEROS
               MOVE 99999999999999 TO MOMENTO-LIMITE
               MOVE "S" TO DATA-OK
           ELSE
               DISPLAY "ATE A HORA (HHMM): "
               ACCEPT HORA-LIMITE-E
               IF DIA-LIMITE < 1 OR DIA-LIMITE > 31 OR
                  MES-LIMITE < 1 OR MES-LIMITE > 12 OR
                  ANO-LIMITE < 1900 OR
                  HH-LIMITE > 23 OR MM-LIMITE > 59
                   DISPLAY "DATA OU HORA INVALIDA."
               ELSE
                   MOVE ANO-LIMITE TO ANO-INV
                   MOVE MES-LIMITE TO MES-INV
                   MOVE DIA-LIMITE TO DIA-INV
                   MOVE DATA-INV TO DATA-LIMITE
                   COMPUTE MOMENTO-LIMITE = DATA-LIMITE * 1000000
                       + HORA-LIMITE-E * 100 + 59
                   COMPUTE MOMENTO-INICIO = DATA-BACKUP * 1000000
                       + HORA-BACKUP
                   IF MOMENTO-LIMITE < MOMENTO-INICIO
                       DISPLAY "O LIMITE E ANTERIOR AO BACKUP."
                   ELSE
                       MOVE "S" TO DATA-OK
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Reaplica-jornal.

      *    Every journal entry from the moment the backup started up
      *    to the limit is applied again.  An entry whose result is
      *    already on file counts as applied; one that finds the
      *    record in a state it did not expect is left alone and
      *    listed in RECUPERA.TXT.
           COMPUTE MOMENTO-INICIO = DATA-BACKUP * 1000000 + HORA-BACKUP.
           MOVE ZEROS TO QTD-LIDAS QTD-APLICADAS QTD-JA-APLICADAS
                         QTD-REJEITADAS.
           OPEN OUTPUT ARQ-REL.
           IF ARQST-REL NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR RECUPERA.TXT."
           ELSE
               MOVE SPACES TO LINHA-AUX
               STRING "RECUPERACAO A PARTIR DO BACKUP DE " DT-ED " "
                   HORA-ED DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               IF DATA-LIMITE-E = ZEROS
                   MOVE "ATE O FIM DO JORNAL" TO LINHA-AUX
               ELSE
                   MOVE DATA-LIMITE-E TO DT-ED
                   STRING "ATE " DT-ED " " HH-LIMITE ":" MM-LIMITE
                       DELIMITED BY SIZE INTO LINHA-AUX
               END-IF
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               WRITE LINHA-RELATORIO FROM TRACO
               MOVE "ENTRADAS NAO APLICADAS:" TO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               OPEN INPUT ARQ-JOR
               IF ARQST-JOR = "00"
                   OPEN I-O ARQ-BEM ARQ-LOC ARQ-DEP ARQ-TIPO ARQ-HIS
                   MOVE ZEROS TO WIGUAL
                   PERFORM UNTIL WIGUAL = 1
                       READ ARQ-JOR
                           AT END
                               MOVE 1 TO WIGUAL
                           NOT AT END
                               PERFORM TRATA-ENTRADA-JORNAL
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-JOR ARQ-BEM ARQ-LOC ARQ-DEP ARQ-TIPO
                         ARQ-HIS
               END-IF
               WRITE LINHA-RELATORIO FROM TRACO
               MOVE SPACES TO LINHA-AUX
               STRING "ENTRADAS NO PERIODO: " QTD-LIDAS
                   "  APLICADAS: " QTD-APLICADAS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "JA PRESENTES: " QTD-JA-APLICADAS
                   "  NAO APLICADAS: " QTD-REJEITADAS
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-RELATORIO FROM LINHA-AUX
               CLOSE ARQ-REL
               MOVE "BACKUP" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               IF DATA-LIMITE-E = ZEROS
                   MOVE "ATE O FIM DO JORNAL" TO REM-PARAMETROS
               ELSE
                   STRING "ATE " DT-ED " " HH-LIMITE ":" MM-LIMITE
                       DELIMITED BY SIZE INTO REM-PARAMETROS
               END-IF
               MOVE "RECUPERA.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "JORNAL REAPLICADO: " QTD-APLICADAS
                   " ALTERACOES, " QTD-REJEITADAS " NAO APLICADAS."
               DISPLAY "RELATORIO EM RECUPERA.TXT"
           END-IF.

      *-------------------------------------------------------------------------*
       Trata-entrada-jornal.

      *    The journal is in the order the entries were written, but
      *    sessions on other terminals may interleave, so the whole
      *    file is read rather than stopping at the first entry past
      *    the limit.
           IF JOR-DATA IS NUMERIC AND JOR-HORA IS NUMERIC
               COMPUTE MOMENTO-JOR = JOR-DATA * 1000000 + JOR-HORA
               IF MOMENTO-JOR NOT < MOMENTO-INICIO AND
                  MOMENTO-JOR NOT > MOMENTO-LIMITE
                   ADD 1 TO QTD-LIDAS
                   MOVE SPACES TO ACAO-JOR MOTIVO-REJEICAO ARQST-APLICA
                   EVALUATE JOR-ARQUIVO
                       WHEN "BENS"
                           PERFORM APLICA-BENS
                       WHEN "LOCAL"
                           PERFORM APLICA-LOCAL
                       WHEN "DEPTO"
                           PERFORM APLICA-DEPTO
                       WHEN "TIPO"
                           PERFORM APLICA-TIPO
                       WHEN "HISTOR"
                           PERFORM APLICA-HISTOR
                       WHEN OTHER
                           MOVE "X" TO ACAO-JOR
                           MOVE "ARQUIVO DESCONHECIDO" TO
                               MOTIVO-REJEICAO
                   END-EVALUATE
                   PERFORM CONTA-ENTRADA
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Decide-acao.

      *    IMAGEM-ATUAL and ACHOU-REG describe the record as it is on
      *    file now.  ACAO-JOR: G = write, R = rewrite, D = delete,
      *    J = already there, X = cannot be applied.
           EVALUATE JOR-OPERACAO
               WHEN "I"
                   IF ACHOU-REG = "N"
                       MOVE "G" TO ACAO-JOR
                   ELSE
                       IF IMAGEM-ATUAL = JOR-DEPOIS
                           MOVE "J" TO ACAO-JOR
                       ELSE
                           MOVE "X" TO ACAO-JOR
                           MOVE "INCLUSAO: CODIGO JA EXISTE" TO
                               MOTIVO-REJEICAO
                       END-IF
                   END-IF
               WHEN "A"
                   IF ACHOU-REG = "N"
                       MOVE "X" TO ACAO-JOR
                       MOVE "ALTERACAO: REGISTRO AUSENTE" TO
                           MOTIVO-REJEICAO
                   ELSE
                       IF IMAGEM-ATUAL = JOR-DEPOIS
                           MOVE "J" TO ACAO-JOR
                       ELSE
                           IF IMAGEM-ATUAL = JOR-ANTES
                               MOVE "R" TO ACAO-JOR
                           ELSE
                               MOVE "X" TO ACAO-JOR
                               MOVE "ALTERACAO: REGISTRO DIVERGE" TO
                                   MOTIVO-REJEICAO
                           END-IF
                       END-IF
                   END-IF
               WHEN "E"
                   IF ACHOU-REG = "N"
                       MOVE "J" TO ACAO-JOR
                   ELSE
                       IF IMAGEM-ATUAL = JOR-ANTES
                           MOVE "D" TO ACAO-JOR
                       ELSE
                           MOVE "X" TO ACAO-JOR
                           MOVE "EXCLUSAO: REGISTRO DIVERGE" TO
                               MOTIVO-REJEICAO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "X" TO ACAO-JOR
                   MOVE "OPERACAO DESCONHECIDA" TO MOTIVO-REJEICAO
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Aplica-bens.

           MOVE JOR-CHAVE TO RECKEY-BEM.
           READ ARQ-BEM
               INVALID KEY
                   MOVE "N" TO ACHOU-REG
                   MOVE SPACES TO IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REG
                   MOVE REG-BEM-M TO IMAGEM-ATUAL
           END-READ.
           PERFORM DECIDE-ACAO.
           EVALUATE ACAO-JOR
               WHEN "G"
                   MOVE JOR-DEPOIS TO REG-BEM-M
                   WRITE REG-BEM-M
                   MOVE ARQST-BEM TO ARQST-APLICA
               WHEN "R"
                   MOVE JOR-DEPOIS TO REG-BEM-M
                   REWRITE REG-BEM-M
                   MOVE ARQST-BEM TO ARQST-APLICA
               WHEN "D"
                   DELETE ARQ-BEM
                   MOVE ARQST-BEM TO ARQST-APLICA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Aplica-local.

           MOVE JOR-CHAVE TO RECKEY-LOC.
           READ ARQ-LOC
               INVALID KEY
                   MOVE "N" TO ACHOU-REG
                   MOVE SPACES TO IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REG
                   MOVE REG-LOCAL-M TO IMAGEM-ATUAL
           END-READ.
           PERFORM DECIDE-ACAO.
           EVALUATE ACAO-JOR
               WHEN "G"
                   MOVE JOR-DEPOIS TO REG-LOCAL-M
                   WRITE REG-LOCAL-M
                   MOVE ARQST-LOC TO ARQST-APLICA
               WHEN "R"
                   MOVE JOR-DEPOIS TO REG-LOCAL-M
                   REWRITE REG-LOCAL-M
                   MOVE ARQST-LOC TO ARQST-APLICA
               WHEN "D"
                   DELETE ARQ-LOC
                   MOVE ARQST-LOC TO ARQST-APLICA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Aplica-depto.

           MOVE JOR-CHAVE TO RECKEY-DEP.
           READ ARQ-DEP
               INVALID KEY
                   MOVE "N" TO ACHOU-REG
                   MOVE SPACES TO IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REG
                   MOVE REG-DEPTO-M TO IMAGEM-ATUAL
           END-READ.
           PERFORM DECIDE-ACAO.
           EVALUATE ACAO-JOR
               WHEN "G"
                   MOVE JOR-DEPOIS TO REG-DEPTO-M
                   WRITE REG-DEPTO-M
                   MOVE ARQST-DEP TO ARQST-APLICA
               WHEN "R"
                   MOVE JOR-DEPOIS TO REG-DEPTO-M
                   REWRITE REG-DEPTO-M
                   MOVE ARQST-DEP TO ARQST-APLICA
               WHEN "D"
                   DELETE ARQ-DEP
                   MOVE ARQST-DEP TO ARQST-APLICA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Aplica-tipo.

           MOVE JOR-CHAVE TO RECKEY-TIPO.
           READ ARQ-TIPO
               INVALID KEY
                   MOVE "N" TO ACHOU-REG
                   MOVE SPACES TO IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REG
                   MOVE REG-TIPO-M TO IMAGEM-ATUAL
           END-READ.
           PERFORM DECIDE-ACAO.
           EVALUATE ACAO-JOR
               WHEN "G"
                   MOVE JOR-DEPOIS TO REG-TIPO-M
                   WRITE REG-TIPO-M
                   MOVE ARQST-TIPO TO ARQST-APLICA
               WHEN "R"
                   MOVE JOR-DEPOIS TO REG-TIPO-M
                   REWRITE REG-TIPO-M
                   MOVE ARQST-TIPO TO ARQST-APLICA
               WHEN "D"
                   DELETE ARQ-TIPO
                   MOVE ARQST-TIPO TO ARQST-APLICA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Aplica-histor.

           MOVE JOR-CHAVE TO CHAVES-HIS.
           READ ARQ-HIS
               INVALID KEY
                   MOVE "N" TO ACHOU-REG
                   MOVE SPACES TO IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REG
                   MOVE REG-HIS-M TO IMAGEM-ATUAL
           END-READ.
           PERFORM DECIDE-ACAO.
           EVALUATE ACAO-JOR
               WHEN "G"
                   MOVE JOR-DEPOIS TO REG-HIS-M
                   WRITE REG-HIS-M
                   MOVE ARQST-HIS TO ARQST-APLICA
               WHEN "R"
                   MOVE JOR-DEPOIS TO REG-HIS-M
                   REWRITE REG-HIS-M
                   MOVE ARQST-HIS TO ARQST-APLICA
               WHEN "D"
                   DELETE ARQ-HIS
                   MOVE ARQST-HIS TO ARQST-APLICA
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Conta-entrada.

      *    "02" is a good write that added a duplicate alternate key.
           IF ACAO-JOR = "G" OR "R" OR "D"
               IF ARQST-APLICA = "00" OR "02"
                   ADD 1 TO QTD-APLICADAS
               ELSE
                   MOVE "X" TO ACAO-JOR
                   MOVE SPACES TO MOTIVO-REJEICAO
                   STRING "ERRO DE GRAVACAO - STATUS " ARQST-APLICA
                       DELIMITED BY SIZE INTO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF ACAO-JOR = "J"
               ADD 1 TO QTD-JA-APLICADAS
           END-IF.
           IF ACAO-JOR = "X"
               ADD 1 TO QTD-REJEITADAS
               MOVE JOR-DATA TO DATA-INV
               MOVE DIA-INV TO DIA-DMA
               MOVE MES-INV TO MES-DMA
               MOVE ANO-INV TO ANO-DMA
               MOVE DATA-DMA TO LR-DATA
               MOVE JOR-HORA TO LR-HORA
               INSPECT LR-HORA REPLACING ALL " " BY ":"
               MOVE JOR-PROGRAMA TO LR-PROGRAMA
               MOVE JOR-ARQUIVO TO LR-ARQUIVO
               MOVE JOR-OPERACAO TO LR-OPERACAO
               MOVE JOR-CHAVE TO LR-CHAVE
               MOVE MOTIVO-REJEICAO TO LR-MOTIVO
               WRITE LINHA-RELATORIO FROM LINHA-REJEICAO
           END-IF.

       end program BACKUP.
