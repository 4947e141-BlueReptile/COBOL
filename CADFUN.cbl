       Program-Id. CADFUN.

      *=========================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
           Decimal-point is comma.

      *=========================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARQ-FUN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FUN
              FILE STATUS ARQST-FUN.

              SELECT ARQ-CUS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CUS
              ALTERNATE RECORD KEY MATRICULA-C WITH DUPLICATES
              FILE STATUS ARQST-CUS.

              SELECT ARQ-BEM ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BEM
              FILE STATUS ARQST-BEM.

              SELECT ARQ-DEP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-DEP
              FILE STATUS ARQST-DEP.

              SELECT ARQ-EMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-EMP
              FILE STATUS ARQST-EMP.

              SELECT ARQ-NDC ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-NDC.

              SELECT ARQ-INA ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-INA.

      *=========================================================================*
       DATA DIVISION.
       FILE SECTION.
      *    Employee master.  MATRICULA-F is the same number EMPRES
      *    keeps as MATRICULA-P on a loan.  SIT-FUNC-F: A ativo,
      *    I inativo (desligado).
       FD  ARQ-FUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNC.DAT".
           01  REG-FUNCIONARIO.
               02 RECKEY-FUN.
                   03 MATRICULA-F          PIC 9(06).
               02 NOME-FUNC-F           PIC X(30).
               02 CODIGO-DEPTO-F        PIC 9(04).
               02 SIT-FUNC-F            PIC X(01).
               02 DT-INATIVACAO-F       PIC 9(08).
               02 CODIGO-OPER-F         PIC 9(04).

      *    Individual custodian of an asset, below the department's
      *    responsible.  One record per asset; no record means the
      *    asset is under the department only.
       FD  ARQ-CUS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CUSTOD.DAT".
           01  REG-CUSTODIA.
               02 RECKEY-CUS.
                   03 CODIGO-BEM-C         PIC 9(06).
               02 MATRICULA-C           PIC 9(06).
               02 DT-ATRIBUICAO-C       PIC 9(08).
               02 CODIGO-OPER-C         PIC 9(04).

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

       FD  ARQ-DEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
           01  REG-DEPTO-M.
               02 RECKEY-DEP.
                   03 CODIGO-DEPTO-D       PIC 9(04).
               02 DESC-DEPTO-D          PIC X(30).
               02 RESPONSAVEL-DEPTO-D   PIC X(30).

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

       FD  ARQ-NDC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NADACONS.TXT".
           01  LINHA-NADA-CONSTA        PIC X(80).

       FD  ARQ-INA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCINAT.TXT".
           01  LINHA-INATIVACAO         PIC X(80).

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

           01 ARQST-FUN                    PIC X(02).
           01 ARQST-CUS                    PIC X(02).
           01 ARQST-BEM                    PIC X(02).
           01 ARQST-DEP                    PIC X(02).
           01 ARQST-EMP                    PIC X(02).
           01 ARQST-NDC                    PIC X(02).
           01 ARQST-INA                    PIC X(02).

           01 OP-CADFUN                    PIC 9(01) VALUE ZEROS.
           01 WIGUAL                       PIC 9     VALUE ZEROS.
           01 WCUS                         PIC 9     VALUE ZEROS.
           01 EMP-OK                       PIC X(01) VALUE "N".
           01 CONFIRMA                     PIC X(01) VALUE SPACES.
           01 FUNC-EXISTE                  PIC X(01) VALUE "N".
           01 CUS-EXISTE                   PIC X(01) VALUE "N".
           01 DADOS-OK                     PIC X(01) VALUE "N".
           01 LINHA-AUX                    PIC X(80).
           01 TRACO                        PIC X(80) VALUE ALL "-".

           01 MATRICULA-E                  PIC 9(06) VALUE ZEROS.
           01 MATRICULA-DESTINO            PIC 9(06) VALUE ZEROS.
           01 NOME-FUNC-E                  PIC X(30) VALUE SPACES.
           01 CODIGO-DEPTO-E               PIC 9(04) VALUE ZEROS.
           01 BEM-E                        PIC 9(06) VALUE ZEROS.
           01 TOTAL-BENS-FUNC              PIC 9(04) VALUE ZEROS.
           01 TOTAL-EMP-FUNC               PIC 9(04) VALUE ZEROS.
           01 TOTAL-REATRIBUIDOS           PIC 9(04) VALUE ZEROS.
           01 VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.

      *    Assets of one custodian, taken off the alternate key before
      *    any of them is rewritten with another matricula.
           01 TAB-CUSTODIA.
               02 TC-BEM                   PIC 9(06) OCCURS 500 TIMES.
           01 QTD-TAB-CUS                  PIC 9(04) VALUE ZEROS.
           01 I-CUS                        PIC 9(04) VALUE ZEROS.
           01 TAB-CUS-CHEIA                PIC X(01) VALUE "N".

           01 DATA-SIS.
               02 ANO                      PIC 9(04).
               02 MES                      PIC 9(02).
               02 DIA                      PIC 9(02).
           01 DT-HOJE                      PIC 9(08) VALUE ZEROS.

      *=========================================================================*
       PROCEDURE DIVISION.

       Inicio.
           PERFORM ABRE-ARQ.
           PERFORM MENU-CADFUN UNTIL OP-CADFUN = 7.
           PERFORM FINALIZA.
           STOP RUN.

      *-------------------------------------------------------------------------*
       Abre-arq.

           OPEN I-O ARQ-FUN.
           EVALUATE ARQST-FUN
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-FUN
                   CLOSE ARQ-FUN
                   OPEN I-O ARQ-FUN
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - FUNC.DAT: " ARQST-FUN
                   STOP RUN
           END-EVALUATE.

           OPEN I-O ARQ-CUS.
           EVALUATE ARQST-CUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQ-CUS
                   CLOSE ARQ-CUS
                   OPEN I-O ARQ-CUS
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CUSTOD.DAT: " ARQST-CUS
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BEM.
           IF ARQST-BEM NOT = "00"
               DISPLAY "ERRO DE ABERTURA - BENS.DAT: " ARQST-BEM
               STOP RUN.

           OPEN INPUT ARQ-DEP.
           IF ARQST-DEP NOT = "00"
               DISPLAY "ERRO DE ABERTURA - DEPTO.DAT: " ARQST-DEP
               STOP RUN.

      *    EMPRES.DAT exists once the first loan is made; until then
      *    nobody has a loan to answer for.
           OPEN INPUT ARQ-EMP.
           EVALUATE ARQST-EMP
               WHEN "00"
                   MOVE "S" TO EMP-OK
               WHEN "35"
                   MOVE "N" TO EMP-OK
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - EMPRES.DAT: " ARQST-EMP
                   STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
           COMPUTE DT-HOJE = DIA * 1000000 + MES * 10000 + ANO.

      *-------------------------------------------------------------------------*
       Menu-cadfun.

           DISPLAY " ".
           DISPLAY "FUNCIONARIOS E CUSTODIA INDIVIDUAL DE BENS".
           DISPLAY "1 - CADASTRAR/ALTERAR FUNCIONARIO".
           DISPLAY "2 - ATRIBUIR/RETIRAR CUSTODIA DE BEM".
           DISPLAY "3 - BENS SOB CUSTODIA DO FUNCIONARIO".
           DISPLAY "4 - INATIVAR FUNCIONARIO".
           DISPLAY "5 - REATRIBUIR BENS DE FUNCIONARIO".
           DISPLAY "6 - NADA CONSTA".
           DISPLAY "7 - SAIR".
           DISPLAY "ESCOLHA UMA OPCAO: ".
           ACCEPT OP-CADFUN.
           EVALUATE OP-CADFUN
               WHEN 1
                   PERFORM CADASTRA-FUNCIONARIO
               WHEN 2
                   PERFORM ATRIBUI-CUSTODIA
               WHEN 3
                   PERFORM CONSULTA-CUSTODIA
               WHEN 4
                   PERFORM INATIVA-FUNCIONARIO
               WHEN 5
                   PERFORM REATRIBUI-BENS
               WHEN 6
                   PERFORM NADA-CONSTA
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *-------------------------------------------------------------------------*
       Cadastra-funcionario.

           DISPLAY "MATRICULA: ".
           ACCEPT MATRICULA-E.
           IF MATRICULA-E = ZEROS
               DISPLAY "MATRICULA OBRIGATORIA."
           ELSE
               MOVE MATRICULA-E TO MATRICULA-F
               READ ARQ-FUN INVALID KEY
                   MOVE "N" TO FUNC-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO FUNC-EXISTE
               END-READ
               IF FUNC-EXISTE = "S"
                   PERFORM MOSTRA-FUNCIONARIO
                   DISPLAY "ALTERAR O FUNCIONARIO <S/N>? "
                   ACCEPT CONFIRMA
               ELSE
                   MOVE "S" TO CONFIRMA
               END-IF
               IF CONFIRMA = "S" OR "s"
                   PERFORM RECEBE-DADOS-FUNC
                   IF DADOS-OK = "S"
                       PERFORM GRAVA-FUNCIONARIO
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Mostra-funcionario.

           MOVE CODIGO-DEPTO-F TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
           END-READ.
           DISPLAY "MATRICULA " MATRICULA-F " " NOME-FUNC-F.
           DISPLAY "DEPTO " CODIGO-DEPTO-F " " DESC-DEPTO-D
               " SITUACAO " SIT-FUNC-F.
           IF SIT-FUNC-F = "I"
               DISPLAY "INATIVO DESDE " DT-INATIVACAO-F.

      *-------------------------------------------------------------------------*
       Recebe-dados-func.

           MOVE "N" TO DADOS-OK.
           DISPLAY "NOME: ".
           ACCEPT NOME-FUNC-E.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT CODIGO-DEPTO-E.
           IF NOME-FUNC-E = SPACES
               DISPLAY "NOME OBRIGATORIO."
           ELSE
               MOVE CODIGO-DEPTO-E TO CODIGO-DEPTO-D
               READ ARQ-DEP INVALID KEY
                   DISPLAY "DEPTO NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO DADOS-OK
               END-READ
           END-IF.

      *-------------------------------------------------------------------------*
       Grava-funcionario.

      *    An inactive employee taken back on comes back active here;
      *    inactivation itself goes through option 4, which lists the
      *    assets to reassign.
           MOVE MATRICULA-E TO MATRICULA-F.
           MOVE NOME-FUNC-E TO NOME-FUNC-F.
           MOVE CODIGO-DEPTO-E TO CODIGO-DEPTO-F.
           MOVE OPER-CODIGO TO CODIGO-OPER-F.
           IF FUNC-EXISTE = "S"
               IF SIT-FUNC-F = "I"
                   DISPLAY "FUNCIONARIO INATIVO - REATIVAR <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       MOVE "A" TO SIT-FUNC-F
                       MOVE ZEROS TO DT-INATIVACAO-F
                   END-IF
               END-IF
               REWRITE REG-FUNCIONARIO
               DISPLAY "FUNCIONARIO ALTERADO."
           ELSE
               MOVE "A" TO SIT-FUNC-F
               MOVE ZEROS TO DT-INATIVACAO-F
               WRITE REG-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR FUNCIONARIO: " ARQST-FUN
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO CADASTRADO."
               END-WRITE
           END-IF.

      *-------------------------------------------------------------------------*
       Atribui-custodia.

      *    Only an active asset can be given a custodian, and only to
      *    an active employee.  Matricula zero takes the asset back
      *    to the department.
           DISPLAY "CODIGO DO BEM: ".
           ACCEPT BEM-E.
           MOVE BEM-E TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 1 TO SITUACAO-BEM-M
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
           END-READ.
           IF SITUACAO-BEM-M = 1
               DISPLAY "BEM BAIXADO OU INEXISTENTE."
           ELSE
               DISPLAY "BEM " CODIGO-BEM-M " " DESC-BEM-M
                   " DEPTO " CODIGO-DEPTO-M
               MOVE BEM-E TO CODIGO-BEM-C
               READ ARQ-CUS INVALID KEY
                   DISPLAY "SEM CUSTODIANTE INDIVIDUAL."
                   MOVE ZEROS TO MATRICULA-C
               NOT INVALID KEY
                   DISPLAY "CUSTODIANTE ATUAL: " MATRICULA-C
                       " DESDE " DT-ATRIBUICAO-C
               END-READ
               DISPLAY "NOVO CUSTODIANTE (0 = RETIRAR): "
               ACCEPT MATRICULA-DESTINO
               IF MATRICULA-DESTINO = ZEROS
                   PERFORM RETIRA-CUSTODIA
               ELSE
                   PERFORM TESTA-FUNC-DESTINO
                   IF DADOS-OK = "S"
                       PERFORM GRAVA-CUSTODIA
                       DISPLAY "CUSTODIA ATRIBUIDA A " NOME-FUNC-F
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Testa-func-destino.

           MOVE "N" TO DADOS-OK.
           MOVE MATRICULA-DESTINO TO MATRICULA-F.
           READ ARQ-FUN INVALID KEY
               DISPLAY "FUNCIONARIO NAO CADASTRADO."
           NOT INVALID KEY
               IF SIT-FUNC-F NOT = "A"
                   DISPLAY "FUNCIONARIO INATIVO - NAO PODE RECEBER "
                       "BENS."
               ELSE
                   MOVE "S" TO DADOS-OK
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Grava-custodia.

           MOVE BEM-E TO CODIGO-BEM-C.
           READ ARQ-CUS INVALID KEY
               MOVE "N" TO CUS-EXISTE
           NOT INVALID KEY
               MOVE "S" TO CUS-EXISTE
           END-READ.
           MOVE BEM-E TO CODIGO-BEM-C.
           MOVE MATRICULA-DESTINO TO MATRICULA-C.
           MOVE DT-HOJE TO DT-ATRIBUICAO-C.
           MOVE OPER-CODIGO TO CODIGO-OPER-C.
           IF CUS-EXISTE = "S"
               REWRITE REG-CUSTODIA
           ELSE
               WRITE REG-CUSTODIA
           END-IF.

      *-------------------------------------------------------------------------*
       Retira-custodia.

           MOVE BEM-E TO CODIGO-BEM-C.
           READ ARQ-CUS INVALID KEY
               DISPLAY "BEM JA ESTA SO COM O DEPARTAMENTO."
           NOT INVALID KEY
               DELETE ARQ-CUS
               DISPLAY "CUSTODIA INDIVIDUAL RETIRADA."
           END-READ.

      *-------------------------------------------------------------------------*
       Consulta-custodia.

           DISPLAY "MATRICULA: ".
           ACCEPT MATRICULA-E.
           MOVE MATRICULA-E TO MATRICULA-F.
           READ ARQ-FUN INVALID KEY
               DISPLAY "FUNCIONARIO NAO CADASTRADO."
           NOT INVALID KEY
               PERFORM MOSTRA-FUNCIONARIO
               PERFORM CARREGA-CUSTODIA
               MOVE ZEROS TO TOTAL-BENS-FUNC
               PERFORM VARYING I-CUS FROM 1 BY 1
                       UNTIL I-CUS > QTD-TAB-CUS
                   MOVE TC-BEM(I-CUS) TO CODIGO-BEM-M
                   READ ARQ-BEM INVALID KEY
                       MOVE 1 TO SITUACAO-BEM-M
                   END-READ
                   IF SITUACAO-BEM-M NOT = 1
                       ADD 1 TO TOTAL-BENS-FUNC
                       DISPLAY "  " CODIGO-BEM-M " " DESC-BEM-M
                           " DEPTO " CODIGO-DEPTO-M
                   END-IF
               END-PERFORM
               DISPLAY "BENS SOB CUSTODIA: " TOTAL-BENS-FUNC
           END-READ.

      *-------------------------------------------------------------------------*
       Carrega-custodia.

      *    Every asset code held under MATRICULA-E, by the alternate
      *    key.  Baixado assets may still carry an old custody record;
      *    the callers skip them.
           MOVE ZEROS TO QTD-TAB-CUS WCUS.
           MOVE "N" TO TAB-CUS-CHEIA.
           MOVE MATRICULA-E TO MATRICULA-C.
           START ARQ-CUS KEY IS = MATRICULA-C
               INVALID KEY
                   MOVE 1 TO WCUS
           END-START.
           PERFORM UNTIL WCUS = 1
               READ ARQ-CUS NEXT RECORD
                   AT END
                       MOVE 1 TO WCUS
                   NOT AT END
                       IF MATRICULA-C NOT = MATRICULA-E
                           MOVE 1 TO WCUS
                       ELSE
                           IF QTD-TAB-CUS < 500
                               ADD 1 TO QTD-TAB-CUS
                               MOVE CODIGO-BEM-C TO TC-BEM(QTD-TAB-CUS)
                           ELSE
                               MOVE "S" TO TAB-CUS-CHEIA
                               MOVE 1 TO WCUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF TAB-CUS-CHEIA = "S"
               DISPLAY "MAIS DE 500 BENS NA CUSTODIA - SO OS 500 "
                   "PRIMEIROS FORAM TRATADOS.".

      *-------------------------------------------------------------------------*
       Inativa-funcionario.

           DISPLAY "MATRICULA: ".
           ACCEPT MATRICULA-E.
           MOVE MATRICULA-E TO MATRICULA-F.
           READ ARQ-FUN INVALID KEY
               DISPLAY "FUNCIONARIO NAO CADASTRADO."
           NOT INVALID KEY
               IF SIT-FUNC-F NOT = "A"
                   DISPLAY "FUNCIONARIO JA INATIVO."
               ELSE
                   PERFORM MOSTRA-FUNCIONARIO
                   DISPLAY "CONFIRMA A INATIVACAO <S/N>? "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = "S" OR "s"
                       PERFORM EFETIVA-INATIVACAO
                   END-IF
               END-IF
           END-READ.

      *-------------------------------------------------------------------------*
       Efetiva-inativacao.

      *    The employee is closed at once, but the assets stay in the
      *    custody file until someone takes them over - the list in
      *    FUNCINAT.TXT is the worksheet for option 5.
           MOVE "I" TO SIT-FUNC-F.
           MOVE DT-HOJE TO DT-INATIVACAO-F.
           MOVE OPER-CODIGO TO CODIGO-OPER-F.
           REWRITE REG-FUNCIONARIO.
           DISPLAY "FUNCIONARIO INATIVADO.".
           OPEN OUTPUT ARQ-INA.
           IF ARQST-INA NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR FUNCINAT.TXT."
           ELSE
               WRITE LINHA-INATIVACAO FROM TRACO
               MOVE SPACES TO LINHA-AUX
               STRING "BENS A REATRIBUIR - FUNCIONARIO INATIVADO EM "
                   DT-HOJE DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-INATIVACAO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "MATRICULA: " MATRICULA-F " - " NOME-FUNC-F
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-INATIVACAO FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "DEPTO....: " CODIGO-DEPTO-F " - " DESC-DEPTO-D
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-INATIVACAO FROM LINHA-AUX
               WRITE LINHA-INATIVACAO FROM TRACO
               PERFORM CARREGA-CUSTODIA
               MOVE ZEROS TO TOTAL-BENS-FUNC
               PERFORM VARYING I-CUS FROM 1 BY 1
                       UNTIL I-CUS > QTD-TAB-CUS
                   MOVE TC-BEM(I-CUS) TO CODIGO-BEM-M
                   READ ARQ-BEM INVALID KEY
                       MOVE 1 TO SITUACAO-BEM-M
                   END-READ
                   IF SITUACAO-BEM-M NOT = 1
                       ADD 1 TO TOTAL-BENS-FUNC
                       MOVE VALOR-AQUISICAO-M TO VALOR-ED
                       MOVE SPACES TO LINHA-AUX
                       STRING CODIGO-BEM-M "  " DESC-BEM-M
                           "  DEPTO " CODIGO-DEPTO-M "  " VALOR-ED
                           DELIMITED BY SIZE INTO LINHA-AUX
                       WRITE LINHA-INATIVACAO FROM LINHA-AUX
                       DISPLAY "  " CODIGO-BEM-M " " DESC-BEM-M
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINHA-AUX
               IF TOTAL-BENS-FUNC = ZEROS
                   MOVE "NENHUM BEM SOB CUSTODIA DO FUNCIONARIO."
                       TO LINHA-AUX
               ELSE
                   STRING "TOTAL DE BENS A REATRIBUIR: "
                       TOTAL-BENS-FUNC
                       DELIMITED BY SIZE INTO LINHA-AUX
               END-IF
               WRITE LINHA-INATIVACAO FROM LINHA-AUX
               CLOSE ARQ-INA
               MOVE "CADFUN" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "MATRICULA " MATRICULA-F DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "FUNCINAT.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "BENS A REATRIBUIR: " TOTAL-BENS-FUNC
                   " (LISTA EM FUNCINAT.TXT)"
           END-IF.

      *-------------------------------------------------------------------------*
       Reatribui-bens.

      *    Moves an employee's assets to another active employee, one
      *    confirmation per asset so part of them can go elsewhere.
           DISPLAY "MATRICULA DE ORIGEM: ".
           ACCEPT MATRICULA-E.
           DISPLAY "MATRICULA DE DESTINO: ".
           ACCEPT MATRICULA-DESTINO.
           IF MATRICULA-E = MATRICULA-DESTINO
               DISPLAY "ORIGEM E DESTINO IGUAIS."
           ELSE
               PERFORM TESTA-FUNC-DESTINO
               IF DADOS-OK = "S"
                   DISPLAY "DESTINO: " NOME-FUNC-F
                   PERFORM CARREGA-CUSTODIA
                   MOVE ZEROS TO TOTAL-REATRIBUIDOS
                   PERFORM VARYING I-CUS FROM 1 BY 1
                           UNTIL I-CUS > QTD-TAB-CUS
                       PERFORM REATRIBUI-BEM
                   END-PERFORM
                   DISPLAY "BENS REATRIBUIDOS: " TOTAL-REATRIBUIDOS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Reatribui-bem.

           MOVE TC-BEM(I-CUS) TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE 1 TO SITUACAO-BEM-M
           END-READ.
           IF SITUACAO-BEM-M NOT = 1
               DISPLAY "BEM " CODIGO-BEM-M " " DESC-BEM-M
               DISPLAY "  TRANSFERIR A CUSTODIA <S/N>? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR "s"
                   MOVE TC-BEM(I-CUS) TO BEM-E
                   PERFORM GRAVA-CUSTODIA
                   ADD 1 TO TOTAL-REATRIBUIDOS
               END-IF
           END-IF.

      *-------------------------------------------------------------------------*
       Nada-consta.

      *    Clearance for HR: every active asset in the employee's
      *    custody and every open loan under the matricula.  "NADA
      *    CONSTA" only when both lists are empty.
           DISPLAY "MATRICULA: ".
           ACCEPT MATRICULA-E.
           MOVE MATRICULA-E TO MATRICULA-F.
           READ ARQ-FUN INVALID KEY
               DISPLAY "FUNCIONARIO NAO CADASTRADO."
           NOT INVALID KEY
               PERFORM EMITE-NADA-CONSTA
           END-READ.

      *-------------------------------------------------------------------------*
       Emite-nada-consta.

           MOVE CODIGO-DEPTO-F TO CODIGO-DEPTO-D.
           READ ARQ-DEP INVALID KEY
               MOVE "DEPTO NAO CADASTRADO" TO DESC-DEPTO-D
           END-READ.
           OPEN OUTPUT ARQ-NDC.
           IF ARQST-NDC NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GERAR NADACONS.TXT."
           ELSE
               WRITE LINHA-NADA-CONSTA FROM TRACO
               MOVE "DECLARACAO DE SITUACAO PATRIMONIAL - NADA CONSTA"
                   TO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "MATRICULA: " MATRICULA-F " - " NOME-FUNC-F
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "DEPTO....: " CODIGO-DEPTO-F " - " DESC-DEPTO-D
                   "  SITUACAO: " SIT-FUNC-F
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               STRING "EMITIDO EM: " DT-HOJE "  OPERADOR: " OPER-CODIGO
                   DELIMITED BY SIZE INTO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM TRACO
               PERFORM LISTA-CUSTODIA-NDC
               PERFORM LISTA-EMPRESTIMOS-NDC
               WRITE LINHA-NADA-CONSTA FROM TRACO
               IF TOTAL-BENS-FUNC = ZEROS AND TOTAL-EMP-FUNC = ZEROS
                   MOVE "NADA CONSTA." TO LINHA-AUX
                   DISPLAY "NADA CONSTA."
               ELSE
                   MOVE SPACES TO LINHA-AUX
                   STRING "CONSTAM PENDENCIAS: " TOTAL-BENS-FUNC
                       " BEM(NS) SOB CUSTODIA E " TOTAL-EMP-FUNC
                       " EMPRESTIMO(S) EM ABERTO."
                       DELIMITED BY SIZE INTO LINHA-AUX
                   DISPLAY "CONSTAM PENDENCIAS - BENS: "
                       TOTAL-BENS-FUNC " EMPRESTIMOS: " TOTAL-EMP-FUNC
               END-IF
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               MOVE SPACES TO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               MOVE "ASSINATURA (PATRIMONIO): ______________________"
                   TO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               CLOSE ARQ-NDC
               MOVE "CADFUN" TO REM-PROGRAMA
               MOVE SPACES TO REM-PARAMETROS
               STRING "MATRICULA " MATRICULA-F DELIMITED BY SIZE
                   INTO REM-PARAMETROS
               MOVE "NADACONS.TXT" TO REM-ARQUIVO
               CALL "REGREL"
               DISPLAY "DECLARACAO GRAVADA EM NADACONS.TXT"
           END-IF.

      *-------------------------------------------------------------------------*
       Lista-custodia-ndc.

           MOVE "BENS SOB CUSTODIA:" TO LINHA-AUX.
           WRITE LINHA-NADA-CONSTA FROM LINHA-AUX.
           PERFORM CARREGA-CUSTODIA.
           MOVE ZEROS TO TOTAL-BENS-FUNC.
           PERFORM VARYING I-CUS FROM 1 BY 1 UNTIL I-CUS > QTD-TAB-CUS
               MOVE TC-BEM(I-CUS) TO CODIGO-BEM-M
               READ ARQ-BEM INVALID KEY
                   MOVE 1 TO SITUACAO-BEM-M
               END-READ
               IF SITUACAO-BEM-M NOT = 1
                   ADD 1 TO TOTAL-BENS-FUNC
                   MOVE VALOR-AQUISICAO-M TO VALOR-ED
                   MOVE SPACES TO LINHA-AUX
                   STRING "  " CODIGO-BEM-M "  " DESC-BEM-M
                       "  DEPTO " CODIGO-DEPTO-M "  " VALOR-ED
                       DELIMITED BY SIZE INTO LINHA-AUX
                   WRITE LINHA-NADA-CONSTA FROM LINHA-AUX
               END-IF
           END-PERFORM.
           IF TOTAL-BENS-FUNC = ZEROS
               MOVE "  (NENHUM)" TO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Lista-emprestimos-ndc.

           MOVE "EMPRESTIMOS EM ABERTO:" TO LINHA-AUX.
           WRITE LINHA-NADA-CONSTA FROM LINHA-AUX.
           MOVE ZEROS TO TOTAL-EMP-FUNC.
           IF EMP-OK = "S"
               MOVE ZEROS TO CODIGO-BEM-P NUM-EMP-P WIGUAL
               START ARQ-EMP KEY IS NOT LESS THAN CHAVES-EMP
                   INVALID KEY
                       MOVE 1 TO WIGUAL
               END-START
               PERFORM UNTIL WIGUAL = 1
                   READ ARQ-EMP NEXT RECORD
                       AT END
                           MOVE 1 TO WIGUAL
                       NOT AT END
                           IF MATRICULA-P = MATRICULA-F AND
                              SIT-EMP-P = "A"
                               PERFORM IMPRIME-EMPRESTIMO-NDC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF TOTAL-EMP-FUNC = ZEROS
               MOVE "  (NENHUM)" TO LINHA-AUX
               WRITE LINHA-NADA-CONSTA FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Imprime-emprestimo-ndc.

           ADD 1 TO TOTAL-EMP-FUNC.
           MOVE CODIGO-BEM-P TO CODIGO-BEM-M.
           READ ARQ-BEM INVALID KEY
               MOVE "BEM NAO CADASTRADO" TO DESC-BEM-M
           END-READ.
           MOVE SPACES TO LINHA-AUX.
           STRING "  " CODIGO-BEM-P "  " DESC-BEM-M
               "  EMP " NUM-EMP-P "  DEVOL.PREV. " DT-PREV-DEVOL-P
               DELIMITED BY SIZE INTO LINHA-AUX.
           WRITE LINHA-NADA-CONSTA FROM LINHA-AUX.

      *-------------------------------------------------------------------------*
       Finaliza.

           CLOSE ARQ-FUN ARQ-CUS ARQ-BEM ARQ-DEP.
           IF EMP-OK = "S"
               CLOSE ARQ-EMP
           END-IF.
           EXIT PROGRAM.

       end program CADFUN.
