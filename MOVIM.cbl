              RECORD KEY CHAVES-REA
              FILE STATUS ARQST-REA.

              SELECT ARQ-CIA ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CIA
              FILE STATUS ARQST-CIA.

              SELECT ARQ-LIV ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-LIV
              ALTERNATE RECORD KEY CODIGO-BEM-L WITH DUPLICATES
              FILE STATUS ARQST-LIV.

              SELECT ARQ-CMP ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-CMP
              ALTERNATE RECORD KEY CODIGO-COMP-V
              FILE STATUS ARQST-CMP.

              SELECT ARQ-APO ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-APO
              FILE STATUS ARQST-APO.

              SELECT ARQ-SGB ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CHAVES-SGB
              ALTERNATE RECORD KEY CODIGO-BEM-S WITH DUPLICATES
              FILE STATUS ARQST-SGB.

              SELECT ARQ-SIN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-SIN
              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              FILE STATUS ARQST-SIN.

              SELECT ARQ-CUS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-CUS
              ALTERNATE RECORD KEY MATRICULA-U WITH DUPLICATES
              FILE STATUS ARQST-CUS.

              SELECT ARQ-FUN ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-FUN
              FILE STATUS ARQST-FUN.

              SELECT ARQ-BAQ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RECKEY-BAQ
              FILE STATUS ARQST-BAQ.

              SELECT ARQ-JOR ASSIGN TO DISK
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS ARQST-JOR.


       data division.
       file section.
           02 MOTIVO-R             pic x(30).
           02 CODIGO-OPER-R        pic 9(04).

       fd  ARQ-CIA LABEL RECORD STANDARD
       value of file-id is "CIAP.DAT".
       01 reg-ciap.
           02 RECKEY-CIA.
               03 CODIGO-BEM-C     pic 9(06).
           02 VALOR-ICMS-C         pic 9(09)v99.
           02 COMPET-INICIO-C      pic 9(06).
           02 PARCELAS-C           pic 9(02).
           02 SALDO-C              pic 9(09)v99.
           02 CREDITO-ACUM-C       pic 9(09)v99.
           02 COMPET-ULT-C         pic 9(06).
           02 SIT-CIAP-C           pic x(01).
           02 COMPET-ESTORNO-C     pic 9(06).
           02 VALOR-ESTORNO-C      pic 9(09)v99.
           02 CODIGO-OPER-C        pic 9(04).

       fd  ARQ-LIV LABEL RECORD STANDARD
       value of file-id is "CIAPMOV.DAT".
       01 reg-livro.
           02 CHAVES-LIV.
               03 COMPET-L         pic 9(06).
               03 CODIGO-BEM-L     pic 9(06).
               03 TIPO-LANC-L      pic x(01).
           02 PARCELA-L            pic 9(02).
           02 VALOR-PARCELA-L      pic 9(09)v99.
           02 COEF-L               pic 9v9(06).
           02 VALOR-CREDITO-L      pic 9(09)v99.
           02 CODIGO-OPER-L        pic 9(04).

       fd  ARQ-CMP LABEL RECORD STANDARD
       value of file-id is "COMPOS.DAT".
       01 reg-composicao.
           02 CHAVES-CMP.
               03 CODIGO-PAI-V     pic 9(06).
               03 CODIGO-COMP-V    pic 9(06).
           02 DT-VINCULO-V         pic 9(08).
           02 CODIGO-OPER-V        pic 9(04).

       fd  ARQ-APO LABEL RECORD STANDARD
       value of file-id is "APOLICE.DAT".
       01 reg-apolice.
           02 RECKEY-APO.
               03 NUM-APOLICE-A    pic x(15).
           02 CODIGO-FORN-A        pic 9(04).
           02 VALOR-COBERTURA-A    pic 9(09)v99.
           02 DT-INICIO-A          pic 9(08).
           02 DT-FIM-A             pic 9(08).
           02 VALOR-PREMIO-A       pic 9(07)v99.
           02 CODIGO-OPER-A        pic 9(04).

       fd  ARQ-SGB LABEL RECORD STANDARD
       value of file-id is "SEGBEM.DAT".
       01 reg-segbem.
           02 CHAVES-SGB.
               03 NUM-APOLICE-S    pic x(15).
               03 CODIGO-BEM-S     pic 9(06).
           02 DT-VINCULO-S         pic 9(08).
           02 CODIGO-OPER-S        pic 9(04).

       fd  ARQ-SIN LABEL RECORD STANDARD
       value of file-id is "SINISTRO.DAT".
       01 reg-sinistro.
           02 RECKEY-SIN.
               03 CODIGO-BEM-N     pic 9(06).
           02 NUM-APOLICE-N        pic x(15).
           02 DT-ABERTURA-N        pic 9(08).
           02 MOTIVO-N             pic x(30).
           02 VALOR-RECLAMADO-N    pic 9(09)v99.
           02 VALOR-RECEBIDO-N     pic 9(09)v99.
           02 DT-RECEBIMENTO-N     pic 9(08).
           02 SIT-SINISTRO-N       pic x(01).
           02 CODIGO-OPER-N        pic 9(04).

       fd  ARQ-CUS LABEL RECORD STANDARD
       value of file-id is "CUSTOD.DAT".
       01 reg-custodia.
           02 RECKEY-CUS.
               03 CODIGO-BEM-U     pic 9(06).
           02 MATRICULA-U          pic 9(06).
           02 DT-ATRIBUICAO-U      pic 9(08).
           02 CODIGO-OPER-U        pic 9(04).

       fd  ARQ-FUN LABEL RECORD STANDARD
       value of file-id is "FUNC.DAT".
       01 reg-funcionario.
           02 RECKEY-FUN.
               03 MATRICULA-F      pic 9(06).
           02 NOME-FUNC-F          pic x(30).
           02 CODIGO-DEPTO-F       pic 9(04).
           02 SIT-FUNC-F           pic x(01).
           02 DT-INATIVACAO-F      pic 9(08).
           02 CODIGO-OPER-F        pic 9(04).

      *    Assets purged by EXPURGO keep their master here; their
      *    movements are all in HISTARQ.DAT.
       fd  ARQ-BAQ LABEL RECORD STANDARD
       value of file-id is "BENSARQ.DAT".
       01 reg-bem-arquivado.
           02 RECKEY-BAQ.
               03 CODIGO-BEM-Q     pic 9(06).
           02 DESC-BEM-Q           pic x(30).
           02 DT-AQUISICAO-Q       pic 9(08).
           02 VALOR-AQUISICAO-Q    pic 9(09)v99.
           02 CODIGO-LOCAL-Q       pic 9(04).
           02 CODIGO-DEPTO-Q       pic 9(04).
           02 CODIGO-TIPO-Q        pic 9(04).
           02 SITUACAO-BEM-Q       pic 9(01).
           02 DT-BAIXA-Q           pic 9(08).
           02 MOTIVO-BAIXA-Q       pic x(30).
           02 VALOR-BAIXA-Q        pic 9(09)v99.
           02 NUM-NOTA-FISCAL-Q    pic x(10).
           02 FORNECEDOR-BEM-Q     pic x(30).
           02 NUM-SERIE-Q          pic x(20).
           02 OPER-ULT-ALT-Q       pic 9(04).
           02 GARANTIA-MESES-Q     pic 9(03).
           02 CODIGO-FORN-Q        pic 9(04).
           02 DT-EXPURGO-Q         pic 9(08).
           02 OPER-EXPURGO-Q       pic 9(04).

      *    Shared change journal: one line per add (I), change (A) or
      *    delete (E) on the files BACKUP copies, with the record as
      *    it was and as it became.
       fd  ARQ-JOR LABEL RECORD STANDARD
       value of file-id is "JORNAL.DAT".
       01 reg-jornal.
           02 JOR-DATA             pic 9(08).
           02 FILLER               pic x(01).
           02 JOR-HORA             pic 9(06).
           02 FILLER               pic x(01).
           02 JOR-OPERADOR         pic 9(04).
           02 FILLER               pic x(01).
           02 JOR-PROGRAMA         pic x(08).
           02 FILLER               pic x(01).
           02 JOR-ARQUIVO          pic x(08).
           02 FILLER               pic x(01).
           02 JOR-OPERACAO         pic x(01).
           02 FILLER               pic x(01).
           02 JOR-CHAVE            pic x(10).
           02 FILLER               pic x(01).
           02 JOR-ANTES            pic x(188).
           02 FILLER               pic x(01).
           02 JOR-DEPOIS           pic x(188).


       WORKING-STORAGE SECTION.

           02 OPER-PERM-UTIL   pic x(01).
           02 OPER-PERM-EXC    pic x(01).

      *    Run details handed to REGREL for the report catalog.
       01 RELATORIO-EMITIDO EXTERNAL.
           02 REM-PROGRAMA     pic x(08).
           02 REM-PARAMETROS   pic x(30).
           02 REM-ARQUIVO      pic x(12).

       01 arqst-bem      pic x(2).
       01 maior-num-mov  pic 9(04) value zeros.
       01 arqst-lst      pic x(2).
       01 valor-bruto-w  pic 9(11)v99 value zeros.
       01 wrea           pic 9 value zeros.
       01 pode-excluir   pic x(1) value "S".
       01 arqst-cia      pic x(2).
       01 arqst-liv      pic x(2).
       01 ciap-ok        pic x(1) value "N".
       01 saldo-ciap-ed  pic ZZZ.ZZZ.ZZ9,99.
       01 arqst-cmp      pic x(2).
       01 cmp-ok         pic x(1) value "N".
       01 componentes-livres pic x(1) value "S".
       01 bem-pai-w      pic 9(06) value zeros.
       01 valor-baixa-pai-w pic 9(09)v99 value zeros.
       01 total-componentes pic 9(04) value zeros.
       01 wcmp           pic 9 value zeros.
       01 wlib           pic 9 value zeros.
       01 arqst-apo      pic x(2).
       01 arqst-sgb      pic x(2).
       01 arqst-sin      pic x(2).
       01 seg-ok         pic x(1) value "N".
       01 achou-apolice  pic x(1) value "N".
       01 apolice-vigente-w pic x(15) value spaces.
       01 arqst-cus      pic x(2).
       01 arqst-fun      pic x(2).
       01 cus-ok         pic x(1) value "N".
       01 fun-ok         pic x(1) value "N".
       01 arqst-baq      pic x(2).
       01 baq-ok         pic x(1) value "N".
       01 dt-expurgo-ed  pic 99/99/9999.
       01 arqst-jor      pic x(2).
       01 arquivo-jor    pic x(08) value spaces.
       01 operacao-jor   pic x(01) value spaces.
       01 chave-jor      pic x(10) value spaces.
       01 imagem-antes   pic x(188) value spaces.
       01 imagem-depois  pic x(188) value spaces.
       01 data-hora-jor.
           02 dhj-data   pic 9(08).
           02 dhj-hora   pic 9(06).
           02 filler     pic x(07).
       01 cobertura-vigente-w pic 9(09)v99 value zeros.
       01 comp-referencia pic 9(08) value zeros.
       01 comp-ini-apo   pic 9(08) value zeros.
       01 comp-fim-apo   pic 9(08) value zeros.
       01 dt-apo-aux     pic 9(08) value zeros.
       01 dt-apo-aux-r redefines dt-apo-aux.
           02 dia-ap   pic 99.
           02 mes-ap   pic 99.
           02 ano-ap   pic 9999.
       01 motivo-teste   pic x(30) value spaces.
       01 qtd-motivo     pic 9(02) value zeros.
       01 wsgb           pic 9 value zeros.

       01 dt-aq-aux           pic 9(08) value zeros.
       01 dt-aq-aux-r redefines dt-aq-aux.
                   STOP RUN
           END-EVALUATE.

      *    CIAP.DAT and its ledger only exist once the fiscal area has
      *    keyed ICMS for some asset; without them a baixa has no
      *    credit balance to reverse.
           OPEN I-O ARQ-CIA.
           EVALUATE arqst-cia
               WHEN "00"
                   MOVE "S" TO ciap-ok
               WHEN "35"
                   MOVE "N" TO ciap-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CIAP.DAT: " arqst-cia
                   STOP RUN
           END-EVALUATE.

      *    COMPOS.DAT exists once some asset has been given components;
      *    until then every asset moves on its own.
           OPEN INPUT ARQ-CMP.
           EVALUATE arqst-cmp
               WHEN "00"
                   MOVE "S" TO cmp-ok
               WHEN "35"
                   MOVE "N" TO cmp-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - COMPOS.DAT: " arqst-cmp
                   STOP RUN
           END-EVALUATE.

      *    SEGBEM.DAT only exists once some asset has been put under
      *    a policy; without it no baixa can turn into a claim.
           OPEN INPUT ARQ-SGB.
           EVALUATE arqst-sgb
               WHEN "00"
                   MOVE "S" TO seg-ok
               WHEN "35"
                   MOVE "N" TO seg-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - SEGBEM.DAT: " arqst-sgb
                   STOP RUN
           END-EVALUATE.

           IF seg-ok = "S"
               OPEN INPUT ARQ-APO
               IF arqst-apo NOT = "00"
                   DISPLAY "ERRO DE ABERTURA - APOLICE.DAT: " arqst-apo
                   STOP RUN
               END-IF
               OPEN I-O ARQ-SIN
               EVALUATE arqst-sin
                   WHEN "00"
                       CONTINUE
                   WHEN "35"
                       OPEN OUTPUT ARQ-SIN
                       CLOSE ARQ-SIN
                       OPEN I-O ARQ-SIN
                   WHEN OTHER
                       DISPLAY "ERRO DE ABERTURA - SINISTRO.DAT: "
                            arqst-sin
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    Individual custody is optional: without CUSTOD.DAT every
      *    asset is simply under its department's responsible.
           OPEN INPUT ARQ-CUS.
           EVALUATE arqst-cus
               WHEN "00"
                   MOVE "S" TO cus-ok
               WHEN "35"
                   MOVE "N" TO cus-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - CUSTOD.DAT: " arqst-cus
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-FUN.
           EVALUATE arqst-fun
               WHEN "00"
                   MOVE "S" TO fun-ok
               WHEN "35"
                   MOVE "N" TO fun-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - FUNC.DAT: " arqst-fun
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT ARQ-BAQ.
           EVALUATE arqst-baq
               WHEN "00"
                   MOVE "S" TO baq-ok
               WHEN "35"
                   MOVE "N" TO baq-ok
               WHEN OTHER
                   DISPLAY "ERRO DE ABERTURA - BENSARQ.DAT: " arqst-baq
                   STOP RUN
           END-EVALUATE.

           IF ciap-ok = "S"
               OPEN I-O ARQ-LIV
               EVALUATE arqst-liv
                   WHEN "00"
                       CONTINUE
                   WHEN "35"
                       OPEN OUTPUT ARQ-LIV
                       CLOSE ARQ-LIV
                       OPEN I-O ARQ-LIV
                   WHEN OTHER
                       DISPLAY "ERRO DE ABERTURA - CIAPMOV.DAT: "
                            arqst-liv
                       STOP RUN
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       abertura.
           display ESPACO at 0101.
       grava.
           display "Salvar <S/N> [ ]" at 2321.
           accept salva at 2335 with prompt auto.
           move "S" to componentes-livres.
           if (salva = "S" or "s") and cmp-ok = "S" and
              (STATUS-MOV-E = 1 or STATUS-MOV-E = 2)
                perform testa-componentes-livres
           end-if.
           if componentes-livres = "N"
                move "N" to salva
           end-if.
           if salva = "S" or "s" then
                move "N" to transf-pendente
                if STATUS-MOV-E = 1
                move OPER-CODIGO to CODIGO-OPER
                write reg-his invalid key perform estuda-erro
                end-write
      *         "02" is a good write: CODIGO-BEM repeats on every
      *         movement after an asset's first.
                if arqst = "00" or "02"
                     perform jornal-historico
                end-if
                if (arqst = "00" or "02") and STATUS-MOV-E = 2
                     perform efetiva-baixa
                end-if
                if (arqst = "00" or "02") and cmp-ok = "S" and
                   (STATUS-MOV-E = 1 or STATUS-MOV-E = 2)
                     perform movimenta-componentes
                end-if
                if (arqst = "00" or "02") and STATUS-MOV-E = 3
                     perform abre-ordem-manutencao
                end-if
                if (arqst = "00" or "02") and STATUS-MOV-E = 5
                     perform abre-emprestimo
                end-if
                display arqst at 2221.

      *-----------------------------------------------------------------
       testa-componentes-livres.
      *    A main asset moves or retires together with its components;
      *    if an active component is out on loan or away for repair
      *    the whole movement is refused, so the set never splits.
           move "S" to componentes-livres.
           move CODIGO-BEM-E to CODIGO-PAI-V.
           move zeros to CODIGO-COMP-V wcmp.
           start ARQ-CMP key is not less than CHAVES-CMP invalid key
                move 1 to wcmp
           end-start.
           perform until wcmp = 1
                read ARQ-CMP next record
                     at end
                          move 1 to wcmp
                     not at end
                          if CODIGO-PAI-V not = CODIGO-BEM-E
                               move 1 to wcmp
                          else
                               perform testa-componente-livre
                          end-if
                end-read
           end-perform.
           if componentes-livres = "N"
                display "Componente" at 2103
                display CODIGO-COMP-V at 2114
                display "em emprestimo/manutencao - recusado."
                     at 2121
                stop " "
           end-if.

      *-----------------------------------------------------------------
       testa-componente-livre.
           move CODIGO-COMP-V to CODIGO-BEM-M.
           read ARQ-BEM invalid key
                move 1 to SITUACAO-BEM-M
           end-read.
           if SITUACAO-BEM-M not = 1
                move CODIGO-COMP-V to CODIGO-BEM-P
                move zeros to NUM-EMP-P wlib
                start ARQ-EMP key is not less than CHAVES-EMP
                     invalid key
                          move 1 to wlib
                end-start
                perform until wlib = 1
                     read ARQ-EMP next record
                          at end
                               move 1 to wlib
                          not at end
                               if CODIGO-BEM-P not = CODIGO-COMP-V
                                    move 1 to wlib
                               else
                                    if SIT-EMP-P = "A"
                                         move "N" to componentes-livres
                                         move 1 to wlib
                                    end-if
                               end-if
                     end-read
                end-perform
                move CODIGO-COMP-V to CODIGO-BEM-O
                move zeros to NUM-ORDEM-O wlib
                start ARQ-ORD key is not less than CHAVES-ORD
                     invalid key
                          move 1 to wlib
                end-start
                perform until wlib = 1
                     read ARQ-ORD next record
                          at end
                               move 1 to wlib
                          not at end
                               if CODIGO-BEM-O not = CODIGO-COMP-V
                                    move 1 to wlib
                               else
                                    if SIT-ORDEM-O = "A"
                                         move "N" to componentes-livres
                                         move 1 to wlib
                                    end-if
                               end-if
                     end-read
                end-perform
           end-if.
           if componentes-livres = "N"
                move 1 to wcmp
           end-if.

      *-----------------------------------------------------------------
       movimenta-componentes.
      *    Each active component gets a movement of its own with the
      *    main asset's location, date and status; on a baixa it is
      *    also retired in the cadastro with the same reason and no
      *    sale value of its own - whatever was received belongs to
      *    the main asset.
           move CODIGO-BEM-E to bem-pai-w.
           move valor-baixa-e to valor-baixa-pai-w.
           move zeros to valor-baixa-e total-componentes.
           move bem-pai-w to CODIGO-PAI-V.
           move zeros to CODIGO-COMP-V wcmp.
           start ARQ-CMP key is not less than CHAVES-CMP invalid key
                move 1 to wcmp
           end-start.
           perform until wcmp = 1
                read ARQ-CMP next record
                     at end
                          move 1 to wcmp
                     not at end
                          if CODIGO-PAI-V not = bem-pai-w
                               move 1 to wcmp
                          else
                               perform movimenta-componente
                          end-if
                end-read
           end-perform.
           move bem-pai-w to CODIGO-BEM-E CODIGO-BEM.
           move valor-baixa-pai-w to valor-baixa-e.
           if total-componentes not = zeros
                display "Componentes movimentados:" at 1903
                display total-componentes at 1929
           end-if.

      *-----------------------------------------------------------------
       movimenta-componente.
           move CODIGO-COMP-V to CODIGO-BEM-M.
           read ARQ-BEM invalid key
                continue
           not invalid key
                if SITUACAO-BEM-M not = 1
                     move CODIGO-COMP-V to CODIGO-BEM-E
                     perform proximo-num-movimento
                     move reg-his-E to reg-his
                     move OPER-CODIGO to CODIGO-OPER
                     write reg-his invalid key
                          perform estuda-erro
                     not invalid key
                          perform jornal-historico
                          add 1 to total-componentes
                          if STATUS-MOV-E = 2
                               perform baixa-componente
                          end-if
                     end-write
                end-if
           end-read.

      *-----------------------------------------------------------------
       baixa-componente.
           move reg-bem-m to imagem-antes.
           move 1 to SITUACAO-BEM-M.
           move DT-MOVIMENTO-E to DT-BAIXA-M.
           move motivo-baixa-e to MOTIVO-BAIXA-M.
           move zeros to VALOR-BAIXA-M.
           move OPER-CODIGO to OPER-ULT-ALT-M.
           rewrite reg-bem-m.
           if arqst-bem = "00" or "02"
                perform jornal-bem
           end-if.
           perform grava-valor-contabil.
           if ciap-ok = "S"
                perform estorna-saldo-ciap
           end-if.
           if seg-ok = "S"
                perform abre-sinistro
           end-if.

      *-----------------------------------------------------------------
       testa-transf-interdepto.
      *    A transfer that crosses a department boundary must be
           read ARQ-BEM invalid key
                display "Bem nao encontrado para baixa." at 2321
           not invalid key
                move reg-bem-m to imagem-antes
                move 1 to SITUACAO-BEM-M
                move DT-MOVIMENTO-E to DT-BAIXA-M
                move motivo-baixa-e to MOTIVO-BAIXA-M
                move valor-baixa-e to VALOR-BAIXA-M
                move OPER-CODIGO to OPER-ULT-ALT-M
                rewrite reg-bem-m
                if arqst-bem = "00" or "02"
                     perform jornal-bem
                end-if
                perform grava-valor-contabil
                display "Bem baixado no cadastro." at 2321
                if ciap-ok = "S"
                     perform estorna-saldo-ciap
                end-if
                if seg-ok = "S"
                     perform abre-sinistro
                end-if
           end-read.

      *-----------------------------------------------------------------
       estorna-saldo-ciap.
      *    An asset retired before its 48 CIAP months stops taking
      *    credit: the base not yet appropriated is reversed in the
      *    competencia of the baixa and goes to the ledger as an "E"
      *    entry, which the CIAP ledger and EXTCON report on.
           move CODIGO-BEM-E to CODIGO-BEM-C.
           read ARQ-CIA invalid key
                continue
           not invalid key
                if SIT-CIAP-C = "A"
                     move "E" to SIT-CIAP-C
                     compute COMPET-ESTORNO-C = ANO-MOV * 100 + MES-MOV
                     move SALDO-C to VALOR-ESTORNO-C
                     rewrite reg-ciap
                     move COMPET-ESTORNO-C to COMPET-L
                     move CODIGO-BEM-C to CODIGO-BEM-L
                     move "E" to TIPO-LANC-L
                     move PARCELAS-C to PARCELA-L
                     move SALDO-C to VALOR-PARCELA-L
                     move zeros to COEF-L VALOR-CREDITO-L
                     move OPER-CODIGO to CODIGO-OPER-L
                     write reg-livro invalid key
                          rewrite reg-livro
                     end-write
                     move SALDO-C to saldo-ciap-ed
                     display "Saldo CIAP estornado:" at 1703
                     display saldo-ciap-ed at 1725
                end-if
           end-read.

      *-----------------------------------------------------------------
       abre-sinistro.
      *    A baixa for theft or damage of an asset under a policy in
      *    force on the movement date opens the claim, asking for the
      *    book value at the baixa (never more than the coverage).
      *    The insurer's answer is keyed later in SEGURO.
           move motivo-baixa-e to motivo-teste.
           inspect motivo-teste converting
                "abcdefghijklmnopqrstuvwxyz" to
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move zeros to qtd-motivo.
           inspect motivo-teste tallying qtd-motivo
                for all "ROUB" all "FURT" all "DANO" all "DANIF"
                    all "AVARI" all "SINIST" all "INCEND".
           if qtd-motivo not = zeros
                compute comp-referencia = ANO-MOV * 10000
                     + MES-MOV * 100 + DIA-MOV
                perform busca-apolice-vigente
                if achou-apolice = "S"
                     perform grava-sinistro
                end-if
           end-if.

      *-----------------------------------------------------------------
       grava-sinistro.
           move CODIGO-BEM-E to CODIGO-BEM-N.
           move apolice-vigente-w to NUM-APOLICE-N.
           move DT-MOVIMENTO-E to DT-ABERTURA-N.
           move motivo-baixa-e to MOTIVO-N.
           if valor-contabil-w > cobertura-vigente-w
                move cobertura-vigente-w to VALOR-RECLAMADO-N
           else
                move valor-contabil-w to VALOR-RECLAMADO-N
           end-if.
           move zeros to VALOR-RECEBIDO-N DT-RECEBIMENTO-N.
           move "A" to SIT-SINISTRO-N.
           move OPER-CODIGO to CODIGO-OPER-N.
           write reg-sinistro invalid key
                continue
           not invalid key
                display "Sinistro aberto na apolice" at 1803
                display NUM-APOLICE-N at 1831
           end-write.

      *-----------------------------------------------------------------
       busca-apolice-vigente.
      *    First policy linked to the asset whose term covers
      *    comp-referencia (AAAAMMDD).
           move "N" to achou-apolice.
           move spaces to apolice-vigente-w.
           move zeros to cobertura-vigente-w wsgb.
           move CODIGO-BEM-E to CODIGO-BEM-S.
           start ARQ-SGB key is equal CODIGO-BEM-S invalid key
                move 1 to wsgb
           end-start.
           perform until wsgb = 1
                read ARQ-SGB next record
                     at end
                          move 1 to wsgb
                     not at end
                          if CODIGO-BEM-S not = CODIGO-BEM-E
                               move 1 to wsgb
                          else
                               perform testa-apolice-vinculo
                          end-if
                end-read
           end-perform.

      *-----------------------------------------------------------------
       testa-apolice-vinculo.
           move NUM-APOLICE-S to NUM-APOLICE-A.
           read ARQ-APO invalid key
                move zeros to DT-INICIO-A DT-FIM-A
           end-read.
           move DT-INICIO-A to dt-apo-aux.
           compute comp-ini-apo = ano-ap * 10000 + mes-ap * 100
                + dia-ap.
           move DT-FIM-A to dt-apo-aux.
           compute comp-fim-apo = ano-ap * 10000 + mes-ap * 100
                + dia-ap.
           if comp-referencia not < comp-ini-apo and
              comp-referencia not > comp-fim-apo and
              comp-fim-apo not = zeros
                move "S" to achou-apolice
                move NUM-APOLICE-A to apolice-vigente-w
                move VALOR-COBERTURA-A to cobertura-vigente-w
                move 1 to wsgb
           end-if.

      *-----------------------------------------------------------------
       grava-valor-contabil.
               Display "Registro apagado." at 2321
               move CODIGO-BEM-E to CODIGO-BEM
               move NUM-MOVIMENTO-E to NUM-MOVIMENTO
               perform guarda-imagem-historico
               delete MOVIM
               if arqst = "00"
                    perform jornal-exclusao-historico
               end-if
               if STATUS-MOV-E = 2
                    perform reativa-bem-baixado
               end-if
                continue
           not invalid key
                if SITUACAO-BEM-M = 1
                     move reg-bem-m to imagem-antes
                     move zeros to SITUACAO-BEM-M DT-BAIXA-M
                                   VALOR-BAIXA-M
                     move spaces to MOTIVO-BAIXA-M
                     move OPER-CODIGO to OPER-ULT-ALT-M
                     rewrite reg-bem-m
                     if arqst-bem = "00" or "02"
                          perform jornal-bem
                     end-if
                     move CODIGO-BEM-E to CODIGO-BEM-B
                     read ARQ-BAX invalid key
                          continue
                     not invalid key
                          delete ARQ-BAX
                     end-read
                     if ciap-ok = "S"
                          perform reativa-saldo-ciap
                     end-if
                     if seg-ok = "S"
                          perform cancela-sinistro
                     end-if
                     display "Bem reativado no cadastro." at 2221
                end-if
           end-read.

      *-----------------------------------------------------------------
       reativa-saldo-ciap.
      *    The baixa being undone had reversed the CIAP balance; the
      *    reversal entry goes away and the asset resumes taking
      *    parcels where it stopped.
           move CODIGO-BEM-E to CODIGO-BEM-C.
           read ARQ-CIA invalid key
                continue
           not invalid key
                if SIT-CIAP-C = "E"
                     move COMPET-ESTORNO-C to COMPET-L
                     move CODIGO-BEM-C to CODIGO-BEM-L
                     move "E" to TIPO-LANC-L
                     read ARQ-LIV invalid key
                          continue
                     not invalid key
                          delete ARQ-LIV
                     end-read
                     move "A" to SIT-CIAP-C
                     move zeros to COMPET-ESTORNO-C VALOR-ESTORNO-C
                     rewrite reg-ciap
                end-if
           end-read.

      *-----------------------------------------------------------------
       cancela-sinistro.
      *    A claim the insurer has not paid yet goes away with the
      *    baixa that opened it; a paid one stays for the record.
           move CODIGO-BEM-E to CODIGO-BEM-N.
           read ARQ-SIN invalid key
                continue
           not invalid key
                if SIT-SINISTRO-N = "A" and VALOR-RECEBIDO-N = zeros
                     delete ARQ-SIN
                end-if
           end-read.

       estuda-erro.
      *    With more than one terminal two sessions can draw the same
      *    NUM-MOVIMENTO and collide on the write (status 22), or hit
                end-perform
                perform rodape-relatorio
                close ARQ-LST
                move "MOVIM" to REM-PROGRAMA
                move spaces to REM-PARAMETROS
                move "LISTMOV.TXT" to REM-ARQUIVO
                call "REGREL"
                display "Relatorio gravado em LISTMOV.TXT" at 0930
                display "Total de registros: " at 1030
                display total-registros at 1052
                perform marca-cancelados
                perform exibe-trilha
                perform exibe-localizacao-atual
                perform mostra-custodiante
                perform mostra-bem-arquivado
           end-evaluate.
           move "n" to op-continua.
      *-----------------------------------------------------------------
                     perform mostra-emprestimo-atual
                end-if
           end-if.
      *-----------------------------------------------------------------
       mostra-custodiante.
      *    The person answering for the asset, when one was named in
      *    the asset master; otherwise the department is responsible.
           if cus-ok = "S"
                move codigo-bem-trilha to CODIGO-BEM-U
                read ARQ-CUS
                     invalid key
                          continue
                     not invalid key
                          display "Custodiante:" at 1603
                          display MATRICULA-U at 1629
                          if fun-ok = "S"
                               move MATRICULA-U to MATRICULA-F
                               read ARQ-FUN
                                    invalid key
                                         continue
                                    not invalid key
                                         display NOME-FUNC-F at 1636
                               end-read
                          end-if
                end-read
           end-if.
      *-----------------------------------------------------------------
       mostra-bem-arquivado.
      *    A purged asset's trail comes entirely from the archive;
      *    say so, with the purge date, so nobody hunts for it in BENS.
           if baq-ok = "S"
                move codigo-bem-trilha to CODIGO-BEM-Q
                read ARQ-BAQ
                     invalid key
                          continue
                     not invalid key
                          move DT-EXPURGO-Q to dt-expurgo-ed
                          display "Bem arquivado (expurgado) em"
                               at 1703
                          display dt-expurgo-ed at 1732
                end-read
           end-if.
      *-----------------------------------------------------------------
       relatorio-baixas.
           display " " at 0101 with blank screen.
                perform rodape-baixas
                close ARQ-BAI
                move "00" to arqst-bem
                move "MOVIM" to REM-PROGRAMA
                move spaces to REM-PARAMETROS
                string "PERIODO " data-ini-baixa " A " data-fim-baixa
                     delimited by size into REM-PARAMETROS
                move "RELBAI.TXT" to REM-ARQUIVO
                call "REGREL"
                display "Relatorio gravado em RELBAI.TXT" at 1230
                display "Total de baixas: " at 1330
                display total-baixas at 1348
                display espaco at 2321
                display "Erro ao gravar estorno." at 2321
           not invalid key
                perform jornal-historico
                display espaco at 2321
                display "Estorno gravado." at 2321
                perform efeitos-do-estorno
                read ARQ-BEM invalid key
                     continue
                not invalid key
                     move reg-bem-m to imagem-antes
                     move local-reversao to CODIGO-LOCAL-M
                     move OPER-CODIGO to OPER-ULT-ALT-M
                     rewrite reg-bem-m
                     if arqst-bem = "00" or "02"
                          perform jornal-bem
                     end-if
                end-read
           end-if.
      *-----------------------------------------------------------------
                end-if
           end-perform.

      *-----------------------------------------------------------------
       guarda-imagem-historico.
      *    The movement as it stands on file, taken just before it is
      *    deleted.
           read MOVIM invalid key
                move spaces to imagem-antes
           not invalid key
                move reg-his to imagem-antes
           end-read.

      *-----------------------------------------------------------------
       jornal-historico.
           move "HISTOR" to arquivo-jor.
           move "I" to operacao-jor.
           move Chaves to chave-jor.
           move spaces to imagem-antes.
           move reg-his to imagem-depois.
           perform grava-jornal.

      *-----------------------------------------------------------------
       jornal-exclusao-historico.
           move "HISTOR" to arquivo-jor.
           move "E" to operacao-jor.
           move Chaves to chave-jor.
           move spaces to imagem-depois.
           perform grava-jornal.

      *-----------------------------------------------------------------
       jornal-bem.
      *    imagem-antes was taken by the caller before the record was
      *    changed.
           move "BENS" to arquivo-jor.
           move "A" to operacao-jor.
           move CODIGO-BEM-M to chave-jor.
           move reg-bem-m to imagem-depois.
           perform grava-jornal.

      *-----------------------------------------------------------------
       grava-jornal.
      *    Opened and closed around each entry, as the menu does with
      *    SEGLOG.TXT, so terminals sharing the journal never hold it
      *    and nothing written is left in a buffer.
           open extend ARQ-JOR.
           if arqst-jor = "35"
                open output ARQ-JOR
           end-if.
           if arqst-jor = "00"
                move function current-date to data-hora-jor
                move spaces to reg-jornal
                move dhj-data to JOR-DATA
                move dhj-hora to JOR-HORA
                move OPER-CODIGO to JOR-OPERADOR
                move "MOVIM" to JOR-PROGRAMA
                move arquivo-jor to JOR-ARQUIVO
                move operacao-jor to JOR-OPERACAO
                move chave-jor to JOR-CHAVE
                move imagem-antes to JOR-ANTES
                move imagem-depois to JOR-DEPOIS
                write reg-jornal
                close ARQ-JOR
           end-if.

       end program MOVIM.
       
