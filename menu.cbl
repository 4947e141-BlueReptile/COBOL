          02 line 9 col 40 VALUE "4 - Relatorios".
          02 line 10 col 3 VALUE "5 - Sobre".
          02 line 10 col 40 VALUE "6 - Fim".
          02 line 11 col 3 VALUE "7 - Controles".
          02 line 11 col 40 VALUE "8 - Painel de Situacao".
          02 Line 18 col 5 value "Digite Sua Escolha".

       01 tela-utilitarios.
          02 line 10 col 3 VALUE "5 - TERMO DE RESPONSABILIDADE".
          02 line 10 col 40 VALUE "6 - CONTAGEM DE INVENTARIO".
          02 line 11 col 3 VALUE "7 - ROTINA NOTURNA".
          02 line 11 col 40 VALUE "8 - EXPURGO DE BENS BAIXADOS".
          02 line 12 col 3 VALUE "9 - JORNAL DE ALTERACOES".
          02 line 12 col 40 VALUE "0 - RETORNO".
          02 Line 18 col 5 value "Digite Sua Escolha".

       01 tela-cadastro.
          02 line 10 col 3 VALUE "5 - GASTOS POR FORNECEDOR".
          02 line 10 col 40 VALUE "6 - ATIVIDADE DE OPERADORES".
          02 line 11 col 3 VALUE "7 - ORCAMENTO X REALIZADO".
          02 line 11 col 40 VALUE "8 - MUTACAO DO IMOBILIZADO".
          02 line 12 col 3 VALUE "9 - CATALOGO DE EMISSOES".
          02 line 12 col 40 VALUE "0 - RETORNO".
          02 Line 18 col 5 value "Digite Sua Escolha".


          02 line 12 col 40 VALUE "0 - RETORNO".
          02 Line 18 col 5 value "Digite Sua Escolha".

       01 tela-controles.
          02 BLANK SCREEN.
          02 line 2 col 2 value "Santos,    de            de     .".
          02 line 4 col 30 value "Nome da Empresa".
          02 line 6 col 25 value "Menu Controles" highlight.
          02 line 8 col 3 VALUE "1 - CREDITO ICMS (CIAP)".
          02 line 8 col 40 VALUE "2 - COMPOSICAO DE BENS".
          02 line 9 col 3 VALUE "3 - SEGUROS E SINISTROS".
          02 line 9 col 40 VALUE "4 - MANUTENCAO PREVENTIVA".
          02 line 10 col 3 VALUE "5 - REQUISICOES DE COMPRA".
          02 line 10 col 40 VALUE "6 - FUNCIONARIOS E CUSTODIA".
          02 line 11 col 3 VALUE "7 - CARGA DE NOTA FISCAL".
          02 line 11 col 40 VALUE "8 - AVISOS DE ATRASO".
          02 line 12 col 3 VALUE "9 - OBRAS EM ANDAMENTO".
          02 line 12 col 40 VALUE "0 - RETORNO".
          02 Line 18 col 5 value "Digite Sua Escolha".

       01 tela-sobre.
          02 BLANK SCREEN.
          02 line 2 col 2 value "Santos,    de            de     .".
           when "5"
               perform Sobre until op-continua = "n" or "N"
           when "6"
               perform sai
           when "7"
               if OPER-PERM-MOV = "S"
                    perform Controles until op-continua = "n" or "N"
               else
                    perform acesso-negado
               end-if
           when "8"
               call "PAINEL".

       acesso-negado.
           display "ACESSO NAO PERMITIDO PARA ESTE OPERADOR" at 2103.
           when "7"
               call "NOTURNO"
           when "8"
               if OPER-PERM-EXC = "S"
                    call "EXPURGO"
               else
                    perform acesso-negado
               end-if
           when "9"
               call "JORNAL"
           when "0"
               perform retorno.


           when "7"
               call "RELORC"
           when "8"
               call "RELMUT"
           when "9"
               call "CATREL"
           when "0"
               perform retorno.

       trata-movimento.
           when "0"
               perform retorno.

       Controles.
           display " " at 0101 with blank screen.
           display tela-controles at 0101.
           Perform mostra-data.
           accept op at 1845.
           perform trata-controles.

       trata-controles.
           move spaces to op-continua.
           evaluate op
           when "1"
               call "CIAP"
           when "2"
               call "COMPOS"
           when "3"
               call "SEGURO"
           when "4"
               call "PREVEN"
           when "5"
               call "REQUIS"
           when "6"
               call "CADFUN"
           when "7"
               call "CARGANF"
           when "8"
               call "AVISOS"
           when "9"
               call "OBRAS"
           when "0"
               perform retorno.

      * Sign-on helpers live after the menu flow so the mainline
      * fall-through from identificacao lands straight on abertura.
       abre-opermst.
