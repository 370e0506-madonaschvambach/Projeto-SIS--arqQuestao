           05  fl-gabarito                         pic x(01).
           05  fl-gabarito-mult                    pic x(26).
                                                    *>gabarito com mais de uma letra correta (ex "ABE"), branco se a questao usa so o gabarito acima
           05  fl-situacao-rev                     pic x(01).
                                                    *>R=rascunho E=em revisao A=aprovada X=reprovada (branco = questao antiga, aprovada)
           05  fl-autor                            pic x(08).
                                                    *>us-id de quem gravou o texto/gabarito vigente
           05  fl-data-envio-rev                   pic 9(08).
                                                    *>AAAAMMDD em que a questao entrou em revisao
           05  fl-revisor                          pic x(08).
                                                    *>us-id de quem aprovou/reprovou
           05  fl-data-revisao                     pic 9(08).
           05  fl-motivo-rev                       pic x(50).
                                                    *>motivo da reprovacao
           05  fl-qtd-alt-extra                    pic 9(02).
                                                    *>quantidade de alternativas alem das 5 originais (f-j etc.)
           05  fl-resposta-extra occurs 0 to 20 times
           05  pr-data-geracao                     pic x(21).
           05  pr-qtd-cadernos                     pic 9(02).
           05  pr-letra-caderno occurs 5 times     pic x(01).
           05  pr-regra-parcial                    pic x(01).
                                                      *>N ou branco=multipla tudo ou nada  P=credito parcial c/ desconto
           05  pr-perc-desconto                    pic 9(03).
                                                      *>% do valor de uma letra certa descontado por letra errada (regra P)
           05  pr-periodo                          pic x(06).
                                                      *>periodo letivo AAAA/S (branco em provas antigas)
           05  pr-qtd-questoes                     pic 9(03).
           05  pr-questao-prova occurs 0 to 500 times
                                depending on pr-qtd-questoes.
               10  pr-id-questao-prova             pic 9(05).
               10  pr-versao-questao               pic 9(03).
               10  pr-peso-questao                 pic 9(02).
                                                      *>peso da questao na prova (zero em provas antigas = peso 1)

       fd  arqversao.
       01  av-questao-versao.
       77  ws-lista-provas                          pic x(30).
       77  ws-sw-ref-nesta                          pic x(01).
           88  ws-ref-nesta-prova                    value "S".
       77  ws-sw-texto                              pic x(01).
           88  ws-texto-alterado                     value "S".
       77  ws-data-hoje                             pic 9(08).

       01  ws-questao.
           05  ws-chave-questao.
           05  ws-resposta-e                       pic x(360).
           05  ws-gabarito                         pic x(01).
           05  ws-gabarito-mult                    pic x(26).
           05  ws-situacao-rev                     pic x(01).
           05  ws-autor                            pic x(08).
           05  ws-data-envio-rev                   pic 9(08).
           05  ws-revisor                          pic x(08).
           05  ws-data-revisao                     pic 9(08).
           05  ws-motivo-rev                       pic x(50).
           05  ws-qtd-alt-extra                    pic 9(02).
           05  ws-resposta-extra occurs 0 to 20 times
                                 depending on ws-qtd-alt-extra
               10  ws-tb-resposta-e                pic x(360).
               10  ws-tb-gabarito                  pic x(01).
               10  ws-tb-gabarito-mult             pic x(26).
               10  ws-tb-situacao-rev              pic x(01).
               10  ws-tb-autor                     pic x(08).
               10  ws-tb-data-envio-rev            pic 9(08).
               10  ws-tb-revisor                   pic x(08).
               10  ws-tb-data-revisao              pic 9(08).
               10  ws-tb-motivo-rev                pic x(50).
               10  ws-tb-qtd-alt-extra             pic 9(02).
               10  ws-tb-resposta-extra occurs 20 times
                                        pic x(360).
               88 ws-consultar-todos               value "CT".
               88 ws-excluir                       value "DE".
               88 ws-restaurar                      value "RS".
               88 ws-enviar-revisao                 value "EV".
               88 ws-aprovar                        value "AP".
               88 ws-reprovar                       value "RP".
           05  ws-confirmacao                      pic x(06).
               88 ws-confirmar                     value "?".
               88 ws-confirmado                    value "S".
           05  lnk-resposta-e                      pic x(360).
           05  lnk-gabarito                        pic x(01).
           05  lnk-gabarito-mult                   pic x(26).
           05  lnk-situacao-rev                    pic x(01).
           05  lnk-autor                           pic x(08).
           05  lnk-data-envio-rev                  pic 9(08).
           05  lnk-revisor                         pic x(08).
           05  lnk-data-revisao                    pic 9(08).
           05  lnk-motivo-rev                      pic x(50).
           05  lnk-qtd-alt-extra                   pic 9(02).
           05  lnk-resposta-extra occurs 0 to 20 times
                                  depending on lnk-qtd-alt-extra
               10  lnk-tb-resposta-e               pic x(360).
               10  lnk-tb-gabarito                 pic x(01).
               10  lnk-tb-gabarito-mult            pic x(26).
               10  lnk-tb-situacao-rev             pic x(01).
               10  lnk-tb-autor                    pic x(08).
               10  lnk-tb-data-envio-rev           pic 9(08).
               10  lnk-tb-revisor                  pic x(08).
               10  lnk-tb-data-revisao             pic 9(08).
               10  lnk-tb-motivo-rev               pic x(50).
               10  lnk-tb-qtd-alt-extra            pic 9(02).
               10  lnk-tb-resposta-extra occurs 20 times
                                         pic x(360).
           move lnk-disciplina-id                  to ws-id-disc
           move lnk-questao-id                     to ws-id-questao
           move 0                                  to ws-tb-qtd
           move function current-date(1:8)         to ws-data-hoje

           .
       1000-inicializa-exit.
                   perform 2500-deletar-dados
               when = "RS"
                   perform 2600-restaurar-dados
               when = "EV"
               when = "AP"
               when = "RP"
                   perform 2700-revisar-questao
               when other
                   move "Voce inseriu uma operacao invalida, tente novamente" to ws-msn1
           end-evaluate
           exit.


       *>------------------------------------------------------------------------
       *>  Situacao de revisao de uma questao nova - entra como rascunho, ou
       *>  direto em revisao quando o chamador ja a envia assim (carga em
       *>  lote do P11SISC20); o autor e o operador que gravou
       *>------------------------------------------------------------------------
       2180-situacao-questao-nova section.

           if      ws-situacao-rev = "E" then
                   move ws-data-hoje                 to ws-data-envio-rev
           else
                   move "R"                          to ws-situacao-rev
                   move 0                            to ws-data-envio-rev
           end-if
           move    ws-operador                      to ws-autor
           move    spaces                           to ws-revisor
           move    0                                to ws-data-revisao
           move    spaces                           to ws-motivo-rev

           .
       2180-situacao-questao-nova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Verificar se a reescrita muda o texto ou o gabarito da questao
       *>  gravada (fl-questao) - enunciado, alternativas e gabaritos
       *>------------------------------------------------------------------------
       2185-verificar-alteracao-texto section.

           move    "N"                              to ws-sw-texto
           if      ws-pergunta      <> fl-pergunta
           or      ws-resposta-a    <> fl-resposta-a
           or      ws-resposta-b    <> fl-resposta-b
           or      ws-resposta-c    <> fl-resposta-c
           or      ws-resposta-d    <> fl-resposta-d
           or      ws-resposta-e    <> fl-resposta-e
           or      ws-gabarito      <> fl-gabarito
           or      ws-gabarito-mult <> fl-gabarito-mult
           or      ws-qtd-alt-extra <> fl-qtd-alt-extra then
                   set  ws-texto-alterado            to true
           else
                   move 0                            to ws-ind-extra
                   perform 2186-comparar-extra
                           until ws-ind-extra >= ws-qtd-alt-extra
                              or ws-texto-alterado
           end-if

           .
       2185-verificar-alteracao-texto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Comparar uma alternativa extra da reescrita com a gravada
      *>------------------------------------------------------------------------
       2186-comparar-extra section.

           add     1                                  to ws-ind-extra
           if      ws-resposta-extra(ws-ind-extra) <> fl-resposta-extra(ws-ind-extra) then
                   set  ws-texto-alterado             to true
           end-if

           .
       2186-comparar-extra-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Situacao de revisao na reescrita - texto/gabarito alterado devolve
       *>  a questao p/ revisao (rascunho continua rascunho); sem alteracao
       *>  mantem a situacao gravada, pois as telas nao trafegam esses campos
       *>------------------------------------------------------------------------
       2190-situacao-questao-regravada section.

           if      ws-texto-alterado then
                   if   fl-situacao-rev = "R" then
                        move "R"                     to ws-situacao-rev
                        move 0                       to ws-data-envio-rev
                   else
                        move "E"                     to ws-situacao-rev
                        move ws-data-hoje            to ws-data-envio-rev
                   end-if
                   move ws-operador                  to ws-autor
                   move spaces                       to ws-revisor
                   move 0                            to ws-data-revisao
                   move spaces                       to ws-motivo-rev
           else
                   move fl-situacao-rev              to ws-situacao-rev
                   move fl-autor                     to ws-autor
                   move fl-data-envio-rev            to ws-data-envio-rev
                   move fl-revisor                   to ws-revisor
                   move fl-data-revisao              to ws-data-revisao
                   move fl-motivo-rev                to ws-motivo-rev
           end-if

           .
       2190-situacao-questao-regravada-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Salvar dados
       *>------------------------------------------------------------------------

           if   ws-dados-validos then
                move 1                                  to ws-versao  *>questao nova comeca na versao 1
                perform 2180-situacao-questao-nova
                write fl-questao                        from ws-questao *>salvo no arquivo o conteudo de ws-questao
                if   ws-fs-arqQuestao = "00" or ws-fs-arqQuestao = "02" then  *>não retornou erro de gravação no arquivo
                        move ws-fs-arqQuestao             to ws-msn-erro-cod
                                    else
                                         move ws-versao-atual to ws-versao
                                    end-if
                                    perform 2185-verificar-alteracao-texto
                                    perform 2190-situacao-questao-regravada
                               end-if
                               rewrite fl-questao       from ws-questao *>sobreescreve os dados no arquivo
                               if   ws-fs-arqQuestao = "00" then
                                    move ws-fs-arqQuestao                   to ws-msn-erro-cod
                                    if   ws-texto-alterado and ws-situacao-rev = "E" then
                                         move "Registro alterado - questao voltou p/ revisao!" to ws-msn-erro-text
                                    else
                                         move "Registro alterado com sucesso!"   to ws-msn-erro-text
                                    end-if
                               else
                                    move "P5SISC20"                 to ws-msn-erro-pmg
                                    move 1                          to ws-msn-erro-offset
                move eq-gabarito                    to fl-gabarito
                move eq-gabarito-mult                to fl-gabarito-mult
                move eq-qtd-alt-extra                to fl-qtd-alt-extra
                move "E"                             to fl-situacao-rev  *>volta ao banco passando por revisao
                move ws-operador                     to fl-autor
                move ws-data-hoje                    to fl-data-envio-rev
                move spaces                          to fl-revisor
                move 0                               to fl-data-revisao
                move spaces                          to fl-motivo-rev
                move 0                               to ws-ind-extra
                perform 2605-copiar-extra-restaurado
                        until ws-ind-extra >= eq-qtd-alt-extra
           exit.


       *>------------------------------------------------------------------------
       *>  Revisao da questao - EV envia rascunho/reprovada p/ revisao, AP
       *>  aprova e RP reprova (com motivo) uma questao em revisao; so
       *>  questao aprovada entra no sorteio do P07SISC20
       *>------------------------------------------------------------------------
       2700-revisar-questao section.

           move    spaces                             to ws-msn1
           move    spaces                             to ws-msn-erro-cod
           move    spaces                             to ws-msn-erro-text

           set  ws-dados-validos                   to true
           perform 2065-validar-permissao

           if   ws-dados-validos then
                move ws-chave-questao               to fl-chave-questao
                read arq-questao
                if   ws-fs-arqQuestao <> "00" then
                     if   ws-fs-arqQuestao = "23" then
                          set  ws-dados-invalidos   to true
                          move ws-fs-arqQuestao     to ws-msn-erro-cod
                          move "Codigo inexistente!" to ws-msn-erro-text
                     else
                          move "P5SISC20"           to ws-msn-erro-pmg
                          move 26                   to ws-msn-erro-offset
                          move ws-fs-arqQuestao     to ws-msn-erro-cod
                          move "Erro ao ler registro!" to ws-msn-erro-text
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if

           if   ws-dados-validos then
                perform 2710-validar-transicao
           end-if

           if   ws-dados-validos then
                move ws-operacao                    to ws-hist-tipo
                perform 2150-gravar-historico
                perform 2720-aplicar-transicao
                rewrite fl-questao
                if   ws-fs-arqQuestao = "00" then
                     move ws-fs-arqQuestao          to ws-msn-erro-cod
                     move fl-questao                to ws-questao
                else
                     move "P5SISC20"                to ws-msn-erro-pmg
                     move 27                        to ws-msn-erro-offset
                     move ws-fs-arqQuestao          to ws-msn-erro-cod
                     move "Erro ao alterar registro" to ws-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if

           .
       2700-revisar-questao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a mudanca de situacao pedida contra a situacao gravada -
       *>  aprovar/reprovar exige revisor identificado e diferente do autor
       *>------------------------------------------------------------------------
       2710-validar-transicao section.

           evaluate true
               when ws-enviar-revisao and fl-situacao-rev <> "R" and fl-situacao-rev <> "X"
                   set  ws-dados-invalidos           to true
                   move "So rascunho ou reprovada pode ir p/ revisao" to ws-msn-erro-text
               when not ws-enviar-revisao and fl-situacao-rev <> "E"
                   set  ws-dados-invalidos           to true
                   move "Questao nao esta em revisao" to ws-msn-erro-text
               when not ws-enviar-revisao and ws-operador = spaces
                   set  ws-dados-invalidos           to true
                   move "Revisao exige operador identificado" to ws-msn-erro-text
               when not ws-enviar-revisao and ws-operador = fl-autor
                   set  ws-dados-invalidos           to true
                   move "Autor nao pode revisar a propria questao" to ws-msn-erro-text
               when ws-reprovar and ws-motivo-rev = spaces
                   set  ws-dados-invalidos           to true
                   move "Informe o motivo da reprovacao" to ws-msn-erro-text
               when other
                   continue
           end-evaluate

           .
       2710-validar-transicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Aplicar em fl-questao a nova situacao de revisao
       *>------------------------------------------------------------------------
       2720-aplicar-transicao section.

           evaluate true
               when ws-enviar-revisao
                   move "E"                          to fl-situacao-rev
                   move ws-data-hoje                 to fl-data-envio-rev
                   move spaces                       to fl-revisor
                   move 0                            to fl-data-revisao
                   move spaces                       to fl-motivo-rev
                   move "Questao enviada p/ revisao!" to ws-msn-erro-text
               when ws-aprovar
                   move "A"                          to fl-situacao-rev
                   move ws-operador                  to fl-revisor
                   move ws-data-hoje                 to fl-data-revisao
                   move spaces                       to fl-motivo-rev
                   move "Questao aprovada com sucesso!" to ws-msn-erro-text
               when ws-reprovar
                   move "X"                          to fl-situacao-rev
                   move ws-operador                  to fl-revisor
                   move ws-data-hoje                 to fl-data-revisao
                   move ws-motivo-rev                to fl-motivo-rev
                   move "Questao reprovada - motivo registrado" to ws-msn-erro-text
           end-evaluate

           .
       2720-aplicar-transicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Finalização  Anormal
       *>------------------------------------------------------------------------
