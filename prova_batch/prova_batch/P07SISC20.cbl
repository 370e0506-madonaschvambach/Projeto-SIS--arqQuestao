           05  fl-resposta-e                        pic x(360).
           05  fl-gabarito                          pic x(01).
           05  fl-gabarito-mult                     pic x(26).
           05  fl-situacao-rev                      pic x(01).
                                                      *>R=rascunho E=em revisao A=aprovada X=reprovada (branco = questao antiga, aprovada)
           05  fl-autor                             pic x(08).
                                                      *>us-id de quem gravou o texto/gabarito vigente
           05  fl-data-envio-rev                    pic 9(08).
                                                      *>AAAAMMDD em que a questao entrou em revisao
           05  fl-revisor                           pic x(08).
                                                      *>us-id de quem aprovou/reprovou
           05  fl-data-revisao                      pic 9(08).
           05  fl-motivo-rev                        pic x(50).
                                                      *>motivo da reprovacao
           05  fl-qtd-alt-extra                     pic 9(02).
           05  fl-resposta-extra occurs 0 to 20 times
                                 depending on fl-qtd-alt-extra
           05  pr-qtd-cadernos                      pic 9(02).
                                                      *>zero em provas antigas (caderno unico sem letra)
           05  pr-letra-caderno occurs 5 times      pic x(01).
           05  pr-regra-parcial                     pic x(01).
                                                      *>N ou branco=multipla tudo ou nada  P=credito parcial c/ desconto
           05  pr-perc-desconto                     pic 9(03).
                                                      *>% do valor de uma letra certa descontado por letra errada (regra P)
           05  pr-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em provas antigas)
           05  pr-qtd-questoes                      pic 9(03).
           05  pr-questao-prova occurs 0 to 500 times
                                depending on pr-qtd-questoes.
               10  pr-id-questao-prova              pic 9(05).
               10  pr-versao-questao                pic 9(03).
                                                      *>versao da questao no momento da geracao (zero em provas antigas)
               10  pr-peso-questao                  pic 9(02).
                                                      *>peso da questao na prova (zero em provas antigas = peso 1)

       fd  arqcaderno.
       01  ka-caderno.

       01  ws-sw-blueprint                          pic x(01).
           88  ws-usa-blueprint                      value "S".

      *>----Pontuacao da prova - peso por questao e credito parcial na multipla
       01  ws-sw-peso                               pic x(01).
           88  ws-informa-peso                       value "S".
       01  ws-sw-credito-parcial                    pic x(01).
           88  ws-usa-credito-parcial                value "S".
       77  ws-perc-desconto                         pic 9(03).
       77  ws-peso-questao                          pic 9(02).
       01  ws-sw-ass-usado                          pic x(01).
           88  ws-assunto-usado                      value "S".

           05  ws-ass-usado-tab occurs 500 times    pic 9(03).

       77  ws-disciplina                            pic 9(03).
       77  ws-periodo                               pic x(06).
                                                      *>periodo letivo AAAA/S da prova
       01  ws-sw-periodo                            pic x(01).
           88  ws-periodo-valido                     value "S".
       77  ws-qtd-desejada                          pic 9(03).
       77  ws-qtd-sorteio                           pic 9(03).
       77  ws-total-banco                           pic 9(05) comp.
       77  ws-qtd-ultimas                           pic 9(03).
                                                      *>excluir questoes usadas nas ultimas N provas (0=nao)
       77  ws-qtd-excl-exposicao                    pic 9(05).
       77  ws-qtd-excl-revisao                      pic 9(05).
                                                      *>questoes fora do sorteio por nao estarem aprovadas
       77  ws-ind-usada                             pic 9(04) comp.
       77  ws-ind-pv                                pic 9(03) comp.
       77  ws-ini-pv                                pic 9(03) comp.
                   stop run
           end-if

           move    "N"                              to ws-sw-periodo
           perform 1070-obter-periodo
                   until ws-periodo-valido

           move    0                                to ws-qtd-cadernos
           perform 1050-obter-qtd-cadernos
                   until ws-qtd-cadernos >= 1 and ws-qtd-cadernos <= 5
                   accept  ws-qtd-desejada
           end-if

           display "Informar peso por questao (S/N)? (N = peso 1 p/ todas): " with no advancing
           accept  ws-sw-peso

           display "Credito parcial nas questoes de resposta multipla (S/N)?: " with no advancing
           accept  ws-sw-credito-parcial
           move    0                                to ws-perc-desconto
           if      ws-usa-credito-parcial then
                   move 999                         to ws-perc-desconto
                   perform 1060-obter-desconto
                           until ws-perc-desconto <= 100
           end-if

           .
       1000-inicializa-exit.
           exit.
           exit.


      *>------------------------------------------------------------------------
      *> Obter o desconto por letra errada no credito parcial - percentual do
      *> valor de uma letra certa (0 = sem desconto, 100 = anula uma certa)
      *>------------------------------------------------------------------------
       1060-obter-desconto section.

           display "Desconto por letra errada (% de uma letra certa, 0 a 100): "
                   with no advancing
           accept  ws-perc-desconto

           if      ws-perc-desconto not numeric or ws-perc-desconto > 100 then
                   display "Desconto invalido, tente novamente"
                   move 999                         to ws-perc-desconto
           end-if

           .
       1060-obter-desconto-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Obter o periodo letivo da prova (AAAA/S, ex 2026/2)
      *>------------------------------------------------------------------------
       1070-obter-periodo section.

           display "Periodo letivo (AAAA/S)..........: " with no advancing
           accept  ws-periodo

           if      ws-periodo (1:4) numeric and ws-periodo (5:1) = "/"
           and     ws-periodo (6:1) numeric and ws-periodo (6:1) <> "0" then
                   set  ws-periodo-valido           to true
           else
                   display "Periodo invalido - use AAAA/S, ex 2026/2"
           end-if

           .
       1070-obter-periodo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------

           move    0                                to ws-usadas-qtd
           move    0                                to ws-qtd-excl-exposicao
           move    0                                to ws-qtd-excl-revisao
           if      ws-qtd-ultimas > 0 then
                   perform 2080-carregar-questoes-usadas
           end-if
                           ws-qtd-ultimas " provas"
           end-if

           if      ws-qtd-excl-revisao > 0 then
                   display ws-qtd-excl-revisao " questoes do banco fora do sorteio por nao estarem aprovadas"
           end-if

           if      ws-total-banco = 0 then
                   if   ws-qtd-excl-exposicao > 0 then
                        display "Todas as questoes do banco foram excluidas por exposicao"
                                " - prova nao gerada"
                   else
                   if   ws-qtd-excl-revisao > 0 then
                        display "Nenhuma questao aprovada na revisao para esta disciplina"
                                " - prova nao gerada"
                   else
                        display "Nao existem questoes cadastradas para esta disciplina"
                   end-if
                   end-if
           else
                   if      ws-usa-blueprint then
                           perform 5100-montar-blueprint
                        if   ws-questao-usada then
                             add  1                  to ws-qtd-excl-exposicao
                        else
                        if   fl-situacao-rev <> "A" and fl-situacao-rev <> space then
                             add  1                  to ws-qtd-excl-revisao
                        else
                        add  1                       to ws-total-banco
                        if   ws-total-banco <= 500
                             add  1                     to ws-banco-count
                                     until ws-ind-extra >= fl-qtd-alt-extra
                        end-if
                        end-if
                        end-if
                        read arq-questao next
                   end-perform
           end-if
           move    ws-qtd-cadernos                   to pr-qtd-cadernos
           perform 2320-registrar-letra-caderno
                   varying ws-ind-cad from 1 by 1 until ws-ind-cad > 5
           if      ws-usa-credito-parcial then
                   move "P"                          to pr-regra-parcial
           else
                   move "N"                          to pr-regra-parcial
           end-if
           move    ws-perc-desconto                  to pr-perc-desconto
           move    ws-periodo                        to pr-periodo
           move    ws-qtd-sorteio                    to pr-qtd-questoes
           perform 2310-registrar-questao-prova
                   varying ws-i from 1 by 1 until ws-i > ws-qtd-sorteio
           move    ws-bc-id-questao(ws-ind-escolhido) to pr-id-questao-prova(ws-i)
           move    ws-bc-versao(ws-ind-escolhido)     to pr-versao-questao(ws-i)

           move    1                                  to ws-peso-questao
           if      ws-informa-peso then
                   move 0                             to ws-peso-questao
                   perform 2315-obter-peso-questao
                           until ws-peso-questao >= 1 and ws-peso-questao <= 99
           end-if
           move    ws-peso-questao                    to pr-peso-questao(ws-i)

           .
       2310-registrar-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter do professor o peso da questao sorteada na prova
       *>------------------------------------------------------------------------
       2315-obter-peso-questao section.

           display "Questao " ws-bc-id-questao(ws-ind-escolhido)
                   " (dificuldade " ws-bc-dificuldade(ws-ind-escolhido) ") "
                   ws-bc-pergunta(ws-ind-escolhido) (1:50)
           display "Peso da questao (1 a 99)........: " with no advancing
           accept  ws-peso-questao

           if      ws-peso-questao not numeric
           or      ws-peso-questao < 1 or ws-peso-questao > 99 then
                   display "Peso invalido, tente novamente"
                   move 0                             to ws-peso-questao
           end-if

           .
       2315-obter-peso-questao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Registrar a letra de um caderno no registro da prova (A, B, ...)
       *>------------------------------------------------------------------------
           move    ws-total-banco                   to ws-log-qtd-lidos
           move    ws-qtd-sorteio                   to ws-log-qtd-gravados
           move    ws-qtd-excl-exposicao            to ws-log-qtd-rejeitados
           add     ws-qtd-excl-revisao              to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
