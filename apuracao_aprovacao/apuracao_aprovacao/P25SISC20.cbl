           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select arqmedia assign to "arqmedia.txt"
           organization is indexed             *>media final do periodo letivo, calculada pelo P33SISC20
           access mode is dynamic
           lock mode is automatic
           record key is mf-chave
           file status is ws-fs-arqmedia.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20 (periodo da prova)
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select aprovacao assign to "aprovados-reprovados.txt"
           organization is line sequential     *>lista de situacao por aluno/disciplina c/ totais por turma
           file status is ws-fs-aprovacao.
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

       fd  cadparam.
       01  pm-parametro.
           05  cd-situacao                          pic x(01).
                                                      *>A=ativa I=inativa (branco = ativa, registro antigo)

       fd  arqmedia.
       01  mf-media.
           05  mf-chave.
               10  mf-id-aluno                      pic 9(08).
               10  mf-id-disci                      pic 9(03).
               10  mf-periodo                       pic x(06).
           05  mf-qtd-avaliacoes                    pic 9(02).
           05  mf-avaliacao occurs 10 times.
               10  mf-sigla                         pic x(06).
               10  mf-id-prova                      pic 9(05).
               10  mf-peso                          pic 9(02).
               10  mf-nota                          pic 9(03)v99.
                                                      *>melhor nt-percentual do aluno na prova
               10  mf-situacao-aval                 pic x(01).
                                                      *>F=feita A=ausente (nota zero) S=substituida pelo exame
           05  mf-id-prova-exame                    pic 9(05).
           05  mf-nota-exame                        pic 9(03)v99.
           05  mf-exame-feito                       pic x(01).
                                                      *>S=exame feito N=sem exame
           05  mf-media-final                       pic 9(03)v99.
           05  mf-data-calculo                      pic x(21).

       fd  arqprova.
       01  pr-prova.
           05  pr-id-prova                          pic 9(05).
           05  pr-id-disci                          pic 9(03).
           05  pr-data-geracao                      pic x(21).
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

       fd  aprovacao.
       01  ap-linha                                 pic x(132).

       77  ws-fs-cadparam                           pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-arqmedia                           pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-aprovacao                          pic x(02).
       77  ws-fs-recuperacao                        pic x(02).

       77  ws-aluno-atual                           pic 9(08).
       77  ws-disci-atual                           pic 9(03).
       77  ws-melhor-perc                           pic 9(03)v99.
       77  ws-melhor-pontos                         pic 9(05)v99.
       77  ws-melhor-possiveis                      pic 9(05)v99.
       77  ws-qtd-tentativas                        pic 9(02).
       77  ws-tem-grupo                             pic x(01).
           88  ws-grupo-aberto                       value "S".
       77  ws-turma-aluno                           pic x(10).
       77  ws-nome-aluno                            pic x(40).
       77  ws-situacao-apurada                      pic x(11).
       77  ws-nota-apurada                          pic 9(03)v99.
       77  ws-origem-nota                           pic x(20).

       77  ws-periodo                               pic x(06).
       01  ws-sw-periodo                            pic x(01).
           88  ws-periodo-valido                     value "S".
       01  ws-sw-nota-periodo                       pic x(01).
           88  ws-nota-no-periodo                    value "S".
       01  ws-sw-grupo-periodo                      pic x(01).
           88  ws-grupo-no-periodo                   value "S".
                                                      *>alguma tentativa do grupo em prova do periodo informado
       77  ws-qtd-fora-periodo                      pic 9(05).

       77  ws-qtd-grupos                            pic 9(05).
       77  ws-qtd-aprovados                         pic 9(05).
           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           stop run


           .
                stop run
           end-if

           open input arqmedia                      *> arqmedia e gravado pelo P33SISC20
           if   ws-fs-arqmedia = "35" then           *>arquivo ainda nao existe
                open output arqmedia
                close arqmedia
                open input arqmedia
           end-if
           if   ws-fs-arqmedia <> "00" and ws-fs-arqmedia <> "05" then
                display "P25SISC20 - Erro ao inicializar arqmedia: " ws-fs-arqmedia
                stop run
           end-if

           open input arqprova                      *> arqprova e gravado pelo P07SISC20
           if   ws-fs-arqprova = "35" then           *>arquivo ainda nao existe
                open output arqprova
                close arqprova
                open input arqprova
           end-if
           if   ws-fs-arqprova <> "00" and ws-fs-arqprova <> "05" then
                display "P25SISC20 - Erro ao inicializar arqprova: " ws-fs-arqprova
                stop run
           end-if

           move    "N"                              to ws-sw-periodo
           perform 1050-obter-periodo until ws-periodo-valido

           open output aprovacao
           open output recuperacao

           move    0                                to ws-qtd-aprovados
           move    0                                to ws-qtd-reprovados
           move    0                                to ws-qtd-recuperacao
           move    0                                to ws-qtd-fora-periodo
           move    0                                to ws-turmas-qtd
           move    "N"                              to ws-tem-grupo

           move    "P25SISC20 - Apuracao de aprovacao por aluno/disciplina" to ap-linha
           write   ap-linha
           if      ws-periodo <> spaces then
                   move spaces                      to ws-linha-saida
                   string "Periodo letivo "         delimited by size
                          ws-periodo                delimited by size
                          " - media final quando calculada, senao melhor tentativa"
                                                    delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to ap-linha
                   write ap-linha
           end-if
           move    spaces                           to ap-linha
           write   ap-linha

           exit.


      *>------------------------------------------------------------------------
      *> Obter o periodo letivo a apurar - em branco apura so pela melhor
      *> tentativa, como antes da composicao da media
      *>------------------------------------------------------------------------
       1050-obter-periodo section.


           display "Periodo letivo a apurar (AAAA/S, branco = melhor tentativa): "
                   with no advancing
           accept  ws-periodo

           if      ws-periodo = spaces then
                   set  ws-periodo-valido           to true
           else
                   if   ws-periodo (1:4) numeric and ws-periodo (5:1) = "/"
                   and  ws-periodo (6:1) numeric and ws-periodo (6:1) <> "0" then
                        set  ws-periodo-valido      to true
                   else
                        display "Periodo invalido - use AAAA/S, ex 2026/2"
                   end-if
           end-if

           .
       1050-obter-periodo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal - quebra por aluno/disciplina sobre o arqnota,
      *> apurando a melhor tentativa de cada grupo contra o corte da disciplina
           perform until ws-fs-arqnota <> "00"
                if   ws-grupo-aberto
                and  (nt-id-aluno <> ws-aluno-atual or nt-id-disci <> ws-disci-atual) then
                     perform 2050-selecionar-grupo
                     move "N"                       to ws-tem-grupo
                end-if
                if   not ws-grupo-aberto then
                     move nt-id-aluno               to ws-aluno-atual
                     move nt-id-disci               to ws-disci-atual
                     move 0                         to ws-melhor-perc
                     move 0                         to ws-melhor-pontos
                     move 0                         to ws-melhor-possiveis
                     move 0                         to ws-qtd-tentativas
                     move "N"                       to ws-sw-grupo-periodo
                end-if
                add  1                              to ws-qtd-tentativas
                perform 2010-conferir-periodo-nota
                if   ws-nota-no-periodo then
                     if   nt-percentual > ws-melhor-perc or not ws-grupo-no-periodo then
                          move nt-percentual        to ws-melhor-perc
                          if   nt-pontos-possiveis numeric and nt-pontos-possiveis > 0 then
                               move nt-pontos-obtidos   to ws-melhor-pontos
                               move nt-pontos-possiveis to ws-melhor-possiveis
                          else                       *>nota anterior a pontuacao ponderada
                               move nt-qtd-certas       to ws-melhor-pontos
                               move nt-qtd-total        to ws-melhor-possiveis
                          end-if
                     end-if
                     set  ws-grupo-no-periodo       to true
                end-if
                read arqnota next
           end-perform

           if      ws-grupo-aberto then
                   perform 2050-selecionar-grupo
           end-if

           perform 2900-totalizar


       *>------------------------------------------------------------------------
       *>  Conferir se a tentativa lida e de prova do periodo informado - sem
       *>  periodo toda tentativa conta; nota antiga (sem prova) fica fora
       *>------------------------------------------------------------------------
       2010-conferir-periodo-nota section.


           if      ws-periodo = spaces then
                   set  ws-nota-no-periodo          to true
           else
                   move "N"                         to ws-sw-nota-periodo
                   if   nt-id-prova numeric and nt-id-prova > 0 then
                        move nt-id-prova            to pr-id-prova
                        read arqprova
                        if   ws-fs-arqprova = "00" and pr-periodo = ws-periodo then
                             set  ws-nota-no-periodo to true
                        end-if
                   end-if
           end-if

           .
       2010-conferir-periodo-nota-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Selecionar o grupo p/ apuracao - com periodo informado, so entra o
       *>  grupo com media final do periodo no arqmedia ou com tentativa em
       *>  prova do periodo; os demais sao de outros periodos
       *>------------------------------------------------------------------------
       2050-selecionar-grupo section.


           if      ws-periodo = spaces or ws-grupo-no-periodo then
                   perform 2100-apurar-grupo
           else
                   move ws-aluno-atual              to mf-id-aluno
                   move ws-disci-atual              to mf-id-disci
                   move ws-periodo                  to mf-periodo
                   read arqmedia
                   if   ws-fs-arqmedia = "00" then
                        perform 2100-apurar-grupo
                   else
                        add  1                      to ws-qtd-fora-periodo
                   end-if
           end-if

           .
       2050-selecionar-grupo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Apurar um grupo aluno/disciplina - media final do periodo (P33SISC20)
       *>  ou, sem ela, a melhor tentativa contra a nota de corte da
       *>  disciplina; reprovado com tentativa restante entra na relacao de
       *>  recuperacao
       *>------------------------------------------------------------------------
       2100-apurar-grupo section.

                   move "(s/turma)"                 to ws-turma-aluno
           end-if

           move    ws-melhor-perc                   to ws-nota-apurada
           move    "melhor tentativa"               to ws-origem-nota
           if      ws-periodo <> spaces then
                   move ws-aluno-atual              to mf-id-aluno
                   move ws-disci-atual              to mf-id-disci
                   move ws-periodo                  to mf-periodo
                   read arqmedia
                   if   ws-fs-arqmedia = "00" then
                        move mf-media-final         to ws-nota-apurada
                        move "media final"          to ws-origem-nota
                   end-if
           end-if

           evaluate true
               when ws-nota-apurada >= ws-corte-disc
                   move "APROVADO"                  to ws-situacao-apurada
                   add  1                           to ws-qtd-aprovados
               when ws-qtd-tentativas < ws-max-tent-disc

           perform 2300-acumular-turma

           move    spaces                           to ws-linha-saida
           string  "Turma "                         delimited by size
                   ws-turma-aluno                   delimited by size
                   " aluno "                        delimited by size
                   ws-disci-atual                   delimited by size
                   " - melhor "                     delimited by size
                   ws-melhor-perc                   delimited by size
                   "% ("                            delimited by size
                   ws-melhor-pontos                 delimited by size
                   " de "                           delimited by size
                   ws-melhor-possiveis              delimited by size
                   " pontos) em "                   delimited by size
                   ws-qtd-tentativas                delimited by size
                   " tentativa(s) - "               delimited by size
                   ws-situacao-apurada              delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to ap-linha
           write   ap-linha
           if      ws-origem-nota = "media final" then
                   move spaces                      to ws-linha-saida
                   string "      situacao pela media final do periodo " delimited by size
                          ws-periodo                delimited by size
                          ": "                      delimited by size
                          ws-nota-apurada           delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to ap-linha
                   write ap-linha
           end-if

           .
       2100-apurar-grupo-exit.

           move    ws-aluno-atual                   to rc-matricula
           move    ws-disci-atual                   to rc-id-disci
           move    ws-nota-apurada                  to rc-melhor-perc
           move    ws-qtd-tentativas                to rc-tentativas-usadas
           move    ws-max-tent-disc                 to rc-max-tentativas
           move    ws-turma-aluno                   to rc-turma
           write   ap-linha
           display ws-linha-saida

           if      ws-periodo <> spaces then
                   display "Alunos/disciplinas de outros periodos, fora da apuracao: "
                           ws-qtd-fora-periodo
           end-if

           display "Lista gravada em aprovados-reprovados.txt"
           display "Elegiveis a recuperacao gravados em recuperacao.txt ("
                   ws-qtd-recuperacao ")"
           close   cadparam
           close   cadalu
           close   caddisc
           close   arqmedia
           close   arqprova
           close   aprovacao
           close   recuperacao

