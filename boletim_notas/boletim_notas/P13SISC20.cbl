           record key is pm-id-disci
           file status is ws-fs-cadparam.

           select arqmedia assign to "arqmedia.txt"
           organization is indexed             *>media final do periodo letivo, calculada pelo P33SISC20
           access mode is dynamic
           lock mode is automatic
           record key is mf-chave
           file status is ws-fs-arqmedia.

           select boletim assign to "boletim.txt"
           organization is line sequential
           file status is ws-fs-boletim.
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

       fd  cadalu.
       01  al-aluno.
           05  pm-nota-corte                        pic 9(03)v99.
           05  pm-max-tentativas                    pic 9(02).

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

       fd  boletim.
       01  bl-linha                                 pic x(132).

       77  ws-fs-arqnota                            pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-arqmedia                           pic x(02).
       77  ws-fs-boletim                            pic x(02).
       77  ws-fs-resumo                             pic x(02).

       77  ws-melhor-perc                           pic 9(03)v99.
       77  ws-melhor-tent                           pic 9(02).
       77  ws-marca-melhor                          pic x(01).
       77  ws-nota-situacao                         pic 9(03)v99.
       77  ws-ind-aval                              pic 9(02) comp.
       77  ws-periodo-media                         pic x(06).
       77  ws-marca-aval                            pic x(25).
       01  ws-sw-media                              pic x(01).
           88  ws-tem-media-final                    value "S".

       77  ws-qtd-alunos                            pic 9(05).
       77  ws-qtd-aprovados                         pic 9(05).
               10  ws-tb-certas                     pic 9(05).
               10  ws-tb-total                      pic 9(05).
               10  ws-tb-percentual                 pic 9(03)v99.
               10  ws-tb-pontos                     pic 9(05)v99.
               10  ws-tb-possiveis                  pic 9(05)v99.

       01  ws-linha-saida                           pic x(132).

           perform 1000-inicializa
           perform 2000-processamento until ws-fim
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
                display "P13SISC20 - Erro ao inicializar arqmedia: " ws-fs-arqmedia
                stop run
           end-if

           open output boletim
           open output resumo

                        move nt-qtd-certas           to ws-tb-certas(ws-qtd-tent)
                        move nt-qtd-total            to ws-tb-total(ws-qtd-tent)
                        move nt-percentual           to ws-tb-percentual(ws-qtd-tent)
                        if   nt-pontos-possiveis numeric and nt-pontos-possiveis > 0 then
                             move nt-pontos-obtidos  to ws-tb-pontos(ws-qtd-tent)
                             move nt-pontos-possiveis to ws-tb-possiveis(ws-qtd-tent)
                        else                         *>nota anterior a pontuacao ponderada
                             move nt-qtd-certas      to ws-tb-pontos(ws-qtd-tent)
                             move nt-qtd-total       to ws-tb-possiveis(ws-qtd-tent)
                        end-if
                        read arqnota next
                   end-perform

                   varying ws-ind-tent from 1 by 1
                   until ws-ind-tent > ws-qtd-tent

           move    ws-melhor-perc                   to ws-nota-situacao
           perform 2170-listar-medias-finais

           move    ws-disc-atual                    to pm-id-disci
           perform 2140-buscar-parametros

           evaluate true
               when ws-nota-situacao >= ws-corte-disc
                   move "APROVADO"                  to ws-situacao-disc
               when ws-qtd-tent < ws-max-tent-disc
                   move "RECUPERACAO"               to ws-situacao-disc
                   move "REPROVADO"                 to ws-situacao-disc
           end-evaluate

           move    spaces                           to ws-linha-saida
           string  "    Situacao: "                 delimited by size
                   ws-situacao-disc                 delimited by size
                   " (corte "                       delimited by size
                   ws-melhor-perc                   delimited by size
                   "%)"                             delimited by size
                   into ws-linha-saida
           if      ws-tem-media-final then
                   string " pela media final "      delimited by size
                          ws-periodo-media          delimited by size
                          " - "                     delimited by size
                          ws-nota-situacao          delimited by size
                          into ws-linha-saida (60:)
           end-if
           move    ws-linha-saida                   to bl-linha
           write   bl-linha
           display ws-linha-saida
           exit.


       *>------------------------------------------------------------------------
       *>  Listar no boletim a composicao da media final da disciplina em cada
       *>  periodo letivo calculado pelo P33SISC20 - a situacao passa a ser
       *>  dada pela media do periodo mais recente
       *>------------------------------------------------------------------------
       2170-listar-medias-finais section.


           move    "N"                              to ws-sw-media
           move    ws-matricula                     to mf-id-aluno
           move    ws-disc-atual                    to mf-id-disci
           move    low-values                       to mf-periodo
           start   arqmedia key is not less than mf-chave

           if      ws-fs-arqmedia = "00" then
                   read arqmedia next
                   perform until ws-fs-arqmedia <> "00"
                             or mf-id-aluno <> ws-matricula
                             or mf-id-disci <> ws-disc-atual
                        set  ws-tem-media-final     to true
                        move mf-media-final         to ws-nota-situacao
                        move mf-periodo             to ws-periodo-media
                        perform 2175-listar-media-periodo
                        read arqmedia next
                   end-perform
           end-if

           .
       2170-listar-medias-finais-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar a composicao da media final de um periodo
       *>------------------------------------------------------------------------
       2175-listar-media-periodo section.


           move    spaces                           to ws-linha-saida
           string  "    Media final do periodo "    delimited by size
                   mf-periodo                       delimited by size
                   ": "                             delimited by size
                   mf-media-final                   delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to bl-linha
           write   bl-linha
           display ws-linha-saida

           perform 2180-listar-avaliacao
                   varying ws-ind-aval from 1 by 1
                   until ws-ind-aval > mf-qtd-avaliacoes
                      or ws-ind-aval > 10

           if      mf-exame-feito = "S" then
                   move spaces                      to ws-linha-saida
                   string "      Exame (prova "     delimited by size
                          mf-id-prova-exame         delimited by size
                          ") nota "                 delimited by size
                          mf-nota-exame             delimited by size
                          " - substitui a menor nota" delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to bl-linha
                   write bl-linha
                   display ws-linha-saida
           end-if

           .
       2175-listar-media-periodo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar uma avaliacao da composicao da media
       *>------------------------------------------------------------------------
       2180-listar-avaliacao section.


           evaluate mf-situacao-aval(ws-ind-aval)
               when "A"
                   move "(ausente)"                 to ws-marca-aval
               when "S"
                   move "(substituida pelo exame)"  to ws-marca-aval
               when other
                   move spaces                      to ws-marca-aval
           end-evaluate

           move    spaces                           to ws-linha-saida
           string  "      "                         delimited by size
                   mf-sigla(ws-ind-aval)            delimited by size
                   " (prova "                       delimited by size
                   mf-id-prova(ws-ind-aval)         delimited by size
                   ", peso "                        delimited by size
                   mf-peso(ws-ind-aval)             delimited by size
                   ") nota "                        delimited by size
                   mf-nota(ws-ind-aval)             delimited by size
                   " "                              delimited by size
                   ws-marca-aval                    delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to bl-linha
           write   bl-linha
           display ws-linha-saida

           .
       2180-listar-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Buscar em cadparam o corte e o maximo de tentativas da disciplina
       *>  apontada por pm-id-disci - padrao quando nao ha parametro
                   move " "                         to ws-marca-melhor
           end-if

           move    spaces                           to ws-linha-saida
           string  "    Tentativa "                 delimited by size
                   ws-tb-tentativa(ws-ind-tent)     delimited by size
                   " em "                           delimited by size
                   ws-tb-data(ws-ind-tent) (1:8)    delimited by size
                   " - Pontos "                     delimited by size
                   ws-tb-pontos(ws-ind-tent)        delimited by size
                   " de "                           delimited by size
                   ws-tb-possiveis(ws-ind-tent)     delimited by size
                   " (acertos "                     delimited by size
                   ws-tb-certas(ws-ind-tent)        delimited by size
                   "/"                              delimited by size
                   ws-tb-total(ws-ind-tent)         delimited by size
                   ") - Aproveitamento "            delimited by size
                   ws-tb-percentual(ws-ind-tent)    delimited by size
                   "% "                             delimited by size
                   ws-marca-melhor                  delimited by size
           close   cadalu
           close   caddisc
           close   cadparam
           close   arqmedia
           close   boletim
           close   resumo

