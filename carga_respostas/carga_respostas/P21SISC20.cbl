           record key is ap-chave
           file status is ws-fs-arqaplic.

           select arqdistrib assign to "arqdistrib.txt"
           organization is indexed             *>cadernos distribuidos pelo P35SISC20 e presenca (P22SISC20)
           access mode is dynamic
           lock mode is automatic
           record key is dc-chave
           file status is ws-fs-arqdistrib.


       i-o-control.

           05  pr-data-geracao                      pic x(21).
           05  pr-qtd-cadernos                      pic 9(02).
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
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)

       fd  arqdistrib.
       01  dc-distribuicao.
           05  dc-chave.
               10  dc-id-prova                      pic 9(05).
               10  dc-turma                         pic x(10).
               10  dc-id-aluno                      pic 9(08).
           05  dc-seq                               pic 9(03).
                                                      *>ordem do aluno na lista de presenca
           05  dc-caderno                           pic x(01).
                                                      *>letra distribuida, branco se caderno unico
           05  dc-presenca                          pic x(01).
                                                      *>branco=nao informada P=presente F=ausente
           05  dc-data-distrib                      pic x(21).


      *>----Variáveis de trabalho
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqdistrib                         pic x(02).

       77  ws-qtd-cartoes-lidos                     pic 9(05).
       77  ws-qtd-cartoes-aceitos                   pic 9(05).
       77  ws-qtd-resp-alteradas                    pic 9(07).
       77  ws-qtd-pos-rejeitadas                    pic 9(07).
       77  ws-qtd-pos-branco                        pic 9(07).
       77  ws-qtd-ausentes                          pic 9(05).

       77  ws-ind-pos                               pic 9(03) comp.
       77  ws-pos-disp                              pic 9(03).
           88  ws-ordem-caderno                      value "C".
           88  ws-ordem-prova                        value "P".

      *>----Aplicacoes com cartao carregado (p/ a relacao de ausentes)
       01  ws-tb-aplicacoes.
           05  ws-tb-aplic-qtd                      pic 9(03) comp.
           05  ws-tb-aplic occurs 100 times.
               10  ws-tb-aplic-prova                pic 9(05).
               10  ws-tb-aplic-turma                pic x(10).
       77  ws-ind-aplic                             pic 9(03) comp.
       01  ws-sw-aplic                              pic x(01).
           88  ws-aplic-registrada                   value "S".

       01  ws-linha-saida                           pic x(132).


           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           stop run


           .
                   stop run
           end-if

           open input arqdistrib                    *> arqdistrib e gravado pelo P35SISC20
           if      ws-fs-arqdistrib = "35" then      *>arquivo ainda nao existe
                   open output arqdistrib
                   close arqdistrib
                   open input arqdistrib
           end-if
           if      ws-fs-arqdistrib <> "00" and ws-fs-arqdistrib <> "05" then
                   display "P21SISC20 - Erro ao inicializar arqdistrib: " ws-fs-arqdistrib
                   stop run
           end-if

           move    0                                to ws-qtd-cartoes-lidos
           move    0                                to ws-qtd-cartoes-aceitos
           move    0                                to ws-qtd-cartoes-rejeitados
           move    0                                to ws-qtd-resp-alteradas
           move    0                                to ws-qtd-pos-rejeitadas
           move    0                                to ws-qtd-pos-branco
           move    0                                to ws-qtd-ausentes
           move    0                                to ws-tb-aplic-qtd

           move    "Relatorio de carga de cartoes-resposta" to rj-linha
           write   rj-linha
                   perform 2130-validar-aplicacao-cartao
           end-if

           if      ws-cartao-ok then
                   perform 2140-validar-distribuicao-cartao
           end-if

           if      ws-cartao-ok then
                   add  1                           to ws-qtd-cartoes-aceitos
                   perform 2200-gravar-posicao
           exit.


       *>------------------------------------------------------------------------
       *>  Validar o cartao contra a distribuicao de cadernos da aplicacao
       *>  (P35SISC20) - aluno marcado ausente nao tem cartao aceito e o
       *>  caderno do cartao deve ser o distribuido ao aluno; aplicacao sem
       *>  distribuicao (ou aluno fora dela) segue so a validacao do caderno
       *>------------------------------------------------------------------------
       2140-validar-distribuicao-cartao section.


           perform 2145-registrar-aplicacao

           move    cr-id-prova                      to dc-id-prova
           move    al-turma                         to dc-turma
           move    cr-matricula                     to dc-id-aluno
           read    arqdistrib
           if      ws-fs-arqdistrib = "00" then
                   if   dc-presenca = "F" then
                        set  ws-cartao-erro         to true
                        move "Aluno marcado AUSENTE na lista de presenca" to ws-linha-saida
                        perform 2150-rejeitar-cartao
                   else
                        if   cr-caderno <> dc-caderno then
                             set  ws-cartao-erro    to true
                             move spaces            to ws-linha-saida
                             string "Caderno do cartao difere do caderno " delimited by size
                                    dc-caderno       delimited by size
                                    " distribuido ao aluno" delimited by size
                                    into ws-linha-saida
                             perform 2150-rejeitar-cartao
                        end-if
                   end-if
           end-if

           .
       2140-validar-distribuicao-cartao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Guardar a aplicacao do cartao na tabela de aplicacoes carregadas
       *>------------------------------------------------------------------------
       2145-registrar-aplicacao section.


           move    "N"                              to ws-sw-aplic
           perform 2146-comparar-aplicacao
                   varying ws-ind-aplic from 1 by 1
                   until ws-ind-aplic > ws-tb-aplic-qtd
                      or ws-aplic-registrada

           if      not ws-aplic-registrada and ws-tb-aplic-qtd < 100 then
                   add  1                           to ws-tb-aplic-qtd
                   move cr-id-prova                 to ws-tb-aplic-prova(ws-tb-aplic-qtd)
                   move al-turma                    to ws-tb-aplic-turma(ws-tb-aplic-qtd)
           end-if

           .
       2145-registrar-aplicacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a aplicacao do cartao com uma aplicacao da tabela
       *>------------------------------------------------------------------------
       2146-comparar-aplicacao section.


           if      ws-tb-aplic-prova(ws-ind-aplic) = cr-id-prova
           and     ws-tb-aplic-turma(ws-ind-aplic) = al-turma then
                   set  ws-aplic-registrada         to true
           end-if

           .
       2146-comparar-aplicacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar no relatorio a rejeicao do cartao inteiro
       *>------------------------------------------------------------------------
           display "Respostas gravadas " ws-qtd-resp-gravadas
                   " alteradas " ws-qtd-resp-alteradas
                   " posicoes rejeitadas " ws-qtd-pos-rejeitadas
           perform 2950-listar-ausentes

           display "Rejeicoes gravadas em cartao-rejeitados.txt"

           .
           exit.


       *>------------------------------------------------------------------------
       *>  Relacao separada dos alunos marcados ausentes nas aplicacoes que
       *>  tiveram cartao carregado
       *>------------------------------------------------------------------------
       2950-listar-ausentes section.


           move    spaces                           to rj-linha
           write   rj-linha
           move    "Alunos marcados AUSENTES nas aplicacoes carregadas:" to rj-linha
           write   rj-linha

           perform 2960-listar-ausentes-aplicacao
                   varying ws-ind-aplic from 1 by 1
                   until ws-ind-aplic > ws-tb-aplic-qtd

           move    spaces                           to ws-linha-saida
           string  "Alunos ausentes......: "        delimited by size
                   ws-qtd-ausentes                  delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rj-linha
           write   rj-linha
           display ws-linha-saida

           .
       2950-listar-ausentes-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar os ausentes de uma aplicacao da tabela
       *>------------------------------------------------------------------------
       2960-listar-ausentes-aplicacao section.


           move    ws-tb-aplic-prova(ws-ind-aplic)  to dc-id-prova
           move    ws-tb-aplic-turma(ws-ind-aplic)  to dc-turma
           move    0                                to dc-id-aluno
           start   arqdistrib key is not less than dc-chave

           if      ws-fs-arqdistrib = "00" then
                   read arqdistrib next
                   perform until ws-fs-arqdistrib <> "00"
                             or dc-id-prova <> ws-tb-aplic-prova(ws-ind-aplic)
                             or dc-turma <> ws-tb-aplic-turma(ws-ind-aplic)
                        if   dc-presenca = "F" then
                             perform 2970-linha-ausente
                        end-if
                        read arqdistrib next
                   end-perform
           end-if

           .
       2960-listar-ausentes-aplicacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha de um aluno ausente
       *>------------------------------------------------------------------------
       2970-linha-ausente section.


           add     1                                to ws-qtd-ausentes

           move    dc-id-aluno                      to al-matricula
           read    cadalu
           if      ws-fs-cadalu <> "00" then
                   move "(aluno nao cadastrado)"    to al-nome
           end-if

           move    spaces                           to ws-linha-saida
           string  "  Prova "                       delimited by size
                   dc-id-prova                      delimited by size
                   " turma "                        delimited by size
                   dc-turma                         delimited by size
                   " matricula "                    delimited by size
                   dc-id-aluno                      delimited by size
                   " "                              delimited by size
                   al-nome                          delimited by size
                   " caderno "                      delimited by size
                   dc-caderno                       delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rj-linha
           write   rj-linha

           .
       2970-linha-ausente-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
           close   arqprova
           close   arqcaderno
           close   arqaplic
           close   arqdistrib

           .
       3000-finaliza-exit.
