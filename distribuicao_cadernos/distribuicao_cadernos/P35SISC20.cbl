      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P35SISC20".
       author. "Madona Schvambach".
       installation.  "PC".
       date-written.  15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.


           select arqaplic assign to "arqaplic.txt"
           organization is indexed             *>aplicacoes de prova, mantidas pelo P22SISC20
           access mode is dynamic
           lock mode is automatic
           record key is ap-chave
           file status is ws-fs-arqaplic.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select cadalu assign to "cadalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is al-matricula
           file status is ws-fs-cadalu.

           select caddisc assign to "caddisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select arqdistrib assign to "arqdistrib.txt"
           organization is indexed             *>caderno distribuido a cada aluno da aplicacao e presenca -
           access mode is dynamic             *>conferido pelo P21SISC20 e pelo P09SISC20
           lock mode is automatic
           record key is dc-chave
           file status is ws-fs-arqdistrib.

           select lista-presenca assign to "lista-presenca.txt"
           organization is line sequential     *>lista de presenca p/ assinatura dos alunos
           file status is ws-fs-lista.

           select cartoes-preenchidos assign to "cartoes-preenchidos.txt"
           organization is line sequential     *>um cartao-resposta pre-preenchido por aluno
           file status is ws-fs-cartoes.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  arqaplic.
       01  ap-aplicacao.
           05  ap-chave.
               10  ap-id-prova                      pic 9(05).
               10  ap-turma                         pic x(10).
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)

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

       fd  cadalu.
       01  al-aluno.
           05  al-matricula                         pic 9(08).
           05  al-nome                              pic x(40).
           05  al-turma                             pic x(10).
           05  al-situacao                          pic x(01).

       fd  caddisc.
       01  cd-disciplina.
           05  cd-id-disci                          pic 9(03).
           05  cd-nome-disci                        pic x(40).
           05  cd-situacao                          pic x(01).
                                                      *>A=ativa I=inativa (branco = ativa, registro antigo)

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

       fd  lista-presenca.
       01  lp-linha                                 pic x(132).

       fd  cartoes-preenchidos.
       01  cp-linha                                 pic x(132).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-arqdistrib                         pic x(02).
       77  ws-fs-lista                              pic x(02).
       77  ws-fs-cartoes                            pic x(02).

       77  ws-id-prova                              pic 9(05).
       77  ws-turma                                 pic x(10).
       77  ws-nome-disci                            pic x(40).
       77  ws-data-distrib                          pic x(21).

       01  ws-sw-aplicacao                          pic x(01).
           88  ws-aplicacao-ok                       value "S".

      *>----Letras de caderno a distribuir em rodizio
       77  ws-qtd-letras                            pic 9(02).
       01  ws-tb-letras.
           05  ws-tb-letra occurs 5 times           pic x(01).
       77  ws-ind-letra                             pic 9(02) comp.
       77  ws-quociente                             pic 9(05).
       77  ws-resto                                 pic 9(02).

       77  ws-seq                                   pic 9(03).
       77  ws-qtd-anteriores                        pic 9(05).
       77  ws-qtd-distribuidos                      pic 9(05).
       01  ws-tb-por-caderno.
           05  ws-qtd-por-caderno occurs 5 times    pic 9(05).

       77  ws-ind-pos                               pic 9(03) comp.
       77  ws-pos-disp                              pic 9(03).
       77  ws-ind-linha                             pic 9(03) comp.
       77  ws-col                                   pic 9(03) comp.

       01  ws-linha-saida                           pic x(132).


      *>----Registro de execucao no log central (P28SISC20)
       01  ws-log-exec.
           05  ws-log-programa                      pic x(09).
           05  ws-log-evento                        pic x(01).
           05  ws-log-situacao                      pic x(01).
           05  ws-log-qtd-lidos                     pic 9(07).
           05  ws-log-qtd-gravados                  pic 9(07).
           05  ws-log-qtd-rejeitados                pic 9(07).

       *>------------------------------------------------------------------------
       *> controle - distribuicao dos cadernos de uma aplicacao (prova x
       *> turma) entre os alunos ativos da turma, lista de presenca e
       *> cartoes-resposta pre-preenchidos
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           if      ws-aplicacao-ok then
                   perform 2000-processamento
           end-if
           perform 3000-finaliza
           stop run


           .
       0000-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *> inicializacao normal
      *>------------------------------------------------------------------------
       1000-inicializa section.


           perform 8000-registrar-inicio

           open input arqaplic
           if   ws-fs-arqaplic <> "00" then
                display "P35SISC20 - Erro ao abrir arqaplic: " ws-fs-arqaplic
                stop run
           end-if

           open input arqprova
           if   ws-fs-arqprova <> "00" then
                display "P35SISC20 - Erro ao abrir arqprova: " ws-fs-arqprova
                stop run
           end-if

           open input cadalu
           if   ws-fs-cadalu <> "00" then
                display "P35SISC20 - Erro ao abrir cadalu: " ws-fs-cadalu
                stop run
           end-if

           open input caddisc
           if   ws-fs-caddisc <> "00" then
                display "P35SISC20 - Erro ao abrir caddisc: " ws-fs-caddisc
                stop run
           end-if

           open i-o arqdistrib
           if   ws-fs-arqdistrib = "35" then         *>arquivo ainda nao existe
                open output arqdistrib
                close arqdistrib
                open i-o arqdistrib
           end-if
           if   ws-fs-arqdistrib <> "00" and ws-fs-arqdistrib <> "05" then
                display "P35SISC20 - Erro ao inicializar arqdistrib: " ws-fs-arqdistrib
                stop run
           end-if

           open output lista-presenca
           open output cartoes-preenchidos

           move    function current-date            to ws-data-distrib
           move    0                                to ws-qtd-anteriores
           move    0                                to ws-qtd-distribuidos
           move    0                                to ws-seq

           display "P35SISC20 - Distribuicao de cadernos e lista de presenca"
           display "Numero da prova.................: " with no advancing
           accept  ws-id-prova
           display "Turma...........................: " with no advancing
           accept  ws-turma

           perform 1100-validar-aplicacao

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Validar a aplicacao informada - deve estar ABERTA no arqaplic e a
      *> prova registrada em arqprova; monta a tabela de letras a distribuir
      *>------------------------------------------------------------------------
       1100-validar-aplicacao section.


           move    "N"                              to ws-sw-aplicacao

           move    ws-id-prova                      to ap-id-prova
           move    ws-turma                         to ap-turma
           read    arqaplic
           if      ws-fs-arqaplic <> "00" then
                   display "P35SISC20 - Aplicacao inexistente p/ a prova e turma informadas"
           else
                   if   ap-situacao <> "A" then
                        display "P35SISC20 - Aplicacao FECHADA - cadernos nao distribuidos"
                   else
                        move ws-id-prova            to pr-id-prova
                        read arqprova
                        if   ws-fs-arqprova <> "00" then
                             display "P35SISC20 - Prova nao registrada em arqprova"
                        else
                             set  ws-aplicacao-ok   to true
                        end-if
                   end-if
           end-if

           if      ws-aplicacao-ok then
                   move spaces                      to ws-tb-letras
                   if   pr-qtd-cadernos numeric and pr-qtd-cadernos > 0 then
                        move pr-qtd-cadernos        to ws-qtd-letras
                        if   ws-qtd-letras > 5 then
                             move 5                 to ws-qtd-letras
                        end-if
                        perform 1110-carregar-letra
                                varying ws-ind-letra from 1 by 1
                                until ws-ind-letra > ws-qtd-letras
                   else                              *>prova antiga - caderno unico sem letra
                        move 1                      to ws-qtd-letras
                   end-if
                   perform 1120-zerar-contador
                           varying ws-ind-letra from 1 by 1
                           until ws-ind-letra > 5

                   move pr-id-disci                 to cd-id-disci
                   read caddisc
                   if   ws-fs-caddisc = "00" then
                        move cd-nome-disci          to ws-nome-disci
                   else
                        move "(disciplina nao cadastrada)" to ws-nome-disci
                   end-if
           end-if

           .
       1100-validar-aplicacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar uma letra de caderno da prova na tabela de rodizio
      *>------------------------------------------------------------------------
       1110-carregar-letra section.


           move    pr-letra-caderno(ws-ind-letra)   to ws-tb-letra(ws-ind-letra)

           .
       1110-carregar-letra-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Zerar o contador de alunos de um caderno
      *>------------------------------------------------------------------------
       1120-zerar-contador section.


           move    0                                to ws-qtd-por-caderno(ws-ind-letra)

           .
       1120-zerar-contador-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal - desfaz a distribuicao anterior da aplicacao
      *> e distribui os cadernos em rodizio pela ordem de matricula, de modo
      *> que alunos vizinhos na lista (e na sala) recebam letras diferentes
      *>------------------------------------------------------------------------
       2000-processamento section.


           perform 2050-excluir-distribuicao-anterior

           perform 2100-cabecalho-lista

           move    low-values                       to al-matricula
           start   cadalu key is not less than al-matricula

           read    cadalu next
           perform until ws-fs-cadalu <> "00"
                if   al-turma = ws-turma and al-situacao <> "I" then
                     perform 2200-distribuir-aluno
                end-if
                read cadalu next
           end-perform

           perform 2900-totalizar

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Excluir a distribuicao anterior da aplicacao - uma nova execucao
       *>  refaz a distribuicao e zera a presenca
       *>------------------------------------------------------------------------
       2050-excluir-distribuicao-anterior section.


           move    ws-id-prova                      to dc-id-prova
           move    ws-turma                         to dc-turma
           move    0                                to dc-id-aluno
           start   arqdistrib key is not less than dc-chave

           if      ws-fs-arqdistrib = "00" then
                   read arqdistrib next
                   perform until ws-fs-arqdistrib <> "00"
                             or dc-id-prova <> ws-id-prova
                             or dc-turma <> ws-turma
                        delete arqdistrib
                        add  1                      to ws-qtd-anteriores
                        read arqdistrib next
                   end-perform
           end-if

           if      ws-qtd-anteriores > 0 then
                   display "Distribuicao anterior desfeita - " ws-qtd-anteriores " aluno(s)"
           end-if

           .
       2050-excluir-distribuicao-anterior-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cabecalho da lista de presenca
       *>------------------------------------------------------------------------
       2100-cabecalho-lista section.


           move    spaces                           to ws-linha-saida
           string  "LISTA DE PRESENCA - Prova "     delimited by size
                   ws-id-prova                      delimited by size
                   " - Disciplina "                 delimited by size
                   pr-id-disci                      delimited by size
                   " "                              delimited by size
                   ws-nome-disci                    delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to lp-linha
           write   lp-linha

           move    spaces                           to ws-linha-saida
           string  "Turma "                         delimited by size
                   ws-turma                         delimited by size
                   "  Data da aplicacao "           delimited by size
                   ap-data-aplicacao                delimited by size
                   "  Periodo "                     delimited by size
                   ap-periodo                       delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to lp-linha
           write   lp-linha

           move    spaces                           to lp-linha
           write   lp-linha
           move    "Seq Matricula Nome                                     Caderno Assinatura"
                                                    to lp-linha
           write   lp-linha
           move    all "-"                          to lp-linha
           write   lp-linha

           .
       2100-cabecalho-lista-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Distribuir o caderno a um aluno ativo da turma - a letra segue o
       *>  rodizio das letras da prova pela ordem do aluno na lista
       *>------------------------------------------------------------------------
       2200-distribuir-aluno section.


           divide  ws-seq by ws-qtd-letras giving ws-quociente remainder ws-resto
           compute ws-ind-letra = ws-resto + 1
           add     1                                to ws-seq

           move    ws-id-prova                      to dc-id-prova
           move    ws-turma                         to dc-turma
           move    al-matricula                     to dc-id-aluno
           move    ws-seq                           to dc-seq
           move    ws-tb-letra(ws-ind-letra)        to dc-caderno
           move    space                            to dc-presenca
           move    ws-data-distrib                  to dc-data-distrib
           write   dc-distribuicao
           if      ws-fs-arqdistrib <> "00" then
                   display "P35SISC20 - Erro ao gravar arqdistrib: " ws-fs-arqdistrib
                   stop run
           end-if

           add     1                                to ws-qtd-distribuidos
           add     1                                to ws-qtd-por-caderno(ws-ind-letra)

           perform 2210-linha-presenca
           perform 2300-cartao-preenchido

           .
       2200-distribuir-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha do aluno na lista de presenca
       *>------------------------------------------------------------------------
       2210-linha-presenca section.


           move    spaces                           to ws-linha-saida
           string  ws-seq                           delimited by size
                   " "                              delimited by size
                   al-matricula                     delimited by size
                   "  "                             delimited by size
                   al-nome                          delimited by size
                   "    "                           delimited by size
                   dc-caderno                       delimited by size
                   "     ______________________________" delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to lp-linha
           write   lp-linha

           .
       2210-linha-presenca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Cartao-resposta pre-preenchido do aluno - identificacao e as
       *>  posicoes do caderno, dez por linha
       *>------------------------------------------------------------------------
       2300-cartao-preenchido section.


           move    all "="                          to cp-linha
           write   cp-linha

           move    spaces                           to ws-linha-saida
           string  "CARTAO-RESPOSTA  Prova "        delimited by size
                   ws-id-prova                      delimited by size
                   "  Caderno "                     delimited by size
                   dc-caderno                       delimited by size
                   "  Disciplina "                  delimited by size
                   pr-id-disci                      delimited by size
                   " "                              delimited by size
                   ws-nome-disci                    delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to cp-linha
           write   cp-linha

           move    spaces                           to ws-linha-saida
           string  "Matricula "                     delimited by size
                   al-matricula                     delimited by size
                   "  Nome "                        delimited by size
                   al-nome                          delimited by size
                   "  Turma "                       delimited by size
                   ws-turma                         delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to cp-linha
           write   cp-linha

           move    "Marque uma letra (A-Z) por posicao; deixe em branco a posicao nao respondida"
                                                    to cp-linha
           write   cp-linha
           move    spaces                           to cp-linha
           write   cp-linha

           move    spaces                           to ws-linha-saida
           move    1                                to ws-col
           perform 2310-posicao-cartao
                   varying ws-ind-pos from 1 by 1
                   until ws-ind-pos > pr-qtd-questoes
           if      ws-col > 1 then
                   move ws-linha-saida              to cp-linha
                   write cp-linha
           end-if

           move    spaces                           to cp-linha
           write   cp-linha
           move    "Assinatura do aluno: ______________________________" to cp-linha
           write   cp-linha

           .
       2300-cartao-preenchido-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Uma posicao do cartao - fecha a linha a cada dez posicoes
       *>------------------------------------------------------------------------
       2310-posicao-cartao section.


           move    ws-ind-pos                       to ws-pos-disp
           string  ws-pos-disp                      delimited by size
                   " [ ]   "                        delimited by size
                   into ws-linha-saida
                   with pointer ws-col

           if      ws-col > 100 then
                   move ws-linha-saida              to cp-linha
                   write cp-linha
                   move spaces                      to ws-linha-saida
                   move 1                           to ws-col
           end-if

           .
       2310-posicao-cartao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Totais da distribuicao - no rodape da lista e no console
       *>------------------------------------------------------------------------
       2900-totalizar section.


           move    all "-"                          to lp-linha
           write   lp-linha

           move    spaces                           to ws-linha-saida
           string  "Alunos na lista: "              delimited by size
                   ws-qtd-distribuidos              delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to lp-linha
           write   lp-linha
           display ws-linha-saida

           perform 2910-total-caderno
                   varying ws-ind-letra from 1 by 1
                   until ws-ind-letra > ws-qtd-letras

           move    spaces                           to lp-linha
           write   lp-linha
           move    "Presentes: ____  Ausentes: ____  Fiscal: ______________________________"
                                                    to lp-linha
           write   lp-linha

           display "Lista gravada em lista-presenca.txt e cartoes em cartoes-preenchidos.txt"

           .
       2900-totalizar-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Total de alunos de um caderno
       *>------------------------------------------------------------------------
       2910-total-caderno section.


           move    spaces                           to ws-linha-saida
           string  "  Caderno "                     delimited by size
                   ws-tb-letra(ws-ind-letra)        delimited by size
                   ": "                             delimited by size
                   ws-qtd-por-caderno(ws-ind-letra) delimited by size
                   " aluno(s)"                      delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to lp-linha
           write   lp-linha
           display ws-linha-saida

           .
       2910-total-caderno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   arqaplic
           close   arqprova
           close   cadalu
           close   caddisc
           close   arqdistrib
           close   lista-presenca
           close   cartoes-preenchidos

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P35SISC20"                      to ws-log-programa
           move    "I"                              to ws-log-evento
           move    space                            to ws-log-situacao
           move    0                                to ws-log-qtd-lidos
           move    0                                to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8000-registrar-inicio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o fim da execucao no log central (P28SISC20) - aplicacao
      *>  invalida encerra como anormal
      *>------------------------------------------------------------------------
       8100-registrar-fim section.


           move    "P35SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           if      ws-aplicacao-ok then
                   move "N"                         to ws-log-situacao
           else
                   move "A"                         to ws-log-situacao
           end-if
           move    ws-qtd-distribuidos              to ws-log-qtd-lidos
           move    ws-qtd-distribuidos              to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
