           record key is nt-chave
           file status is ws-fs-arqnota.

           select cadturma assign to "cadturma.txt"
           organization is indexed             *>mestre de turmas, mantido pelo P34SISC20
           access mode is dynamic
           lock mode is automatic
           record key is tu-turma
           file status is ws-fs-cadturma.

           select arqdistrib assign to "arqdistrib.txt"
           organization is indexed             *>cadernos distribuidos pelo P35SISC20 e presenca
           access mode is dynamic
           lock mode is automatic
           record key is dc-chave
           file status is ws-fs-arqdistrib.

           select pendentes assign to "aplicacoes-pendentes.txt"
           organization is line sequential
           file status is ws-fs-pendentes.
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)

       fd  arqprova.
       01  pr-prova.
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

       fd  cadalu.
       01  al-aluno.
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

       fd  cadturma.
       01  tu-turma-reg.
           05  tu-turma                             pic x(10).
           05  tu-descricao                         pic x(40).
           05  tu-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S
           05  tu-turno                             pic x(01).
                                                      *>M=manha T=tarde N=noite I=integral
           05  tu-id-prof                           pic x(08).
                                                      *>us-id do professor responsavel (cadusu)
           05  tu-situacao                          pic x(01).
                                                      *>A=ativa I=inativa
           05  tu-id-disci-ofert occurs 10 times    pic 9(03).
                                                      *>disciplinas ofertadas a turma (zero = posicao livre)

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

       fd  pendentes.
       01  pd-linha                                 pic x(132).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-respalu                            pic x(02).
       77  ws-fs-arqnota                            pic x(02).
       77  ws-fs-cadturma                           pic x(02).
       77  ws-fs-arqdistrib                         pic x(02).
       77  ws-fs-pendentes                          pic x(02).

       77  ws-fim-prog                              pic x(01).
           88  ws-opc-listar                          value "L".
           88  ws-opc-excluir                         value "E".
           88  ws-opc-pendentes                       value "P".
           88  ws-opc-presenca                        value "R".
           88  ws-opc-fim                             value "F".

       01  ws-confirmacao                           pic x(01).
           05  ws-situacao                          pic x(01).
               88  ws-sit-aberta                     value "A".
               88  ws-sit-fechada                    value "F".
           05  ws-periodo                           pic x(06).

       77  ws-disci-prova                           pic 9(03).
       77  ws-qtd-com-resposta                      pic 9(05).
       01  ws-sw-nota                               pic x(01).
           88  ws-tem-nota                           value "S".

      *>----Situacao da turma no mestre de turmas e acesso do operador a ela
       01  ws-sw-turma                              pic x(01).
           88  ws-turma-cadastrada                   value "S".
           88  ws-turma-inativa                      value "I".
           88  ws-turma-inexistente                  value "X".
       01  ws-sw-acesso                             pic x(01).
           88  ws-acesso-permitido                   value "S".
       01  ws-sw-ofertada                           pic x(01).
           88  ws-disci-ofertada                     value "S".
       77  ws-ind-disc                              pic 9(02) comp.

       77  ws-matricula-pres                        pic 9(08).
       01  ws-presenca                              pic x(01).
           88  ws-presenca-valida                    values "P" "F".

       01  ws-linha-saida                           pic x(132).


                stop run
           end-if

           open input cadturma                      *> cadturma e mantido pelo P34SISC20
           if   ws-fs-cadturma = "35" then           *>arquivo ainda nao existe
                open output cadturma
                close cadturma
                open input cadturma
           end-if
           if   ws-fs-cadturma <> "00" and ws-fs-cadturma <> "05" then
                display "P22SISC20 - Erro ao inicializar cadturma: " ws-fs-cadturma
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.
                                   ws-usu-retorno

           if      ws-usuario-valido then
                   if   ws-usu-perfil <> "A" and ws-usu-perfil <> "P" then
                        display "Perfil sem acesso a este programa"
                        move "N"                    to ws-usu-ok
                   else

           display " "
           display "P22SISC20 - Manutencao das aplicacoes de prova (prova x turma)"
           display "I-Incluir  A-Alterar  C-Consultar  L-Listar  E-Excluir  P-Pendentes"
                   "  R-Presenca  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

                   perform 2500-excluir-aplicacao
               when ws-opc-pendentes
                   perform 2600-relatorio-pendentes
               when ws-opc-presenca
                   perform 2700-registrar-presenca
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other


       *>------------------------------------------------------------------------
       *>  Verificar a turma informada (ws-turma) no mestre de turmas e o
       *>  acesso do operador - professor so acessa as turmas de que e o
       *>  responsavel
       *>------------------------------------------------------------------------
       2050-verificar-turma section.


           move    ws-turma                         to tu-turma
           read    cadturma
           if      ws-fs-cadturma <> "00" then
                   set  ws-turma-inexistente        to true
           else
                   if   tu-situacao = "I" then
                        set  ws-turma-inativa       to true
                   else
                        set  ws-turma-cadastrada    to true
                   end-if
           end-if

           move    "S"                              to ws-sw-acesso
           if      ws-perfil-oper = "P" then
                   if   ws-turma-inexistente or tu-id-prof <> ws-operador then
                        move "N"                    to ws-sw-acesso
                   end-if
           end-if

           .
       2050-verificar-turma-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Verificar se a disciplina da prova (pr-id-disci) e ofertada a
       *>  turma lida em cadturma
       *>------------------------------------------------------------------------
       2055-verificar-disciplina section.


           move    "N"                              to ws-sw-ofertada
           perform 2056-comparar-disciplina
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > 10
                      or ws-disci-ofertada

           .
       2055-verificar-disciplina-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a disciplina da prova com uma disciplina ofertada
       *>------------------------------------------------------------------------
       2056-comparar-disciplina section.


           if      tu-id-disci-ofert(ws-ind-disc) > 0
           and     tu-id-disci-ofert(ws-ind-disc) = pr-id-disci then
                   set  ws-disci-ofertada           to true
           end-if

           .
       2056-comparar-disciplina-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir aplicacao - a prova deve estar registrada em arqprova e a
       *>  turma no mestre de turmas, com a disciplina da prova ofertada
       *>------------------------------------------------------------------------
       2100-incluir-aplicacao section.

           accept  ws-turma
           display "Data da aplicacao (AAAAMMDD)....: " with no advancing
           accept  ws-data-aplicacao
           display "Periodo letivo (AAAA/S, branco = o da prova): " with no advancing
           accept  ws-periodo

           move    ws-id-prova                      to pr-id-prova
           read    arqprova
           if      ws-fs-arqprova <> "00" then
                   display "Prova nao registrada em arqprova!"
           else
                   perform 2050-verificar-turma
                   if   ws-turma-inexistente then
                        move "N"                    to ws-sw-ofertada
                   else
                        perform 2055-verificar-disciplina
                   end-if
                   if   ws-periodo = spaces then
                        move pr-periodo             to ws-periodo
                   end-if
                   if   ws-periodo = spaces and not ws-turma-inexistente then
                        move tu-periodo             to ws-periodo
                   end-if
                   evaluate true
                       when ws-turma-inexistente
                           display "Turma inexistente no cadastro de turmas!"
                       when ws-turma-inativa
                           display "Turma inativa no cadastro de turmas!"
                       when not ws-acesso-permitido
                           display "Turma de outro professor - acesso negado"
                       when not ws-disci-ofertada
                           display "Disciplina da prova (" pr-id-disci ") nao e ofertada a turma"
                       when ws-data-aplicacao not numeric
                           display "Data de aplicacao invalida - use AAAAMMDD"
                       when ws-periodo (1:4) not numeric or ws-periodo (5:1) <> "/"
                       or   ws-periodo (6:1) not numeric or ws-periodo (6:1) = "0"
                           display "Periodo letivo invalido - use AAAA/S, ex 2026/2"
                       when other
                           move    ws-id-prova         to ap-id-prova
                           move    ws-turma            to ap-turma
                           move    ws-data-aplicacao   to ap-data-aplicacao
                           move    "A"                 to ap-situacao
                           move    ws-periodo          to ap-periodo
                           write   ap-aplicacao
                           if      ws-fs-arqaplic = "00" then
                                   display "Aplicacao incluida com sucesso (situacao ABERTA)"
                           else
                                   if   ws-fs-arqaplic = "22" then
                                        display "Ja existe aplicacao desta prova p/ esta turma!"
                                   else
                                        display "Erro ao incluir aplicacao: " ws-fs-arqaplic
                                   end-if
                           end-if
                   end-evaluate
           end-if

           .
           exit.


       *>------------------------------------------------------------------------
       *>  Verificar o acesso do operador a aplicacao lida - p/ professor de
       *>  outra turma a aplicacao e tratada como inexistente
       *>------------------------------------------------------------------------
       2060-verificar-acesso-aplicacao section.


           if      ws-fs-arqaplic = "00" then
                   move ap-turma                    to ws-turma
                   perform 2050-verificar-turma
                   if   not ws-acesso-permitido then
                        move "23"                   to ws-fs-arqaplic
                   end-if
           end-if

           .
       2060-verificar-acesso-aplicacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Alterar a data ou a situacao (aberta/fechada) de uma aplicacao
       *>------------------------------------------------------------------------
           accept  ap-turma

           read    arqaplic
           perform 2060-verificar-acesso-aplicacao
           if      ws-fs-arqaplic = "00" then
                   display "Data atual: " ap-data-aplicacao "  Situacao atual: " ap-situacao
                           "  Periodo: " ap-periodo
                   display "Nova data da aplicacao (AAAAMMDD): " with no advancing
                   accept  ws-data-aplicacao
                   display "Nova situacao (A-Aberta F-Fechada): " with no advancing
           accept  ap-turma

           read    arqaplic
           perform 2060-verificar-acesso-aplicacao
           if      ws-fs-arqaplic = "00" then
                   display "Prova: " ap-id-prova "  Turma: " ap-turma
                           "  Data: " ap-data-aplicacao "  Situacao: " ap-situacao
                           "  Periodo: " ap-periodo
           else
                   display "Aplicacao inexistente!"
           end-if
           perform until ws-fs-arqaplic = "10"
                read arqaplic next
                if   ws-fs-arqaplic = "00" then
                     move ap-turma                  to ws-turma
                     perform 2050-verificar-turma
                     if   ws-acesso-permitido then
                          display "Prova: " ap-id-prova "  Turma: " ap-turma
                                  "  Data: " ap-data-aplicacao "  Situacao: " ap-situacao
                                  "  Periodo: " ap-periodo
                     end-if
                else
                     if   ws-fs-arqaplic <> "10" then
                          display "Erro ao ler arqaplic: " ws-fs-arqaplic
           accept  ap-turma

           read    arqaplic
           perform 2060-verificar-acesso-aplicacao
           if      ws-fs-arqaplic = "00" then
                   display "Data: " ap-data-aplicacao "  Situacao: " ap-situacao
                   display "Confirma a exclusao (S/N)?......: " with no advancing

           read    arqaplic next
           perform until ws-fs-arqaplic <> "00"
                move ap-turma                       to ws-turma
                perform 2050-verificar-turma
                if   ws-acesso-permitido then
                     perform 2610-apurar-aplicacao
                end-if
                read arqaplic next
           end-perform

           exit.


       *>------------------------------------------------------------------------
       *>  Registrar a presenca da lista assinada - marca P ou F no arqdistrib
       *>  p/ cada aluno da distribuicao de cadernos da aplicacao (P35SISC20)
       *>------------------------------------------------------------------------
       2700-registrar-presenca section.


           display "Numero da prova.................: " with no advancing
           accept  ap-id-prova
           display "Turma...........................: " with no advancing
           accept  ap-turma

           read    arqaplic
           perform 2060-verificar-acesso-aplicacao
           if      ws-fs-arqaplic <> "00" then
                   display "Aplicacao inexistente!"
           else
                   open i-o arqdistrib
                   if   ws-fs-arqdistrib <> "00" then
                        display "Cadernos ainda nao distribuidos - execute o P35SISC20"
                   else
                        display "Informe a presenca de cada aluno da lista (matricula 0 = fim)"
                        move 1                      to ws-matricula-pres
                        perform 2710-marcar-aluno until ws-matricula-pres = 0
                        close arqdistrib
                   end-if
           end-if

           .
       2700-registrar-presenca-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Marcar a presenca de um aluno da distribuicao
       *>------------------------------------------------------------------------
       2710-marcar-aluno section.


           display "Matricula do aluno (0 = fim)....: " with no advancing
           accept  ws-matricula-pres

           evaluate true
               when ws-matricula-pres not numeric
                   display "Matricula invalida"
                   move 1                           to ws-matricula-pres
               when ws-matricula-pres = 0
                   continue
               when other
                   move ap-id-prova                 to dc-id-prova
                   move ap-turma                    to dc-turma
                   move ws-matricula-pres           to dc-id-aluno
                   read arqdistrib
                   if   ws-fs-arqdistrib <> "00" then
                        display "Aluno nao consta da distribuicao desta aplicacao"
                   else
                        display "Seq " dc-seq "  Caderno " dc-caderno
                                "  Presenca atual: " dc-presenca
                        display "Presenca (P-Presente F-Ausente)..: " with no advancing
                        accept  ws-presenca
                        if   ws-presenca-valida then
                             move    ws-presenca    to dc-presenca
                             rewrite dc-distribuicao
                             if   ws-fs-arqdistrib <> "00" then
                                  display "Erro ao registrar presenca: " ws-fs-arqdistrib
                             end-if
                        else
                             display "Presenca invalida - use P ou F"
                        end-if
                   end-if
           end-evaluate

           .
       2710-marcar-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------

           close arqaplic
           close arqprova
           close cadturma

           .
       3000-finaliza-exit.
