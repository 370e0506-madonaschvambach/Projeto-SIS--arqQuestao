      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P32SISC20".
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


           select cadcompos assign to "cadcompos.txt"
           organization is indexed             *>composicao da media final por disciplina/periodo -
           access mode is dynamic             *>lido pelo P33SISC20 no calculo da media
           lock mode is automatic
           record key is cm-chave
           file status is ws-fs-cadcompos.

           select caddisc assign to "caddisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is cd-id-disci
           file status is ws-fs-caddisc.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  cadcompos.
       01  cm-composicao.
           05  cm-chave.
               10  cm-id-disci                      pic 9(03).
               10  cm-periodo                       pic x(06).
                                                      *>periodo letivo AAAA/S
           05  cm-qtd-avaliacoes                    pic 9(02).
           05  cm-avaliacao occurs 10 times.
               10  cm-sigla                         pic x(06).
                                                      *>ex P1, P2, TRAB
               10  cm-id-prova                      pic 9(05).
               10  cm-peso                          pic 9(02).
           05  cm-id-prova-exame                    pic 9(05).
                                                      *>exame que substitui a menor nota (zero = sem exame)

       fd  caddisc.
       01  cd-disciplina.
           05  cd-id-disci                          pic 9(03).
           05  cd-nome-disci                        pic x(40).
           05  cd-situacao                          pic x(01).
                                                      *>A=ativa I=inativa (branco = ativa, registro antigo)

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


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-cadcompos                          pic x(02).
       77  ws-fs-caddisc                            pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fim-prog                              pic x(01).
           88  ws-fim                                value "S".

       01  ws-opcao                                 pic x(01).
           88  ws-opc-incluir                        value "I".
           88  ws-opc-alterar                        value "A".
           88  ws-opc-consultar                      value "C".
           88  ws-opc-listar                         value "L".
           88  ws-opc-excluir                        value "E".
           88  ws-opc-fim                            value "F".

       01  ws-confirmacao                           pic x(01).
           88  ws-confirmado                         value "S".

      *>----Copia de trabalho da composicao da media
       01  ws-composicao.
           05  ws-id-disci                          pic 9(03).
           05  ws-periodo                           pic x(06).
           05  ws-qtd-avaliacoes                    pic 9(02).
           05  ws-avaliacao occurs 10 times.
               10  ws-sigla                         pic x(06).
               10  ws-id-prova-aval                 pic 9(05).
               10  ws-peso                          pic 9(02).
           05  ws-id-prova-exame                    pic 9(05).

       77  ws-ind-aval                              pic 9(02) comp.
       77  ws-ind-rep                               pic 9(02) comp.
       77  ws-id-prova-inf                          pic 9(05).
       77  ws-soma-pesos                            pic 9(04).

       01  ws-sw-valido                             pic x(01).
           88  ws-dados-validos                      value "S".
           88  ws-dados-invalidos                    value "N".
       01  ws-sw-repetida                           pic x(01).
           88  ws-prova-repetida                     value "S".


      *>----Sign-on do operador (P27SISC20)
       77  ws-operador                              pic x(08).
       77  ws-perfil-oper                           pic x(01).
       77  ws-tent-signon                           pic 9(01).

       01  ws-signon.
           05  ws-usu-chamada.
               10  ws-usu-id                        pic x(08).
               10  ws-usu-senha                     pic x(08).
           05  ws-usu-retorno.
               10  ws-usu-ok                        pic x(01).
                   88  ws-usuario-valido             value "S".
               10  ws-usu-perfil                    pic x(01).
               10  ws-usu-nome                      pic x(40).
               10  ws-usu-msg                       pic x(50).

       *>------------------------------------------------------------------------
       *> controle - composicao da media final de cada disciplina num periodo
       *> letivo: quais provas contam, com que peso, e o exame que substitui
       *> a menor nota
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           perform 2000-processamento until ws-fim
           perform 3000-finaliza
           stop run


           .
       0000-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *> inicializacao normal
      *>------------------------------------------------------------------------
       1000-inicializa section.


           move "N"                                 to ws-fim-prog

           display "P32SISC20 - Composicao da media final por disciplina e periodo"
           perform 1100-efetuar-signon

           open i-o cadcompos
           if   ws-fs-cadcompos = "35" then          *>arquivo ainda nao existe
                open output cadcompos
                close cadcompos
                open i-o cadcompos
           end-if
           if   ws-fs-cadcompos <> "00" and ws-fs-cadcompos <> "05" then
                display "P32SISC20 - Erro ao inicializar cadcompos: " ws-fs-cadcompos
                stop run
           end-if

           open input caddisc                       *> caddisc so e mantido pelo P06SISC20
           if   ws-fs-caddisc = "35" then            *>arquivo ainda nao existe
                open output caddisc
                close caddisc
                open input caddisc
           end-if
           if   ws-fs-caddisc <> "00" and ws-fs-caddisc <> "05" then
                display "P32SISC20 - Erro ao inicializar caddisc: " ws-fs-caddisc
                stop run
           end-if

           open input arqprova                      *> arqprova e gravado pelo P07SISC20
           if   ws-fs-arqprova = "35" then           *>arquivo ainda nao existe
                open output arqprova
                close arqprova
                open input arqprova
           end-if
           if   ws-fs-arqprova <> "00" and ws-fs-arqprova <> "05" then
                display "P32SISC20 - Erro ao inicializar arqprova: " ws-fs-arqprova
                stop run
           end-if

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Sign-on do operador no mestre de usuarios (P27SISC20)
      *>------------------------------------------------------------------------
       1100-efetuar-signon section.


           move    0                                to ws-tent-signon
           move    "N"                              to ws-usu-ok
           perform 1110-tentar-signon
                   until ws-usuario-valido or ws-tent-signon >= 3

           if      not ws-usuario-valido then
                   display "Acesso negado - programa encerrado"
                   stop run
           end-if

           move    ws-usu-id                        to ws-operador
           move    ws-usu-perfil                    to ws-perfil-oper

           .
       1100-efetuar-signon-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Uma tentativa de sign-on
      *>------------------------------------------------------------------------
       1110-tentar-signon section.


           add     1                                to ws-tent-signon

           display "Usuario.........................: " with no advancing
           accept  ws-usu-id
           display "Senha...........................: " with no advancing
           accept  ws-usu-senha

           call "P27SISC20" using ws-usu-chamada,
                                   ws-usu-retorno

           if      ws-usuario-valido then
                   if   ws-usu-perfil <> "A" then
                        display "Perfil sem acesso a este programa"
                        move "N"                    to ws-usu-ok
                   else
                        display "Operador: " ws-usu-nome
                   end-if
           else
                   display ws-usu-msg
           end-if

           .
       1110-tentar-signon-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           display " "
           display "P32SISC20 - Composicao da media final por disciplina e periodo"
           display "I-Incluir  A-Alterar  C-Consultar  L-Listar  E-Excluir  F-Fim"
           display "Opcao: " with no advancing
           accept  ws-opcao

           evaluate true
               when ws-opc-incluir
                   perform 2100-incluir-composicao
               when ws-opc-alterar
                   perform 2200-alterar-composicao
               when ws-opc-consultar
                   perform 2300-consultar-composicao
               when ws-opc-listar
                   perform 2400-listar-composicoes
               when ws-opc-excluir
                   perform 2500-excluir-composicao
               when ws-opc-fim
                   move "S"                          to ws-fim-prog
               when other
                   display "Opcao invalida, tente novamente"
           end-evaluate

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter e validar a chave - disciplina do caddisc e periodo AAAA/S
       *>------------------------------------------------------------------------
       2050-obter-chave section.


           set     ws-dados-validos                 to true

           display "Codigo da disciplina (3 digitos): " with no advancing
           accept  ws-id-disci
           display "Periodo letivo (AAAA/S).........: " with no advancing
           accept  ws-periodo

           move    ws-id-disci                      to cd-id-disci
           read    caddisc
           if      ws-fs-caddisc <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Disciplina inexistente no caddisc!"
           else
                   display "Disciplina: " cd-nome-disci
           end-if

           if      ws-dados-validos then
                   if   ws-periodo (1:4) not numeric or ws-periodo (5:1) <> "/"
                   or   ws-periodo (6:1) not numeric or ws-periodo (6:1) = "0" then
                        set  ws-dados-invalidos     to true
                        display "Periodo invalido - use AAAA/S, ex 2026/2"
                   end-if
           end-if

           move    ws-id-disci                      to cm-id-disci
           move    ws-periodo                       to cm-periodo

           .
       2050-obter-chave-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter as avaliacoes que compoem a media e o exame
       *>------------------------------------------------------------------------
       2060-obter-avaliacoes section.


           display "Quantidade de avaliacoes (1 a 10): " with no advancing
           accept  ws-qtd-avaliacoes
           if      ws-qtd-avaliacoes not numeric
           or      ws-qtd-avaliacoes < 1 or ws-qtd-avaliacoes > 10 then
                   set  ws-dados-invalidos          to true
                   display "Quantidade de avaliacoes invalida"
           end-if

           if      ws-dados-validos then
                   move 0                           to ws-soma-pesos
                   perform 2065-obter-uma-avaliacao
                           varying ws-ind-aval from 1 by 1
                           until ws-ind-aval > ws-qtd-avaliacoes
                              or ws-dados-invalidos
           end-if

           if      ws-dados-validos then
                   display "Prova do exame (substitui a menor nota, 0 = sem exame): "
                           with no advancing
                   accept  ws-id-prova-exame
                   if   ws-id-prova-exame not numeric then
                        move 0                      to ws-id-prova-exame
                   end-if
                   if   ws-id-prova-exame > 0 then
                        move ws-id-prova-exame      to ws-id-prova-inf
                        perform 2070-validar-prova
                   end-if
           end-if

           .
       2060-obter-avaliacoes-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Obter uma avaliacao - sigla, prova registrada e peso
       *>------------------------------------------------------------------------
       2065-obter-uma-avaliacao section.


           move    spaces                           to ws-sigla(ws-ind-aval)
           move    0                                to ws-id-prova-aval(ws-ind-aval)
           move    0                                to ws-peso(ws-ind-aval)

           display "Avaliacao " ws-ind-aval " - sigla (ex P1, P2, TRAB): " with no advancing
           accept  ws-sigla(ws-ind-aval)
           display "Avaliacao " ws-ind-aval " - numero da prova.........: " with no advancing
           accept  ws-id-prova-aval(ws-ind-aval)
           display "Avaliacao " ws-ind-aval " - peso (1 a 99)...........: " with no advancing
           accept  ws-peso(ws-ind-aval)

           if      ws-sigla(ws-ind-aval) = spaces then
                   set  ws-dados-invalidos          to true
                   display "Sigla obrigatoria"
           end-if

           if      ws-dados-validos then
                   if   ws-peso(ws-ind-aval) not numeric
                   or   ws-peso(ws-ind-aval) < 1 or ws-peso(ws-ind-aval) > 99 then
                        set  ws-dados-invalidos     to true
                        display "Peso invalido - use 1 a 99"
                   else
                        add  ws-peso(ws-ind-aval)   to ws-soma-pesos
                   end-if
           end-if

           if      ws-dados-validos then
                   move ws-id-prova-aval(ws-ind-aval) to ws-id-prova-inf
                   perform 2070-validar-prova
           end-if

           .
       2065-obter-uma-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar uma prova da composicao (ws-id-prova-inf) - registrada em
       *>  arqprova, da disciplina e do periodo, e sem repetir outra
       *>  avaliacao ja informada
       *>------------------------------------------------------------------------
       2070-validar-prova section.


           move    ws-id-prova-inf                  to pr-id-prova
           read    arqprova
           if      ws-fs-arqprova <> "00" then
                   set  ws-dados-invalidos          to true
                   display "Prova " ws-id-prova-inf " nao registrada em arqprova!"
           else
                   if   pr-id-disci <> ws-id-disci then
                        set  ws-dados-invalidos     to true
                        display "Prova " ws-id-prova-inf " e da disciplina " pr-id-disci
                   else
                        if   pr-periodo <> spaces and pr-periodo <> ws-periodo then
                             set  ws-dados-invalidos to true
                             display "Prova " ws-id-prova-inf " e do periodo " pr-periodo
                        end-if
                   end-if
           end-if

           if      ws-dados-validos then
                   move "N"                         to ws-sw-repetida
                   perform 2075-comparar-prova-repetida
                           varying ws-ind-rep from 1 by 1
                           until ws-ind-rep > ws-qtd-avaliacoes
                              or ws-prova-repetida
                   if   ws-prova-repetida then
                        set  ws-dados-invalidos     to true
                        display "Prova " ws-id-prova-inf " ja informada em outra avaliacao"
                   end-if
           end-if

           .
       2070-validar-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a prova informada com outra avaliacao da composicao
       *>------------------------------------------------------------------------
       2075-comparar-prova-repetida section.


           if      ws-ind-rep <> ws-ind-aval
           and     ws-id-prova-aval(ws-ind-rep) = ws-id-prova-inf then
                   set  ws-prova-repetida           to true
           end-if

           .
       2075-comparar-prova-repetida-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Montar o registro de cadcompos a partir da copia de trabalho
       *>------------------------------------------------------------------------
       2080-montar-registro section.


           move    ws-composicao                    to cm-composicao

           .
       2080-montar-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Incluir a composicao da media de uma disciplina num periodo
       *>------------------------------------------------------------------------
       2100-incluir-composicao section.


           initialize ws-composicao
           perform 2050-obter-chave

           if      ws-dados-validos then
                   read cadcompos
                   if   ws-fs-cadcompos = "00" then
                        display "Disciplina ja possui composicao neste periodo - use Alterar"
                        set  ws-dados-invalidos     to true
                   end-if
           end-if

           if      ws-dados-validos then
                   perform 2060-obter-avaliacoes
           end-if

           if      ws-dados-validos then
                   display "Confirma a inclusao (S/N)?......: " with no advancing
                   accept  ws-confirmacao
                   if      ws-confirmado then
                           perform 2080-montar-registro
                           write cm-composicao
                           if   ws-fs-cadcompos = "00" then
                                display "Composicao incluida com sucesso!"
                           else
                                display "Erro ao incluir composicao: " ws-fs-cadcompos
                           end-if
                   else
                           display "Inclusao cancelada"
                   end-if
           end-if

           .
       2100-incluir-composicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Alterar a composicao - as avaliacoes sao informadas novamente
       *>------------------------------------------------------------------------
       2200-alterar-composicao section.


           initialize ws-composicao
           perform 2050-obter-chave

           if      ws-dados-validos then
                   read cadcompos
                   if   ws-fs-cadcompos <> "00" then
                        display "Composicao inexistente p/ a disciplina neste periodo!"
                        set  ws-dados-invalidos     to true
                   else
                        perform 2310-exibir-composicao
                   end-if
           end-if

           if      ws-dados-validos then
                   perform 2060-obter-avaliacoes
           end-if

           if      ws-dados-validos then
                   display "Confirma a alteracao (S/N)?.....: " with no advancing
                   accept  ws-confirmacao
                   if      ws-confirmado then
                           perform 2080-montar-registro
                           rewrite cm-composicao
                           if   ws-fs-cadcompos = "00" then
                                display "Composicao alterada com sucesso!"
                           else
                                display "Erro ao alterar composicao: " ws-fs-cadcompos
                           end-if
                   else
                           display "Alteracao cancelada"
                   end-if
           end-if

           .
       2200-alterar-composicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Consultar a composicao de uma disciplina num periodo
       *>------------------------------------------------------------------------
       2300-consultar-composicao section.


           perform 2050-obter-chave

           if      ws-dados-validos then
                   read cadcompos
                   if   ws-fs-cadcompos = "00" then
                        perform 2310-exibir-composicao
                   else
                        display "Composicao inexistente p/ a disciplina neste periodo!"
                   end-if
           end-if

           .
       2300-consultar-composicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir o registro de cadcompos corrente
       *>------------------------------------------------------------------------
       2310-exibir-composicao section.


           display "Disciplina: " cm-id-disci "  Periodo: " cm-periodo
                   "  Avaliacoes: " cm-qtd-avaliacoes
           perform 2315-exibir-avaliacao
                   varying ws-ind-aval from 1 by 1
                   until ws-ind-aval > cm-qtd-avaliacoes
                      or ws-ind-aval > 10
           if      cm-id-prova-exame > 0 then
                   display "  Exame: prova " cm-id-prova-exame " (substitui a menor nota)"
           else
                   display "  Sem exame"
           end-if

           .
       2310-exibir-composicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Exibir uma avaliacao da composicao
       *>------------------------------------------------------------------------
       2315-exibir-avaliacao section.


           display "  " cm-sigla(ws-ind-aval) " - prova " cm-id-prova(ws-ind-aval)
                   "  peso " cm-peso(ws-ind-aval)

           .
       2315-exibir-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Listar todas as composicoes
       *>------------------------------------------------------------------------
       2400-listar-composicoes section.


           move    low-values                       to cm-chave
           start    cadcompos key is not less than cm-chave

           perform until ws-fs-cadcompos = "10"
                read cadcompos next
                if   ws-fs-cadcompos = "00" then
                     perform 2310-exibir-composicao
                else
                     if   ws-fs-cadcompos <> "10" then
                          display "Erro ao ler cadcompos: " ws-fs-cadcompos
                     end-if
                end-if
           end-perform

           .
       2400-listar-composicoes-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Excluir a composicao de uma disciplina num periodo
       *>------------------------------------------------------------------------
       2500-excluir-composicao section.


           perform 2050-obter-chave

           if      ws-dados-validos then
                   read cadcompos
                   if   ws-fs-cadcompos = "00" then
                        perform 2310-exibir-composicao
                        display "Confirma a exclusao (S/N)?......: " with no advancing
                        accept  ws-confirmacao
                        if      ws-confirmado then
                                delete cadcompos
                                if     ws-fs-cadcompos = "00" then
                                       display "Composicao excluida com sucesso!"
                                else
                                       display "Erro ao excluir composicao: " ws-fs-cadcompos
                                end-if
                        else
                                display "Exclusao cancelada"
                        end-if
                   else
                        display "Composicao inexistente p/ a disciplina neste periodo!"
                   end-if
           end-if

           .
       2500-excluir-composicao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           close cadcompos
           close caddisc
           close arqprova

           .
       3000-finaliza-exit.
           exit.
