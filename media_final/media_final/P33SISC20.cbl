      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P33SISC20".
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


           select arqnota assign to "arqnota.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is nt-chave
           file status is ws-fs-arqnota.

           select cadcompos assign to "cadcompos.txt"
           organization is indexed             *>composicao da media, mantida pelo P32SISC20
           access mode is dynamic
           lock mode is automatic
           record key is cm-chave
           file status is ws-fs-cadcompos.

           select cadalu assign to "cadalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is al-matricula
           file status is ws-fs-cadalu.

           select arqmedia assign to "arqmedia.txt"
           organization is indexed             *>media final consolidada por aluno/disciplina/periodo -
           access mode is dynamic             *>lida pelo P25SISC20 e pelo P13SISC20
           lock mode is automatic
           record key is mf-chave
           file status is ws-fs-arqmedia.

           select relmedia assign to "medias-finais.txt"
           organization is line sequential     *>relatorio das medias calculadas no periodo
           file status is ws-fs-relmedia.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  arqnota.
       01  nt-nota.
           05  nt-chave.
               10  nt-id-aluno                      pic 9(08).
               10  nt-id-disci                      pic 9(03).
               10  nt-tentativa                     pic 9(02).
           05  nt-data-correcao                     pic x(21).
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

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

       fd  cadalu.
       01  al-aluno.
           05  al-matricula                         pic 9(08).
           05  al-nome                              pic x(40).
           05  al-turma                             pic x(10).
           05  al-situacao                          pic x(01).

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

       fd  relmedia.
       01  rm-linha                                 pic x(132).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-arqnota                            pic x(02).
       77  ws-fs-cadcompos                          pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-arqmedia                           pic x(02).
       77  ws-fs-relmedia                           pic x(02).

       77  ws-periodo                               pic x(06).
       01  ws-sw-periodo                            pic x(01).
           88  ws-periodo-valido                     value "S".

       77  ws-aluno-atual                           pic 9(08).
       77  ws-disci-atual                           pic 9(03).
       77  ws-tem-grupo                             pic x(01).
           88  ws-grupo-aberto                       value "S".
       01  ws-sw-composicao                         pic x(01).
           88  ws-tem-composicao                     value "S".
       01  ws-sw-feita                              pic x(01).
           88  ws-fez-avaliacao                      value "S".

      *>----Notas do aluno em cada avaliacao da composicao
       01  ws-tb-notas.
           05  ws-tb-aval occurs 10 times.
               10  ws-tb-nota                       pic 9(03)v99.
               10  ws-tb-feita                      pic x(01).
           05  ws-nota-exame                        pic 9(03)v99.
           05  ws-exame-feito                       pic x(01).

       77  ws-ind-aval                              pic 9(02) comp.
       77  ws-ind-menor                             pic 9(02) comp.
       77  ws-soma-ponderada                        pic 9(07)v99.
       77  ws-soma-pesos                            pic 9(04).
       77  ws-media-final                           pic 9(03)v99.
       77  ws-nome-aluno                            pic x(40).
       77  ws-turma-aluno                           pic x(10).
       77  ws-data-calculo                          pic x(21).

       77  ws-qtd-lidos                             pic 9(07).
       77  ws-qtd-medias                            pic 9(07).
       77  ws-qtd-sem-nota                          pic 9(07).

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
       *> controle - media final do periodo letivo por aluno/disciplina,
       *> conforme a composicao cadastrada no P32SISC20
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           perform 2000-processamento
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

           move    "N"                              to ws-sw-periodo
           perform 1050-obter-periodo until ws-periodo-valido

           open input arqnota
           if   ws-fs-arqnota <> "00" then
                display "P33SISC20 - Erro ao abrir arqnota: " ws-fs-arqnota
                stop run
           end-if

           open input cadcompos                     *> cadcompos e mantido pelo P32SISC20
           if   ws-fs-cadcompos = "35" then          *>arquivo ainda nao existe
                open output cadcompos
                close cadcompos
                open input cadcompos
           end-if
           if   ws-fs-cadcompos <> "00" and ws-fs-cadcompos <> "05" then
                display "P33SISC20 - Erro ao inicializar cadcompos: " ws-fs-cadcompos
                stop run
           end-if

           open input cadalu
           if   ws-fs-cadalu <> "00" then
                display "P33SISC20 - Erro ao abrir cadalu: " ws-fs-cadalu
                stop run
           end-if

           open i-o arqmedia
           if   ws-fs-arqmedia = "35" then           *>arquivo ainda nao existe
                open output arqmedia
                close arqmedia
                open i-o arqmedia
           end-if
           if   ws-fs-arqmedia <> "00" and ws-fs-arqmedia <> "05" then
                display "P33SISC20 - Erro ao inicializar arqmedia: " ws-fs-arqmedia
                stop run
           end-if

           open output relmedia

           move    function current-date            to ws-data-calculo
           move    0                                to ws-qtd-lidos
           move    0                                to ws-qtd-medias
           move    0                                to ws-qtd-sem-nota
           move    "N"                              to ws-tem-grupo

           move    spaces                           to ws-linha-saida
           string  "P33SISC20 - Media final do periodo letivo " delimited by size
                   ws-periodo                       delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rm-linha
           write   rm-linha
           move    spaces                           to rm-linha
           write   rm-linha

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Obter o periodo letivo a calcular (AAAA/S)
      *>------------------------------------------------------------------------
       1050-obter-periodo section.


           display "Periodo letivo a calcular (AAAA/S): " with no advancing
           accept  ws-periodo

           if      ws-periodo (1:4) numeric and ws-periodo (5:1) = "/"
           and     ws-periodo (6:1) numeric and ws-periodo (6:1) <> "0" then
                   set  ws-periodo-valido           to true
           else
                   display "Periodo invalido - use AAAA/S, ex 2026/2"
           end-if

           .
       1050-obter-periodo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal - quebra por aluno/disciplina sobre o arqnota;
      *> cada tentativa e classificada nas avaliacoes da composicao da
      *> disciplina no periodo pela prova em que foi corrigida
      *>------------------------------------------------------------------------
       2000-processamento section.


           display "P33SISC20 - Calculo da media final do periodo " ws-periodo

           move    low-values                       to nt-chave
           start   arqnota key is not less than nt-chave

           read    arqnota next
           perform until ws-fs-arqnota <> "00"
                add  1                              to ws-qtd-lidos
                if   ws-grupo-aberto
                and  (nt-id-aluno <> ws-aluno-atual or nt-id-disci <> ws-disci-atual) then
                     perform 2100-fechar-grupo
                     move "N"                       to ws-tem-grupo
                end-if
                if   not ws-grupo-aberto then
                     perform 2050-abrir-grupo
                end-if
                if   ws-tem-composicao then
                     perform 2060-classificar-nota
                             varying ws-ind-aval from 1 by 1
                             until ws-ind-aval > cm-qtd-avaliacoes
                                or ws-ind-aval > 10
                     if   cm-id-prova-exame > 0 and nt-id-prova = cm-id-prova-exame then
                          if   ws-exame-feito <> "S" or nt-percentual > ws-nota-exame then
                               move nt-percentual   to ws-nota-exame
                               move "S"             to ws-exame-feito
                          end-if
                     end-if
                end-if
                read arqnota next
           end-perform

           if      ws-grupo-aberto then
                   perform 2100-fechar-grupo
           end-if

           perform 2900-totalizar

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Abrir um grupo aluno/disciplina - composicao da disciplina no
       *>  periodo e tabela de notas zerada
       *>------------------------------------------------------------------------
       2050-abrir-grupo section.


           move    "S"                              to ws-tem-grupo
           move    nt-id-aluno                      to ws-aluno-atual
           move    nt-id-disci                      to ws-disci-atual
           initialize ws-tb-notas

           move    nt-id-disci                      to cm-id-disci
           move    ws-periodo                       to cm-periodo
           read    cadcompos
           if      ws-fs-cadcompos = "00" then
                   move "S"                         to ws-sw-composicao
           else                                      *>disciplina sem composicao no periodo - nao calcula
                   move "N"                         to ws-sw-composicao
           end-if

           .
       2050-abrir-grupo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Classificar a tentativa corrente numa avaliacao da composicao -
       *>  vale a melhor nota do aluno na prova da avaliacao
       *>------------------------------------------------------------------------
       2060-classificar-nota section.


           if      nt-id-prova > 0 and nt-id-prova = cm-id-prova(ws-ind-aval) then
                   if   ws-tb-feita(ws-ind-aval) <> "S"
                   or   nt-percentual > ws-tb-nota(ws-ind-aval) then
                        move nt-percentual          to ws-tb-nota(ws-ind-aval)
                        move "S"                    to ws-tb-feita(ws-ind-aval)
                   end-if
           end-if

           .
       2060-classificar-nota-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Fechar um grupo aluno/disciplina - so ha media quando a disciplina
       *>  tem composicao no periodo e o aluno fez alguma das provas dela
       *>------------------------------------------------------------------------
       2100-fechar-grupo section.


           if      ws-tem-composicao then
                   move "N"                         to ws-sw-feita
                   perform 2105-verificar-avaliacao-feita
                           varying ws-ind-aval from 1 by 1
                           until ws-ind-aval > cm-qtd-avaliacoes
                              or ws-ind-aval > 10
                   if   ws-fez-avaliacao or ws-exame-feito = "S" then
                        perform 2150-calcular-media
                   else                              *>nenhuma prova da composicao feita pelo aluno
                        add  1                      to ws-qtd-sem-nota
                   end-if
           end-if

           .
       2100-fechar-grupo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Verificar se o aluno fez alguma avaliacao da composicao
       *>------------------------------------------------------------------------
       2105-verificar-avaliacao-feita section.


           if      ws-tb-feita(ws-ind-aval) = "S" then
                   set  ws-fez-avaliacao            to true
           end-if

           .
       2105-verificar-avaliacao-feita-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Calcular a media do grupo - substituir a menor nota pelo exame
       *>  (quando maior), calcular a media ponderada e gravar arqmedia
       *>------------------------------------------------------------------------
       2150-calcular-media section.


           initialize mf-media
           move    ws-aluno-atual                   to mf-id-aluno
           move    ws-disci-atual                   to mf-id-disci
           move    ws-periodo                       to mf-periodo
           move    cm-qtd-avaliacoes                to mf-qtd-avaliacoes
           move    cm-id-prova-exame                to mf-id-prova-exame
           move    ws-nota-exame                    to mf-nota-exame
           if      ws-exame-feito = "S" then
                   move "S"                         to mf-exame-feito
           else
                   move "N"                         to mf-exame-feito
           end-if

           move    1                                to ws-ind-menor
           perform 2110-montar-avaliacao
                   varying ws-ind-aval from 1 by 1
                   until ws-ind-aval > cm-qtd-avaliacoes
                      or ws-ind-aval > 10

           if      ws-exame-feito = "S" and ws-nota-exame > mf-nota(ws-ind-menor) then
                   move ws-nota-exame               to mf-nota(ws-ind-menor)
                   move "S"                         to mf-situacao-aval(ws-ind-menor)
           end-if

           move    0                                to ws-soma-ponderada
           move    0                                to ws-soma-pesos
           perform 2120-acumular-avaliacao
                   varying ws-ind-aval from 1 by 1
                   until ws-ind-aval > cm-qtd-avaliacoes
                      or ws-ind-aval > 10

           if      ws-soma-pesos > 0 then
                   compute ws-media-final rounded = ws-soma-ponderada / ws-soma-pesos
           else
                   move 0                           to ws-media-final
           end-if
           move    ws-media-final                   to mf-media-final
           move    ws-data-calculo                  to mf-data-calculo

           perform 2200-gravar-media
           perform 2300-imprimir-media

           .
       2150-calcular-media-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Montar uma avaliacao no registro de arqmedia e localizar a menor
       *>  nota (ausencia conta como zero)
       *>------------------------------------------------------------------------
       2110-montar-avaliacao section.


           move    cm-sigla(ws-ind-aval)            to mf-sigla(ws-ind-aval)
           move    cm-id-prova(ws-ind-aval)         to mf-id-prova(ws-ind-aval)
           move    cm-peso(ws-ind-aval)             to mf-peso(ws-ind-aval)
           if      ws-tb-feita(ws-ind-aval) = "S" then
                   move ws-tb-nota(ws-ind-aval)     to mf-nota(ws-ind-aval)
                   move "F"                         to mf-situacao-aval(ws-ind-aval)
           else
                   move 0                           to mf-nota(ws-ind-aval)
                   move "A"                         to mf-situacao-aval(ws-ind-aval)
           end-if

           if      mf-nota(ws-ind-aval) < mf-nota(ws-ind-menor) then
                   move ws-ind-aval                 to ws-ind-menor
           end-if

           .
       2110-montar-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Acumular uma avaliacao na media ponderada
       *>------------------------------------------------------------------------
       2120-acumular-avaliacao section.


           compute ws-soma-ponderada = ws-soma-ponderada
                                     + mf-nota(ws-ind-aval) * mf-peso(ws-ind-aval)
           add     mf-peso(ws-ind-aval)             to ws-soma-pesos

           .
       2120-acumular-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a media em arqmedia - um novo calculo do periodo substitui
       *>  o anterior
       *>------------------------------------------------------------------------
       2200-gravar-media section.


           write   mf-media
           if      ws-fs-arqmedia = "22" then        *>media ja calculada antes - recalcula
                   rewrite mf-media
           end-if
           if      ws-fs-arqmedia <> "00" then
                   display "P33SISC20 - Erro ao gravar arqmedia: " ws-fs-arqmedia
                   stop run
           end-if

           add     1                                to ws-qtd-medias

           .
       2200-gravar-media-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Imprimir a media do aluno na disciplina com a composicao
       *>------------------------------------------------------------------------
       2300-imprimir-media section.


           move    ws-aluno-atual                   to al-matricula
           read    cadalu
           if      ws-fs-cadalu = "00" then
                   move al-nome                     to ws-nome-aluno
                   move al-turma                    to ws-turma-aluno
           else
                   move "(aluno nao cadastrado)"    to ws-nome-aluno
                   move "(s/turma)"                 to ws-turma-aluno
           end-if

           move    spaces                           to ws-linha-saida
           string  "Turma "                         delimited by size
                   ws-turma-aluno                   delimited by size
                   " aluno "                        delimited by size
                   ws-aluno-atual                   delimited by size
                   " "                              delimited by size
                   ws-nome-aluno                    delimited by size
                   " disciplina "                   delimited by size
                   ws-disci-atual                   delimited by size
                   " - media final "                delimited by size
                   ws-media-final                   delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rm-linha
           write   rm-linha

           perform 2310-imprimir-avaliacao
                   varying ws-ind-aval from 1 by 1
                   until ws-ind-aval > mf-qtd-avaliacoes
                      or ws-ind-aval > 10

           if      mf-exame-feito = "S" then
                   move spaces                      to ws-linha-saida
                   string "    Exame prova "        delimited by size
                          mf-id-prova-exame         delimited by size
                          " nota "                  delimited by size
                          mf-nota-exame             delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to rm-linha
                   write rm-linha
           end-if

           .
       2300-imprimir-media-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Imprimir uma avaliacao da composicao do aluno
       *>------------------------------------------------------------------------
       2310-imprimir-avaliacao section.


           move    spaces                           to ws-linha-saida
           string  "    "                           delimited by size
                   mf-sigla(ws-ind-aval)            delimited by size
                   " prova "                        delimited by size
                   mf-id-prova(ws-ind-aval)         delimited by size
                   " peso "                         delimited by size
                   mf-peso(ws-ind-aval)             delimited by size
                   " nota "                         delimited by size
                   mf-nota(ws-ind-aval)             delimited by size
                   into ws-linha-saida
           evaluate mf-situacao-aval(ws-ind-aval)
               when "A"
                   move "(ausente)"                 to ws-linha-saida (50:)
               when "S"
                   move "(substituida pelo exame)"  to ws-linha-saida (50:)
           end-evaluate
           move    ws-linha-saida                   to rm-linha
           write   rm-linha

           .
       2310-imprimir-avaliacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Totais do calculo
       *>------------------------------------------------------------------------
       2900-totalizar section.


           move    spaces                           to rm-linha
           write   rm-linha

           move    spaces                           to ws-linha-saida
           string  "Notas lidas: "                  delimited by size
                   ws-qtd-lidos                     delimited by size
                   "  Medias calculadas: "          delimited by size
                   ws-qtd-medias                    delimited by size
                   "  Sem avaliacao feita: "        delimited by size
                   ws-qtd-sem-nota                  delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rm-linha
           write   rm-linha
           display ws-linha-saida

           display "Medias gravadas em arqmedia e listadas em medias-finais.txt"

           .
       2900-totalizar-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   arqnota
           close   cadcompos
           close   cadalu
           close   arqmedia
           close   relmedia

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P33SISC20"                      to ws-log-programa
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
      *>  Registrar o fim normal da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8100-registrar-fim section.


           move    "P33SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           move    "N"                              to ws-log-situacao
           move    ws-qtd-lidos                     to ws-log-qtd-lidos
           move    ws-qtd-medias                    to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
