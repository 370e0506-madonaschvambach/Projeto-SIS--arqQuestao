           organization is line sequential     *>ultima chave totalmente processada na massa
           file status is ws-fs-checkpoint.

           select arqanula assign to "arqanula.txt"
           organization is indexed             *>anulacoes e trocas de gabarito por prova, mantidas
           access mode is dynamic             *>pelo P31SISC20
           lock mode is automatic
           record key is an-chave
           file status is ws-fs-arqanula.

           select recorrecao assign to "recorrecao.txt"
           organization is line sequential     *>antes/depois das notas alteradas na recorrecao
           file status is ws-fs-recorrecao.

           select notas-recorrigidas assign to "notas-recorrigidas.txt"
           organization is line sequential     *>notas alteradas p/ reenvio pelo P17SISC20
           file status is ws-fs-recorrigidas.


       i-o-control.

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
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

       fd  arqprova.
       01  pr-prova.
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
           05  ap-data-aplicacao                    pic 9(08).
           05  ap-situacao                          pic x(01).
                                                      *>A=aberta F=fechada
           05  ap-periodo                           pic x(06).
                                                      *>periodo letivo AAAA/S (branco em aplicacoes antigas)

       fd  arqversao.
       01  av-questao-versao.
           05  ck-id-aluno                          pic 9(08).
           05  ck-id-disci                          pic 9(03).

       fd  arqanula.
       01  an-anulacao.
           05  an-chave.
               10  an-id-prova                      pic 9(05).
               10  an-id-questao                    pic 9(05).
           05  an-id-disci                          pic 9(03).
           05  an-tipo                              pic x(01).
                                                      *>C=anulada c/ credito a todos D=anulada e retirada do total
                                                      *>G=gabarito trocado somente nesta prova
           05  an-gabarito                          pic x(01).
           05  an-gabarito-mult                     pic x(26).
                                                      *>gabarito novo nas letras originais da questao (tipo G)
           05  an-motivo                            pic x(50).
           05  an-operador                          pic x(08).
           05  an-data-registro                     pic x(21).
           05  an-situacao                          pic x(01).
               88  an-pendente                       value "P".
               88  an-recorrigida                    value "R".
           05  an-data-recorrecao                   pic x(21).

       fd  recorrecao.
       01  rc-linha                                 pic x(132).

       fd  notas-recorrigidas.
       01  nr-registro.
           05  nr-id-aluno                          pic 9(08).
           05  nr-id-disci                          pic 9(03).
           05  nr-tentativa                         pic 9(02).
           05  nr-id-prova                          pic 9(05).
           05  nr-data-recorrecao                   pic 9(08).
           05  nr-perc-anterior                     pic 9(03)v99.
           05  nr-perc-novo                         pic 9(03)v99.


      *>----Variáveis de trabalho
       working-storage section.
           05  ws-tb-prova-ocr occurs 500 times.
               10  ws-tb-prova-questao              pic 9(05).
               10  ws-tb-prova-versao               pic 9(03).
               10  ws-tb-prova-peso                 pic 9(02).

       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqaplic                           pic x(02).
       77  ws-qtd-total                             pic 9(05).
       77  ws-percentual                            pic 9(03)v99.

      *>----Pontuacao ponderada (peso da questao na prova) e credito parcial
       77  ws-pontos-obtidos                        pic 9(05)v99.
       77  ws-pontos-possiveis                      pic 9(05)v99.
       77  ws-peso-questao                          pic 9(02).
       77  ws-pontos-questao                        pic 9(03)v99.
       77  ws-perc-desconto                         pic 9(03).
       77  ws-qtd-letras-gab                        pic 9(02).
       77  ws-qtd-letras-certas                     pic 9(02).
       77  ws-qtd-letras-erradas                    pic 9(02).
       77  ws-fracao-credito                        pic s9(03)v9999.
       77  ws-ind-peso                              pic 9(03) comp.

       01  ws-regra-parcial                         pic x(01).
           88  ws-credito-parcial                    value "P".
       01  ws-sw-peso                               pic x(01).
           88  ws-achou-peso                         value "S".

       77  ws-ind-corr                              pic 9(02) comp.
       77  ws-letra-corr                            pic x(01).
       77  ws-cont-tally                            pic 9(02).
       01  ws-modo                                  pic x(01).
           88  ws-modo-individual                    value "I".
           88  ws-modo-massa                         value "M".
           88  ws-modo-recorrecao                    value "R".
       01  ws-sw-reinicio                           pic x(01).
           88  ws-reinicio                           value "S".
           88  ws-sem-reinicio                       value "N".

       01  ws-linha-saida                           pic x(132).

      *>----Anulacao/troca de gabarito da questao na prova (arqanula, P31SISC20)
       77  ws-fs-arqanula                           pic x(02).
       77  ws-questao-anul                          pic 9(05).

       01  ws-sw-anulacao                           pic x(01).
           88  ws-questao-creditada                  value "C".
           88  ws-questao-descartada                 value "D".
           88  ws-gabarito-trocado                   value "G".

      *>----Recorrecao das provas com anulacao pendente
       77  ws-fs-recorrecao                         pic x(02).
       77  ws-fs-recorrigidas                       pic x(02).
       77  ws-qtd-recorr-prova                      pic 9(03).
       77  ws-ind-rp                                pic 9(03) comp.
       77  ws-rc-lidas                              pic 9(07).
       77  ws-rc-alteradas                          pic 9(07).
       77  ws-rc-inalteradas                        pic 9(07).
       77  ws-rc-lidas-prova                        pic 9(07).
       77  ws-rc-alt-prova                          pic 9(07).
       77  ws-rc-certas-ant                         pic 9(05).
       77  ws-rc-total-ant                          pic 9(05).
       77  ws-rc-perc-ant                           pic 9(03)v99.
       77  ws-rc-pontos-ant                         pic 9(05)v99.
       77  ws-rc-possiveis-ant                      pic 9(05)v99.
       77  ws-rc-turma                              pic x(10).
       77  ws-rc-nome                               pic x(40).

       01  ws-tb-recorr-prova.
           05  ws-rp-id-prova occurs 200 times      pic 9(05).

      *>----Registro de execucao no log central (P28SISC20) - massa e recorrecao
       01  ws-log-exec.
           05  ws-log-programa                      pic x(09).
           05  ws-log-evento                        pic x(01).
           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           stop run


           .
                   stop run
           end-if

           open i-o arqanula                        *> arqanula e mantido pelo P31SISC20 - a
           if      ws-fs-arqanula = "35" then        *>recorrecao baixa as anulacoes aplicadas
                   open output arqanula
                   close arqanula
                   open i-o arqanula
           end-if
           if      ws-fs-arqanula <> "00" and ws-fs-arqanula <> "05" then
                   display "P10SISC20 - Erro ao inicializar arqanula: " ws-fs-arqanula
                   stop run
           end-if

           move    0                                 to ws-qtd-certas
           move    0                                 to ws-qtd-erradas
           move    0                                 to ws-qtd-total

           move    space                             to ws-modo
           perform 1050-obter-modo
                   until ws-modo-individual or ws-modo-massa or ws-modo-recorrecao

           evaluate true
               when ws-modo-individual
                   open output correcao

                   set     ws-aluno-erro             to true
                   display "Numero da prova registrada (00000 = mais recente da disciplina): " with no advancing
                   accept  ws-id-prova-inf
                   perform 1200-localizar-prova
               when ws-modo-massa
                   perform 1300-preparar-massa
                   perform 8000-registrar-inicio
               when ws-modo-recorrecao
                   perform 1400-preparar-recorrecao
                   perform 8000-registrar-inicio
           end-evaluate

           .
       1000-inicializa-exit.


      *>------------------------------------------------------------------------
      *> Registrar o fim normal da correcao em massa ou da recorrecao no
      *> log central
      *>------------------------------------------------------------------------
       8100-registrar-fim section.

           move    "P10SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           move    "N"                              to ws-log-situacao
           if      ws-modo-recorrecao then
                   move ws-rc-lidas                 to ws-log-qtd-lidos
                   move ws-rc-alteradas             to ws-log-qtd-gravados
                   move 0                           to ws-log-qtd-rejeitados
           else
                   move ws-ms-alunos                to ws-log-qtd-lidos
                   move ws-ms-alunos                to ws-log-qtd-gravados
                   move ws-qtd-fora-escopo          to ws-log-qtd-rejeitados
           end-if
           call    "P28SISC20" using ws-log-exec

           .
       1050-obter-modo section.


           display "Modo de correcao (I-Individual M-Massa R-Recorrecao de anulacoes): "
                   with no advancing
           accept  ws-modo

           if      not ws-modo-individual and not ws-modo-massa
           and     not ws-modo-recorrecao then
                   display "Modo invalido, tente novamente"
           end-if

           set     ws-sem-prova                      to true
           move    0                                 to ws-id-prova
           move    0                                 to ws-qtd-prova
           move    "N"                               to ws-regra-parcial
           move    0                                 to ws-perc-desconto

           if      ws-id-prova-inf > 0 then
                   move ws-id-prova-inf              to pr-id-prova
                   if   ws-fs-arqprova = "00" then
                        set  ws-tem-prova            to true
                        move pr-qtd-questoes         to ws-qtd-prova
                        if   pr-regra-parcial = "P" then
                             move "P"                to ws-regra-parcial
                             if   pr-perc-desconto numeric then
                                  move pr-perc-desconto to ws-perc-desconto
                             end-if
                        end-if
                        perform 1250-carregar-questao-prova
                                varying ws-ind-prova from 1 by 1
                                until ws-ind-prova > ws-qtd-prova
           else                                       *>prova anterior ao controle de versao
                   move 0                            to ws-tb-prova-versao(ws-ind-prova)
           end-if
           if      pr-peso-questao(ws-ind-prova) numeric
           and     pr-peso-questao(ws-ind-prova) > 0 then
                   move pr-peso-questao(ws-ind-prova) to ws-tb-prova-peso(ws-ind-prova)
           else                                       *>prova anterior a pontuacao ponderada
                   move 1                            to ws-tb-prova-peso(ws-ind-prova)
           end-if

           .
       1250-carregar-questao-prova-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Preparar a recorrecao - relaciona as provas com anulacao ou troca
      *> de gabarito ainda pendente em arqanula (P31SISC20) e abre o
      *> relatorio antes/depois e o arquivo de notas p/ reenvio. O arquivo
      *> de reenvio acumula ate o P17SISC20 consumi-lo
      *>------------------------------------------------------------------------
       1400-preparar-recorrecao section.


           move    0                                 to ws-qtd-recorr-prova
           move    0                                 to ws-rc-lidas
           move    0                                 to ws-rc-alteradas
           move    0                                 to ws-rc-inalteradas

           move    low-values                        to an-chave
           start   arqanula key is not less than an-chave
           if      ws-fs-arqanula = "00" then
                   read arqanula next
                   perform until ws-fs-arqanula <> "00"
                        if   an-pendente then
                             perform 1410-relacionar-prova
                        end-if
                        read arqanula next
                   end-perform
           end-if

           open    output correcao
           open    output recorrecao
           if      ws-fs-recorrecao <> "00" then
                   display "P10SISC20 - Erro ao abrir recorrecao: " ws-fs-recorrecao
                   stop run
           end-if
           open    extend notas-recorrigidas
           if      ws-fs-recorrigidas = "35" then     *>arquivo ainda nao existe
                   open output notas-recorrigidas
           end-if
           if      ws-fs-recorrigidas <> "00" then
                   display "P10SISC20 - Erro ao abrir notas-recorrigidas: " ws-fs-recorrigidas
                   stop run
           end-if

           move    "P10SISC20 - Recorrecao das provas com questao anulada ou gabarito trocado"
                                                     to rc-linha
           write   rc-linha
           move    spaces                            to rc-linha
           write   rc-linha

           display "Provas com anulacao pendente de recorrecao: " ws-qtd-recorr-prova

           .
       1400-preparar-recorrecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Incluir a prova da anulacao pendente na relacao a recorrigir - a
      *> chave de arqanula comeca pela prova, basta comparar com a ultima
      *>------------------------------------------------------------------------
       1410-relacionar-prova section.


           if      ws-qtd-recorr-prova = 0
           or      an-id-prova <> ws-rp-id-prova(ws-qtd-recorr-prova) then
                   if   ws-qtd-recorr-prova < 200 then
                        add  1                       to ws-qtd-recorr-prova
                        move an-id-prova             to ws-rp-id-prova(ws-qtd-recorr-prova)
                   else
                        display "Limite de 200 provas por recorrecao - prova "
                                an-id-prova " fica p/ a proxima execucao"
                   end-if
           end-if

           .
       1410-relacionar-prova-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           evaluate true
               when ws-modo-massa
                   perform 2600-corrigir-em-massa
               when ws-modo-recorrecao
                   perform 2800-recorrigir-provas
               when other
                   perform 2050-cabecalho-correcao
                   perform 2060-corrigir-um-aluno
                   perform 2200-totalizar
           end-evaluate

           .
       2000-processamento-exit.
           move    0                                    to ws-qtd-total
           move    0                                    to ws-qtd-sem-resposta
           move    0                                    to ws-qtd-fora-prova
           move    0                                    to ws-pontos-obtidos
           move    0                                    to ws-pontos-possiveis

           if      ws-tem-prova then
                   perform 2400-corrigir-pela-prova
           if      ws-fs-respalu = "00" then
                   perform 2100-corrigir-questao
           else
                   move ws-tb-prova-questao(ws-ind-prova) to ws-questao-anul
                   perform 2102-verificar-anulacao
                   perform 2103-definir-peso
                   evaluate true
                       when ws-questao-descartada
                           string "Questao " delimited by size
                                  ws-tb-prova-questao(ws-ind-prova) delimited by size
                                  " - SEM RESPOSTA - anulada e retirada do total" delimited by size
                                  into ws-linha-saida
                       when ws-questao-creditada
                           add  1                       to ws-qtd-total
                           add  1                       to ws-qtd-certas
                           add  ws-peso-questao         to ws-pontos-possiveis
                           add  ws-peso-questao         to ws-pontos-obtidos
                           string "Questao " delimited by size
                                  ws-tb-prova-questao(ws-ind-prova) delimited by size
                                  " - SEM RESPOSTA - anulada, creditada a todos" delimited by size
                                  into ws-linha-saida
                       when other
                           add  1                       to ws-qtd-total
                           add  1                       to ws-qtd-erradas
                           add  1                       to ws-qtd-sem-resposta
                           add  ws-peso-questao         to ws-pontos-possiveis
                           string "Questao " delimited by size
                                  ws-tb-prova-questao(ws-ind-prova) delimited by size
                                  " - SEM RESPOSTA - contada como errada" delimited by size
                                  into ws-linha-saida
                   end-evaluate
                   move ws-linha-saida                  to cr-linha
                   write cr-linha
           end-if


       *>------------------------------------------------------------------------
       *>  Corrige uma questao (compara ra-resposta com fl-gabarito) - questao
       *>  anulada na prova (arqanula) e creditada a todos ou retirada do
       *>  total sem olhar a resposta
       *>------------------------------------------------------------------------
       2100-corrigir-questao section.

           read    arq-questao

           if      ws-fs-arqQuestao = "00" then
                   move ra-id-questao                   to ws-questao-anul
                   perform 2102-verificar-anulacao
                   perform 2103-definir-peso
                   evaluate true
                       when ws-questao-descartada
                           string "Questao " delimited by size
                                  ra-id-questao delimited by size
                                  " - ANULADA na prova " delimited by size
                                  ws-id-prova delimited by size
                                  " - retirada do total" delimited by size
                                  into ws-linha-saida
                       when ws-questao-creditada
                           add  1                       to ws-qtd-total
                           add  1                       to ws-qtd-certas
                           add  ws-peso-questao         to ws-pontos-possiveis
                           add  ws-peso-questao         to ws-pontos-obtidos
                           string "Questao " delimited by size
                                  ra-id-questao delimited by size
                                  " - ANULADA na prova " delimited by size
                                  ws-id-prova delimited by size
                                  " - creditada a todos (resposta " delimited by size
                                  ra-resposta delimited by size
                                  ")" delimited by size
                                  into ws-linha-saida
                       when other
                           add  1                       to ws-qtd-total
                           add  ws-peso-questao         to ws-pontos-possiveis
                           perform 2101-comparar-resposta
                   end-evaluate
                   move ws-linha-saida                   to cr-linha
                   write cr-linha
           else
                   string "Questao " delimited by size
                          ra-id-questao delimited by size
                          " - nao encontrada em arq-questao" delimited by size
                          into ws-linha-saida
                   move ws-linha-saida                   to cr-linha
                   write cr-linha
           end-if

           .
       2100-corrigir-questao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a resposta com o gabarito definido p/ a questao e montar a
       *>  linha de correcao
       *>------------------------------------------------------------------------
       2101-comparar-resposta section.


           perform 2105-definir-gabarito

           if      ws-gab-mult-corrente = spaces then
                   if   ra-resposta(1:1) = ws-gab-corrente and ra-resposta(2:25) = spaces then
                        set ws-corr-ok                  to true
                   else
                        set ws-corr-erro                to true
                   end-if
           else
                   perform 2110-comparar-multipla
           end-if

           move    0                                    to ws-pontos-questao
           if      ws-corr-erro and ws-credito-parcial
           and     ws-gab-mult-corrente <> spaces then
                   perform 2115-calcular-credito-parcial
           end-if

           if      ws-corr-ok then
                   add 1                                to ws-qtd-certas
                   add ws-peso-questao                  to ws-pontos-obtidos
                   string "Questao " delimited by size
                          ra-id-questao delimited by size
                          " - CORRETA (resposta " delimited by size
                          ra-resposta delimited by size
                          ")" delimited by size
                          into ws-linha-saida
           else
                   if   ws-pontos-questao > 0 then
                        add 1                           to ws-qtd-erradas
                        add ws-pontos-questao           to ws-pontos-obtidos
                        move spaces                     to ws-linha-saida
                        string "Questao " delimited by size
                               ra-id-questao delimited by size
                               " - PARCIAL (resposta " delimited by size
                               ra-resposta delimited by size
                               " / gabarito " delimited by size
                               ws-gab-mult-corrente delimited by size
                               ") - pontos " delimited by size
                               ws-pontos-questao delimited by size
                               " de " delimited by size
                               ws-peso-questao delimited by size
                               into ws-linha-saida
                   else
                        add 1                           to ws-qtd-erradas
                        string "Questao " delimited by size
                               ra-id-questao delimited by size
                               " - ERRADA (resposta " delimited by size
                               ")" delimited by size
                               into ws-linha-saida
                   end-if
           end-if

           .
       2101-comparar-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Verificar em arqanula se a questao (ws-questao-anul) foi anulada ou
       *>  teve o gabarito trocado na prova em correcao
       *>------------------------------------------------------------------------
       2102-verificar-anulacao section.


           move    space                                to ws-sw-anulacao

           if      ws-tem-prova then
                   move ws-id-prova                     to an-id-prova
                   move ws-questao-anul                 to an-id-questao
                   read arqanula
                   if   ws-fs-arqanula = "00" then
                        move an-tipo                    to ws-sw-anulacao
                   end-if
           end-if

           .
       2102-verificar-anulacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Definir o peso da questao (ws-questao-anul) na prova em correcao -
       *>  peso 1 quando nao ha prova registrada ou a questao nao consta dela
       *>------------------------------------------------------------------------
       2103-definir-peso section.


           move    1                                    to ws-peso-questao

           if      ws-tem-prova then
                   move "N"                             to ws-sw-peso
                   perform 2104-localizar-peso
                           varying ws-ind-peso from 1 by 1
                           until ws-ind-peso > ws-qtd-prova
                              or ws-achou-peso
           end-if

           .
       2103-definir-peso-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar a questao na tabela da prova e assumir o peso dela
       *>------------------------------------------------------------------------
       2104-localizar-peso section.


           if      ws-tb-prova-questao(ws-ind-peso) = ws-questao-anul then
                   set  ws-achou-peso                   to true
                   move ws-tb-prova-peso(ws-ind-peso)   to ws-peso-questao
           end-if

           .
       2104-localizar-peso-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Definir o gabarito contra o qual a resposta sera comparada - o do
       *>  caderno recebido pelo aluno quando a resposta informa o caderno e
       *>  a questao consta dele, senao o gabarito original da questao (ou o
       *>  gabarito trocado p/ a prova em arqanula)
       *>------------------------------------------------------------------------
       2105-definir-gabarito section.

                   perform 2108-aplicar-versao-prova
           end-if

           if      ws-gabarito-trocado then            *>gabarito trocado so nesta prova (P31SISC20) -
                   move an-gabarito                     to ws-gab-corrente
                   move an-gabarito-mult                to ws-gab-mult-corrente
           end-if                                       *>os cadernos ja foram regravados com ele

           if      ws-tem-prova and ra-caderno <> space and ws-qtd-cad > 0 then
                   move "N"                             to ws-sw-cad
                   move 0                               to ws-cad-escolhido
           exit.


       *>------------------------------------------------------------------------
       *>  Credito parcial na questao de resposta multipla (regra P da prova) -
       *>  cada letra certa assinalada vale peso / letras do gabarito, e cada
       *>  letra errada desconta ws-perc-desconto % desse valor; o resultado
       *>  nunca fica negativo
       *>------------------------------------------------------------------------
       2115-calcular-credito-parcial section.


           move    0                                    to ws-qtd-letras-gab
           move    0                                    to ws-qtd-letras-certas
           move    0                                    to ws-qtd-letras-erradas

           inspect ws-gab-mult-corrente tallying ws-qtd-letras-gab
                   for characters before initial space

           move    0                                    to ws-ind-corr
           perform 2116-classificar-letra-resposta
                   until ws-ind-corr >= 26

           if      ws-qtd-letras-gab > 0 then
                   compute ws-fracao-credito =
                           (ws-qtd-letras-certas
                          - (ws-qtd-letras-erradas * ws-perc-desconto / 100))
                          / ws-qtd-letras-gab
                   if   ws-fracao-credito > 0 then
                        compute ws-pontos-questao rounded =
                                ws-peso-questao * ws-fracao-credito
                   end-if
           end-if

           .
       2115-calcular-credito-parcial-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Contar uma letra assinalada como certa ou errada
       *>------------------------------------------------------------------------
       2116-classificar-letra-resposta section.


           add     1                                    to ws-ind-corr
           move    ra-resposta(ws-ind-corr:1)           to ws-letra-corr

           if      ws-letra-corr <> space then
                   move 0                               to ws-cont-tally
                   inspect ws-gab-mult-corrente tallying ws-cont-tally for all ws-letra-corr
                   if   ws-cont-tally = 0 then
                        add 1                           to ws-qtd-letras-erradas
                   else
                        add 1                           to ws-qtd-letras-certas
                   end-if
           end-if

           .
       2116-classificar-letra-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Totaliza a nota do aluno
       *>------------------------------------------------------------------------
           move    spaces                               to cr-linha
           write   cr-linha

           perform 2210-calcular-aproveitamento

           string  "Total de questoes respondidas: "     delimited by size
                   ws-qtd-total                          delimited by size
           move    ws-linha-saida                        to cr-linha
           write   cr-linha

           move    spaces                                to ws-linha-saida
           string  "Pontos obtidos: "                    delimited by size
                   ws-pontos-obtidos                     delimited by size
                   " de "                                delimited by size
                   ws-pontos-possiveis                   delimited by size
                   " possiveis"                          delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                        to cr-linha
           write   cr-linha

           string  "Aproveitamento: "                    delimited by size
                   ws-percentual                         delimited by size
                   "%"                                   delimited by size
           exit.


       *>------------------------------------------------------------------------
       *>  Calcular o aproveitamento do aluno a partir dos pontos (pesos)
       *>------------------------------------------------------------------------
       2210-calcular-aproveitamento section.


           if      ws-pontos-possiveis > 0 then
                   compute ws-percentual = (ws-pontos-obtidos / ws-pontos-possiveis) * 100
           else
                   move 0                                to ws-percentual
           end-if

           .
       2210-calcular-aproveitamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar o resultado da correcao no mestre de notas (arqnota) - cada
       *>  correcao do mesmo aluno/disciplina entra como nova tentativa
           move    ws-qtd-certas                        to nt-qtd-certas
           move    ws-qtd-total                         to nt-qtd-total
           move    ws-percentual                        to nt-percentual
           move    ws-pontos-obtidos                    to nt-pontos-obtidos
           move    ws-pontos-possiveis                  to nt-pontos-possiveis
           if      ws-tem-prova then
                   move ws-id-prova                     to nt-id-prova
           else
                   move 0                               to nt-id-prova
           end-if
           write   nt-nota
           if      ws-fs-arqnota = "00" then
                   display "Nota registrada em arqnota - tentativa " ws-tentativa
                           ws-qtd-certas                delimited by size
                           " de "                       delimited by size
                           ws-qtd-total                 delimited by size
                           " - pontos "                 delimited by size
                           ws-pontos-obtidos            delimited by size
                           " de "                       delimited by size
                           ws-pontos-possiveis          delimited by size
                           " - aproveitamento "         delimited by size
                           ws-percentual                delimited by size
                           "%"                          delimited by size
           exit.


       *>------------------------------------------------------------------------
       *>  Recorrecao - recorrige, prova a prova, as notas de arqnota
       *>  corrigidas contra uma prova com anulacao ou troca de gabarito
       *>  pendente. So os alunos/turmas que fizeram a prova sao afetados; a
       *>  tentativa e regravada no lugar, sem abrir tentativa nova
       *>------------------------------------------------------------------------
       2800-recorrigir-provas section.


           perform 2810-recorrigir-prova
                   varying ws-ind-rp from 1 by 1
                   until ws-ind-rp > ws-qtd-recorr-prova

           perform 2890-finalizar-recorrecao

           .
       2800-recorrigir-provas-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Recorrigir as notas de uma prova e baixar as anulacoes dela
       *>------------------------------------------------------------------------
       2810-recorrigir-prova section.


           move    ws-rp-id-prova(ws-ind-rp)            to pr-id-prova
           read    arqprova
           if      ws-fs-arqprova <> "00" then
                   move spaces                          to ws-linha-saida
                   string "Prova " delimited by size
                          ws-rp-id-prova(ws-ind-rp) delimited by size
                          " nao encontrada em arqprova - anulacoes mantidas pendentes"
                                                        delimited by size
                          into ws-linha-saida
                   move ws-linha-saida                  to rc-linha
                   write rc-linha
           else
                   move pr-id-disci                     to ws-id-disci
                   move ws-rp-id-prova(ws-ind-rp)       to ws-id-prova-inf
                   perform 1200-localizar-prova

                   move spaces                          to ws-linha-saida
                   string "Prova " delimited by size
                          ws-id-prova delimited by size
                          " - disciplina " delimited by size
                          ws-id-disci delimited by size
                          into ws-linha-saida
                   move ws-linha-saida                  to rc-linha
                   write rc-linha
                   move "Matricula Nome                                     Turma      Tent Antes (pontos/possiveis %)  Depois (pontos/possiveis %)"
                                                        to rc-linha
                   write rc-linha

                   move 0                               to ws-rc-lidas-prova
                   move 0                               to ws-rc-alt-prova

                   move low-values                      to nt-chave
                   start arqnota key is not less than nt-chave
                   if   ws-fs-arqnota = "00" then
                        read arqnota next
                        perform until ws-fs-arqnota <> "00"
                             if   nt-id-prova numeric
                             and  nt-id-prova = ws-id-prova then
                                  perform 2820-recorrigir-nota
                             end-if
                             read arqnota next
                        end-perform
                   end-if

                   perform 2850-baixar-anulacoes-prova

                   move spaces                          to ws-linha-saida
                   string "Prova " delimited by size
                          ws-id-prova delimited by size
                          " - notas recorrigidas: " delimited by size
                          ws-rc-lidas-prova delimited by size
                          "  alteradas: " delimited by size
                          ws-rc-alt-prova delimited by size
                          into ws-linha-saida
                   move ws-linha-saida                  to rc-linha
                   write rc-linha
                   move spaces                          to rc-linha
                   write rc-linha
           end-if

           .
       2810-recorrigir-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Recorrigir uma tentativa - a nota so e regravada (e relatada) se
       *>  o resultado mudou
       *>------------------------------------------------------------------------
       2820-recorrigir-nota section.


           move    nt-id-aluno                          to ws-id-aluno
           move    nt-id-disci                          to ws-id-disci
           move    nt-qtd-certas                        to ws-rc-certas-ant
           move    nt-qtd-total                         to ws-rc-total-ant
           move    nt-percentual                        to ws-rc-perc-ant
           if      nt-pontos-possiveis numeric and nt-pontos-possiveis > 0 then
                   move nt-pontos-obtidos               to ws-rc-pontos-ant
                   move nt-pontos-possiveis             to ws-rc-possiveis-ant
           else                                          *>nota anterior a pontuacao ponderada
                   move nt-qtd-certas                   to ws-rc-pontos-ant
                   move nt-qtd-total                    to ws-rc-possiveis-ant
           end-if

           perform 2050-cabecalho-correcao
           if      ws-fs-cadalu = "00" then
                   move al-nome                         to ws-rc-nome
                   move al-turma                        to ws-rc-turma
           else
                   move "(nao cadastrado)"              to ws-rc-nome
                   move spaces                          to ws-rc-turma
           end-if

           perform 2060-corrigir-um-aluno
           perform 2210-calcular-aproveitamento

           add     1                                    to ws-rc-lidas
           add     1                                    to ws-rc-lidas-prova

           if      ws-qtd-certas = ws-rc-certas-ant
           and     ws-qtd-total  = ws-rc-total-ant
           and     ws-percentual = ws-rc-perc-ant
           and     ws-pontos-obtidos = ws-rc-pontos-ant
           and     ws-pontos-possiveis = ws-rc-possiveis-ant then
                   add  1                               to ws-rc-inalteradas
                   move "Recorrecao - nota inalterada"  to cr-linha
                   write cr-linha
           else
                   move function current-date           to nt-data-correcao
                   move ws-qtd-certas                   to nt-qtd-certas
                   move ws-qtd-total                    to nt-qtd-total
                   move ws-percentual                   to nt-percentual
                   move ws-pontos-obtidos               to nt-pontos-obtidos
                   move ws-pontos-possiveis             to nt-pontos-possiveis
                   rewrite nt-nota
                   if   ws-fs-arqnota <> "00" then
                        display "P10SISC20 - Erro ao regravar arqnota: " ws-fs-arqnota
                                " aluno " ws-id-aluno " tentativa " nt-tentativa
                        stop run
                   end-if
                   add  1                               to ws-rc-alteradas
                   add  1                               to ws-rc-alt-prova
                   move spaces                          to ws-linha-saida
                   string "Recorrecao - nota alterada de " delimited by size
                          ws-rc-perc-ant delimited by size
                          "% p/ " delimited by size
                          ws-percentual delimited by size
                          "%" delimited by size
                          into ws-linha-saida
                   move ws-linha-saida                  to cr-linha
                   write cr-linha
                   perform 2830-relatar-alteracao
                   perform 2840-gravar-nota-recorrigida
           end-if
           move    spaces                               to cr-linha
           write   cr-linha

           .
       2820-recorrigir-nota-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha antes/depois da nota alterada no relatorio de recorrecao
       *>------------------------------------------------------------------------
       2830-relatar-alteracao section.


           move    spaces                               to ws-linha-saida
           string  ws-id-aluno                          delimited by size
                   "  "                                 delimited by size
                   ws-rc-nome                           delimited by size
                   " "                                  delimited by size
                   ws-rc-turma                          delimited by size
                   " "                                  delimited by size
                   nt-tentativa                         delimited by size
                   "   "                                delimited by size
                   ws-rc-pontos-ant                     delimited by size
                   "/"                                  delimited by size
                   ws-rc-possiveis-ant                  delimited by size
                   " "                                  delimited by size
                   ws-rc-perc-ant                       delimited by size
                   "%   "                               delimited by size
                   ws-pontos-obtidos                    delimited by size
                   "/"                                  delimited by size
                   ws-pontos-possiveis                  delimited by size
                   " "                                  delimited by size
                   ws-percentual                        delimited by size
                   "%"                                  delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                       to rc-linha
           write   rc-linha

           .
       2830-relatar-alteracao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a nota alterada no arquivo de reenvio ao sistema academico
       *>------------------------------------------------------------------------
       2840-gravar-nota-recorrigida section.


           move    nt-id-aluno                          to nr-id-aluno
           move    nt-id-disci                          to nr-id-disci
           move    nt-tentativa                         to nr-tentativa
           move    ws-id-prova                          to nr-id-prova
           move    nt-data-correcao (1:8)               to nr-data-recorrecao
           move    ws-rc-perc-ant                       to nr-perc-anterior
           move    ws-percentual                        to nr-perc-novo
           write   nr-registro
           if      ws-fs-recorrigidas <> "00" then
                   display "P10SISC20 - Erro ao gravar notas-recorrigidas: " ws-fs-recorrigidas
                   stop run
           end-if

           .
       2840-gravar-nota-recorrigida-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Baixar as anulacoes pendentes da prova recorrigida (situacao R)
       *>------------------------------------------------------------------------
       2850-baixar-anulacoes-prova section.


           move    ws-id-prova                          to an-id-prova
           move    0                                    to an-id-questao
           start   arqanula key is not less than an-chave
           if      ws-fs-arqanula = "00" then
                   read arqanula next
                   perform until ws-fs-arqanula <> "00"
                             or an-id-prova <> ws-id-prova
                        if   an-pendente then
                             set  an-recorrigida         to true
                             move function current-date to an-data-recorrecao
                             rewrite an-anulacao
                             if   ws-fs-arqanula <> "00" then
                                  display "P10SISC20 - Erro ao regravar arqanula: " ws-fs-arqanula
                                          " prova " an-id-prova " questao " an-id-questao
                                  stop run
                             end-if
                        end-if
                        read arqanula next
                   end-perform
           end-if

           .
       2850-baixar-anulacoes-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Fechar a recorrecao - totais no relatorio e no terminal
       *>------------------------------------------------------------------------
       2890-finalizar-recorrecao section.


           move    spaces                           to ws-linha-saida
           string  "Notas recorrigidas: "               delimited by size
                   ws-rc-lidas                          delimited by size
                   "  Alteradas: "                      delimited by size
                   ws-rc-alteradas                      delimited by size
                   "  Inalteradas: "                    delimited by size
                   ws-rc-inalteradas                    delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                       to rc-linha
           write   rc-linha
           display ws-linha-saida

           close   recorrecao
           close   notas-recorrigidas

           display "Relatorio antes/depois gravado em recorrecao.txt"
           if      ws-rc-alteradas > 0 then
                   display "Notas alteradas disponiveis p/ reenvio pelo P17SISC20"
           end-if

           .
       2890-finalizar-recorrecao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           if      ws-modo-massa or ws-modo-recorrecao then
                   perform 8100-registrar-fim
           end-if

           close   arqcaderno
           close   arqaplic
           close   arqversao
           close   arqanula

           .
       3000-finaliza-exit.
