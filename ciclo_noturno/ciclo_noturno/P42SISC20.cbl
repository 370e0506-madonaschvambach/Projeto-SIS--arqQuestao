      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P42SISC20".
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


           select ciclo-controle assign to "ciclo-noturno.txt"
           organization is line sequential     *>passos do ciclo noturno, parametros e predecessores
           file status is ws-fs-controle.

           select ciclo-estado assign to "ciclo-estado.txt"
           organization is line sequential     *>situacao de cada passo no ciclo corrente (p/ reinicio)
           file status is ws-fs-estado.

           select ciclo-parametros assign to "ciclo-parametros.txt"
           organization is line sequential     *>respostas do passo em execucao, uma por linha
           file status is ws-fs-parametros.

           select ciclo-resumo assign to "ciclo-resumo.txt"
           organization is line sequential     *>resumo do ciclo p/ o turno da manha
           file status is ws-fs-resumo.

           select arqexec assign to "arqexec.txt"
           organization is line sequential     *>log central gravado pelo P28SISC20
           file status is ws-fs-arqexec.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  ciclo-controle.
       01  cc-registro.
           05  cc-seq                               pic 9(02).
                                                      *>numero do passo (linha com "*" na coluna 1 = comentario)
           05  cc-programa                          pic x(09).
           05  cc-predecessor occurs 5 times        pic 9(02).
                                                      *>passos que devem ter terminado normalmente (zero = nenhum)
           05  cc-limite-rejeitados                 pic 9(07).
                                                      *>maximo de rejeitados no arqexec p/ seguir o ciclo
           05  cc-parametros                        pic x(80).
                                                      *>respostas aos prompts do passo, separadas por ";"
       01  cc-configuracao.
           05  cc-cfg-seq                           pic x(02).
                                                      *>"00" = linha de configuracao do ciclo
           05  cc-cfg-comando                       pic x(78).
                                                      *>prefixo do comando que dispara cada passo

       fd  ciclo-estado.
       01  ce-registro.
           05  ce-seq                               pic 9(02).
           05  ce-programa                          pic x(09).
           05  ce-situacao                          pic x(01).
                                                      *>P=pendente C=concluido A=fim anormal
                                                      *>R=rejeicoes acima do limite B=bloqueado por predecessor
           05  ce-data                              pic 9(08).
           05  ce-hora-inicio                       pic 9(06).
           05  ce-hora-fim                          pic 9(06).
           05  ce-duracao                           pic 9(05).
                                                      *>segundos
           05  ce-qtd-lidos                         pic 9(07).
           05  ce-qtd-gravados                      pic 9(07).
           05  ce-qtd-rejeitados                    pic 9(07).

       fd  ciclo-parametros.
       01  cp-linha                                 pic x(80).

       fd  ciclo-resumo.
       01  cr-linha                                 pic x(132).

       fd  arqexec.
       01  el-registro.
           05  el-programa                          pic x(09).
           05  el-data                              pic 9(08).
           05  el-hora                              pic 9(06).
           05  el-evento                            pic x(01).
           05  el-situacao                          pic x(01).
           05  el-qtd-lidos                         pic 9(07).
           05  el-qtd-gravados                      pic 9(07).
           05  el-qtd-rejeitados                    pic 9(07).


      *>----Variáveis de trabalho
       working-storage section.

       77  ws-fs-controle                           pic x(02).
       77  ws-fs-estado                             pic x(02).
       77  ws-fs-parametros                         pic x(02).
       77  ws-fs-resumo                             pic x(02).
       77  ws-fs-arqexec                            pic x(02).

       77  ws-comando-execucao                      pic x(78).
                                                      *>prefixo de disparo da linha "00" do ciclo-noturno.txt,
                                                      *>seguido do nome do programa (branco = programa executavel)
       77  ws-tam-comando                           pic 9(02).
       77  ws-max-passos                            pic 9(02) value 20.

       77  ws-novo-ciclo                            pic x(01).
       77  ws-data-hora                             pic x(21).
       77  ws-comando                               pic x(200).

      *>----Passos do ciclo (ciclo-noturno.txt) e situacao no ciclo corrente
       01  ws-tb-passos.
           05  ws-ps-qtd                            pic 9(02).
           05  ws-ps-ocr occurs 20 times.
               10  ws-ps-seq                        pic 9(02).
               10  ws-ps-programa                   pic x(09).
               10  ws-ps-predecessor occurs 5 times pic 9(02).
               10  ws-ps-limite                     pic 9(07).
               10  ws-ps-parametros                 pic x(80).
               10  ws-ps-situacao                   pic x(01).
                                                      *>P=pendente C=concluido A=fim anormal
                                                      *>R=rejeicoes acima do limite B=bloqueado por predecessor
               10  ws-ps-anterior                   pic x(01).
                                                      *>S=concluido numa execucao anterior do ciclo
               10  ws-ps-data                       pic 9(08).
               10  ws-ps-hora-inicio                pic 9(06).
               10  ws-ps-hora-fim                   pic 9(06).
               10  ws-ps-duracao                    pic 9(05).
               10  ws-ps-lidos                      pic 9(07).
               10  ws-ps-gravados                   pic 9(07).
               10  ws-ps-rejeitados                 pic 9(07).
               10  ws-ps-motivo                     pic x(50).
       77  ws-ind-passo                             pic 9(02) comp.
       77  ws-ind-busca                             pic 9(02) comp.
       77  ws-seq-busca                             pic 9(02).
       77  ws-ind-achado                            pic 9(02) comp.
       77  ws-ind-pred                              pic 9(02) comp.
       01  ws-sw-busca                              pic x(01).
           88  ws-achou-passo                        value "S".

       01  ws-sw-controle                           pic x(01).
           88  ws-controle-ok                        value "S".
       01  ws-sw-ciclo                              pic x(01).
           88  ws-ciclo-interrompido                 value "S".
       01  ws-sw-pred                               pic x(01).
           88  ws-predecessores-ok                   value "S".
       77  ws-qtd-pendentes                         pic 9(02).
       77  ws-qtd-concluidos                        pic 9(02).
       77  ws-qtd-falhos                            pic 9(02).

      *>----Apuracao da ultima execucao de um programa no arqexec
       77  ws-ap-programa                           pic x(09).
       77  ws-ap-desde                              pic 9(14).
       77  ws-ap-momento                            pic 9(14).
       01  ws-sw-ap-inicio                          pic x(01).
           88  ws-ap-tem-inicio                      value "S".
       01  ws-sw-ap-fim                             pic x(01).
           88  ws-ap-tem-fim                         value "S".
       01  ws-sw-ap-anormal                         pic x(01).
           88  ws-ap-fim-anormal                     value "S".
       77  ws-ap-lidos                              pic 9(07).
       77  ws-ap-gravados                           pic 9(07).
       77  ws-ap-rejeitados                         pic 9(07).
       77  ws-inicio-passo                          pic 9(14).

      *>----Tempo de execucao do passo
       01  ws-hora-calc                             pic 9(06).
       01  ws-hora-calc-red redefines ws-hora-calc.
           05  ws-hc-hh                             pic 9(02).
           05  ws-hc-mm                             pic 9(02).
           05  ws-hc-ss                             pic 9(02).
       77  ws-seg-inicio                            pic 9(05).
       77  ws-seg-fim                               pic 9(06).

      *>----Parametros do passo (um por linha no ciclo-parametros.txt)
       77  ws-parametros-trab                       pic x(80).
       77  ws-tam-param                             pic 9(02).
       77  ws-qtd-brancos                           pic 9(02).
       77  ws-ptr-param                             pic 9(03).

       77  ws-situacao-texto                        pic x(30).
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
       *> controle - encadeamento do ciclo noturno de correcao: executa os
       *> passos de ciclo-noturno.txt na ordem, conferindo no arqexec os
       *> predecessores antes de cada passo e o fim de cada passo depois
       *> dele; para no primeiro fim anormal ou excesso de rejeitados e,
       *> na execucao seguinte, reinicia no passo que falhou
       *>---------------------------------------------------------------------
       procedure division.

       0000-controle section.


           perform 1000-inicializa
           if      ws-controle-ok then
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

           open input ciclo-controle
           if   ws-fs-controle <> "00" then
                display "P42SISC20 - Erro ao abrir ciclo-noturno.txt: " ws-fs-controle
                stop run
           end-if

           open output ciclo-resumo

           move    0                                to ws-ps-qtd
           move    spaces                           to ws-comando-execucao
           move    "S"                              to ws-sw-controle
           move    "N"                              to ws-sw-ciclo
           move    0                                to ws-qtd-concluidos
           move    0                                to ws-qtd-falhos

           read    ciclo-controle
           perform until ws-fs-controle <> "00"
                if   cc-registro <> spaces and cc-registro(1:1) <> "*" then
                     if   cc-cfg-seq = "00" then
                          move cc-cfg-comando       to ws-comando-execucao
                     else
                          perform 1100-carregar-passo
                     end-if
                end-if
                read ciclo-controle
           end-perform
           close   ciclo-controle

           if      ws-ps-qtd = 0 then
                   move "N"                         to ws-sw-controle
                   display "P42SISC20 - ciclo-noturno.txt sem passos"
           end-if

           if      ws-controle-ok then
                   perform 1150-validar-predecessores
                           varying ws-ind-passo from 1 by 1
                           until ws-ind-passo > ws-ps-qtd
           end-if

           if      ws-controle-ok then
                   display "P42SISC20 - Ciclo noturno de correcao"
                   display "Novo ciclo completo, ignorando o reinicio (S/N)? " with no advancing
                   accept  ws-novo-ciclo
                   if   ws-novo-ciclo <> "S" and ws-novo-ciclo <> "s" then
                        perform 1200-carregar-estado
                   end-if
                   perform 1300-preparar-ciclo
           end-if

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar e validar um passo do arquivo de controle
      *>------------------------------------------------------------------------
       1100-carregar-passo section.


           if      cc-seq not numeric or cc-seq = 0
           or      cc-programa = spaces
           or      cc-limite-rejeitados not numeric then
                   move "N"                         to ws-sw-controle
                   display "P42SISC20 - Passo invalido em ciclo-noturno.txt: " cc-registro(1:40)
           else
                   move cc-seq                      to ws-seq-busca
                   perform 1110-localizar-seq
                   if   ws-achou-passo then
                        move "N"                    to ws-sw-controle
                        display "P42SISC20 - Passo " ws-seq-busca " repetido em ciclo-noturno.txt"
                   else
                        if   ws-ps-qtd >= ws-max-passos then
                             move "N"               to ws-sw-controle
                             display "P42SISC20 - Mais de " ws-max-passos " passos em ciclo-noturno.txt"
                        else
                             add  1                 to ws-ps-qtd
                             move cc-seq            to ws-ps-seq(ws-ps-qtd)
                             move cc-programa       to ws-ps-programa(ws-ps-qtd)
                             perform 1120-copiar-predecessor
                                     varying ws-ind-pred from 1 by 1
                                     until ws-ind-pred > 5
                             move cc-limite-rejeitados to ws-ps-limite(ws-ps-qtd)
                             move cc-parametros     to ws-ps-parametros(ws-ps-qtd)
                             move "P"               to ws-ps-situacao(ws-ps-qtd)
                             move "N"               to ws-ps-anterior(ws-ps-qtd)
                        end-if
                   end-if
           end-if

           .
       1100-carregar-passo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Localizar na tabela o passo de numero ws-seq-busca
      *>------------------------------------------------------------------------
       1110-localizar-seq section.


           move    "N"                              to ws-sw-busca
           move    0                                to ws-ind-achado
           perform 1115-comparar-seq
                   varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-ps-qtd
                      or ws-achou-passo

           .
       1110-localizar-seq-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar o numero procurado com um passo da tabela
      *>------------------------------------------------------------------------
       1115-comparar-seq section.


           if      ws-ps-seq(ws-ind-busca) = ws-seq-busca then
                   set  ws-achou-passo              to true
                   move ws-ind-busca                to ws-ind-achado
           end-if

           .
       1115-comparar-seq-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Copiar um predecessor do passo lido (nao numerico = nenhum)
      *>------------------------------------------------------------------------
       1120-copiar-predecessor section.


           if      cc-predecessor(ws-ind-pred) numeric then
                   move cc-predecessor(ws-ind-pred) to ws-ps-predecessor(ws-ps-qtd, ws-ind-pred)
           else
                   move 0                           to ws-ps-predecessor(ws-ps-qtd, ws-ind-pred)
           end-if

           .
       1120-copiar-predecessor-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Todo predecessor deve ser um passo anterior do mesmo arquivo
      *>------------------------------------------------------------------------
       1150-validar-predecessores section.


           perform 1155-validar-um-predecessor
                   varying ws-ind-pred from 1 by 1
                   until ws-ind-pred > 5

           .
       1150-validar-predecessores-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Validar um predecessor do passo corrente
      *>------------------------------------------------------------------------
       1155-validar-um-predecessor section.


           if      ws-ps-predecessor(ws-ind-passo, ws-ind-pred) > 0 then
                   move ws-ps-predecessor(ws-ind-passo, ws-ind-pred) to ws-seq-busca
                   perform 1110-localizar-seq
                   if   not ws-achou-passo or ws-ind-achado >= ws-ind-passo then
                        move "N"                    to ws-sw-controle
                        display "P42SISC20 - Passo " ws-ps-seq(ws-ind-passo)
                                " tem predecessor " ws-seq-busca
                                " que nao e um passo anterior do ciclo"
                   end-if
           end-if

           .
       1155-validar-um-predecessor-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Carregar a situacao do ciclo anterior - passo concluido nele nao e
      *> repetido; o ciclo recomeca no passo que falhou
      *>------------------------------------------------------------------------
       1200-carregar-estado section.


           open input ciclo-estado
           if      ws-fs-estado = "00" then
                   read ciclo-estado
                   perform until ws-fs-estado <> "00"
                        perform 1210-aplicar-estado
                        read ciclo-estado
                   end-perform
                   close ciclo-estado
           end-if

           .
       1200-carregar-estado-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Aplicar um registro de estado ao passo de mesmo numero e programa
      *>------------------------------------------------------------------------
       1210-aplicar-estado section.


           if      ce-seq numeric and ce-situacao = "C" then
                   move ce-seq                      to ws-seq-busca
                   perform 1110-localizar-seq
                   if   ws-achou-passo
                   and  ws-ps-programa(ws-ind-achado) = ce-programa then
                        move "C"                    to ws-ps-situacao(ws-ind-achado)
                        move "S"                    to ws-ps-anterior(ws-ind-achado)
                        move ce-data                to ws-ps-data(ws-ind-achado)
                        move ce-hora-inicio         to ws-ps-hora-inicio(ws-ind-achado)
                        move ce-hora-fim            to ws-ps-hora-fim(ws-ind-achado)
                        move ce-duracao             to ws-ps-duracao(ws-ind-achado)
                        move ce-qtd-lidos           to ws-ps-lidos(ws-ind-achado)
                        move ce-qtd-gravados        to ws-ps-gravados(ws-ind-achado)
                        move ce-qtd-rejeitados      to ws-ps-rejeitados(ws-ind-achado)
                   end-if
           end-if

           .
       1210-aplicar-estado-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Preparar o ciclo - se o ciclo anterior terminou todos os passos,
      *> comeca um ciclo novo; senao reinicia nos passos nao concluidos
      *>------------------------------------------------------------------------
       1300-preparar-ciclo section.


           move    0                                to ws-qtd-pendentes
           perform 1310-contar-pendente
                   varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-ps-qtd

           if      ws-qtd-pendentes = 0 then
                   display "Ciclo anterior concluido - iniciando ciclo novo"
                   perform 1320-zerar-passo
                           varying ws-ind-passo from 1 by 1
                           until ws-ind-passo > ws-ps-qtd
           else
                   if   ws-qtd-pendentes < ws-ps-qtd then
                        display "Reinicio do ciclo - passos ja concluidos nao serao repetidos"
                   end-if
           end-if

           perform 2800-gravar-estado

           .
       1300-preparar-ciclo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Contar um passo ainda nao concluido
      *>------------------------------------------------------------------------
       1310-contar-pendente section.


           if      ws-ps-situacao(ws-ind-passo) <> "C" then
                   add  1                           to ws-qtd-pendentes
           end-if

           .
       1310-contar-pendente-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Voltar um passo a pendente p/ o ciclo novo
      *>------------------------------------------------------------------------
       1320-zerar-passo section.


           move    "P"                              to ws-ps-situacao(ws-ind-passo)
           move    "N"                              to ws-ps-anterior(ws-ind-passo)
           move    0                                to ws-ps-data(ws-ind-passo)
           move    0                                to ws-ps-hora-inicio(ws-ind-passo)
           move    0                                to ws-ps-hora-fim(ws-ind-passo)
           move    0                                to ws-ps-duracao(ws-ind-passo)
           move    0                                to ws-ps-lidos(ws-ind-passo)
           move    0                                to ws-ps-gravados(ws-ind-passo)
           move    0                                to ws-ps-rejeitados(ws-ind-passo)
           move    spaces                           to ws-ps-motivo(ws-ind-passo)

           .
       1320-zerar-passo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           perform 2100-executar-passo
                   varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-ps-qtd
                      or ws-ciclo-interrompido

           perform 2900-resumo

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Executar um passo - concluido no ciclo (reinicio) nao e repetido;
       *>  predecessor nao concluido ou com fim anormal no arqexec bloqueia
       *>  o passo e interrompe o ciclo
       *>------------------------------------------------------------------------
       2100-executar-passo section.


           if      ws-ps-situacao(ws-ind-passo) = "C" then
                   display "Passo " ws-ps-seq(ws-ind-passo) " "
                           ws-ps-programa(ws-ind-passo) " ja concluido neste ciclo"
           else
                   perform 2110-conferir-predecessores
                   if   ws-predecessores-ok then
                        perform 2200-disparar-passo
                        perform 2300-conferir-fim-passo
                   else
                        move "B"                    to ws-ps-situacao(ws-ind-passo)
                   end-if
                   if   ws-ps-situacao(ws-ind-passo) <> "C" then
                        set  ws-ciclo-interrompido  to true
                        display "P42SISC20 - Ciclo interrompido no passo "
                                ws-ps-seq(ws-ind-passo) " " ws-ps-programa(ws-ind-passo)
                                " - " ws-ps-motivo(ws-ind-passo)
                   end-if
                   perform 2800-gravar-estado
           end-if

           .
       2100-executar-passo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Conferir os predecessores do passo - cada um deve estar concluido
       *>  no ciclo e a execucao dele no ciclo deve ter fim normal no arqexec
       *>------------------------------------------------------------------------
       2110-conferir-predecessores section.


           set     ws-predecessores-ok              to true
           perform 2115-conferir-um-predecessor
                   varying ws-ind-pred from 1 by 1
                   until ws-ind-pred > 5
                      or not ws-predecessores-ok

           .
       2110-conferir-predecessores-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Conferir um predecessor do passo
       *>------------------------------------------------------------------------
       2115-conferir-um-predecessor section.


           if      ws-ps-predecessor(ws-ind-passo, ws-ind-pred) > 0 then
                   move ws-ps-predecessor(ws-ind-passo, ws-ind-pred) to ws-seq-busca
                   perform 1110-localizar-seq
                   if   ws-ps-situacao(ws-ind-achado) <> "C" then
                        move "N"                    to ws-sw-pred
                        move spaces                 to ws-ps-motivo(ws-ind-passo)
                        string "predecessor "       delimited by size
                               ws-ps-programa(ws-ind-achado) delimited by size
                               " nao concluido"     delimited by size
                               into ws-ps-motivo(ws-ind-passo)
                   else
                        move ws-ps-programa(ws-ind-achado) to ws-ap-programa
                        compute ws-ap-desde = ws-ps-data(ws-ind-achado) * 1000000
                                            + ws-ps-hora-inicio(ws-ind-achado)
                        perform 2400-apurar-arqexec
                        if   not ws-ap-tem-fim or ws-ap-fim-anormal then
                             move "N"               to ws-sw-pred
                             move spaces            to ws-ps-motivo(ws-ind-passo)
                             string "predecessor "  delimited by size
                                    ws-ps-programa(ws-ind-achado) delimited by size
                                    " sem fim normal no arqexec" delimited by size
                                    into ws-ps-motivo(ws-ind-passo)
                        end-if
                   end-if
           end-if

           .
       2115-conferir-um-predecessor-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Disparar o passo - grava as respostas aos prompts do programa em
       *>  ciclo-parametros.txt e executa o programa com elas na entrada,
       *>  precedido do prefixo de disparo configurado na linha "00"
       *>------------------------------------------------------------------------
       2200-disparar-passo section.


           perform 2210-gravar-parametros

           move    function current-date            to ws-data-hora
           move    ws-data-hora(1:14)               to ws-inicio-passo
           move    ws-data-hora(1:8)                to ws-ps-data(ws-ind-passo)
           move    ws-data-hora(9:6)                to ws-ps-hora-inicio(ws-ind-passo)

           move    0                                to ws-qtd-brancos
           inspect function reverse(ws-comando-execucao) tallying ws-qtd-brancos for leading spaces
           compute ws-tam-comando = 78 - ws-qtd-brancos

           move    spaces                           to ws-comando
           move    1                                to ws-ptr-param
           if      ws-tam-comando > 0 then
                   string ws-comando-execucao(1:ws-tam-comando) delimited by size
                          " "                       delimited by size
                          into ws-comando
                          with pointer ws-ptr-param
           end-if
           string  ws-ps-programa(ws-ind-passo)     delimited by space
                   " < ciclo-parametros.txt"        delimited by size
                   into ws-comando
                   with pointer ws-ptr-param

           display "Passo " ws-ps-seq(ws-ind-passo) " "
                   ws-ps-programa(ws-ind-passo) " iniciado as " ws-ps-hora-inicio(ws-ind-passo)
           call    "SYSTEM" using ws-comando

           move    function current-date            to ws-data-hora
           move    ws-data-hora(9:6)                to ws-ps-hora-fim(ws-ind-passo)

           move    ws-ps-hora-inicio(ws-ind-passo)  to ws-hora-calc
           compute ws-seg-inicio = ws-hc-hh * 3600 + ws-hc-mm * 60 + ws-hc-ss
           move    ws-ps-hora-fim(ws-ind-passo)     to ws-hora-calc
           compute ws-seg-fim = ws-hc-hh * 3600 + ws-hc-mm * 60 + ws-hc-ss
           if      ws-seg-fim < ws-seg-inicio then   *>passou da meia-noite
                   add  86400                       to ws-seg-fim
           end-if
           compute ws-ps-duracao(ws-ind-passo) = ws-seg-fim - ws-seg-inicio

           .
       2200-disparar-passo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar as respostas do passo, uma por linha (separadas por ";" no
       *>  arquivo de controle)
       *>------------------------------------------------------------------------
       2210-gravar-parametros section.


           open output ciclo-parametros

           move    ws-ps-parametros(ws-ind-passo)   to ws-parametros-trab
           move    0                                to ws-qtd-brancos
           inspect function reverse(ws-parametros-trab) tallying ws-qtd-brancos for leading spaces
           compute ws-tam-param = 80 - ws-qtd-brancos

           if      ws-tam-param = 0 then             *>passo sem parametros ou resposta em branco
                   move spaces                      to cp-linha
                   write cp-linha
           else
                   move 1                           to ws-ptr-param
                   perform 2215-gravar-um-parametro
                           until ws-ptr-param > ws-tam-param
           end-if

           close   ciclo-parametros

           .
       2210-gravar-parametros-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a proxima resposta da lista
       *>------------------------------------------------------------------------
       2215-gravar-um-parametro section.


           move    spaces                           to cp-linha
           unstring ws-parametros-trab(1:ws-tam-param) delimited by ";"
                    into cp-linha
                    with pointer ws-ptr-param
           write   cp-linha

           .
       2215-gravar-um-parametro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Conferir no arqexec o fim do passo disparado - sem inicio depois
       *>  do disparo, inicio sem fim ou fim com situacao anormal e fim
       *>  anormal; rejeitados acima do limite do passo tambem param o ciclo
       *>------------------------------------------------------------------------
       2300-conferir-fim-passo section.


           move    ws-ps-programa(ws-ind-passo)     to ws-ap-programa
           move    ws-inicio-passo                  to ws-ap-desde
           perform 2400-apurar-arqexec

           evaluate true
               when not ws-ap-tem-inicio
                   move "A"                         to ws-ps-situacao(ws-ind-passo)
                   move "nenhum registro no arqexec apos o disparo" to ws-ps-motivo(ws-ind-passo)
               when not ws-ap-tem-fim
                   move "A"                         to ws-ps-situacao(ws-ind-passo)
                   move "inicio sem registro de fim no arqexec" to ws-ps-motivo(ws-ind-passo)
               when ws-ap-fim-anormal
                   move "A"                         to ws-ps-situacao(ws-ind-passo)
                   move "fim com situacao anormal no arqexec" to ws-ps-motivo(ws-ind-passo)
               when other
                   move ws-ap-lidos                 to ws-ps-lidos(ws-ind-passo)
                   move ws-ap-gravados              to ws-ps-gravados(ws-ind-passo)
                   move ws-ap-rejeitados            to ws-ps-rejeitados(ws-ind-passo)
                   if   ws-ap-rejeitados > ws-ps-limite(ws-ind-passo) then
                        move "R"                    to ws-ps-situacao(ws-ind-passo)
                        move spaces                 to ws-ps-motivo(ws-ind-passo)
                        string "rejeitados acima do limite de " delimited by size
                               ws-ps-limite(ws-ind-passo) delimited by size
                               into ws-ps-motivo(ws-ind-passo)
                   else
                        move "C"                    to ws-ps-situacao(ws-ind-passo)
                        move spaces                 to ws-ps-motivo(ws-ind-passo)
                   end-if
           end-evaluate

           .
       2300-conferir-fim-passo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Apurar no arqexec a execucao de ws-ap-programa a partir de
       *>  ws-ap-desde - como no P29SISC20: inicio, fim e fim anormal, com as
       *>  contagens do registro de fim
       *>------------------------------------------------------------------------
       2400-apurar-arqexec section.


           move    "N"                              to ws-sw-ap-inicio
           move    "N"                              to ws-sw-ap-fim
           move    "N"                              to ws-sw-ap-anormal
           move    0                                to ws-ap-lidos
           move    0                                to ws-ap-gravados
           move    0                                to ws-ap-rejeitados

           open input arqexec
           if      ws-fs-arqexec = "00" then
                   read arqexec
                   perform until ws-fs-arqexec <> "00"
                        if   el-programa = ws-ap-programa then
                             perform 2410-acumular-registro
                        end-if
                        read arqexec
                   end-perform
                   close arqexec
           end-if

           .
       2400-apurar-arqexec-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Acumular um registro do programa apurado - as contagens sao as do
       *>  primeiro fim apos o disparo
       *>------------------------------------------------------------------------
       2410-acumular-registro section.


           compute ws-ap-momento = el-data * 1000000 + el-hora

           if      ws-ap-momento >= ws-ap-desde then
                   if   el-evento = "I" then
                        set  ws-ap-tem-inicio       to true
                   end-if
                   if   el-evento = "F" and ws-ap-tem-inicio then
                        if   not ws-ap-tem-fim then
                             move el-qtd-lidos      to ws-ap-lidos
                             move el-qtd-gravados   to ws-ap-gravados
                             move el-qtd-rejeitados to ws-ap-rejeitados
                        end-if
                        set  ws-ap-tem-fim          to true
                        if   el-situacao <> "N" then
                             set ws-ap-fim-anormal  to true
                        end-if
                   end-if
           end-if

           .
       2410-acumular-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a situacao de todos os passos em ciclo-estado.txt - feito
       *>  apos cada passo, p/ o reinicio valer mesmo se o encadeamento cair
       *>------------------------------------------------------------------------
       2800-gravar-estado section.


           open output ciclo-estado
           if      ws-fs-estado <> "00" then
                   display "P42SISC20 - Erro ao gravar ciclo-estado.txt: " ws-fs-estado
                   stop run
           end-if

           perform 2810-gravar-estado-passo
                   varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-ps-qtd

           close   ciclo-estado

           .
       2800-gravar-estado-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar o estado de um passo
       *>------------------------------------------------------------------------
       2810-gravar-estado-passo section.


           move    ws-ps-seq(ws-ind-busca)          to ce-seq
           move    ws-ps-programa(ws-ind-busca)     to ce-programa
           move    ws-ps-situacao(ws-ind-busca)     to ce-situacao
           move    ws-ps-data(ws-ind-busca)         to ce-data
           move    ws-ps-hora-inicio(ws-ind-busca)  to ce-hora-inicio
           move    ws-ps-hora-fim(ws-ind-busca)     to ce-hora-fim
           move    ws-ps-duracao(ws-ind-busca)      to ce-duracao
           move    ws-ps-lidos(ws-ind-busca)        to ce-qtd-lidos
           move    ws-ps-gravados(ws-ind-busca)     to ce-qtd-gravados
           move    ws-ps-rejeitados(ws-ind-busca)   to ce-qtd-rejeitados
           write   ce-registro

           .
       2810-gravar-estado-passo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Resumo do ciclo p/ o turno da manha - situacao, horarios, duracao
       *>  e contagens de cada passo
       *>------------------------------------------------------------------------
       2900-resumo section.


           move    function current-date            to ws-data-hora
           move    spaces                           to ws-linha-saida
           string  "P42SISC20 - Resumo do ciclo noturno de correcao - " delimited by size
                   ws-data-hora(1:8)                delimited by size
                   " "                              delimited by size
                   ws-data-hora(9:6)                delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to cr-linha
           write   cr-linha
           move    spaces                           to cr-linha
           write   cr-linha
           move    "Passo Programa  Situacao                       Data     Inicio Fim    Seg.   Lidos    Gravados Rejeit."
                                                    to cr-linha
           write   cr-linha

           move    0                                to ws-qtd-concluidos
           move    0                                to ws-qtd-falhos
           perform 2910-linha-resumo
                   varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-ps-qtd

           move    spaces                           to cr-linha
           write   cr-linha
           move    spaces                           to ws-linha-saida
           if      ws-ciclo-interrompido then
                   string "Ciclo INTERROMPIDO - passos concluidos " delimited by size
                          ws-qtd-concluidos         delimited by size
                          " de "                    delimited by size
                          ws-ps-qtd                 delimited by size
                          " - a proxima execucao reinicia no passo que falhou" delimited by size
                          into ws-linha-saida
           else
                   string "Ciclo CONCLUIDO - passos concluidos " delimited by size
                          ws-qtd-concluidos         delimited by size
                          " de "                    delimited by size
                          ws-ps-qtd                 delimited by size
                          into ws-linha-saida
           end-if
           move    ws-linha-saida                   to cr-linha
           write   cr-linha
           display ws-linha-saida
           display "Resumo gravado em ciclo-resumo.txt"

           .
       2900-resumo-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Linha de um passo no resumo
       *>------------------------------------------------------------------------
       2910-linha-resumo section.


           evaluate ws-ps-situacao(ws-ind-busca)
               when "C"
                   add  1                           to ws-qtd-concluidos
                   if   ws-ps-anterior(ws-ind-busca) = "S" then
                        move "Concluido (execucao anterior)" to ws-situacao-texto
                   else
                        move "Concluido"            to ws-situacao-texto
                   end-if
               when "A"
                   add  1                           to ws-qtd-falhos
                   move "FIM ANORMAL"               to ws-situacao-texto
               when "R"
                   add  1                           to ws-qtd-falhos
                   move "REJEITADOS ACIMA DO LIMITE" to ws-situacao-texto
               when "B"
                   add  1                           to ws-qtd-falhos
                   move "BLOQUEADO (predecessor)"   to ws-situacao-texto
               when other
                   move "Nao executado"             to ws-situacao-texto
           end-evaluate

           move    spaces                           to ws-linha-saida
           string  "  "                             delimited by size
                   ws-ps-seq(ws-ind-busca)          delimited by size
                   "  "                             delimited by size
                   ws-ps-programa(ws-ind-busca)     delimited by size
                   " "                              delimited by size
                   ws-situacao-texto                delimited by size
                   " "                              delimited by size
                   ws-ps-data(ws-ind-busca)         delimited by size
                   " "                              delimited by size
                   ws-ps-hora-inicio(ws-ind-busca)  delimited by size
                   " "                              delimited by size
                   ws-ps-hora-fim(ws-ind-busca)     delimited by size
                   " "                              delimited by size
                   ws-ps-duracao(ws-ind-busca)      delimited by size
                   "  "                             delimited by size
                   ws-ps-lidos(ws-ind-busca)        delimited by size
                   "  "                             delimited by size
                   ws-ps-gravados(ws-ind-busca)     delimited by size
                   "  "                             delimited by size
                   ws-ps-rejeitados(ws-ind-busca)   delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to cr-linha
           write   cr-linha
           display ws-linha-saida

           if      ws-ps-motivo(ws-ind-busca) <> spaces then
                   move spaces                      to ws-linha-saida
                   string "        *** "            delimited by size
                          ws-ps-motivo(ws-ind-busca) delimited by size
                          into ws-linha-saida
                   move ws-linha-saida              to cr-linha
                   write cr-linha
                   display ws-linha-saida
           end-if

           .
       2910-linha-resumo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalizacao normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   ciclo-resumo

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P42SISC20"                      to ws-log-programa
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
      *>  Registrar o fim da execucao no log central (P28SISC20) - arquivo de
      *>  controle invalido ou ciclo interrompido encerram como anormal
      *>------------------------------------------------------------------------
       8100-registrar-fim section.


           move    "P42SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           if      ws-controle-ok and not ws-ciclo-interrompido then
                   move "N"                         to ws-log-situacao
           else
                   move "A"                         to ws-log-situacao
           end-if
           move    ws-ps-qtd                        to ws-log-qtd-lidos
           move    ws-qtd-concluidos                to ws-log-qtd-gravados
           move    ws-qtd-falhos                    to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
