      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P41SISC20".
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


           select resultado-ava assign to "resultado-ava.txt"
           organization is line sequential     *>respostas dadas no AVA - um registro por aluno/questao
           file status is ws-fs-resultado.

           select resultado-rejeitados assign to "resultado-ava-rejeitados.txt"
           organization is line sequential     *>rejeicoes p/ acerto e nova submissao
           file status is ws-fs-rejeitados.

           select respalu assign to "respalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is ra-chave
           file status is ws-fs-respalu.

           select cadalu assign to "cadalu.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is al-matricula
           file status is ws-fs-cadalu.

           select arqprova assign to "arqprova.txt"
           organization is indexed             *>registro das provas geradas pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is pr-id-prova
           file status is ws-fs-arqprova.

           select arqcaderno assign to "arqcaderno.txt"
           organization is indexed             *>ordem das questoes de cada caderno, gravada pelo P07SISC20
           access mode is dynamic
           lock mode is automatic
           record key is ka-chave-caderno
           file status is ws-fs-arqcaderno.

           select arqaplic assign to "arqaplic.txt"
           organization is indexed             *>aplicacoes de prova, mantidas pelo P22SISC20
           access mode is dynamic
           lock mode is automatic
           record key is ap-chave
           file status is ws-fs-arqaplic.

           select arqdistrib assign to "arqdistrib.txt"
           organization is indexed             *>cadernos distribuidos pelo P35SISC20 e presenca (P22SISC20)
           access mode is dynamic
           lock mode is automatic
           record key is dc-chave
           file status is ws-fs-arqdistrib.


       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.

       fd  resultado-ava.
       01  rv-registro.
           05  rv-matricula                         pic 9(08).
           05  rv-id-prova                          pic 9(05).
           05  rv-referencia                        pic x(30).
                                                      *>idnumber exportado pelo P40SISC20: SISC20-Qnnnnn-Dnnn-Vnnn[-caderno]
           05  rv-resposta                          pic x(26).
                                                      *>letras assinaladas no AVA, branco = em branco

       fd  resultado-rejeitados.
       01  rj-linha                                 pic x(132).

       fd  respalu.
       01  ra-resposta-aluno.
           05  ra-chave.
               10  ra-id-aluno                      pic 9(08).
               10  ra-id-disci                       pic 9(03).
               10  ra-id-questao                     pic 9(05).
           05  ra-resposta                          pic x(26).
           05  ra-data-hora                         pic x(21).
           05  ra-caderno                           pic x(01).

       fd  cadalu.
       01  al-aluno.
           05  al-matricula                         pic 9(08).
           05  al-nome                              pic x(40).
           05  al-turma                             pic x(10).
           05  al-situacao                          pic x(01).

       fd  arqprova.
       01  pr-prova.
           05  pr-id-prova                          pic 9(05).
           05  pr-id-disci                          pic 9(03).
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
           05  ka-chave-caderno.
               10  ka-id-prova                      pic 9(05).
               10  ka-letra-caderno                 pic x(01).
           05  ka-qtd-questoes                      pic 9(03).
           05  ka-questao-caderno occurs 0 to 500 times
                                  depending on ka-qtd-questoes.
               10  ka-id-questao                    pic 9(05).
               10  ka-gabarito-impresso             pic x(01).
               10  ka-gabarito-mult-impresso        pic x(26).
               10  ka-mapa-letras                   pic x(26).

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
       working-storage section.

       77  ws-fs-resultado                          pic x(02).
       77  ws-fs-rejeitados                         pic x(02).
       77  ws-fs-respalu                            pic x(02).
       77  ws-fs-cadalu                             pic x(02).
       77  ws-fs-arqprova                           pic x(02).
       77  ws-fs-arqcaderno                         pic x(02).
       77  ws-fs-arqaplic                           pic x(02).
       77  ws-fs-arqdistrib                         pic x(02).

       77  ws-qtd-lidos                             pic 9(07).
       77  ws-qtd-aceitos                           pic 9(07).
       77  ws-qtd-rejeitados                        pic 9(07).
       77  ws-qtd-resp-gravadas                     pic 9(07).
       77  ws-qtd-resp-alteradas                    pic 9(07).
       77  ws-qtd-resp-branco                       pic 9(07).

       01  ws-sw-registro                           pic x(01).
           88  ws-registro-ok                        value "S".
           88  ws-registro-erro                      value "N".

      *>----Referencia externa da questao (idnumber gerado pelo P40SISC20)
       01  ws-ref-partes.
           05  ws-ref-sistema                       pic x(10).
           05  ws-ref-questao.
               10  ws-ref-q-prefixo                 pic x(01).
               10  ws-ref-q-id                      pic x(05).
               10  ws-ref-q-resto                   pic x(04).
           05  ws-ref-disci.
               10  ws-ref-d-prefixo                 pic x(01).
               10  ws-ref-d-id                      pic x(03).
               10  ws-ref-d-resto                   pic x(06).
           05  ws-ref-versao.
               10  ws-ref-v-prefixo                 pic x(01).
               10  ws-ref-v-id                      pic x(03).
               10  ws-ref-v-resto                   pic x(06).
           05  ws-ref-caderno.
               10  ws-ref-c-letra                   pic x(01).
               10  ws-ref-c-resto                   pic x(09).
       77  ws-ref-id-questao                        pic 9(05).
       77  ws-ref-id-disci                          pic 9(03).
       77  ws-ref-id-versao                         pic 9(03).

       77  ws-ind-q                                 pic 9(03) comp.
       77  ws-ind-q-achado                          pic 9(03) comp.
       01  ws-sw-qprova                             pic x(01).
           88  ws-achou-questao-prova                value "S".
       01  ws-sw-qcad                               pic x(01).
           88  ws-achou-questao-caderno              value "S".

       77  ws-ind-letra                             pic 9(02) comp.
       77  ws-letra-marcada                         pic x(01).
       01  ws-sw-letras                             pic x(01).
           88  ws-letras-ok                          value "S".
       01  ws-sw-branco-resp                        pic x(01).
           88  ws-achou-branco-resp                  value "S".

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
       *> controle - carga no respalu das respostas dadas nas provas aplicadas
       *> no ambiente virtual (AVA), com as validacoes da carga de cartoes
       *> do P21SISC20
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

           open input resultado-ava
           if      ws-fs-resultado <> "00" then
                   display "P41SISC20 - Erro ao abrir resultado-ava: " ws-fs-resultado
                   stop run
           end-if

           open output resultado-rejeitados

           open i-o respalu
           if      ws-fs-respalu = "35" then         *>arquivo ainda nao existe
                   open output respalu
                   close respalu
                   open i-o respalu
           end-if
           if      ws-fs-respalu <> "00" and ws-fs-respalu <> "05" then
                   display "P41SISC20 - Erro ao inicializar respalu: " ws-fs-respalu
                   stop run
           end-if

           open input cadalu                        *> cadalu so e mantido pelo P12SISC20
           if      ws-fs-cadalu <> "00" then
                   display "P41SISC20 - Erro ao abrir cadalu: " ws-fs-cadalu
                   stop run
           end-if

           open input arqprova                      *> arqprova e gravado pelo P07SISC20
           if      ws-fs-arqprova <> "00" then
                   display "P41SISC20 - Erro ao abrir arqprova: " ws-fs-arqprova
                   stop run
           end-if

           open input arqcaderno                    *> arqcaderno e gravado pelo P07SISC20
           if      ws-fs-arqcaderno = "35" then      *>arquivo ainda nao existe
                   open output arqcaderno
                   close arqcaderno
                   open input arqcaderno
           end-if
           if      ws-fs-arqcaderno <> "00" and ws-fs-arqcaderno <> "05" then
                   display "P41SISC20 - Erro ao inicializar arqcaderno: " ws-fs-arqcaderno
                   stop run
           end-if

           open input arqaplic                      *> arqaplic e mantido pelo P22SISC20
           if      ws-fs-arqaplic = "35" then        *>arquivo ainda nao existe
                   open output arqaplic
                   close arqaplic
                   open input arqaplic
           end-if
           if      ws-fs-arqaplic <> "00" and ws-fs-arqaplic <> "05" then
                   display "P41SISC20 - Erro ao inicializar arqaplic: " ws-fs-arqaplic
                   stop run
           end-if

           open input arqdistrib                    *> arqdistrib e gravado pelo P35SISC20
           if      ws-fs-arqdistrib = "35" then      *>arquivo ainda nao existe
                   open output arqdistrib
                   close arqdistrib
                   open input arqdistrib
           end-if
           if      ws-fs-arqdistrib <> "00" and ws-fs-arqdistrib <> "05" then
                   display "P41SISC20 - Erro ao inicializar arqdistrib: " ws-fs-arqdistrib
                   stop run
           end-if

           move    0                                to ws-qtd-lidos
           move    0                                to ws-qtd-aceitos
           move    0                                to ws-qtd-rejeitados
           move    0                                to ws-qtd-resp-gravadas
           move    0                                to ws-qtd-resp-alteradas
           move    0                                to ws-qtd-resp-branco

           move    "Relatorio de carga dos resultados do AVA" to rj-linha
           write   rj-linha
           move    spaces                           to rj-linha
           write   rj-linha

           .
       1000-inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *> processamento normal
      *>------------------------------------------------------------------------
       2000-processamento section.


           display "P41SISC20 - Carga dos resultados do AVA no respalu"

           read    resultado-ava next
           perform until ws-fs-resultado = "10"
                add  1                              to ws-qtd-lidos
                perform 2100-processar-registro
                read resultado-ava next
           end-perform

           perform 2900-totalizar

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Processar um registro do AVA - valida aluno, prova, aplicacao,
       *>  referencia da questao, distribuicao e letras, e grava a resposta
       *>------------------------------------------------------------------------
       2100-processar-registro section.


           set     ws-registro-ok                   to true

           perform 2110-validar-aluno

           if      ws-registro-ok then
                   perform 2120-validar-prova
           end-if

           if      ws-registro-ok then
                   perform 2130-validar-aplicacao
           end-if

           if      ws-registro-ok then
                   perform 2140-validar-referencia
           end-if

           if      ws-registro-ok then
                   perform 2160-validar-distribuicao
           end-if

           if      ws-registro-ok then
                   perform 2170-validar-letras
           end-if

           if      ws-registro-ok then
                   add  1                           to ws-qtd-aceitos
                   perform 2200-gravar-resposta
           else
                   add  1                           to ws-qtd-rejeitados
           end-if

           .
       2100-processar-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a matricula no cadastro de alunos (cadalu) - mesmas regras
       *>  da carga de cartoes do P21SISC20
       *>------------------------------------------------------------------------
       2110-validar-aluno section.


           if      rv-matricula not numeric then
                   set  ws-registro-erro            to true
                   move "Matricula nao numerica"    to ws-linha-saida
                   perform 2150-rejeitar-registro
           else
                   move rv-matricula                to al-matricula
                   read cadalu
                   if   ws-fs-cadalu = "00" then
                        if   al-situacao = "I" then
                             set  ws-registro-erro  to true
                             move "Aluno INATIVO no mestre de alunos" to ws-linha-saida
                             perform 2150-rejeitar-registro
                        end-if
                   else
                        if   ws-fs-cadalu = "23" then
                             set  ws-registro-erro  to true
                             move "Matricula nao cadastrada no mestre de alunos" to ws-linha-saida
                             perform 2150-rejeitar-registro
                        else
                             display "P41SISC20 - Erro ao ler cadalu: " ws-fs-cadalu
                             stop run
                        end-if
                   end-if
           end-if

           .
       2110-validar-aluno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Localizar a prova do registro em arqprova
       *>------------------------------------------------------------------------
       2120-validar-prova section.


           if      rv-id-prova not numeric then
                   set  ws-registro-erro            to true
                   move "Numero da prova nao numerico" to ws-linha-saida
                   perform 2150-rejeitar-registro
           else
                   move rv-id-prova                 to pr-id-prova
                   read arqprova
                   if   ws-fs-arqprova <> "00" then
                        set  ws-registro-erro       to true
                        move "Prova nao registrada em arqprova" to ws-linha-saida
                        perform 2150-rejeitar-registro
                   end-if
           end-if

           .
       2120-validar-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a aplicacao - a turma do aluno deve ter uma aplicacao
       *>  ABERTA da prova registrada no arqaplic (P22SISC20)
       *>------------------------------------------------------------------------
       2130-validar-aplicacao section.


           move    rv-id-prova                      to ap-id-prova
           move    al-turma                         to ap-turma
           read    arqaplic
           if      ws-fs-arqaplic = "00" then
                   if   ap-situacao <> "A" then
                        set  ws-registro-erro       to true
                        move "Aplicacao da prova p/ a turma esta FECHADA" to ws-linha-saida
                        perform 2150-rejeitar-registro
                   end-if
           else
                   set  ws-registro-erro            to true
                   move "Turma sem aplicacao registrada p/ a prova" to ws-linha-saida
                   perform 2150-rejeitar-registro
           end-if

           .
       2130-validar-aplicacao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar a referencia externa da questao - deve ser uma questao da
       *>  prova, da disciplina da prova, na versao registrada na geracao;
       *>  com caderno, a questao deve constar do caderno registrado
       *>------------------------------------------------------------------------
       2140-validar-referencia section.


           move    spaces                           to ws-ref-partes
           unstring rv-referencia delimited by "-"
                    into ws-ref-sistema
                         ws-ref-questao
                         ws-ref-disci
                         ws-ref-versao
                         ws-ref-caderno

           if      ws-ref-sistema <> "SISC20"
           or      ws-ref-q-prefixo <> "Q" or ws-ref-q-id not numeric or ws-ref-q-resto <> spaces
           or      ws-ref-d-prefixo <> "D" or ws-ref-d-id not numeric or ws-ref-d-resto <> spaces
           or      ws-ref-v-prefixo <> "V" or ws-ref-v-id not numeric or ws-ref-v-resto <> spaces
           or      ws-ref-c-resto <> spaces then
                   set  ws-registro-erro            to true
                   move "Referencia da questao fora do padrao do P40SISC20" to ws-linha-saida
                   perform 2150-rejeitar-registro
           else
                   move ws-ref-q-id                 to ws-ref-id-questao
                   move ws-ref-d-id                 to ws-ref-id-disci
                   move ws-ref-v-id                 to ws-ref-id-versao
           end-if

           if      ws-registro-ok and ws-ref-id-disci <> pr-id-disci then
                   set  ws-registro-erro            to true
                   move "Questao de outra disciplina que nao a da prova" to ws-linha-saida
                   perform 2150-rejeitar-registro
           end-if

           if      ws-registro-ok then
                   move "N"                         to ws-sw-qprova
                   move 0                           to ws-ind-q-achado
                   perform 2145-localizar-questao-prova
                           varying ws-ind-q from 1 by 1
                           until ws-ind-q > pr-qtd-questoes
                              or ws-achou-questao-prova
                   if   not ws-achou-questao-prova then
                        set  ws-registro-erro       to true
                        move "Questao nao consta da prova" to ws-linha-saida
                        perform 2150-rejeitar-registro
                   else
                        if   pr-versao-questao(ws-ind-q-achado) numeric
                        and  pr-versao-questao(ws-ind-q-achado) > 0
                        and  pr-versao-questao(ws-ind-q-achado) <> ws-ref-id-versao then
                             set  ws-registro-erro  to true
                             move "Versao da questao difere da versao registrada na prova"
                                                    to ws-linha-saida
                             perform 2150-rejeitar-registro
                        end-if
                   end-if
           end-if

           if      ws-registro-ok and ws-ref-c-letra <> space then
                   move rv-id-prova                 to ka-id-prova
                   move ws-ref-c-letra              to ka-letra-caderno
                   read arqcaderno
                   if   ws-fs-arqcaderno <> "00" then
                        set  ws-registro-erro       to true
                        move "Caderno nao registrado p/ esta prova" to ws-linha-saida
                        perform 2150-rejeitar-registro
                   else
                        move "N"                    to ws-sw-qcad
                        perform 2146-localizar-questao-caderno
                                varying ws-ind-q from 1 by 1
                                until ws-ind-q > ka-qtd-questoes
                                   or ws-achou-questao-caderno
                        if   not ws-achou-questao-caderno then
                             set  ws-registro-erro  to true
                             move "Questao nao consta do caderno informado" to ws-linha-saida
                             perform 2150-rejeitar-registro
                        end-if
                   end-if
           end-if

           .
       2140-validar-referencia-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a questao da referencia com uma questao da prova
       *>------------------------------------------------------------------------
       2145-localizar-questao-prova section.


           if      pr-id-questao-prova(ws-ind-q) = ws-ref-id-questao then
                   set  ws-achou-questao-prova      to true
                   move ws-ind-q                    to ws-ind-q-achado
           end-if

           .
       2145-localizar-questao-prova-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Comparar a questao da referencia com uma questao do caderno
       *>------------------------------------------------------------------------
       2146-localizar-questao-caderno section.


           if      ka-id-questao(ws-ind-q) = ws-ref-id-questao then
                   set  ws-achou-questao-caderno    to true
           end-if

           .
       2146-localizar-questao-caderno-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar no relatorio a rejeicao do registro
       *>------------------------------------------------------------------------
       2150-rejeitar-registro section.


           move    spaces                           to rj-linha
           string  "Registro rejeitado - matricula " delimited by size
                   rv-matricula                     delimited by size
                   " prova "                        delimited by size
                   rv-id-prova                      delimited by size
                   " questao "                      delimited by size
                   rv-referencia                    delimited by space
                   " - "                            delimited by size
                   ws-linha-saida                   delimited by size
                   into rj-linha
           write   rj-linha

           .
       2150-rejeitar-registro-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar contra a distribuicao de cadernos da aplicacao (P35SISC20)
       *>  - aluno marcado ausente nao tem resposta aceita; prova exportada
       *>  na ordem de um caderno deve ser a do caderno distribuido ao aluno
       *>------------------------------------------------------------------------
       2160-validar-distribuicao section.


           move    rv-id-prova                      to dc-id-prova
           move    al-turma                         to dc-turma
           move    rv-matricula                     to dc-id-aluno
           read    arqdistrib
           if      ws-fs-arqdistrib = "00" then
                   if   dc-presenca = "F" then
                        set  ws-registro-erro       to true
                        move "Aluno marcado AUSENTE na lista de presenca" to ws-linha-saida
                        perform 2150-rejeitar-registro
                   else
                        if   ws-ref-c-letra <> space and ws-ref-c-letra <> dc-caderno then
                             set  ws-registro-erro  to true
                             move spaces            to ws-linha-saida
                             string "Caderno da questao difere do caderno " delimited by size
                                    dc-caderno       delimited by size
                                    " distribuido ao aluno" delimited by size
                                    into ws-linha-saida
                             perform 2150-rejeitar-registro
                        end-if
                   end-if
           end-if

           .
       2160-validar-distribuicao-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar as letras assinaladas - mesmas regras do P21SISC20 (A-Z ou
       *>  branco)
       *>------------------------------------------------------------------------
       2170-validar-letras section.


           set     ws-letras-ok                     to true
           move    "N"                              to ws-sw-branco-resp
           perform 2175-validar-letra
                   varying ws-ind-letra from 1 by 1
                   until ws-ind-letra > 26

           if      not ws-letras-ok then
                   set  ws-registro-erro            to true
                   move spaces                      to ws-linha-saida
                   string "Marcacao invalida '"     delimited by size
                          ws-letra-marcada          delimited by size
                          "' (letras A-Z a partir da 1a posicao, sem branco entre elas)" delimited by size
                          into ws-linha-saida
                   perform 2150-rejeitar-registro
           end-if

           .
       2170-validar-letras-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Validar uma posicao da resposta - como no P09SISC20, as letras
       *>  comecam na coluna 1 e nenhuma letra vem depois do primeiro branco
       *>------------------------------------------------------------------------
       2175-validar-letra section.


           if      ws-letras-ok then
                   move rv-resposta(ws-ind-letra:1) to ws-letra-marcada
                   if   ws-letra-marcada = space then
                        set  ws-achou-branco-resp   to true
                   else
                        if   ws-achou-branco-resp
                        or   ws-letra-marcada < "A" or ws-letra-marcada > "Z" then
                             move "N"               to ws-sw-letras
                        end-if
                   end-if
           end-if

           .
       2175-validar-letra-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Gravar a resposta no respalu - questao deixada em branco no AVA
       *>  nao e gravada, como a posicao em branco do cartao. A resposta esta
       *>  nas letras do caderno informado na referencia (ra-caderno), ou nas
       *>  letras originais da questao quando exportada sem caderno
       *>------------------------------------------------------------------------
       2200-gravar-resposta section.


           if      rv-resposta = spaces then
                   add  1                           to ws-qtd-resp-branco
           else
                   move rv-matricula                to ra-id-aluno
                   move pr-id-disci                 to ra-id-disci
                   move ws-ref-id-questao           to ra-id-questao
                   move rv-resposta                 to ra-resposta
                   move function current-date       to ra-data-hora
                   move ws-ref-c-letra              to ra-caderno

                   write ra-resposta-aluno
                   if   ws-fs-respalu = "00" then
                        add  1                      to ws-qtd-resp-gravadas
                   else
                        if   ws-fs-respalu = "22" then
                             rewrite ra-resposta-aluno
                             if   ws-fs-respalu = "00" then
                                  add  1            to ws-qtd-resp-alteradas
                             else
                                  display "P41SISC20 - Erro ao atualizar respalu: " ws-fs-respalu
                                  stop run
                             end-if
                        else
                             display "P41SISC20 - Erro ao gravar respalu: " ws-fs-respalu
                             stop run
                        end-if
                   end-if
           end-if

           .
       2200-gravar-resposta-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Totaliza o resultado da carga
       *>------------------------------------------------------------------------
       2900-totalizar section.


           move    spaces                           to rj-linha
           write   rj-linha

           move    spaces                           to ws-linha-saida
           string  "Registros lidos......: "        delimited by size
                   ws-qtd-lidos                     delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rj-linha
           write   rj-linha

           move    spaces                           to ws-linha-saida
           string  "Registros aceitos....: "        delimited by size
                   ws-qtd-aceitos                   delimited by size
                   "  rejeitados: "                 delimited by size
                   ws-qtd-rejeitados                delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rj-linha
           write   rj-linha

           move    spaces                           to ws-linha-saida
           string  "Respostas gravadas...: "        delimited by size
                   ws-qtd-resp-gravadas             delimited by size
                   "  alteradas: "                  delimited by size
                   ws-qtd-resp-alteradas            delimited by size
                   "  em branco: "                  delimited by size
                   ws-qtd-resp-branco               delimited by size
                   into ws-linha-saida
           move    ws-linha-saida                   to rj-linha
           write   rj-linha

           display "Carga concluida - registros lidos " ws-qtd-lidos
                   " aceitos " ws-qtd-aceitos
                   " rejeitados " ws-qtd-rejeitados
           display "Respostas gravadas " ws-qtd-resp-gravadas
                   " alteradas " ws-qtd-resp-alteradas
                   " em branco " ws-qtd-resp-branco
           display "Rejeicoes gravadas em resultado-ava-rejeitados.txt"

           .
       2900-totalizar-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.


           perform 8100-registrar-fim

           close   resultado-ava
           close   resultado-rejeitados
           close   respalu
           close   cadalu
           close   arqprova
           close   arqcaderno
           close   arqaplic
           close   arqdistrib

           .
       3000-finaliza-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    "P41SISC20"                      to ws-log-programa
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


           move    "P41SISC20"                      to ws-log-programa
           move    "F"                              to ws-log-evento
           move    "N"                              to ws-log-situacao
           move    ws-qtd-lidos                     to ws-log-qtd-lidos
           compute ws-log-qtd-gravados = ws-qtd-resp-gravadas
                   + ws-qtd-resp-alteradas
           move    ws-qtd-rejeitados                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec

           .
       8100-registrar-fim-exit.
           exit.
