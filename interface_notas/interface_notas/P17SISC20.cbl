           record key is nt-chave
           file status is ws-fs-arqnota.

           select interface-notas assign to ws-nome-interface
           organization is line sequential     *>layout fixo p/ importacao no sistema academico
           file status is ws-fs-interface.

           select notas-recorrigidas assign to "notas-recorrigidas.txt"
           organization is line sequential     *>notas alteradas na recorrecao do P10SISC20, p/ reenvio
           file status is ws-fs-recorrigidas.

           select arqexec assign to "arqexec.txt"
           organization is line sequential     *>log central (P28SISC20) - lido p/ barrar dupla geracao
           file status is ws-fs-arqexec.
           05  nt-qtd-certas                        pic 9(05).
           05  nt-qtd-total                         pic 9(05).
           05  nt-percentual                        pic 9(03)v99.
           05  nt-id-prova                          pic 9(05).
                                                      *>prova contra a qual a tentativa foi corrigida (zero em notas antigas)
           05  nt-pontos-obtidos                    pic 9(05)v99.
           05  nt-pontos-possiveis                  pic 9(05)v99.
                                                      *>soma dos pesos (zero em notas antigas = acertos/total)

       fd  interface-notas.
       01  if-header.
           05  if-h-data-geracao                    pic 9(08).
           05  if-h-hora-geracao                    pic 9(06).
           05  if-h-origem                          pic x(08).
           05  filler                               pic x(18).
       01  if-detalhe.
           05  if-d-tipo                            pic x(01).
                                                      *>"D"
           05  if-d-total                           pic 9(05).
           05  if-d-percentual                      pic 9(03)v99.
                                                      *>2 decimais implicitos
           05  if-d-pontos-obtidos                  pic 9(05)v99.
           05  if-d-pontos-possiveis                pic 9(05)v99.
                                                      *>pontuacao ponderada, mesma largura do arqnota, 2 decimais
                                                      *>implicitos (registros da interface com 41 posicoes)
       01  if-trailer.
           05  if-t-tipo                            pic x(01).
                                                      *>"T"
           05  if-t-qtd-registros                   pic 9(07).
           05  if-t-hash-percentual                 pic 9(10)v99.
                                                      *>soma dos percentuais, 2 decimais implicitos
           05  filler                               pic x(21).

       fd  notas-recorrigidas.
       01  nr-registro.
           05  nr-id-aluno                          pic 9(08).
           05  nr-id-disci                          pic 9(03).
           05  nr-tentativa                         pic 9(02).
           05  nr-id-prova                          pic 9(05).
           05  nr-data-recorrecao                   pic 9(08).
           05  nr-perc-anterior                     pic 9(03)v99.
           05  nr-perc-novo                         pic 9(03)v99.

       fd  arqexec.
       01  el-registro.
       77  ws-fs-arqnota                            pic x(02).
       77  ws-fs-interface                          pic x(02).
       77  ws-fs-arqexec                            pic x(02).
       77  ws-fs-recorrigidas                       pic x(02).
       77  ws-nome-interface                        pic x(40).
       77  ws-nome-log                              pic x(09).
       77  ws-data-hoje                             pic 9(08).

       01  ws-sw-gerado                             pic x(01).
           88  ws-ja-gerado-hoje                     value "S".

       01  ws-modo                                  pic x(01).
           88  ws-modo-normal                        value "N".
           88  ws-modo-reenvio                       value "R".

      *>----Alunos/disciplinas com nota recorrigida (modo reenvio)
       77  ws-qtd-recorrigidas                      pic 9(07).
       77  ws-qtd-reenvio                           pic 9(05).
       77  ws-ind-re                                pic 9(05) comp.
       01  ws-sw-achou-re                           pic x(01).
           88  ws-achou-re                           value "S".
       01  ws-tb-reenvio.
           05  ws-re-item occurs 2000 times.
               10  ws-re-id-aluno                   pic 9(08).
               10  ws-re-id-disci                   pic 9(03).

      *>----Registro de execucao no log central (P28SISC20)
       01  ws-log-exec.
           05  ws-log-programa                      pic x(09).
       77  ws-melhor-certas                         pic 9(05).
       77  ws-melhor-total                          pic 9(05).
       77  ws-melhor-perc                           pic 9(03)v99.
       77  ws-melhor-pontos                         pic 9(05)v99.
       77  ws-melhor-possiveis                      pic 9(05)v99.
       77  ws-tem-grupo                             pic x(01).
           88  ws-grupo-aberto                       value "S".

           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           stop run


           .
       1000-inicializa section.


           move    space                            to ws-modo
           perform 1050-obter-modo
                   until ws-modo-normal or ws-modo-reenvio

           if      ws-modo-normal then
                   move "interface-notas.txt"       to ws-nome-interface
                   move "P17SISC20"                 to ws-nome-log
                   perform 1100-verificar-geracao-anterior
           else                                      *>reenvio nao conta como geracao do dia
                   move "interface-notas-reenvio.txt" to ws-nome-interface
                   move "P17REENVI"                 to ws-nome-log
                   perform 1200-carregar-recorrigidas
           end-if

           perform 8000-registrar-inicio

           exit.


      *>------------------------------------------------------------------------
      *> Obter o modo de geracao - normal (todas as notas) ou reenvio so das
      *> notas alteradas pela recorrecao de anulacoes (P10SISC20 modo R)
      *>------------------------------------------------------------------------
       1050-obter-modo section.


           display "Modo de geracao (N-Normal R-Reenvio das notas recorrigidas): "
                   with no advancing
           accept  ws-modo

           if      not ws-modo-normal and not ws-modo-reenvio then
                   display "Modo invalido, tente novamente"
           end-if

           .
       1050-obter-modo-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Verificar no log central se a interface ja foi gerada com fim
      *> normal na data de hoje - uma segunda geracao faria o sistema
           exit.


      *>------------------------------------------------------------------------
      *> Carregar os alunos/disciplinas com nota alterada na recorrecao,
      *> sem repeticao - cada um sera reenviado com a melhor tentativa
      *>------------------------------------------------------------------------
       1200-carregar-recorrigidas section.


           move    0                                to ws-qtd-recorrigidas
           move    0                                to ws-qtd-reenvio

           open input notas-recorrigidas
           if      ws-fs-recorrigidas = "35" then    *>nenhuma recorrecao pendente de reenvio
                   display "P17SISC20 - Nao ha notas recorrigidas p/ reenvio"
                   stop run
           end-if
           if      ws-fs-recorrigidas <> "00" then
                   display "P17SISC20 - Erro ao abrir notas-recorrigidas: " ws-fs-recorrigidas
                   stop run
           end-if

           read    notas-recorrigidas
           perform until ws-fs-recorrigidas <> "00"
                add  1                              to ws-qtd-recorrigidas
                perform 1210-relacionar-aluno-disci
                read notas-recorrigidas
           end-perform

           close   notas-recorrigidas

           if      ws-qtd-reenvio = 0 then
                   display "P17SISC20 - Nao ha notas recorrigidas p/ reenvio"
                   stop run
           end-if

           display "Notas recorrigidas lidas: " ws-qtd-recorrigidas
                   "  Alunos/disciplinas a reenviar: " ws-qtd-reenvio

           .
       1200-carregar-recorrigidas-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Incluir o aluno/disciplina lido na tabela de reenvio, se ainda nao
      *> estiver nela
      *>------------------------------------------------------------------------
       1210-relacionar-aluno-disci section.


           move    "N"                              to ws-sw-achou-re
           perform 1220-comparar-aluno-disci
                   varying ws-ind-re from 1 by 1
                   until ws-ind-re > ws-qtd-reenvio
                      or ws-achou-re

           if      not ws-achou-re then
                   if   ws-qtd-reenvio >= 2000 then
                        display "P17SISC20 - Limite de 2000 alunos/disciplinas no reenvio excedido"
                        stop run
                   end-if
                   add  1                           to ws-qtd-reenvio
                   move nr-id-aluno                 to ws-re-id-aluno(ws-qtd-reenvio)
                   move nr-id-disci                 to ws-re-id-disci(ws-qtd-reenvio)
           end-if

           .
       1210-relacionar-aluno-disci-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Comparar o aluno/disciplina lido com um item da tabela de reenvio
      *>------------------------------------------------------------------------
       1220-comparar-aluno-disci section.


           if      ws-re-id-aluno(ws-ind-re) = nr-id-aluno
           and     ws-re-id-disci(ws-ind-re) = nr-id-disci then
                   set  ws-achou-re                 to true
           end-if

           .
       1220-comparar-aluno-disci-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Registrar o inicio da execucao no log central (P28SISC20)
      *>------------------------------------------------------------------------
       8000-registrar-inicio section.


           move    ws-nome-log                      to ws-log-programa
           move    "I"                              to ws-log-evento
           move    space                            to ws-log-situacao
           move    0                                to ws-log-qtd-lidos
       8100-registrar-fim section.


           move    ws-nome-log                      to ws-log-programa
           move    "F"                              to ws-log-evento
           move    "N"                              to ws-log-situacao
           if      ws-modo-reenvio then
                   move ws-qtd-recorrigidas         to ws-log-qtd-lidos
           else
                   move ws-qtd-detalhes             to ws-log-qtd-lidos
           end-if
           move    ws-qtd-detalhes                  to ws-log-qtd-gravados
           move    0                                to ws-log-qtd-rejeitados
           call    "P28SISC20" using ws-log-exec
       2000-processamento section.


           if      ws-modo-reenvio then
                   display "P17SISC20 - Reenvio das notas recorrigidas"
           else
                   display "P17SISC20 - Geracao da interface de notas"
           end-if

           perform 2100-gravar-header

           if      ws-modo-reenvio then
                   perform 2200-reenviar-aluno-disci
                           varying ws-ind-re from 1 by 1
                           until ws-ind-re > ws-qtd-reenvio
           else
                   perform 2150-gerar-todas-notas
           end-if

           perform 2400-gravar-trailer

           display "Detalhes gravados: " ws-qtd-detalhes
                   "  Hash dos percentuais: " ws-hash-percentual
           display "Interface gravada em " ws-nome-interface

           .
       2000-processamento-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Todas as notas - quebra por aluno/disciplina em arqnota
       *>------------------------------------------------------------------------
       2150-gerar-todas-notas section.


           move    low-values                       to nt-chave
           start   arqnota key is not less than nt-chave

                     move 0                         to ws-melhor-perc
                     move 0                         to ws-melhor-certas
                     move 0                         to ws-melhor-total
                     move 0                         to ws-melhor-pontos
                     move 0                         to ws-melhor-possiveis
                end-if
                perform 2250-comparar-tentativa
                read arqnota next
           end-perform

                   perform 2300-gravar-detalhe
           end-if

           .
       2150-gerar-todas-notas-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Reenvio - melhor tentativa atual de um aluno/disciplina recorrigido
       *>------------------------------------------------------------------------
       2200-reenviar-aluno-disci section.


           move    ws-re-id-aluno(ws-ind-re)        to ws-aluno-atual
           move    ws-re-id-disci(ws-ind-re)        to ws-disci-atual
           move    0                                to ws-melhor-perc
           move    0                                to ws-melhor-certas
           move    0                                to ws-melhor-total
           move    0                                to ws-melhor-pontos
           move    0                                to ws-melhor-possiveis
           move    "N"                              to ws-tem-grupo

           move    ws-aluno-atual                   to nt-id-aluno
           move    ws-disci-atual                   to nt-id-disci
           move    0                                to nt-tentativa
           start   arqnota key is not less than nt-chave

           if      ws-fs-arqnota = "00" then
                   read arqnota next
           end-if
           perform until ws-fs-arqnota <> "00"
                      or nt-id-aluno <> ws-aluno-atual
                      or nt-id-disci <> ws-disci-atual
                move "S"                            to ws-tem-grupo
                perform 2250-comparar-tentativa
                read arqnota next
           end-perform

           if      ws-grupo-aberto then
                   perform 2300-gravar-detalhe
           else
                   display "Aluno " ws-aluno-atual " disciplina " ws-disci-atual
                           " sem nota em arqnota - nao reenviado"
           end-if

           .
       2200-reenviar-aluno-disci-exit.
           exit.


       *>------------------------------------------------------------------------
       *>  Guardar a tentativa lida se for a melhor do aluno/disciplina
       *>------------------------------------------------------------------------
       2250-comparar-tentativa section.


           if      nt-percentual >= ws-melhor-perc then
                   move nt-percentual               to ws-melhor-perc
                   move nt-qtd-certas               to ws-melhor-certas
                   move nt-qtd-total                to ws-melhor-total
                   if   nt-pontos-possiveis numeric and nt-pontos-possiveis > 0 then
                        move nt-pontos-obtidos      to ws-melhor-pontos
                        move nt-pontos-possiveis    to ws-melhor-possiveis
                   else                              *>nota anterior a pontuacao ponderada
                        move nt-qtd-certas          to ws-melhor-pontos
                        move nt-qtd-total           to ws-melhor-possiveis
                   end-if
           end-if

           .
       2250-comparar-tentativa-exit.
           exit.


           move    ws-melhor-certas                 to if-d-acertos
           move    ws-melhor-total                  to if-d-total
           move    ws-melhor-perc                   to if-d-percentual
           move    ws-melhor-pontos                 to if-d-pontos-obtidos
           move    ws-melhor-possiveis              to if-d-pontos-possiveis
           write   if-detalhe
           if      ws-fs-interface <> "00" then
                   display "P17SISC20 - Erro ao gravar detalhe: " ws-fs-interface
           close   arqnota
           close   interface-notas

           if      ws-modo-reenvio then             *>notas ja reenviadas - esvazia p/ a proxima recorrecao
                   open output notas-recorrigidas
                   close notas-recorrigidas
           end-if

           .
       3000-finaliza-exit.
           exit.
