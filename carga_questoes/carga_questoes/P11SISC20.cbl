           05  ws-resposta-e                        pic x(360).
           05  ws-gabarito                          pic x(01).
           05  ws-gabarito-mult                     pic x(26).
           05  ws-situacao-rev                      pic x(01).
           05  ws-autor                             pic x(08).
           05  ws-data-envio-rev                    pic 9(08).
           05  ws-revisor                           pic x(08).
           05  ws-data-revisao                      pic 9(08).
           05  ws-motivo-rev                        pic x(50).
           05  ws-qtd-alt-extra                     pic 9(02).
           05  ws-resposta-extra occurs 0 to 20 times
                                 depending on ws-qtd-alt-extra
               10  ws-tb-resposta-e                 pic x(360).
               10  ws-tb-gabarito                   pic x(01).
               10  ws-tb-gabarito-mult               pic x(26).
               10  ws-tb-situacao-rev                pic x(01).
               10  ws-tb-autor                       pic x(08).
               10  ws-tb-data-envio-rev              pic 9(08).
               10  ws-tb-revisor                     pic x(08).
               10  ws-tb-data-revisao                pic 9(08).
               10  ws-tb-motivo-rev                  pic x(50).
               10  ws-tb-qtd-alt-extra               pic 9(02).
               10  ws-tb-resposta-extra occurs 20 times
                                         pic x(360).
           move    spaces                             to ws-gabarito-mult
           move    0                                  to ws-qtd-alt-extra
           move    0                                  to ws-versao
           move    "E"                                to ws-situacao-rev  *>questao carregada entra direto em revisao
           move    spaces                             to ws-motivo-rev

           move    "SA"                               to ws-operacao
           move    "N"                                to ws-confirmacao
                        call "P05SISC20" using ws-tela-questoes,
                                                ws-controle,
                                                ws-tb-questao
                        if   ws-msn-erro-text = "Registro alterado com sucesso!"
                        or   ws-msn-erro-text = "Registro alterado - questao voltou p/ revisao!" then
                             add  1                      to ws-qtd-alterados
                             perform 2200-gravar-linha-relatorio
                        else
