           05  ws-resposta-e                       pic x(360).
           05  ws-gabarito                         pic x(01).
           05  ws-gabarito-mult                    pic x(26).
           05  ws-situacao-rev                     pic x(01).
           05  ws-autor                            pic x(08).
           05  ws-data-envio-rev                   pic 9(08).
           05  ws-revisor                          pic x(08).
           05  ws-data-revisao                     pic 9(08).
           05  ws-motivo-rev                       pic x(50).
           05  ws-qtd-alt-extra                    pic 9(02).
           05  ws-resposta-extra occurs 0 to 20 times
                                 depending on ws-qtd-alt-extra
               10  ws-tb-resposta-e                pic x(360).
               10  ws-tb-gabarito                  pic x(01).
               10  ws-tb-gabarito-mult             pic x(26).
               10  ws-tb-situacao-rev              pic x(01).
               10  ws-tb-autor                     pic x(08).
               10  ws-tb-data-envio-rev            pic 9(08).
               10  ws-tb-revisor                   pic x(08).
               10  ws-tb-data-revisao              pic 9(08).
               10  ws-tb-motivo-rev                pic x(50).
               10  ws-tb-qtd-alt-extra             pic 9(02).
               10  ws-tb-resposta-extra occurs 20 times
                                        pic x(360).
           move    f-resposta-e                    to ws-resposta-e
           move    f-gabarito                      to ws-gabarito
           move    f-gabarito-mult                  to ws-gabarito-mult
           move    spaces                           to ws-situacao-rev    *>situacao de revisao e gerida pelo P05SISC20
           move    spaces                           to ws-motivo-rev
           if      f-resposta-f = spaces then          *>so ha tela p/ uma alternativa extra (F); demais chegam por carga em lote
                   move 0                          to ws-qtd-alt-extra
           else
