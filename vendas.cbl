      *Apropriacao das vendas diarias VENPIZZA contra o cadastro
      *CADPIZZA: valida cada venda, acumula quantidade e receita por
      *pizza e grava em RELVENDA o ranking de preco/cm2 com ICMS
      *lado a lado com o que realmente vendeu. O movimento de cada
      *dia apropriado fica guardado, por sabor e tamanho, no
      *historico diario DIAPIZZA usado pela previsao de demanda.
      *Os itens de ITEPIZZA (bebidas, bordas, adicionais) sao
      *conferidos pelo preco do cadastro e ficam fora do ranking:
      *saem em secao propria do RELVENDA e entram no acumulado e no
      *historico com diametro zero
       identification division.
       program-id. "vendas".
       author. "Débora Reinert".
               access mode is dynamic
               record key is cad-chave
               file status is status-cad.
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select vendas-dia assign to "VENPIZZA"
               organization is line sequential
               file status is status-ven.
           select controle-execucao assign to "RUNPIZZA"
               organization is line sequential
               file status is status-run.
           select historico-diario assign to "DIAPIZZA"
               organization is line sequential
               file status is status-dia.
       i-o-control.

      *Declaração de variáveis
           05 cad-aliquota                          pic 9(2)v99.
           05 cad-classe                            pic x(2).

      *----Itens fora do catalogo de pizzas, mantidos pelo mantrec
       fd  itens.
       01  reg-item.
           05 itm-codigo                            pic x(15).
           05 filler                                pic x(1)
              value space.
           05 itm-tipo                              pic x(1).
           05 filler                                pic x(1)
              value space.
           05 itm-preco                             pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 itm-classe                            pic x(2).
           05 filler                                pic x(1)
              value space.
           05 itm-estoque                           pic x(1).
           05 filler                                pic x(1)
              value space.
           05 itm-ingrediente                       pic x(15).
           05 filler                                pic x(1)
              value space.
           05 itm-quantidade                        pic 9(3)v999.
           05 filler                                pic x(1)
              value space.
           05 itm-custo                             pic 9(3)v99.

       fd  vendas-dia.
       01  reg-venda.
           05 ven-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 ven-valor                             pic 9(5)v99.
           05 filler                                pic x(1)
              value space.
      *----B balcao, E entrega (branco: movimento antigo, balcao)
           05 ven-tipo                              pic x(1).
           05 filler                                pic x(1)
              value space.
      *----P pizza, T taxa de entrega do pedido, I item de ITEPIZZA
           05 ven-item                              pic x(1).
           05 filler                                pic x(1)
              value space.
      *----Segundo sabor da pizza meio a meio (branco: inteira)
           05 ven-nome2                             pic x(15).

      *----O registro original da venda vai integro nas primeiras 62
      *----posicoes, para correcao e reenvio
       fd  rejeitos-venda.
       01  reg-rejeito-venda.
           05 rejv-registro                         pic x(62).
           05 filler                                pic x(1)
              value space.
           05 rejv-motivo                           pic x(2).
           05 filler                                pic x(1)
              value space.
           05 mes-valor                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
      *----Metades vendidas em pizzas meio a meio (cada uma vale
      *----meia unidade); registro antigo sem o campo conta zero
           05 mes-meias                             pic 9(7).

      *----Historico diario: um registro por dia, sabor e tamanho,
      *----gravado junto com o acumulado do mes e sob o mesmo
      *----controle CTLVENDA, para o dia nao entrar duas vezes
       fd  historico-diario.
       01  reg-diario.
           05 dia-data                              pic 9(8).
           05 filler                                pic x(1)
              value space.
           05 dia-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 dia-diametro                          pic 9(3).
           05 filler                                pic x(1)
              value space.
           05 dia-qtd                               pic 9(7).
           05 filler                                pic x(1)
              value space.
           05 dia-valor                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 dia-meias                             pic 9(7).

      *----Data do ultimo dia ja somado em MESPIZZA: uma segunda
      *----apropriacao no mesmo dia nao soma de novo, senao o
           05 preco_cm2_icms                       pic 9(4)v99.
           05 qtd-vendida                          pic 9(7).
           05 valor-vendido                        pic 9(7)v99.
           05 meias-vendidas                       pic 9(7).

      *----Itens de ITEPIZZA com o vendido no dia, para a secao de
      *----itens do relatorio (fora do ranking de preco/cm2)
       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  vendas-item  occurs 1 to 60 times
                         depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-tipo                          pic x(1).
           05 tb-itm-preco                         pic 9(3)v99.
           05 tb-itm-qtd-vendida                   pic 9(7).
           05 tb-itm-valor-vendido                 pic 9(7)v99.

      *----Acumulado mensal carregado de MESPIZZA e regravado com as
      *----vendas de hoje somadas; duas folgas de periodo cabem na
           05 tb-mes-diametro                      pic 9(3).
           05 tb-mes-qtd                           pic 9(7).
           05 tb-mes-valor                         pic 9(7)v99.
           05 tb-mes-meias                         pic 9(7).

      *----Movimento novo desta rodada por dia, sabor e tamanho,
      *----acrescentado ao historico DIAPIZZA no fim
       77  max-diario                              pic 9(3) value 300.
       77  qtd-diario                              pic 9(3).

       01  tab-diario  occurs 1 to 300 times
                        depending on qtd-diario.
           05 tb-dia-data                          pic 9(8).
           05 tb-dia-nome                          pic x(15).
           05 tb-dia-diametro                      pic 9(3).
           05 tb-dia-qtd                           pic 9(7).
           05 tb-dia-valor                         pic 9(7)v99.
           05 tb-dia-meias                         pic 9(7).

       77  ind                                     pic 9(3).
       77  ind-itm                                 pic 9(3).
       77  indice-item                             pic 9(3).
       77  status-itm                              pic x(2).
       77  ind-mes                                 pic 9(3).
       77  indice-mes                              pic 9(3).
       77  ind-dia                                 pic 9(3).
       77  indice-dia                              pic 9(3).
       77  status-mes                              pic x(2).
       77  status-dia                              pic x(2).
       77  status-ctla                             pic x(2).
       77  data-acumulada                          pic 9(8).
       77  data-maior-venda                        pic 9(8).
       77  nome-pesquisa                           pic x(15).
       77  diametro-pesquisa                       pic 9(3).
       77  indice-localizado                       pic 9(3).
       77  indice-sabor2                           pic 9(3).
       77  indice-preco                            pic 9(3).
       77  preco-sabor                             pic 9(3)v99.
      *----Parametros do acumulado mensal: a meio a meio soma duas
      *----vezes, uma por sabor, com metade do valor em cada
       77  sabor-mes                               pic x(15).
       77  inteiras-mes                            pic 9(5).
       77  meias-mes                               pic 9(5).
       77  valor-mes                               pic 9(5)v99.
       77  valor-meia1                             pic 9(5)v99.
       77  valor-meia2                             pic 9(5)v99.
       77  unidades-vendidas                       pic 9(7)v9.
       77  controle                                pic x(10).
       77  nome2                                   pic x(15).
       77  aux                                     pic 9(7)v99.
       77  variacao-abs                            pic 9(5)v99.
       77  receita-esperada                        pic 9(9)v99.
       77  receita-real                            pic 9(9)v99.
      *----Receita das pizzas aceitas por tipo de pedido e taxas de
      *----entrega cobradas (linhas T, fora do ranking)
       77  receita-balcao                          pic 9(9)v99.
       77  receita-entrega                         pic 9(9)v99.
       77  receita-taxas                           pic 9(9)v99.
      *----Receita dos itens aceitos (linhas I), tambem fora do
      *----ranking e dos totais de balcao/entrega das pizzas
       77  receita-itens                           pic 9(9)v99.
       77  pedidos-entrega                         pic 9(5).
       77  valor-esperado-edt                      pic zzzzz9,99.
       77  valor-venda-edt                         pic zzzzz9,99.
       77  variacao-venda-edt                      pic +zzzz9,99.
       77  posicao-edt                             pic zz9.
       77  preco-edt                               pic zz9,99.
       77  preco-cm2-icms-edt                      pic zzz9,99.
       77  qtd-vendida-edt                         pic zzzz9,9.
       77  valor-vendido-edt                       pic zzzzz9,99.
       77  qtd-edt                                 pic zzzz9.

           move 0 to vendas-toleradas
           move 0 to receita-esperada
           move 0 to receita-real
           move 0 to receita-balcao
           move 0 to receita-entrega
           move 0 to receita-taxas
           move 0 to receita-itens
           move 0 to pedidos-entrega

           accept data-hoje from date yyyymmdd
           perform le-parametros
               stop run
           end-if

           perform carrega-itens
           perform carrega-promocoes
           perform carrega-mes
           perform le-controle-acumulado
           move 0   to data-maior-venda
           move "N" to acumulou-mes
           move 0 to qtd-diario
           .
       inicializa-exit.
           exit.
                           move cad-aliquota to aliquota(ind)
                           move 0            to qtd-vendida(ind)
                           move 0            to valor-vendido(ind)
                           move 0            to meias-vendidas(ind)
                           perform precocm2
                       end-if
                   end-if
      *----ja com o arquivo, pularia a soma e perderia o dia
               if acumulou-mes = "S"
                   perform regrava-mes
                   perform grava-historico-diario
                   perform grava-controle-acumulado
               else
                   display "Nenhuma venda nova para o acumulado do "
                               tb-mes-qtd(qtd-mes)
                           move mes-valor    to
                               tb-mes-valor(qtd-mes)
                           if mes-meias is not numeric
                               move 0 to mes-meias
                           end-if
                           move mes-meias    to
                               tb-mes-meias(qtd-mes)
                       end-if
                   end-if
           end-read
                       add 1 to qtd-mes
                       move periodo-venda to
                           tb-mes-periodo(qtd-mes)
                       move sabor-mes     to tb-mes-nome(qtd-mes)
                       move ven-diametro  to
                           tb-mes-diametro(qtd-mes)
                       move 0             to tb-mes-qtd(qtd-mes)
                       move 0             to tb-mes-valor(qtd-mes)
                       move 0             to tb-mes-meias(qtd-mes)
                       move qtd-mes       to indice-mes
                   end-if
               end-if
               if indice-mes not = 0
                   add inteiras-mes to tb-mes-qtd(indice-mes)
                   add meias-mes    to tb-mes-meias(indice-mes)
                   add valor-mes    to tb-mes-valor(indice-mes)
                   move "S" to acumulou-mes
                   if ven-data > data-maior-venda
                       move ven-data to data-maior-venda
                   end-if
               end-if
               perform acumula-venda-dia
           end-if
           end-if
           .
       acumula-venda-mes-exit.
           exit.

      * Mesma venda no movimento do dia para o historico diario
       acumula-venda-dia section.
           perform localiza-dia
           if indice-dia = 0
               if qtd-diario >= max-diario
                   display "Limite do historico diario excedido: "
                       sabor-mes
               else
                   add 1 to qtd-diario
                   move ven-data     to tb-dia-data(qtd-diario)
                   move sabor-mes    to tb-dia-nome(qtd-diario)
                   move ven-diametro to tb-dia-diametro(qtd-diario)
                   move 0            to tb-dia-qtd(qtd-diario)
                   move 0            to tb-dia-valor(qtd-diario)
                   move 0            to tb-dia-meias(qtd-diario)
                   move qtd-diario   to indice-dia
               end-if
           end-if
           if indice-dia not = 0
               add inteiras-mes to tb-dia-qtd(indice-dia)
               add meias-mes    to tb-dia-meias(indice-dia)
               add valor-mes    to tb-dia-valor(indice-dia)
           end-if
           .
       acumula-venda-dia-exit.
           exit.

       localiza-dia section.
           move 0 to indice-dia
           move 1 to ind-dia
           perform until ind-dia > qtd-diario
               if tb-dia-data(ind-dia) = ven-data
                  and tb-dia-nome(ind-dia) = sabor-mes
                  and tb-dia-diametro(ind-dia) = ven-diametro
                   move ind-dia to indice-dia
                   move qtd-diario to ind-dia
               end-if
               add 1 to ind-dia
           end-perform
           .
       localiza-dia-exit.
           exit.

       localiza-mes section.
           move 0 to indice-mes
           move 1 to ind-mes
           perform until ind-mes > qtd-mes
               if tb-mes-periodo(ind-mes) = periodo-venda
                  and tb-mes-nome(ind-mes) = sabor-mes
                  and tb-mes-diametro(ind-mes) = ven-diametro
                   move ind-mes to indice-mes
                   move qtd-mes to ind-mes
               move tb-mes-diametro(ind-mes) to mes-diametro
               move tb-mes-qtd(ind-mes)      to mes-qtd
               move tb-mes-valor(ind-mes)    to mes-valor
               move tb-mes-meias(ind-mes)    to mes-meias
               write reg-mes
               add 1 to ind-mes
           end-perform
       regrava-mes-exit.
           exit.

       grava-historico-diario section.
           open extend historico-diario
           if status-dia = "35"
               open output historico-diario
           end-if
           move 1 to ind-dia
           perform until ind-dia > qtd-diario
               move spaces                   to reg-diario
               move tb-dia-data(ind-dia)     to dia-data
               move tb-dia-nome(ind-dia)     to dia-nome
               move tb-dia-diametro(ind-dia) to dia-diametro
               move tb-dia-qtd(ind-dia)      to dia-qtd
               move tb-dia-valor(ind-dia)    to dia-valor
               move tb-dia-meias(ind-dia)    to dia-meias
               write reg-diario
               add 1 to ind-dia
           end-perform
           close historico-diario
           display "Movimento do dia gravado em DIAPIZZA"
           .
       grava-historico-diario-exit.
           exit.

      * Valida cada venda contra o cadastro pelo par sabor +
      * tamanho e acumula quantidade e valor na pizza
      * correspondente; venda fora do catalogo vai para REJVENDA
                   add 1 to vendas-lidas
                   move ven-nome     to nome-pesquisa
                   move ven-diametro to diametro-pesquisa
                   move 0 to indice-localizado
                   move 0 to indice-sabor2
                   if ven-item not = "T"
                      and ven-item not = "I"
                       if ven-nome2 not = spaces
                           move ven-nome2 to nome-pesquisa
                           perform localiza-pizza
                           move indice-localizado to indice-sabor2
                           move ven-nome  to nome-pesquisa
                       end-if
                       perform localiza-pizza
                   end-if
                   evaluate true
                       when ven-item = "T"
                           perform apropria-taxa-entrega
                       when ven-item = "I"
                           perform apropria-item
                       when indice-localizado = 0
                           display "Venda de pizza fora do catalogo: "
                               ven-nome
                           move "NC" to motivo-rejeito
                           perform grava-rejeito-venda
                       when ven-nome2 not = spaces
                        and indice-sabor2 = 0
                           display "Meio a meio com sabor fora do "
                               "catalogo: " ven-nome2
                           move "NC" to motivo-rejeito
                           perform grava-rejeito-venda
                       when ven-quantidade is not numeric
                         or ven-quantidade = 0
                           display "Venda com quantidade invalida: "
      * autorizado) e vai para VARVENDA; os totais esperado x real
      * fecham o caixa do dia
       confere-valor-venda section.
      *----Meio a meio vale a metade mais cara, como no balcao
           move indice-localizado to indice-preco
           perform apura-preco-sabor
           move preco-sabor to preco-vigente
           if indice-sabor2 not = 0
               move indice-sabor2 to indice-preco
               perform apura-preco-sabor
               if preco-sabor > preco-vigente
                   move preco-sabor to preco-vigente
               end-if
           end-if

               perform grava-rejeito-venda
           else
               add 1 to vendas-aceitas
               add valor-esperado to receita-esperada
               add ven-valor      to receita-real
               if ven-tipo = "E"
                   add ven-valor to receita-entrega
               else
                   add ven-valor to receita-balcao
               end-if
               if indice-sabor2 = 0
                   add ven-quantidade to
                       qtd-vendida(indice-localizado)
                   add ven-valor to
                       valor-vendido(indice-localizado)
                   move ven-nome       to sabor-mes
                   move ven-quantidade to inteiras-mes
                   move 0              to meias-mes
                   move ven-valor      to valor-mes
                   perform acumula-venda-mes
               else
                   perform apropria-meio-a-meio
               end-if
               if variacao-abs > 0
                   add 1 to vendas-toleradas
                   perform grava-variacao-venda
       confere-valor-venda-exit.
           exit.

      * Preco do sabor em indice-preco na data da venda: o de tabela,
      * trocado pelo promocional quando ha promocao vigente, para a
      * terca de meia pizza nao cair inteira como desconto
       apura-preco-sabor section.
           move preco(indice-preco) to preco-sabor
           if qtd-promocoes > 0
              and ven-data is numeric
               move nome(indice-preco) to promo-nome
               move ven-diametro       to promo-diametro
               move ven-data           to promo-data
               perform localiza-promocao
               if indice-promocao not = 0
                   move preco(indice-preco) to preco-base
                   perform calcula-preco-promocao
                   move preco-promocional to preco-sabor
               end-if
           end-if
           .
       apura-preco-sabor-exit.
           exit.

      * Meio a meio: cada sabor leva uma metade por pizza vendida e
      * metade do valor (o centavo impar fica no segundo), no
      * ranking do dia e no acumulado do mes
       apropria-meio-a-meio section.
           compute valor-meia1 = ven-valor / 2
           compute valor-meia2 = ven-valor - valor-meia1

           add ven-quantidade to meias-vendidas(indice-localizado)
           add valor-meia1    to valor-vendido(indice-localizado)
           add ven-quantidade to meias-vendidas(indice-sabor2)
           add valor-meia2    to valor-vendido(indice-sabor2)

           move 0              to inteiras-mes
           move ven-quantidade to meias-mes
           move ven-nome       to sabor-mes
           move valor-meia1    to valor-mes
           perform acumula-venda-mes
           move ven-nome2      to sabor-mes
           move valor-meia2    to valor-mes
           perform acumula-venda-mes
           .
       apropria-meio-a-meio-exit.
           exit.

      * Linha de taxa de entrega: nao e pizza, fica fora do ranking
      * e do acumulado mensal, so soma no total de taxas do dia
       apropria-taxa-entrega section.
           if ven-valor is not numeric
               display "Taxa de entrega com valor invalido"
               move "VL" to motivo-rejeito
               perform grava-rejeito-venda
           else
               add 1 to vendas-aceitas
               add 1 to pedidos-entrega
               add ven-valor to receita-taxas
           end-if
           .
       apropria-taxa-entrega-exit.
           exit.

      * Linha de item de ITEPIZZA: conferida contra o preco do
      * cadastro (item nao tem promocao) com a mesma tolerancia da
      * pizza; aceita, soma na secao de itens, na receita do balcao
      * ou da entrega do pedido, e no acumulado do mes e no historico
      * diario com diametro zero, fora do ranking
       apropria-item section.
           move ven-nome to nome-pesquisa
           perform localiza-item
           evaluate true
               when indice-item = 0
                   display "Venda de item fora do cadastro: " ven-nome
                   move "NC" to motivo-rejeito
                   perform grava-rejeito-venda
               when ven-quantidade is not numeric
                 or ven-quantidade = 0
                   display "Venda com quantidade invalida: " ven-nome
                   move "QT" to motivo-rejeito
                   perform grava-rejeito-venda
               when ven-valor is not numeric
                   display "Venda com valor invalido: " ven-nome
                   move "VL" to motivo-rejeito
                   perform grava-rejeito-venda
               when other
                   compute valor-esperado rounded =
                       tb-itm-preco(indice-item) * ven-quantidade
                   if valor-esperado = 0
                       move 0 to variacao-venda
                   else
                       compute variacao-venda rounded =
                           ((ven-valor - valor-esperado) * 100)
                           / valor-esperado
                   end-if
                   move variacao-venda to variacao-abs

                   if variacao-abs > tolerancia-variacao
                       display "Venda com valor fora do preco de "
                           "tabela: " ven-nome
                       move "DV" to motivo-rejeito
                       perform grava-rejeito-venda
                   else
                       add 1 to vendas-aceitas
                       add valor-esperado to receita-esperada
                       add ven-valor      to receita-real
                       add ven-valor      to receita-itens
                       if ven-tipo = "E"
                           add ven-valor to receita-entrega
                       else
                           add ven-valor to receita-balcao
                       end-if
                       add ven-quantidade to
                           tb-itm-qtd-vendida(indice-item)
                       add ven-valor      to
                           tb-itm-valor-vendido(indice-item)
                       move ven-nome       to sabor-mes
                       move ven-quantidade to inteiras-mes
                       move 0              to meias-mes
                       move ven-valor      to valor-mes
                       perform acumula-venda-mes
                       if variacao-abs > 0
                           add 1 to vendas-toleradas
                           perform grava-variacao-venda
                       end-if
                   end-if
           end-evaluate
           .
       apropria-item-exit.
           exit.

      * Carrega o cadastro de itens ITEPIZZA; sem o arquivo toda
      * linha de item e rejeitada como fora do cadastro
       carrega-itens section.
           move 0 to qtd-itens
           open input itens
           if status-itm <> "00"
               display "Arquivo ITEPIZZA ausente, sem itens"
           else
               perform le-item until status-itm <> "00"
               close itens
           end-if
           .
       carrega-itens-exit.
           exit.

       le-item section.
           read itens
               at end
                   move "10" to status-itm
               not at end
                   if qtd-itens >= max-itens
                       display "Limite de itens excedido"
                       move "10" to status-itm
                   else
                       if itm-preco is not numeric
                           display "Item invalido em ITEPIZZA: "
                               itm-codigo
                       else
                           add 1 to qtd-itens
                           move itm-codigo to tb-itm-codigo(qtd-itens)
                           move itm-tipo   to tb-itm-tipo(qtd-itens)
                           move itm-preco  to tb-itm-preco(qtd-itens)
                           move 0 to tb-itm-qtd-vendida(qtd-itens)
                           move 0 to tb-itm-valor-vendido(qtd-itens)
                       end-if
                   end-if
           end-read
           .
       le-item-exit.
           exit.

       localiza-item section.
           move 0 to indice-item
           move 1 to ind-itm
           perform until ind-itm > qtd-itens
               if tb-itm-codigo(ind-itm) = nome-pesquisa
                   move ind-itm to indice-item
                   move qtd-itens to ind-itm
               end-if
               add 1 to ind-itm
           end-perform
           .
       localiza-item-exit.
           exit.

      * Carrega o calendario de promocoes PROPIZZA; sem o arquivo a
      * conferencia corre so com os precos de tabela
       carrega-promocoes section.
                     move valor-vendido(ind) to valor-vendido(ind + 1)
                     move aux to valor-vendido(ind)

                     move meias-vendidas(ind + 1) to aux
                     move meias-vendidas(ind) to meias-vendidas(ind + 1)
                     move aux to meias-vendidas(ind)

                     move "trocou"           to controle
                   end-if
                   add 1 to ind
           move 1 to ind
           perform escreve-linha-venda until ind > pizza

           if qtd-itens > 0
               perform gera-secao-itens
           end-if

           move space to linha-relvenda
           write reg-relvenda from linha-relvenda

           move receita-balcao to receita-controle-edt
           move space to linha-relvenda
           string "RECEITA BALCAO....: " delimited by size
                  receita-controle-edt   delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda

           move receita-entrega to receita-controle-edt
           move space to linha-relvenda
           string "RECEITA ENTREGA...: " delimited by size
                  receita-controle-edt   delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda

           move receita-taxas to receita-controle-edt
           move pedidos-entrega to qtd-edt
           move space to linha-relvenda
           string "TAXAS DE ENTREGA..: " delimited by size
                  receita-controle-edt   delimited by size
                  "  PEDIDOS: "          delimited by size
                  qtd-edt                delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda

           move space to linha-relvenda
           write reg-relvenda from linha-relvenda

       gera-relatorio-venda-exit.
           exit.

      * Secao dos itens de ITEPIZZA, fora do ranking de preco/cm2:
      * todo o cadastro, como o ranking lista todas as pizzas
       gera-secao-itens section.
           move space to linha-relvenda
           write reg-relvenda from linha-relvenda

           move space to linha-relvenda
           string "OUTROS ITENS (FORA DO RANKING)" delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda

           move space to linha-relvenda
           string "     "              delimited by size
                  "ITEM             "  delimited by size
                  "TIPO "              delimited by size
                  "PRECO   "           delimited by size
                  "         "          delimited by size
                  "QTD VEND "          delimited by size
                  "RECEITA"            delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda

           move 1 to ind-itm
           perform escreve-linha-item until ind-itm > qtd-itens

           move receita-itens to receita-controle-edt
           move space to linha-relvenda
           string "RECEITA ITENS.....: " delimited by size
                  receita-controle-edt   delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda
           .
       gera-secao-itens-exit.
           exit.

       escreve-linha-item section.
           move tb-itm-preco(ind-itm)         to preco-edt
           move tb-itm-qtd-vendida(ind-itm)   to unidades-vendidas
           move unidades-vendidas             to qtd-vendida-edt
           move tb-itm-valor-vendido(ind-itm) to valor-vendido-edt

           move space to linha-relvenda
           string "     "                    delimited by size
                  tb-itm-codigo(ind-itm)     delimited by size
                  "  "                       delimited by size
                  tb-itm-tipo(ind-itm)       delimited by size
                  "    "                     delimited by size
                  preco-edt                  delimited by size
                  "           "              delimited by size
                  qtd-vendida-edt            delimited by size
                  "  "                       delimited by size
                  valor-vendido-edt          delimited by size
               into linha-relvenda
           write reg-relvenda from linha-relvenda
           display linha-relvenda
           add 1 to ind-itm
           .
       escreve-linha-item-exit.
           exit.

       escreve-linha-venda section.
           add 1 to posicao-ranking
           move posicao-ranking     to posicao-edt
           move preco(ind)          to preco-edt
           move preco_cm2_icms(ind) to preco-cm2-icms-edt
           compute unidades-vendidas =
               qtd-vendida(ind) + (meias-vendidas(ind) / 2)
           move unidades-vendidas   to qtd-vendida-edt
           move valor-vendido(ind)  to valor-vendido-edt

           move space to linha-relvenda
