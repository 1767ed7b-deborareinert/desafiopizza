      *receita, custo, margem - ordenado pela contribuicao de cada
      *pizza, com comparativo contra o periodo anterior MESANTER
      *quando ele existe. Confirmado o fechamento, o periodo vira o
      *anterior e o acumulado comeca do zero. Os itens de ITEPIZZA
      *(diametro zero no acumulado) saem em secao propria, com o
      *custo do ingrediente ligado ou o custo do item de saldo
      *proprio
       identification division.
       program-id. "fechames".
       author. "Débora Reinert".
           select receitas assign to "RECPIZZA"
               organization is line sequential
               file status is status-rec.
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select relatorio-mes assign to "RELMES"
               organization is line sequential
               file status is status-relm.
           05 filler                                pic x(1)
              value space.
           05 mes-valor                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
      *----Metades vendidas em pizzas meio a meio, meia unidade cada
           05 mes-meias                             pic 9(7).

       fd  vendas-mes-anterior.
       01  reg-mes-ant.
           05 filler                                pic x(1)
              value space.
           05 ant-valor                             pic 9(7)v99.
           05 filler                                pic x(1)
              value space.
           05 ant-meias                             pic 9(7).

       fd  ingredientes.
       01  reg-ingrediente.
              value space.
           05 rec-quantidade                        pic 9(3)v999.

      *----Itens fora do catalogo de pizzas, mantidos pelo mantrec:
      *----estoque I custa itm-quantidade do ingrediente ligado, P
      *----custa itm-custo
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

       fd  relatorio-mes.
       01  reg-relmes                               pic x(100).

      *----Variaveis de trabalho
       working-storage section.

       77  max-demonstrativo                       pic 9(3) value 120.
       77  qtd-demonstrativo                       pic 9(3).

      *----Uma linha por pizza do periodo fechado, com o custo da
      *----explosao e a margem de contribuicao calculados aqui.
      *----Unidades com a meio a meio somada como meia pizza. Item de
      *----ITEPIZZA vem com diametro zero
       01  demonstrativo  occurs 1 to 120 times
                           depending on qtd-demonstrativo.
           05 dem-nome                             pic x(15).
           05 dem-diametro                         pic 9(3).
           05 dem-qtd                              pic 9(7)v9.
           05 dem-receita                          pic 9(7)v99.
           05 dem-custo-unitario                   pic 9(4)v99.
           05 dem-custo                            pic 9(7)v99.
           05 tb-mes-diametro                      pic 9(3).
           05 tb-mes-qtd                           pic 9(7).
           05 tb-mes-valor                         pic 9(7)v99.
           05 tb-mes-meias                         pic 9(7).

       77  max-anterior                            pic 9(3) value 120.
       77  qtd-anterior                            pic 9(3).

       01  tab-anterior  occurs 1 to 120 times
                          depending on qtd-anterior.
           05 tb-ant-nome                          pic x(15).
           05 tb-ant-diametro                      pic 9(3).
           05 tb-ant-qtd                           pic 9(7)v9.
           05 tb-ant-valor                         pic 9(7)v99.
           05 tb-ant-usado                         pic x(1).

           05 tb-rec-ingrediente                   pic x(15).
           05 tb-rec-quantidade                    pic 9(3)v999.

       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  tab-item  occurs 1 to 60 times
                      depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-estoque                       pic x(1).
           05 tb-itm-ingrediente                   pic x(15).
           05 tb-itm-quantidade                    pic 9(3)v999.
           05 tb-itm-custo                         pic 9(3)v99.

       77  ind                                     pic 9(3).
       77  ind-itm                                 pic 9(3).
       77  indice-item                             pic 9(3).
       77  status-itm                              pic x(2).
      *----Secao do demonstrativo em impressao e os subtotais dela
       77  secao-demonstrativo                     pic x(1).
           88  secao-pizzas                        value "P".
           88  secao-itens                         value "I".
       77  itens-demonstrativo                     pic 9(3).
       77  subtotal-qtd                            pic 9(9)v9.
       77  subtotal-receita                        pic 9(9)v99.
       77  subtotal-margem                         pic s9(9)v99.
       77  ind-rec                                 pic 9(3).
       77  ind-ing                                 pic 9(3).
       77  ind-ant                                 pic 9(3).
       77  periodo-fechamento                      pic 9(6).
       77  periodo-anterior                        pic 9(6).
       77  resposta-confirma                       pic x(1).
       77  total-qtd                               pic 9(9)v9.
       77  total-receita                           pic 9(9)v99.
       77  total-custo                             pic 9(9)v99.
       77  total-margem                            pic s9(9)v99.
       77  total-qtd-ant                           pic 9(9)v9.
       77  total-receita-ant                       pic 9(9)v99.
      *----Largura para um crescimento de 1000% ou mais nao truncar
      *----o digito alto e sair como variacao pequena
       77  nome-pizzaria                           pic x(30)
           value "PIZZARIA DEBORA REINERT".
       77  linha-relmes                            pic x(100).
       77  qtd-vendida-edt                         pic zzzz9,9.
       77  valor-edt                               pic zzzzzz9,99.
       77  custo-edt                               pic zzzzzz9,99.
       77  margem-edt                              pic +zzzzzz9,99.
       77  margem-pct-edt                          pic +zz9,99.
       77  variacao-edt                            pic +zzzz9,99.
       77  total-qtd-edt                           pic zzzzzz9,9.
       77  total-valor-edt                         pic zzzzzzzz9,99.
       77  total-margem-edt                        pic +zzzzzzzz9,99.

           move 0 to qtd-anterior
           move 0 to qtd-ingredientes
           move 0 to qtd-receitas
           move 0 to qtd-itens

           accept data-sistema from date yyyymmdd
           display "Informe o periodo a fechar (AAAAMM, branco = "
           perform carrega-anterior
           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-itens
           .
       inicializa-exit.
           exit.
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
       seleciona-periodo section.
           if tb-mes-periodo(ind) = periodo-fechamento
               if qtd-demonstrativo >= max-demonstrativo
                   display "Limite de linhas no demonstrativo"
               else
                   add 1 to qtd-demonstrativo
                   move tb-mes-nome(ind)     to
                       dem-nome(qtd-demonstrativo)
                   move tb-mes-diametro(ind) to
                       dem-diametro(qtd-demonstrativo)
                   compute dem-qtd(qtd-demonstrativo) =
                       tb-mes-qtd(ind) + (tb-mes-meias(ind) / 2)
                   move tb-mes-valor(ind)    to
                       dem-receita(qtd-demonstrativo)
               end-if
                               tb-ant-nome(qtd-anterior)
                           move ant-diametro to
                               tb-ant-diametro(qtd-anterior)
                           if ant-meias is not numeric
                               move 0 to ant-meias
                           end-if
                           compute tb-ant-qtd(qtd-anterior) =
                               ant-qtd + (ant-meias / 2)
                           move ant-valor    to
                               tb-ant-valor(qtd-anterior)
                           move "N"          to
       le-receita-exit.
           exit.

       carrega-itens section.
           open input itens
           if status-itm <> "00"
               display "Arquivo ITEPIZZA ausente, custo dos itens sai "
                   "zerado"
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
                       if itm-quantidade is not numeric
                          or itm-custo is not numeric
                           display "Item invalido em ITEPIZZA: "
                               itm-codigo
                       else
                           add 1 to qtd-itens
                           move itm-codigo      to
                               tb-itm-codigo(qtd-itens)
                           move itm-estoque     to
                               tb-itm-estoque(qtd-itens)
                           move itm-ingrediente to
                               tb-itm-ingrediente(qtd-itens)
                           move itm-quantidade  to
                               tb-itm-quantidade(qtd-itens)
                           move itm-custo       to
                               tb-itm-custo(qtd-itens)
                       end-if
                   end-if
           end-read
           .
       le-item-exit.
           exit.

       processamento section.
           perform calcula-custos
           perform ordena-contribuicao

       calcula-custo-pizza section.
           move 0 to dem-custo-unitario(ind)
           if dem-diametro(ind) = 0
               perform calcula-custo-item
           else
               move 1 to ind-rec
               perform soma-custo-receita until ind-rec > qtd-receitas
           end-if

           compute dem-custo(ind) rounded =
               dem-custo-unitario(ind) * dem-qtd(ind)
       soma-custo-receita-exit.
           exit.

      *----Item: a quantidade do ingrediente ligado ao custo de
      *----INGPIZZA, ou o custo proprio do item de saldo proprio
       calcula-custo-item section.
           move 0 to indice-item
           move 1 to ind-itm
           perform until ind-itm > qtd-itens
               if tb-itm-codigo(ind-itm) = dem-nome(ind)
                   move ind-itm to indice-item
                   move qtd-itens to ind-itm
               end-if
               add 1 to ind-itm
           end-perform

           if indice-item = 0
               display "Item sem cadastro em ITEPIZZA: " dem-nome(ind)
           else
           if tb-itm-estoque(indice-item) = "I"
               move 0 to indice-ingrediente
               move 1 to ind-ing
               perform until ind-ing > qtd-ingredientes
                   if tb-ing-nome(ind-ing) =
                      tb-itm-ingrediente(indice-item)
                       move ind-ing to indice-ingrediente
                       move qtd-ingredientes to ind-ing
                   end-if
                   add 1 to ind-ing
               end-perform
               if indice-ingrediente = 0
                   display "Ingrediente sem custo em INGPIZZA: "
                       tb-itm-ingrediente(indice-item)
               else
                   compute dem-custo-unitario(ind) rounded =
                       tb-itm-quantidade(indice-item)
                       * tb-ing-custo(indice-ingrediente)
               end-if
           else
               move tb-itm-custo(indice-item) to
                   dem-custo-unitario(ind)
           end-if
           end-if
           .
       calcula-custo-item-exit.
           exit.

       busca-ingrediente section.
           move 0 to indice-ingrediente
           move 1 to ind-ing
           move 0 to total-receita
           move 0 to total-custo
           move 0 to total-margem
           move 0 to itens-demonstrativo
           move 1 to ind
           perform until ind > qtd-demonstrativo
               if dem-diametro(ind) = 0
                   add 1 to itens-demonstrativo
               end-if
               add 1 to ind
           end-perform

      *----Pizzas primeiro; havendo itens, cada secao fecha com o
      *----seu subtotal e os totais gerais somam as duas
           move "P" to secao-demonstrativo
           perform escreve-secao-demonstrativo
           if itens-demonstrativo > 0
               perform escreve-subtotal-secao

               move space to linha-relmes
               write reg-relmes from linha-relmes
               move space to linha-relmes
               string "OUTROS ITENS (BEBIDAS, BORDAS, ADICIONAIS)"
                                                delimited by size
                   into linha-relmes
               write reg-relmes from linha-relmes
               display linha-relmes

               move "I" to secao-demonstrativo
               perform escreve-secao-demonstrativo
               perform escreve-subtotal-secao
           end-if

           move space to linha-relmes
           write reg-relmes from linha-relmes
       gera-demonstrativo-exit.
           exit.

       escreve-secao-demonstrativo section.
           move 0 to subtotal-qtd
           move 0 to subtotal-receita
           move 0 to subtotal-margem
           move 1 to ind
           perform escreve-linha-demonstrativo
               until ind > qtd-demonstrativo
           .
       escreve-secao-demonstrativo-exit.
           exit.

       escreve-subtotal-secao section.
           move subtotal-qtd     to total-qtd-edt
           move subtotal-receita to total-valor-edt
           move subtotal-margem  to total-margem-edt
           move space to linha-relmes
           string "SUBTOTAL.........: " delimited by size
                  total-qtd-edt         delimited by size
                  "   RECEITA: "        delimited by size
                  total-valor-edt       delimited by size
                  "   MARGEM: "         delimited by size
                  total-margem-edt      delimited by size
               into linha-relmes
           write reg-relmes from linha-relmes
           display linha-relmes
           .
       escreve-subtotal-secao-exit.
           exit.

       escreve-linha-demonstrativo section.
           if (secao-pizzas and dem-diametro(ind) > 0)
              or (secao-itens and dem-diametro(ind) = 0)
               perform imprime-linha-demonstrativo
           end-if
           add 1 to ind
           .
       escreve-linha-demonstrativo-exit.
           exit.

       imprime-linha-demonstrativo section.
           move dem-qtd(ind)        to qtd-vendida-edt
           move dem-receita(ind)    to valor-edt
           move dem-custo(ind)      to custo-edt
           add dem-receita(ind) to total-receita
           add dem-custo(ind)   to total-custo
           add dem-margem(ind)  to total-margem
           add dem-qtd(ind)     to subtotal-qtd
           add dem-receita(ind) to subtotal-receita
           add dem-margem(ind)  to subtotal-margem

           move space to linha-relmes
           string dem-nome(ind)      delimited by size
               into linha-relmes
           write reg-relmes from linha-relmes
           display linha-relmes
           .
       imprime-linha-demonstrativo-exit.
           exit.

      * Comparativo mes a mes: unidades e receita do periodo fechado
               move tb-mes-diametro(ind) to ant-diametro
               move tb-mes-qtd(ind)      to ant-qtd
               move tb-mes-valor(ind)    to ant-valor
               move tb-mes-meias(ind)    to ant-meias
               write reg-mes-ant
           end-if
           add 1 to ind
               move tb-mes-diametro(ind) to mes-diametro
               move tb-mes-qtd(ind)      to mes-qtd
               move tb-mes-valor(ind)    to mes-valor
               move tb-mes-meias(ind)    to mes-meias
               write reg-mes
               add 1 to registros-mantidos
           end-if
