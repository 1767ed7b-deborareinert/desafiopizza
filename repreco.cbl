      *Divisão de identificação do programa
      *Proposta de reajuste por margem alvo: calcula o custo de cada
      *pizza de CADPIZZA pelas receitas RECPIZZA x INGPIZZA, compara
      *a margem com a margem alvo da classe de ICMS em MRGPIZZA e,
      *para cada pizza abaixo do alvo, propoe um novo preco
      *arredondado para os finais da casa (,90 ou ,00), mostrando o
      *preco/cm2 com ICMS atual e proposto contra o concorrente mais
      *barato de CONPIZZA. As propostas aprovadas sao gravadas no
      *formato ENTPIZZA, para entrarem pela carga em lote normal do
      *pizza com historico, log e rejeitos como qualquer alteracao
       identification division.
       program-id. "repreco".
       author. "Débora Reinert".
       installation. "PC".
       date-written. 09/07/2020.
       date-compiled. 09/07/2020.



      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select cadastro-pizza assign to "CADPIZZA"
               organization is indexed
               access mode is dynamic
               record key is cad-chave
               file status is status-cad.
           select ingredientes assign to "INGPIZZA"
               organization is line sequential
               file status is status-ing.
           select receitas assign to "RECPIZZA"
               organization is line sequential
               file status is status-rec.
           select concorrencia assign to "CONPIZZA"
               organization is line sequential
               file status is status-con.
           select tabela-icms assign to "TAXPIZZA"
               organization is line sequential
               file status is status-tax.
           select margens-alvo assign to "MRGPIZZA"
               organization is line sequential
               file status is status-mrg.
           select entrada-pizzas assign to "ENTPIZZA"
               organization is line sequential
               file status is status-ent.
           select relatorio-reajuste assign to "RELREPRE"
               organization is line sequential
               file status is status-relr.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
       fd  cadastro-pizza.
       01  reg-cadastro.
           05 cad-chave.
              10 cad-nome                           pic x(15).
              10 cad-diametro                       pic 9(3).
           05 cad-preco                             pic 9(3)v99.
           05 cad-aliquota                          pic 9(2)v99.
           05 cad-classe                            pic x(2).

       fd  ingredientes.
       01  reg-ingrediente.
           05 ing-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 ing-custo                             pic 9(3)v99.
           05 filler                                pic x(1)
              value space.
           05 ing-unidade                           pic x(5).

       fd  receitas.
       01  reg-receita.
           05 rec-pizza                             pic x(15).
           05 filler                                pic x(1)
              value space.
           05 rec-diametro                          pic 9(3).
           05 filler                                pic x(1)
              value space.
           05 rec-ingrediente                       pic x(15).
           05 filler                                pic x(1)
              value space.
           05 rec-quantidade                        pic 9(3)v999.

       fd  concorrencia.
       01  reg-concorrente.
           05 con-pizzaria                          pic x(15).
           05 filler                                pic x(1)
              value space.
           05 con-nome                              pic x(15).
           05 filler                                pic x(1)
              value space.
           05 con-diametro                          pic 9(3).
           05 filler                                pic x(1)
              value space.
           05 con-preco                             pic 9(3)v99.

       fd  tabela-icms.
       01  reg-icms.
           05 tax-classe                            pic x(2).
           05 filler                                pic x(1)
              value space.
           05 tax-aliquota                          pic 9(2)v99.
           05 filler                                pic x(1)
              value space.
           05 tax-vigencia                          pic 9(8).

      *----Margem alvo (% sobre o preco de venda) por classe de
      *----ICMS; a classe SC vale para as pizzas sem classe
       fd  margens-alvo.
       01  reg-margem.
           05 mrg-classe                            pic x(2).
           05 filler                                pic x(1)
              value space.
           05 mrg-margem                            pic 9(2)v99.

      *----Mesmo layout do lote lido pelo pizza em carga-lote
       fd  entrada-pizzas.
       01  reg-entrada.
           05 ent-nome                              pic x(15).
           05 ent-diametro                          pic 9(3).
           05 ent-preco                             pic 9(3)v99.
           05 ent-aliquota                          pic 9(2)v99.

       fd  relatorio-reajuste.
       01  reg-relrepre                             pic x(100).


      *----Variaveis de trabalho
       working-storage section.

       77  max-pizzas                              pic 9(3) value 60.
       77  qtd-pizzas                              pic 9(3).

       01  tab-pizza  occurs 1 to 60 times
                       depending on qtd-pizzas.
           05 tb-piz-nome                          pic x(15).
           05 tb-piz-diametro                      pic 9(3).
           05 tb-piz-preco                         pic 9(3)v99.
           05 tb-piz-aliquota                      pic 9(2)v99.
           05 tb-piz-classe                        pic x(2).
           05 tb-piz-custo                         pic 9(4)v99.
           05 tb-piz-margem-pct                    pic s9(3)v99.
           05 tb-piz-alvo                          pic 9(2)v99.
           05 tb-piz-situacao                      pic x(1).
              88 piz-sem-receita                   value "R".
              88 piz-sem-meta                      value "M".
              88 piz-no-alvo                       value "A".
              88 piz-abaixo                        value "B".
              88 piz-acima-limite                  value "L".
           05 tb-piz-proposto                      pic 9(3)v99.
           05 tb-piz-nova-margem                   pic s9(3)v99.
           05 tb-piz-aprovado                      pic x(1).

       77  max-ingredientes                        pic 9(3) value 100.
       77  qtd-ingredientes                        pic 9(3).

       01  tab-ingrediente  occurs 1 to 100 times
                             depending on qtd-ingredientes.
           05 tb-ing-nome                          pic x(15).
           05 tb-ing-custo                         pic 9(3)v99.

       77  max-receitas                            pic 9(3) value 300.
       77  qtd-receitas                            pic 9(3).

       01  tab-receita  occurs 1 to 300 times
                         depending on qtd-receitas.
           05 tb-rec-pizza                         pic x(15).
           05 tb-rec-diametro                      pic 9(3).
           05 tb-rec-ingrediente                   pic x(15).
           05 tb-rec-quantidade                    pic 9(3)v999.

       77  max-concorrentes                        pic 9(3) value 120.
       77  qtd-concorrentes                        pic 9(3).

       01  tab-concorrente  occurs 1 to 120 times
                             depending on qtd-concorrentes.
           05 tb-con-pizzaria                      pic x(15).
           05 tb-con-nome                          pic x(15).
           05 tb-con-preco-cm2                     pic 9(4)v99.

       77  max-taxas                               pic 9(2) value 20.
       77  qtd-taxas                               pic 9(2).

       01  tab-taxa  occurs 1 to 20 times
                      depending on qtd-taxas.
           05 tb-tax-classe                        pic x(2).
           05 tb-tax-aliquota                      pic 9(2)v99.
           05 tb-tax-vigencia                      pic 9(8).

       77  max-margens                             pic 9(2) value 20.
       77  qtd-margens                             pic 9(2).

       01  tab-margem  occurs 1 to 20 times
                        depending on qtd-margens.
           05 tb-mrg-classe                        pic x(2).
           05 tb-mrg-margem                        pic 9(2)v99.

       77  ind                                     pic 9(3).
       77  ind-rec                                 pic 9(3).
       77  ind-ing                                 pic 9(3).
       77  ind-con                                 pic 9(3).
       77  ind-tax                                 pic 9(2).
       77  ind-mrg                                 pic 9(2).
       77  indice-ingrediente                      pic 9(3).
       77  indice-melhor-conc                      pic 9(3).
       77  indice-taxa                             pic 9(2).
       77  indice-margem                           pic 9(2).
       77  status-cad                              pic x(2).
       77  status-ing                              pic x(2).
       77  status-rec                              pic x(2).
       77  status-con                              pic x(2).
       77  status-tax                              pic x(2).
       77  status-mrg                              pic x(2).
       77  status-ent                              pic x(2).
       77  status-relr                             pic x(2).
       77  data-hoje                               pic 9(8).
       77  classe-informada                        pic x(2).
       77  classe-margem                           pic x(2).
       77  con-raio                                pic 9(3).
       77  con-area                                pic 9(5).
       77  raio-calc                               pic 9(3).
       77  area-calc                               pic 9(5).
       77  preco-calc                              pic 9(3)v99.
       77  preco-cm2-calc                          pic 9(4)v99.
       77  preco-cm2-icms-calc                     pic 9(4)v99.
       77  cm2-atual                               pic 9(4)v99.
       77  cm2-proposto                            pic 9(4)v99.
       77  melhor-conc                             pic 9(4)v99.
       77  dif-conc                                pic s9(4)v99.
       77  preco-necessario                        pic 9(5)v999.
       77  reais-necessario                        pic 9(5).
       77  centavos-necessario                     pic 9v999.
       77  preco-arredondado                       pic 9(5)v99.
       77  resposta-aprova                         pic x(1).
       77  resposta-substitui                      pic x(1).
       77  registros-lote                          pic 9(5).
       77  qtd-abaixo                              pic 9(3).
       77  qtd-aprovadas                           pic 9(3).
       77  qtd-sem-receita                         pic 9(3).
       77  qtd-sem-meta                            pic 9(3).
       77  qtd-acima-limite                        pic 9(3).
       77  nome-pizzaria                           pic x(30)
           value "PIZZARIA DEBORA REINERT".
       77  linha-relrepre                          pic x(100).
       77  dia-edt                                 pic x(2).
       77  mes-edt                                 pic x(2).
       77  ano-edt                                 pic x(4).
       77  data-formatada                          pic x(10).
       77  classe-edt                              pic x(2).
       77  preco-edt                               pic zz9,99.
       77  proposto-edt                            pic zz9,99.
       77  custo-edt                               pic zzz9,99.
       77  margem-pct-edt                          pic +zz9,99.
       77  nova-margem-edt                         pic +zz9,99.
       77  alvo-edt                                pic z9,99.
       77  cm2-atual-edt                           pic zzz9,99.
       77  cm2-proposto-edt                        pic zzz9,99.
       77  con-cm2-edt                             pic zzz9,99.
       77  dif-conc-edt                            pic +zzz9,99.
       77  qtd-edt                                 pic zz9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Carrega o cadastro, as receitas, os custos, a concorrencia,
      * as aliquotas e as margens alvo
       inicializa section.
           move 0 to qtd-pizzas
           move 0 to qtd-abaixo
           move 0 to qtd-aprovadas
           move 0 to qtd-sem-receita
           move 0 to qtd-sem-meta
           move 0 to qtd-acima-limite
           accept data-hoje from date yyyymmdd

           open input margens-alvo
           if status-mrg <> "00"
               display "Arquivo MRGPIZZA com as margens alvo nao "
                   "encontrado"
               stop run
           end-if
           move 0 to qtd-margens
           perform le-margem until status-mrg <> "00"
           close margens-alvo

           open input cadastro-pizza
           if status-cad <> "00"
               display "Cadastro CADPIZZA nao encontrado"
               stop run
           end-if

           move low-value to cad-chave
           start cadastro-pizza key is >= cad-chave
               invalid key move "10" to status-cad
           end-start

           if status-cad = "00"
               perform carrega-cadastro until status-cad <> "00"
           end-if
           close cadastro-pizza

           perform carrega-ingredientes
           perform carrega-receitas
           perform carrega-concorrencia
           perform carrega-taxas
           .
       inicializa-exit.
           exit.

       le-margem section.
           read margens-alvo
               at end
                   move "10" to status-mrg
               not at end
                   if qtd-margens >= max-margens
                       display "Limite de margens alvo excedido"
                       move "10" to status-mrg
                   else
                       if mrg-margem is not numeric
                          or mrg-margem = 0
                           display "Margem alvo invalida em MRGPIZZA: "
                               mrg-classe
                       else
                           add 1 to qtd-margens
                           move mrg-classe to
                               tb-mrg-classe(qtd-margens)
                           move mrg-margem to
                               tb-mrg-margem(qtd-margens)
                       end-if
                   end-if
           end-read
           .
       le-margem-exit.
           exit.

       carrega-cadastro section.
           read cadastro-pizza next record
               at end
                   move "10" to status-cad
               not at end
                   if qtd-pizzas >= max-pizzas
                       display "Cadastro mestre excede o limite de 60"
                       move "10" to status-cad
                   else
                       if cad-diametro is not numeric
                          or cad-diametro < 2
                          or cad-preco is not numeric
                          or cad-preco = 0
                          or cad-aliquota is not numeric
                           display "Registro invalido em CADPIZZA: "
                               cad-nome
                       else
                           add 1 to qtd-pizzas
                           move cad-nome     to tb-piz-nome(qtd-pizzas)
                           move cad-diametro to
                               tb-piz-diametro(qtd-pizzas)
                           move cad-preco    to
                               tb-piz-preco(qtd-pizzas)
                           move cad-aliquota to
                               tb-piz-aliquota(qtd-pizzas)
                           move cad-classe   to
                               tb-piz-classe(qtd-pizzas)
                           move "N" to tb-piz-aprovado(qtd-pizzas)
                       end-if
                   end-if
           end-read
           .
       carrega-cadastro-exit.
           exit.

       carrega-ingredientes section.
           move 0 to qtd-ingredientes
           open input ingredientes
           if status-ing <> "00"
               display "Arquivo INGPIZZA ausente, sem calculo de custo"
           else
               perform le-ingrediente until status-ing <> "00"
               close ingredientes
           end-if
           .
       carrega-ingredientes-exit.
           exit.

       le-ingrediente section.
           read ingredientes
               at end
                   move "10" to status-ing
               not at end
                   if qtd-ingredientes >= max-ingredientes
                       display "Limite de ingredientes excedido"
                       move "10" to status-ing
                   else
                       if ing-custo is not numeric
                           display "Ingrediente invalido em INGPIZZA: "
                               ing-nome
                       else
                           add 1 to qtd-ingredientes
                           move ing-nome    to
                               tb-ing-nome(qtd-ingredientes)
                           move ing-custo   to
                               tb-ing-custo(qtd-ingredientes)
                       end-if
                   end-if
           end-read
           .
       le-ingrediente-exit.
           exit.

       carrega-receitas section.
           move 0 to qtd-receitas
           open input receitas
           if status-rec <> "00"
               display "Arquivo RECPIZZA ausente, sem calculo de custo"
           else
               perform le-receita until status-rec <> "00"
               close receitas
           end-if
           .
       carrega-receitas-exit.
           exit.

       le-receita section.
           read receitas
               at end
                   move "10" to status-rec
               not at end
                   if qtd-receitas >= max-receitas
                       display "Limite de receitas excedido"
                       move "10" to status-rec
                   else
                       if rec-quantidade is not numeric
                          or rec-diametro is not numeric
                           display "Receita invalida em RECPIZZA: "
                               rec-pizza
                       else
                           add 1 to qtd-receitas
                           move rec-pizza       to
                               tb-rec-pizza(qtd-receitas)
                           move rec-diametro    to
                               tb-rec-diametro(qtd-receitas)
                           move rec-ingrediente to
                               tb-rec-ingrediente(qtd-receitas)
                           move rec-quantidade  to
                               tb-rec-quantidade(qtd-receitas)
                       end-if
                   end-if
           end-read
           .
       le-receita-exit.
           exit.

      * Concorrentes com o preco/cm2 ja calculado, como no pizza
       carrega-concorrencia section.
           move 0 to qtd-concorrentes
           open input concorrencia
           if status-con <> "00"
               display "Arquivo CONPIZZA ausente, sem concorrencia"
           else
               perform le-concorrente until status-con <> "00"
               close concorrencia
           end-if
           .
       carrega-concorrencia-exit.
           exit.

       le-concorrente section.
           read concorrencia
               at end
                   move "10" to status-con
               not at end
                   if qtd-concorrentes >= max-concorrentes
                       display "Limite de concorrentes excedido"
                       move "10" to status-con
                   else
                       if con-diametro is not numeric
                          or con-diametro < 2
                          or con-preco is not numeric
                          or con-preco = 0
                           display "Concorrente invalido, ignorado: "
                               con-nome
                       else
                           add 1 to qtd-concorrentes
                           move con-pizzaria to
                               tb-con-pizzaria(qtd-concorrentes)
                           move con-nome     to
                               tb-con-nome(qtd-concorrentes)
                           compute con-raio = con-diametro / 2
                           compute con-area = 3,14
                               * (con-raio * con-raio)
                           compute tb-con-preco-cm2(qtd-concorrentes)
                               = con-preco / con-area
                       end-if
                   end-if
           end-read
           .
       le-concorrente-exit.
           exit.

       carrega-taxas section.
           move 0 to qtd-taxas
           open input tabela-icms
           if status-tax <> "00"
               display "Arquivo TAXPIZZA ausente, vale a aliquota do "
                   "cadastro"
           else
               perform le-taxa until status-tax <> "00"
               close tabela-icms
           end-if
           .
       carrega-taxas-exit.
           exit.

       le-taxa section.
           read tabela-icms
               at end
                   move "10" to status-tax
               not at end
                   if qtd-taxas >= max-taxas
                       display "Limite de classes de ICMS excedido"
                       move "10" to status-tax
                   else
                       if tax-aliquota is not numeric
                          or tax-vigencia is not numeric
                           display "Registro invalido em TAXPIZZA: "
                               tax-classe
                       else
                           add 1 to qtd-taxas
                           move tax-classe   to
                               tb-tax-classe(qtd-taxas)
                           move tax-aliquota to
                               tb-tax-aliquota(qtd-taxas)
                           move tax-vigencia to
                               tb-tax-vigencia(qtd-taxas)
                       end-if
                   end-if
           end-read
           .
       le-taxa-exit.
           exit.

       processamento section.
           if qtd-pizzas = 0
               display "Nenhuma pizza no cadastro"
           else
               move 1 to ind
               perform avalia-pizza until ind > qtd-pizzas
               perform gera-relatorio-reajuste
               if qtd-abaixo = 0
                   display "Todas as pizzas com custo estao na margem "
                       "alvo - nada a propor"
               else
                   move 1 to ind
                   perform aprova-proposta until ind > qtd-pizzas
                   if qtd-aprovadas = 0
                       display "Nenhuma proposta aprovada - ENTPIZZA "
                           "nao gerado"
                   else
                       perform grava-lote-reajuste
                   end-if
               end-if
           end-if
           .
       processamento-exit.
           exit.

      * Custo pela receita, margem atual e, abaixo da margem alvo da
      * classe, o preco que devolve a margem alvo arredondado para
      * cima no final ,90 ou ,00 seguinte
       avalia-pizza section.
           move 0 to tb-piz-custo(ind)
           move 1 to ind-rec
           perform soma-custo-receita until ind-rec > qtd-receitas

           if tb-piz-custo(ind) = 0
               move "R" to tb-piz-situacao(ind)
               add 1 to qtd-sem-receita
           else
               compute tb-piz-margem-pct(ind) rounded =
                   ((tb-piz-preco(ind) - tb-piz-custo(ind)) * 100)
                   / tb-piz-preco(ind)
               perform busca-margem
               if indice-margem = 0
                   move "M" to tb-piz-situacao(ind)
                   move 0   to tb-piz-alvo(ind)
                   add 1 to qtd-sem-meta
               else
                   move tb-mrg-margem(indice-margem) to
                       tb-piz-alvo(ind)
                   if tb-piz-margem-pct(ind) >= tb-piz-alvo(ind)
                       move "A" to tb-piz-situacao(ind)
                   else
                       perform calcula-proposta
                   end-if
               end-if
           end-if
           add 1 to ind
           .
       avalia-pizza-exit.
           exit.

       soma-custo-receita section.
           if tb-rec-pizza(ind-rec) = tb-piz-nome(ind)
              and tb-rec-diametro(ind-rec) = tb-piz-diametro(ind)
               perform busca-ingrediente
               if indice-ingrediente = 0
                   display "Ingrediente sem custo em INGPIZZA: "
                       tb-rec-ingrediente(ind-rec)
               else
                   compute tb-piz-custo(ind) rounded =
                       tb-piz-custo(ind)
                       + (tb-rec-quantidade(ind-rec)
                       * tb-ing-custo(indice-ingrediente))
               end-if
           end-if
           add 1 to ind-rec
           .
       soma-custo-receita-exit.
           exit.

       busca-ingrediente section.
           move 0 to indice-ingrediente
           move 1 to ind-ing
           perform until ind-ing > qtd-ingredientes
               if tb-ing-nome(ind-ing) =
                  tb-rec-ingrediente(ind-rec)
                   move ind-ing to indice-ingrediente
                   move qtd-ingredientes to ind-ing
               end-if
               add 1 to ind-ing
           end-perform
           .
       busca-ingrediente-exit.
           exit.

      *----Pizza sem classe procura a margem alvo da classe SC
       busca-margem section.
           if tb-piz-classe(ind) = spaces
               move "SC" to classe-margem
           else
               move tb-piz-classe(ind) to classe-margem
           end-if
           move 0 to indice-margem
           move 1 to ind-mrg
           perform until ind-mrg > qtd-margens
               if tb-mrg-classe(ind-mrg) = classe-margem
                   move ind-mrg to indice-margem
                   move qtd-margens to ind-mrg
               end-if
               add 1 to ind-mrg
           end-perform
           .
       busca-margem-exit.
           exit.

      * Preco necessario = custo / (1 - alvo); os centavos sobem
      * para ,90 e, passando de ,90, para o real seguinte
       calcula-proposta section.
           compute preco-necessario =
               (tb-piz-custo(ind) * 100) / (100 - tb-piz-alvo(ind))
           move preco-necessario to reais-necessario
           compute centavos-necessario =
               preco-necessario - reais-necessario

           if centavos-necessario = 0
               move reais-necessario to preco-arredondado
           else
               if centavos-necessario <= 0,9
                   compute preco-arredondado = reais-necessario + 0,9
               else
                   compute preco-arredondado = reais-necessario + 1
               end-if
           end-if

           if preco-arredondado > 999,99
               move "L" to tb-piz-situacao(ind)
               move 0   to tb-piz-proposto(ind)
               add 1 to qtd-acima-limite
           else
               move "B" to tb-piz-situacao(ind)
               move preco-arredondado to tb-piz-proposto(ind)
               compute tb-piz-nova-margem(ind) rounded =
                   ((tb-piz-proposto(ind) - tb-piz-custo(ind)) * 100)
                   / tb-piz-proposto(ind)
               add 1 to qtd-abaixo
           end-if
           .
       calcula-proposta-exit.
           exit.

      * Aliquota que a carga vai aplicar: a vigente hoje da classe
      * em TAXPIZZA ou, sem ela, a do cadastro
       resolve-aliquota section.
           move tb-piz-classe(ind) to classe-informada
           move 0 to indice-taxa
           if classe-informada not = spaces
               move 1 to ind-tax
               perform until ind-tax > qtd-taxas
                   if tb-tax-classe(ind-tax) = classe-informada
                      and tb-tax-vigencia(ind-tax) <= data-hoje
                       if indice-taxa = 0
                          or tb-tax-vigencia(ind-tax) >
                             tb-tax-vigencia(indice-taxa)
                           move ind-tax to indice-taxa
                       end-if
                   end-if
                   add 1 to ind-tax
               end-perform
           end-if
           if indice-taxa not = 0
               move tb-tax-aliquota(indice-taxa) to
                   tb-piz-aliquota(ind)
           end-if
           .
       resolve-aliquota-exit.
           exit.

      * Preco/cm2 com ICMS do preco em preco-calc, pela mesma conta
      * do precocm2 do pizza
       calcula-cm2 section.
           compute raio-calc = tb-piz-diametro(ind) / 2
           compute area-calc = 3,14 * (raio-calc * raio-calc)
           compute preco-cm2-calc = preco-calc / area-calc
           compute preco-cm2-icms-calc rounded =
               preco-cm2-calc * (1 + (tb-piz-aliquota(ind) / 100))
           .
       calcula-cm2-exit.
           exit.

      * Concorrente mais barato (menor preco/cm2) do mesmo sabor
       acha-melhor-concorrente section.
           move 0 to indice-melhor-conc
           move 0 to melhor-conc
           move 1 to ind-con
           perform until ind-con > qtd-concorrentes
               if tb-con-nome(ind-con) = tb-piz-nome(ind)
                   if indice-melhor-conc = 0
                      or tb-con-preco-cm2(ind-con) < melhor-conc
                       move ind-con to indice-melhor-conc
                       move tb-con-preco-cm2(ind-con)
                           to melhor-conc
                   end-if
               end-if
               add 1 to ind-con
           end-perform
           .
       acha-melhor-concorrente-exit.
           exit.

       gera-relatorio-reajuste section.
           open output relatorio-reajuste

           move data-hoje(7:2) to dia-edt
           move data-hoje(5:2) to mes-edt
           move data-hoje(1:4) to ano-edt
           move space to data-formatada
           string dia-edt delimited by size
                  "/"     delimited by size
                  mes-edt delimited by size
                  "/"     delimited by size
                  ano-edt delimited by size
               into data-formatada

           move space to linha-relrepre
           string nome-pizzaria                  delimited by size
                  "   REAJUSTE POR MARGEM ALVO " delimited by size
                  data-formatada                 delimited by size
               into linha-relrepre
           perform escreve-linha

           move space to linha-relrepre
           string "PIZZA           "   delimited by size
                  "DIA "               delimited by size
                  "CL "                delimited by size
                  " PRECO "            delimited by size
                  "  CUSTO "           delimited by size
                  " MARGEM%"           delimited by size
                  " ALVO%"             delimited by size
                  " PROPOSTO"          delimited by size
                  " NOVA MG%"          delimited by size
               into linha-relrepre
           perform escreve-linha

           move space to linha-relrepre
           string "                    "       delimited by size
                  "CM2 C/ICMS ATUAL  PROPOSTO  " delimited by size
                  "CONCORRENTE MAIS BARATO  CM2 CONC  DIF%"
                                               delimited by size
               into linha-relrepre
           perform escreve-linha

           move 1 to ind
           perform escreve-linha-pizza until ind > qtd-pizzas

           move space to linha-relrepre
           perform escreve-linha

           move qtd-abaixo to qtd-edt
           move space to linha-relrepre
           string "ABAIXO DA MARGEM ALVO.....: " delimited by size
                  qtd-edt                        delimited by size
               into linha-relrepre
           perform escreve-linha

           if qtd-acima-limite > 0
               move qtd-acima-limite to qtd-edt
               move space to linha-relrepre
               string "PRECO ACIMA DE 999,99.....: " delimited by size
                      qtd-edt                        delimited by size
                      "  (SEM PROPOSTA)"            delimited by size
                   into linha-relrepre
               perform escreve-linha
           end-if

           if qtd-sem-meta > 0
               move qtd-sem-meta to qtd-edt
               move space to linha-relrepre
               string "CLASSE SEM MARGEM ALVO....: " delimited by size
                      qtd-edt                        delimited by size
                   into linha-relrepre
               perform escreve-linha
           end-if

           if qtd-sem-receita > 0
               move qtd-sem-receita to qtd-edt
               move space to linha-relrepre
               string "SEM RECEITA OU SEM CUSTO..: " delimited by size
                      qtd-edt                        delimited by size
                   into linha-relrepre
               perform escreve-linha
           end-if

           close relatorio-reajuste
           display "Proposta de reajuste gravada em RELREPRE"
           .
       gera-relatorio-reajuste-exit.
           exit.

      * So as pizzas abaixo da margem alvo entram no relatorio, com
      * uma segunda linha mostrando o efeito no preco/cm2 com ICMS
       escreve-linha-pizza section.
           if piz-abaixo(ind) or piz-acima-limite(ind)
               move tb-piz-preco(ind)       to preco-edt
               move tb-piz-custo(ind)       to custo-edt
               move tb-piz-margem-pct(ind)  to margem-pct-edt
               move tb-piz-alvo(ind)        to alvo-edt
               move tb-piz-proposto(ind)    to proposto-edt
               move tb-piz-nova-margem(ind) to nova-margem-edt
               if tb-piz-classe(ind) = spaces
                   move "SC" to classe-edt
               else
                   move tb-piz-classe(ind) to classe-edt
               end-if

               move space to linha-relrepre
               if piz-abaixo(ind)
                   string tb-piz-nome(ind)     delimited by size
                          " "                  delimited by size
                          tb-piz-diametro(ind) delimited by size
                          " "                  delimited by size
                          classe-edt           delimited by size
                          " "                  delimited by size
                          preco-edt            delimited by size
                          " "                  delimited by size
                          custo-edt            delimited by size
                          " "                  delimited by size
                          margem-pct-edt       delimited by size
                          " "                  delimited by size
                          alvo-edt             delimited by size
                          "   "                delimited by size
                          proposto-edt         delimited by size
                          "  "                 delimited by size
                          nova-margem-edt      delimited by size
                       into linha-relrepre
               else
                   string tb-piz-nome(ind)     delimited by size
                          " "                  delimited by size
                          tb-piz-diametro(ind) delimited by size
                          " "                  delimited by size
                          classe-edt           delimited by size
                          " "                  delimited by size
                          preco-edt            delimited by size
                          " "                  delimited by size
                          custo-edt            delimited by size
                          " "                  delimited by size
                          margem-pct-edt       delimited by size
                          " "                  delimited by size
                          alvo-edt             delimited by size
                          "   ACIMA DO LIMITE" delimited by size
                       into linha-relrepre
               end-if
               perform escreve-linha

               if piz-abaixo(ind)
                   perform resolve-aliquota
                   move tb-piz-preco(ind) to preco-calc
                   perform calcula-cm2
                   move preco-cm2-icms-calc to cm2-atual
                   move tb-piz-proposto(ind) to preco-calc
                   perform calcula-cm2
                   move preco-cm2-icms-calc to cm2-proposto
                   move cm2-atual    to cm2-atual-edt
                   move cm2-proposto to cm2-proposto-edt

                   perform acha-melhor-concorrente
                   move space to linha-relrepre
                   if indice-melhor-conc = 0 or melhor-conc = 0
                       string "                    " delimited by size
                              "         "            delimited by size
                              cm2-atual-edt          delimited by size
                              "   "                  delimited by size
                              cm2-proposto-edt       delimited by size
                              "  SEM CONCORRENTE"    delimited by size
                           into linha-relrepre
                   else
                       compute dif-conc rounded =
                           ((cm2-proposto - melhor-conc) * 100)
                           / melhor-conc
                       move melhor-conc to con-cm2-edt
                       move dif-conc    to dif-conc-edt
                       string "                    " delimited by size
                              "         "            delimited by size
                              cm2-atual-edt          delimited by size
                              "   "                  delimited by size
                              cm2-proposto-edt       delimited by size
                              "  "                   delimited by size
                              tb-con-pizzaria(indice-melhor-conc)
                                                     delimited by size
                              "          "           delimited by size
                              con-cm2-edt            delimited by size
                              " "                    delimited by size
                              dif-conc-edt           delimited by size
                           into linha-relrepre
                   end-if
                   perform escreve-linha
               end-if
           end-if
           add 1 to ind
           .
       escreve-linha-pizza-exit.
           exit.

      * Cada proposta e aprovada ou recusada no console; so as
      * aprovadas seguem para o lote
       aprova-proposta section.
           if piz-abaixo(ind)
               move tb-piz-preco(ind)    to preco-edt
               move tb-piz-proposto(ind) to proposto-edt
               display tb-piz-nome(ind) " " tb-piz-diametro(ind)
                   " de " preco-edt " para " proposto-edt
               display "Aprova o novo preco? (S/N)"
               accept resposta-aprova
               if resposta-aprova = "S" or resposta-aprova = "s"
                   move "S" to tb-piz-aprovado(ind)
                   add 1 to qtd-aprovadas
               end-if
           end-if
           add 1 to ind
           .
       aprova-proposta-exit.
           exit.

      * Grava as propostas aprovadas em ENTPIZZA; um lote que ainda
      * esta la so e substituido com a confirmacao do operador
       grava-lote-reajuste section.
           move 0 to registros-lote
           open input entrada-pizzas
           if status-ent = "00"
               perform conta-lote until status-ent <> "00"
               close entrada-pizzas
           end-if

           move "S" to resposta-substitui
           if registros-lote > 0
               display "ENTPIZZA ja tem " registros-lote
                   " registro(s) - substituir pelo reajuste? (S/N)"
               accept resposta-substitui
           end-if

           if resposta-substitui not = "S"
              and resposta-substitui not = "s"
               display "Lote de reajuste nao gravado"
           else
               open output entrada-pizzas
               move 1 to ind
               perform until ind > qtd-pizzas
                   if tb-piz-aprovado(ind) = "S"
                       move tb-piz-nome(ind)     to ent-nome
                       move tb-piz-diametro(ind) to ent-diametro
                       move tb-piz-proposto(ind) to ent-preco
                       move tb-piz-aliquota(ind) to ent-aliquota
                       write reg-entrada
                   end-if
                   add 1 to ind
               end-perform
               close entrada-pizzas

               move qtd-aprovadas to qtd-edt
               display qtd-edt " proposta(s) gravada(s) em ENTPIZZA "
                   "para a carga em lote do pizza"
           end-if
           .
       grava-lote-reajuste-exit.
           exit.

       conta-lote section.
           read entrada-pizzas
               at end
                   move "10" to status-ent
               not at end
                   add 1 to registros-lote
           end-read
           .
       conta-lote-exit.
           exit.

       escreve-linha section.
           write reg-relrepre from linha-relrepre
           display linha-relrepre
           .
       escreve-linha-exit.
           exit.

       finaliza section.
           display "Fim da operação"
           stop run
           .
       finaliza-exit.
           exit.
