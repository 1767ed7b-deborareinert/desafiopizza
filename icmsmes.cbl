      *Divisão de identificação do programa
      *Apuracao mensal de ICMS sobre as vendas apropriadas: le o
      *historico diario DIAPIZZA do periodo, acha a classe de cada
      *pizza em CADPIZZA e a aliquota em vigor na data da venda pela
      *tabela TAXPIZZA (reajuste no meio do mes separa o grupo),
      *grava em RELICMS a receita tributavel e o ICMS devido por
      *classe e aliquota e gera EXPICMS, arquivo de layout fixo com
      *registro de cabecalho e de totais de controle para o
      *escritorio de contabilidade importar. Os itens de ITEPIZZA
      *(diametro zero no historico) entram pela classe do cadastro
      *de itens; item sem vigencia para a classe fica sem ICMS e e
      *contado a parte no rodape
       identification division.
       program-id. "icmsmes".
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
           select itens assign to "ITEPIZZA"
               organization is line sequential
               file status is status-itm.
           select tabela-icms assign to "TAXPIZZA"
               organization is line sequential
               file status is status-tax.
           select historico-diario assign to "DIAPIZZA"
               organization is line sequential
               file status is status-dia.
           select relatorio-icms assign to "RELICMS"
               organization is line sequential
               file status is status-reli.
           select exportacao-icms assign to "EXPICMS"
               organization is line sequential
               file status is status-exp.
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

       fd  itens.
       01  reg-item.
           05 itm-codigo                            pic x(15).
           05 filler                                pic x(1).
           05 itm-tipo                              pic x(1).
           05 filler                                pic x(1).
           05 itm-preco                             pic 9(3)v99.
           05 filler                                pic x(1).
           05 itm-classe                            pic x(2).
           05 filler                                pic x(1).
           05 itm-estoque                           pic x(1).
           05 filler                                pic x(1).
           05 itm-ingrediente                       pic x(15).
           05 filler                                pic x(1).
           05 itm-quantidade                        pic 9(3)v999.
           05 filler                                pic x(1).
           05 itm-custo                             pic 9(3)v99.

       fd  tabela-icms.
       01  reg-icms.
           05 tax-classe                            pic x(2).
           05 filler                                pic x(1).
           05 tax-aliquota                          pic 9(2)v99.
           05 filler                                pic x(1).
           05 tax-vigencia                          pic 9(8).

       fd  historico-diario.
       01  reg-diario.
           05 dia-data                              pic 9(8).
           05 filler                                pic x(1).
           05 dia-nome                              pic x(15).
           05 filler                                pic x(1).
           05 dia-diametro                          pic 9(3).
           05 filler                                pic x(1).
           05 dia-qtd                               pic 9(7).
           05 filler                                pic x(1).
           05 dia-valor                             pic 9(7)v99.
           05 filler                                pic x(1).
           05 dia-meias                             pic 9(7).

       fd  relatorio-icms.
       01  reg-relicms                              pic x(100).

      *----Layout fixo de 60 posicoes, sem separadores: cabecalho
      *----tipo 0, um detalhe tipo 1 por classe e aliquota e os
      *----totais de controle no registro tipo 9
       fd  exportacao-icms.
       01  reg-exportacao                           pic x(60).


      *----Variaveis de trabalho
       working-storage section.

       01  exportacao-cabecalho.
           05 filler                               pic x(1)
              value "0".
           05 exc-periodo                          pic 9(6).
           05 exc-data-geracao                     pic 9(8).
           05 exc-empresa                          pic x(30).
           05 filler                               pic x(15)
              value spaces.

       01  exportacao-detalhe.
           05 filler                               pic x(1)
              value "1".
           05 exd-classe                           pic x(2).
           05 exd-aliquota                         pic 9(2)v99.
           05 exd-data-inicial                     pic 9(8).
           05 exd-data-final                       pic 9(8).
           05 exd-base                             pic 9(11)v99.
           05 exd-icms                             pic 9(11)v99.
           05 filler                               pic x(11)
              value spaces.

       01  exportacao-rodape.
           05 filler                               pic x(1)
              value "9".
           05 ext-registros                        pic 9(5).
           05 ext-total-base                       pic 9(13)v99.
           05 ext-total-icms                       pic 9(13)v99.
           05 filler                               pic x(24)
              value spaces.

       77  max-pizzas                              pic 9(3) value 60.
       77  qtd-pizzas                              pic 9(3).

       01  tab-pizza  occurs 1 to 60 times
                       depending on qtd-pizzas.
           05 tb-piz-nome                          pic x(15).
           05 tb-piz-diametro                      pic 9(3).
           05 tb-piz-aliquota                      pic 9(2)v99.
           05 tb-piz-classe                        pic x(2).

       77  max-itens                               pic 9(3) value 60.
       77  qtd-itens                               pic 9(3).

       01  tab-item  occurs 1 to 60 times
                      depending on qtd-itens.
           05 tb-itm-codigo                        pic x(15).
           05 tb-itm-classe                        pic x(2).

       77  max-taxas                               pic 9(3) value 50.
       77  qtd-taxas                               pic 9(3).

       01  tab-taxa  occurs 1 to 50 times
                      depending on qtd-taxas.
           05 tb-tax-classe                        pic x(2).
           05 tb-tax-aliquota                      pic 9(2)v99.
           05 tb-tax-vigencia                      pic 9(8).

      *----Um grupo por classe + aliquota em vigor na data da venda
       77  max-grupos                              pic 9(3) value 100.
       77  qtd-grupos                              pic 9(3).

       01  tab-grupo  occurs 1 to 100 times
                       depending on qtd-grupos.
           05 tb-gru-classe                        pic x(2).
           05 tb-gru-aliquota                      pic 9(2)v99.
           05 tb-gru-data-inicial                  pic 9(8).
           05 tb-gru-data-final                    pic 9(8).
           05 tb-gru-base                          pic 9(11)v99.
           05 tb-gru-icms                          pic 9(11)v99.

       01  grupo-troca.
           05 tr-gru-classe                        pic x(2).
           05 tr-gru-aliquota                      pic 9(2)v99.
           05 tr-gru-data-inicial                  pic 9(8).
           05 tr-gru-data-final                    pic 9(8).
           05 tr-gru-base                          pic 9(11)v99.
           05 tr-gru-icms                          pic 9(11)v99.

       77  ind                                     pic 9(3).
       77  ind-tax                                 pic 9(3).
       77  ind-itm                                 pic 9(3).
       77  indice-item                             pic 9(3).
       77  status-itm                              pic x(2).
       77  ind-gru                                 pic 9(3).
       77  indice-pizza                            pic 9(3).
       77  indice-taxa                             pic 9(3).
       77  indice-grupo                            pic 9(3).
       77  controle                                pic x(10).
       77  status-cad                              pic x(2).
       77  status-tax                              pic x(2).
       77  status-dia                              pic x(2).
       77  status-reli                             pic x(2).
       77  status-exp                              pic x(2).
       77  data-sistema                            pic 9(8).
       77  periodo-digitado                        pic x(6).
       77  periodo-apuracao                        pic 9(6).
       77  classe-venda                            pic x(2).
       77  aliquota-venda                          pic 9(2)v99.
       77  registros-lidos                         pic 9(7).
       77  registros-periodo                       pic 9(7).
       77  registros-sem-cadastro                  pic 9(7).
       77  registros-sem-taxa                      pic 9(7).
       77  itens-sem-taxa                          pic 9(7).
       77  total-base                              pic 9(13)v99.
       77  total-icms                              pic 9(13)v99.
       77  nome-pizzaria                           pic x(30)
           value "PIZZARIA DEBORA REINERT".
       77  linha-relicms                           pic x(100).
       77  data-trabalho                           pic 9(8).
       77  dia-edt                                 pic x(2).
       77  mes-edt                                 pic x(2).
       77  ano-edt                                 pic x(4).
       77  data-formatada                          pic x(10).
       77  data-inicial-edt                        pic x(10).
       77  classe-edt                              pic x(2).
       77  aliquota-edt                            pic z9,99.
       77  base-edt                                pic zzzzzzzzz9,99.
       77  icms-edt                                pic zzzzzzzzz9,99.
       77  qtd-edt                                 pic zzzzzz9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Pergunta o periodo (branco assume o mes corrente) e carrega
      * o cadastro e a tabela de aliquotas
       inicializa section.
           move 0 to qtd-pizzas
           move 0 to qtd-taxas
           move 0 to qtd-itens
           move 0 to qtd-grupos
           move 0 to registros-lidos
           move 0 to registros-periodo
           move 0 to registros-sem-cadastro
           move 0 to registros-sem-taxa
           move 0 to itens-sem-taxa

           accept data-sistema from date yyyymmdd
           display "Informe o periodo de apuracao (AAAAMM, branco = "
               "mes corrente)"
           accept periodo-digitado
           if periodo-digitado = spaces
               move data-sistema(1:6) to periodo-apuracao
           else
               perform until periodo-digitado is numeric
                   display "Periodo invalido - informe AAAAMM"
                   accept periodo-digitado
               end-perform
               move periodo-digitado to periodo-apuracao
           end-if

           open input historico-diario
           if status-dia <> "00"
               display "Historico diario DIAPIZZA nao encontrado"
               stop run
           end-if
           close historico-diario

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

           open input itens
           if status-itm <> "00"
               display "Arquivo ITEPIZZA ausente, itens vendidos "
                   "saem fora do cadastro"
           else
               perform le-item until status-itm <> "00"
               close itens
           end-if

           open input tabela-icms
           if status-tax <> "00"
               display "Arquivo TAXPIZZA ausente, vale a aliquota do "
                   "cadastro"
           else
               perform le-taxa until status-tax <> "00"
               close tabela-icms
           end-if
           .
       inicializa-exit.
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
                       add 1 to qtd-pizzas
                       move cad-nome     to tb-piz-nome(qtd-pizzas)
                       move cad-diametro to
                           tb-piz-diametro(qtd-pizzas)
                       move cad-classe   to tb-piz-classe(qtd-pizzas)
                       if cad-aliquota is numeric
                           move cad-aliquota to
                               tb-piz-aliquota(qtd-pizzas)
                       else
                           move 0 to tb-piz-aliquota(qtd-pizzas)
                       end-if
                   end-if
           end-read
           .
       carrega-cadastro-exit.
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
                       add 1 to qtd-itens
                       move itm-codigo to tb-itm-codigo(qtd-itens)
                       move itm-classe to tb-itm-classe(qtd-itens)
                   end-if
           end-read
           .
       le-item-exit.
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
           open input historico-diario
           perform le-diario until status-dia <> "00"
           close historico-diario

           if qtd-grupos = 0
               display "Nenhuma venda no historico para o periodo "
                   periodo-apuracao
           else
               perform calcula-icms
               perform ordena-grupos
               perform gera-relatorio-icms
               perform gera-exportacao
           end-if
           .
       processamento-exit.
           exit.

      * Cada dia de venda do periodo cai no grupo da classe da
      * pizza e da aliquota em vigor naquela data
       le-diario section.
           read historico-diario
               at end
                   move "10" to status-dia
               not at end
                   add 1 to registros-lidos
                   if dia-data is numeric
                      and dia-data(1:6) = periodo-apuracao
                      and dia-valor is numeric
                       add 1 to registros-periodo
                       perform apura-aliquota-venda
                       perform acumula-grupo
                   end-if
           end-read
           .
       le-diario-exit.
           exit.

      *----Classe do cadastro e aliquota da TAXPIZZA vigente na data
      *----da venda; pizza sem classe, ou classe sem vigencia ate a
      *----data, fica com a aliquota digitada no cadastro. Pizza que
      *----saiu do cadastro nao tem classe conhecida e vai para o
      *----grupo "**", listado a parte para conferencia. Item de
      *----ITEPIZZA (diametro zero) usa a classe do cadastro de itens
      *----e, sem vigencia para ela, fica com aliquota zero (o item
      *----nao tem aliquota propria para cair)
       apura-aliquota-venda section.
           if dia-diametro = 0
               perform apura-aliquota-item
           else
               perform apura-aliquota-pizza
           end-if
           .
       apura-aliquota-venda-exit.
           exit.

       apura-aliquota-item section.
           move 0 to indice-item
           move 1 to ind-itm
           perform until ind-itm > qtd-itens
               if tb-itm-codigo(ind-itm) = dia-nome
                   move ind-itm to indice-item
                   move qtd-itens to ind-itm
               end-if
               add 1 to ind-itm
           end-perform

           move 0 to aliquota-venda
           if indice-item = 0
               add 1 to registros-sem-cadastro
               display "Venda de item fora do cadastro: " dia-nome
               move "**" to classe-venda
           else
               move tb-itm-classe(indice-item) to classe-venda
               perform busca-taxa
               if indice-taxa = 0
                   add 1 to itens-sem-taxa
               else
                   move tb-tax-aliquota(indice-taxa) to aliquota-venda
               end-if
           end-if
           .
       apura-aliquota-item-exit.
           exit.

       apura-aliquota-pizza section.
           move 0 to indice-pizza
           move 1 to ind
           perform until ind > qtd-pizzas
               if tb-piz-nome(ind) = dia-nome
                  and tb-piz-diametro(ind) = dia-diametro
                   move ind to indice-pizza
                   move qtd-pizzas to ind
               end-if
               add 1 to ind
           end-perform

           if indice-pizza = 0
               add 1 to registros-sem-cadastro
               display "Venda de pizza fora do cadastro: " dia-nome
                   " " dia-diametro
               move "**" to classe-venda
               move 0    to aliquota-venda
           else
               move tb-piz-classe(indice-pizza)   to classe-venda
               move tb-piz-aliquota(indice-pizza) to aliquota-venda
               if classe-venda not = spaces
                   perform busca-taxa
                   if indice-taxa = 0
                       add 1 to registros-sem-taxa
                   else
                       move tb-tax-aliquota(indice-taxa) to
                           aliquota-venda
                   end-if
               end-if
           end-if
           .
       apura-aliquota-pizza-exit.
           exit.

      * Aliquota da classe em classe-venda vigente em dia-data: a
      * linha da classe com a vigencia mais recente ate essa data
       busca-taxa section.
           move 0 to indice-taxa
           move 1 to ind-tax
           perform until ind-tax > qtd-taxas
               if tb-tax-classe(ind-tax) = classe-venda
                  and tb-tax-vigencia(ind-tax) <= dia-data
                   if indice-taxa = 0
                      or tb-tax-vigencia(ind-tax) >
                         tb-tax-vigencia(indice-taxa)
                       move ind-tax to indice-taxa
                   end-if
               end-if
               add 1 to ind-tax
           end-perform
           .
       busca-taxa-exit.
           exit.

       acumula-grupo section.
           move 0 to indice-grupo
           move 1 to ind-gru
           perform until ind-gru > qtd-grupos
               if tb-gru-classe(ind-gru) = classe-venda
                  and tb-gru-aliquota(ind-gru) = aliquota-venda
                   move ind-gru to indice-grupo
                   move qtd-grupos to ind-gru
               end-if
               add 1 to ind-gru
           end-perform

           if indice-grupo = 0
               if qtd-grupos >= max-grupos
                   display "Limite de grupos de ICMS excedido"
               else
                   add 1 to qtd-grupos
                   move qtd-grupos     to indice-grupo
                   move classe-venda   to tb-gru-classe(indice-grupo)
                   move aliquota-venda to
                       tb-gru-aliquota(indice-grupo)
                   move dia-data to tb-gru-data-inicial(indice-grupo)
                   move dia-data to tb-gru-data-final(indice-grupo)
                   move 0 to tb-gru-base(indice-grupo)
                   move 0 to tb-gru-icms(indice-grupo)
               end-if
           end-if

           if indice-grupo not = 0
               add dia-valor to tb-gru-base(indice-grupo)
               if dia-data < tb-gru-data-inicial(indice-grupo)
                   move dia-data to tb-gru-data-inicial(indice-grupo)
               end-if
               if dia-data > tb-gru-data-final(indice-grupo)
                   move dia-data to tb-gru-data-final(indice-grupo)
               end-if
           end-if
           .
       acumula-grupo-exit.
           exit.

      * ICMS devido do grupo: receita tributavel vezes a aliquota
       calcula-icms section.
           move 0 to total-base
           move 0 to total-icms
           move 1 to ind-gru
           perform until ind-gru > qtd-grupos
               compute tb-gru-icms(ind-gru) rounded =
                   tb-gru-base(ind-gru) * tb-gru-aliquota(ind-gru)
                   / 100
               add tb-gru-base(ind-gru) to total-base
               add tb-gru-icms(ind-gru) to total-icms
               add 1 to ind-gru
           end-perform
           .
       calcula-icms-exit.
           exit.

      * Ordena por classe e, dentro da classe, por data de inicio,
      * para o reajuste do meio do mes sair na ordem em que vigorou
       ordena-grupos section.
           move "trocou" to controle
           perform until controle <> "trocou"
               move 1 to ind-gru
               move "n trocou" to controle

               perform until ind-gru >= qtd-grupos
                   if tb-gru-classe(ind-gru) >
                      tb-gru-classe(ind-gru + 1)
                      or (tb-gru-classe(ind-gru) =
                          tb-gru-classe(ind-gru + 1)
                      and tb-gru-data-inicial(ind-gru) >
                          tb-gru-data-inicial(ind-gru + 1))
                       move tab-grupo(ind-gru + 1) to grupo-troca
                       move tab-grupo(ind-gru) to
                           tab-grupo(ind-gru + 1)
                       move grupo-troca to tab-grupo(ind-gru)
                       move "trocou" to controle
                   end-if
                   add 1 to ind-gru
               end-perform
           end-perform
           .
       ordena-grupos-exit.
           exit.

       gera-relatorio-icms section.
           open output relatorio-icms

           move data-sistema to data-trabalho
           perform formata-data
           move space to linha-relicms
           string nome-pizzaria                  delimited by size
                  "   APURACAO DE ICMS "         delimited by size
                  periodo-apuracao(5:2)          delimited by size
                  "/"                            delimited by size
                  periodo-apuracao(1:4)          delimited by size
                  "   EMISSAO: "                 delimited by size
                  data-formatada                 delimited by size
               into linha-relicms
           perform escreve-linha

           move space to linha-relicms
           string "CLASSE  "             delimited by size
                  "ALIQ%  "              delimited by size
                  "VIGENCIA NO PERIODO       " delimited by size
                  "RECEITA TRIBUTAVEL  "  delimited by size
                  "   ICMS DEVIDO"       delimited by size
               into linha-relicms
           perform escreve-linha

           move 1 to ind-gru
           perform escreve-linha-grupo until ind-gru > qtd-grupos

           move space to linha-relicms
           perform escreve-linha

           move total-base to base-edt
           move total-icms to icms-edt
           move space to linha-relicms
           string "TOTAL DO PERIODO..................: "
                                           delimited by size
                  base-edt                 delimited by size
                  "  "                     delimited by size
                  icms-edt                 delimited by size
               into linha-relicms
           perform escreve-linha

           move registros-periodo to qtd-edt
           move space to linha-relicms
           string "DIAS X PIZZA APURADOS.: " delimited by size
                  qtd-edt                    delimited by size
               into linha-relicms
           perform escreve-linha

           if registros-sem-taxa > 0
               move registros-sem-taxa to qtd-edt
               move space to linha-relicms
               string "SEM VIGENCIA TAXPIZZA.: " delimited by size
                      qtd-edt                    delimited by size
                      "  (ALIQUOTA DO CADASTRO)" delimited by size
                   into linha-relicms
               perform escreve-linha
           end-if

           if itens-sem-taxa > 0
               move itens-sem-taxa to qtd-edt
               move space to linha-relicms
               string "ITENS SEM TAXPIZZA....: " delimited by size
                      qtd-edt                    delimited by size
                      "  (SEM ICMS)"             delimited by size
                   into linha-relicms
               perform escreve-linha
           end-if

           if registros-sem-cadastro > 0
               move registros-sem-cadastro to qtd-edt
               move space to linha-relicms
               string "FORA DO CADASTRO......: " delimited by size
                      qtd-edt                    delimited by size
                      "  (GRUPO **, SEM ICMS)"   delimited by size
                   into linha-relicms
               perform escreve-linha
           end-if

           close relatorio-icms
           display "Apuracao gravada em RELICMS"
           .
       gera-relatorio-icms-exit.
           exit.

       escreve-linha-grupo section.
           move tb-gru-data-inicial(ind-gru) to data-trabalho
           perform formata-data
           move data-formatada to data-inicial-edt
           move tb-gru-data-final(ind-gru) to data-trabalho
           perform formata-data

           if tb-gru-classe(ind-gru) = spaces
               move "SC" to classe-edt
           else
               move tb-gru-classe(ind-gru) to classe-edt
           end-if
           move tb-gru-aliquota(ind-gru) to aliquota-edt
           move tb-gru-base(ind-gru)     to base-edt
           move tb-gru-icms(ind-gru)     to icms-edt

           move space to linha-relicms
           string classe-edt         delimited by size
                  "      "           delimited by size
                  aliquota-edt       delimited by size
                  "  "               delimited by size
                  data-inicial-edt   delimited by size
                  " A "              delimited by size
                  data-formatada     delimited by size
                  "  "               delimited by size
                  base-edt           delimited by size
                  "  "               delimited by size
                  icms-edt           delimited by size
               into linha-relicms
           perform escreve-linha
           add 1 to ind-gru
           .
       escreve-linha-grupo-exit.
           exit.

      * EXPICMS para a contabilidade: cabecalho com o periodo, um
      * detalhe por classe e aliquota e o rodape com a quantidade
      * de detalhes e os totais, que o importador confere
       gera-exportacao section.
           open output exportacao-icms

           move periodo-apuracao to exc-periodo
           move data-sistema     to exc-data-geracao
           move nome-pizzaria    to exc-empresa
           write reg-exportacao from exportacao-cabecalho

           move 1 to ind-gru
           perform until ind-gru > qtd-grupos
               move tb-gru-classe(ind-gru)       to exd-classe
               move tb-gru-aliquota(ind-gru)     to exd-aliquota
               move tb-gru-data-inicial(ind-gru) to exd-data-inicial
               move tb-gru-data-final(ind-gru)   to exd-data-final
               move tb-gru-base(ind-gru)         to exd-base
               move tb-gru-icms(ind-gru)         to exd-icms
               write reg-exportacao from exportacao-detalhe
               add 1 to ind-gru
           end-perform

           move qtd-grupos to ext-registros
           move total-base to ext-total-base
           move total-icms to ext-total-icms
           write reg-exportacao from exportacao-rodape

           close exportacao-icms
           display "Arquivo para a contabilidade gravado em EXPICMS"
           .
       gera-exportacao-exit.
           exit.

       escreve-linha section.
           write reg-relicms from linha-relicms
           display linha-relicms
           .
       escreve-linha-exit.
           exit.

       formata-data section.
           move data-trabalho(7:2) to dia-edt
           move data-trabalho(5:2) to mes-edt
           move data-trabalho(1:4) to ano-edt
           move space to data-formatada
           string dia-edt delimited by size
                  "/"     delimited by size
                  mes-edt delimited by size
                  "/"     delimited by size
                  ano-edt delimited by size
               into data-formatada
           .
       formata-data-exit.
           exit.

       finaliza section.
           display "Fim da operação"
           stop run
           .
       finaliza-exit.
           exit.
