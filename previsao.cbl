      *Divisão de identificação do programa
      *Previsao de demanda do dia seguinte e lista de preparo da
      *cozinha: projeta as unidades de cada sabor + tamanho pela
      *media do mesmo dia da semana nas ultimas semanas do historico
      *diario DIAPIZZA, separando os dias com promocao PROPIZZA dos
      *dias normais; explode a previsao pelas receitas RECPIZZA em
      *massas por tamanho e ingredientes a preparar e confere com o
      *saldo ESTPIZZA, avisando o que vai faltar antes do movimento
       identification division.
       program-id. "previsao".
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
           select historico-diario assign to "DIAPIZZA"
               organization is line sequential
               file status is status-dia.
           select promocoes assign to "PROPIZZA"
               organization is line sequential
               file status is status-pro.
           select receitas assign to "RECPIZZA"
               organization is line sequential
               file status is status-rec.
           select estoque-ingrediente assign to "ESTPIZZA"
               organization is line sequential
               file status is status-est.
           select relatorio-previsao assign to "RELPREVI"
               organization is line sequential
               file status is status-relp.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
      *----Gravado pelo vendas: um registro por dia, sabor e tamanho
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

       fd  promocoes.
       01  reg-promocao.
           05 pro-nome                              pic x(15).
           05 filler                                pic x(1).
           05 pro-diametro                          pic 9(3).
           05 filler                                pic x(1).
           05 pro-dia-semana                        pic 9(1).
           05 filler                                pic x(1).
           05 pro-data-ini                          pic 9(8).
           05 filler                                pic x(1).
           05 pro-data-fim                          pic 9(8).
           05 filler                                pic x(1).
           05 pro-preco                             pic 9(3)v99.
           05 filler                                pic x(1).
           05 pro-percentual                        pic 9(2)v99.

       fd  receitas.
       01  reg-receita.
           05 rec-pizza                             pic x(15).
           05 filler                                pic x(1).
           05 rec-diametro                          pic 9(3).
           05 filler                                pic x(1).
           05 rec-ingrediente                       pic x(15).
           05 filler                                pic x(1).
           05 rec-quantidade                        pic 9(3)v999.

       fd  estoque-ingrediente.
       01  reg-estoque.
           05 est-nome                              pic x(15).
           05 filler                                pic x(1).
           05 est-quantidade                        pic 9(7)v999.
           05 filler                                pic x(1).
           05 est-unidade                           pic x(5).
           05 filler                                pic x(1).
           05 est-ponto                             pic 9(7)v999.

       fd  relatorio-previsao.
       01  reg-relprevi                             pic x(100).


      *----Variaveis de trabalho
       working-storage section.

      *----Datas do mesmo dia da semana nas semanas anteriores; dia
      *----sem nenhum registro no historico (casa fechada, feriado)
      *----nao entra na media
       77  max-semanas                             pic 9(2) value 12.
       77  qtd-semanas                             pic 9(2).

       01  tab-semana  occurs 1 to 12 times
                        depending on qtd-semanas.
           05 tb-sem-data                          pic 9(8).
           05 tb-sem-movimento                     pic x(1).

      *----Uma linha por sabor + tamanho vendido nas datas base, com
      *----as unidades de cada semana (meio a meio conta meia)
       77  max-previsoes                           pic 9(3) value 100.
       77  qtd-previsoes                           pic 9(3).

       01  tab-previsao  occurs 1 to 100 times
                          depending on qtd-previsoes.
           05 tb-prv-nome                          pic x(15).
           05 tb-prv-diametro                      pic 9(3).
           05 tb-prv-unidades  occurs 12 times     pic 9(5)v9.
           05 tb-prv-soma-normal                   pic 9(7)v9.
           05 tb-prv-semanas-normal                pic 9(2).
           05 tb-prv-soma-promo                    pic 9(7)v9.
           05 tb-prv-semanas-promo                 pic 9(2).
           05 tb-prv-promo-alvo                    pic x(1).
           05 tb-prv-previsto                      pic 9(5)v9.
           05 tb-prv-preparar                      pic 9(5).

       77  max-promocoes                           pic 9(3) value 60.
       77  qtd-promocoes                           pic 9(3).

       01  tab-promocao  occurs 1 to 60 times
                          depending on qtd-promocoes.
           05 tb-pro-nome                          pic x(15).
           05 tb-pro-diametro                      pic 9(3).
           05 tb-pro-dia-semana                    pic 9(1).
           05 tb-pro-data-ini                      pic 9(8).
           05 tb-pro-data-fim                      pic 9(8).

       77  max-receitas                            pic 9(3) value 300.
       77  qtd-receitas                            pic 9(3).

       01  tab-receita  occurs 1 to 300 times
                         depending on qtd-receitas.
           05 tb-rec-pizza                         pic x(15).
           05 tb-rec-diametro                      pic 9(3).
           05 tb-rec-ingrediente                   pic x(15).
           05 tb-rec-quantidade                    pic 9(3)v999.

      *----Saldo de cada ingrediente e quanto a previsao vai pedir;
      *----ingrediente de receita sem linha em ESTPIZZA entra com
      *----saldo zero e sai como falta. ESTPIZZA traz os ingredientes
      *----de INGPIZZA (100) e os itens de saldo proprio de ITEPIZZA
      *----(60)
       77  max-estoque                             pic 9(3) value 160.
       77  qtd-estoque                             pic 9(3).

       01  tab-estoque  occurs 1 to 160 times
                         depending on qtd-estoque.
           05 tb-est-nome                          pic x(15).
           05 tb-est-quantidade                    pic 9(7)v999.
           05 tb-est-unidade                       pic x(5).
           05 tb-est-necessario                    pic 9(7)v999.

       77  max-massas                              pic 9(2) value 20.
       77  qtd-massas                              pic 9(2).

       01  tab-massa  occurs 1 to 20 times
                       depending on qtd-massas.
           05 tb-mas-diametro                      pic 9(3).
           05 tb-mas-previsto                      pic 9(7)v9.
           05 tb-mas-bolas                         pic 9(7).

      *----Sem historico de promocao para o sabor, o dia de promocao
      *----vende este tanto a mais que o dia normal (e o inverso)
       77  fator-promocao                          pic 9v99 value 1,30.
       77  semanas-padrao                          pic 9(2) value 4.

       77  ind                                     pic 9(3).
       77  ind-sem                                 pic 9(2).
       77  ind-rec                                 pic 9(3).
       77  ind-est                                 pic 9(3).
       77  ind-pro                                 pic 9(3).
       77  ind-mas                                 pic 9(2).
       77  indice-semana                           pic 9(2).
       77  indice-previsao                         pic 9(3).
       77  indice-estoque                          pic 9(3).
       77  indice-promocao                         pic 9(3).
       77  indice-massa                            pic 9(2).
       77  status-dia                              pic x(2).
       77  status-pro                              pic x(2).
       77  status-rec                              pic x(2).
       77  status-est                              pic x(2).
       77  status-relp                             pic x(2).
       77  data-sistema                            pic 9(8).
       77  data-alvo                               pic 9(8).
       77  data-digitada                           pic x(8).
       77  semanas-movimento                       pic 9(2).
       77  data-valida                             pic x(1).
       77  unidades-dia                            pic 9(5)v9.
       77  media-normal                            pic 9(5)v9.
       77  media-promo                             pic 9(5)v9.
       77  consumo-previsto                        pic 9(7)v999.
       77  falta-quantidade                        pic 9(7)v999.
       77  ingredientes-falta                      pic 9(3).
       77  total-previsto                          pic 9(7)v9.
       77  total-preparar                          pic 9(7).

      *----Aritmetica de datas: dia seguinte e semanas anteriores
       77  data-calculo                            pic 9(8).
       77  ano-calc                                pic 9(4).
       77  mes-calc                                pic 9(2).
       77  dia-calc                                pic 9(2).
       77  dias-mes                                pic 9(2).
       77  quociente-calc                          pic 9(4).
       77  resto-4                                 pic 9(3).
       77  resto-100                               pic 9(3).
       77  resto-400                               pic 9(3).

       77  promo-nome                              pic x(15).
       77  promo-diametro                          pic 9(3).
       77  promo-data                              pic 9(8).
       77  dia-semana                              pic 9(1).
       77  dia-zeller                              pic 9(2).
       77  mes-zeller                              pic 9(2).
       77  ano-zeller                              pic 9(4).
       77  termo-zeller                            pic 9(4).
       77  soma-zeller                             pic 9(5).
       77  quociente-zeller                        pic 9(5).
       77  resto-zeller                            pic 9(1).
       77  nome-dia-semana                         pic x(13).

       77  linha-relprevi                          pic x(100).
       77  nome-pizzaria                           pic x(30)
           value "PIZZARIA DEBORA REINERT".
       77  dia-edt                                 pic x(2).
       77  mes-edt                                 pic x(2).
       77  ano-edt                                 pic x(4).
       77  data-formatada                          pic x(10).
       77  semanas-edt                             pic z9.
       77  media-normal-edt                        pic zzzz9,9.
       77  media-promo-edt                         pic zzzz9,9.
       77  previsto-edt                            pic zzzz9,9.
       77  preparar-edt                            pic zzzz9.
       77  bolas-edt                               pic zzzzzz9.
       77  necessario-edt                          pic zzzzzz9,999.
       77  saldo-edt                               pic zzzzzz9,999.
       77  falta-edt                               pic zzzzzz9,999.
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

      * Data da previsao (branco = amanha), quantas semanas de base
      * e carga das promocoes, receitas e saldos
       inicializa section.
           move 0 to qtd-semanas
           move 0 to qtd-previsoes
           move 0 to qtd-promocoes
           move 0 to qtd-receitas
           move 0 to qtd-estoque
           move 0 to qtd-massas

           open input historico-diario
           if status-dia <> "00"
               display "Historico diario DIAPIZZA nao encontrado"
               stop run
           end-if
           close historico-diario

           accept data-sistema from date yyyymmdd
           move data-sistema to data-calculo
           perform avanca-dia
           move data-calculo to data-alvo

           display "Informe a data da previsao (AAAAMMDD, branco = "
               "amanha)"
           move spaces to data-digitada
           accept data-digitada
           if data-digitada not = spaces
               perform valida-data-digitada
               perform until data-valida = "S"
                   display "Data invalida - informe AAAAMMDD"
                   move spaces to data-digitada
                   accept data-digitada
                   perform valida-data-digitada
               end-perform
               move data-digitada to data-alvo
           end-if

           display "Quantas semanas de historico (1 a 12, branco = 4)"
           accept qtd-semanas
           if qtd-semanas is not numeric or qtd-semanas = 0
              or qtd-semanas > max-semanas
               move semanas-padrao to qtd-semanas
           end-if

           perform monta-semanas
           perform carrega-promocoes
           perform carrega-receitas
           perform carrega-estoque
           .
       inicializa-exit.
           exit.

       valida-data-digitada section.
           move "N" to data-valida
           if data-digitada is numeric
               move data-digitada to data-calculo
               move data-calculo(1:4) to ano-calc
               move data-calculo(5:2) to mes-calc
               move data-calculo(7:2) to dia-calc
               if mes-calc >= 1 and mes-calc <= 12
                  and dia-calc >= 1
                   perform calcula-dias-mes
                   if dia-calc <= dias-mes
                       move "S" to data-valida
                   end-if
               end-if
           end-if
           .
       valida-data-digitada-exit.
           exit.

      * Mesmo dia da semana da data da previsao, uma, duas, ... N
      * semanas para tras
       monta-semanas section.
           move data-alvo to data-calculo
           move 1 to ind-sem
           perform until ind-sem > qtd-semanas
               perform retrocede-dia 7 times
               move data-calculo to tb-sem-data(ind-sem)
               move "N"          to tb-sem-movimento(ind-sem)
               add 1 to ind-sem
           end-perform
           .
       monta-semanas-exit.
           exit.

       processamento section.
           perform carrega-historico
           if semanas-movimento = 0
               display "Nenhum movimento no historico para as datas "
                   "base - previsao nao calculada"
           else
               perform calcula-previsoes
               perform explode-previsao
               perform gera-relatorio-previsao
           end-if
           .
       processamento-exit.
           exit.

      * Le o historico e guarda as unidades das datas base por
      * sabor + tamanho
       carrega-historico section.
           open input historico-diario
           perform le-diario until status-dia <> "00"
           close historico-diario

           move 0 to semanas-movimento
           move 1 to ind-sem
           perform until ind-sem > qtd-semanas
               if tb-sem-movimento(ind-sem) = "S"
                   add 1 to semanas-movimento
               end-if
               add 1 to ind-sem
           end-perform
           .
       carrega-historico-exit.
           exit.

       le-diario section.
           read historico-diario
               at end
                   move "10" to status-dia
               not at end
                   perform localiza-semana
                   if indice-semana not = 0
                      and dia-qtd is numeric
                      and dia-diametro is numeric
                      and dia-diametro > 0
                       move "S" to tb-sem-movimento(indice-semana)
                       if dia-meias is not numeric
                           move 0 to dia-meias
                       end-if
                       perform localiza-previsao
                       if indice-previsao not = 0
                           compute unidades-dia =
                               dia-qtd + (dia-meias / 2)
                           add unidades-dia to
                               tb-prv-unidades(indice-previsao,
                                               indice-semana)
                       end-if
                   end-if
           end-read
           .
       le-diario-exit.
           exit.

       localiza-semana section.
           move 0 to indice-semana
           move 1 to ind-sem
           perform until ind-sem > qtd-semanas
               if tb-sem-data(ind-sem) = dia-data
                   move ind-sem to indice-semana
                   move qtd-semanas to ind-sem
               end-if
               add 1 to ind-sem
           end-perform
           .
       localiza-semana-exit.
           exit.

      *----Sabor + tamanho ainda nao visto entra zerado em todas as
      *----semanas
       localiza-previsao section.
           move 0 to indice-previsao
           move 1 to ind
           perform until ind > qtd-previsoes
               if tb-prv-nome(ind) = dia-nome
                  and tb-prv-diametro(ind) = dia-diametro
                   move ind to indice-previsao
                   move qtd-previsoes to ind
               end-if
               add 1 to ind
           end-perform

           if indice-previsao = 0
               if qtd-previsoes >= max-previsoes
                   display "Limite de sabores na previsao: " dia-nome
               else
                   add 1 to qtd-previsoes
                   move qtd-previsoes to indice-previsao
                   move dia-nome     to tb-prv-nome(indice-previsao)
                   move dia-diametro to
                       tb-prv-diametro(indice-previsao)
                   move 1 to ind-sem
                   perform until ind-sem > max-semanas
                       move 0 to
                           tb-prv-unidades(indice-previsao, ind-sem)
                       add 1 to ind-sem
                   end-perform
               end-if
           end-if
           .
       localiza-previsao-exit.
           exit.

      * Media das semanas normais e das semanas em promocao de cada
      * sabor; a data da previsao em promocao usa a media de
      * promocao, senao a normal. Faltando um dos lados, o outro e
      * ajustado pelo fator de promocao
       calcula-previsoes section.
           move 1 to ind
           perform calcula-previsao-sabor until ind > qtd-previsoes
           .
       calcula-previsoes-exit.
           exit.

       calcula-previsao-sabor section.
           move 0 to tb-prv-soma-normal(ind)
           move 0 to tb-prv-semanas-normal(ind)
           move 0 to tb-prv-soma-promo(ind)
           move 0 to tb-prv-semanas-promo(ind)
           move tb-prv-nome(ind)     to promo-nome
           move tb-prv-diametro(ind) to promo-diametro

           move 1 to ind-sem
           perform until ind-sem > qtd-semanas
               if tb-sem-movimento(ind-sem) = "S"
                   move tb-sem-data(ind-sem) to promo-data
                   perform localiza-promocao
                   if indice-promocao = 0
                       add tb-prv-unidades(ind, ind-sem) to
                           tb-prv-soma-normal(ind)
                       add 1 to tb-prv-semanas-normal(ind)
                   else
                       add tb-prv-unidades(ind, ind-sem) to
                           tb-prv-soma-promo(ind)
                       add 1 to tb-prv-semanas-promo(ind)
                   end-if
               end-if
               add 1 to ind-sem
           end-perform

           move 0 to media-normal
           move 0 to media-promo
           if tb-prv-semanas-normal(ind) > 0
               compute media-normal rounded =
                   tb-prv-soma-normal(ind)
                   / tb-prv-semanas-normal(ind)
           end-if
           if tb-prv-semanas-promo(ind) > 0
               compute media-promo rounded =
                   tb-prv-soma-promo(ind)
                   / tb-prv-semanas-promo(ind)
           end-if

           move data-alvo to promo-data
           perform localiza-promocao
           if indice-promocao = 0
               move "N" to tb-prv-promo-alvo(ind)
               if tb-prv-semanas-normal(ind) > 0
                   move media-normal to tb-prv-previsto(ind)
               else
                   compute tb-prv-previsto(ind) rounded =
                       media-promo / fator-promocao
               end-if
           else
               move "S" to tb-prv-promo-alvo(ind)
               if tb-prv-semanas-promo(ind) > 0
                   move media-promo to tb-prv-previsto(ind)
               else
                   compute tb-prv-previsto(ind) rounded =
                       media-normal * fator-promocao
               end-if
           end-if

      *----A cozinha prepara pizza inteira: fracao arredonda para
      *----cima
           move tb-prv-previsto(ind) to tb-prv-preparar(ind)
           if tb-prv-preparar(ind) < tb-prv-previsto(ind)
               add 1 to tb-prv-preparar(ind)
           end-if
           add 1 to ind
           .
       calcula-previsao-sabor-exit.
           exit.

      * Explode as pizzas a preparar pelas receitas: massas por
      * tamanho e quantidade de cada ingrediente, as duas pela
      * previsao com fracao (meia pizza leva meia receita do sabor,
      * como a baixa do estoque faz), e nao pelo arredondado de cada
      * sabor, que dobraria a cobertura de sabor vendido so em meia
       explode-previsao section.
           move 1 to ind
           perform explode-sabor until ind > qtd-previsoes
           .
       explode-previsao-exit.
           exit.

       explode-sabor section.
           if tb-prv-preparar(ind) > 0
               perform localiza-massa
               if indice-massa not = 0
                   add tb-prv-previsto(ind) to
                       tb-mas-previsto(indice-massa)
               end-if
               move 1 to ind-rec
               perform soma-ingrediente-receita
                   until ind-rec > qtd-receitas
           end-if
           add 1 to ind
           .
       explode-sabor-exit.
           exit.

       soma-ingrediente-receita section.
           if tb-rec-pizza(ind-rec) = tb-prv-nome(ind)
              and tb-rec-diametro(ind-rec) = tb-prv-diametro(ind)
               perform localiza-estoque
               if indice-estoque not = 0
                   compute consumo-previsto rounded =
                       tb-rec-quantidade(ind-rec)
                       * tb-prv-previsto(ind)
                   add consumo-previsto to
                       tb-est-necessario(indice-estoque)
               end-if
           end-if
           add 1 to ind-rec
           .
       soma-ingrediente-receita-exit.
           exit.

       localiza-estoque section.
           move 0 to indice-estoque
           move 1 to ind-est
           perform until ind-est > qtd-estoque
               if tb-est-nome(ind-est) = tb-rec-ingrediente(ind-rec)
                   move ind-est to indice-estoque
                   move qtd-estoque to ind-est
               end-if
               add 1 to ind-est
           end-perform

           if indice-estoque = 0
               if qtd-estoque >= max-estoque
                   display "Limite de ingredientes na previsao"
               else
                   add 1 to qtd-estoque
                   move qtd-estoque to indice-estoque
                   move tb-rec-ingrediente(ind-rec) to
                       tb-est-nome(indice-estoque)
                   move 0      to tb-est-quantidade(indice-estoque)
                   move spaces to tb-est-unidade(indice-estoque)
                   move 0      to tb-est-necessario(indice-estoque)
               end-if
           end-if
           .
       localiza-estoque-exit.
           exit.

       localiza-massa section.
           move 0 to indice-massa
           move 1 to ind-mas
           perform until ind-mas > qtd-massas
               if tb-mas-diametro(ind-mas) = tb-prv-diametro(ind)
                   move ind-mas to indice-massa
                   move qtd-massas to ind-mas
               end-if
               add 1 to ind-mas
           end-perform

           if indice-massa = 0
               if qtd-massas >= max-massas
                   display "Limite de tamanhos na previsao"
               else
                   add 1 to qtd-massas
                   move qtd-massas to indice-massa
                   move tb-prv-diametro(ind) to
                       tb-mas-diametro(indice-massa)
                   move 0 to tb-mas-previsto(indice-massa)
               end-if
           end-if
           .
       localiza-massa-exit.
           exit.

      * RELPREVI: previsao por sabor, massas por tamanho e lista de
      * preparo com o saldo em estoque e o aviso de falta
       gera-relatorio-previsao section.
           open output relatorio-previsao

           move data-alvo to promo-data
           perform calcula-dia-semana
           perform descreve-dia-semana
           move data-alvo to data-calculo
           perform formata-data

           move space to linha-relprevi
           string nome-pizzaria              delimited by size
                  "   PREVISAO PARA "        delimited by size
                  nome-dia-semana            delimited by space
                  " "                        delimited by size
                  data-formatada             delimited by size
               into linha-relprevi
           perform escreve-linha

           move qtd-semanas       to semanas-edt
           move semanas-movimento to qtd-edt
           move space to linha-relprevi
           string "BASE: "                   delimited by size
                  semanas-edt                delimited by size
                  " SEMANAS, "               delimited by size
                  qtd-edt                    delimited by size
                  " COM MOVIMENTO"           delimited by size
               into linha-relprevi
           perform escreve-linha

           move space to linha-relprevi
           perform escreve-linha

           move space to linha-relprevi
           string "NOME             " delimited by size
                  "DIA  "             delimited by size
                  "MEDIA NORM "       delimited by size
                  "MEDIA PROMO "      delimited by size
                  "PROMO "            delimited by size
                  "PREVISTO "         delimited by size
                  "PREPARAR"          delimited by size
               into linha-relprevi
           perform escreve-linha

           move 0 to total-previsto
           move 0 to total-preparar
           move 1 to ind
           perform escreve-linha-previsao until ind > qtd-previsoes

           move total-previsto to previsto-edt
           move total-preparar to preparar-edt
           move space to linha-relprevi
           string "TOTAL PREVISTO....: " delimited by size
                  previsto-edt           delimited by size
                  "   A PREPARAR: "      delimited by size
                  preparar-edt           delimited by size
               into linha-relprevi
           perform escreve-linha

           move space to linha-relprevi
           perform escreve-linha
           move "MASSAS POR TAMANHO" to linha-relprevi
           perform escreve-linha
           move 1 to ind-mas
           perform escreve-linha-massa until ind-mas > qtd-massas

           move space to linha-relprevi
           perform escreve-linha
           move space to linha-relprevi
           string "LISTA DE PREPARO   " delimited by size
                  "NECESSARIO     "     delimited by size
                  "UNID   "             delimited by size
                  "SALDO         "      delimited by size
                  "SITUACAO"            delimited by size
               into linha-relprevi
           perform escreve-linha

           move 0 to ingredientes-falta
           move 1 to ind-est
           perform escreve-linha-preparo until ind-est > qtd-estoque

           move space to linha-relprevi
           perform escreve-linha
           move ingredientes-falta to qtd-edt
           move space to linha-relprevi
           if ingredientes-falta = 0
               move "ESTOQUE SUFICIENTE PARA A PREVISAO"
                   to linha-relprevi
           else
               string "ATENCAO: "                delimited by size
                      qtd-edt                    delimited by size
                      " INGREDIENTE(S) EM FALTA PARA A PREVISAO"
                                                 delimited by size
                   into linha-relprevi
           end-if
           perform escreve-linha

           close relatorio-previsao
           display "Previsao gravada em RELPREVI"
           .
       gera-relatorio-previsao-exit.
           exit.

       escreve-linha-previsao section.
           add tb-prv-previsto(ind) to total-previsto
           add tb-prv-preparar(ind) to total-preparar

           move 0 to media-normal
           if tb-prv-semanas-normal(ind) > 0
               compute media-normal rounded =
                   tb-prv-soma-normal(ind)
                   / tb-prv-semanas-normal(ind)
           end-if
           move 0 to media-promo
           if tb-prv-semanas-promo(ind) > 0
               compute media-promo rounded =
                   tb-prv-soma-promo(ind)
                   / tb-prv-semanas-promo(ind)
           end-if
           move media-normal          to media-normal-edt
           move media-promo           to media-promo-edt
           move tb-prv-previsto(ind)  to previsto-edt
           move tb-prv-preparar(ind)  to preparar-edt

           move space to linha-relprevi
           string tb-prv-nome(ind)       delimited by size
                  "  "                   delimited by size
                  tb-prv-diametro(ind)   delimited by size
                  "    "                 delimited by size
                  media-normal-edt       delimited by size
                  "     "                delimited by size
                  media-promo-edt        delimited by size
                  "   "                  delimited by size
                  tb-prv-promo-alvo(ind) delimited by size
                  "    "                 delimited by size
                  previsto-edt           delimited by size
                  "    "                 delimited by size
                  preparar-edt           delimited by size
               into linha-relprevi
           perform escreve-linha
           add 1 to ind
           .
       escreve-linha-previsao-exit.
           exit.

      *----Bolas de massa: a soma das pizzas previstas no tamanho,
      *----meio a meio junto, arredondada para cima
       escreve-linha-massa section.
           move tb-mas-previsto(ind-mas) to tb-mas-bolas(ind-mas)
           if tb-mas-bolas(ind-mas) < tb-mas-previsto(ind-mas)
               add 1 to tb-mas-bolas(ind-mas)
           end-if
           move tb-mas-bolas(ind-mas) to bolas-edt
           move space to linha-relprevi
           string "  DIAMETRO "              delimited by size
                  tb-mas-diametro(ind-mas)   delimited by size
                  " CM: "                    delimited by size
                  bolas-edt                  delimited by size
                  " BOLAS DE MASSA"          delimited by size
               into linha-relprevi
           perform escreve-linha
           add 1 to ind-mas
           .
       escreve-linha-massa-exit.
           exit.

       escreve-linha-preparo section.
           if tb-est-necessario(ind-est) > 0
               move tb-est-necessario(ind-est) to necessario-edt
               move tb-est-quantidade(ind-est) to saldo-edt
               move space to linha-relprevi
               if tb-est-necessario(ind-est) >
                  tb-est-quantidade(ind-est)
                   add 1 to ingredientes-falta
                   compute falta-quantidade =
                       tb-est-necessario(ind-est)
                       - tb-est-quantidade(ind-est)
                   move falta-quantidade to falta-edt
                   string tb-est-nome(ind-est)     delimited by size
                          "  "                     delimited by size
                          necessario-edt           delimited by size
                          "  "                     delimited by size
                          tb-est-unidade(ind-est)  delimited by size
                          "  "                     delimited by size
                          saldo-edt                delimited by size
                          "  FALTA "               delimited by size
                          falta-edt                delimited by size
                       into linha-relprevi
               else
                   string tb-est-nome(ind-est)     delimited by size
                          "  "                     delimited by size
                          necessario-edt           delimited by size
                          "  "                     delimited by size
                          tb-est-unidade(ind-est)  delimited by size
                          "  "                     delimited by size
                          saldo-edt                delimited by size
                          "  OK"                   delimited by size
                       into linha-relprevi
               end-if
               perform escreve-linha
           end-if
           add 1 to ind-est
           .
       escreve-linha-preparo-exit.
           exit.

       escreve-linha section.
           write reg-relprevi from linha-relprevi
           display linha-relprevi
           .
       escreve-linha-exit.
           exit.

       carrega-promocoes section.
           open input promocoes
           if status-pro <> "00"
               display "Arquivo PROPIZZA ausente, sem promocoes"
           else
               perform le-promocao until status-pro <> "00"
               close promocoes
           end-if
           .
       carrega-promocoes-exit.
           exit.

       le-promocao section.
           read promocoes
               at end
                   move "10" to status-pro
               not at end
                   if qtd-promocoes >= max-promocoes
                       display "Limite de promocoes excedido"
                       move "10" to status-pro
                   else
                       if pro-diametro is not numeric
                          or pro-dia-semana is not numeric
                          or pro-data-ini is not numeric
                          or pro-data-fim is not numeric
                           display "Promocao invalida em PROPIZZA: "
                               pro-nome
                       else
                           add 1 to qtd-promocoes
                           move pro-nome       to
                               tb-pro-nome(qtd-promocoes)
                           move pro-diametro   to
                               tb-pro-diametro(qtd-promocoes)
                           move pro-dia-semana to
                               tb-pro-dia-semana(qtd-promocoes)
                           move pro-data-ini   to
                               tb-pro-data-ini(qtd-promocoes)
                           move pro-data-fim   to
                               tb-pro-data-fim(qtd-promocoes)
                       end-if
                   end-if
           end-read
           .
       le-promocao-exit.
           exit.

       carrega-receitas section.
           open input receitas
           if status-rec <> "00"
               display "Arquivo de receitas RECPIZZA nao encontrado "
                   "- lista de preparo sem ingredientes"
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
                       if rec-diametro is not numeric
                          or rec-quantidade is not numeric
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

       carrega-estoque section.
           open input estoque-ingrediente
           if status-est <> "00"
               display "Arquivo ESTPIZZA nao encontrado - saldos "
                   "considerados zerados"
           else
               perform le-estoque until status-est <> "00"
               close estoque-ingrediente
           end-if
           .
       carrega-estoque-exit.
           exit.

       le-estoque section.
           read estoque-ingrediente
               at end
                   move "10" to status-est
               not at end
                   if qtd-estoque >= max-estoque
                       display "Limite de ingredientes excedido"
                       move "10" to status-est
                   else
                       if est-quantidade is not numeric
                           display "Saldo invalido em ESTPIZZA: "
                               est-nome
                       else
                           add 1 to qtd-estoque
                           move est-nome       to
                               tb-est-nome(qtd-estoque)
                           move est-quantidade to
                               tb-est-quantidade(qtd-estoque)
                           move est-unidade    to
                               tb-est-unidade(qtd-estoque)
                           move 0              to
                               tb-est-necessario(qtd-estoque)
                       end-if
                   end-if
           end-read
           .
       le-estoque-exit.
           exit.

      * Promocao do sabor + tamanho vigente em promo-data: por dia
      * da semana ou por periodo, como no vendas
       localiza-promocao section.
           move 0 to indice-promocao
           perform calcula-dia-semana
           move 1 to ind-pro
           perform until ind-pro > qtd-promocoes
               if tb-pro-nome(ind-pro) = promo-nome
                  and tb-pro-diametro(ind-pro) = promo-diametro
                   if (tb-pro-dia-semana(ind-pro) > 0
                      and tb-pro-dia-semana(ind-pro) = dia-semana)
                      or (tb-pro-dia-semana(ind-pro) = 0
                      and promo-data >= tb-pro-data-ini(ind-pro)
                      and promo-data <= tb-pro-data-fim(ind-pro))
                       move ind-pro to indice-promocao
                       move qtd-promocoes to ind-pro
                   end-if
               end-if
               add 1 to ind-pro
           end-perform
           .
       localiza-promocao-exit.
           exit.

      * Dia da semana (1 = segunda ... 7 = domingo) da data em
      * promo-data pela congruencia de Zeller
       calcula-dia-semana section.
           move promo-data(1:4) to ano-zeller
           move promo-data(5:2) to mes-zeller
           move promo-data(7:2) to dia-zeller
           if mes-zeller < 3
               add 12 to mes-zeller
               subtract 1 from ano-zeller
           end-if
           compute termo-zeller = (13 * (mes-zeller + 1)) / 5
           compute soma-zeller = dia-zeller + termo-zeller
               + ano-zeller
           compute termo-zeller = ano-zeller / 4
           add termo-zeller to soma-zeller
           compute termo-zeller = ano-zeller / 100
           subtract termo-zeller from soma-zeller
           compute termo-zeller = ano-zeller / 400
           add termo-zeller to soma-zeller
           divide soma-zeller by 7 giving quociente-zeller
               remainder resto-zeller
           compute soma-zeller = resto-zeller + 5
           divide soma-zeller by 7 giving quociente-zeller
               remainder resto-zeller
           compute dia-semana = resto-zeller + 1
           .
       calcula-dia-semana-exit.
           exit.

       descreve-dia-semana section.
           evaluate dia-semana
               when 1
                   move "SEGUNDA-FEIRA" to nome-dia-semana
               when 2
                   move "TERCA-FEIRA"   to nome-dia-semana
               when 3
                   move "QUARTA-FEIRA"  to nome-dia-semana
               when 4
                   move "QUINTA-FEIRA"  to nome-dia-semana
               when 5
                   move "SEXTA-FEIRA"   to nome-dia-semana
               when 6
                   move "SABADO"        to nome-dia-semana
               when other
                   move "DOMINGO"       to nome-dia-semana
           end-evaluate
           .
       descreve-dia-semana-exit.
           exit.

      * Dia seguinte a data-calculo
       avanca-dia section.
           move data-calculo(1:4) to ano-calc
           move data-calculo(5:2) to mes-calc
           move data-calculo(7:2) to dia-calc
           perform calcula-dias-mes
           add 1 to dia-calc
           if dia-calc > dias-mes
               move 1 to dia-calc
               add 1 to mes-calc
               if mes-calc > 12
                   move 1 to mes-calc
                   add 1 to ano-calc
               end-if
           end-if
           compute data-calculo =
               (ano-calc * 10000) + (mes-calc * 100) + dia-calc
           .
       avanca-dia-exit.
           exit.

      * Dia anterior a data-calculo
       retrocede-dia section.
           move data-calculo(1:4) to ano-calc
           move data-calculo(5:2) to mes-calc
           move data-calculo(7:2) to dia-calc
           subtract 1 from dia-calc
           if dia-calc = 0
               subtract 1 from mes-calc
               if mes-calc = 0
                   move 12 to mes-calc
                   subtract 1 from ano-calc
               end-if
               perform calcula-dias-mes
               move dias-mes to dia-calc
           end-if
           compute data-calculo =
               (ano-calc * 10000) + (mes-calc * 100) + dia-calc
           .
       retrocede-dia-exit.
           exit.

       calcula-dias-mes section.
           evaluate mes-calc
               when 2
                   divide ano-calc by 4 giving quociente-calc
                       remainder resto-4
                   divide ano-calc by 100 giving quociente-calc
                       remainder resto-100
                   divide ano-calc by 400 giving quociente-calc
                       remainder resto-400
                   if (resto-4 = 0 and resto-100 not = 0)
                      or resto-400 = 0
                       move 29 to dias-mes
                   else
                       move 28 to dias-mes
                   end-if
               when 4
               when 6
               when 9
               when 11
                   move 30 to dias-mes
               when other
                   move 31 to dias-mes
           end-evaluate
           .
       calcula-dias-mes-exit.
           exit.

       formata-data section.
           move data-calculo(7:2) to dia-edt
           move data-calculo(5:2) to mes-edt
           move data-calculo(1:4) to ano-edt
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
