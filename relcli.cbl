      *Divisão de identificação do programa
      *Historico de compras dos clientes de entrega: pedidos de um
      *cliente (pelo telefone) a partir de PEDPIZZA e listagem do
      *cadastro CLIPIZZA com quantidade de pedidos, total gasto e
      *data da ultima compra de cada cliente
       identification division.
       program-id. "relcli".
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
           select clientes assign to "CLIPIZZA"
               organization is indexed
               access mode is dynamic
               record key is cli-telefone
               file status is status-cli.
           select pedidos-entrega assign to "PEDPIZZA"
               organization is line sequential
               file status is status-pen.
           select relatorio-cliente assign to "RELCLIEN"
               organization is line sequential
               file status is status-relcli.
       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.
       fd  clientes.
       01  reg-cliente.
           05 cli-telefone                          pic x(15).
           05 cli-nome                              pic x(30).
           05 cli-endereco                          pic x(40).
           05 cli-bairro                            pic x(20).
           05 cli-data-cadastro                     pic 9(8).

      *----Gravado pelo balcao, um registro por pedido de entrega
       fd  pedidos-entrega.
       01  reg-pedido-entrega.
           05 pen-data                              pic 9(8).
           05 filler                                pic x(1).
           05 pen-pedido                            pic 9(5).
           05 filler                                pic x(1).
           05 pen-operador                          pic x(10).
           05 filler                                pic x(1).
           05 pen-telefone                          pic x(15).
           05 filler                                pic x(1).
           05 pen-bairro                            pic x(20).
           05 filler                                pic x(1).
           05 pen-valor-itens                       pic 9(7)v99.
           05 filler                                pic x(1).
           05 pen-taxa                              pic 9(3)v99.
           05 filler                                pic x(1).
           05 pen-total                             pic 9(7)v99.
           05 filler                                pic x(1).
           05 pen-tempo                             pic 9(3).

       fd  relatorio-cliente.
       01  reg-relcli                               pic x(100).


      *----Variaveis de trabalho
       working-storage section.

      *----Resumo de compras por telefone, montado de PEDPIZZA para a
      *----listagem geral
       77  max-resumos                             pic 9(4) value 2000.
       77  qtd-resumos                             pic 9(4).

       01  tab-resumo  occurs 1 to 2000 times
                        depending on qtd-resumos.
           05 tb-res-telefone                      pic x(15).
           05 tb-res-pedidos                       pic 9(5).
           05 tb-res-total                         pic 9(9)v99.
           05 tb-res-ultima                        pic 9(8).

       77  ind                                     pic 9(4).
       77  indice-resumo                           pic 9(4).
       77  opcao-menu                              pic x(1).
           88  op-cliente                          value "1".
           88  op-listagem                         value "2".
           88  op-sair                             value "3".
       77  pausa                                   pic x(1).
       77  status-cli                              pic x(2).
       77  status-pen                              pic x(2).
       77  status-relcli                           pic x(2).
       77  telefone-pesquisa                       pic x(15).
       77  pedidos-cliente                         pic 9(5).
       77  total-cliente                           pic 9(9)v99.
       77  taxas-cliente                           pic 9(9)v99.
       77  ultima-compra                           pic 9(8).
       77  clientes-listados                       pic 9(5).
       77  clientes-sem-compra                     pic 9(5).
       77  total-geral                             pic 9(9)v99.
       77  data-trabalho                           pic 9(8).
       77  linha-relcli                            pic x(100).
       77  nome-pizzaria                           pic x(30)
           value "PIZZARIA DEBORA REINERT".
       77  data-sistema                            pic 9(8).
       77  dia-edt                                 pic x(2).
       77  mes-edt                                 pic x(2).
       77  ano-edt                                 pic x(4).
       77  data-formatada                          pic x(10).
       77  data-relatorio                          pic x(10).
       77  valor-edt                               pic zzzzz9,99.
       77  taxa-edt                                pic zz9,99.
       77  total-edt                               pic zzzzzzzz9,99.
       77  qtd-edt                                 pic zzzz9.
       77  pedido-edt                              pic zzzz9.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      * Sem cadastro de clientes nao ha historico a consultar
       inicializa section.
           open input clientes
           if status-cli <> "00"
               display "Cadastro de clientes CLIPIZZA nao encontrado"
               stop run
           end-if

           accept data-sistema from date yyyymmdd
           move data-sistema to data-trabalho
           perform formata-data
           move data-formatada to data-relatorio
           .
       inicializa-exit.
           exit.

       processamento section.
           perform until op-sair
               display erase
               display "1 - Historico de compras de um cliente"
               display "2 - Listagem de clientes com total de compras"
               display "3 - Sair"
               display "Informe a opcao desejada"
               accept opcao-menu

               evaluate true
                   when op-cliente
                       perform historico-cliente
                   when op-listagem
                       perform listagem-clientes
                   when op-sair
                       continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.

      * Pedidos de entrega de um cliente, na ordem em que foram
      * feitos, com o total gasto e as taxas pagas no rodape
       historico-cliente section.
           display "Informe o telefone do cliente"
           move spaces to telefone-pesquisa
           accept telefone-pesquisa
           move telefone-pesquisa to cli-telefone
           read clientes
               invalid key
                   display "Cliente nao cadastrado: " telefone-pesquisa
               not invalid key
                   perform imprime-historico-cliente
           end-read
           display "Pressione ENTER para continuar"
           accept pausa
           .
       historico-cliente-exit.
           exit.

       imprime-historico-cliente section.
           move 0 to pedidos-cliente
           move 0 to total-cliente
           move 0 to taxas-cliente
           open output relatorio-cliente

           move space to linha-relcli
           string nome-pizzaria                 delimited by size
                  "   HISTORICO DO CLIENTE   "  delimited by size
                  data-relatorio                delimited by size
               into linha-relcli
           perform escreve-linha

           move space to linha-relcli
           string "CLIENTE: "   delimited by size
                  cli-nome      delimited by size
                  " FONE: "     delimited by size
                  cli-telefone  delimited by size
               into linha-relcli
           perform escreve-linha

           move space to linha-relcli
           string "ENDERECO: "  delimited by size
                  cli-endereco  delimited by size
                  " "           delimited by size
                  cli-bairro    delimited by size
               into linha-relcli
           perform escreve-linha

           move space to linha-relcli
           string "DATA        "     delimited by size
                  "PEDIDO  "         delimited by size
                  "BAIRRO               " delimited by size
                  "  PIZZAS   "      delimited by size
                  " TAXA  "          delimited by size
                  "    TOTAL"        delimited by size
               into linha-relcli
           perform escreve-linha

           open input pedidos-entrega
           if status-pen = "00"
               perform le-pedido-cliente until status-pen <> "00"
               close pedidos-entrega
           end-if

           move space to linha-relcli
           perform escreve-linha

           move pedidos-cliente to qtd-edt
           move space to linha-relcli
           string "PEDIDOS...........: " delimited by size
                  qtd-edt                delimited by size
               into linha-relcli
           perform escreve-linha

           move total-cliente to total-edt
           move space to linha-relcli
           string "TOTAL GASTO.......: " delimited by size
                  total-edt              delimited by size
               into linha-relcli
           perform escreve-linha

           move taxas-cliente to total-edt
           move space to linha-relcli
           string "TAXAS DE ENTREGA..: " delimited by size
                  total-edt              delimited by size
               into linha-relcli
           perform escreve-linha

           close relatorio-cliente
           display "Historico gravado em RELCLIEN"
           .
       imprime-historico-cliente-exit.
           exit.

       le-pedido-cliente section.
           read pedidos-entrega
               at end
                   move "10" to status-pen
               not at end
                   if pen-telefone = cli-telefone
                       add 1 to pedidos-cliente
                       add pen-total to total-cliente
                       add pen-taxa  to taxas-cliente
                       perform escreve-linha-pedido
                   end-if
           end-read
           .
       le-pedido-cliente-exit.
           exit.

       escreve-linha-pedido section.
           move pen-data to data-trabalho
           perform formata-data
           move pen-pedido      to pedido-edt
           move pen-valor-itens to valor-edt
           move pen-taxa        to taxa-edt
           move pen-total       to total-edt
           move space to linha-relcli
           string data-formatada  delimited by size
                  "  "            delimited by size
                  pedido-edt      delimited by size
                  "   "           delimited by size
                  pen-bairro      delimited by size
                  " "             delimited by size
                  valor-edt       delimited by size
                  " "             delimited by size
                  taxa-edt        delimited by size
                  total-edt       delimited by size
               into linha-relcli
           perform escreve-linha
           .
       escreve-linha-pedido-exit.
           exit.

      * Todos os clientes do cadastro, na ordem do telefone, com
      * quantidade de pedidos, total gasto e ultima compra; cliente
      * sem pedido aparece zerado, para a campanha de reativacao
       listagem-clientes section.
           perform carrega-resumo
           move 0 to clientes-listados
           move 0 to clientes-sem-compra
           move 0 to total-geral
           open output relatorio-cliente

           move space to linha-relcli
           string nome-pizzaria                 delimited by size
                  "   CLIENTES DE ENTREGA   "   delimited by size
                  data-relatorio                delimited by size
               into linha-relcli
           perform escreve-linha

           move space to linha-relcli
           string "TELEFONE        "           delimited by size
                  "NOME                           " delimited by size
                  "PEDIDOS "                   delimited by size
                  "  TOTAL GASTO "             delimited by size
                  "ULTIMA"                     delimited by size
               into linha-relcli
           perform escreve-linha

           move low-value to cli-telefone
           start clientes key is >= cli-telefone
               invalid key move "10" to status-cli
           end-start
           perform le-cliente until status-cli <> "00"

           move space to linha-relcli
           perform escreve-linha

           move clientes-listados to qtd-edt
           move space to linha-relcli
           string "CLIENTES..........: " delimited by size
                  qtd-edt                delimited by size
               into linha-relcli
           perform escreve-linha

           move clientes-sem-compra to qtd-edt
           move space to linha-relcli
           string "SEM COMPRA........: " delimited by size
                  qtd-edt                delimited by size
               into linha-relcli
           perform escreve-linha

           move total-geral to total-edt
           move space to linha-relcli
           string "TOTAL GERAL.......: " delimited by size
                  total-edt              delimited by size
               into linha-relcli
           perform escreve-linha

           close relatorio-cliente
           display "Listagem gravada em RELCLIEN"
           move "00" to status-cli
           display "Pressione ENTER para continuar"
           accept pausa
           .
       listagem-clientes-exit.
           exit.

       le-cliente section.
           read clientes next record
               at end
                   move "10" to status-cli
               not at end
                   perform escreve-linha-cliente
           end-read
           .
       le-cliente-exit.
           exit.

       escreve-linha-cliente section.
           add 1 to clientes-listados
           move cli-telefone to telefone-pesquisa
           perform localiza-resumo
           move space to linha-relcli
           if indice-resumo = 0
               add 1 to clientes-sem-compra
               move 0 to qtd-edt
               move 0 to total-edt
               move "SEM COMPRA" to data-formatada
           else
               move tb-res-pedidos(indice-resumo) to qtd-edt
               move tb-res-total(indice-resumo)   to total-edt
               add tb-res-total(indice-resumo)    to total-geral
               move tb-res-ultima(indice-resumo)  to data-trabalho
               perform formata-data
           end-if
           string cli-telefone    delimited by size
                  " "             delimited by size
                  cli-nome        delimited by size
                  "   "           delimited by size
                  qtd-edt         delimited by size
                  " "             delimited by size
                  total-edt       delimited by size
                  "  "            delimited by size
                  data-formatada  delimited by size
               into linha-relcli
           perform escreve-linha
           .
       escreve-linha-cliente-exit.
           exit.

      * Uma passada em PEDPIZZA soma pedidos, total e ultima data por
      * telefone
       carrega-resumo section.
           move 0 to qtd-resumos
           open input pedidos-entrega
           if status-pen = "00"
               perform le-pedido-resumo until status-pen <> "00"
               close pedidos-entrega
           end-if
           .
       carrega-resumo-exit.
           exit.

       le-pedido-resumo section.
           read pedidos-entrega
               at end
                   move "10" to status-pen
               not at end
                   move pen-telefone to telefone-pesquisa
                   perform localiza-resumo
                   if indice-resumo = 0
                       if qtd-resumos >= max-resumos
                           display "Limite de clientes no resumo"
                           move "10" to status-pen
                       else
                           add 1 to qtd-resumos
                           move qtd-resumos to indice-resumo
                           move pen-telefone to
                               tb-res-telefone(indice-resumo)
                           move 0 to tb-res-pedidos(indice-resumo)
                           move 0 to tb-res-total(indice-resumo)
                           move 0 to tb-res-ultima(indice-resumo)
                       end-if
                   end-if
                   if indice-resumo not = 0
                       add 1 to tb-res-pedidos(indice-resumo)
                       add pen-total to tb-res-total(indice-resumo)
                       if pen-data > tb-res-ultima(indice-resumo)
                           move pen-data to
                               tb-res-ultima(indice-resumo)
                       end-if
                   end-if
           end-read
           .
       le-pedido-resumo-exit.
           exit.

       localiza-resumo section.
           move 0 to indice-resumo
           move 1 to ind
           perform until ind > qtd-resumos
               if tb-res-telefone(ind) = telefone-pesquisa
                   move ind to indice-resumo
                   move qtd-resumos to ind
               end-if
               add 1 to ind
           end-perform
           .
       localiza-resumo-exit.
           exit.

       escreve-linha section.
           write reg-relcli from linha-relcli
           display linha-relcli
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

      * Fecha o cadastro e encerra
       finaliza section.
           close clientes
           display "Fim da operação"
           stop run
           .
       finaliza-exit.
           exit.
