           05  ws-rz-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-tipo                           pic  x(01).                                 *>  'S' = saldo anterior gravado pelo fechamento-bolao,
               88  ws-rz-saldo-anterior                                value 'S'.               *>  em branco = lancamento de uma rodada
           05  filler                               pic  x(01).
           05  ws-rz-qtd-rodadas                    pic  9(04).                                 *>  no saldo anterior, quantas rodadas ele acumula (em branco
                                                                                                *>  nos lancamentos de rodada e nos saldos de antes do campo)

       fd  ws-arq-extrato
           label records are standard.
               10  ws-lanc-nome                    pic  x(30).
               10  ws-lanc-contribuicao            pic  9(11)v9(02).
               10  ws-lanc-premio                  pic  9(11)v9(02).
               10  ws-lanc-tipo                    pic  x(01).                                  *>  'S' = saldo anterior de um fechamento

       01  ws-nomes-participantes.                                                              *>  nomes distintos encontrados no razao, para o extrato geral
           05  ws-qtd-nomes                        pic  9(02)         value zero.
           05  ws-ind-nome                         pic  9(02).
           05  ws-ind-nome2                        pic  9(02).
           05  ws-qtd-movimentos                   pic  9(04).
           05  ws-rodada-desc                      pic  x(14).                                  *>  coluna Rodada: o id, ou SALDO ANTERIOR

       01  ws-apuracao.                                                                         *>  valores apurados por participante ao montar o extrato
           05  ws-saldo-movimento                  pic s9(11)v9(02).

       01  ws-linha-extrato                        pic  x(132).                                 *>  área de montagem de cada linha do extrato
       77  ws-ptr-linha                            pic  9(03).                                  *>  ponteiro usado ao montar as linhas acima com STRING
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 extrato completo,
                                                                                                *>  4 extrato com avisos, 8 sem razao para extratar

       procedure division.                                                                      *>declaração do corpo do programa

           if   not ws-razao-aberto then
                display 'RAZAO-BOLAO.TXT nao encontrado (status ' ws-fs-razao ').'
                display 'Rode uma rodada com rateio ligado para gerar os lancamentos.'
                move 8                             to  return-code
                stop run
           end-if

               move ws-rz-nome                     to  ws-lanc-nome(ws-qtd-lancamentos)
               move ws-rz-contribuicao             to  ws-lanc-contribuicao(ws-qtd-lancamentos)
               move ws-rz-premio                   to  ws-lanc-premio(ws-qtd-lancamentos)
               move ws-rz-tipo                     to  ws-lanc-tipo(ws-qtd-lancamentos)

               move 'N'                            to  ws-nome-ja-visto
               perform varying ws-ind-nome from 1 by 1
           if   not ws-fim-arq-razao then                                                      *>  o laco parou pelo limite da tabela, nao pelo fim do arquivo
                display 'Atencao: o razao tem mais de 500 lancamentos - o excedente NAO entrou'
                display 'nos extratos e os saldos acumulados abaixo estao incompletos.'
                move 4                             to  ws-codigo-retorno
           end-if
           if   ws-nomes-estouraram = 'S' then
                display 'Atencao: mais de 50 participantes distintos no razao - os excedentes'
                display 'ficaram sem extrato.'
                move 4                             to  ws-codigo-retorno
           end-if

           close ws-arq-razao

           if   ws-qtd-lancamentos = zero then
                display 'O razao existe mas esta vazio. Nada a extratar.'
                move 8                             to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           display 'Lancamentos carregados.: ' ws-qtd-lancamentos
                end-perform
                if   ws-nome-ja-visto not = 'S' then
                     display 'Participante ' ws-nome-pedido ' nao tem lancamentos no razao.'
                     if   ws-codigo-retorno < 4 then
                          move 4                   to  ws-codigo-retorno
                     end-if
                end-if
           end-if

           perform varying ws-ind-lanc from 1 by 1
                             until ws-ind-lanc > ws-qtd-lancamentos
               if   ws-lanc-nome(ws-ind-lanc) = ws-nome-atual then
                    if   ws-lanc-tipo(ws-ind-lanc) = 'S' then                                   *>  saldo trazido do fechamento: nao e uma rodada
                         move 'SALDO ANTERIOR'     to  ws-rodada-desc
                    else
                         move ws-lanc-rodada(ws-ind-lanc) to ws-rodada-desc
                         add 1                     to  ws-qtd-movimentos
                    end-if
                    compute ws-saldo-movimento =
                            ws-lanc-premio(ws-ind-lanc)
                          - ws-lanc-contribuicao(ws-ind-lanc)
                    move ws-saldo-movimento        to  ws-saldo-movimento-ed
                    move ws-saldo-acumulado        to  ws-saldo-acumulado-ed
                    move spaces to ws-linha-extrato
                    move 1                         to  ws-ptr-linha
                    string  ws-rodada-desc               delimited by size
                            ' '                          delimited by size
                            ws-contribuicao-ed           delimited by size
                            ' '                          delimited by size
                            ' '                          delimited by size
                            ws-saldo-acumulado-ed        delimited by size
                            into ws-linha-extrato
                            with pointer ws-ptr-linha
                    end-string
                    if   ws-lanc-tipo(ws-ind-lanc) = 'S' then
                         string  '  (fechamento ate a rodada ' delimited by size
                                 ws-lanc-rodada(ws-ind-lanc)    delimited by size
                                 ')'                            delimited by size
                                 into ws-linha-extrato
                                 with pointer ws-ptr-linha
                         end-string
                    end-if
                    perform 3800-grava-linha
               end-if
           end-perform
       3900-finaliza section.

           close ws-arq-extrato
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
