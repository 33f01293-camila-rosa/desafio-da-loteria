
       77  ws-qtd-listadas                         pic  9(05).                                  *>  rodadas exibidas na consulta atual
       77  ws-qtd-abandonadas                      pic  9(05).                                  *>  rodadas presas em situacao 'A' encontradas na varredura
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 4 se a varredura achou
                                                                                                *>  rodadas abandonadas, 8 sem cadastro, 12 indisponivel

       01  ws-exclusao.                                                                         *>  variáveis da exclusao (purge) de uma rodada e suas saidas
           05  ws-excl-id                          pic  9(14).
           if   ws-rodadas-inexistente then
                display 'RODADAS.DAT nao encontrado. Nenhuma execucao foi registrada'
                display 'nesta estacao ainda (o cadastro nasce na primeira rodada).'
                move 8                             to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           if   not ws-rodadas-ok then
                display 'Cadastro de rodadas indisponivel (status ' ws-fs-rodadas '). Encerrando.'
                move 12                            to  ws-codigo-retorno
                perform 3900-finaliza
           end-if

           else
                display 'Rodadas abandonadas encontradas.: ' ws-qtd-abandonadas
                display 'Use a opcao E para remover as que nao serao retomadas.'
                move 4                             to  ws-codigo-retorno
           end-if
           .
       2200-lista-abandonadas-exit.
       3900-finaliza section.

           close ws-arq-rodadas
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
