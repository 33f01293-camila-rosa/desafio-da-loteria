       77  ws-qtd-arquivos-lidos                   pic  9(03)         value zero.               *>  quantas exportacoes foram efetivamente analisadas
       77  ws-qtd-registros-lidos                  pic  9(09)         value zero.               *>  registros de cartela/aposta acumulados de todas elas
       77  ws-qtd-registros-invalidos              pic  9(09)         value zero.               *>  linhas que nao parsearam no layout da exportacao
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 estatistica completa,
                                                                                                *>  4 exportacoes ou registros ignorados, 8 nada analisado

       01  ws-analise-linha.                                                                    *>  área de desmonte de cada registro delimitado da exportacao
           05  ws-qtd-tokens                       pic  9(02).                                  *>  (27 campos separados por ';', ver o quadro do layout no
           if   not ws-manifesto-aberto then
                display 'MANIFESTO.TXT nao encontrado (status ' ws-fs-manifesto ').'
                display 'Liste nele as exportacoes a consolidar, uma por linha, e rode de novo.'
                move 8                             to  return-code
                stop run
           end-if


           if   ws-qtd-arquivos-lidos = zero then
                display 'Nenhuma exportacao do manifesto pode ser analisada. Encerrando.'
                move 8                             to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           .
           open input ws-arq-exportacao
           if   not ws-exportacao-aberta then
                display 'Nao foi possivel abrir ' ws-nome-exportacao ' (status ' ws-fs-exportacao '). Arquivo ignorado.'
                move 4                             to  ws-codigo-retorno                       *>  a estatistica sai sem essa rodada
                go to 2010-processa-um-arquivo-exit
           end-if

       3900-finaliza section.

           close ws-arq-estatistica
           if   ws-qtd-registros-invalidos > zero
           and  ws-codigo-retorno < 4 then
                move 4                             to  ws-codigo-retorno
           end-if
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
