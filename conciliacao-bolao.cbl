      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "conciliacao-bolao".                                                        *>--- conciliacao dos pagamentos com o razao do bolao ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-razao                 assign to "RAZAO-BOLAO.TXT"                    *>  razao gravado pelo desafio-loteria a cada rodada com
                                                 organization is line sequential               *>  rateio ligado: a contribuicao devida por participante
                                                 file status is ws-fs-razao.                   *>  em cada rodada (ver 2985-lanca-razao-bolao de la)
           select ws-arq-pagamentos            assign to "PAGAMENTOS.TXT"                     *>  pagamentos registrados pelo pagamentos-bolao
                                                 organization is line sequential
                                                 file status is ws-fs-pagamentos.
           select ws-arq-cobranca              assign to "COBRANCA-BOLAO.TXT"                 *>  relatorio de cobranca: quem esta atrasado, quanto e
                                                 organization is line sequential.              *>  desde qual rodada
           select ws-arq-situacao              assign to "SITUACAO-PAGAMENTOS.TXT"            *>  situacao apurada por participante, lida pelo rateio do
                                                 organization is line sequential               *>  desafio-loteria (ver 2980 de la) para sinalizar quem esta
                                                 file status is ws-fs-situacao.                *>  em atraso alem do tolerado
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-razao
           label records are standard.
       01  ws-reg-razao.                                                                        *>  um lancamento por linha: rodada, participante, contribuicao
           05  ws-rz-rodada                         pic  9(14).                                 *>  devida e parte no premio (duas casas decimais implicitas)
           05  filler                               pic  x(01).
           05  ws-rz-nome                           pic  x(30).
           05  filler                               pic  x(01).
           05  ws-rz-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-tipo                           pic  x(01).                                 *>  'S' = saldo anterior gravado pelo fechamento-bolao,
               88  ws-rz-saldo-anterior                                value 'S'.               *>  em branco = lancamento de uma rodada
           05  filler                               pic  x(01).
           05  ws-rz-qtd-rodadas                    pic  9(04).                                 *>  no saldo anterior, quantas rodadas ele acumula (em branco
                                                                                                *>  nos lancamentos de rodada e nos saldos de antes do campo)

       fd  ws-arq-pagamentos
           label records are standard.
       01  ws-reg-pagamento.                                                                    *>  um pagamento por linha: quem pagou, quando, quanto, a
           05  ws-pg-nome                           pic  x(30).                                 *>  forma e a referencia (layout do pagamentos-bolao)
           05  filler                               pic  x(01).
           05  ws-pg-data                           pic  9(08).
           05  filler                               pic  x(01).
           05  ws-pg-valor                          pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-pg-forma                          pic  x(01).
           05  filler                               pic  x(01).
           05  ws-pg-referencia                     pic  x(30).

       fd  ws-arq-cobranca
           label records are standard.
       01  ws-reg-cobranca                     pic  x(132).

       fd  ws-arq-situacao
           label records are standard.
       01  ws-reg-situacao.                                                                     *>  um participante por linha: rodadas em atraso, valor em
           05  ws-sp-nome                           pic  x(30).                                 *>  atraso (duas casas decimais implicitas), rodada do
           05  filler                               pic  x(01).                                 *>  primeiro atraso (zero = em dia) e data da apuracao
           05  ws-sp-rodadas-atraso                 pic  9(03).
           05  filler                               pic  x(01).
           05  ws-sp-valor-atraso                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-sp-desde-rodada                   pic  9(14).
           05  filler                               pic  x(01).
           05  ws-sp-data-apuracao                  pic  9(08).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-razao                         pic  x(02).
               88  ws-razao-aberto                                     value '00'.
           05  ws-fs-pagamentos                    pic  x(02).
               88  ws-pagamentos-aberto                                value '00'.
           05  ws-fs-situacao                      pic  x(02).
               88  ws-situacao-aberto                                  value '00'.
           05  ws-fim-razao                        pic  x(01)         value 'N'.
               88  ws-fim-arq-razao                                    value 'S'.
           05  ws-fim-pagamentos                   pic  x(01)         value 'N'.
               88  ws-fim-arq-pagamentos                               value 'S'.
           05  ws-data-hoje                        pic  9(08).

       01  ws-lancamentos.                                                                      *>  o razao inteiro carregado em memoria, na ordem gravada
           05  ws-qtd-lancamentos                  pic  9(04)         value zero.               *>  (que e a ordem das rodadas)
           05  ws-lancamento occurs 500 times.
               10  ws-lanc-rodada                  pic  9(14).
               10  ws-lanc-nome                    pic  x(30).
               10  ws-lanc-contribuicao            pic  9(11)v9(02).
               10  ws-lanc-tipo                    pic  x(01).                                  *>  'S' = saldo anterior de um fechamento, que conta
               10  ws-lanc-qtd-rodadas             pic  9(04).                                  *>  como as rodadas que acumula (zero = saldo sem o campo,
                                                                                                *>  conta como uma)

       01  ws-participantes.                                                                    *>  nomes distintos do razao e dos pagamentos, com o total
           05  ws-qtd-nomes                        pic  9(02)         value zero.               *>  pago por cada um
           05  ws-participante occurs 50 times.
               10  ws-nome-parti                   pic  x(30).
               10  ws-nome-no-razao                pic  x(01).
                   88  ws-nome-tem-lancamento                          value 'S'.
               10  ws-nome-qtd-pagamentos          pic  9(04).
               10  ws-nome-total-pago              pic  9(12)v9(02).
           05  ws-nomes-estouraram                 pic  x(01)         value 'N'.               *>  'S' quando a tabela de nomes distintos ficou cheia

       01  ws-apuracao.                                                                         *>  conciliacao do participante corrente: os pagamentos dele
           05  ws-nome-atual                       pic  x(30).                                  *>  quitam as contribuicoes na ordem das rodadas, da mais
           05  ws-ind-lanc                         pic  9(04).                                  *>  antiga para a mais recente
           05  ws-ind-nome                         pic  9(02).
           05  ws-nome-achado                      pic  9(02).
           05  ws-saldo-pagamentos                 pic  9(12)v9(02).
           05  ws-valor-aberto-rodada              pic  9(11)v9(02).
           05  ws-total-devido                     pic  9(12)v9(02).
           05  ws-rodadas-atraso                   pic  9(03).
           05  ws-valor-atraso                     pic  9(12)v9(02).
           05  ws-desde-rodada                     pic  9(14).
           05  ws-rotulo-rodada                    pic  x(13).                                  *>  "Rodada" ou "Saldo ate" na linha de atraso
           05  ws-qtd-rodadas-devidas              pic  9(04).
           05  ws-rodadas-lanc                     pic  9(04).                                  *>  rodadas que o lancamento corrente representa
           05  ws-rodadas-abertas                  pic  9(04).                                  *>  rodadas do saldo anterior que o pago nao cobre
           05  ws-produto-aberto                   pic  9(15)v9(02).
           05  ws-resto-aberto                     pic  9(13)v9(02).

       01  ws-totais.
           05  ws-qtd-pagamentos                   pic  9(05)         value zero.
           05  ws-pagamentos-ilegiveis             pic  9(05)         value zero.
           05  ws-qtd-em-atraso                    pic  9(02)         value zero.
           05  ws-geral-devido                     pic  9(13)v9(02)   value zero.
           05  ws-geral-pago                       pic  9(13)v9(02)   value zero.
           05  ws-geral-atraso                     pic  9(13)v9(02)   value zero.

       01  ws-edicao.
           05  ws-devido-ed                        pic  -z(12)9,99.
           05  ws-pago-ed                          pic  -z(12)9,99.
           05  ws-atraso-ed                        pic  -z(12)9,99.
           05  ws-credito-ed                       pic  -z(12)9,99.

       01  ws-linha-cobranca                       pic  x(132).                                 *>  área de montagem de cada linha do relatorio
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 conciliacao completa,
                                                                                                *>  4 conciliacao com avisos, 8 sem razao para conciliar

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-carrega-razao
           perform 2100-carrega-pagamentos
           perform 3000-concilia-participantes
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           display 'CONCILIACAO DOS PAGAMENTOS DO BOLAO'
           display 'Casa PAGAMENTOS.TXT com as contribuicoes de RAZAO-BOLAO.TXT rodada a rodada.'

           move function current-date(1:8)         to  ws-data-hoje

           open input ws-arq-razao
           if   not ws-razao-aberto then
                display 'RAZAO-BOLAO.TXT nao encontrado (status ' ws-fs-razao ').'
                display 'Rode uma rodada com rateio ligado para gerar os lancamentos.'
                move 8                             to  return-code
                stop run
           end-if

           open output ws-arq-cobranca
           open output ws-arq-situacao
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega as contribuicoes do razao em memoria e anota os nomes
      *> distintos de participantes, na ordem em que aparecem
      *>--------------------------------------------------------------------<*
       2000-carrega-razao section.

           move 'N'                                to  ws-fim-razao
           read ws-arq-razao
               at end move 'S'                     to  ws-fim-razao
           end-read

           perform until ws-fim-arq-razao
                              or ws-qtd-lancamentos >= 500
               add 1                               to  ws-qtd-lancamentos
               move ws-rz-rodada                   to  ws-lanc-rodada(ws-qtd-lancamentos)
               move ws-rz-nome                     to  ws-lanc-nome(ws-qtd-lancamentos)
               move ws-rz-contribuicao             to  ws-lanc-contribuicao(ws-qtd-lancamentos)
               move ws-rz-tipo                     to  ws-lanc-tipo(ws-qtd-lancamentos)
               if   ws-rz-qtd-rodadas is numeric then
                    move ws-rz-qtd-rodadas         to  ws-lanc-qtd-rodadas(ws-qtd-lancamentos)
               else
                    move zero                      to  ws-lanc-qtd-rodadas(ws-qtd-lancamentos)
               end-if

               move ws-rz-nome                     to  ws-nome-atual
               perform 2200-localiza-nome
               if   ws-nome-achado > zero then
                    move 'S'                       to  ws-nome-no-razao(ws-nome-achado)
               end-if

               read ws-arq-razao
                   at end move 'S'                 to  ws-fim-razao
               end-read
           end-perform

           if   not ws-fim-arq-razao then                                                      *>  o laco parou pelo limite da tabela, nao pelo fim do arquivo
                display 'Atencao: o razao tem mais de 500 lancamentos - o excedente NAO entrou'
                display 'na conciliacao e os atrasos abaixo estao incompletos.'
                move 4                             to  ws-codigo-retorno
           end-if

           close ws-arq-razao

           if   ws-qtd-lancamentos = zero then
                display 'O razao existe mas esta vazio. Nada a conciliar.'
                move 8                             to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           display 'Lancamentos carregados.: ' ws-qtd-lancamentos
                   '   Participantes distintos.: ' ws-qtd-nomes
           .
       2000-carrega-razao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> soma os pagamentos registrados por participante - sem o arquivo a
      *> conciliacao segue, e toda contribuicao do razao aparece em aberto
      *>--------------------------------------------------------------------<*
       2100-carrega-pagamentos section.

           open input ws-arq-pagamentos
           if   not ws-pagamentos-aberto then
                display 'Atencao: PAGAMENTOS.TXT nao encontrado - nenhum pagamento a conciliar.'
                move 4                             to  ws-codigo-retorno
                go to 2100-carrega-pagamentos-exit
           end-if

           move 'N'                                to  ws-fim-pagamentos
           read ws-arq-pagamentos
               at end move 'S'                     to  ws-fim-pagamentos
           end-read

           perform until ws-fim-arq-pagamentos
               if   ws-pg-valor is not numeric
               or   ws-pg-nome = spaces then
                    add 1                          to  ws-pagamentos-ilegiveis
               else
                    add 1                          to  ws-qtd-pagamentos
                    move ws-pg-nome                to  ws-nome-atual
                    perform 2200-localiza-nome
                    if   ws-nome-achado > zero then
                         add 1                     to  ws-nome-qtd-pagamentos(ws-nome-achado)
                         add ws-pg-valor           to  ws-nome-total-pago(ws-nome-achado)
                    end-if
               end-if
               read ws-arq-pagamentos
                   at end move 'S'                 to  ws-fim-pagamentos
               end-read
           end-perform

           close ws-arq-pagamentos

           display 'Pagamentos carregados.: ' ws-qtd-pagamentos
           if   ws-pagamentos-ilegiveis > zero then
                display 'Atencao: linhas ilegiveis em PAGAMENTOS.TXT, ignoradas.: '
                        ws-pagamentos-ilegiveis
                move 4                             to  ws-codigo-retorno
           end-if
           .
       2100-carrega-pagamentos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> localiza ws-nome-atual na tabela de nomes, incluindo-o quando
      *> novo; ws-nome-achado fica com a posicao (zero = tabela cheia)
      *>--------------------------------------------------------------------<*
       2200-localiza-nome section.

           move zero                               to  ws-nome-achado
           perform varying ws-ind-nome from 1 by 1
                             until ws-ind-nome > ws-qtd-nomes
                                or ws-nome-achado > zero
               if   ws-nome-parti(ws-ind-nome) = ws-nome-atual then
                    move ws-ind-nome               to  ws-nome-achado
               end-if
           end-perform

           if   ws-nome-achado > zero then
                go to 2200-localiza-nome-exit
           end-if

           if   ws-qtd-nomes >= 50 then
                if   ws-nomes-estouraram not = 'S' then
                     display 'Atencao: mais de 50 participantes distintos - os excedentes'
                     display 'ficaram fora da conciliacao.'
                     move 4                        to  ws-codigo-retorno
                end-if
                move 'S'                           to  ws-nomes-estouraram
                go to 2200-localiza-nome-exit
           end-if

           add 1                                   to  ws-qtd-nomes
           move ws-nome-atual                      to  ws-nome-parti(ws-qtd-nomes)
           move 'N'                                to  ws-nome-no-razao(ws-qtd-nomes)
           move zero                               to  ws-nome-qtd-pagamentos(ws-qtd-nomes)
           move zero                               to  ws-nome-total-pago(ws-qtd-nomes)
           move ws-qtd-nomes                       to  ws-nome-achado
           .
       2200-localiza-nome-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> concilia cada participante, grava o relatorio de cobranca e a
      *> situacao de pagamentos usada pelo rateio do desafio-loteria
      *>--------------------------------------------------------------------<*
       3000-concilia-participantes section.

           move '=================================================================='
                                                   to  ws-linha-cobranca
           perform 3800-grava-linha
           move spaces to ws-linha-cobranca
           string  'RELATORIO DE COBRANCA DO BOLAO - POSICAO EM '  delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-cobranca
           end-string
           perform 3800-grava-linha
           move 'Pagamentos quitam as contribuicoes na ordem das rodadas, da mais antiga para a mais recente.'
                                                   to  ws-linha-cobranca
           perform 3800-grava-linha

           perform varying ws-ind-nome from 1 by 1
                             until ws-ind-nome > ws-qtd-nomes
               move ws-nome-parti(ws-ind-nome)      to  ws-nome-atual
               perform 3100-concilia-participante
           end-perform

           move ws-geral-devido                    to  ws-devido-ed
           move ws-geral-pago                      to  ws-pago-ed
           move ws-geral-atraso                    to  ws-atraso-ed
           move '=================================================================='
                                                   to  ws-linha-cobranca
           perform 3800-grava-linha
           move spaces to ws-linha-cobranca
           string  'Total devido (R$).: '              delimited by size
                   ws-devido-ed                        delimited by size
                   '   Total pago (R$).: '             delimited by size
                   ws-pago-ed                          delimited by size
                   '   Em atraso (R$).: '              delimited by size
                   ws-atraso-ed                        delimited by size
                   into ws-linha-cobranca
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-cobranca
           string  'Participantes em atraso.: '        delimited by size
                   ws-qtd-em-atraso                    delimited by size
                   ' de '                              delimited by size
                   ws-qtd-nomes                        delimited by size
                   into ws-linha-cobranca
           end-string
           perform 3800-grava-linha

           display 'Relatorio gravado em COBRANCA-BOLAO.TXT; situacao em SITUACAO-PAGAMENTOS.TXT'
           .
       3000-concilia-participantes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> concilia um participante: o total pago quita as contribuicoes rodada
      *> a rodada; a primeira rodada que o saldo nao cobre inteira inicia o
      *> atraso, e cada rodada nao quitada sai no relatorio com o valor que
      *> falta - o que sobrar dos pagamentos e credito do participante. Um
      *> saldo anterior conta como as rodadas que acumula; coberto em parte,
      *> o atraso dele e o valor em aberto dividido pela contribuicao media
      *> das suas rodadas, arredondado para cima
      *>--------------------------------------------------------------------<*
       3100-concilia-participante section.

           move ws-nome-total-pago(ws-ind-nome)     to  ws-saldo-pagamentos
           move zero                               to  ws-total-devido
           move zero                               to  ws-rodadas-atraso
           move zero                               to  ws-valor-atraso
           move zero                               to  ws-desde-rodada
           move zero                               to  ws-qtd-rodadas-devidas

           move spaces to ws-linha-cobranca
           perform 3800-grava-linha
           move spaces to ws-linha-cobranca
           string  'PARTICIPANTE.: '                   delimited by size
                   ws-nome-atual                       delimited by size
                   into ws-linha-cobranca
           end-string
           perform 3800-grava-linha

           perform varying ws-ind-lanc from 1 by 1
                             until ws-ind-lanc > ws-qtd-lancamentos
               if   ws-lanc-nome(ws-ind-lanc) = ws-nome-atual
               and  ws-lanc-contribuicao(ws-ind-lanc) > zero then
                    move 1                         to  ws-rodadas-lanc
                    if   ws-lanc-tipo(ws-ind-lanc) = 'S'
                    and  ws-lanc-qtd-rodadas(ws-ind-lanc) > zero then
                         move ws-lanc-qtd-rodadas(ws-ind-lanc) to ws-rodadas-lanc
                    end-if
                    add ws-rodadas-lanc            to  ws-qtd-rodadas-devidas
                    add ws-lanc-contribuicao(ws-ind-lanc) to ws-total-devido
                    if   ws-saldo-pagamentos >= ws-lanc-contribuicao(ws-ind-lanc) then
                         subtract ws-lanc-contribuicao(ws-ind-lanc) from ws-saldo-pagamentos
                    else
                         compute ws-valor-aberto-rodada =
                                 ws-lanc-contribuicao(ws-ind-lanc) - ws-saldo-pagamentos
                         move zero                 to  ws-saldo-pagamentos
                         move ws-rodadas-lanc      to  ws-rodadas-abertas
                         if   ws-rodadas-lanc > 1 then
                              compute ws-produto-aberto =
                                      ws-valor-aberto-rodada * ws-rodadas-lanc
                              divide ws-produto-aberto by ws-lanc-contribuicao(ws-ind-lanc)
                                     giving ws-rodadas-abertas
                                     remainder ws-resto-aberto
                              if   ws-resto-aberto > zero then
                                   add 1           to  ws-rodadas-abertas
                              end-if
                         end-if
                         add ws-rodadas-abertas    to  ws-rodadas-atraso
                         add ws-valor-aberto-rodada to ws-valor-atraso
                         if   ws-desde-rodada = zero then
                              move ws-lanc-rodada(ws-ind-lanc) to ws-desde-rodada
                         end-if
                         move ws-lanc-contribuicao(ws-ind-lanc) to ws-devido-ed
                         move ws-valor-aberto-rodada to ws-atraso-ed
                         if   ws-lanc-tipo(ws-ind-lanc) = 'S' then
                              move '   Saldo ate '     to  ws-rotulo-rodada
                         else
                              move '   Rodada '        to  ws-rotulo-rodada
                         end-if
                         move spaces to ws-linha-cobranca
                         string  ws-rotulo-rodada               delimited by size
                                 ws-lanc-rodada(ws-ind-lanc)    delimited by size
                                 '  Devido (R$).: '             delimited by size
                                 ws-devido-ed                   delimited by size
                                 '  Em aberto (R$).: '          delimited by size
                                 ws-atraso-ed                   delimited by size
                                 into ws-linha-cobranca
                         end-string
                         perform 3800-grava-linha
                    end-if
               end-if
           end-perform

           move ws-total-devido                    to  ws-devido-ed
           move ws-nome-total-pago(ws-ind-nome)     to  ws-pago-ed
           move spaces to ws-linha-cobranca
           string  '   Rodadas devidas.: '             delimited by size
                   ws-qtd-rodadas-devidas              delimited by size
                   '  Devido (R$).: '                  delimited by size
                   ws-devido-ed                        delimited by size
                   '  Pago (R$).: '                    delimited by size
                   ws-pago-ed                          delimited by size
                   '  Pagamentos.: '                   delimited by size
                   ws-nome-qtd-pagamentos(ws-ind-nome) delimited by size
                   into ws-linha-cobranca
           end-string
           perform 3800-grava-linha

           move spaces to ws-linha-cobranca
           evaluate true
               when ws-rodadas-atraso > zero
                    add 1                          to  ws-qtd-em-atraso
                    move ws-valor-atraso           to  ws-atraso-ed
                    string  '   *** EM ATRASO: '           delimited by size
                            ws-rodadas-atraso              delimited by size
                            ' rodada(s), R$ '              delimited by size
                            ws-atraso-ed                   delimited by size
                            ', desde a rodada '            delimited by size
                            ws-desde-rodada                delimited by size
                            into ws-linha-cobranca
                    end-string
               when ws-saldo-pagamentos > zero
                    move ws-saldo-pagamentos       to  ws-credito-ed
                    string  '   Em dia - credito para as proximas rodadas (R$).: '
                                                           delimited by size
                            ws-credito-ed                  delimited by size
                            into ws-linha-cobranca
                    end-string
               when other
                    move '   Em dia.'              to  ws-linha-cobranca
           end-evaluate
           perform 3800-grava-linha

           if   not ws-nome-tem-lancamento(ws-ind-nome) then                                    *>  pagamento de nome que o razao nao conhece: ou nome
                move '   Atencao: pagamentos sem lancamento no razao - confira a grafia do nome.' *>  digitado diferente, ou quem ainda nao jogou rodada
                                                   to  ws-linha-cobranca
                perform 3800-grava-linha
           end-if

           add ws-total-devido                     to  ws-geral-devido
           add ws-nome-total-pago(ws-ind-nome)      to  ws-geral-pago
           add ws-valor-atraso                     to  ws-geral-atraso

           move spaces                             to  ws-reg-situacao
           move ws-nome-atual                      to  ws-sp-nome
           move ws-rodadas-atraso                  to  ws-sp-rodadas-atraso
           move ws-valor-atraso                    to  ws-sp-valor-atraso
           move ws-desde-rodada                    to  ws-sp-desde-rodada
           move ws-data-hoje                       to  ws-sp-data-apuracao
           write ws-reg-situacao
           .
       3100-concilia-participante-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-cobranca                  to  ws-reg-cobranca
           write ws-reg-cobranca
           display ws-linha-cobranca
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-cobranca
           close ws-arq-situacao
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
