      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "fechamento-bolao".                                                         *>--- fechamento de periodo e arquivamento do razao do bolao ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-razao                 assign to "RAZAO-BOLAO.TXT"                    *>  razao vivo, gravado pelo desafio-loteria a cada rodada
                                                 organization is line sequential               *>  com rateio ligado (ver 2985-lanca-razao-bolao de la)
                                                 file status is ws-fs-razao.
           select ws-arq-morto                 assign using ws-nome-arquivo-morto              *>  arquivo morto datado com os lancamentos fechados:
                                                 organization is line sequential               *>  RAZAO-BOLAO-<id do fechamento>.TXT
                                                 file status is ws-fs-morto.
           select ws-arq-mantidos              assign to "RAZAO-BOLAO.TMP"                    *>  lancamentos posteriores ao fechamento, guardados entre
                                                 organization is line sequential               *>  as duas passadas e removidos no fim
                                                 file status is ws-fs-mantidos.
           select ws-arq-fechamento            assign using ws-nome-fechamento                 *>  demonstrativo do fechamento: FECHAMENTO-<id>.TXT
                                                 organization is line sequential.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-razao
           label records are standard.
       01  ws-reg-razao.                                                                        *>  um lancamento por linha: rodada, participante, contribuicao
           05  ws-rz-rodada                         pic  9(14).                                 *>  devida e parte no premio (duas casas decimais implicitas);
           05  filler                               pic  x(01).                                 *>  o tipo 'S' marca o saldo anterior gravado por este
           05  ws-rz-nome                           pic  x(30).                                 *>  fechamento (rodada = id do fechamento), e em branco o
           05  filler                               pic  x(01).                                 *>  lancamento normal de uma rodada
           05  ws-rz-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-tipo                           pic  x(01).
               88  ws-rz-saldo-anterior                                value 'S'.
           05  filler                               pic  x(01).
           05  ws-rz-qtd-rodadas                    pic  9(04).                                 *>  no saldo anterior, quantas rodadas ele acumula (em branco
                                                                                                *>  nos lancamentos de rodada e nos saldos de antes do campo)

       fd  ws-arq-morto
           label records are standard.
       01  ws-reg-morto                        pic  x(80).                                      *>  copia fiel da linha do razao

       fd  ws-arq-mantidos
           label records are standard.
       01  ws-reg-mantido                      pic  x(80).

       fd  ws-arq-fechamento
           label records are standard.
       01  ws-reg-fechamento                   pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-razao                         pic  x(02).
               88  ws-razao-aberto                                     value '00'.
           05  ws-fs-morto                         pic  x(02).
               88  ws-morto-aberto                                     value '00'.
           05  ws-fs-mantidos                      pic  x(02).
               88  ws-mantidos-aberto                                  value '00'.
           05  ws-fim-razao                        pic  x(01)         value 'N'.
               88  ws-fim-arq-razao                                    value 'S'.
           05  ws-fim-mantidos                     pic  x(01)         value 'N'.
               88  ws-fim-arq-mantidos                                 value 'S'.
           05  ws-resposta-confirma                pic  x(01).
           05  ws-data-hoje                        pic  9(08).

       01  ws-nome-arquivo-morto                   pic  x(30).                                  *>  nomes dos arquivos do fechamento, montados com o id
       01  ws-nome-fechamento                      pic  x(30).
       01  ws-nome-mantidos                        pic  x(30)         value 'RAZAO-BOLAO.TMP'.  *>  para a remocao no fim (CBL_DELETE_FILE)
       01  ws-retorno-remocao                      pic  9(02)  comp.

       01  ws-ponto-fechamento.                                                                 *>  ponto de corte: data (AAAAMMDD, fecha o dia inteiro) ou
           05  ws-corte-digitado                   pic  x(14).                                  *>  id de rodada (AAAAMMDDHHMMSS); fecham os lancamentos com
           05  ws-corte-data                       pic  9(08).                                  *>  rodada menor ou igual ao id do fechamento
           05  ws-id-fechamento                    pic  9(14).

       01  ws-participantes.                                                                    *>  totais por participante: o que foi para o arquivo morto
           05  ws-qtd-nomes                        pic  9(02)         value zero.               *>  (vira o saldo anterior) e o que ficou no razao
           05  ws-participante occurs 50 times.
               10  ws-nome-parti                   pic  x(30).
               10  ws-arq-qtd                      pic  9(05).
               10  ws-arq-rodadas                  pic  9(04).                                  *>  rodadas cobradas que o saldo anterior vai acumular (ver 2000)
               10  ws-arq-contribuicao             pic  9(11)v9(02).
               10  ws-arq-premio                   pic  9(11)v9(02).
               10  ws-man-qtd                      pic  9(05).
           05  ws-ind-nome                         pic  9(02).
           05  ws-nome-achado                      pic  9(02).
           05  ws-nomes-estouraram                 pic  x(01)         value 'N'.

       01  ws-totais.                                                                           *>  totais que precisam fechar: arquivado + saldos de abertura
           05  ws-ant-qtd                          pic  9(07)         value zero.               *>  = totais anteriores, e o razao relido depois da regravacao
           05  ws-ant-contribuicao                 pic  9(13)v9(02)   value zero.               *>  tem de bater com os totais anteriores
           05  ws-ant-premio                       pic  9(13)v9(02)   value zero.
           05  ws-arqv-qtd                         pic  9(07)         value zero.
           05  ws-arqv-contribuicao                pic  9(13)v9(02)   value zero.
           05  ws-arqv-premio                      pic  9(13)v9(02)   value zero.
           05  ws-abert-qtd                        pic  9(07)         value zero.
           05  ws-abert-contribuicao               pic  9(13)v9(02)   value zero.
           05  ws-abert-premio                     pic  9(13)v9(02)   value zero.
           05  ws-mant-qtd                         pic  9(07)         value zero.
           05  ws-mant-contribuicao                pic  9(13)v9(02)   value zero.
           05  ws-mant-premio                      pic  9(13)v9(02)   value zero.
           05  ws-novo-qtd                         pic  9(07)         value zero.
           05  ws-novo-contribuicao                pic  9(13)v9(02)   value zero.
           05  ws-novo-premio                      pic  9(13)v9(02)   value zero.
           05  ws-conf-qtd                         pic  9(07)         value zero.               *>  arquivo morto relido (ver 4000)
           05  ws-conf-contribuicao                pic  9(13)v9(02)   value zero.
           05  ws-conf-premio                      pic  9(13)v9(02)   value zero.
           05  ws-fechamento-confere               pic  x(01)         value 'S'.
               88  ws-fechamento-ok                                    value 'S'.

       01  ws-edicao.
           05  ws-contribuicao-ed                  pic  -z(12)9,99.
           05  ws-premio-ed                        pic  -z(12)9,99.
           05  ws-saldo                            pic s9(13)v9(02).
           05  ws-saldo-ed                         pic  -z(12)9,99.
           05  ws-tot-qtd                          pic  9(07).                                  *>  linha do quadro de totais (ver 5100)
           05  ws-tot-contribuicao                 pic  9(13)v9(02).
           05  ws-tot-premio                       pic  9(13)v9(02).

       01  ws-lanc-arquivado.                                                                   *>  linha do arquivo morto relida na conferencia
           05  ws-la-rodada                         pic  9(14).
           05  filler                               pic  x(01).
           05  ws-la-nome                           pic  x(30).
           05  filler                               pic  x(01).
           05  ws-la-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-la-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-la-tipo                           pic  x(01).
           05  filler                               pic  x(01).
           05  ws-la-qtd-rodadas                    pic  9(04).

       01  ws-linha-fechamento                     pic  x(132).                                 *>  área de montagem de cada linha do demonstrativo

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-separa-lancamentos
           perform 3000-regrava-razao
           perform 3100-confere-fechamento
           perform 3200-grava-demonstrativo
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: pede o ponto de corte, monta os
      *> nomes do arquivo morto e do demonstrativo e confere que este
      *> fechamento ainda nao foi feito
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           display 'FECHAMENTO DE PERIODO DO RAZAO DO BOLAO'
           display 'Os lancamentos ate o ponto de corte vao para um arquivo morto datado e'
           display 'cada participante recebe um lancamento de saldo anterior no razao.'

           move function current-date(1:8)         to  ws-data-hoje

           display 'Informe a data de fechamento (AAAAMMDD) ou o id da rodada (AAAAMMDDHHMMSS):'
           move spaces                             to  ws-corte-digitado
           accept ws-corte-digitado

           evaluate true
               when ws-corte-digitado(1:14) is numeric                                           *>  id de rodada: fecha ate aquela rodada, inclusive
                    move ws-corte-digitado(1:14)   to  ws-id-fechamento
                    move ws-corte-digitado(1:8)    to  ws-corte-data
               when ws-corte-digitado(1:8) is numeric
                and ws-corte-digitado(9:6) = spaces                                            *>  data: fecha o dia inteiro
                    move ws-corte-digitado(1:8)    to  ws-corte-data
                    compute ws-id-fechamento = ws-corte-data * 1000000 + 235959
               when other
                    display 'Ponto de corte invalido. Fechamento cancelado.'
                    move 12                        to  return-code
                    stop run
           end-evaluate

           if   function test-date-yyyymmdd(ws-corte-data) not = zero then
                display 'Data do ponto de corte invalida. Fechamento cancelado.'
                move 12                            to  return-code
                stop run
           end-if
           if   ws-corte-data > ws-data-hoje then
                display 'Ponto de corte no futuro. Fechamento cancelado.'
                move 12                            to  return-code
                stop run
           end-if

           move spaces to ws-nome-arquivo-morto
           string  'RAZAO-BOLAO-'                      delimited by size
                   ws-id-fechamento                    delimited by size
                   '.TXT'                              delimited by size
                   into ws-nome-arquivo-morto
           end-string
           move spaces to ws-nome-fechamento
           string  'FECHAMENTO-'                       delimited by size
                   ws-id-fechamento                    delimited by size
                   '.TXT'                              delimited by size
                   into ws-nome-fechamento
           end-string

           open input ws-arq-morto                                                             *>  o arquivo morto nunca e sobrescrito: o mesmo corte
           if   ws-morto-aberto then                                                           *>  rodado duas vezes perderia os lancamentos do primeiro
                close ws-arq-morto
                display ws-nome-arquivo-morto ' ja existe: este fechamento ja foi feito.'
                move 8                             to  return-code
                stop run
           end-if

           open input ws-arq-razao
           if   not ws-razao-aberto then
                display 'RAZAO-BOLAO.TXT nao encontrado (status ' ws-fs-razao ').'
                display 'Rode uma rodada com rateio ligado para gerar os lancamentos.'
                move 8                             to  return-code
                stop run
           end-if

           display 'Fechar os lancamentos ate a rodada ' ws-id-fechamento '? (S/N)'
           accept ws-resposta-confirma
           if   ws-resposta-confirma not = 'S'
           and  ws-resposta-confirma not = 's' then
                close ws-arq-razao
                display 'Fechamento cancelado.'
                move 8                             to  return-code
                stop run
           end-if
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> primeira passada: cada lancamento com rodada ate o corte (inclusive
      *> o saldo anterior de um fechamento antigo) vai para o arquivo morto
      *> e soma no total do participante; os posteriores vao para o arquivo
      *> temporario, na mesma ordem, para voltar ao razao na segunda passada
      *>--------------------------------------------------------------------<*
       2000-separa-lancamentos section.

           open output ws-arq-morto
           if   not ws-morto-aberto then                                                        *>  sem o arquivo morto nada pode ser fechado: para antes
                display 'Arquivo morto ' function trim(ws-nome-arquivo-morto)                   *>  de tocar no razao
                        ' nao pode ser criado (status ' ws-fs-morto ').'
                close ws-arq-razao
                perform 2900-remove-trabalho
                move 12                            to  return-code
                stop run
           end-if
           open output ws-arq-mantidos
           if   not ws-mantidos-aberto then
                display 'Arquivo de trabalho ' function trim(ws-nome-mantidos) ' nao pode ser criado (status '
                        ws-fs-mantidos ').'
                close ws-arq-razao
                close ws-arq-morto
                perform 2900-remove-trabalho
                move 12                            to  return-code
                stop run
           end-if

           move 'N'                                to  ws-fim-razao
           read ws-arq-razao
               at end move 'S'                     to  ws-fim-razao
           end-read

           perform until ws-fim-arq-razao
               if   ws-rz-rodada is not numeric
               or   ws-rz-contribuicao is not numeric
               or   ws-rz-premio is not numeric then                                            *>  linha ilegivel nao entra em saldo nenhum: o fechamento
                    display 'Linha ilegivel no razao: ' ws-reg-razao                           *>  para antes de mexer no razao
                    close ws-arq-razao
                    close ws-arq-morto
                    close ws-arq-mantidos
                    perform 2900-remove-trabalho
                    display 'Corrija RAZAO-BOLAO.TXT e rode o fechamento de novo.'
                    move 12                        to  return-code
                    stop run
               end-if

               add 1                               to  ws-ant-qtd
               add ws-rz-contribuicao              to  ws-ant-contribuicao
               add ws-rz-premio                    to  ws-ant-premio

               perform 2100-localiza-nome
               if   ws-nome-achado = zero then                                                 *>  sem lugar na tabela o saldo do participante se perderia
                    display 'Mais de 50 participantes distintos no razao - fechamento cancelado.'
                    close ws-arq-razao
                    close ws-arq-morto
                    close ws-arq-mantidos
                    perform 2900-remove-trabalho
                    move 12                        to  return-code
                    stop run
               end-if

               if   ws-rz-rodada <= ws-id-fechamento then
                    move ws-reg-razao              to  ws-reg-morto
                    write ws-reg-morto
                    add 1                          to  ws-arqv-qtd
                    add ws-rz-contribuicao         to  ws-arqv-contribuicao
                    add ws-rz-premio               to  ws-arqv-premio
                    add 1                          to  ws-arq-qtd(ws-nome-achado)
                    if   ws-rz-contribuicao > zero then                                        *>  rodadas cobradas do participante, para a conciliacao
                         if   ws-rz-saldo-anterior then                                        *>  contar o atraso dentro do saldo anterior; um saldo de
                              if   ws-rz-qtd-rodadas is numeric                                *>  fechamento anterior traz as dele (sem o campo, conta 1)
                              and  ws-rz-qtd-rodadas > zero then
                                   add ws-rz-qtd-rodadas to ws-arq-rodadas(ws-nome-achado)
                              else
                                   add 1           to  ws-arq-rodadas(ws-nome-achado)
                              end-if
                         else
                              add 1                to  ws-arq-rodadas(ws-nome-achado)
                         end-if
                    end-if
                    add ws-rz-contribuicao         to  ws-arq-contribuicao(ws-nome-achado)
                    add ws-rz-premio               to  ws-arq-premio(ws-nome-achado)
               else
                    move ws-reg-razao              to  ws-reg-mantido
                    write ws-reg-mantido
                    add 1                          to  ws-mant-qtd
                    add ws-rz-contribuicao         to  ws-mant-contribuicao
                    add ws-rz-premio               to  ws-mant-premio
                    add 1                          to  ws-man-qtd(ws-nome-achado)
               end-if

               read ws-arq-razao
                   at end move 'S'                 to  ws-fim-razao
               end-read
           end-perform

           close ws-arq-razao
           close ws-arq-morto
           close ws-arq-mantidos

           if   ws-arqv-qtd = zero then
                perform 2900-remove-trabalho
                display 'Nenhum lancamento ate a rodada ' ws-id-fechamento '. Nada a fechar.'
                move 8                             to  return-code
                stop run
           end-if

           display 'Lancamentos lidos.: ' ws-ant-qtd '   Arquivados.: ' ws-arqv-qtd
                   '   Mantidos.: ' ws-mant-qtd
           .
       2000-separa-lancamentos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> localiza o participante do lancamento lido na tabela de totais,
      *> incluindo-o quando novo; ws-nome-achado = zero quando nao cabe
      *>--------------------------------------------------------------------<*
       2100-localiza-nome section.

           move zero                               to  ws-nome-achado
           perform varying ws-ind-nome from 1 by 1
                             until ws-ind-nome > ws-qtd-nomes
                                or ws-nome-achado > zero
               if   ws-nome-parti(ws-ind-nome) = ws-rz-nome then
                    move ws-ind-nome               to  ws-nome-achado
               end-if
           end-perform

           if   ws-nome-achado > zero
           or   ws-qtd-nomes >= 50 then
                go to 2100-localiza-nome-exit
           end-if

           add 1                                   to  ws-qtd-nomes
           move ws-rz-nome                         to  ws-nome-parti(ws-qtd-nomes)
           move zero                               to  ws-arq-qtd(ws-qtd-nomes)
           move zero                               to  ws-arq-rodadas(ws-qtd-nomes)
           move zero                               to  ws-arq-contribuicao(ws-qtd-nomes)
           move zero                               to  ws-arq-premio(ws-qtd-nomes)
           move zero                               to  ws-man-qtd(ws-qtd-nomes)
           move ws-qtd-nomes                       to  ws-nome-achado
           .
       2100-localiza-nome-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> remove os arquivos de trabalho de um fechamento que nao vai adiante
      *>--------------------------------------------------------------------<*
       2900-remove-trabalho section.

           call "CBL_DELETE_FILE" using ws-nome-arquivo-morto
                                  returning ws-retorno-remocao
           end-call
           call "CBL_DELETE_FILE" using ws-nome-mantidos
                                  returning ws-retorno-remocao
           end-call
           .
       2900-remove-trabalho-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> segunda passada: regrava o razao com um saldo anterior por
      *> participante que tinha lancamentos fechados, seguido dos
      *> lancamentos mantidos, na ordem original
      *>--------------------------------------------------------------------<*
       3000-regrava-razao section.

           open input ws-arq-mantidos                                                           *>  os mantidos tem de poder ser relidos antes de o razao
           if   not ws-mantidos-aberto then                                                     *>  ser regravado, senao eles se perderiam
                display 'Arquivo de trabalho ' function trim(ws-nome-mantidos) ' nao pode ser relido (status '
                        ws-fs-mantidos ').'
                display 'RAZAO-BOLAO.TXT nao foi alterado.'
                perform 2900-remove-trabalho
                move 12                            to  return-code
                stop run
           end-if
           open output ws-arq-razao
           if   not ws-razao-aberto then
                display 'RAZAO-BOLAO.TXT nao pode ser regravado (status ' ws-fs-razao ').'
                close ws-arq-mantidos
                perform 2900-remove-trabalho
                move 12                            to  return-code
                stop run
           end-if

           perform varying ws-ind-nome from 1 by 1
                             until ws-ind-nome > ws-qtd-nomes
               if   ws-arq-qtd(ws-ind-nome) > zero then
                    move spaces                    to  ws-reg-razao
                    move ws-id-fechamento          to  ws-rz-rodada
                    move ws-nome-parti(ws-ind-nome) to ws-rz-nome
                    move ws-arq-contribuicao(ws-ind-nome) to ws-rz-contribuicao
                    move ws-arq-premio(ws-ind-nome) to ws-rz-premio
                    move 'S'                       to  ws-rz-tipo
                    move ws-arq-rodadas(ws-ind-nome) to ws-rz-qtd-rodadas
                    write ws-reg-razao
                    add 1                          to  ws-abert-qtd
                    add ws-arq-contribuicao(ws-ind-nome) to ws-abert-contribuicao
                    add ws-arq-premio(ws-ind-nome) to  ws-abert-premio
               end-if
           end-perform

           move 'N'                                to  ws-fim-mantidos
           read ws-arq-mantidos
               at end move 'S'                     to  ws-fim-mantidos
           end-read
           perform until ws-fim-arq-mantidos
               move ws-reg-mantido                 to  ws-reg-razao
               write ws-reg-razao
               read ws-arq-mantidos
                   at end move 'S'                 to  ws-fim-mantidos
               end-read
           end-perform
           close ws-arq-mantidos
           close ws-arq-razao

           call "CBL_DELETE_FILE" using ws-nome-mantidos
                                  returning ws-retorno-remocao
           end-call
           .
       3000-regrava-razao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere o fechamento relendo o razao regravado e o arquivo morto:
      *> arquivado = saldos de abertura, e razao novo = razao anterior
      *>--------------------------------------------------------------------<*
       3100-confere-fechamento section.

           open input ws-arq-razao
           if   not ws-razao-aberto then                                                        *>  sem reler o que foi gravado nao ha como conferir: o
                display 'RAZAO-BOLAO.TXT regravado nao pode ser relido (status '                *>  fechamento sai como divergente
                        ws-fs-razao ').'
                move 'N'                           to  ws-fechamento-confere
                go to 3100-confere-fechamento-exit
           end-if
           move 'N'                                to  ws-fim-razao
           read ws-arq-razao
               at end move 'S'                     to  ws-fim-razao
           end-read
           perform until ws-fim-arq-razao
               add 1                               to  ws-novo-qtd
               add ws-rz-contribuicao              to  ws-novo-contribuicao
               add ws-rz-premio                    to  ws-novo-premio
               read ws-arq-razao
                   at end move 'S'                 to  ws-fim-razao
               end-read
           end-perform
           close ws-arq-razao

           open input ws-arq-morto
           if   not ws-morto-aberto then
                display 'Arquivo morto ' function trim(ws-nome-arquivo-morto)
                        ' nao pode ser relido (status ' ws-fs-morto ').'
                move 'N'                           to  ws-fechamento-confere
                go to 3100-confere-fechamento-exit
           end-if
           move 'N'                                to  ws-fim-razao
           read ws-arq-morto into ws-lanc-arquivado
               at end move 'S'                     to  ws-fim-razao
           end-read
           perform until ws-fim-arq-razao
               add 1                               to  ws-conf-qtd
               add ws-la-contribuicao              to  ws-conf-contribuicao
               add ws-la-premio                    to  ws-conf-premio
               read ws-arq-morto into ws-lanc-arquivado
                   at end move 'S'                 to  ws-fim-razao
               end-read
           end-perform
           close ws-arq-morto

           if   ws-conf-qtd not = ws-arqv-qtd
           or   ws-conf-contribuicao not = ws-abert-contribuicao
           or   ws-conf-premio not = ws-abert-premio
           or   ws-novo-qtd not = ws-abert-qtd + ws-mant-qtd
           or   ws-novo-contribuicao not = ws-ant-contribuicao
           or   ws-novo-premio not = ws-ant-premio then
                move 'N'                           to  ws-fechamento-confere
           end-if
           .
       3100-confere-fechamento-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava o demonstrativo do fechamento: saldo anterior de cada
      *> participante e o quadro de totais que precisa fechar
      *>--------------------------------------------------------------------<*
       3200-grava-demonstrativo section.

           open output ws-arq-fechamento

           move '=================================================================='
                                                   to  ws-linha-fechamento
           perform 3800-grava-linha
           move spaces to ws-linha-fechamento
           string  'FECHAMENTO DO RAZAO DO BOLAO ATE A RODADA '  delimited by size
                   ws-id-fechamento                    delimited by size
                   '   Emitido em '                    delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-fechamento
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-fechamento
           string  'Arquivo morto.: '                  delimited by size
                   ws-nome-arquivo-morto               delimited by size
                   into ws-linha-fechamento
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-fechamento
           perform 3800-grava-linha
           move 'Participante                   Lanc. Contribuicao(R$)        Premio(R$)  Saldo anterior(R$)'
                                                   to  ws-linha-fechamento
           perform 3800-grava-linha

           perform varying ws-ind-nome from 1 by 1
                             until ws-ind-nome > ws-qtd-nomes
               if   ws-arq-qtd(ws-ind-nome) > zero then
                    move ws-arq-contribuicao(ws-ind-nome) to ws-contribuicao-ed
                    move ws-arq-premio(ws-ind-nome) to ws-premio-ed
                    compute ws-saldo = ws-arq-premio(ws-ind-nome)
                                     - ws-arq-contribuicao(ws-ind-nome)
                    move ws-saldo                  to  ws-saldo-ed
                    move spaces to ws-linha-fechamento
                    string  ws-nome-parti(ws-ind-nome)  delimited by size
                            ' '                         delimited by size
                            ws-arq-qtd(ws-ind-nome)     delimited by size
                            ' '                         delimited by size
                            ws-contribuicao-ed          delimited by size
                            ' '                         delimited by size
                            ws-premio-ed                delimited by size
                            ' '                         delimited by size
                            ws-saldo-ed                 delimited by size
                            into ws-linha-fechamento
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform

           move spaces to ws-linha-fechamento
           perform 3800-grava-linha
           move 'QUADRO DE TOTAIS                     Lanc.  Contribuicao(R$)        Premio(R$)'
                                                   to  ws-linha-fechamento
           perform 3800-grava-linha

           move 'Razao antes do fechamento........: '  to ws-linha-fechamento
           move ws-ant-qtd                         to  ws-tot-qtd
           move ws-ant-contribuicao                to  ws-tot-contribuicao
           move ws-ant-premio                      to  ws-tot-premio
           perform 3210-grava-linha-total

           move 'Arquivado (arquivo morto)........: '  to ws-linha-fechamento
           move ws-arqv-qtd                        to  ws-tot-qtd
           move ws-arqv-contribuicao               to  ws-tot-contribuicao
           move ws-arqv-premio                     to  ws-tot-premio
           perform 3210-grava-linha-total

           move 'Saldos anteriores gravados.......: '  to ws-linha-fechamento
           move ws-abert-qtd                       to  ws-tot-qtd
           move ws-abert-contribuicao              to  ws-tot-contribuicao
           move ws-abert-premio                    to  ws-tot-premio
           perform 3210-grava-linha-total

           move 'Mantidos no razao................: '  to ws-linha-fechamento
           move ws-mant-qtd                        to  ws-tot-qtd
           move ws-mant-contribuicao               to  ws-tot-contribuicao
           move ws-mant-premio                     to  ws-tot-premio
           perform 3210-grava-linha-total

           move 'Razao depois do fechamento.......: '  to ws-linha-fechamento
           move ws-novo-qtd                        to  ws-tot-qtd
           move ws-novo-contribuicao               to  ws-tot-contribuicao
           move ws-novo-premio                     to  ws-tot-premio
           perform 3210-grava-linha-total

           move spaces to ws-linha-fechamento
           if   ws-fechamento-ok then
                move 'FECHAMENTO CONFERE: arquivado = saldos anteriores, e saldos anteriores + mantidos = razao anterior.'
                                                   to  ws-linha-fechamento
           else
                move '*** DIVERGENCIA NO FECHAMENTO: confira o razao contra o arquivo morto antes de qualquer rodada.'
                                                   to  ws-linha-fechamento
           end-if
           perform 3800-grava-linha

           close ws-arq-fechamento
           display 'Demonstrativo gravado em ' ws-nome-fechamento
           .
       3200-grava-demonstrativo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> completa e grava uma linha do quadro de totais: rotulo ja em
      *> ws-linha-fechamento, valores em ws-tot-qtd, ws-tot-contribuicao e
      *> ws-tot-premio
      *>--------------------------------------------------------------------<*
       3210-grava-linha-total section.

           move ws-tot-contribuicao                to  ws-contribuicao-ed
           move ws-tot-premio                      to  ws-premio-ed
           move spaces                             to  ws-reg-fechamento
           string  ws-linha-fechamento(1:35)           delimited by size
                   ws-tot-qtd                          delimited by size
                   ' '                                 delimited by size
                   ws-contribuicao-ed                  delimited by size
                   ' '                                 delimited by size
                   ws-premio-ed                        delimited by size
                   into ws-reg-fechamento
           end-string
           move ws-reg-fechamento                  to  ws-linha-fechamento
           perform 3800-grava-linha
           .
       3210-grava-linha-total-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no demonstrativo e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-fechamento                to  ws-reg-fechamento
           write ws-reg-fechamento
           display ws-linha-fechamento
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           if   ws-fechamento-ok then
                display 'Fechamento concluido.'
                move zero                          to  return-code
           else
                display 'Atencao: o fechamento NAO conferiu - veja ' ws-nome-fechamento
                move 12                            to  return-code                             *>  para o job: o razao precisa ser conferido a mao
           end-if
           stop run
           .
       3900-finaliza-exit.
           exit.
