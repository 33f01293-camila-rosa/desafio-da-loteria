      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "cobertura-grupo".                                                          *>--- cobertura e garantia de um grupo de cartelas ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-cartelas              assign to "CARTELAS.TXT"                       *>  cadastro de grupos de cartelas do desafio-loteria (ver
                                                 organization is line sequential               *>  1400 de la)
                                                 file status is ws-fs-cartelas.
           select ws-arq-premios               assign to "PREMIOS.TXT"                        *>  faixas de custo e premio por jogo e quantidade jogada,
                                                 organization is line sequential               *>  as mesmas do desafio-loteria (ver 1100 de la)
                                                 file status is ws-fs-premios.
           select ws-arq-cobertura             assign to "COBERTURA-GRUPO.TXT"                *>  relatorio da analise, regravado a cada execucao
                                                 organization is line sequential.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-cartelas
           label records are standard.
       01  ws-reg-cartela-grupo.                                                                *>  uma cartela cadastrada por linha: grupo, situacao ('A'
           05  ws-cgr-grupo                         pic  x(20).                                 *>  ativa / 'I' desativada), quantos numeros joga, os numeros
           05  filler                               pic  x(01).                                 *>  e os trevos; a validade na loterica nao interessa aqui
           05  ws-cgr-situacao                      pic  x(01).
               88  ws-cgr-ativa                                        value 'A'.
           05  filler                               pic  x(01).
           05  ws-cgr-qtd-jog                       pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num1                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num2                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num3                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num4                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num5                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num6                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num7                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num8                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num9                          pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num10                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num11                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num12                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num13                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num14                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-num15                         pic  9(02).

       fd  ws-arq-premios
           label records are standard.
       01  ws-reg-premio.                                                                       *>  uma faixa por linha: jogo, qtd jogada, custo da aposta e
           05  ws-prm-jogo                          pic  9(02).                                 *>  valores pagos por faixa; aqui so o custo interessa
           05  filler                               pic  x(01).
           05  ws-prm-qtd-jog                       pic  9(02).
           05  filler                               pic  x(01).
           05  ws-prm-custo                         pic  9(07)v9(02).
           05  filler                               pic  x(01).
           05  ws-prm-quadra                        pic  9(07)v9(02).
           05  filler                               pic  x(01).
           05  ws-prm-quina                         pic  9(07)v9(02).
           05  filler                               pic  x(01).
           05  ws-prm-sena                          pic  9(09)v9(02).
           05  filler                               pic  x(01).
           05  ws-prm-faixa4                        pic  9(07)v9(02).
           05  filler                               pic  x(01).
           05  ws-prm-faixa5                        pic  9(07)v9(02).

       fd  ws-arq-cobertura
           label records are standard.
       01  ws-reg-cobertura                    pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-cartelas                      pic  x(02).
               88  ws-cartelas-aberto                                  value '00'.
           05  ws-fs-premios                       pic  x(02).
               88  ws-premios-aberto                                   value '00'.
           05  ws-fim-cartelas                     pic  x(01)         value 'N'.
               88  ws-fim-arq-cartelas                                 value 'S'.
           05  ws-fim-premios                      pic  x(01)         value 'N'.
               88  ws-fim-arq-premios                                  value 'S'.
           05  ws-data-hoje                        pic  9(08).

       01  ws-selecao.
           05  ws-opcao-jogo                       pic  9(02).                                  *>  como em ws-opcao-jogo do desafio-loteria
           05  ws-universo                         pic  9(02).
           05  ws-qtd-num-sorteio                  pic  9(02).
           05  ws-grupo-pedido                     pic  x(20).

       01  ws-tabela-premios.                                                                   *>  custos carregados de PREMIOS.TXT (como em 1100 do
           05  ws-premio occurs 40 times.                                                       *>  desafio-loteria)
               10  ws-prem-jogo                    pic  9(02).
               10  ws-prem-qtd-jog                 pic  9(02).
               10  ws-prem-custo                   pic  9(07)v9(02).
           05  ws-qtd-premios                      pic  9(02)         value zero.
           05  ws-idx-premio                       pic  9(02).
           05  ws-prem-achado                      pic  x(01).
               88  ws-prem-encontrado                                  value 'S'.
           05  ws-prem-custo-atual                 pic  9(07)v9(02).

       01  ws-tabela-cartelas.                                                                  *>  cartelas ativas e validas do grupo
           05  ws-cartela occurs 50 times.
               10  ws-cart-seq                     pic  9(03).                                  *>  posicao no grupo, contando as desativadas (como em 1470)
               10  ws-cart-qtd                     pic  9(02).
               10  ws-cart-num                     pic  9(02)         occurs 15 times.
               10  ws-cart-marca                   pic  9(01)         occurs 99 times.          *>  1 quando o numero esta na cartela
               10  ws-cart-custo                   pic  9(07)v9(02).
               10  ws-cart-tem-custo               pic  x(01).
               10  ws-cart-maior-sobrep            pic  9(02).
               10  ws-cart-maior-com               pic  9(03).
           05  ws-qtd-cartelas                     pic  9(02)         value zero.
           05  ws-qtd-desativadas                  pic  9(03)         value zero.
           05  ws-qtd-invalidas                    pic  9(03)         value zero.
           05  ws-qtd-excedentes                   pic  9(03)         value zero.
           05  ws-seq-grupo                        pic  9(03)         value zero.
           05  ws-cartela-ok                       pic  x(01).
               88  ws-cartela-valida                                   value 'S'.

       01  ws-cobertura.                                                                        *>  em quantas cartelas cada numero aparece
           05  ws-num-freq                         pic  9(02)         occurs 99 times.
           05  ws-qtd-distintos                    pic  9(02)         value zero.
           05  ws-qtd-posicoes                     pic  9(04)         value zero.
           05  ws-custo-total                      pic  9(09)v9(02)   value zero.
           05  ws-qtd-sem-custo                    pic  9(02)         value zero.

       01  ws-sobreposicao.                                                                     *>  numeros em comum entre cada par de cartelas
           05  ws-dist-sobrep                      pic  9(04)         occurs 16 times.          *>  quantos pares tem k numeros em comum (k+1)
           05  ws-sobrep                           pic  9(02).
           05  ws-menor-qtd                        pic  9(02).
           05  ws-qtd-pares-cartelas               pic  9(04)         value zero.
           05  ws-soma-sobrep                      pic  9(06)         value zero.
           05  ws-media-sobrep                     pic  9(02)v9(02).
           05  ws-qtd-duplicadas                   pic  9(04)         value zero.
           05  ws-qtd-quase-duplicadas             pic  9(04)         value zero.

       01  ws-garantia.                                                                         *>  o pior caso do grupo quando k numeros de um pool saem
           05  ws-pool-qtd                         pic  9(02).
           05  ws-pool-num                         pic  9(02)         occurs 20 times.
           05  ws-k-sorteados                      pic  9(02).
           05  ws-comb                             pic  9(02)         occurs 15 times.          *>  posicoes do pool na combinacao corrente
           05  ws-comb-fim                         pic  x(01).
               88  ws-combinacoes-esgotadas                            value 'S'.
           05  ws-comb-pos                         pic  9(02).
           05  ws-qtd-combinacoes                  pic  9(09)         value zero.
           05  ws-acertos                          pic  9(02).
           05  ws-melhor-acerto                    pic  9(02).
           05  ws-garantido                        pic  9(02).
           05  ws-pior-comb                        pic  9(02)         occurs 15 times.          *>  numeros da combinacao que deu o pior caso
           05  ws-dist-garantia                    pic  9(09)         occurs 16 times.          *>  combinacoes cujo melhor acerto foi k (k+1)
           05  ws-pool-digitado                    pic  x(01).
           05  ws-num-informado                    pic  9(02).
           05  ws-menor-faixa                      pic  9(02).                                  *>  menor quantidade de acertos que paga premio no jogo
           05  ws-faixa-desc                       pic  x(20).

       01  ws-indices.
           05  ws-i                                pic  9(03).
           05  ws-j                                pic  9(03).
           05  ws-k                                pic  9(03).
           05  ws-n                                pic  9(03).                                  *>  tres posicoes: os lacos vao ate o universo + 1, que
                                                                                                *>  pode ser 100 num jogo livre de 99 numeros

       01  ws-edicao.
           05  ws-valor-ed                         pic  -z(12)9,99.
           05  ws-decimal-ed                       pic  z9,99.
           05  ws-perc                             pic  9(03)v9(01).
           05  ws-perc-ed                          pic  zz9,9.
           05  ws-num-ed                           pic  9(02).                                  *>  numero da loteria nas linhas do relatorio, com duas
                                                                                                *>  posicoes como nos arquivos

       01  ws-linha-cobertura                      pic  x(132).                                 *>  área de montagem de cada linha do relatorio
       77  ws-ptr-linha                            pic  9(03).                                  *>  ponteiro usado ao montar as linhas acima com STRING
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 analise completa,
                                                                                                *>  4 custo ou garantia nao apurados, 8 grupo sem cartelas,
                                                                                                *>  12 selecao invalida

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 1100-carrega-premios
           perform 2000-carrega-grupo
           perform 3000-relatorio-cobertura
           perform 3100-relatorio-sobreposicao
           perform 3200-relatorio-garantia
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: jogo e grupo a analisar
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           move function current-date(1:8)         to  ws-data-hoje

           display 'COBERTURA E GARANTIA DE UM GRUPO DE CARTELAS (CARTELAS.TXT)'
           display 'Jogo: 1 = Mega-Sena, 2 = Lotofacil, 3 = Quina, 4 = personalizado,'
           display '      5 = Dupla Sena, 6 = +Milionaria:'
           accept ws-opcao-jogo

           evaluate ws-opcao-jogo
               when 1  move 60                     to  ws-universo
                       move 06                     to  ws-qtd-num-sorteio
               when 2  move 25                     to  ws-universo
                       move 15                     to  ws-qtd-num-sorteio
               when 3  move 80                     to  ws-universo
                       move 05                     to  ws-qtd-num-sorteio
               when 4  display 'Informe o tamanho do universo de numeros do jogo personalizado:'
                       accept ws-universo
                       display 'Informe quantos numeros sao sorteados por jogo:'
                       accept ws-qtd-num-sorteio
               when 5  move 50                     to  ws-universo
                       move 06                     to  ws-qtd-num-sorteio
               when 6  move 50                     to  ws-universo                            *>  os trevos nao entram na cobertura nem na garantia
                       move 06                     to  ws-qtd-num-sorteio
               when other
                    display 'Jogo invalido.'
                    move 12                        to  return-code
                    stop run
           end-evaluate

           if   ws-qtd-num-sorteio < 1
           or   ws-qtd-num-sorteio > 15
           or   ws-universo < 6
           or   ws-universo < ws-qtd-num-sorteio then
                display 'Configuracao invalida: de 1 a 15 numeros sorteados num universo de 6 a 99.'
                move 12                            to  return-code
                stop run
           end-if

           initialize ws-tabela-cartelas
           initialize ws-cobertura
           initialize ws-sobreposicao
           initialize ws-garantia

           evaluate ws-opcao-jogo                                                               *>  menor faixa paga: quadra na Mega/Dupla/+Milionaria (a
               when 2  move 11                     to  ws-menor-faixa                          *>  +Milionaria paga menos com trevos, que nao entram aqui),
               when 3  move 02                     to  ws-menor-faixa                          *>  11 pontos na Lotofacil, duque na Quina; no personalizado
               when 4  compute ws-menor-faixa = ws-qtd-num-sorteio - 2                         *>  as tres faixas de cima, como em PREMIOS.TXT
                       if   ws-qtd-num-sorteio < 3 then
                            move 1                 to  ws-menor-faixa
                       end-if
               when other
                       move 04                     to  ws-menor-faixa
           end-evaluate

           display 'Nome do grupo de cartelas a analisar:'
           move spaces                             to  ws-grupo-pedido
           accept ws-grupo-pedido
           if   ws-grupo-pedido = spaces then
                display 'Grupo nao informado. Encerrando.'
                move 12                            to  return-code
                stop run
           end-if

           open output ws-arq-cobertura
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega os custos de PREMIOS.TXT; sem o arquivo o custo do grupo
      *> fica em aberto, mas a analise de cobertura segue
      *>--------------------------------------------------------------------<*
       1100-carrega-premios section.

           move zero                               to  ws-qtd-premios

           open input ws-arq-premios
           if   not ws-premios-aberto then
                display 'PREMIOS.TXT nao encontrado (status ' ws-fs-premios '). Custo nao apurado.'
                move 4                             to  ws-codigo-retorno
                go to 1100-carrega-premios-exit
           end-if

           move 'N'                                to  ws-fim-premios
           read ws-arq-premios
               at end move 'S'                     to  ws-fim-premios
           end-read

           perform until ws-fim-arq-premios
                              or ws-qtd-premios >= 40
               add 1                               to  ws-qtd-premios
               move ws-prm-jogo                    to  ws-prem-jogo(ws-qtd-premios)
               move ws-prm-qtd-jog                 to  ws-prem-qtd-jog(ws-qtd-premios)
               move ws-prm-custo                   to  ws-prem-custo(ws-qtd-premios)
               read ws-arq-premios
                   at end move 'S'                 to  ws-fim-premios
               end-read
           end-perform

           close ws-arq-premios
           .
       1100-carrega-premios-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procura em ws-tabela-premios o custo do jogo configurado para a
      *> quantidade de numeros jogados na cartela ws-i
      *>--------------------------------------------------------------------<*
       1150-busca-custo section.

           move 'N'                                to  ws-prem-achado
           move zero                               to  ws-prem-custo-atual

           perform varying ws-idx-premio from 1 by 1
                             until ws-idx-premio > ws-qtd-premios
                                or ws-prem-encontrado
               if   ws-prem-jogo(ws-idx-premio) = ws-opcao-jogo
               and  ws-prem-qtd-jog(ws-idx-premio) = ws-cart-qtd(ws-i) then
                    move 'S'                       to  ws-prem-achado
                    move ws-prem-custo(ws-idx-premio) to ws-prem-custo-atual
               end-if
           end-perform
           .
       1150-busca-custo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega as cartelas ativas do grupo, com as regras de 2065 do
      *> desafio-loteria: numeros no universo, sem repeticao, pelo menos 6 e
      *> nunca menos que o jogo sorteia
      *>--------------------------------------------------------------------<*
       2000-carrega-grupo section.

           open input ws-arq-cartelas
           if   not ws-cartelas-aberto then
                display 'CARTELAS.TXT nao encontrado (status ' ws-fs-cartelas '). Encerrando.'
                close ws-arq-cobertura
                move 8                             to  return-code
                stop run
           end-if

           move 'N'                                to  ws-fim-cartelas
           read ws-arq-cartelas
               at end move 'S'                     to  ws-fim-cartelas
           end-read
           perform until ws-fim-arq-cartelas
               if   ws-cgr-grupo = ws-grupo-pedido then
                    add 1                          to  ws-seq-grupo
                    evaluate true
                        when not ws-cgr-ativa
                             add 1                 to  ws-qtd-desativadas
                        when ws-qtd-cartelas >= 50
                             add 1                 to  ws-qtd-excedentes
                        when other
                             perform 2100-valida-cartela
                    end-evaluate
               end-if
               read ws-arq-cartelas
                   at end move 'S'                 to  ws-fim-cartelas
               end-read
           end-perform
           close ws-arq-cartelas

           if   ws-qtd-cartelas = zero then
                display 'Nenhuma cartela ativa valida encontrada para o grupo ' ws-grupo-pedido
                move spaces to ws-linha-cobertura
                string  'Nenhuma cartela ativa valida no grupo '  delimited by size
                        ws-grupo-pedido                delimited by '  '
                        ' para o jogo '                delimited by size
                        ws-opcao-jogo                  delimited by size
                        ' - nada a analisar.'          delimited by size
                        into ws-linha-cobertura
                end-string
                perform 3800-grava-linha
                close ws-arq-cobertura
                move 8                             to  return-code
                stop run
           end-if
           .
       2000-carrega-grupo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> valida a cartela lida e, se valida, a guarda na tabela
      *>--------------------------------------------------------------------<*
       2100-valida-cartela section.

           add 1                                   to  ws-qtd-cartelas
           move ws-seq-grupo                       to  ws-cart-seq(ws-qtd-cartelas)
           move ws-cgr-num1                        to  ws-cart-num(ws-qtd-cartelas, 1)
           move ws-cgr-num2                        to  ws-cart-num(ws-qtd-cartelas, 2)
           move ws-cgr-num3                        to  ws-cart-num(ws-qtd-cartelas, 3)
           move ws-cgr-num4                        to  ws-cart-num(ws-qtd-cartelas, 4)
           move ws-cgr-num5                        to  ws-cart-num(ws-qtd-cartelas, 5)
           move ws-cgr-num6                        to  ws-cart-num(ws-qtd-cartelas, 6)
           move ws-cgr-num7                        to  ws-cart-num(ws-qtd-cartelas, 7)
           move ws-cgr-num8                        to  ws-cart-num(ws-qtd-cartelas, 8)
           move ws-cgr-num9                        to  ws-cart-num(ws-qtd-cartelas, 9)
           move ws-cgr-num10                       to  ws-cart-num(ws-qtd-cartelas, 10)
           move ws-cgr-num11                       to  ws-cart-num(ws-qtd-cartelas, 11)
           move ws-cgr-num12                       to  ws-cart-num(ws-qtd-cartelas, 12)
           move ws-cgr-num13                       to  ws-cart-num(ws-qtd-cartelas, 13)
           move ws-cgr-num14                       to  ws-cart-num(ws-qtd-cartelas, 14)
           move ws-cgr-num15                       to  ws-cart-num(ws-qtd-cartelas, 15)

           move 'S'                                to  ws-cartela-ok
           move zero                               to  ws-cart-qtd(ws-qtd-cartelas)
           perform varying ws-j from 1 by 1
                             until ws-j > 15
               move ws-cart-num(ws-qtd-cartelas, ws-j) to ws-n
               if   ws-n not = zero then
                    if   ws-n > ws-universo then
                         move 'N'                  to  ws-cartela-ok
                    else
                         if   ws-cart-marca(ws-qtd-cartelas, ws-n) = 1 then                      *>  numero repetido na cartela
                              move 'N'             to  ws-cartela-ok
                         else
                              move 1               to  ws-cart-marca(ws-qtd-cartelas, ws-n)
                              add 1                to  ws-cart-qtd(ws-qtd-cartelas)
                         end-if
                    end-if
               end-if
           end-perform
           if   ws-cart-qtd(ws-qtd-cartelas) < 6
           or   ws-cart-qtd(ws-qtd-cartelas) < ws-qtd-num-sorteio then
                move 'N'                           to  ws-cartela-ok
           end-if

           if   not ws-cartela-valida then
                add 1                              to  ws-qtd-invalidas
                initialize ws-cartela(ws-qtd-cartelas)
                subtract 1                         from ws-qtd-cartelas
           end-if
           .
       2100-valida-cartela-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> cobertura: cartelas do grupo com seu custo e a frequencia de cada
      *> numero coberto
      *>--------------------------------------------------------------------<*
       3000-relatorio-cobertura section.

           move '=================================================================='
                                                   to  ws-linha-cobertura
           perform 3800-grava-linha
           move spaces to ws-linha-cobertura
           string  'COBERTURA DO GRUPO '               delimited by size
                   ws-grupo-pedido                     delimited by '  '
                   ' - JOGO '                          delimited by size
                   ws-opcao-jogo                       delimited by size
                   ' (universo '                       delimited by size
                   ws-universo                         delimited by size
                   ', '                                delimited by size
                   ws-qtd-num-sorteio                  delimited by size
                   ' sorteados)   Emitido em '         delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-cobertura
           string  'Cartelas ativas analisadas.: '     delimited by size
                   ws-qtd-cartelas                     delimited by size
                   '   Desativadas.: '                 delimited by size
                   ws-qtd-desativadas                  delimited by size
                   '   Invalidas para o jogo.: '       delimited by size
                   ws-qtd-invalidas                    delimited by size
                   '   Alem do limite de 50.: '        delimited by size
                   ws-qtd-excedentes                   delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           if   ws-opcao-jogo = 6 then
                move 'Os trevos da +Milionaria nao entram na cobertura nem na garantia.'
                                                   to  ws-linha-cobertura
                perform 3800-grava-linha
           end-if

           move spaces to ws-linha-cobertura
           perform 3800-grava-linha
           move 'Seq Qtd  Custo/concurso  Numeros'  to  ws-linha-cobertura
           perform 3800-grava-linha

           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-cartelas
               perform 1150-busca-custo
               move ws-prem-achado                 to  ws-cart-tem-custo(ws-i)
               move ws-prem-custo-atual            to  ws-cart-custo(ws-i)
               add ws-prem-custo-atual             to  ws-custo-total
               if   not ws-prem-encontrado then
                    add 1                          to  ws-qtd-sem-custo
               end-if
               add ws-cart-qtd(ws-i)               to  ws-qtd-posicoes
               move spaces to ws-linha-cobertura
               move ws-prem-custo-atual            to  ws-valor-ed
               move 1                              to  ws-ptr-linha
               string  ws-cart-seq(ws-i)               delimited by size
                       ' '                             delimited by size
                       ws-cart-qtd(ws-i)               delimited by size
                       ws-valor-ed(6:)                 delimited by size
                       '  '                            delimited by size
                       into ws-linha-cobertura
                       with pointer ws-ptr-linha
               end-string
               perform varying ws-n from 1 by 1
                                 until ws-n > ws-universo
                   if   ws-cart-marca(ws-i, ws-n) = 1 then
                        add 1                      to  ws-num-freq(ws-n)
                        move ws-n                  to  ws-num-ed
                        string  ws-num-ed              delimited by size
                                ' '                    delimited by size
                                into ws-linha-cobertura
                                with pointer ws-ptr-linha
                        end-string
                   end-if
               end-perform
               if   not ws-prem-encontrado then
                    string  ' (sem faixa em PREMIOS.TXT)' delimited by size
                            into ws-linha-cobertura
                            with pointer ws-ptr-linha
                    end-string
               end-if
               perform 3800-grava-linha
           end-perform

           move ws-custo-total                     to  ws-valor-ed
           move spaces to ws-linha-cobertura
           string  'Custo total do grupo por concurso.: ' delimited by size
                   ws-valor-ed                         delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           if   ws-qtd-sem-custo > zero then
                move spaces to ws-linha-cobertura
                string  '*** '                         delimited by size
                        ws-qtd-sem-custo               delimited by size
                        ' cartela(s) sem faixa em PREMIOS.TXT entram com custo zero - total incompleto.'
                                                       delimited by size
                        into ws-linha-cobertura
                end-string
                perform 3800-grava-linha
                move 4                             to  ws-codigo-retorno
           end-if

           perform varying ws-n from 1 by 1
                             until ws-n > ws-universo
               if   ws-num-freq(ws-n) > zero then
                    add 1                          to  ws-qtd-distintos
               end-if
           end-perform

           move spaces to ws-linha-cobertura
           perform 3800-grava-linha
           compute ws-perc rounded = ws-qtd-distintos * 100 / ws-universo
           move ws-perc                            to  ws-perc-ed
           move spaces to ws-linha-cobertura
           string  'NUMEROS COBERTOS.: '               delimited by size
                   ws-qtd-distintos                    delimited by size
                   ' distintos de '                    delimited by size
                   ws-universo                         delimited by size
                   ' ('                                delimited by size
                   ws-perc-ed                          delimited by size
                   '% do universo), em '               delimited by size
                   ws-qtd-posicoes                     delimited by size
                   ' posicoes jogadas'                 delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           move 'Num  Cartelas  % das cartelas'      to  ws-linha-cobertura
           perform 3800-grava-linha
           perform varying ws-n from 1 by 1
                             until ws-n > ws-universo
               if   ws-num-freq(ws-n) > zero then
                    compute ws-perc rounded = ws-num-freq(ws-n) * 100 / ws-qtd-cartelas
                    move ws-perc                   to  ws-perc-ed
                    move ws-n                      to  ws-num-ed
                    move spaces to ws-linha-cobertura
                    string  ws-num-ed                  delimited by size
                            '   '                      delimited by size
                            ws-num-freq(ws-n)          delimited by size
                            '          '               delimited by size
                            ws-perc-ed                 delimited by size
                            into ws-linha-cobertura
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform

           move spaces to ws-linha-cobertura
           move 1                                  to  ws-ptr-linha
           string  'Fora do grupo.: '                  delimited by size
                   into ws-linha-cobertura
                   with pointer ws-ptr-linha
           end-string
           perform varying ws-n from 1 by 1
                             until ws-n > ws-universo
                                or ws-ptr-linha > 128
               if   ws-num-freq(ws-n) = zero then
                    move ws-n                      to  ws-num-ed
                    string  ws-num-ed                  delimited by size
                            ' '                        delimited by size
                            into ws-linha-cobertura
                            with pointer ws-ptr-linha
                    end-string
               end-if
               if   ws-ptr-linha > 128 then                                                     *>  universos grandes quebram a lista em varias linhas
                    perform 3800-grava-linha
                    move spaces to ws-linha-cobertura
                    move 17                        to  ws-ptr-linha
               end-if
           end-perform
           if   ws-ptr-linha > 17 then
                perform 3800-grava-linha
           end-if
           .
       3000-relatorio-cobertura-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> sobreposicao entre cada par de cartelas: distribuicao, maior
      *> sobreposicao de cada cartela e pares duplicados ou quase duplicados
      *> (diferem em um unico numero da menor das duas)
      *>--------------------------------------------------------------------<*
       3100-relatorio-sobreposicao section.

           move spaces to ws-linha-cobertura
           perform 3800-grava-linha
           move 'SOBREPOSICAO ENTRE AS CARTELAS (numeros em comum em cada par)'
                                                   to  ws-linha-cobertura
           perform 3800-grava-linha
           if   ws-qtd-cartelas > 1 then
                move 'Pares a revisar (duplicados, ou que diferem em um unico numero da menor cartela):'
                                                   to  ws-linha-cobertura
                perform 3800-grava-linha
           end-if

           perform varying ws-i from 1 by 1
                             until ws-i >= ws-qtd-cartelas
               compute ws-k = ws-i + 1
               perform varying ws-j from ws-k by 1
                                 until ws-j > ws-qtd-cartelas
                   perform 3110-compara-par
               end-perform
           end-perform

           if   ws-qtd-pares-cartelas = zero then
                move 'Grupo com uma unica cartela - nada a comparar.'
                                                   to  ws-linha-cobertura
                perform 3800-grava-linha
                go to 3100-relatorio-sobreposicao-exit
           end-if

           compute ws-media-sobrep rounded = ws-soma-sobrep / ws-qtd-pares-cartelas
           move ws-media-sobrep                    to  ws-decimal-ed
           move spaces to ws-linha-cobertura
           string  'Pares de cartelas.: '              delimited by size
                   ws-qtd-pares-cartelas               delimited by size
                   '   Media de numeros em comum.: '   delimited by size
                   ws-decimal-ed                       delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           move 'Em comum  Pares      %'             to  ws-linha-cobertura
           perform 3800-grava-linha
           perform varying ws-k from 1 by 1
                             until ws-k > 16
               if   ws-dist-sobrep(ws-k) > zero then
                    compute ws-n = ws-k - 1
                    compute ws-perc rounded = ws-dist-sobrep(ws-k) * 100 / ws-qtd-pares-cartelas
                    move ws-perc                   to  ws-perc-ed
                    move ws-n                      to  ws-num-ed
                    move spaces to ws-linha-cobertura
                    string  '   '                      delimited by size
                            ws-num-ed                  delimited by size
                            '     '                    delimited by size
                            ws-dist-sobrep(ws-k)       delimited by size
                            '  '                       delimited by size
                            ws-perc-ed                 delimited by size
                            into ws-linha-cobertura
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform

           move 'Seq  Maior sobreposicao  com a cartela'  to  ws-linha-cobertura
           perform 3800-grava-linha
           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-cartelas
               move spaces to ws-linha-cobertura
               string  ws-cart-seq(ws-i)               delimited by size
                       '         '                     delimited by size
                       ws-cart-maior-sobrep(ws-i)      delimited by size
                       '             '                 delimited by size
                       ws-cart-maior-com(ws-i)         delimited by size
                       into ws-linha-cobertura
               end-string
               perform 3800-grava-linha
           end-perform

           move spaces to ws-linha-cobertura
           string  'Pares duplicados.: '               delimited by size
                   ws-qtd-duplicadas                   delimited by size
                   '   Quase duplicados.: '            delimited by size
                   ws-qtd-quase-duplicadas             delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           if   ws-qtd-duplicadas > zero then
                move '*** Cartelas duplicadas pagam duas vezes pela mesma cobertura.'
                                                   to  ws-linha-cobertura
                perform 3800-grava-linha
           end-if
           .
       3100-relatorio-sobreposicao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> conta os numeros em comum entre as cartelas ws-i e ws-j
      *>--------------------------------------------------------------------<*
       3110-compara-par section.

           move zero                               to  ws-sobrep
           perform varying ws-n from 1 by 1
                             until ws-n > ws-universo
               if   ws-cart-marca(ws-i, ws-n) = 1
               and  ws-cart-marca(ws-j, ws-n) = 1 then
                    add 1                          to  ws-sobrep
               end-if
           end-perform

           add 1                                   to  ws-qtd-pares-cartelas
           add ws-sobrep                           to  ws-soma-sobrep
           add 1                                   to  ws-dist-sobrep(ws-sobrep + 1)
           if   ws-sobrep > ws-cart-maior-sobrep(ws-i) then
                move ws-sobrep                     to  ws-cart-maior-sobrep(ws-i)
                move ws-cart-seq(ws-j)             to  ws-cart-maior-com(ws-i)
           end-if
           if   ws-sobrep > ws-cart-maior-sobrep(ws-j) then
                move ws-sobrep                     to  ws-cart-maior-sobrep(ws-j)
                move ws-cart-seq(ws-i)             to  ws-cart-maior-com(ws-j)
           end-if

           move ws-cart-qtd(ws-i)                  to  ws-menor-qtd
           if   ws-cart-qtd(ws-j) < ws-menor-qtd then
                move ws-cart-qtd(ws-j)             to  ws-menor-qtd
           end-if

           move spaces to ws-linha-cobertura
           evaluate true
               when ws-sobrep = ws-cart-qtd(ws-i)
                and ws-sobrep = ws-cart-qtd(ws-j)
                    add 1                          to  ws-qtd-duplicadas
                    string  '*** Cartelas '            delimited by size
                            ws-cart-seq(ws-i)          delimited by size
                            ' e '                      delimited by size
                            ws-cart-seq(ws-j)          delimited by size
                            ': DUPLICADAS (mesmos '    delimited by size
                            ws-sobrep                  delimited by size
                            ' numeros)'                delimited by size
                            into ws-linha-cobertura
                    end-string
                    perform 3800-grava-linha
               when ws-sobrep >= ws-menor-qtd - 1
                    add 1                          to  ws-qtd-quase-duplicadas
                    string  '*** Cartelas '            delimited by size
                            ws-cart-seq(ws-i)          delimited by size
                            ' e '                      delimited by size
                            ws-cart-seq(ws-j)          delimited by size
                            ': QUASE DUPLICADAS ('     delimited by size
                            ws-sobrep                  delimited by size
                            ' numeros em comum)'       delimited by size
                            into ws-linha-cobertura
                    end-string
                    perform 3800-grava-linha
           end-evaluate
           .
       3110-compara-par-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> garantia: percorre todas as combinacoes de k numeros do pool e, para
      *> cada uma, o melhor acerto entre as cartelas do grupo; o menor desses
      *> melhores e o acerto garantido, e a combinacao que o produz o pior
      *> caso
      *>--------------------------------------------------------------------<*
       3200-relatorio-garantia section.

           move spaces to ws-linha-cobertura
           perform 3800-grava-linha
           move 'GARANTIA DO GRUPO'                  to  ws-linha-cobertura
           perform 3800-grava-linha

           display 'Pool da garantia: quantos numeros? (zero = os numeros cobertos pelo grupo, ate 20)'
           accept ws-pool-qtd
           if   ws-pool-qtd = zero then
                if   ws-qtd-distintos > 20 then
                     move 'Grupo cobre mais de 20 numeros: informe o pool para calcular a garantia.'
                                                   to  ws-linha-cobertura
                     perform 3800-grava-linha
                     move 4                        to  ws-codigo-retorno
                     go to 3200-relatorio-garantia-exit
                end-if
                move 'N'                           to  ws-pool-digitado
                perform varying ws-n from 1 by 1
                                  until ws-n > ws-universo
                    if   ws-num-freq(ws-n) > zero then
                         add 1                     to  ws-pool-qtd
                         move ws-n                 to  ws-pool-num(ws-pool-qtd)
                    end-if
                end-perform
           else
                move 'S'                           to  ws-pool-digitado
                perform until ws-pool-qtd <= 20
                                   and ws-pool-qtd <= ws-universo
                    display 'Quantidade invalida. Informe ate 20 numeros, dentro do universo do jogo.'
                    accept ws-pool-qtd
                end-perform
                perform varying ws-i from 1 by 1
                                  until ws-i > ws-pool-qtd
                    display 'Informe o numero ' ws-i ' do pool:'
                    accept ws-num-informado
                    perform 3210-valida-numero-pool
                    perform until ws-num-informado not = zero
                        display 'Numero invalido ou repetido. Informe um valor entre 01 e ' ws-universo ', diferente dos ja informados.'
                        accept ws-num-informado
                        perform 3210-valida-numero-pool
                    end-perform
                    move ws-num-informado          to  ws-pool-num(ws-i)
                end-perform
           end-if

           display 'Quantos numeros do pool supor sorteados? (zero = ' ws-qtd-num-sorteio ', o que o jogo sorteia)'
           accept ws-k-sorteados
           if   ws-k-sorteados = zero then
                move ws-qtd-num-sorteio            to  ws-k-sorteados
           end-if
           if   ws-k-sorteados > ws-qtd-num-sorteio
           or   ws-k-sorteados > ws-pool-qtd then
                move spaces to ws-linha-cobertura
                string  'Garantia nao calculada: nao ha como sair '  delimited by size
                        ws-k-sorteados                 delimited by size
                        ' numeros de um pool de '      delimited by size
                        ws-pool-qtd                    delimited by size
                        ' num jogo que sorteia '       delimited by size
                        ws-qtd-num-sorteio             delimited by size
                        '.'                            delimited by size
                        into ws-linha-cobertura
                end-string
                perform 3800-grava-linha
                move 4                             to  ws-codigo-retorno
                go to 3200-relatorio-garantia-exit
           end-if

           move spaces to ws-linha-cobertura
           move 1                                  to  ws-ptr-linha
           if   ws-pool-digitado = 'S' then
                string  'Pool informado ('         delimited by size
                        into ws-linha-cobertura
                        with pointer ws-ptr-linha
                end-string
           else
                string  'Pool = numeros cobertos (' delimited by size
                        into ws-linha-cobertura
                        with pointer ws-ptr-linha
                end-string
           end-if
           string  ws-pool-qtd                         delimited by size
                   ').: '                              delimited by size
                   into ws-linha-cobertura
                   with pointer ws-ptr-linha
           end-string
           perform varying ws-i from 1 by 1
                             until ws-i > ws-pool-qtd
               string  ws-pool-num(ws-i)               delimited by size
                       ' '                             delimited by size
                       into ws-linha-cobertura
                       with pointer ws-ptr-linha
               end-string
           end-perform
           perform 3800-grava-linha

           display 'Calculando a garantia - todas as combinacoes de ' ws-k-sorteados ' em ' ws-pool-qtd '...'
           perform varying ws-j from 1 by 1
                             until ws-j > ws-k-sorteados
               move ws-j                           to  ws-comb(ws-j)
           end-perform
           move ws-k-sorteados                     to  ws-garantido
           move 'N'                                to  ws-comb-fim

           perform until ws-combinacoes-esgotadas
               add 1                               to  ws-qtd-combinacoes
               perform 3220-melhor-acerto-combinacao
               add 1                               to  ws-dist-garantia(ws-melhor-acerto + 1)
               if   ws-melhor-acerto < ws-garantido
               or   ws-qtd-combinacoes = 1 then
                    move ws-melhor-acerto          to  ws-garantido
                    perform varying ws-j from 1 by 1
                                      until ws-j > ws-k-sorteados
                        move ws-pool-num(ws-comb(ws-j)) to ws-pior-comb(ws-j)
                    end-perform
               end-if
               perform 3230-avanca-combinacao
           end-perform

           move ws-garantido                       to  ws-acertos
           perform 3240-descreve-faixa
           move spaces to ws-linha-cobertura
           string  'Se '                               delimited by size
                   ws-k-sorteados                      delimited by size
                   ' destes '                          delimited by size
                   ws-pool-qtd                         delimited by size
                   ' numeros forem sorteados, o grupo garante pelo menos '  delimited by size
                   ws-garantido                        delimited by size
                   ' acerto(s) numa cartela: '         delimited by size
                   ws-faixa-desc                       delimited by '  '
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha

           move spaces to ws-linha-cobertura
           move 1                                  to  ws-ptr-linha
           string  'Pior caso (combinacao que so rende esse acerto).: ' delimited by size
                   into ws-linha-cobertura
                   with pointer ws-ptr-linha
           end-string
           perform varying ws-j from 1 by 1
                             until ws-j > ws-k-sorteados
               string  ws-pior-comb(ws-j)              delimited by size
                       ' '                             delimited by size
                       into ws-linha-cobertura
                       with pointer ws-ptr-linha
               end-string
           end-perform
           perform 3800-grava-linha

           move spaces to ws-linha-cobertura
           string  'Combinacoes avaliadas.: '          delimited by size
                   ws-qtd-combinacoes                  delimited by size
                   into ws-linha-cobertura
           end-string
           perform 3800-grava-linha
           move 'Melhor acerto no grupo  Combinacoes      %  Faixa'
                                                   to  ws-linha-cobertura
           perform 3800-grava-linha
           perform varying ws-k from 1 by 1
                             until ws-k > ws-k-sorteados + 1
               if   ws-dist-garantia(ws-k) > zero then
                    compute ws-acertos = ws-k - 1
                    perform 3240-descreve-faixa
                    compute ws-perc rounded = ws-dist-garantia(ws-k) * 100 / ws-qtd-combinacoes
                    move ws-perc                   to  ws-perc-ed
                    move spaces to ws-linha-cobertura
                    string  '          '               delimited by size
                            ws-acertos                 delimited by size
                            '           '              delimited by size
                            ws-dist-garantia(ws-k)     delimited by size
                            '  '                       delimited by size
                            ws-perc-ed                 delimited by size
                            '  '                       delimited by size
                            ws-faixa-desc              delimited by size
                            into ws-linha-cobertura
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform
           .
       3200-relatorio-garantia-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> valida o numero informado para o pool, como 2032 do desafio-loteria
      *>--------------------------------------------------------------------<*
       3210-valida-numero-pool section.

           if   ws-num-informado < 1 or ws-num-informado > ws-universo then
                move zero                          to  ws-num-informado
                go to 3210-valida-numero-pool-exit
           end-if

           perform varying ws-j from 1 by 1
                             until ws-j >= ws-i
               if   ws-pool-num(ws-j) = ws-num-informado then
                    move zero                      to  ws-num-informado
               end-if
           end-perform
           .
       3210-valida-numero-pool-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> melhor acerto entre as cartelas para a combinacao corrente
      *>--------------------------------------------------------------------<*
       3220-melhor-acerto-combinacao section.

           move zero                               to  ws-melhor-acerto
           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-cartelas
                                or ws-melhor-acerto = ws-k-sorteados
               move zero                           to  ws-acertos
               perform varying ws-j from 1 by 1
                                 until ws-j > ws-k-sorteados
                   add ws-cart-marca(ws-i, ws-pool-num(ws-comb(ws-j))) to ws-acertos
               end-perform
               if   ws-acertos > ws-melhor-acerto then
                    move ws-acertos                to  ws-melhor-acerto
               end-if
           end-perform
           .
       3220-melhor-acerto-combinacao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> avanca para a proxima combinacao do pool em ordem lexicografica,
      *> como 2035 do desafio-loteria
      *>--------------------------------------------------------------------<*
       3230-avanca-combinacao section.

           move ws-k-sorteados                     to  ws-comb-pos
           perform until ws-comb-pos < 1
                              or ws-comb(ws-comb-pos) <
                                 ws-pool-qtd - ws-k-sorteados + ws-comb-pos
               subtract 1                          from ws-comb-pos
           end-perform

           if   ws-comb-pos < 1 then
                move 'S'                           to  ws-comb-fim
           else
                add 1                              to  ws-comb(ws-comb-pos)
                compute ws-j = ws-comb-pos + 1
                perform until ws-j > ws-k-sorteados
                    compute ws-comb(ws-j) = ws-comb(ws-j - 1) + 1
                    add 1                          to  ws-j
                end-perform
           end-if
           .
       3230-avanca-combinacao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> nome da faixa correspondente a ws-acertos no jogo configurado
      *>--------------------------------------------------------------------<*
       3240-descreve-faixa section.

           move spaces                             to  ws-faixa-desc
           if   ws-acertos < ws-menor-faixa then
                move 'nenhuma faixa paga'          to  ws-faixa-desc
                go to 3240-descreve-faixa-exit
           end-if

           evaluate ws-opcao-jogo
               when 2
                    string  ws-acertos                 delimited by size
                            ' pontos'                  delimited by size
                            into ws-faixa-desc
                    end-string
               when 3
                    evaluate ws-acertos
                        when 5  move 'quina'       to  ws-faixa-desc
                        when 4  move 'quadra'      to  ws-faixa-desc
                        when 3  move 'terno'       to  ws-faixa-desc
                        when 2  move 'duque'       to  ws-faixa-desc
                    end-evaluate
               when 4
                    string  ws-acertos                 delimited by size
                            ' acertos (premiado)'      delimited by size
                            into ws-faixa-desc
                    end-string
               when other
                    evaluate ws-acertos
                        when 6  move 'sena'        to  ws-faixa-desc
                        when 5  move 'quina'       to  ws-faixa-desc
                        when 4  move 'quadra'      to  ws-faixa-desc
                    end-evaluate
           end-evaluate
           .
       3240-descreve-faixa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-cobertura                 to  ws-reg-cobertura
           write ws-reg-cobertura
           display ws-linha-cobertura
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-cobertura
           display 'Relatorio gravado em COBERTURA-GRUPO.TXT'
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
