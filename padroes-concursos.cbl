      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "padroes-concursos".                                                        *>--- padroes dos sorteios oficiais de CONCURSOS.TXT ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-concursos             assign to "CONCURSOS.TXT"                      *>  resultados oficiais da CAIXA, o mesmo arquivo auditado e
                                                 organization is line sequential               *>  conferido pelo desafio-loteria (ver 5050 de la)
                                                 file status is ws-fs-concursos.
           select ws-arq-cartelas              assign to "CARTELAS.TXT"                       *>  cadastro de grupos de cartelas do desafio-loteria (ver
                                                 organization is line sequential               *>  1400 de la), para comparar as cartelas ativas de um grupo
                                                 file status is ws-fs-cartelas.                *>  com os perfis apurados
           select ws-arq-padroes               assign to "PADROES-CONCURSOS.TXT"              *>  relatorio de padroes, regravado a cada analise
                                                 organization is line sequential.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-concursos
           label records are standard.
       01  ws-reg-concurso.                                                                     *>  um concurso oficial por linha: jogo (como em ws-opcao-jogo
           05  ws-conc-jogo                         pic  9(02).                                 *>  do desafio-loteria), numero, data e ate 15 numeros
           05  filler                               pic  x(01).                                 *>  sorteados - os jogos que sorteiam menos de 15 deixam os
           05  ws-conc-numero                       pic  9(05).                                 *>  campos finais zerados
           05  filler                               pic  x(01).
           05  ws-conc-data                         pic  9(08).
           05  filler                               pic  x(01).
           05  ws-conc-num1                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num2                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num3                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num4                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num5                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num6                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num7                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num8                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num9                         pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num10                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num11                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num12                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num13                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num14                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-conc-num15                        pic  9(02).

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

       fd  ws-arq-padroes
           label records are standard.
       01  ws-reg-padroes                      pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-concursos                     pic  x(02).
               88  ws-concursos-aberto                                 value '00'.
           05  ws-fs-cartelas                      pic  x(02).
               88  ws-cartelas-aberto                                  value '00'.
           05  ws-fim-concursos                    pic  x(01)         value 'N'.
               88  ws-fim-arq-concursos                                value 'S'.
           05  ws-fim-cartelas                     pic  x(01)         value 'N'.
               88  ws-fim-arq-cartelas                                 value 'S'.
           05  ws-data-hoje                        pic  9(08).

       01  ws-selecao.                                                                          *>  o que o operador pediu; zeros abrem a faixa
           05  ws-opcao-jogo                       pic  9(02).                                  *>  1 Mega-Sena, 2 Lotofacil, 3 Quina, 4 personalizado
           05  ws-universo                         pic  9(02).
           05  ws-qtd-num-sorteio                  pic  9(02).
           05  ws-conc-inicial                     pic  9(05)         value zero.
           05  ws-conc-final                       pic  9(05)         value zero.
           05  ws-data-inicial                     pic  9(08)         value zero.
           05  ws-data-final                       pic  9(08)         value zero.
           05  ws-grupo-pedido                     pic  x(20).                                  *>  grupo de cartelas a comparar (em branco = nenhum)
           05  ws-metade-universo                  pic  9(02).                                  *>  numeros ate aqui sao "baixos", acima "altos"

       01  ws-concurso-atual.                                                                   *>  numeros do concurso em analise, em ordem crescente
           05  ws-sort-num                         pic  9(02)         occurs 15 times.
           05  ws-qtd-validos                      pic  9(02).
           05  ws-qtd-impares                      pic  9(02).
           05  ws-qtd-baixos                       pic  9(02).
           05  ws-soma-concurso                    pic  9(04).
           05  ws-num-troca                        pic  9(02).

       01  ws-apuracao.                                                                         *>  contagens da faixa analisada
           05  ws-qtd-concursos                    pic  9(05)         value zero.              *>  concursos do jogo dentro da faixa (= posicao do ultimo)
           05  ws-qtd-outros-jogos                 pic  9(07)         value zero.
           05  ws-qtd-fora-faixa                   pic  9(07)         value zero.
           05  ws-qtd-invalidos                    pic  9(07)         value zero.
           05  ws-qtd-lacunas                      pic  9(05)         value zero.              *>  sequencia de concursos da faixa, como na auditoria do
           05  ws-qtd-duplicados                   pic  9(05)         value zero.              *>  desafio-loteria
           05  ws-numero-anterior                  pic  9(05)         value zero.
           05  ws-primeiro-concurso                pic  9(05)         value zero.
           05  ws-ultimo-concurso                  pic  9(05)         value zero.
           05  ws-primeira-data                    pic  9(08)         value zero.
           05  ws-ultima-data                      pic  9(08)         value zero.

       01  ws-por-numero.                                                                       *>  frequencia, atraso e maior intervalo de cada numero
           05  ws-numero occurs 99 times.
               10  ws-num-freq                     pic  9(05).
               10  ws-num-ultima-pos               pic  9(05).                                  *>  posicao do concurso em que saiu por ultimo (0 = nunca)
               10  ws-num-maior-intervalo          pic  9(05).                                  *>  maior sequencia de concursos seguidos sem sair
               10  ws-num-atraso                   pic  9(05).
               10  ws-num-listado                  pic  x(01).

       01  ws-pares-trios.                                                                      *>  contagem de pares e trios pelo indice combinatorio: o
           05  ws-par-qtd                          pic  9(05)  comp   occurs 4851 times.        *>  par a<b fica em a + (b-1)(b-2)/2 e o trio a<b<c em
           05  ws-trio-qtd                         pic  9(05)  comp   occurs 156849 times.      *>  a + (b-1)(b-2)/2 + (c-1)(c-2)(c-3)/6 - sem posicoes
           05  ws-ind-par                          pic  9(06).                                  *>  vazias, ate o universo maximo de 99 numeros
           05  ws-ind-trio                         pic  9(06).
           05  ws-qtd-pares                        pic  9(06).
           05  ws-qtd-trios                        pic  9(06).

       01  ws-distribuicoes.                                                                    *>  quantos concursos sairam com k impares / k baixos (k+1)
           05  ws-dist-impares                     pic  9(05)         occurs 16 times.
           05  ws-dist-baixos                      pic  9(05)         occurs 16 times.
           05  ws-dist-soma                        pic  9(05)         occurs 150 times.         *>  somas em faixas de 10 (indice = soma / 10 + 1)
           05  ws-soma-total                       pic  9(09)         value zero.
           05  ws-soma-menor                       pic  9(04)         value 9999.
           05  ws-soma-maior                       pic  9(04)         value zero.
           05  ws-soma-media                       pic  9(04)v9(01).
           05  ws-soma-tipica-de                   pic  9(04).                                  *>  faixa central que junta metade dos concursos (do 1o ao
           05  ws-soma-tipica-ate                  pic  9(04).                                  *>  3o quartil, pelas faixas de 10)
           05  ws-acumulado                        pic  9(05).
           05  ws-quartil                          pic  9(05).

       01  ws-indices.
           05  ws-i                                pic  9(03).
           05  ws-j                                pic  9(03).
           05  ws-k                                pic  9(05).                                  *>  cinco posicoes: tambem guarda o intervalo em concursos
           05  ws-a                                pic  9(03).                                  *>  tres posicoes: os lacos vao ate o universo + 1, que
           05  ws-b                                pic  9(03).                                  *>  pode ser 100 num jogo livre de 99 numeros
           05  ws-c                                pic  9(03).
           05  ws-ranking                          pic  9(02).
           05  ws-maior-qtd                        pic  9(05).
           05  ws-maior-a                          pic  9(03).
           05  ws-maior-b                          pic  9(03).
           05  ws-maior-c                          pic  9(03).

       01  ws-comparacao.                                                                       *>  cartela do grupo em comparacao com os perfis
           05  ws-cart-num                         pic  9(02)         occurs 15 times.
           05  ws-cart-qtd                         pic  9(02).
           05  ws-cart-seq                         pic  9(03).
           05  ws-cart-impares                     pic  9(02).
           05  ws-cart-baixos                      pic  9(02).
           05  ws-cart-soma                        pic  9(04).
           05  ws-cart-atrasados                   pic  9(02).
           05  ws-cart-quentes                     pic  9(02).
           05  ws-cart-fora-universo               pic  9(02).
           05  ws-qtd-cartelas-grupo               pic  9(03)         value zero.
           05  ws-freq-esperada                    pic  9(05)v9(02).                            *>  frequencia de cada numero se todos saissem igual
           05  ws-intervalo-medio                  pic  9(05)v9(01).

       01  ws-edicao.
           05  ws-perc                             pic  9(03)v9(01).
           05  ws-perc-ed                          pic  zz9,9.
           05  ws-perc2                            pic  9(03)v9(01).
           05  ws-perc2-ed                         pic  zz9,9.
           05  ws-decimal-ed                       pic  zzzz9,9.
           05  ws-num-a-ed                         pic  9(02).                                  *>  numeros da loteria nas linhas do relatorio, com duas
           05  ws-num-b-ed                         pic  9(02).                                  *>  posicoes como nos arquivos
           05  ws-num-c-ed                         pic  9(02).
           05  ws-faixa-de                         pic  9(04).
           05  ws-faixa-ate                        pic  9(04).
           05  ws-situacao-desc                    pic  x(30).

       01  ws-linha-padroes                        pic  x(132).                                 *>  área de montagem de cada linha do relatorio
       77  ws-ptr-linha                            pic  9(03).                                  *>  ponteiro usado ao montar as linhas acima com STRING
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 relatorio completo,
                                                                                                *>  4 com avisos, 8 nada a analisar, 12 selecao invalida

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-carrega-concursos
           perform 3000-relatorio-numeros
           perform 3100-relatorio-pares
           perform 3200-relatorio-trios
           perform 3300-relatorio-distribuicoes
           perform 3400-relatorio-somas
           perform 3500-compara-grupo
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: jogo, faixa de concursos/datas e
      *> o grupo de cartelas a comparar
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           move function current-date(1:8)         to  ws-data-hoje

           display 'PADROES DOS SORTEIOS OFICIAIS (CONCURSOS.TXT)'
           display 'Jogo: 1 = Mega-Sena, 2 = Lotofacil, 3 = Quina, 4 = personalizado:'
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
                       display 'Informe quantos numeros sao sorteados por concurso:'
                       accept ws-qtd-num-sorteio
               when other                                                                       *>  Dupla Sena e +Milionaria ficam de fora: o layout de
                    display 'Jogo invalido. CONCURSOS.TXT so traz os jogos 1 a 4.'             *>  CONCURSOS.TXT nao traz o segundo sorteio nem os trevos
                    move 12                        to  return-code
                    stop run
           end-evaluate

           if   ws-qtd-num-sorteio < 3
           or   ws-qtd-num-sorteio > 15
           or   ws-universo < 6
           or   ws-universo < ws-qtd-num-sorteio then
                display 'Configuracao invalida: de 3 a 15 numeros sorteados num universo de 6 a 99.'
                move 12                            to  return-code
                stop run
           end-if
           compute ws-metade-universo = ws-universo / 2

           display 'Concurso inicial (zero = desde o primeiro):'
           accept ws-conc-inicial
           display 'Concurso final (zero = ate o ultimo):'
           accept ws-conc-final
           if   ws-conc-final = zero then
                move 99999                         to  ws-conc-final
           end-if
           display 'Data inicial AAAAMMDD (zero = sem limite):'
           accept ws-data-inicial
           display 'Data final AAAAMMDD (zero = sem limite):'
           accept ws-data-final
           if   ws-data-final = zero then
                move 99999999                      to  ws-data-final
           end-if
           display 'Grupo de cartelas a comparar com os perfis (em branco = nenhum):'
           move spaces                             to  ws-grupo-pedido
           accept ws-grupo-pedido

           open input ws-arq-concursos
           if   not ws-concursos-aberto then
                display 'CONCURSOS.TXT nao encontrado (status ' ws-fs-concursos '). Encerrando.'
                move 8                             to  return-code
                stop run
           end-if

           initialize ws-por-numero
           initialize ws-distribuicoes
           move 9999                               to  ws-soma-menor
           perform varying ws-ind-par from 1 by 1
                             until ws-ind-par > 4851
               move zero                           to  ws-par-qtd(ws-ind-par)
           end-perform
           perform varying ws-ind-trio from 1 by 1
                             until ws-ind-trio > 156849
               move zero                           to  ws-trio-qtd(ws-ind-trio)
           end-perform

           open output ws-arq-padroes
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> le CONCURSOS.TXT e apura os concursos do jogo dentro da faixa
      *>--------------------------------------------------------------------<*
       2000-carrega-concursos section.

           move 'N'                                to  ws-fim-concursos
           read ws-arq-concursos
               at end move 'S'                     to  ws-fim-concursos
           end-read

           perform until ws-fim-arq-concursos
               evaluate true
                   when ws-conc-jogo not = ws-opcao-jogo
                        add 1                      to  ws-qtd-outros-jogos
                   when ws-conc-numero < ws-conc-inicial
                     or ws-conc-numero > ws-conc-final
                     or ws-conc-data < ws-data-inicial
                     or ws-conc-data > ws-data-final
                        add 1                      to  ws-qtd-fora-faixa
                   when other
                        perform 2100-apura-concurso
               end-evaluate
               read ws-arq-concursos
                   at end move 'S'                 to  ws-fim-concursos
               end-read
           end-perform

           close ws-arq-concursos

           perform varying ws-i from 1 by 1
                             until ws-i > ws-universo
               compute ws-num-atraso(ws-i) = ws-qtd-concursos - ws-num-ultima-pos(ws-i)
               if   ws-num-atraso(ws-i) > ws-num-maior-intervalo(ws-i) then                     *>  o atraso corrente tambem e um intervalo (em aberto)
                    move ws-num-atraso(ws-i)       to  ws-num-maior-intervalo(ws-i)
               end-if
           end-perform

           if   ws-qtd-concursos = zero then
                display 'Nenhum concurso do jogo ' ws-opcao-jogo ' dentro da faixa pedida.'
                move 'Nenhum concurso do jogo dentro da faixa pedida - nada a analisar.'
                                                   to  ws-linha-padroes
                perform 3800-grava-linha
                close ws-arq-padroes
                move 8                             to  return-code
                stop run
           end-if

           compute ws-freq-esperada = ws-qtd-concursos * ws-qtd-num-sorteio / ws-universo
           compute ws-intervalo-medio = ws-universo / ws-qtd-num-sorteio
           compute ws-soma-media = ws-soma-total / ws-qtd-concursos
           perform 2300-apura-soma-tipica
           .
       2000-carrega-concursos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> apura um concurso da faixa: ordena os numeros, confere a sequencia
      *> e acumula frequencia, intervalos, pares, trios e distribuicoes
      *>--------------------------------------------------------------------<*
       2100-apura-concurso section.

           move ws-conc-num1                       to  ws-sort-num(1)
           move ws-conc-num2                       to  ws-sort-num(2)
           move ws-conc-num3                       to  ws-sort-num(3)
           move ws-conc-num4                       to  ws-sort-num(4)
           move ws-conc-num5                       to  ws-sort-num(5)
           move ws-conc-num6                       to  ws-sort-num(6)
           move ws-conc-num7                       to  ws-sort-num(7)
           move ws-conc-num8                       to  ws-sort-num(8)
           move ws-conc-num9                       to  ws-sort-num(9)
           move ws-conc-num10                      to  ws-sort-num(10)
           move ws-conc-num11                      to  ws-sort-num(11)
           move ws-conc-num12                      to  ws-sort-num(12)
           move ws-conc-num13                      to  ws-sort-num(13)
           move ws-conc-num14                      to  ws-sort-num(14)
           move ws-conc-num15                      to  ws-sort-num(15)

           move zero                               to  ws-qtd-validos
           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-num-sorteio
               if   ws-sort-num(ws-i) >= 1
               and  ws-sort-num(ws-i) <= ws-universo then
                    add 1                          to  ws-qtd-validos
               end-if
           end-perform
           if   ws-qtd-validos not = ws-qtd-num-sorteio then                                   *>  linha incompleta ou com numero fora do universo fica
                add 1                              to  ws-qtd-invalidos                        *>  fora dos perfis (a auditoria do desafio tambem a pega)
                go to 2100-apura-concurso-exit
           end-if

           perform varying ws-i from 2 by 1                                                    *>  ordenacao por insercao dos poucos numeros do concurso
                             until ws-i > ws-qtd-num-sorteio
               move ws-sort-num(ws-i)              to  ws-num-troca
               move ws-i                           to  ws-j
               perform until ws-j < 2
                          or ws-sort-num(ws-j - 1) <= ws-num-troca
                   move ws-sort-num(ws-j - 1)      to  ws-sort-num(ws-j)
                   subtract 1                      from ws-j
               end-perform
               move ws-num-troca                   to  ws-sort-num(ws-j)
           end-perform

           add 1                                   to  ws-qtd-concursos
           if   ws-numero-anterior > zero then
                evaluate true
                    when ws-conc-numero <= ws-numero-anterior
                         add 1                     to  ws-qtd-duplicados
                    when ws-conc-numero > ws-numero-anterior + 1
                         add 1                     to  ws-qtd-lacunas
                end-evaluate
           else
                move ws-conc-numero                to  ws-primeiro-concurso
                move ws-conc-data                  to  ws-primeira-data
           end-if
           move ws-conc-numero                     to  ws-numero-anterior
           move ws-conc-numero                     to  ws-ultimo-concurso
           move ws-conc-data                       to  ws-ultima-data

           move zero                               to  ws-qtd-impares
           move zero                               to  ws-qtd-baixos
           move zero                               to  ws-soma-concurso
           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-num-sorteio
               move ws-sort-num(ws-i)              to  ws-a
               add 1                               to  ws-num-freq(ws-a)
               compute ws-k = ws-qtd-concursos - ws-num-ultima-pos(ws-a) - 1                    *>  concursos seguidos sem o numero ate este
               if   ws-k > ws-num-maior-intervalo(ws-a) then
                    move ws-k                      to  ws-num-maior-intervalo(ws-a)
               end-if
               move ws-qtd-concursos               to  ws-num-ultima-pos(ws-a)
               if   function mod(ws-a, 2) = 1 then
                    add 1                          to  ws-qtd-impares
               end-if
               if   ws-a <= ws-metade-universo then
                    add 1                          to  ws-qtd-baixos
               end-if
               add ws-a                            to  ws-soma-concurso
           end-perform

           add 1                                   to  ws-dist-impares(ws-qtd-impares + 1)
           add 1                                   to  ws-dist-baixos(ws-qtd-baixos + 1)
           compute ws-i = ws-soma-concurso / 10 + 1
           add 1                                   to  ws-dist-soma(ws-i)
           add ws-soma-concurso                    to  ws-soma-total
           if   ws-soma-concurso < ws-soma-menor then
                move ws-soma-concurso              to  ws-soma-menor
           end-if
           if   ws-soma-concurso > ws-soma-maior then
                move ws-soma-concurso              to  ws-soma-maior
           end-if

           perform 2200-conta-pares-trios
           .
       2100-apura-concurso-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> soma 1 a cada par e a cada trio contido no concurso (numeros ja em
      *> ordem crescente, como o indice combinatorio exige)
      *>--------------------------------------------------------------------<*
       2200-conta-pares-trios section.

           perform varying ws-j from 2 by 1
                             until ws-j > ws-qtd-num-sorteio
               perform varying ws-i from 1 by 1
                                 until ws-i >= ws-j
                   move ws-sort-num(ws-i)          to  ws-a
                   move ws-sort-num(ws-j)          to  ws-b
                   compute ws-ind-par = ws-a + (ws-b - 1) * (ws-b - 2) / 2
                   add 1                           to  ws-par-qtd(ws-ind-par)
                   perform varying ws-k from ws-j by 1
                                     until ws-k >= ws-qtd-num-sorteio
                       move ws-sort-num(ws-k + 1)  to  ws-c
                       compute ws-ind-trio = ws-a + (ws-b - 1) * (ws-b - 2) / 2
                                           + (ws-c - 1) * (ws-c - 2) * (ws-c - 3) / 6
                       add 1                       to  ws-trio-qtd(ws-ind-trio)
                   end-perform
               end-perform
           end-perform
           .
       2200-conta-pares-trios-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> faixa tipica das somas: das faixas de 10 que contem o 1o e o 3o
      *> quartil dos concursos apurados
      *>--------------------------------------------------------------------<*
       2300-apura-soma-tipica section.

           move zero                               to  ws-acumulado
           move zero                               to  ws-soma-tipica-de
           move zero                               to  ws-soma-tipica-ate
           compute ws-quartil = (ws-qtd-concursos + 3) / 4
           perform varying ws-i from 1 by 1
                             until ws-i > 150
                                or ws-soma-tipica-ate > zero
               add ws-dist-soma(ws-i)              to  ws-acumulado
               if   ws-soma-tipica-de = zero
               and  ws-acumulado >= ws-quartil then
                    compute ws-soma-tipica-de = (ws-i - 1) * 10
               end-if
               if   ws-acumulado >= ws-qtd-concursos - ws-quartil + 1 then
                    compute ws-soma-tipica-ate = ws-i * 10 - 1
               end-if
           end-perform
           .
       2300-apura-soma-tipica-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> cabecalho e quadro por numero: frequencia, atraso e maior intervalo,
      *> seguido dos dez numeros mais atrasados
      *>--------------------------------------------------------------------<*
       3000-relatorio-numeros section.

           move '=================================================================='
                                                   to  ws-linha-padroes
           perform 3800-grava-linha
           move spaces to ws-linha-padroes
           string  'PADROES DOS SORTEIOS OFICIAIS - JOGO '  delimited by size
                   ws-opcao-jogo                       delimited by size
                   ' (universo '                       delimited by size
                   ws-universo                         delimited by size
                   ', '                                delimited by size
                   ws-qtd-num-sorteio                  delimited by size
                   ' sorteados)   Emitido em '         delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-padroes
           string  'Concursos analisados.: '           delimited by size
                   ws-qtd-concursos                    delimited by size
                   '   do '                            delimited by size
                   ws-primeiro-concurso                delimited by size
                   ' ('                                delimited by size
                   ws-primeira-data                    delimited by size
                   ') ao '                             delimited by size
                   ws-ultimo-concurso                  delimited by size
                   ' ('                                delimited by size
                   ws-ultima-data                      delimited by size
                   ')'                                 delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-padroes
           string  'Linhas de outros jogos.: '         delimited by size
                   ws-qtd-outros-jogos                 delimited by size
                   '   Fora da faixa.: '               delimited by size
                   ws-qtd-fora-faixa                   delimited by size
                   '   Invalidas (ignoradas).: '       delimited by size
                   ws-qtd-invalidos                    delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           if   ws-qtd-lacunas > zero
           or   ws-qtd-duplicados > zero then
                move spaces to ws-linha-padroes
                string  '*** Sequencia da faixa com lacunas.: ' delimited by size
                        ws-qtd-lacunas                 delimited by size
                        '  duplicados/fora de ordem.: ' delimited by size
                        ws-qtd-duplicados              delimited by size
                        ' - confira CONCURSOS.TXT (ACEITE-CONCURSOS.TXT)' delimited by size
                        into ws-linha-padroes
                end-string
                perform 3800-grava-linha
                move 4                             to  ws-codigo-retorno
           end-if

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move ws-freq-esperada                   to  ws-decimal-ed
           move spaces to ws-linha-padroes
           string  'FREQUENCIA E ATRASO POR NUMERO - frequencia esperada por numero.: ' delimited by size
                   ws-decimal-ed                       delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move 'Num  Frequencia  % concursos  Atraso  Maior intervalo  Observacao'
                                                   to  ws-linha-padroes
           perform 3800-grava-linha

           perform varying ws-i from 1 by 1
                             until ws-i > ws-universo
               compute ws-perc rounded = ws-num-freq(ws-i) * 100 / ws-qtd-concursos
               move ws-perc                        to  ws-perc-ed
               move spaces                         to  ws-situacao-desc
               evaluate true
                   when ws-num-freq(ws-i) = zero
                        move 'nunca sorteado na faixa'  to  ws-situacao-desc
                   when ws-num-atraso(ws-i) = ws-num-maior-intervalo(ws-i)
                    and ws-num-atraso(ws-i) > zero
                        move 'atraso = maior intervalo' to  ws-situacao-desc
               end-evaluate
               move spaces to ws-linha-padroes
               string  ws-i(2:2)                       delimited by size
                       '   '                           delimited by size
                       ws-num-freq(ws-i)               delimited by size
                       '        '                      delimited by size
                       ws-perc-ed                      delimited by size
                       '        '                      delimited by size
                       ws-num-atraso(ws-i)             delimited by size
                       '   '                           delimited by size
                       ws-num-maior-intervalo(ws-i)    delimited by size
                       '            '                  delimited by size
                       ws-situacao-desc                delimited by size
                       into ws-linha-padroes
               end-string
               perform 3800-grava-linha
           end-perform

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move 'OS DEZ NUMEROS MAIS ATRASADOS (concursos desde a ultima vez que sairam)'
                                                   to  ws-linha-padroes
           perform 3800-grava-linha
           perform varying ws-ranking from 1 by 1
                             until ws-ranking > 10
                                or ws-ranking > ws-universo
               move zero                           to  ws-maior-a
               move zero                           to  ws-maior-qtd
               perform varying ws-i from 1 by 1
                                 until ws-i > ws-universo
                   if   ws-num-listado(ws-i) not = 'S'
                   and (ws-maior-a = zero
                   or   ws-num-atraso(ws-i) > ws-maior-qtd) then
                        move ws-i                  to  ws-maior-a
                        move ws-num-atraso(ws-i)   to  ws-maior-qtd
                   end-if
               end-perform
               move 'S'                            to  ws-num-listado(ws-maior-a)
               move ws-maior-a                     to  ws-num-a-ed
               move spaces to ws-linha-padroes
               string  ws-ranking                      delimited by size
                       'o  numero '                    delimited by size
                       ws-num-a-ed                     delimited by size
                       '  atraso '                     delimited by size
                       ws-maior-qtd                    delimited by size
                       '  maior intervalo na faixa '   delimited by size
                       ws-num-maior-intervalo(ws-maior-a) delimited by size
                       into ws-linha-padroes
               end-string
               perform 3800-grava-linha
           end-perform
           move ws-intervalo-medio                 to  ws-decimal-ed
           move spaces to ws-linha-padroes
           string  'Intervalo medio esperado entre aparicoes.: '  delimited by size
                   ws-decimal-ed                       delimited by size
                   ' concursos. Cada sorteio e independente: o atraso descreve'  delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move 'o passado e nao aumenta a chance de um numero sair no proximo concurso.'
                                                   to  ws-linha-padroes
           perform 3800-grava-linha
           .
       3000-relatorio-numeros-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> os dez pares mais frequentes; cada par escolhido tem a contagem
      *> zerada para nao ser escolhido de novo (a tabela nao e mais usada)
      *>--------------------------------------------------------------------<*
       3100-relatorio-pares section.

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move 'OS DEZ PARES MAIS FREQUENTES'        to  ws-linha-padroes
           perform 3800-grava-linha

           perform varying ws-ranking from 1 by 1
                             until ws-ranking > 10
               move zero                           to  ws-maior-qtd
               perform varying ws-b from 2 by 1
                                 until ws-b > ws-universo
                   perform varying ws-a from 1 by 1
                                     until ws-a >= ws-b
                       compute ws-ind-par = ws-a + (ws-b - 1) * (ws-b - 2) / 2
                       if   ws-par-qtd(ws-ind-par) > ws-maior-qtd then
                            move ws-par-qtd(ws-ind-par) to ws-maior-qtd
                            move ws-a              to  ws-maior-a
                            move ws-b              to  ws-maior-b
                       end-if
                   end-perform
               end-perform
               if   ws-maior-qtd = zero then
                    move 11                        to  ws-ranking
               else
                    compute ws-ind-par = ws-maior-a + (ws-maior-b - 1) * (ws-maior-b - 2) / 2
                    move zero                      to  ws-par-qtd(ws-ind-par)
                    compute ws-perc rounded = ws-maior-qtd * 100 / ws-qtd-concursos
                    move ws-perc                   to  ws-perc-ed
                    move ws-maior-a                to  ws-num-a-ed
                    move ws-maior-b                to  ws-num-b-ed
                    move spaces to ws-linha-padroes
                    string  ws-ranking                 delimited by size
                            'o  '                      delimited by size
                            ws-num-a-ed                delimited by size
                            '-'                        delimited by size
                            ws-num-b-ed                delimited by size
                            '  saiu junto em '         delimited by size
                            ws-maior-qtd               delimited by size
                            ' concursos ('             delimited by size
                            ws-perc-ed                 delimited by size
                            '%)'                       delimited by size
                            into ws-linha-padroes
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform
           .
       3100-relatorio-pares-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> os dez trios mais frequentes, pelo mesmo criterio dos pares
      *>--------------------------------------------------------------------<*
       3200-relatorio-trios section.

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move 'OS DEZ TRIOS MAIS FREQUENTES'        to  ws-linha-padroes
           perform 3800-grava-linha

           perform varying ws-ranking from 1 by 1
                             until ws-ranking > 10
               move zero                           to  ws-maior-qtd
               perform varying ws-c from 3 by 1
                                 until ws-c > ws-universo
                   perform varying ws-b from 2 by 1
                                     until ws-b >= ws-c
                       perform varying ws-a from 1 by 1
                                         until ws-a >= ws-b
                           compute ws-ind-trio = ws-a + (ws-b - 1) * (ws-b - 2) / 2
                                               + (ws-c - 1) * (ws-c - 2) * (ws-c - 3) / 6
                           if   ws-trio-qtd(ws-ind-trio) > ws-maior-qtd then
                                move ws-trio-qtd(ws-ind-trio) to ws-maior-qtd
                                move ws-a          to  ws-maior-a
                                move ws-b          to  ws-maior-b
                                move ws-c          to  ws-maior-c
                           end-if
                       end-perform
                   end-perform
               end-perform
               if   ws-maior-qtd = zero then
                    move 11                        to  ws-ranking
               else
                    compute ws-ind-trio = ws-maior-a + (ws-maior-b - 1) * (ws-maior-b - 2) / 2
                                        + (ws-maior-c - 1) * (ws-maior-c - 2) * (ws-maior-c - 3) / 6
                    move zero                      to  ws-trio-qtd(ws-ind-trio)
                    compute ws-perc rounded = ws-maior-qtd * 100 / ws-qtd-concursos
                    move ws-perc                   to  ws-perc-ed
                    move ws-maior-a                to  ws-num-a-ed
                    move ws-maior-b                to  ws-num-b-ed
                    move ws-maior-c                to  ws-num-c-ed
                    move spaces to ws-linha-padroes
                    string  ws-ranking                 delimited by size
                            'o  '                      delimited by size
                            ws-num-a-ed                delimited by size
                            '-'                        delimited by size
                            ws-num-b-ed                delimited by size
                            '-'                        delimited by size
                            ws-num-c-ed                delimited by size
                            '  saiu junto em '         delimited by size
                            ws-maior-qtd               delimited by size
                            ' concursos ('             delimited by size
                            ws-perc-ed                 delimited by size
                            '%)'                       delimited by size
                            into ws-linha-padroes
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform
           .
       3200-relatorio-trios-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> distribuicao de impares/pares e baixos/altos por concurso
      *>--------------------------------------------------------------------<*
       3300-relatorio-distribuicoes section.

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move spaces to ws-linha-padroes
           string  'IMPARES/PARES E BAIXOS/ALTOS POR CONCURSO (baixos = 1 a '  delimited by size
                   ws-metade-universo                  delimited by size
                   ')'                                 delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move 'Qtd  Impares/pares  Concursos      %   Baixos/altos  Concursos      %'
                                                   to  ws-linha-padroes
           perform 3800-grava-linha

           perform varying ws-i from 1 by 1
                             until ws-i > ws-qtd-num-sorteio + 1
               compute ws-perc rounded = ws-dist-impares(ws-i) * 100 / ws-qtd-concursos
               move ws-perc                        to  ws-perc-ed
               compute ws-perc2 rounded = ws-dist-baixos(ws-i) * 100 / ws-qtd-concursos
               move ws-perc2                       to  ws-perc2-ed
               compute ws-a = ws-i - 1
               compute ws-b = ws-qtd-num-sorteio - ws-a
               move ws-a                           to  ws-num-a-ed
               move ws-b                           to  ws-num-b-ed
               move spaces to ws-linha-padroes
               string  ws-num-a-ed                     delimited by size
                       '   '                           delimited by size
                       ws-num-a-ed                     delimited by size
                       ' impar. '                      delimited by size
                       ws-num-b-ed                     delimited by size
                       ' par    '                      delimited by size
                       ws-dist-impares(ws-i)           delimited by size
                       '  '                            delimited by size
                       ws-perc-ed                      delimited by size
                       '   '                           delimited by size
                       ws-num-a-ed                     delimited by size
                       ' baix. '                       delimited by size
                       ws-num-b-ed                     delimited by size
                       ' alt.  '                       delimited by size
                       ws-dist-baixos(ws-i)            delimited by size
                       '  '                            delimited by size
                       ws-perc2-ed                     delimited by size
                       into ws-linha-padroes
               end-string
               perform 3800-grava-linha
           end-perform
           .
       3300-relatorio-distribuicoes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> distribuicao das somas dos numeros sorteados, em faixas de 10
      *>--------------------------------------------------------------------<*
       3400-relatorio-somas section.

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move ws-soma-media                      to  ws-decimal-ed
           move spaces to ws-linha-padroes
           string  'SOMA DOS NUMEROS SORTEADOS - menor '  delimited by size
                   ws-soma-menor                       delimited by size
                   '  maior '                          delimited by size
                   ws-soma-maior                       delimited by size
                   '  media '                          delimited by size
                   ws-decimal-ed                       delimited by size
                   '  faixa tipica (metade central) '  delimited by size
                   ws-soma-tipica-de                   delimited by size
                   ' a '                               delimited by size
                   ws-soma-tipica-ate                  delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha
           move 'Faixa de soma  Concursos      %'     to  ws-linha-padroes
           perform 3800-grava-linha

           perform varying ws-i from 1 by 1
                             until ws-i > 150
               if   ws-dist-soma(ws-i) > zero then
                    compute ws-faixa-de = (ws-i - 1) * 10
                    compute ws-faixa-ate = ws-faixa-de + 9
                    compute ws-perc rounded = ws-dist-soma(ws-i) * 100 / ws-qtd-concursos
                    move ws-perc                   to  ws-perc-ed
                    move spaces to ws-linha-padroes
                    string  ws-faixa-de                delimited by size
                            ' a '                      delimited by size
                            ws-faixa-ate               delimited by size
                            '    '                     delimited by size
                            ws-dist-soma(ws-i)         delimited by size
                            '  '                       delimited by size
                            ws-perc-ed                 delimited by size
                            into ws-linha-padroes
                    end-string
                    perform 3800-grava-linha
               end-if
           end-perform
           .
       3400-relatorio-somas-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> compara cada cartela ativa do grupo pedido com os perfis: impares e
      *> baixos (com o % de concursos que sairam assim), soma contra a faixa
      *> tipica, e quantos numeros estao atrasados ou acima da frequencia
      *> esperada; cartelas com mais numeros que o sorteio nao tem soma
      *> comparavel nem perfil de concurso
      *>--------------------------------------------------------------------<*
       3500-compara-grupo section.

           if   ws-grupo-pedido = spaces then
                go to 3500-compara-grupo-exit
           end-if

           move spaces to ws-linha-padroes
           perform 3800-grava-linha
           move spaces to ws-linha-padroes
           string  'CARTELAS ATIVAS DO GRUPO '         delimited by size
                   ws-grupo-pedido                     delimited by '  '
                   ' CONTRA OS PERFIS'                 delimited by size
                   into ws-linha-padroes
           end-string
           perform 3800-grava-linha

           open input ws-arq-cartelas
           if   not ws-cartelas-aberto then
                move 'CARTELAS.TXT nao encontrado - comparacao nao realizada.'
                                                   to  ws-linha-padroes
                perform 3800-grava-linha
                move 4                             to  ws-codigo-retorno
                go to 3500-compara-grupo-exit
           end-if
           move 'Seq Numeros / impares (% conc.) / baixos (% conc.) / soma / atrasados / acima do esperado'
                                                   to  ws-linha-padroes
           perform 3800-grava-linha

           move zero                               to  ws-cart-seq
           move 'N'                                to  ws-fim-cartelas
           read ws-arq-cartelas
               at end move 'S'                     to  ws-fim-cartelas
           end-read
           perform until ws-fim-arq-cartelas
               if   ws-cgr-grupo = ws-grupo-pedido then
                    add 1                          to  ws-cart-seq                             *>  a sequencia conta tambem as desativadas, como em 1470
                    if   ws-cgr-ativa then                                                     *>  do desafio-loteria
                         add 1                     to  ws-qtd-cartelas-grupo
                         perform 3510-compara-cartela
                    end-if
               end-if
               read ws-arq-cartelas
                   at end move 'S'                 to  ws-fim-cartelas
               end-read
           end-perform
           close ws-arq-cartelas

           if   ws-qtd-cartelas-grupo = zero then
                move 'Nenhuma cartela ativa neste grupo.'  to  ws-linha-padroes
                perform 3800-grava-linha
           end-if
           .
       3500-compara-grupo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> apura e grava o perfil da cartela lida de CARTELAS.TXT
      *>--------------------------------------------------------------------<*
       3510-compara-cartela section.

           move ws-cgr-num1                        to  ws-cart-num(1)
           move ws-cgr-num2                        to  ws-cart-num(2)
           move ws-cgr-num3                        to  ws-cart-num(3)
           move ws-cgr-num4                        to  ws-cart-num(4)
           move ws-cgr-num5                        to  ws-cart-num(5)
           move ws-cgr-num6                        to  ws-cart-num(6)
           move ws-cgr-num7                        to  ws-cart-num(7)
           move ws-cgr-num8                        to  ws-cart-num(8)
           move ws-cgr-num9                        to  ws-cart-num(9)
           move ws-cgr-num10                       to  ws-cart-num(10)
           move ws-cgr-num11                       to  ws-cart-num(11)
           move ws-cgr-num12                       to  ws-cart-num(12)
           move ws-cgr-num13                       to  ws-cart-num(13)
           move ws-cgr-num14                       to  ws-cart-num(14)
           move ws-cgr-num15                       to  ws-cart-num(15)
           move ws-cgr-qtd-jog                     to  ws-cart-qtd
           if   ws-cart-qtd > 15 then
                move 15                            to  ws-cart-qtd
           end-if

           move zero                               to  ws-cart-impares
           move zero                               to  ws-cart-baixos
           move zero                               to  ws-cart-soma
           move zero                               to  ws-cart-atrasados
           move zero                               to  ws-cart-quentes
           move zero                               to  ws-cart-fora-universo

           move spaces to ws-linha-padroes
           move 1                                  to  ws-ptr-linha
           string  ws-cart-seq                         delimited by size
                   ' '                                 delimited by size
                   into ws-linha-padroes
                   with pointer ws-ptr-linha
           end-string
           perform varying ws-i from 1 by 1
                             until ws-i > ws-cart-qtd
               move ws-cart-num(ws-i)              to  ws-a
               move ws-a                           to  ws-num-a-ed
               string  ws-num-a-ed                     delimited by size
                       ' '                             delimited by size
                       into ws-linha-padroes
                       with pointer ws-ptr-linha
               end-string
               if   ws-a < 1
               or   ws-a > ws-universo then
                    add 1                          to  ws-cart-fora-universo
               else
                    if   function mod(ws-a, 2) = 1 then
                         add 1                     to  ws-cart-impares
                    end-if
                    if   ws-a <= ws-metade-universo then
                         add 1                     to  ws-cart-baixos
                    end-if
                    add ws-a                       to  ws-cart-soma
                    if   ws-num-atraso(ws-a) > ws-intervalo-medio then
                         add 1                     to  ws-cart-atrasados
                    end-if
                    if   ws-num-freq(ws-a) > ws-freq-esperada then
                         add 1                     to  ws-cart-quentes
                    end-if
               end-if
           end-perform
           perform 3800-grava-linha

           move spaces to ws-linha-padroes
           if   ws-cart-fora-universo > zero then
                string  '    *** '                     delimited by size
                        ws-cart-fora-universo          delimited by size
                        ' numero(s) fora do universo do jogo - cartela de outro jogo?' delimited by size
                        into ws-linha-padroes
                end-string
                perform 3800-grava-linha
                go to 3510-compara-cartela-exit
           end-if

           if   ws-cart-qtd = ws-qtd-num-sorteio then
                compute ws-perc rounded = ws-dist-impares(ws-cart-impares + 1) * 100 / ws-qtd-concursos
                compute ws-perc2 rounded = ws-dist-baixos(ws-cart-baixos + 1) * 100 / ws-qtd-concursos
                if   ws-cart-soma >= ws-soma-tipica-de
                and  ws-cart-soma <= ws-soma-tipica-ate then
                     move 'dentro da faixa tipica'  to  ws-situacao-desc
                else
                     move 'FORA da faixa tipica'    to  ws-situacao-desc
                end-if
           else                                                                                 *>  desdobrada: impares e baixos sem perfil de concurso
                move 1                             to  ws-ptr-linha                            *>  para comparar e soma sem faixa tipica
                string  '    impares '                 delimited by size
                        ws-cart-impares                delimited by size
                        '  baixos '                    delimited by size
                        ws-cart-baixos                 delimited by size
                        '  soma '                      delimited by size
                        ws-cart-soma                   delimited by size
                        ' (desdobrada, sem perfil comparavel)  atrasados ' delimited by size
                        ws-cart-atrasados              delimited by size
                        '  acima do esperado '         delimited by size
                        ws-cart-quentes                delimited by size
                        into ws-linha-padroes
                        with pointer ws-ptr-linha
                end-string
                perform 3800-grava-linha
                go to 3510-compara-cartela-exit
           end-if
           move ws-perc                            to  ws-perc-ed
           move ws-perc2                           to  ws-perc2-ed
           move 1                                  to  ws-ptr-linha
           string  '    impares '                      delimited by size
                   ws-cart-impares                     delimited by size
                   ' ('                                delimited by size
                   ws-perc-ed                          delimited by size
                   '%)  baixos '                       delimited by size
                   ws-cart-baixos                      delimited by size
                   ' ('                                delimited by size
                   ws-perc2-ed                         delimited by size
                   '%)  soma '                         delimited by size
                   ws-cart-soma                        delimited by size
                   ' '                                 delimited by size
                   ws-situacao-desc                    delimited by '  '
                   '  atrasados '                      delimited by size
                   ws-cart-atrasados                   delimited by size
                   '  acima do esperado '              delimited by size
                   ws-cart-quentes                     delimited by size
                   into ws-linha-padroes
                   with pointer ws-ptr-linha
           end-string
           perform 3800-grava-linha
           .
       3510-compara-cartela-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-padroes                   to  ws-reg-padroes
           write ws-reg-padroes
           display ws-linha-padroes
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-padroes
           display 'Relatorio gravado em PADROES-CONCURSOS.TXT'
           if   ws-qtd-invalidos > zero
           and  ws-codigo-retorno < 4 then
                move 4                             to  ws-codigo-retorno
           end-if
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
