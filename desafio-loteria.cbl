           select ws-arq-razao                 assign to "RAZAO-BOLAO.TXT"                    *>  razao do bolao: um lancamento por rodada e participante,
                                                 organization is line sequential               *>  com a contribuicao devida e a parte no premio (ver 2980);
                                                 file status is ws-fs-razao.                   *>  o extrato-bolao le este arquivo para o acerto de contas
           select ws-arq-situacao-pag          assign to "SITUACAO-PAGAMENTOS.TXT"            *>  situacao de pagamentos por participante apurada pela
                                                 organization is line sequential               *>  conciliacao-bolao: o rateio sinaliza quem esta em atraso
                                                 file status is ws-fs-situacao-pag.            *>  alem do tolerado (ver 2982)
           select ws-arq-job                   assign to "JOB.TXT"                            *>  arquivo de controle de job: quando presente, dirige a
                                                 organization is line sequential               *>  execucao inteira sem tocar no console (ver 1010); na
                                                 file status is ws-fs-job.                     *>  ausencia dele tudo segue interativo como sempre
           select ws-arq-resgates              assign to "RESGATES.DAT"                       *>  cadastro mestre de premios a resgatar: cada acerto pago
                                                 organization is indexed                       *>  na conferencia vira um registro pendente, com o prazo de
                                                 access mode is random                         *>  prescricao da CAIXA (ver 5160); a baixa e a consulta por
                                                 record key is ws-res-chave                    *>  prazo ficam no resgates-bolao
                                                 alternate record key is ws-res-prazo
                                                     with duplicates
                                                 file status is ws-fs-resgates.
           select ws-arq-rateio-oficial        assign to "RATEIO-OFICIAL.TXT"                 *>  rateio oficial da CAIXA por concurso e faixa (ganhadores,
                                                 organization is line sequential               *>  valor pago a cada um e acumulado), para a conferencia
                                                 file status is ws-fs-rateio-oficial.          *>  valorizar os acertos pelo que foi pago de verdade (ver 5155)
           select ws-arq-aceite-rateio         assign to "ACEITE-RATEIO-OFICIAL.TXT"          *>  relatorio de aceitacao da auditoria de RATEIO-OFICIAL.TXT,
                                                 organization is line sequential.              *>  regravado a cada conferencia (ver 5070)
           select ws-arq-alteracoes            assign to "ALTERACOES-CADASTRO.TXT"            *>  trilha das alteracoes nos cadastros de cartelas e de
                                                 organization is line sequential               *>  participantes: so recebe linhas novas, nunca e regravada
                                                 file status is ws-fs-alteracoes.              *>  (ver 1490); o alteracoes-cadastro lista por periodo
       i-o-control.

       data division.                                                                           *>declaração de variáveis
           05  ws-cgr-trevo1                        pic  9(02).
           05  filler                               pic  x(01).
           05  ws-cgr-trevo2                        pic  9(02).
           05  filler                               pic  x(01).                                 *>  validade da aposta na loterica: primeiro concurso e
           05  ws-cgr-conc-inicial                  pic  9(05).                                 *>  quantos concursos ela vale (1 = concurso unico, 2/4/8/12
           05  filler                               pic  x(01).                                 *>  = teimosinha); zeros (ou linha antiga, sem os campos) =
           05  ws-cgr-qtd-concursos                 pic  9(02).                                 *>  sem janela, vale para todo concurso conferido

       fd  ws-arq-aceite
           label records are standard.
           05  ws-rz-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-tipo                           pic  x(01).                                 *>  'S' = saldo anterior gravado pelo fechamento-bolao,
               88  ws-rz-saldo-anterior                                value 'S'.               *>  em branco = lancamento de uma rodada
           05  filler                               pic  x(01).
           05  ws-rz-qtd-rodadas                    pic  9(04).                                 *>  no saldo anterior, quantas rodadas ele acumula (em branco
                                                                                                *>  nos lancamentos de rodada e nos saldos de antes do campo)

       fd  ws-arq-situacao-pag
           label records are standard.
       01  ws-reg-situacao-pag.                                                                 *>  um participante por linha (layout da conciliacao-bolao):
           05  ws-spg-nome                          pic  x(30).                                 *>  rodadas em atraso, valor em atraso, rodada do primeiro
           05  filler                               pic  x(01).                                 *>  atraso e data da apuracao
           05  ws-spg-rodadas-atraso                pic  9(03).
           05  filler                               pic  x(01).
           05  ws-spg-valor-atraso                  pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-spg-desde-rodada                  pic  9(14).
           05  filler                               pic  x(01).
           05  ws-spg-data-apuracao                 pic  9(08).

       fd  ws-arq-job
           label records are standard.
       01  ws-reg-job                          pic  x(80).                                     *>  uma chave e um valor por linha; '*' na coluna 1 comenta

       fd  ws-arq-resgates
           label records are standard.
       01  ws-reg-resgate.                                                                      *>  um premio a resgatar por registro: qual cartela de qual
           05  ws-res-chave.                                                                    *>  cartela do grupo acertou qual faixa em qual concurso: a
               10  ws-res-grupo                    pic  x(20).                                  *>  mesma conferencia repetida cai na mesma chave e nao lanca
               10  ws-res-cartela                  pic  9(03).                                  *>  o premio duas vezes (ver 5160); avulsas = 'AV' e o id
               10  ws-res-jogo                     pic  9(02).                                  *>  da rodada (16 posicoes). Cartela: sequencia no grupo, com as
               10  ws-res-concurso                 pic  9(05).                                  *>  desativadas, como em 1470 (avulsas: posicao na rodada)
               10  ws-res-faixa                    pic  9(01).                                  *>  por distancia do acerto cheio, como em 5150: 1 = cheia,
           05  ws-res-rodada                       pic  9(14).                                  *>  rodada que lancou o premio
           05  ws-res-data-concurso                pic  9(08).
           05  ws-res-acertos                      pic  9(02).                                  *>  2 = cheia-1, 3 = cheia-2, 4 = cheia-3, 5 = cheia-4
           05  ws-res-valor-previsto               pic  9(11)v9(02).
           05  ws-res-base                         pic  x(01).                                  *>  origem do valor previsto: 'O' rateio oficial do concurso,
                                                                                                *>  'T' tabela fixa de PREMIOS.TXT
           05  ws-res-prazo                        pic  9(08).                                  *>  data do concurso + 90 dias (regra de prescricao da CAIXA)
           05  ws-res-situacao                     pic  x(01).                                  *>  'P' pendente, 'R' resgatado, 'X' prescrito
               88  ws-res-pendente                                     value 'P'.
               88  ws-res-resgatado                                    value 'R'.
               88  ws-res-prescrito                                    value 'X'.
           05  ws-res-data-resgate                 pic  9(08).
           05  ws-res-valor-recebido               pic  9(11)v9(02).

       fd  ws-arq-rateio-oficial
           label records are standard.
       01  ws-reg-rateio-oficial.                                                               *>  uma faixa de um concurso por linha, em ordem de concurso
           05  ws-rof-jogo                         pic  9(02).                                  *>  e de faixa: jogo (como em ws-opcao-jogo), concurso, faixa
           05  filler                              pic  x(01).                                  *>  por distancia do acerto cheio (1 = cheia, 2 = cheia-1...
           05  ws-rof-concurso                     pic  9(05).                                  *>  como em 5150), quantidade de ganhadores, valor pago a cada
           05  filler                              pic  x(01).                                  *>  aposta simples ganhadora, se acumulou (S/N) e o valor
           05  ws-rof-faixa                        pic  9(01).                                  *>  acumulado da faixa (duas casas decimais implicitas)
           05  filler                              pic  x(01).
           05  ws-rof-ganhadores                   pic  9(07).
           05  filler                              pic  x(01).
           05  ws-rof-valor                        pic  9(11)v9(02).
           05  filler                              pic  x(01).
           05  ws-rof-acumulou                     pic  x(01).
           05  filler                              pic  x(01).
           05  ws-rof-valor-acumulado              pic  9(11)v9(02).

       fd  ws-arq-aceite-rateio
           label records are standard.
       01  ws-reg-aceite-rateio                pic  x(132).

       fd  ws-arq-alteracoes
           label records are standard.
       01  ws-reg-alteracao.                                                                    *>  uma alteracao por linha: quando, quem, em que arquivo, de
           05  ws-acd-data-hora                     pic  9(14).                                 *>  que grupo/participante (a sequencia identifica a cartela
           05  filler                               pic  x(01).                                 *>  dentro do grupo; zero para participante), a acao ('I'
           05  ws-acd-operador                      pic  x(20).                                 *>  incluida, 'A' alterada, 'D' desativada, 'R' reativada) e
           05  filler                               pic  x(01).                                 *>  a imagem do registro antes e depois (antes em branco na
           05  ws-acd-arquivo                       pic  x(20).                                 *>  inclusao)
           05  filler                               pic  x(01).
           05  ws-acd-chave                         pic  x(30).
           05  filler                               pic  x(01).
           05  ws-acd-sequencia                     pic  9(03).
           05  filler                               pic  x(01).
           05  ws-acd-acao                          pic  x(01).
           05  filler                               pic  x(01).
           05  ws-acd-antes                         pic  x(100).
           05  filler                               pic  x(01).
           05  ws-acd-depois                        pic  x(100).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-job-numero-ate                   pic  9(05)         value zero.
           05  ws-job-orcamento-valor              pic  9(09)         value zero.               *>  teto de gasto da rodada interativa, em reais inteiros
           05  ws-job-orcamento-tentativas         pic  9(09)         value zero.               *>  teto de tentativas da rodada interativa
           05  ws-job-atraso-maximo                pic  9(03)         value 2.                  *>  rodadas em atraso toleradas no rateio

       01  ws-resposta-modo                        pic  x(01).                                  *>  resposta do usuário para escolha do modo de execução
       01  ws-resposta-retomar                     pic  x(01).                                  *>  resposta do usuário para retomar rodada via checkpoint
               88  ws-rodada-veio-de-checkpoint                        value 'S'.
           05  ws-rod-sem-trabalho                 pic  x(01)         value 'N'.               *>  'S' quando a execução encerrou sem processar nada (por
               88  ws-rodada-sem-trabalho                              value 'S'.              *>  exemplo, CONCURSOS.TXT indisponivel na conferencia)
           05  ws-rod-codigo-retorno               pic  9(02)         value zero.              *>  devolvido ao job no encerramento (ver 3000): 0 concluida,
                                                                                                *>  4 interrompida ou com avisos, 8 sem processar, 12 job
                                                                                                *>  invalido

       01  ws-controle-parada.                                                                  *>  pedido de parada controlada feito pelo operador (ver 2460)
           05  ws-fs-parada                        pic  x(02).
           05  ws-valor-contribuicao-ed            pic  -z(12)9,99.
           05  ws-valor-saldo-parti-ed             pic  -z(12)9,99.

       01  ws-controle-atraso.                                                                  *>  inadimplencia apurada pela conciliacao-bolao (ver 2982):
           05  ws-fs-situacao-pag                  pic  x(02).                                  *>  o participante com mais rodadas em atraso do que o
               88  ws-situacao-pag-aberto                              value '00'.              *>  tolerado sai sinalizado no rateio, para o grupo decidir
           05  ws-fim-situacao-pag                 pic  x(01).                                  *>  se ele entra no premio
               88  ws-fim-arq-situacao-pag                             value 'S'.
           05  ws-atraso-maximo                    pic  9(03)         value 2.                  *>  rodadas em atraso toleradas (chave ATRASO-MAXIMO do job)
           05  ws-atraso-maximo-digitado           pic  x(03).
           05  ws-situacao-apurada                 pic  x(01)         value 'N'.
               88  ws-situacao-disponivel                              value 'S'.
           05  ws-sit-data-apuracao                pic  9(08).
           05  ws-qtd-situacao                     pic  9(02)         value zero.
           05  ws-situacao-parti occurs 50 times.
               10  ws-sit-nome                     pic  x(30).
               10  ws-sit-rodadas                  pic  9(03).
               10  ws-sit-valor                    pic  9(11)v9(02).
               10  ws-sit-desde                    pic  9(14).
           05  ws-ind-sit                          pic  9(02).
           05  ws-qtd-sinalizados                  pic  9(02).
           05  ws-sit-valor-ed                     pic  -z(12)9,99.

       01  ws-desdobramento.                                                                    *>  geração de cartelas por desdobramento de um grupo de números
           05  ws-resposta-desdobrar               pic  x(01).
           05  ws-resposta-grava-param             pic  x(01).
               10  ws-cart-sena-sem-trevo            pic  9(09).                                *>  vezes que a cartela acertou os numeros mas nao os trevos
               10  ws-cart-faixa4                    pic  9(09).                                *>  acertos nas faixas baixas da conferencia (cheia-3 e
               10  ws-cart-faixa5                    pic  9(09).                                *>  cheia-4: 12/11 acertos na Lotofacil, duque na Quina)
               10  ws-cart-premio-conf               pic  9(13)v9(02).                          *>  premios da conferencia, valorizados acerto a acerto (5155)
               10  ws-cart-acertos-oficial           pic  9(09).                                *>  acertos valorizados pelo rateio oficial do concurso
               10  ws-cart-acertos-tabela            pic  9(09).                                *>  acertos valorizados pela tabela fixa de PREMIOS.TXT
               10  ws-cart-conc-inicial              pic  9(05).                                *>  janela de validade da cartela carregada do grupo: so os
               10  ws-cart-qtd-conc                  pic  9(02).                                *>  concursos de ws-cart-conc-inicial a ws-cart-conc-final
               10  ws-cart-conc-final                pic  9(05).                                *>  sao conferidos e cobrados (qtd zero = sem janela)
               10  ws-cart-conc-conferidos           pic  9(05).                                *>  concursos efetivamente conferidos para a cartela
               10  ws-cart-seq-grupo                 pic  9(03).                                *>  sequencia da cartela no grupo, como em 1470 (zero = avulsa)

       01  ws-cadastro-grupos.                                                                  *>  cadastro de grupos nomeados de cartelas, carregado de
           05  ws-qtd-grupo-cart                   pic  9(03)         value zero.               *>  CARTELAS.TXT (ver 1410) - o bolao da firma joga as mesmas
               10  ws-gc-num                       pic  9(02)         occurs 15 times.
               10  ws-gc-trevo1                    pic  9(02).
               10  ws-gc-trevo2                    pic  9(02).
               10  ws-gc-conc-inicial              pic  9(05).                                  *>  janela de validade da cartela (ver ws-cgr-conc-inicial)
               10  ws-gc-qtd-conc                  pic  9(02).

       01  ws-controle-grupos.                                                                  *>  variáveis de controle do cadastro e da carga de grupos
           05  ws-fs-cartelas                      pic  x(02).
           05  ws-grupo-invalidas                  pic  9(03).
           05  ws-grupo-cart-ok                    pic  x(01).
               88  ws-grupo-cartela-valida                             value 'S'.
           05  ws-grupo-conc-inicial               pic  9(05).                                  *>  validade informada na manutencao (ver 1435)
           05  ws-grupo-qtd-conc                   pic  9(02).
               88  ws-grupo-qtd-conc-valida                            values 1 2 4 8 12.
           05  ws-grupo-conc-final                 pic  9(05).
           05  ws-resposta-validade                pic  x(01).

       01  ws-controle-alteracoes.                                                              *>  alteracao de cadastro a registrar em ALTERACOES-CADASTRO
           05  ws-fs-alteracoes                    pic  x(02).                                  *>  (ver 1490): as secoes de manutencao preenchem os campos
               88  ws-alteracoes-aberto                                value '00'.              *>  abaixo e a imagem do antes e do depois (1480 monta a da
               88  ws-alteracoes-inexistente                           value '35'.              *>  cartela)
           05  ws-alt-arquivo                      pic  x(20).
           05  ws-alt-chave                        pic  x(30).
           05  ws-alt-sequencia                    pic  9(03).
           05  ws-alt-acao                         pic  x(01).
           05  ws-alt-antes                        pic  x(100).
           05  ws-alt-depois                       pic  x(100).
           05  ws-alt-imagem                       pic  x(100).
           05  ws-alt-pos                          pic  9(03).                                  *>  posicao no cadastro da cartela cuja imagem se monta
           05  ws-alt-quotas-antes                 pic  9(03).
           05  ws-alt-parti-achado                 pic  9(02).                                  *>  participante ja cadastrado com o nome digitado (0 = novo)
           05  ws-alt-ind                          pic  9(02).
           05  ws-alt-ptr                          pic  9(03).

       01  ws-controle-conferencia.                                                             *>  variáveis de controle do modo conferencia (concursos oficiais)
           05  ws-fs-concursos                     pic  x(02).
           05  ws-fim-concursos                    pic  x(01)         value 'N'.
               88  ws-fim-arq-concursos                                    value 'S'.
           05  ws-qtd-concursos                    pic  9(05).
           05  ws-conf-janelas-vencidas            pic  9(03)         value zero.               *>  cartelas cuja validade na loterica ja se esgotou
           05  ws-conc-invalidos                   pic  9(05).
           05  ws-conc-outro-jogo                  pic  9(05).                                  *>  linhas de outros jogos no arquivo, pulados na conferencia
           05  ws-conf-diferenca                   pic  9(02).                                  *>  distancia do acerto cheio (0 = faixa maxima) na conferencia

       77  ws-total-sena                           pic  9(09)         value zero.               *>  total de senas de todas as cartelas no modo conferencia

       01  ws-controle-resgates.                                                                *>  lancamento dos acertos pagos em RESGATES.DAT (ver 5160):
           05  ws-fs-resgates                      pic  x(02).                                  *>  e o que garante que ninguem esquece um premio na loterica
               88  ws-resgates-ok                                      value '00'.
               88  ws-resgates-inexistente                             value '35'.
           05  ws-resgates-ativo                   pic  x(01)         value 'N'.
               88  ws-resgates-disponivel                              value 'S'.
           05  ws-res-gravados                     pic  9(05)         value zero.
           05  ws-res-repetidos                    pic  9(05)         value zero.               *>  acertos que ja estavam lancados (concurso conferido de novo)
           05  ws-res-faixa-atual                  pic  9(01).                                  *>  faixa do acerto corrente, zero quando nao paga
           05  ws-res-dia-prazo                    pic  9(07).                                  *>  dia juliano do prazo, para somar os 90 dias

       01  ws-controle-rateio-oficial.                                                          *>  rateio oficial por concurso (RATEIO-OFICIAL.TXT): auditado
           05  ws-fs-rateio-oficial                pic  x(02).                                  *>  como CONCURSOS.TXT (ver 5070) e lido em paralelo com ele,
               88  ws-rateio-oficial-aberto                            value '00'.              *>  os dois em ordem de concurso (ver 5110)
           05  ws-fim-rateio-oficial               pic  x(01)         value 'N'.
               88  ws-fim-arq-rateio-oficial                           value 'S'.
           05  ws-rof-em-uso                       pic  x(01)         value 'N'.
               88  ws-rateio-oficial-em-uso                            value 'S'.
           05  ws-rof-max-faixa                    pic  9(01).                                  *>  faixas pagas pelo jogo configurado (ver 5150)
           05  ws-rfa-total-linhas                 pic  9(05).
           05  ws-rfa-concursos                    pic  9(05).                                  *>  concursos distintos com rateio no arquivo
           05  ws-rfa-duplicados                   pic  9(05).
           05  ws-rfa-fora-ordem                   pic  9(05).
           05  ws-rfa-faixas-invalidas             pic  9(05).
           05  ws-rfa-inconsistentes               pic  9(05).                                  *>  valores que nao fecham com ganhadores/acumulado
           05  ws-rfa-sem-concurso                 pic  9(05).                                  *>  rateios de concursos alem do ultimo de CONCURSOS.TXT
           05  ws-rfa-outros-jogos                 pic  9(05).
           05  ws-rfa-concurso-anterior            pic  9(05).
           05  ws-rfa-faixa-anterior               pic  9(01).
           05  ws-rfa-menor-concurso               pic  9(05).
           05  ws-rfa-maior-concurso               pic  9(05).
           05  ws-rfa-situacao                     pic  x(01).
               88  ws-rfa-aprovado                                     value 'A'.
           05  ws-resposta-rateio-oficial          pic  x(01).

       01  ws-rateio-concurso.                                                                  *>  faixas do rateio oficial do concurso em conferencia
           05  ws-rofc-qtd                         pic  9(01).
           05  ws-rofc-faixa occurs 5 times.
               10  ws-rofc-presente                pic  x(01).
                   88  ws-rofc-tem-rateio                              value 'S'.
               10  ws-rofc-ganhadores              pic  9(07).
               10  ws-rofc-valor                   pic  9(11)v9(02).
               10  ws-rofc-valor-acumulado         pic  9(11)v9(02).
           05  ws-rofc-ind                         pic  9(01).

       01  ws-valorizacao-acerto.                                                               *>  valor do acerto corrente (ver 5155): o rateio oficial paga
           05  ws-val-acerto                       pic  9(13)v9(02).                            *>  por aposta simples, entao uma cartela com mais numeros
           05  ws-val-base                         pic  x(01).                                  *>  leva cada aposta simples que ela contem, em todas as faixas
               88  ws-val-base-oficial                                 value 'O'.               *>  (7 numeros com 6 acertos = 1 sena e 6 quinas)
               88  ws-val-base-tabela                                  value 'T'.
           05  ws-val-faixa                        pic  9(01).
           05  ws-val-acertos-simples              pic  9(02).                                  *>  acertos da aposta simples naquela faixa
           05  ws-val-nao-acertados                pic  9(02).
           05  ws-val-multiplicidade               pic  9(09).
           05  ws-val-valor-faixa                  pic  9(11)v9(02).
           05  ws-comb-n                           pic  9(02).                                  *>  combinacoes de n tomados k a k (ver 5158)
           05  ws-comb-k                           pic  9(02).
           05  ws-comb-i                           pic  9(02).
           05  ws-comb-total                       pic  9(09).
           05  ws-comb-parcial                     pic  9(09).
           05  ws-fin-acertos-oficial              pic  9(09).                                  *>  acertos valorizados por cada base (relatorio de 2970)
           05  ws-fin-acertos-tabela               pic  9(09).
           05  ws-fin-base-desc                    pic  x(07).                                  *>  base de valorizacao impressa na linha da cartela

       linkage section.                                                                         *>--- variáveis para comunicação entre programas ---

       screen section.                                                                          *>declaração de tela
                     perform 1310-carrega-participantes
                     if   ws-qtd-participantes > zero then
                          move 'S'                 to  ws-rateio-ativo
                          move ws-job-atraso-maximo to ws-atraso-maximo
                     else
                          display 'RATEIO S no job, mas PARTICIPANTES.TXT esta vazio - rateio ignorado.'
                     end-if
      *>   CONCURSO-ATE <n>
      *>   ORCAMENTO-VALOR <n>  teto de gasto da rodada em reais (modo I)
      *>   ORCAMENTO-TENTATIVAS <n>  teto de tentativas da rodada (modo I)
      *>   ATRASO-MAXIMO <n>    rodadas em atraso toleradas no rateio (ver 2982)
      *> qualquer chave desconhecida ou valor invalido reprova o job inteiro
      *>--------------------------------------------------------------------<*
       1010-carrega-job section.
                    else
                         perform 1030-job-invalido
                    end-if
               when 'ATRASO-MAXIMO'
                    if   ws-job-valor(1:1) is numeric then
                         compute ws-job-atraso-maximo = function numval(ws-job-valor)
                    else
                         perform 1030-job-invalido
                    end-if
               when other
                    perform 1030-job-invalido
           end-evaluate
           if   not ws-rodadas-ok then
                display 'Atencao: cadastro de rodadas indisponivel (status ' ws-fs-rodadas ').'
                display 'A execucao segue sem trilha de auditoria.'
                move 4                             to  ws-rod-codigo-retorno
                go to 1200-registra-inicio-rodada-exit
           end-if

           exit.
      *>--------------------------------------------------------------------<*
      *> cadastro de participantes do bolao: carrega o arquivo existente,
      *> permite incluir participantes ou alterar as quotas de um nome ja
      *> cadastrado pela tela propria, e pergunta se os premios da rodada
      *> devem ser rateados entre as quotas cadastradas
      *>--------------------------------------------------------------------<*
       1300-mantem-participantes section.

           perform 1310-carrega-participantes
           display 'Participantes cadastrados no bolao.: ' ws-qtd-participantes

           display 'Deseja incluir ou alterar participantes no cadastro do bolao? (S/N)'
           accept ws-resposta-cadastrar
           if   ws-resposta-cadastrar = 'S' or ws-resposta-cadastrar = 's' then
                move 'N'                           to  ws-fim-cadastro
                perform until ws-cadastro-encerrado                                             *>  sem teto aqui: com o cadastro cheio ainda se alteram
                    move spaces                    to  ws-part-nome-tela                        *>  as quotas; o limite de 20 vale so para nomes novos (1305)
                    move 1                         to  ws-part-quotas-tela
                    display sc-tela-participante
                    accept  sc-tela-participante
                    if   ws-part-nome-tela = spaces then
                         move 'S'                  to  ws-fim-cadastro
                    else
                         perform 1305-registra-participante
                    end-if
                end-perform
                perform 1320-grava-participantes
           end-if

                accept ws-resposta-rateio
                if   ws-resposta-rateio = 'S' or ws-resposta-rateio = 's' then
                     move 'S'                      to  ws-rateio-ativo
                     display 'Quantas rodadas em atraso o bolao tolera antes de sinalizar o participante?'
                     display '(em branco = ' ws-atraso-maximo ')'
                     move spaces                   to  ws-atraso-maximo-digitado
                     accept ws-atraso-maximo-digitado
                     if   ws-atraso-maximo-digitado(1:1) is numeric then
                          compute ws-atraso-maximo = function numval(ws-atraso-maximo-digitado)
                     end-if
                end-if
           end-if
           .
       1300-mantem-participantes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> registra o participante digitado na tela: nome novo entra no
      *> cadastro; nome ja cadastrado tem as quotas alteradas - as duas
      *> acoes ficam na trilha de alteracoes com a imagem da linha
      *>--------------------------------------------------------------------<*
       1305-registra-participante section.

           if   ws-part-quotas-tela < 1 then
                move 1                             to  ws-part-quotas-tela                      *>  toda inclusao vale ao menos uma quota
           end-if

           move zero                               to  ws-alt-parti-achado
           perform varying ws-alt-ind from 1 by 1
                             until ws-alt-ind > ws-qtd-participantes
                                or ws-alt-parti-achado > zero
               if   ws-part-nome(ws-alt-ind) = ws-part-nome-tela then
                    move ws-alt-ind                to  ws-alt-parti-achado
               end-if
           end-perform

           move 'PARTICIPANTES.TXT'                to  ws-alt-arquivo
           move ws-part-nome-tela                  to  ws-alt-chave
           move zero                               to  ws-alt-sequencia

           if   ws-alt-parti-achado = zero
           and  ws-qtd-participantes >= 20 then
                display 'Limite de 20 participantes atingido - ' ws-part-nome-tela ' nao incluido.'
                go to 1305-registra-participante-exit
           end-if

           if   ws-alt-parti-achado = zero then
                add 1                              to  ws-qtd-participantes
                move ws-part-nome-tela             to  ws-part-nome(ws-qtd-participantes)
                move ws-part-quotas-tela           to  ws-part-quotas(ws-qtd-participantes)
                move 'I'                           to  ws-alt-acao
                move spaces                        to  ws-alt-antes
                move spaces                        to  ws-alt-depois
                string  ws-part-nome-tela              delimited by size
                        ' '                            delimited by size
                        ws-part-quotas-tela            delimited by size
                        into ws-alt-depois
                end-string
                perform 1490-grava-alteracao-cadastro
                go to 1305-registra-participante-exit
           end-if

           if   ws-part-quotas(ws-alt-parti-achado) = ws-part-quotas-tela then
                display ws-part-nome-tela ' ja cadastrado com ' ws-part-quotas-tela ' quota(s) - nada alterado.'
                go to 1305-registra-participante-exit
           end-if

           move ws-part-quotas(ws-alt-parti-achado) to ws-alt-quotas-antes
           move ws-part-quotas-tela                to  ws-part-quotas(ws-alt-parti-achado)
           move 'A'                                to  ws-alt-acao
           move spaces                             to  ws-alt-antes
           string  ws-part-nome-tela                   delimited by size
                   ' '                                 delimited by size
                   ws-alt-quotas-antes                 delimited by size
                   into ws-alt-antes
           end-string
           move spaces                             to  ws-alt-depois
           string  ws-part-nome-tela                   delimited by size
                   ' '                                 delimited by size
                   ws-part-quotas-tela                 delimited by size
                   into ws-alt-depois
           end-string
           perform 1490-grava-alteracao-cadastro
           display 'Quotas de ' ws-part-nome-tela ' alteradas de ' ws-alt-quotas-antes
                   ' para ' ws-part-quotas-tela '.'
           .
       1305-registra-participante-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega o cadastro de participantes de PARTICIPANTES.TXT
      *>--------------------------------------------------------------------<*
       1310-carrega-participantes section.
               move ws-cgr-num15                   to  ws-gc-num(ws-qtd-grupo-cart, 15)
               move ws-cgr-trevo1                  to  ws-gc-trevo1(ws-qtd-grupo-cart)
               move ws-cgr-trevo2                  to  ws-gc-trevo2(ws-qtd-grupo-cart)
               if   ws-cgr-conc-inicial is numeric                                              *>  linhas gravadas antes da validade nao trazem os campos
               and  ws-cgr-qtd-concursos is numeric then
                    move ws-cgr-conc-inicial       to  ws-gc-conc-inicial(ws-qtd-grupo-cart)
                    move ws-cgr-qtd-concursos      to  ws-gc-qtd-conc(ws-qtd-grupo-cart)
               else
                    move zero                      to  ws-gc-conc-inicial(ws-qtd-grupo-cart)
                    move zero                      to  ws-gc-qtd-conc(ws-qtd-grupo-cart)
               end-if
               read ws-arq-cartelas
                   at end move 'S'                 to  ws-fim-cartelas
               end-read
               move ws-gc-num(ws-grupo-pos, 15)     to  ws-cgr-num15
               move ws-gc-trevo1(ws-grupo-pos)      to  ws-cgr-trevo1
               move ws-gc-trevo2(ws-grupo-pos)      to  ws-cgr-trevo2
               move ws-gc-conc-inicial(ws-grupo-pos) to ws-cgr-conc-inicial
               move ws-gc-qtd-conc(ws-grupo-pos)    to  ws-cgr-qtd-concursos
               write ws-reg-cartela-grupo
           end-perform

           end-if

           perform 2020-registra-aposta
           perform 1435-informa-validade-cartela

           add 1                                   to  ws-qtd-grupo-cart
           move ws-grupo-nome                      to  ws-gc-grupo(ws-qtd-grupo-cart)
           end-perform
           move ws-trevo1                          to  ws-gc-trevo1(ws-qtd-grupo-cart)
           move ws-trevo2                          to  ws-gc-trevo2(ws-qtd-grupo-cart)
           move ws-grupo-conc-inicial              to  ws-gc-conc-inicial(ws-qtd-grupo-cart)
           move ws-grupo-qtd-conc                  to  ws-gc-qtd-conc(ws-qtd-grupo-cart)
           display 'Cartela incluida no grupo ' ws-grupo-nome

           move ws-qtd-grupo-cart                  to  ws-alt-pos
           move 'I'                                to  ws-alt-acao
           move spaces                             to  ws-alt-antes
           perform 1480-monta-imagem-cartela
           move ws-alt-imagem                      to  ws-alt-depois
           perform 1490-grava-alteracao-cadastro
           .
       1430-inclui-cartela-grupo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> pede a validade da aposta registrada na loterica: o primeiro
      *> concurso e quantos concursos consecutivos ela vale (concurso unico
      *> ou teimosinha de 2, 4, 8 ou 12); primeiro concurso zero deixa a
      *> cartela sem janela, conferida em todos os concursos
      *>--------------------------------------------------------------------<*
       1435-informa-validade-cartela section.

           move zero                               to  ws-grupo-conc-inicial
           move zero                               to  ws-grupo-qtd-conc

           display 'Primeiro concurso para o qual a cartela foi registrada na loterica'
           display '(zero = sem janela de validade, vale para todo concurso conferido):'
           accept ws-grupo-conc-inicial
           if   ws-grupo-conc-inicial = zero then
                go to 1435-informa-validade-cartela-exit
           end-if

           display 'Quantos concursos a aposta vale? (1 = concurso unico; teimosinha: 2, 4, 8 ou 12)'
           accept ws-grupo-qtd-conc
           perform until ws-grupo-qtd-conc-valida
               display 'Quantidade invalida. Informe 1, 2, 4, 8 ou 12:'
               accept ws-grupo-qtd-conc
           end-perform
           .
       1435-informa-validade-cartela-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> altera uma cartela existente de um grupo: localiza pela sequencia
      *> dentro do grupo e recebe a nova aposta pela tela da rodada (2020)
      *>--------------------------------------------------------------------<*
                go to 1440-altera-cartela-grupo-exit
           end-if

           move ws-grupo-achado                    to  ws-alt-pos
           perform 1480-monta-imagem-cartela
           move ws-alt-imagem                      to  ws-alt-antes

           display 'Informe a nova aposta para a cartela ' ws-grupo-seq ' do grupo ' ws-grupo-nome
           perform 2020-registra-aposta

           end-perform
           move ws-trevo1                          to  ws-gc-trevo1(ws-grupo-achado)
           move ws-trevo2                          to  ws-gc-trevo2(ws-grupo-achado)

           if   ws-gc-qtd-conc(ws-grupo-achado) = zero then                                     *>  a aposta nova costuma vir com nova validade (renovacao
                display 'Validade atual da cartela.: sem janela (todos os concursos)'           *>  na loterica), mas a correcao de um numero digitado
           else                                                                                 *>  errado mantem a que ja estava
                compute ws-grupo-conc-final = ws-gc-conc-inicial(ws-grupo-achado)
                                            + ws-gc-qtd-conc(ws-grupo-achado) - 1
                display 'Validade atual da cartela.: concursos ' ws-gc-conc-inicial(ws-grupo-achado)
                        ' a ' ws-grupo-conc-final
           end-if
           display 'Deseja alterar a validade (concursos) da cartela? (S/N)'
           accept ws-resposta-validade
           if   ws-resposta-validade = 'S' or ws-resposta-validade = 's' then
                perform 1435-informa-validade-cartela
                move ws-grupo-conc-inicial         to  ws-gc-conc-inicial(ws-grupo-achado)
                move ws-grupo-qtd-conc             to  ws-gc-qtd-conc(ws-grupo-achado)
           end-if
           display 'Cartela alterada.'

           perform 1480-monta-imagem-cartela
           move ws-alt-imagem                      to  ws-alt-depois
           move 'A'                                to  ws-alt-acao
           perform 1490-grava-alteracao-cadastro
           .
       1440-altera-cartela-grupo-exit.
           exit.
                go to 1450-desativa-cartela-grupo-exit
           end-if

           move ws-grupo-achado                    to  ws-alt-pos
           perform 1480-monta-imagem-cartela
           move ws-alt-imagem                      to  ws-alt-antes

           if   ws-gc-ativa(ws-grupo-achado) then
                move 'I'                           to  ws-gc-situacao(ws-grupo-achado)
                move 'D'                           to  ws-alt-acao
                display 'Cartela desativada.'
           else
                move 'A'                           to  ws-gc-situacao(ws-grupo-achado)
                move 'R'                           to  ws-alt-acao
                display 'Cartela reativada.'
           end-if

           perform 1480-monta-imagem-cartela
           move ws-alt-imagem                      to  ws-alt-depois
           perform 1490-grava-alteracao-cadastro
           .
       1450-desativa-cartela-grupo-exit.
           exit.
                                with pointer ws-ptr-linha
                        end-string
                    end-perform
                    if   ws-gc-qtd-conc(ws-grupo-pos) > zero then                               *>  validade na loterica, quando registrada
                         compute ws-grupo-conc-final = ws-gc-conc-inicial(ws-grupo-pos)
                                                     + ws-gc-qtd-conc(ws-grupo-pos) - 1
                         string  'concursos '                       delimited by size
                                 ws-gc-conc-inicial(ws-grupo-pos)   delimited by size
                                 ' a '                              delimited by size
                                 ws-grupo-conc-final                delimited by size
                                 into ws-linha-historico
                                 with pointer ws-ptr-linha
                         end-string
                    end-if
                    display ws-linha-historico(1:ws-ptr-linha)
               end-if
           end-perform
       1470-localiza-cartela-grupo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> monta em ws-alt-imagem a linha de CARTELAS.TXT da cartela na
      *> posicao ws-alt-pos do cadastro, como 1420 a gravaria, e prepara a
      *> chave da trilha: arquivo, grupo e sequencia da cartela no grupo
      *>--------------------------------------------------------------------<*
       1480-monta-imagem-cartela section.

           move 'CARTELAS.TXT'                     to  ws-alt-arquivo
           move ws-gc-grupo(ws-alt-pos)            to  ws-alt-chave

           move zero                               to  ws-alt-sequencia
           perform varying ws-grupo-pos from 1 by 1
                             until ws-grupo-pos > ws-alt-pos
               if   ws-gc-grupo(ws-grupo-pos) = ws-gc-grupo(ws-alt-pos) then
                    add 1                          to  ws-alt-sequencia
               end-if
           end-perform

           move spaces                             to  ws-alt-imagem
           move 1                                  to  ws-alt-ptr
           string  ws-gc-grupo(ws-alt-pos)             delimited by size
                   ' '                                 delimited by size
                   ws-gc-situacao(ws-alt-pos)          delimited by size
                   ' '                                 delimited by size
                   ws-gc-qtd-jog(ws-alt-pos)           delimited by size
                   ' '                                 delimited by size
                   into ws-alt-imagem
                   with pointer ws-alt-ptr
           end-string
           perform varying ws-grupo-i from 1 by 1
                             until ws-grupo-i > 15
               string  ws-gc-num(ws-alt-pos, ws-grupo-i)  delimited by size
                       ' '                                delimited by size
                       into ws-alt-imagem
                       with pointer ws-alt-ptr
               end-string
           end-perform
           string  ws-gc-trevo1(ws-alt-pos)            delimited by size
                   ' '                                 delimited by size
                   ws-gc-trevo2(ws-alt-pos)            delimited by size
                   ' '                                 delimited by size
                   ws-gc-conc-inicial(ws-alt-pos)      delimited by size
                   ' '                                 delimited by size
                   ws-gc-qtd-conc(ws-alt-pos)          delimited by size
                   into ws-alt-imagem
                   with pointer ws-alt-ptr
           end-string
           .
       1480-monta-imagem-cartela-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> acrescenta uma linha a ALTERACOES-CADASTRO.TXT com a alteracao
      *> preparada em ws-controle-alteracoes; o arquivo e aberto e fechado
      *> a cada linha, para que nada se perca se a rodada cair depois
      *>--------------------------------------------------------------------<*
       1490-grava-alteracao-cadastro section.

           open extend ws-arq-alteracoes
           if   ws-alteracoes-inexistente then                                                  *>  primeira alteracao registrada: cria o arquivo vazio
                open output ws-arq-alteracoes
                close ws-arq-alteracoes
                open extend ws-arq-alteracoes
           end-if
           if   not ws-alteracoes-aberto then
                display 'Atencao: ALTERACOES-CADASTRO.TXT indisponivel (status ' ws-fs-alteracoes
                        ') - alteracao nao registrada na trilha.'
                go to 1490-grava-alteracao-cadastro-exit
           end-if

           move spaces                             to  ws-reg-alteracao
           move function current-date(1:14)        to  ws-acd-data-hora
           move ws-rod-operador-atual              to  ws-acd-operador
           move ws-alt-arquivo                     to  ws-acd-arquivo
           move ws-alt-chave                       to  ws-acd-chave
           move ws-alt-sequencia                   to  ws-acd-sequencia
           move ws-alt-acao                        to  ws-acd-acao
           move ws-alt-antes                       to  ws-acd-antes
           move ws-alt-depois                      to  ws-acd-depois
           write ws-reg-alteracao

           close ws-arq-alteracoes
           .
       1490-grava-alteracao-cadastro-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> processamento principal
      *>--------------------------------------------------------------------<*
       2000-processamento section.

           move zero                               to  ws-qtd-cartelas
           move zero                               to  ws-grupo-invalidas
           move zero                               to  ws-grupo-contagem

           perform varying ws-grupo-pos from 1 by 1
                             until ws-grupo-pos > ws-qtd-grupo-cart
                                or ws-qtd-cartelas >= ws-max-cartelas
               if   ws-gc-grupo(ws-grupo-pos) = ws-grupo-nome then                             *>  a sequencia conta tambem as desativadas, como em 1470
                    add 1                          to  ws-grupo-contagem
               end-if
               if   ws-gc-grupo(ws-grupo-pos) = ws-grupo-nome
               and  ws-gc-ativa(ws-grupo-pos) then
                    perform varying ws-grupo-i from 1 by 1
                         add 1                     to  ws-qtd-cartelas
                         set ws-idx-cartela        to  ws-qtd-cartelas
                         perform 2040-armazena-cartela
                         move ws-grupo-contagem    to  ws-cart-seq-grupo(ws-idx-cartela)
                         move ws-gc-conc-inicial(ws-grupo-pos) to ws-cart-conc-inicial(ws-idx-cartela)
                         move ws-gc-qtd-conc(ws-grupo-pos)     to ws-cart-qtd-conc(ws-idx-cartela)
                         if   ws-gc-qtd-conc(ws-grupo-pos) > zero then
                              compute ws-cart-conc-final(ws-idx-cartela) =
                                      ws-gc-conc-inicial(ws-grupo-pos) + ws-gc-qtd-conc(ws-grupo-pos) - 1
                         end-if
                    else
                         add 1                     to  ws-grupo-invalidas
                    end-if
                go to 2070-oferece-gravar-grupo-exit
           end-if

           display 'Validade das cartelas do grupo na loterica (a mesma para todas):'
           perform 1435-informa-validade-cartela

           move zero                               to  ws-grupo-contagem                        *>  as cartelas entram no fim do grupo: a sequencia de cada
           perform varying ws-grupo-pos from 1 by 1                                             *>  uma segue a das que o grupo ja tinha
                             until ws-grupo-pos > ws-qtd-grupo-cart
               if   ws-gc-grupo(ws-grupo-pos) = ws-grupo-nome then
                    add 1                          to  ws-grupo-contagem
               end-if
           end-perform

           perform varying ws-idx-cartela from 1 by 1
                             until ws-idx-cartela > ws-qtd-cartelas
                                or ws-qtd-grupo-cart >= 200
               add 1                               to  ws-qtd-grupo-cart
               add 1                               to  ws-grupo-contagem
               move ws-grupo-contagem              to  ws-cart-seq-grupo(ws-idx-cartela)
               move ws-grupo-nome                  to  ws-gc-grupo(ws-qtd-grupo-cart)
               move 'A'                            to  ws-gc-situacao(ws-qtd-grupo-cart)
               move ws-cart-qtd-num-jog(ws-idx-cartela)
               move ws-cart-num15(ws-idx-cartela)   to  ws-gc-num(ws-qtd-grupo-cart, 15)
               move ws-cart-trevo1(ws-idx-cartela)  to  ws-gc-trevo1(ws-qtd-grupo-cart)
               move ws-cart-trevo2(ws-idx-cartela)  to  ws-gc-trevo2(ws-qtd-grupo-cart)
               move ws-grupo-conc-inicial          to  ws-gc-conc-inicial(ws-qtd-grupo-cart)
               move ws-grupo-qtd-conc              to  ws-gc-qtd-conc(ws-qtd-grupo-cart)
               move ws-qtd-grupo-cart              to  ws-alt-pos
               move 'I'                            to  ws-alt-acao
               move spaces                         to  ws-alt-antes
               perform 1480-monta-imagem-cartela
               move ws-alt-imagem                  to  ws-alt-depois
               perform 1490-grava-alteracao-cadastro
           end-perform

           if   ws-qtd-grupo-cart >= 200 then
           move zero                                to  ws-cart-sena-sem-trevo(ws-idx-cartela)
           move zero                                to  ws-cart-faixa4(ws-idx-cartela)
           move zero                                to  ws-cart-faixa5(ws-idx-cartela)
           move zero                                to  ws-cart-premio-conf(ws-idx-cartela)
           move zero                                to  ws-cart-acertos-oficial(ws-idx-cartela)
           move zero                                to  ws-cart-acertos-tabela(ws-idx-cartela)
           move zero                                to  ws-cart-conc-inicial(ws-idx-cartela)     *>  cartela avulsa nasce sem janela; a carregada do grupo
           move zero                                to  ws-cart-qtd-conc(ws-idx-cartela)         *>  recebe a dela logo depois (ver 2062)
           move zero                                to  ws-cart-conc-final(ws-idx-cartela)
           move zero                                to  ws-cart-conc-conferidos(ws-idx-cartela)
           move zero                                to  ws-cart-seq-grupo(ws-idx-cartela)

           perform 2050-grava-aposta-historico
           if   ws-sug-estrategia not = spaces then                                            *>  cartela preenchida pelo assistente: o historico anota a
           move zero                               to  ws-fin-gasto-total
           move zero                               to  ws-fin-premio-total
           move 'N'                                to  ws-fin-sem-faixa
           move zero                               to  ws-fin-acertos-oficial
           move zero                               to  ws-fin-acertos-tabela

           move spaces to ws-linha-relatorio
           move 'RESUMO FINANCEIRO SIMULADO DA RODADA'
                    move 'S'                       to  ws-fin-sem-faixa
               end-if

               if   ws-modo-conferencia then                                                    *>  na conferencia aposta-se em cada concurso da validade, e os
                    compute ws-fin-gasto-cartela =                                              *>  premios ja vem valorizados acerto a acerto em 5155: pelo
                            ws-prem-custo-atual * ws-cart-conc-conferidos(ws-idx-cartela)       *>  rateio oficial do concurso ou, sem ele, pela tabela fixa
                    move ws-cart-premio-conf(ws-idx-cartela) to ws-fin-premio-cartela          *>  de PREMIOS.TXT (inclusive as colunas extras, ver 1100)
                    add ws-cart-acertos-oficial(ws-idx-cartela) to ws-fin-acertos-oficial
                    add ws-cart-acertos-tabela(ws-idx-cartela)  to ws-fin-acertos-tabela
                    evaluate true
                        when ws-cart-acertos-oficial(ws-idx-cartela) > zero
                         and ws-cart-acertos-tabela(ws-idx-cartela) > zero
                             move 'MISTA'          to  ws-fin-base-desc
                        when ws-cart-acertos-oficial(ws-idx-cartela) > zero
                             move 'OFICIAL'        to  ws-fin-base-desc
                        when ws-cart-acertos-tabela(ws-idx-cartela) > zero
                             move 'TABELA'         to  ws-fin-base-desc
                        when other
                             move '-'              to  ws-fin-base-desc
                    end-evaluate
               else                                                                             *>  na simulação a cartela jogou em todos os sorteios candidatos
                    compute ws-fin-gasto-cartela =                                              *>  ate acertar, e a sena final sai exatamente uma vez
                            ws-prem-custo-atual * ws-cart-tentativas(ws-idx-cartela)
               move ws-fin-gasto-cartela           to  ws-fin-gasto-ed
               move ws-fin-premio-cartela          to  ws-fin-premio-ed
               move spaces to ws-linha-relatorio
               move 1                              to  ws-ptr-linha
               string  'Cartela '                       delimited by size
                       ws-ind  ' - Gasto simulado (R$).: ' delimited by size
                       ws-fin-gasto-ed                 delimited by size
                       '   Premios simulados (R$).: '   delimited by size
                       ws-fin-premio-ed                delimited by size
                       into ws-linha-relatorio
                       with pointer ws-ptr-linha
               end-string
               if   ws-modo-conferencia then                                                    *>  na conferencia a linha diz de onde veio o valor dos premios
                    string  '   Base.: '                delimited by size
                            ws-fin-base-desc            delimited by space
                            into ws-linha-relatorio
                            with pointer ws-ptr-linha
                    end-string
               end-if
               move ws-linha-relatorio             to  ws-reg-relatorio
               write ws-reg-relatorio

           move ws-linha-relatorio                 to  ws-reg-relatorio
           write ws-reg-relatorio

           if   ws-modo-conferencia then
                move spaces to ws-linha-relatorio
                string  'Acertos valorizados pelo rateio oficial.: '  delimited by size
                        ws-fin-acertos-oficial                        delimited by size
                        '   pela tabela PREMIOS.TXT.: '               delimited by size
                        ws-fin-acertos-tabela                         delimited by size
                        into ws-linha-relatorio
                end-string
                move ws-linha-relatorio            to  ws-reg-relatorio
                write ws-reg-relatorio
                if   not ws-rateio-oficial-em-uso then
                     move spaces to ws-linha-relatorio
                     move 'Rateio oficial (RATEIO-OFICIAL.TXT) ausente ou recusado: premios pela tabela fixa.'
                                                   to ws-linha-relatorio
                     move ws-linha-relatorio       to  ws-reg-relatorio
                     write ws-reg-relatorio
                end-if
           end-if

           if   ws-fin-faltou-faixa then
                move spaces to ws-linha-relatorio
                move 'Atencao: cartela(s) sem faixa em PREMIOS.TXT entraram com custo e premios zerados.'
           move ws-linha-relatorio                 to  ws-reg-relatorio
           write ws-reg-relatorio

           perform 2982-carrega-situacao-pagamentos
           move zero                               to  ws-qtd-sinalizados

           perform varying ws-idx-parti from 1 by 1
                             until ws-idx-parti > ws-qtd-participantes
               compute ws-valor-participante rounded =
               end-string
               move ws-linha-relatorio             to  ws-reg-relatorio
               write ws-reg-relatorio
               perform 2984-sinaliza-atraso
           end-perform

           move spaces to ws-linha-relatorio
           if   ws-situacao-disponivel then
                string  'Participantes em atraso alem de '   delimited by size
                        ws-atraso-maximo                     delimited by size
                        ' rodada(s).: '                      delimited by size
                        ws-qtd-sinalizados                   delimited by size
                        '   (conciliacao de '                delimited by size
                        ws-sit-data-apuracao                 delimited by size
                        ')'                                  delimited by size
                        into ws-linha-relatorio
                end-string
           else
                move 'Situacao de pagamentos nao apurada (SITUACAO-PAGAMENTOS.TXT ausente - rode a conciliacao-bolao).'
                                                   to  ws-linha-relatorio
           end-if
           move ws-linha-relatorio                 to  ws-reg-relatorio
           write ws-reg-relatorio

           perform 2985-lanca-razao-bolao
           .
       2980-grava-relatorio-rateio-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega a situacao de pagamentos apurada pela conciliacao-bolao
      *> (SITUACAO-PAGAMENTOS.TXT) - sem o arquivo o rateio sai sem as
      *> marcas de atraso, com um aviso no relatorio
      *>--------------------------------------------------------------------<*
       2982-carrega-situacao-pagamentos section.

           move zero                               to  ws-qtd-situacao
           move zero                               to  ws-sit-data-apuracao
           move 'N'                                to  ws-situacao-apurada

           open input ws-arq-situacao-pag
           if   not ws-situacao-pag-aberto then
                go to 2982-carrega-situacao-pagamentos-exit
           end-if
           move 'S'                                to  ws-situacao-apurada

           move 'N'                                to  ws-fim-situacao-pag
           read ws-arq-situacao-pag
               at end move 'S'                     to  ws-fim-situacao-pag
           end-read

           perform until ws-fim-arq-situacao-pag
                              or ws-qtd-situacao >= 50
               if   ws-spg-rodadas-atraso is numeric
               and  ws-spg-valor-atraso is numeric
               and  ws-spg-desde-rodada is numeric then
                    add 1                          to  ws-qtd-situacao
                    move ws-spg-nome               to  ws-sit-nome(ws-qtd-situacao)
                    move ws-spg-rodadas-atraso     to  ws-sit-rodadas(ws-qtd-situacao)
                    move ws-spg-valor-atraso       to  ws-sit-valor(ws-qtd-situacao)
                    move ws-spg-desde-rodada       to  ws-sit-desde(ws-qtd-situacao)
                    if   ws-spg-data-apuracao is numeric then
                         move ws-spg-data-apuracao to  ws-sit-data-apuracao
                    end-if
               end-if
               read ws-arq-situacao-pag
                   at end move 'S'                 to  ws-fim-situacao-pag
               end-read
           end-perform

           close ws-arq-situacao-pag
           .
       2982-carrega-situacao-pagamentos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> sinaliza no rateio o participante corrente quando ele esta com mais
      *> rodadas em atraso do que o bolao tolera (ws-atraso-maximo)
      *>--------------------------------------------------------------------<*
       2984-sinaliza-atraso section.

           if   not ws-situacao-disponivel then
                go to 2984-sinaliza-atraso-exit
           end-if

           perform varying ws-ind-sit from 1 by 1
                             until ws-ind-sit > ws-qtd-situacao
               if   ws-sit-nome(ws-ind-sit) = ws-part-nome(ws-idx-parti)
               and  ws-sit-rodadas(ws-ind-sit) > ws-atraso-maximo then
                    add 1                          to  ws-qtd-sinalizados
                    move ws-sit-valor(ws-ind-sit)  to  ws-sit-valor-ed
                    move spaces to ws-linha-relatorio
                    string  '   *** EM ATRASO: '           delimited by size
                            ws-sit-rodadas(ws-ind-sit)     delimited by size
                            ' rodada(s), R$ '              delimited by size
                            ws-sit-valor-ed                delimited by size
                            ' desde a rodada '             delimited by size
                            ws-sit-desde(ws-ind-sit)       delimited by size
                            ' - o grupo decide a participacao no premio'
                                                           delimited by size
                            into ws-linha-relatorio
                    end-string
                    move ws-linha-relatorio        to  ws-reg-relatorio
                    write ws-reg-relatorio
                    display 'Participante ' ws-part-nome(ws-idx-parti) ' em atraso ha '
                            ws-sit-rodadas(ws-ind-sit) ' rodada(s).'
               end-if
           end-perform
           .
       2984-sinaliza-atraso-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> lanca no razao do bolao (RAZAO-BOLAO.TXT) um registro por
      *> participante desta rodada, com a contribuicao devida e a parte no
      *> premio - o extrato-bolao consolida estes lancamentos rodada a rodada
               move ws-cart-quina(ws-idx-cartela)   to  ws-exp-quinas

               if   ws-modo-conferencia then                                                    *>  ver o quadro do layout: TENTATIVAS/SENAS/SEGUNDOS variam
                    move ws-cart-conc-conferidos(ws-idx-cartela) to ws-exp-tentativas           *>  de significado conforme o modo de execução
                    move ws-cart-sena(ws-idx-cartela) to ws-exp-senas
                    move zero                      to  ws-exp-segundos
               else
      *>--------------------------------------------------------------------<*
       3000-finaliza section.

           evaluate true                                                                        *>  o codigo de retorno diz ao job como a rodada terminou:
               when ws-job-presente and not ws-job-ok                                          *>  a situacao 'N' de um job que nao parseou e a de uma
                    move 12                        to  ws-rod-codigo-retorno                   *>  conferencia sem entrada nao podem passar por rodada boa
               when ws-rodada-sem-trabalho
                    move 8                         to  ws-rod-codigo-retorno
               when ws-rodada-interrompida
                    move 4                         to  ws-rod-codigo-retorno
           end-evaluate

           perform 3100-encerra-registro-rodada
           close ws-arq-historico
           close ws-arq-relatorio
           close ws-arq-exportacao
           move ws-rod-codigo-retorno              to  return-code
           stop run
           .
       3000-finaliza-exit.
           open i-o ws-arq-rodadas
           if   not ws-rodadas-ok then
                display 'Atencao: cadastro de rodadas indisponivel no encerramento (status ' ws-fs-rodadas ').'
                if   ws-rod-codigo-retorno < 4 then
                     move 4                        to  ws-rod-codigo-retorno
                end-if
                go to 3100-encerra-registro-rodada-exit
           end-if

           read ws-arq-rodadas
               invalid key
                    display 'Atencao: execucao ' ws-rod-id-atual ' nao encontrada no cadastro.'
                    if   ws-rod-codigo-retorno < 4 then
                         move 4                    to  ws-rod-codigo-retorno
                    end-if
               not invalid key
                    move function current-date(1:14) to  ws-rod-fim
                    evaluate true
                    rewrite ws-reg-rodada
                        invalid key
                             display 'Atencao: nao foi possivel encerrar a execucao no cadastro.'
                             if   ws-rod-codigo-retorno < 4 then
                                  move 4           to  ws-rod-codigo-retorno
                             end-if
                    end-rewrite
           end-read
           close ws-arq-rodadas
           end-if

           perform 5020-define-faixa-conferencia                                                *>  faixa de concursos e conferencia incremental
           perform 5070-audita-rateio-oficial                                                   *>  rateio oficial por concurso, quando houver o arquivo

           open input ws-arq-concursos
           if   not ws-concursos-aberto then
           move zero                               to  ws-conc-invalidos
           move zero                               to  ws-conc-outro-jogo

           perform 5010-abre-resgates                                                           *>  cada acerto pago vira um premio a resgatar (ver 5160)
           perform 5080-abre-rateio-oficial

           read ws-arq-concursos
               at end move 'S'                     to  ws-fim-concursos
           end-read
           end-perform

           close ws-arq-concursos
           if   ws-resgates-disponivel then
                close ws-arq-resgates
           end-if
           if   ws-rateio-oficial-em-uso then
                close ws-arq-rateio-oficial
           end-if
           if   ws-res-gravados > zero then
                display 'Premios lancados para resgate em RESGATES.DAT.: ' ws-res-gravados
           end-if
           if   ws-res-repetidos > zero then
                display 'Premios ja lancados antes, nao repetidos......: ' ws-res-repetidos
           end-if

           display 'Conferencia concluida. Concursos conferidos: ' ws-qtd-concursos
           if   ws-conc-invalidos > zero then
       5000-processamento-conferencia-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> abre o cadastro de premios a resgatar (RESGATES.DAT) para a
      *> conferencia lancar os acertos pagos; na primeira vez o cadastro e
      *> criado vazio, e se ele estiver indisponivel a conferencia segue,
      *> avisando que os premios desta rodada nao ficaram registrados
      *>--------------------------------------------------------------------<*
       5010-abre-resgates section.

           move 'N'                                to  ws-resgates-ativo
           move zero                               to  ws-res-gravados
           move zero                               to  ws-res-repetidos

           open i-o ws-arq-resgates
           if   ws-resgates-inexistente then                                                    *>  primeiro premio nesta estacao: cria o cadastro vazio
                open output ws-arq-resgates
                close ws-arq-resgates
                open i-o ws-arq-resgates
           end-if
           if   not ws-resgates-ok then
                display 'Atencao: cadastro de resgates indisponivel (status ' ws-fs-resgates ').'
                display 'Os premios desta conferencia NAO serao lancados para resgate.'
                move 4                             to  ws-rod-codigo-retorno
                go to 5010-abre-resgates-exit
           end-if

           move 'S'                                to  ws-resgates-ativo
           .
       5010-abre-resgates-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> define a faixa de concursos que esta conferencia deve cobrir: o
      *> operador pode restringir por numero de concurso e/ou por data, ou
      *> pedir a conferencia incremental, que retoma do ultimo concurso ja
       5060-grava-relatorio-aceite-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> auditoria de aceitacao de RATEIO-OFICIAL.TXT, nos moldes da de
      *> CONCURSOS.TXT (ver 5050): faixas fora das pagas pelo jogo, faixas
      *> repetidas ou concursos fora de ordem, e valores que nao fecham com
      *> a quantidade de ganhadores; o resultado vai para
      *> ACEITE-RATEIO-OFICIAL.TXT. Sem o arquivo, ou com ele recusado, os
      *> acertos seguem valorizados pela tabela fixa de PREMIOS.TXT
      *>--------------------------------------------------------------------<*
       5070-audita-rateio-oficial section.

           move 'N'                                to  ws-rof-em-uso
           move zero                               to  ws-rfa-total-linhas
           move zero                               to  ws-rfa-concursos
           move zero                               to  ws-rfa-duplicados
           move zero                               to  ws-rfa-fora-ordem
           move zero                               to  ws-rfa-faixas-invalidas
           move zero                               to  ws-rfa-inconsistentes
           move zero                               to  ws-rfa-sem-concurso
           move zero                               to  ws-rfa-outros-jogos
           move zero                               to  ws-rfa-concurso-anterior
           move zero                               to  ws-rfa-faixa-anterior
           move zero                               to  ws-rfa-menor-concurso
           move zero                               to  ws-rfa-maior-concurso

           evaluate ws-opcao-jogo                                                               *>  as mesmas faixas que 5150 reconhece para o jogo
               when 2
                    move 5                         to  ws-rof-max-faixa
               when 3
                    move 4                         to  ws-rof-max-faixa
               when other
                    move 3                         to  ws-rof-max-faixa
           end-evaluate

           open input ws-arq-rateio-oficial
           if   not ws-rateio-oficial-aberto then
                display 'RATEIO-OFICIAL.TXT nao encontrado: acertos valorizados pela tabela PREMIOS.TXT.'
                go to 5070-audita-rateio-oficial-exit
           end-if

           move 'N'                                to  ws-fim-rateio-oficial
           read ws-arq-rateio-oficial
               at end move 'S'                     to  ws-fim-rateio-oficial
           end-read

           perform until ws-fim-arq-rateio-oficial
               evaluate true
                   when ws-rof-jogo not numeric
                   when ws-rof-concurso not numeric
                   when ws-rof-faixa not numeric
                   when ws-rof-ganhadores not numeric
                   when ws-rof-valor not numeric
                   when ws-rof-valor-acumulado not numeric
                        add 1                      to  ws-rfa-total-linhas                      *>  linha ilegivel conta como inconsistente
                        add 1                      to  ws-rfa-inconsistentes
                   when ws-rof-jogo not = ws-opcao-jogo
                        add 1                      to  ws-rfa-outros-jogos
                   when other
                        add 1                      to  ws-rfa-total-linhas

                        if   ws-rfa-menor-concurso = zero
                        or   ws-rof-concurso < ws-rfa-menor-concurso then
                             move ws-rof-concurso  to  ws-rfa-menor-concurso
                        end-if
                        if   ws-rof-concurso > ws-rfa-maior-concurso then
                             move ws-rof-concurso  to  ws-rfa-maior-concurso
                        end-if
                        if   ws-rof-concurso > ws-aud-maior-numero then                        *>  concurso que CONCURSOS.TXT ainda nao tem - so informa
                             add 1                 to  ws-rfa-sem-concurso
                        end-if

                        if   ws-rof-faixa < 1
                        or   ws-rof-faixa > ws-rof-max-faixa then
                             add 1                 to  ws-rfa-faixas-invalidas
                        end-if

                        evaluate true
                            when ws-rof-concurso < ws-rfa-concurso-anterior                    *>  concurso andando para tras: a leitura em paralelo
                                 add 1             to  ws-rfa-fora-ordem                       *>  com CONCURSOS.TXT (ver 5110) perderia faixas
                            when ws-rof-concurso = ws-rfa-concurso-anterior
                                 if   ws-rof-faixa <= ws-rfa-faixa-anterior then
                                      add 1        to  ws-rfa-duplicados
                                 end-if
                            when other
                                 add 1             to  ws-rfa-concursos
                        end-evaluate
                        move ws-rof-concurso       to  ws-rfa-concurso-anterior
                        move ws-rof-faixa          to  ws-rfa-faixa-anterior

                        if  (ws-rof-acumulou not = 'S' and ws-rof-acumulou not = 'N')
                        or  (ws-rof-ganhadores > zero and ws-rof-valor = zero)
                        or  (ws-rof-ganhadores = zero and ws-rof-valor > zero)
                        or  (ws-rof-faixa = 1 and ws-rof-ganhadores = zero                     *>  faixa cheia sem ganhador tem de ter acumulado
                                              and ws-rof-acumulou not = 'S') then
                             add 1                 to  ws-rfa-inconsistentes
                        end-if
               end-evaluate

               read ws-arq-rateio-oficial
                   at end move 'S'                 to  ws-fim-rateio-oficial
               end-read
           end-perform

           close ws-arq-rateio-oficial

           if   ws-rfa-duplicados = zero
           and  ws-rfa-fora-ordem = zero
           and  ws-rfa-faixas-invalidas = zero
           and  ws-rfa-inconsistentes = zero
           and  ws-rfa-total-linhas > zero then
                move 'A'                           to  ws-rfa-situacao
           else
                move 'R'                           to  ws-rfa-situacao
           end-if

           perform 5075-grava-aceite-rateio

           if   ws-rfa-aprovado then
                display 'Auditoria de RATEIO-OFICIAL.TXT aprovada (' ws-rfa-concursos ' concursos, de '
                        ws-rfa-menor-concurso ' a ' ws-rfa-maior-concurso ').'
                move 'S'                           to  ws-rof-em-uso
                go to 5070-audita-rateio-oficial-exit
           end-if

           display 'Atencao: RATEIO-OFICIAL.TXT foi REPROVADO na auditoria de aceitacao.'
           display 'Faixas invalidas.: ' ws-rfa-faixas-invalidas '   Faixas repetidas.: ' ws-rfa-duplicados
           display 'Concursos fora de ordem.: ' ws-rfa-fora-ordem '   Valores inconsistentes.: ' ws-rfa-inconsistentes
           display 'Detalhes em ACEITE-RATEIO-OFICIAL.TXT.'

           if   ws-job-presente then                                                            *>  num job o rateio reprovado e descartado; a conferencia
                display 'Execucao por job: rateio oficial descartado, valores pela tabela PREMIOS.TXT.' *>  segue, valorizada pela tabela fixa, e a execucao
                if   ws-rod-codigo-retorno < 4 then                                             *>  termina com aviso
                     move 4                        to  ws-rod-codigo-retorno
                end-if
                go to 5070-audita-rateio-oficial-exit
           end-if

           display 'Deseja valorizar os acertos por este rateio mesmo assim? (S/N)'
           display '(N = valores pela tabela fixa de PREMIOS.TXT)'
           accept ws-resposta-rateio-oficial
           if   ws-resposta-rateio-oficial = 'S'
           or   ws-resposta-rateio-oficial = 's' then
                move 'S'                           to  ws-rof-em-uso
           end-if
           .
       5070-audita-rateio-oficial-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava o relatorio de aceite da auditoria do rateio oficial
      *>--------------------------------------------------------------------<*
       5075-grava-aceite-rateio section.

           open output ws-arq-aceite-rateio

           move spaces to ws-linha-relatorio
           move 'RELATORIO DE ACEITE - AUDITORIA DE RATEIO-OFICIAL.TXT'
                                                  to ws-linha-relatorio
           move ws-linha-relatorio                 to  ws-reg-aceite-rateio
           write ws-reg-aceite-rateio

           move spaces to ws-linha-relatorio
           if   ws-rfa-aprovado then
                string  'SITUACAO.: APROVADO   Execucao.: '  delimited by size
                        ws-rod-id-atual                      delimited by size
                        into ws-linha-relatorio
                end-string
           else
                string  'SITUACAO.: REPROVADO  Execucao.: '  delimited by size
                        ws-rod-id-atual                      delimited by size
                        into ws-linha-relatorio
                end-string
           end-if
           move ws-linha-relatorio                 to  ws-reg-aceite-rateio
           write ws-reg-aceite-rateio

           move spaces to ws-linha-relatorio
           string  'Faixas do jogo '                   delimited by size
                   ws-opcao-jogo                       delimited by size
                   '.: '                               delimited by size
                   ws-rfa-total-linhas                 delimited by size
                   '   Concursos.: '                   delimited by size
                   ws-rfa-concursos                    delimited by size
                   '   Faixa.: '                       delimited by size
                   ws-rfa-menor-concurso               delimited by size
                   ' a '                               delimited by size
                   ws-rfa-maior-concurso               delimited by size
                   '   Outros jogos.: '                delimited by size
                   ws-rfa-outros-jogos                 delimited by size
                   into ws-linha-relatorio
           end-string
           move ws-linha-relatorio                 to  ws-reg-aceite-rateio
           write ws-reg-aceite-rateio

           move spaces to ws-linha-relatorio
           string  'Faixas invalidas para o jogo.: '   delimited by size
                   ws-rfa-faixas-invalidas             delimited by size
                   '   Faixas repetidas.: '            delimited by size
                   ws-rfa-duplicados                   delimited by size
                   '   Concursos fora de ordem.: '     delimited by size
                   ws-rfa-fora-ordem                   delimited by size
                   into ws-linha-relatorio
           end-string
           move ws-linha-relatorio                 to  ws-reg-aceite-rateio
           write ws-reg-aceite-rateio

           move spaces to ws-linha-relatorio
           string  'Valores inconsistentes.: '         delimited by size
                   ws-rfa-inconsistentes               delimited by size
                   '   Rateios de concursos ausentes de CONCURSOS.TXT.: '
                                                       delimited by size
                   ws-rfa-sem-concurso                 delimited by size
                   into ws-linha-relatorio
           end-string
           move ws-linha-relatorio                 to  ws-reg-aceite-rateio
           write ws-reg-aceite-rateio

           close ws-arq-aceite-rateio
           .
       5075-grava-aceite-rateio-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> abre o rateio oficial aceito para a leitura em paralelo com os
      *> concursos e posiciona no primeiro registro legivel
      *>--------------------------------------------------------------------<*
       5080-abre-rateio-oficial section.

           if   not ws-rateio-oficial-em-uso then
                go to 5080-abre-rateio-oficial-exit
           end-if

           open input ws-arq-rateio-oficial
           if   not ws-rateio-oficial-aberto then
                display 'Atencao: RATEIO-OFICIAL.TXT indisponivel (status ' ws-fs-rateio-oficial ').'
                move 'N'                           to  ws-rof-em-uso
                go to 5080-abre-rateio-oficial-exit
           end-if

           move 'N'                                to  ws-fim-rateio-oficial
           perform 5115-le-rateio-oficial
           .
       5080-abre-rateio-oficial-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> valida o concurso oficial lido e confere cada cartela contra ele;
      *> diferente do sorteio simulado, a cartela segue sendo conferida mesmo
      *> depois de uma sena, pois cada concurso é um jogo independente
                move ws-conc-numero                to  ws-conf-maior-conferido
           end-if

           perform 5110-carrega-rateio-concurso                                                 *>  faixas pagas neste concurso, quando houver rateio oficial

           perform varying ws-idx-cartela from 1 by 1
                             until ws-idx-cartela > ws-qtd-cartelas

               if   ws-cart-qtd-conc(ws-idx-cartela) = zero                                    *>  cartela com validade na loterica: fora da janela o
               or  (ws-conc-numero >= ws-cart-conc-inicial(ws-idx-cartela)                     *>  concurso nao foi apostado, nem confere nem e cobrado
                and ws-conc-numero <= ws-cart-conc-final(ws-idx-cartela)) then                 *>  (ver 2970)
                    add 1 to ws-cart-conc-conferidos(ws-idx-cartela)
                    move zero to ws-cart-acertos-sorteio(ws-idx-cartela)

                    perform varying ws-idx-sorteio from 1 by 1
                                      until ws-idx-sorteio > ws-qtd-num-sorteio

                        if   ws-sort-num(ws-idx-sorteio) = ws-cart-num1(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num2(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num3(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num4(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num5(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num6(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num7(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num8(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num9(ws-idx-cartela)  or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num10(ws-idx-cartela) or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num11(ws-idx-cartela) or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num12(ws-idx-cartela) or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num13(ws-idx-cartela) or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num14(ws-idx-cartela) or
                             ws-sort-num(ws-idx-sorteio) = ws-cart-num15(ws-idx-cartela) then
                             add 1 to ws-cart-acertos-sorteio(ws-idx-cartela)
                        end-if

                    end-perform

                    perform 5150-classifica-acertos-conferencia
               end-if

           end-perform
           .
       5100-confere-um-concurso-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega as faixas do rateio oficial do concurso corrente: os dois
      *> arquivos andam em ordem de concurso, entao o rateio avanca ate
      *> alcancar o concurso lido e guarda as faixas dele - concurso sem
      *> rateio fica com a tabela vazia e cai na tabela de PREMIOS.TXT
      *>--------------------------------------------------------------------<*
       5110-carrega-rateio-concurso section.

           move zero                               to  ws-rofc-qtd
           perform varying ws-rofc-ind from 1 by 1
                             until ws-rofc-ind > 5
               move 'N'                            to  ws-rofc-presente(ws-rofc-ind)
           end-perform

           if   not ws-rateio-oficial-em-uso then
                go to 5110-carrega-rateio-concurso-exit
           end-if

           perform until ws-fim-arq-rateio-oficial
                      or (ws-rof-jogo = ws-opcao-jogo and ws-rof-concurso >= ws-conc-numero)
               perform 5115-le-rateio-oficial
           end-perform

           perform until ws-fim-arq-rateio-oficial
                      or ws-rof-jogo not = ws-opcao-jogo
                      or ws-rof-concurso not = ws-conc-numero
               if   ws-rof-faixa >= 1 and ws-rof-faixa <= 5 then
                    add 1                          to  ws-rofc-qtd
                    move 'S'                       to  ws-rofc-presente(ws-rof-faixa)
                    move ws-rof-ganhadores         to  ws-rofc-ganhadores(ws-rof-faixa)
                    move ws-rof-valor              to  ws-rofc-valor(ws-rof-faixa)
                    move ws-rof-valor-acumulado    to  ws-rofc-valor-acumulado(ws-rof-faixa)
               end-if
               perform 5115-le-rateio-oficial
           end-perform
           .
       5110-carrega-rateio-concurso-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> le o proximo registro legivel do rateio oficial (linhas com campos
      *> nao numericos, ja apontadas na auditoria, sao puladas)
      *>--------------------------------------------------------------------<*
       5115-le-rateio-oficial section.

           read ws-arq-rateio-oficial
               at end move 'S'                     to  ws-fim-rateio-oficial
           end-read

           perform until ws-fim-arq-rateio-oficial
                      or (ws-rof-jogo is numeric and ws-rof-concurso is numeric
                          and ws-rof-faixa is numeric and ws-rof-ganhadores is numeric
                          and ws-rof-valor is numeric and ws-rof-valor-acumulado is numeric)
               read ws-arq-rateio-oficial
                   at end move 'S'                 to  ws-fim-rateio-oficial
               end-read
           end-perform
           .
       5115-le-rateio-oficial-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> classifica os acertos da cartela corrente no concurso corrente nas
      *> faixas pagas pelo jogo configurado, por distancia do acerto cheio:
      *> a faixa cheia entra no contador de sena, cheia-1 no de quina e
                add 1 to ws-cart-sena(ws-idx-cartela)
                add 1 to ws-total-sena
                display 'Cartela ' ws-idx-cartela ' fez a faixa maxima no concurso ' ws-conc-numero '!'
                move 1                             to  ws-res-faixa-atual
                perform 5155-valoriza-acerto
                perform 5160-registra-resgate
                go to 5150-classifica-acertos-conferencia-exit
           end-if

           move zero                               to  ws-res-faixa-atual                       *>  so as faixas que pagam chegam a ter um numero
           evaluate ws-opcao-jogo
               when 2                                                                           *>  Lotofacil: 14, 13, 12 e 11 acertos tambem pagam
               when 3                                                                           *>  Quina: quadra, terno e duque tambem pagam
                        when 1
                             add 1 to ws-cart-quina(ws-idx-cartela)
                             add 1 to ws-total-quina
                             move 2                to  ws-res-faixa-atual
                        when 2
                             add 1 to ws-cart-quadra(ws-idx-cartela)
                             add 1 to ws-total-quadra
                             move 3                to  ws-res-faixa-atual
                        when 3
                             add 1 to ws-cart-faixa4(ws-idx-cartela)
                             add 1 to ws-total-faixa4
                             move 4                to  ws-res-faixa-atual
                        when 4
                             if   ws-opcao-jogo = 2 then                                        *>  so a Lotofacil paga a quinta faixa (11 acertos)
                                  add 1 to ws-cart-faixa5(ws-idx-cartela)
                                  add 1 to ws-total-faixa5
                                  move 5           to  ws-res-faixa-atual
                             end-if
                    end-evaluate
               when other                                                                       *>  Mega-Sena e demais jogos: quadra e quina fixas
                        when 5
                             add 1 to ws-cart-quina(ws-idx-cartela)
                             add 1 to ws-total-quina
                             move 2                to  ws-res-faixa-atual
                        when 4
                             add 1 to ws-cart-quadra(ws-idx-cartela)
                             add 1 to ws-total-quadra
                             move 3                to  ws-res-faixa-atual
                    end-evaluate
           end-evaluate

           if   ws-res-faixa-atual > zero then
                perform 5155-valoriza-acerto
                perform 5160-registra-resgate
           end-if
           .
       5150-classifica-acertos-conferencia-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> valoriza o acerto pago da cartela corrente (faixa em
      *> ws-res-faixa-atual) e soma ao premio da cartela: pelo rateio
      *> oficial do concurso quando ele traz todas as faixas envolvidas, e
      *> pela tabela fixa de PREMIOS.TXT quando nao ha rateio para o concurso
      *>--------------------------------------------------------------------<*
       5155-valoriza-acerto section.

           move zero                               to  ws-val-acerto
           move 'T'                                to  ws-val-base

           if   ws-rofc-qtd > zero then
                perform 5157-valoriza-rateio-oficial
           end-if

           if   ws-val-base-tabela then
                move zero                          to  ws-val-acerto
                move ws-cart-qtd-num-jog(ws-idx-cartela) to ws-prem-qtd-busca
                perform 1150-busca-premio
                evaluate ws-res-faixa-atual
                    when 1
                         move ws-prem-sena-atual   to  ws-val-acerto
                    when 2
                         move ws-prem-quina-atual  to  ws-val-acerto
                    when 3
                         move ws-prem-quadra-atual to  ws-val-acerto
                    when 4
                         move ws-prem-faixa4-atual to  ws-val-acerto
                    when other
                         move ws-prem-faixa5-atual to  ws-val-acerto
                end-evaluate
                add 1                              to  ws-cart-acertos-tabela(ws-idx-cartela)
           else
                add 1                              to  ws-cart-acertos-oficial(ws-idx-cartela)
           end-if

           add ws-val-acerto                       to  ws-cart-premio-conf(ws-idx-cartela)
           .
       5155-valoriza-acerto-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> valor do acerto pelo rateio oficial: a cartela de n numeros com k
      *> acertos contem C(k,j) * C(n-k,s-j) apostas simples de s numeros com
      *> j acertos, e cada uma recebe o valor pago na faixa de j acertos;
      *> faixa sem ganhador paga o acumulado (a cartela teria levado a faixa
      *> sozinha). Faltando no rateio alguma faixa envolvida, o acerto volta
      *> para a tabela de PREMIOS.TXT
      *>--------------------------------------------------------------------<*
       5157-valoriza-rateio-oficial section.

           move 'O'                                to  ws-val-base
           compute ws-val-nao-acertados = ws-cart-qtd-num-jog(ws-idx-cartela)
                                        - ws-cart-acertos-sorteio(ws-idx-cartela)

           perform varying ws-val-faixa from 1 by 1
                             until ws-val-faixa > ws-rof-max-faixa
                                or ws-val-base-tabela
               compute ws-val-acertos-simples = ws-qtd-num-sorteio - ws-val-faixa + 1
               if   ws-val-acertos-simples <= ws-cart-acertos-sorteio(ws-idx-cartela)
               and  ws-qtd-num-sorteio - ws-val-acertos-simples <= ws-val-nao-acertados then
                    move ws-cart-acertos-sorteio(ws-idx-cartela) to ws-comb-n
                    move ws-val-acertos-simples    to  ws-comb-k
                    perform 5158-calcula-combinacoes
                    move ws-comb-total             to  ws-val-multiplicidade
                    move ws-val-nao-acertados      to  ws-comb-n
                    compute ws-comb-k = ws-qtd-num-sorteio - ws-val-acertos-simples
                    perform 5158-calcula-combinacoes
                    compute ws-val-multiplicidade = ws-val-multiplicidade * ws-comb-total

                    evaluate true
                        when not ws-rofc-tem-rateio(ws-val-faixa)
                             move 'T'              to  ws-val-base
                        when ws-rofc-ganhadores(ws-val-faixa) > zero
                             move ws-rofc-valor(ws-val-faixa) to ws-val-valor-faixa
                        when ws-rofc-valor-acumulado(ws-val-faixa) > zero
                             move ws-rofc-valor-acumulado(ws-val-faixa) to ws-val-valor-faixa
                        when other
                             move 'T'              to  ws-val-base
                    end-evaluate

                    if   ws-val-base-oficial then
                         compute ws-val-acerto = ws-val-acerto
                                               + ws-val-multiplicidade * ws-val-valor-faixa
                    end-if
               end-if
           end-perform
           .
       5157-valoriza-rateio-oficial-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> combinacoes de ws-comb-n elementos tomados ws-comb-k a ws-comb-k,
      *> em ws-comb-total (cada passo parcial ja e um numero inteiro)
      *>--------------------------------------------------------------------<*
       5158-calcula-combinacoes section.

           move zero                               to  ws-comb-total
           if   ws-comb-k > ws-comb-n then
                go to 5158-calcula-combinacoes-exit
           end-if

           move 1                                  to  ws-comb-total
           perform varying ws-comb-i from 1 by 1
                             until ws-comb-i > ws-comb-k
               compute ws-comb-parcial = ws-comb-total * (ws-comb-n - ws-comb-k + ws-comb-i)
               compute ws-comb-total = ws-comb-parcial / ws-comb-i
           end-perform
           .
       5158-calcula-combinacoes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> lanca em RESGATES.DAT o acerto pago da cartela corrente no concurso
      *> corrente, como premio pendente: valor previsto apurado em 5155 e
      *> prazo de resgate de 90 dias corridos a partir da data do concurso,
      *> a regra de prescricao da CAIXA. O premio ja lancado por uma
      *> conferencia anterior do mesmo concurso (mesma cartela do grupo,
      *> jogo e faixa) nao e lancado de novo
      *>--------------------------------------------------------------------<*
       5160-registra-resgate section.

           if   not ws-resgates-disponivel then
                go to 5160-registra-resgate-exit
           end-if

           move spaces                             to  ws-reg-resgate
           if   ws-grupo-rodada not = spaces then
                move ws-grupo-rodada               to  ws-res-grupo
           else                                                                                 *>  avulsa so e a mesma aposta dentro da propria rodada: a
                string  'AV'                           delimited by size                        *>  rodada entra na chave, para apostas de rodadas diferentes
                        ws-rod-id-atual                delimited by size                        *>  na mesma posicao nao se confundirem
                        into ws-res-grupo
                end-string
           end-if
           if   ws-grupo-rodada not = spaces
           and  ws-cart-seq-grupo(ws-idx-cartela) > zero then
                move ws-cart-seq-grupo(ws-idx-cartela) to ws-res-cartela
           else
                move ws-idx-cartela                to  ws-res-cartela
           end-if
           move ws-opcao-jogo                      to  ws-res-jogo
           move ws-conc-numero                     to  ws-res-concurso
           move ws-res-faixa-atual                 to  ws-res-faixa

           move ws-rod-id-atual                    to  ws-res-rodada
           move ws-conc-data                       to  ws-res-data-concurso
           move ws-cart-acertos-sorteio(ws-idx-cartela) to ws-res-acertos
           move ws-val-acerto                      to  ws-res-valor-previsto                    *>  valorizado em 5155, pelo rateio oficial ou pela tabela
           move ws-val-base                        to  ws-res-base

           if   function test-date-yyyymmdd(ws-conc-data) = zero then                           *>  data do concurso valida: o prazo corre a partir dela
                compute ws-res-dia-prazo = function integer-of-date(ws-conc-data) + 90
           else                                                                                 *>  data ilegivel no arquivo: conta a partir de hoje, para
                compute ws-res-dia-prazo =                                                      *>  o premio nao sumir da consulta por prazo
                        function integer-of-date(ws-aud-data-hoje) + 90
           end-if
           move function date-of-integer(ws-res-dia-prazo) to ws-res-prazo

           move 'P'                                to  ws-res-situacao
           move zero                               to  ws-res-data-resgate
           move zero                               to  ws-res-valor-recebido

           write ws-reg-resgate
               invalid key
                    if   ws-fs-resgates = '22' then                                             *>  chave ja existe: premio lancado por conferencia anterior
                         add 1                     to  ws-res-repetidos
                    else
                         display 'Atencao: premio da cartela ' ws-res-cartela ' no concurso ' ws-conc-numero
                                 ' nao lancado (status ' ws-fs-resgates ').'
                    end-if
               not invalid key
                    add 1                          to  ws-res-gravados
           end-write
           .
       5160-registra-resgate-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava no histórico e no relatório impresso o desempenho de cada
      *> cartela sobre o conjunto de concursos oficiais conferidos
      *>--------------------------------------------------------------------<*
                write ws-reg-relatorio
           end-if

           move spaces to ws-linha-relatorio                                                    *>  quantos acertos pagos ficaram registrados para resgate
           if   ws-resgates-disponivel then
                string  'Premios lancados para resgate (RESGATES.DAT).: '  delimited by size
                        ws-res-gravados                delimited by size
                        '   ja lancados antes.: '      delimited by size
                        ws-res-repetidos               delimited by size
                        into ws-linha-relatorio
                end-string
           else
                move 'Atencao: RESGATES.DAT indisponivel - os premios desta conferencia nao foram lancados.'
                                                   to ws-linha-relatorio
           end-if
           move ws-linha-relatorio                 to  ws-reg-relatorio
           write ws-reg-relatorio

           perform varying ws-idx-cartela from 1 by 1
                             until ws-idx-cartela > ws-qtd-cartelas

               move ws-linha-relatorio             to  ws-reg-relatorio
               write ws-reg-relatorio

               if   ws-cart-qtd-conc(ws-idx-cartela) > zero then                               *>  validade da aposta na loterica e se ela ja se esgotou:
                    move spaces to ws-linha-relatorio                                          *>  ultimo concurso da janela ja saiu em CONCURSOS.TXT
                    move 1     to  ws-ptr-linha
                    string  'Cartela '                         delimited by size
                            ws-ind ' - Validade.: concursos '   delimited by size
                            ws-cart-conc-inicial(ws-idx-cartela) delimited by size
                            ' a '                               delimited by size
                            ws-cart-conc-final(ws-idx-cartela)  delimited by size
                            '   Conferidos.: '                  delimited by size
                            ws-cart-conc-conferidos(ws-idx-cartela) delimited by size
                            into ws-linha-relatorio
                            with pointer ws-ptr-linha
                    end-string
                    if   ws-cart-conc-final(ws-idx-cartela) <= ws-aud-maior-numero then
                         add 1                     to  ws-conf-janelas-vencidas
                         string  '   *** VALIDADE ENCERRADA - RENOVAR NA LOTERICA'
                                                       delimited by size
                                 into ws-linha-relatorio
                                 with pointer ws-ptr-linha
                         end-string
                         display 'Cartela ' ws-ind ': validade encerrada no concurso '
                                 ws-cart-conc-final(ws-idx-cartela) ' - renovar na loterica.'
                    end-if
                    move ws-linha-relatorio        to  ws-reg-relatorio
                    write ws-reg-relatorio
               end-if

               move spaces to ws-linha-historico                                               *>  resumo por cartela também vai para o histórico da rodada
               move 1     to  ws-ptr-linha
               string  'CONFERENCIA CARTELA '             delimited by size
                       ws-ind  ' CONCURSOS '               delimited by size
                       ws-cart-conc-conferidos(ws-idx-cartela)
                                                           delimited by size
                       ' QUADRAS '                         delimited by size
                       ws-cart-quadra(ws-idx-cartela)      delimited by size
                       ' QUINAS '                          delimited by size
                       ws-cart-quina(ws-idx-cartela)       delimited by size

           end-perform

           if   ws-conf-janelas-vencidas > zero then
                move spaces to ws-linha-relatorio
                string  'Cartelas com validade encerrada (renovar na loterica).: '
                                                       delimited by size
                        ws-conf-janelas-vencidas       delimited by size
                        into ws-linha-relatorio
                end-string
                move ws-linha-relatorio            to  ws-reg-relatorio
                write ws-reg-relatorio
           end-if

           move spaces to ws-linha-relatorio
           move '--------------------------------------------------'
                                                  to ws-linha-relatorio
