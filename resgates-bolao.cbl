      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "resgates-bolao".                                                           *>--- prazos e baixa dos premios a resgatar do bolao ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-resgates              assign to "RESGATES.DAT"                       *>  o mesmo cadastro de premios lancado pela conferencia do
                                                 organization is indexed                       *>  desafio-loteria (ver 5160-registra-resgate de la); aqui o
                                                 access mode is dynamic                        *>  acesso e dinamico, para varrer em ordem de prazo pela
                                                 record key is ws-res-chave                    *>  chave alternativa e localizar um premio para a baixa
                                                 alternate record key is ws-res-prazo
                                                     with duplicates
                                                 file status is ws-fs-resgates.
           select ws-arq-relatorio             assign to "RESGATES-ABERTOS.TXT"               *>  relatorio impresso dos premios em aberto, levado a
                                                 organization is line sequential.              *>  loterica pelo responsavel do bolao
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-resgates
           label records are standard.
       01  ws-reg-resgate.                                                                      *>  um premio a resgatar por registro: qual cartela de qual
           05  ws-res-chave.                                                                    *>  cartela do grupo acertou qual faixa em qual concurso
               10  ws-res-grupo                    pic  x(20).                                  *>  cartelas avulsas: 'AV' e o id da rodada
               10  ws-res-cartela                  pic  9(03).                                  *>  sequencia da cartela no grupo (avulsas: posicao na rodada)
               10  ws-res-jogo                     pic  9(02).
               10  ws-res-concurso                 pic  9(05).
               10  ws-res-faixa                    pic  9(01).                                  *>  por distancia do acerto cheio: 1 = cheia, 2 = cheia-1,
           05  ws-res-rodada                       pic  9(14).                                  *>  rodada que lancou o premio
           05  ws-res-data-concurso                pic  9(08).
           05  ws-res-acertos                      pic  9(02).                                  *>  3 = cheia-2, 4 = cheia-3, 5 = cheia-4
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

       fd  ws-arq-relatorio
           label records are standard.
       01  ws-reg-relatorio                    pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-resgates                      pic  x(02).
               88  ws-resgates-ok                                      value '00'.
               88  ws-resgates-inexistente                             value '35'.
           05  ws-fim-resgates                     pic  x(01)         value 'N'.
               88  ws-fim-arq-resgates                                 value 'S'.
           05  ws-fim-consulta                     pic  x(01)         value 'N'.
               88  ws-consulta-encerrada                               value 'S'.
           05  ws-resposta-menu                    pic  x(01).
           05  ws-resposta-confirma                pic  x(01).

       77  ws-dias-alerta                          pic  9(03)         value 30.                 *>  premios a menos disto do prazo saem marcados no relatorio
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 4 se a ultima listagem
                                                                                                *>  achou premios perto do prazo ou vencidos, 8 sem cadastro,
                                                                                                *>  12 cadastro indisponivel

       01  ws-datas.                                                                            *>  datas em dias julianos, para contar os dias ate o prazo
           05  ws-data-hoje                        pic  9(08).
           05  ws-dia-hoje                         pic  9(07).
           05  ws-dias-restantes                   pic s9(07).
           05  ws-dias-restantes-ed                pic  -(06)9.

       01  ws-baixa.                                                                            *>  premio escolhido pelo operador para a baixa
           05  ws-baixa-grupo                      pic  x(20).
           05  ws-baixa-rodada                     pic  9(14).                                  *>  rodada da cartela avulsa, que compoe o grupo da chave
           05  ws-baixa-cartela                    pic  9(03).
           05  ws-baixa-jogo                       pic  9(02).
           05  ws-baixa-concurso                   pic  9(05).
           05  ws-baixa-faixa                      pic  9(01).
           05  ws-baixa-data                       pic  9(08).
           05  ws-baixa-valor-digitado             pic  x(15).                                  *>  valor recebido como digitado (ex.: 1234,56)
           05  ws-baixa-valor                      pic  9(11)v9(02).

       01  ws-totais.                                                                           *>  contagens da listagem e da marcacao de prescritos
           05  ws-qtd-abertos                      pic  9(05).
           05  ws-qtd-alerta                       pic  9(05).
           05  ws-qtd-vencidos                     pic  9(05).
           05  ws-qtd-prescritos                   pic  9(05).
           05  ws-valor-aberto                     pic  9(13)v9(02).
           05  ws-valor-ed                         pic  -z(12)9,99.
           05  ws-valor-recebido-ed                pic  -z(12)9,99.

       01  ws-linha-resgate                        pic  x(132).                                 *>  área de montagem de cada linha exibida e impressa
       01  ws-alerta-prazo                         pic  x(26).                                  *>  marca de prazo da linha em montagem

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform until ws-consulta-encerrada
               perform 2000-menu-principal
           end-perform
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           open i-o ws-arq-resgates
           if   ws-resgates-inexistente then
                display 'RESGATES.DAT nao encontrado. Nenhum premio foi lancado ainda'
                display '(o cadastro nasce na primeira conferencia com acerto pago).'
                move 8                             to  return-code
                stop run
           end-if
           if   not ws-resgates-ok then
                display 'Cadastro de resgates indisponivel (status ' ws-fs-resgates '). Encerrando.'
                move 12                            to  return-code
                stop run
           end-if

           move function current-date(1:8)         to  ws-data-hoje
           compute ws-dia-hoje = function integer-of-date(ws-data-hoje)

           display 'PREMIOS A RESGATAR DO BOLAO - PRAZOS DE PRESCRICAO'
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> menu principal: listar os premios em aberto por prazo, dar baixa de
      *> um premio recebido na loterica ou marcar como prescritos os que
      *> passaram do prazo sem resgate
      *>--------------------------------------------------------------------<*
       2000-menu-principal section.

           display ' '
           display 'L = premios em aberto por prazo   B = baixa de premio resgatado'
           display 'P = marcar prescritos os premios vencidos   F = fim'
           display 'Informe a opcao desejada (L/B/P/F):'
           accept ws-resposta-menu

           evaluate ws-resposta-menu
               when 'L' when 'l'
                    perform 2100-lista-abertos
               when 'B' when 'b'
                    perform 2200-baixa-resgate
               when 'P' when 'p'
                    perform 2300-marca-prescritos
               when 'F' when 'f'
                    move 'S'                       to  ws-fim-consulta
               when other
                    display 'Opcao invalida.'
           end-evaluate
           .
       2000-menu-principal-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> lista os premios pendentes em ordem de prazo (chave alternativa),
      *> marcando os que vencem nos proximos ws-dias-alerta dias e os que ja
      *> passaram do prazo - o relatorio vai para RESGATES-ABERTOS.TXT
      *>--------------------------------------------------------------------<*
       2100-lista-abertos section.

           move zero                               to  ws-qtd-abertos
           move zero                               to  ws-qtd-alerta
           move zero                               to  ws-qtd-vencidos
           move zero                               to  ws-valor-aberto

           open output ws-arq-relatorio

           move spaces to ws-linha-resgate
           string  'PREMIOS EM ABERTO POR PRAZO DE RESGATE - POSICAO EM '  delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-resgate
           end-string
           perform 3800-grava-linha
           move 'Prazo    Concurso Data     Jg Fx Grupo                Cart Rodada              Previsto(R$) B'
                                                   to  ws-linha-resgate
           perform 3800-grava-linha

           move zero                               to  ws-res-prazo
           perform 2500-posiciona-por-prazo

           perform until ws-fim-arq-resgates
               if   ws-res-pendente then
                    perform 2150-exibe-resgate
               end-if
               read ws-arq-resgates next record
                   at end move 'S'                 to  ws-fim-resgates
               end-read
           end-perform

           move ws-valor-aberto                    to  ws-valor-ed
           move spaces to ws-linha-resgate
           string  'Premios em aberto.: '              delimited by size
                   ws-qtd-abertos                      delimited by size
                   '   Valor previsto (R$).: '         delimited by size
                   ws-valor-ed                         delimited by size
                   into ws-linha-resgate
           end-string
           perform 3800-grava-linha

           move spaces to ws-linha-resgate
           string  'Prescrevem em ate '                delimited by size
                   ws-dias-alerta                      delimited by size
                   ' dias.: '                          delimited by size
                   ws-qtd-alerta                       delimited by size
                   '   Ja vencidos (use a opcao P).: ' delimited by size
                   ws-qtd-vencidos                     delimited by size
                   into ws-linha-resgate
           end-string
           perform 3800-grava-linha

           close ws-arq-relatorio
           display 'Relatorio gravado em RESGATES-ABERTOS.TXT'
           if   ws-qtd-alerta > zero
           or   ws-qtd-vencidos > zero then
                move 4                             to  ws-codigo-retorno
           else
                move zero                          to  ws-codigo-retorno
           end-if
           .
       2100-lista-abertos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> monta e grava a linha do premio pendente corrente, com a marca de
      *> prazo conforme os dias que faltam para a prescricao
      *>--------------------------------------------------------------------<*
       2150-exibe-resgate section.

           add 1                                   to  ws-qtd-abertos
           add ws-res-valor-previsto               to  ws-valor-aberto

           compute ws-dias-restantes = function integer-of-date(ws-res-prazo) - ws-dia-hoje
           move ws-dias-restantes                  to  ws-dias-restantes-ed
           move spaces                             to  ws-alerta-prazo
           evaluate true
               when ws-dias-restantes < zero
                    add 1                          to  ws-qtd-vencidos
                    move 'PRAZO VENCIDO'           to  ws-alerta-prazo
               when ws-dias-restantes <= ws-dias-alerta
                    add 1                          to  ws-qtd-alerta
                    string  '*** PRESCREVE EM '        delimited by size
                            function trim(ws-dias-restantes-ed)
                                                       delimited by size
                            ' DIAS'                    delimited by size
                            into ws-alerta-prazo
                    end-string
           end-evaluate

           move ws-res-valor-previsto              to  ws-valor-ed
           move spaces to ws-linha-resgate
           string  ws-res-prazo                        delimited by size
                   ' '                                 delimited by size
                   ws-res-concurso                     delimited by size
                   '    '                              delimited by size
                   ws-res-data-concurso                delimited by size
                   ' '                                 delimited by size
                   ws-res-jogo                         delimited by size
                   ' '                                 delimited by size
                   ws-res-faixa                        delimited by size
                   '  '                                delimited by size
                   ws-res-grupo                        delimited by size
                   ' '                                 delimited by size
                   ws-res-cartela                      delimited by size
                   '  '                                delimited by size
                   ws-res-rodada                       delimited by size
                   ' '                                 delimited by size
                   ws-valor-ed                         delimited by size
                   ' '                                 delimited by size
                   ws-res-base                         delimited by size
                   ' '                                 delimited by size
                   ws-alerta-prazo                     delimited by size
                   into ws-linha-resgate
           end-string
           perform 3800-grava-linha
           .
       2150-exibe-resgate-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> baixa de um premio recebido: o operador informa a chave do premio
      *> (grupo, cartela, jogo, concurso e faixa, como no relatorio), a data
      *> do resgate e o valor efetivamente recebido na loterica
      *>--------------------------------------------------------------------<*
       2200-baixa-resgate section.

           display 'Grupo do premio (em branco para cartelas avulsas):'
           accept ws-baixa-grupo
           if   ws-baixa-grupo = spaces then                                                    *>  avulsa: o grupo da chave e 'AV' e o id da rodada,
                display 'Id da rodada da cartela avulsa (AAAAMMDDHHMMSS):'                      *>  como sai no relatorio
                accept ws-baixa-rodada
                string  'AV'                           delimited by size
                        ws-baixa-rodada                delimited by size
                        into ws-baixa-grupo
                end-string
           end-if
           display 'Numero da cartela (sequencia no grupo):'
           accept ws-baixa-cartela
           display 'Jogo:'
           accept ws-baixa-jogo
           display 'Numero do concurso:'
           accept ws-baixa-concurso
           display 'Faixa:'
           accept ws-baixa-faixa

           move ws-baixa-grupo                     to  ws-res-grupo
           move ws-baixa-cartela                   to  ws-res-cartela
           move ws-baixa-jogo                      to  ws-res-jogo
           move ws-baixa-concurso                  to  ws-res-concurso
           move ws-baixa-faixa                     to  ws-res-faixa
           read ws-arq-resgates key is ws-res-chave
               invalid key
                    display 'Premio nao encontrado no cadastro de resgates.'
                    go to 2200-baixa-resgate-exit
           end-read

           move ws-res-valor-previsto              to  ws-valor-ed
           display 'Concurso ' ws-res-concurso ' de ' ws-res-data-concurso '  Faixa ' ws-res-faixa
                   '  Acertos ' ws-res-acertos '  Grupo ' ws-res-grupo '  Rodada ' ws-res-rodada
           display 'Valor previsto (R$).: ' ws-valor-ed '   Prazo.: ' ws-res-prazo
                   '   Situacao.: ' ws-res-situacao

           if   not ws-res-pendente then                                                        *>  resgatado ou prescrito nao volta a ser baixado
                display 'Este premio nao esta pendente - baixa nao permitida.'
                go to 2200-baixa-resgate-exit
           end-if
           if   ws-res-prazo < ws-data-hoje then
                display 'Atencao: o prazo de resgate deste premio ja venceu.'
           end-if

           display 'Data do resgate AAAAMMDD (zero = hoje):'
           accept ws-baixa-data
           if   ws-baixa-data = zero then
                move ws-data-hoje                  to  ws-baixa-data
           end-if
           if   function test-date-yyyymmdd(ws-baixa-data) not = zero then
                display 'Data invalida. Baixa cancelada.'
                go to 2200-baixa-resgate-exit
           end-if

           display 'Valor recebido em R$ (ex.: 1234,56):'
           move spaces                             to  ws-baixa-valor-digitado
           accept ws-baixa-valor-digitado
           if   ws-baixa-valor-digitado(1:1) is not numeric then
                display 'Valor invalido. Baixa cancelada.'
                go to 2200-baixa-resgate-exit
           end-if
           compute ws-baixa-valor = function numval(ws-baixa-valor-digitado)

           move ws-baixa-valor                     to  ws-valor-recebido-ed
           display 'Confirma o resgate de R$ ' ws-valor-recebido-ed ' em ' ws-baixa-data '? (S/N)'
           accept ws-resposta-confirma
           if   ws-resposta-confirma not = 'S'
           and  ws-resposta-confirma not = 's' then
                display 'Baixa cancelada.'
                go to 2200-baixa-resgate-exit
           end-if

           move 'R'                                to  ws-res-situacao
           move ws-baixa-data                      to  ws-res-data-resgate
           move ws-baixa-valor                     to  ws-res-valor-recebido
           rewrite ws-reg-resgate
               invalid key
                    display 'Nao foi possivel gravar a baixa (status ' ws-fs-resgates ').'
                    go to 2200-baixa-resgate-exit
           end-rewrite

           display 'Premio baixado como resgatado.'
           .
       2200-baixa-resgate-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> marca como prescritos ('X') os premios ainda pendentes cujo prazo ja
      *> passou - a varredura segue a ordem de prazo e para no primeiro
      *> premio que ainda esta dentro dele
      *>--------------------------------------------------------------------<*
       2300-marca-prescritos section.

           display 'Marcar como prescritos os premios pendentes com prazo anterior a '
                   ws-data-hoje '? (S/N)'
           accept ws-resposta-confirma
           if   ws-resposta-confirma not = 'S'
           and  ws-resposta-confirma not = 's' then
                display 'Marcacao cancelada.'
                go to 2300-marca-prescritos-exit
           end-if

           move zero                               to  ws-qtd-prescritos
           move zero                               to  ws-res-prazo
           perform 2500-posiciona-por-prazo

           perform until ws-fim-arq-resgates
               if   ws-res-prazo >= ws-data-hoje then
                    move 'S'                       to  ws-fim-resgates
               else
                    if   ws-res-pendente then
                         move 'X'                  to  ws-res-situacao
                         rewrite ws-reg-resgate
                             invalid key
                                  display 'Nao foi possivel marcar o premio (status ' ws-fs-resgates ').'
                             not invalid key
                                  add 1            to  ws-qtd-prescritos
                                  move ws-res-valor-previsto to ws-valor-ed
                                  display 'Prescrito.: grupo ' ws-res-grupo ' cartela ' ws-res-cartela
                                          ' concurso ' ws-res-concurso ' faixa ' ws-res-faixa ' R$ ' ws-valor-ed
                         end-rewrite
                    end-if
                    read ws-arq-resgates next record
                        at end move 'S'            to  ws-fim-resgates
                    end-read
               end-if
           end-perform

           display 'Premios marcados como prescritos.: ' ws-qtd-prescritos
           .
       2300-marca-prescritos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> posiciona a leitura sequencial pela chave alternativa de prazo, a
      *> partir do prazo em ws-res-prazo, e le o primeiro registro candidato
      *>--------------------------------------------------------------------<*
       2500-posiciona-por-prazo section.

           move 'N'                                to  ws-fim-resgates
           start ws-arq-resgates key not < ws-res-prazo
               invalid key move 'S'                to  ws-fim-resgates
           end-start

           if   not ws-fim-arq-resgates then
                read ws-arq-resgates next record
                    at end move 'S'                to  ws-fim-resgates
                end-read
           end-if
           .
       2500-posiciona-por-prazo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-resgate                   to  ws-reg-relatorio
           write ws-reg-relatorio
           display ws-linha-resgate
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-resgates
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
