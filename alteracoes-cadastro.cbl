      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "alteracoes-cadastro".                                                      *>--- relatorio da trilha de alteracoes nos cadastros ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-alteracoes            assign to "ALTERACOES-CADASTRO.TXT"            *>  trilha gravada pelo desafio-loteria a cada inclusao,
                                                 organization is line sequential               *>  alteracao, desativacao ou reativacao nos cadastros de
                                                 file status is ws-fs-alteracoes.              *>  cartelas e de participantes (ver 1490 de la)
           select ws-arq-lista                 assign to "LISTA-ALTERACOES.TXT"               *>  relatorio das alteracoes selecionadas, regravado a cada
                                                 organization is line sequential.              *>  consulta
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-alteracoes
           label records are standard.
       01  ws-reg-alteracao.                                                                    *>  uma alteracao por linha: quando, quem, em que arquivo, de
           05  ws-acd-data-hora                     pic  9(14).                                 *>  que grupo/participante (sequencia da cartela no grupo;
           05  filler                               pic  x(01).                                 *>  zero para participante), a acao ('I' incluida, 'A'
           05  ws-acd-operador                      pic  x(20).                                 *>  alterada, 'D' desativada, 'R' reativada) e a imagem do
           05  filler                               pic  x(01).                                 *>  registro antes e depois
           05  ws-acd-arquivo                       pic  x(20).
           05  filler                               pic  x(01).
           05  ws-acd-chave                         pic  x(30).
           05  filler                               pic  x(01).
           05  ws-acd-sequencia                     pic  9(03).
           05  filler                               pic  x(01).
           05  ws-acd-acao                          pic  x(01).
               88  ws-acd-incluida                                     value 'I'.
               88  ws-acd-alterada                                     value 'A'.
               88  ws-acd-desativada                                   value 'D'.
               88  ws-acd-reativada                                    value 'R'.
           05  filler                               pic  x(01).
           05  ws-acd-antes                         pic  x(100).
           05  filler                               pic  x(01).
           05  ws-acd-depois                        pic  x(100).

       fd  ws-arq-lista
           label records are standard.
       01  ws-reg-lista                        pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-alteracoes                    pic  x(02).
               88  ws-alteracoes-aberto                                value '00'.
           05  ws-fim-alteracoes                   pic  x(01)         value 'N'.
               88  ws-fim-arq-alteracoes                               value 'S'.

       01  ws-filtros.                                                                          *>  selecao pedida ao operador; em branco/zero = sem filtro
           05  ws-data-inicial                     pic  9(08)         value zero.
           05  ws-data-final                       pic  9(08)         value zero.
           05  ws-opcao-arquivo                    pic  x(01).                                  *>  'C' cartelas, 'P' participantes, branco = os dois
               88  ws-so-cartelas                                      value 'C' 'c'.
               88  ws-so-participantes                                 value 'P' 'p'.
           05  ws-chave-pedida                     pic  x(30).                                  *>  grupo ou participante
           05  ws-data-alteracao                   pic  9(08).

       01  ws-totais.
           05  ws-qtd-lidas                        pic  9(07)         value zero.
           05  ws-qtd-listadas                     pic  9(07)         value zero.
           05  ws-qtd-incluidas                    pic  9(07)         value zero.
           05  ws-qtd-alteradas                    pic  9(07)         value zero.
           05  ws-qtd-desativadas                  pic  9(07)         value zero.
           05  ws-qtd-reativadas                   pic  9(07)         value zero.

       01  ws-edicao.
           05  ws-data-hora-ed.                                                                 *>  AAAAMMDDHHMMSS como DD/MM/AAAA HH:MM:SS
               10  ws-dh-dia                       pic  x(02).
               10  filler                          pic  x(01)         value '/'.
               10  ws-dh-mes                       pic  x(02).
               10  filler                          pic  x(01)         value '/'.
               10  ws-dh-ano                       pic  x(04).
               10  filler                          pic  x(01)         value ' '.
               10  ws-dh-hora                      pic  x(02).
               10  filler                          pic  x(01)         value ':'.
               10  ws-dh-minuto                    pic  x(02).
               10  filler                          pic  x(01)         value ':'.
               10  ws-dh-segundo                   pic  x(02).
           05  ws-acao-desc                        pic  x(11).

       01  ws-linha-lista                          pic  x(132).                                 *>  área de montagem de cada linha do relatorio
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 alteracoes listadas,
                                                                                                *>  8 nenhuma alteracao no filtro ou sem trilha

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-lista-alteracoes
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: pede a selecao e abre os arquivos
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           open input ws-arq-alteracoes
           if   not ws-alteracoes-aberto then
                display 'ALTERACOES-CADASTRO.TXT nao encontrado (status ' ws-fs-alteracoes ').'
                display 'Nenhuma alteracao de cadastro foi registrada ainda.'
                move 8                             to  return-code                             *>  para o job: nada a listar
                stop run
           end-if

           display 'RELATORIO DE ALTERACOES DOS CADASTROS DE CARTELAS E PARTICIPANTES'
           display 'Data inicial AAAAMMDD (zero = desde o inicio):'
           accept ws-data-inicial
           display 'Data final AAAAMMDD (zero = ate hoje):'
           accept ws-data-final
           if   ws-data-final = zero then
                move 99999999                      to  ws-data-final
           end-if
           display 'Arquivo: C = cartelas, P = participantes, em branco = os dois:'
           move spaces                             to  ws-opcao-arquivo
           accept ws-opcao-arquivo
           display 'Grupo ou participante (em branco = todos):'
           move spaces                             to  ws-chave-pedida
           accept ws-chave-pedida

           open output ws-arq-lista

           move '=================================================================='
                                                   to  ws-linha-lista
           perform 3800-grava-linha
           move 'ALTERACOES NOS CADASTROS DO BOLAO'    to  ws-linha-lista
           perform 3800-grava-linha
           move spaces to ws-linha-lista
           string  'Periodo.: '                        delimited by size
                   ws-data-inicial                     delimited by size
                   ' a '                               delimited by size
                   ws-data-final                       delimited by size
                   '   Arquivo.: '                     delimited by size
                   ws-opcao-arquivo                    delimited by size
                   '   Chave.: '                       delimited by size
                   ws-chave-pedida                     delimited by size
                   into ws-linha-lista
           end-string
           perform 3800-grava-linha
           move 'Data/hora           Operador             Arquivo              Grupo/participante             Seq Acao'
                                                   to  ws-linha-lista
           perform 3800-grava-linha
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> le a trilha inteira, na ordem gravada (que e a ordem cronologica),
      *> e lista as alteracoes que passam pela selecao
      *>--------------------------------------------------------------------<*
       2000-lista-alteracoes section.

           move 'N'                                to  ws-fim-alteracoes
           read ws-arq-alteracoes
               at end move 'S'                     to  ws-fim-alteracoes
           end-read

           perform until ws-fim-arq-alteracoes
               add 1                               to  ws-qtd-lidas
               perform 2100-seleciona-alteracao
               read ws-arq-alteracoes
                   at end move 'S'                 to  ws-fim-alteracoes
               end-read
           end-perform
           .
       2000-lista-alteracoes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere a alteracao lida contra a selecao e, se passar, grava a
      *> linha de identificacao e as imagens do antes e do depois
      *>--------------------------------------------------------------------<*
       2100-seleciona-alteracao section.

           if   ws-acd-data-hora is not numeric then
                go to 2100-seleciona-alteracao-exit
           end-if
           move ws-acd-data-hora(1:8)              to  ws-data-alteracao
           if   ws-data-alteracao < ws-data-inicial
           or   ws-data-alteracao > ws-data-final then
                go to 2100-seleciona-alteracao-exit
           end-if
           if   ws-so-cartelas
           and  ws-acd-arquivo not = 'CARTELAS.TXT' then
                go to 2100-seleciona-alteracao-exit
           end-if
           if   ws-so-participantes
           and  ws-acd-arquivo not = 'PARTICIPANTES.TXT' then
                go to 2100-seleciona-alteracao-exit
           end-if
           if   ws-chave-pedida not = spaces
           and  ws-acd-chave not = ws-chave-pedida then
                go to 2100-seleciona-alteracao-exit
           end-if

           add 1                                   to  ws-qtd-listadas
           evaluate true
               when ws-acd-incluida
                    move 'INCLUIDA'                to  ws-acao-desc
                    add 1                          to  ws-qtd-incluidas
               when ws-acd-alterada
                    move 'ALTERADA'                to  ws-acao-desc
                    add 1                          to  ws-qtd-alteradas
               when ws-acd-desativada
                    move 'DESATIVADA'              to  ws-acao-desc
                    add 1                          to  ws-qtd-desativadas
               when ws-acd-reativada
                    move 'REATIVADA'               to  ws-acao-desc
                    add 1                          to  ws-qtd-reativadas
               when other
                    move ws-acd-acao               to  ws-acao-desc
           end-evaluate

           move ws-acd-data-hora(7:2)              to  ws-dh-dia
           move ws-acd-data-hora(5:2)              to  ws-dh-mes
           move ws-acd-data-hora(1:4)              to  ws-dh-ano
           move ws-acd-data-hora(9:2)              to  ws-dh-hora
           move ws-acd-data-hora(11:2)             to  ws-dh-minuto
           move ws-acd-data-hora(13:2)             to  ws-dh-segundo

           move spaces to ws-linha-lista
           perform 3800-grava-linha
           move spaces to ws-linha-lista
           string  ws-data-hora-ed                     delimited by size
                   ' '                                 delimited by size
                   ws-acd-operador                     delimited by size
                   ' '                                 delimited by size
                   ws-acd-arquivo                      delimited by size
                   ' '                                 delimited by size
                   ws-acd-chave                        delimited by size
                   ' '                                 delimited by size
                   ws-acd-sequencia                    delimited by size
                   ' '                                 delimited by size
                   ws-acao-desc                        delimited by size
                   into ws-linha-lista
           end-string
           perform 3800-grava-linha

           if   ws-acd-antes not = spaces then
                move spaces to ws-linha-lista
                string  '   Antes.: '                  delimited by size
                        ws-acd-antes                   delimited by size
                        into ws-linha-lista
                end-string
                perform 3800-grava-linha
           end-if
           move spaces to ws-linha-lista
           string  '   Depois: '                       delimited by size
                   ws-acd-depois                       delimited by size
                   into ws-linha-lista
           end-string
           perform 3800-grava-linha
           .
       2100-seleciona-alteracao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-lista                     to  ws-reg-lista
           write ws-reg-lista
           display ws-linha-lista
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização: totais por acao
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           move '=================================================================='
                                                   to  ws-linha-lista
           perform 3800-grava-linha
           move spaces to ws-linha-lista
           string  'Alteracoes lidas.: '               delimited by size
                   ws-qtd-lidas                        delimited by size
                   '   Listadas.: '                    delimited by size
                   ws-qtd-listadas                     delimited by size
                   into ws-linha-lista
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-lista
           string  'Incluidas.: '                      delimited by size
                   ws-qtd-incluidas                    delimited by size
                   '   Alteradas.: '                   delimited by size
                   ws-qtd-alteradas                    delimited by size
                   '   Desativadas.: '                 delimited by size
                   ws-qtd-desativadas                  delimited by size
                   '   Reativadas.: '                  delimited by size
                   ws-qtd-reativadas                   delimited by size
                   into ws-linha-lista
           end-string
           perform 3800-grava-linha

           close ws-arq-alteracoes
           close ws-arq-lista
           display 'Relatorio gravado em LISTA-ALTERACOES.TXT'
           if   ws-qtd-listadas = zero then
                move 8                             to  ws-codigo-retorno
           end-if
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
