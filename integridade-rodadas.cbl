      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "integridade-rodadas".                                                      *>--- verificacao cruzada do cadastro de rodadas e das saidas ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-rodadas               assign to "RODADAS.DAT"                        *>  o cadastro mestre gravado pelo desafio-loteria (ver 1200
                                                 organization is indexed                       *>  de la), lido aqui em ordem de id
                                                 access mode is dynamic
                                                 record key is ws-rod-id
                                                 file status is ws-fs-rodadas.
           select ws-arq-etiquetado            assign using ws-nome-etiquetado                 *>  HISTORICO-/RELATORIO-<id>.TXT e EXPORTACAO-<id>.CSV de
                                                 organization is line sequential               *>  cada rodada, e as exportacoes citadas no manifesto
                                                 file status is ws-fs-etiquetado.
           select ws-arq-razao                 assign to "RAZAO-BOLAO.TXT"                    *>  razao do bolao (ver 2985 do desafio-loteria)
                                                 organization is line sequential
                                                 file status is ws-fs-razao.
           select ws-arq-manifesto             assign to "MANIFESTO.TXT"                      *>  manifesto lido pelo estatistica-loteria: uma exportacao
                                                 organization is line sequential               *>  por linha, '*' na coluna 1 comenta
                                                 file status is ws-fs-manifesto.
           select ws-arq-excecoes              assign to "INTEGRIDADE-RODADAS.TXT"            *>  relatorio de excecoes, regravado a cada verificacao
                                                 organization is line sequential.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-rodadas
           label records are standard.
       01  ws-reg-rodada.                                                                       *>  registro de execução: quem rodou o que, quando e como terminou
           05  ws-rod-id                            pic  9(14).                                 *>  id da execução: data e hora de início (AAAAMMDDHHMMSS)
           05  ws-rod-inicio                        pic  9(14).
           05  ws-rod-fim                           pic  9(14).
           05  ws-rod-operador                      pic  x(20).
           05  ws-rod-modo                          pic  x(01).                                 *>  I/B/C, como em ws-modo-execucao do desafio-loteria
           05  ws-rod-opcao-jogo                    pic  9(02).
           05  ws-rod-universo                      pic  9(02).
           05  ws-rod-qtd-num-sorteio               pic  9(02).
           05  ws-rod-situacao                      pic  x(01).                                 *>  'A' em andamento (abandonada se nunca encerrar),
               88  ws-rod-em-andamento                                  value 'A'.              *>  'C' concluida, 'R' retomada de checkpoint e concluida,
               88  ws-rod-concluida                                     value 'C'.              *>  'I' interrompida a pedido do operador,
               88  ws-rod-retomada-concluida                            value 'R'.              *>  'N' encerrada sem processar (entrada indisponivel)
               88  ws-rod-interrompida-oper                             value 'I'.
               88  ws-rod-nao-processada                                value 'N'.

       fd  ws-arq-etiquetado
           label records are standard.
       01  ws-reg-etiquetado                   pic  x(180).

       fd  ws-arq-razao
           label records are standard.
       01  ws-reg-razao.                                                                        *>  um lancamento por linha: rodada, participante, contribuicao
           05  ws-rz-rodada                         pic  9(14).                                 *>  devida e parte no premio; o tipo 'S' e o saldo anterior
           05  filler                               pic  x(01).                                 *>  de um fechamento-bolao (rodada = id do fechamento, nao de
           05  ws-rz-nome                           pic  x(30).                                 *>  uma execucao)
           05  filler                               pic  x(01).
           05  ws-rz-contribuicao                   pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-premio                         pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-rz-tipo                           pic  x(01).
               88  ws-rz-saldo-anterior                                value 'S'.
           05  filler                               pic  x(01).
           05  ws-rz-qtd-rodadas                    pic  9(04).                                 *>  no saldo anterior, quantas rodadas ele acumula (em branco
                                                                                                *>  nos lancamentos de rodada e nos saldos de antes do campo)

       fd  ws-arq-manifesto
           label records are standard.
       01  ws-reg-manifesto                    pic  x(80).

       fd  ws-arq-excecoes
           label records are standard.
       01  ws-reg-excecoes                     pic  x(132).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-rodadas                       pic  x(02).
               88  ws-rodadas-ok                                       value '00'.
               88  ws-rodadas-inexistente                              value '35'.
           05  ws-fs-etiquetado                    pic  x(02).
               88  ws-etiquetado-aberto                                value '00'.
           05  ws-fs-razao                         pic  x(02).
               88  ws-razao-aberto                                     value '00'.
           05  ws-fs-manifesto                     pic  x(02).
               88  ws-manifesto-aberto                                 value '00'.
           05  ws-fim-leitura                      pic  x(01)         value 'N'.
               88  ws-fim-arquivo                                      value 'S'.
           05  ws-data-hoje                        pic  9(08).

       01  ws-nome-etiquetado                      pic  x(64).                                  *>  arquivo etiquetado em exame (assign using)

       01  ws-padroes-etiquetados.                                                              *>  nomes dos arquivos etiquetados, procurados no diretorio
           05  filler                              pic  x(20)         value 'HISTORICO-*.TXT'.     *>  corrente para a procura de orfaos (ver 2205)
           05  filler                              pic  x(20)         value 'RELATORIO-*.TXT'.
           05  filler                              pic  x(20)         value 'EXPORTACAO-*.CSV'.
       01  filler redefines ws-padroes-etiquetados.
           05  ws-padrao-etiquetado                pic  x(20)         occurs 3 times.

       01  ws-varredura.                                                                        *>  parametros das rotinas CBL_DIR_SCAN_START / _READ_ENTRY
           05  ws-dir-handle                       usage pointer.                               *>  / _END da biblioteca
           05  ws-dir-nome                         pic  x(02)         value x'2E00'.            *>  '.' = diretorio corrente, terminado por nulo
           05  ws-dir-padrao                       pic  x(21).                                  *>  padrao do nome, terminado por nulo
           05  ws-dir-conteudo                     pic  9(09)  comp-5 value 2.                  *>  2 = so arquivos
           05  ws-dir-opcoes                       pic  9(09)  comp-5 value zero.
           05  ws-dir-status                       pic  9(09)  comp-5.                          *>  zero = ok; na leitura, diferente de zero = fim
           05  ws-ind-padrao                       pic  9(01).
           05  ws-varredura-falhou                 pic  x(01)         value 'N'.
               88  ws-varredura-indisponivel                           value 'S'.

       01  ws-entrada-diretorio.                                                                *>  entrada devolvida por CBL_DIR_SCAN_READ_ENTRY
           05  ws-ent-atributo                     pic  9(09)  comp-5.
           05  ws-ent-data-hora.
               10  ws-ent-ano                      pic  9(04)  comp-5.
               10  ws-ent-mes                      pic  9(04)  comp-5.
               10  ws-ent-dia                      pic  9(04)  comp-5.
               10  ws-ent-hora                     pic  9(04)  comp-5.
               10  ws-ent-minuto                   pic  9(04)  comp-5.
               10  ws-ent-segundo                  pic  9(04)  comp-5.
               10  ws-ent-milesimo                 pic  9(04)  comp-5.
               10  ws-ent-horario-verao            pic  x(01).
           05  ws-ent-tamanho                      pic  9(18)  comp-5.
           05  ws-ent-nome.                                                                     *>  o nome vem na area apontada, ate o tamanho informado
               10  ws-ent-nome-tamanho             pic  9(04)  comp-5.
               10  ws-ent-nome-ptr                 usage pointer.

       01  ws-nome-listado                         pic  x(80).                                  *>  nome do arquivo etiquetado encontrado no diretorio

       01  ws-cadastro.                                                                         *>  rodadas do cadastro, com o que foi achado de cada uma
           05  ws-qtd-rodadas                      pic  9(04)         value zero.
           05  ws-rodada occurs 1000 times.
               10  ws-cad-id                       pic  9(14).
               10  ws-cad-situacao                 pic  x(01).
               10  ws-cad-qtd-exportados           pic  9(07).                                  *>  registros de cartela na exportacao (sem o cabecalho)
           05  ws-ind-rodada                       pic  9(04).
           05  ws-rodada-achada                    pic  9(04).
           05  ws-cadastro-estourou                pic  x(01)         value 'N'.
               88  ws-cadastro-incompleto                              value 'S'.

       01  ws-verificacao.
           05  ws-id-procurado                     pic  9(14).
           05  ws-id-etiqueta                      pic  x(14).                                  *>  id extraido do nome de um arquivo etiquetado
           05  ws-tipo-arquivo                     pic  x(12).
           05  ws-qtd-registros                    pic  9(07).
           05  ws-arquivo-existe                   pic  x(01).
               88  ws-arquivo-encontrado                               value 'S'.

       01  ws-totais.                                                                           *>  excecoes por verificacao, para o resumo final
           05  ws-exc-faltando                     pic  9(05)         value zero.
           05  ws-exc-sem-exportacao               pic  9(05)         value zero.
           05  ws-exc-orfaos                       pic  9(05)         value zero.
           05  ws-exc-razao                        pic  9(05)         value zero.
           05  ws-exc-manifesto                    pic  9(05)         value zero.
           05  ws-exc-total                        pic  9(06)         value zero.
           05  ws-qtd-arquivos-listados            pic  9(05)         value zero.
           05  ws-qtd-lancamentos                  pic  9(07)         value zero.
           05  ws-qtd-saldos-anteriores            pic  9(07)         value zero.
           05  ws-qtd-linhas-manifesto             pic  9(05)         value zero.
           05  ws-orfaos-verificados               pic  x(01)         value 'N'.
               88  ws-orfaos-apurados                                  value 'S'.
           05  ws-razao-verificado                 pic  x(01)         value 'N'.
               88  ws-razao-apurado                                    value 'S'.
           05  ws-manifesto-verificado             pic  x(01)         value 'N'.
               88  ws-manifesto-apurado                                value 'S'.

       01  ws-linha-excecoes                       pic  x(132).                                 *>  área de montagem de cada linha do relatorio
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido ao job no encerramento: 0 dados completos, 4
                                                                                                *>  excecoes ou verificacao incompleta, 8 nada a verificar,
                                                                                                *>  12 cadastro de rodadas indisponivel

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-carrega-cadastro
           perform 2100-confere-arquivos-rodadas
           perform 2200-procura-orfaos
           perform 2300-confere-razao
           perform 2400-confere-manifesto
           perform 3000-grava-resumo
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           move function current-date(1:8)         to  ws-data-hoje

           open input ws-arq-rodadas
           if   ws-rodadas-inexistente then
                display 'RODADAS.DAT nao encontrado. Nenhuma execucao foi registrada'
                display 'nesta estacao ainda - nada a verificar.'
                move 8                             to  return-code
                stop run
           end-if
           if   not ws-rodadas-ok then
                display 'Cadastro de rodadas indisponivel (status ' ws-fs-rodadas '). Encerrando.'
                move 12                            to  return-code
                stop run
           end-if

           open output ws-arq-excecoes

           move '=================================================================='
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha
           move spaces to ws-linha-excecoes
           string  'VERIFICACAO DE INTEGRIDADE DAS RODADAS - EMITIDA EM ' delimited by size
                   ws-data-hoje                        delimited by size
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           move 'Cadastro RODADAS.DAT x HISTORICO-/RELATORIO-/EXPORTACAO-<id>, RAZAO-BOLAO.TXT e MANIFESTO.TXT'
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega o cadastro de rodadas inteiro em memoria, em ordem de id
      *>--------------------------------------------------------------------<*
       2000-carrega-cadastro section.

           move 'N'                                to  ws-fim-leitura
           move zero                               to  ws-rod-id
           start ws-arq-rodadas key not < ws-rod-id
               invalid key move 'S'                to  ws-fim-leitura
           end-start
           if   not ws-fim-arquivo then
                read ws-arq-rodadas next record
                    at end move 'S'                to  ws-fim-leitura
                end-read
           end-if

           perform until ws-fim-arquivo
               if   ws-qtd-rodadas < 1000 then
                    add 1                          to  ws-qtd-rodadas
                    move ws-rod-id                 to  ws-cad-id(ws-qtd-rodadas)
                    move ws-rod-situacao           to  ws-cad-situacao(ws-qtd-rodadas)
                    move zero                      to  ws-cad-qtd-exportados(ws-qtd-rodadas)
               else
                    move 'S'                       to  ws-cadastro-estourou
               end-if
               read ws-arq-rodadas next record
                   at end move 'S'                 to  ws-fim-leitura
               end-read
           end-perform

           close ws-arq-rodadas

           move spaces to ws-linha-excecoes
           string  'Rodadas no cadastro.: '            delimited by size
                   ws-qtd-rodadas                      delimited by size
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           if   ws-cadastro-incompleto then                                                     *>  as rodadas que nao couberam apareceriam como orfas
                move '*** Cadastro com mais de 1000 rodadas: so as 1000 primeiras foram verificadas.'
                                                   to  ws-linha-excecoes
                perform 3800-grava-linha
           end-if
           .
       2000-carrega-cadastro-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> para cada rodada do cadastro, confere que os tres arquivos
      *> etiquetados existem e que a rodada concluida ('C' ou 'R') deixou
      *> ao menos um registro de cartela na exportacao
      *>--------------------------------------------------------------------<*
       2100-confere-arquivos-rodadas section.

           move spaces to ws-linha-excecoes
           perform 3800-grava-linha
           move '--- Rodadas do cadastro com arquivos faltando ou sem exportacao ---'
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha

           perform varying ws-ind-rodada from 1 by 1
                             until ws-ind-rodada > ws-qtd-rodadas
               move 'HISTORICO-'                   to  ws-tipo-arquivo
               perform 2110-confere-arquivo-rodada
               move 'RELATORIO-'                   to  ws-tipo-arquivo
               perform 2110-confere-arquivo-rodada
               move 'EXPORTACAO-'                  to  ws-tipo-arquivo
               perform 2110-confere-arquivo-rodada
               if   ws-arquivo-encontrado then
                    move ws-qtd-registros          to  ws-cad-qtd-exportados(ws-ind-rodada)
                    if   ws-qtd-registros = zero
                    and (ws-cad-situacao(ws-ind-rodada) = 'C'
                    or   ws-cad-situacao(ws-ind-rodada) = 'R') then
                         add 1                     to  ws-exc-sem-exportacao
                         move spaces to ws-linha-excecoes
                         string  'Rodada '                      delimited by size
                                 ws-cad-id(ws-ind-rodada)       delimited by size
                                 ' situacao '                   delimited by size
                                 ws-cad-situacao(ws-ind-rodada) delimited by size
                                 ': exportacao sem nenhum registro de cartela'  delimited by size
                                 into ws-linha-excecoes
                         end-string
                         perform 3800-grava-linha
                    end-if
               end-if
           end-perform

           if   ws-exc-faltando = zero
           and  ws-exc-sem-exportacao = zero then
                move 'Nenhuma.'                    to  ws-linha-excecoes
                perform 3800-grava-linha
           end-if
           .
       2100-confere-arquivos-rodadas-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere um arquivo etiquetado da rodada ws-ind-rodada (prefixo em
      *> ws-tipo-arquivo); na exportacao, conta os registros de cartela
      *>--------------------------------------------------------------------<*
       2110-confere-arquivo-rodada section.

           move spaces to ws-nome-etiquetado
           if   ws-tipo-arquivo = 'EXPORTACAO-' then
                string  ws-tipo-arquivo                delimited by space
                        ws-cad-id(ws-ind-rodada)       delimited by size
                        '.CSV'                         delimited by size
                        into ws-nome-etiquetado
                end-string
           else
                string  ws-tipo-arquivo                delimited by space
                        ws-cad-id(ws-ind-rodada)       delimited by size
                        '.TXT'                         delimited by size
                        into ws-nome-etiquetado
                end-string
           end-if

           perform 2120-abre-conta-etiquetado
           if   ws-arquivo-encontrado then
                go to 2110-confere-arquivo-rodada-exit
           end-if

           add 1                                   to  ws-exc-faltando
           move spaces to ws-linha-excecoes
           string  'Rodada '                           delimited by size
                   ws-cad-id(ws-ind-rodada)            delimited by size
                   ' situacao '                        delimited by size
                   ws-cad-situacao(ws-ind-rodada)      delimited by size
                   ': arquivo nao encontrado '         delimited by size
                   ws-nome-etiquetado                  delimited by space
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           .
       2110-confere-arquivo-rodada-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> abre o arquivo em ws-nome-etiquetado e conta as linhas de dados
      *> (sem o cabecalho ID_EXECUCAO da exportacao e sem linhas em branco)
      *>--------------------------------------------------------------------<*
       2120-abre-conta-etiquetado section.

           move 'N'                                to  ws-arquivo-existe
           move zero                               to  ws-qtd-registros

           open input ws-arq-etiquetado
           if   not ws-etiquetado-aberto then
                go to 2120-abre-conta-etiquetado-exit
           end-if
           move 'S'                                to  ws-arquivo-existe

           move 'N'                                to  ws-fim-leitura
           read ws-arq-etiquetado
               at end move 'S'                     to  ws-fim-leitura
           end-read
           perform until ws-fim-arquivo
               if   ws-reg-etiquetado(1:11) not = 'ID_EXECUCAO'
               and  ws-reg-etiquetado not = spaces then
                    add 1                          to  ws-qtd-registros
               end-if
               read ws-arq-etiquetado
                   at end move 'S'                 to  ws-fim-leitura
               end-read
           end-perform
           close ws-arq-etiquetado
           .
       2120-abre-conta-etiquetado-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procura arquivos etiquetados sem rodada no cadastro (copiados a mao
      *> ou sobra de uma exclusao pela metade), varrendo o diretorio pelos
      *> padroes de nome etiquetados; sem a varredura a verificacao fica
      *> registrada como nao executada, em vez de passar por limpa
      *>--------------------------------------------------------------------<*
       2200-procura-orfaos section.

           move spaces to ws-linha-excecoes
           perform 3800-grava-linha
           move '--- Arquivos etiquetados sem rodada no cadastro ---'
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha

           move 'N'                                to  ws-varredura-falhou
           perform varying ws-ind-padrao from 1 by 1
                             until ws-ind-padrao > 3
                                or ws-varredura-indisponivel
               perform 2205-varre-padrao
           end-perform

           if   ws-varredura-indisponivel then
                move '*** Varredura do diretorio indisponivel: verificacao de orfaos NAO executada.'
                                                   to  ws-linha-excecoes
                perform 3800-grava-linha
                go to 2200-procura-orfaos-exit
           end-if
           move 'S'                                to  ws-orfaos-verificados

           if   ws-exc-orfaos = zero then
                move spaces to ws-linha-excecoes
                string  'Nenhum (arquivos etiquetados no diretorio.: ' delimited by size
                        ws-qtd-arquivos-listados        delimited by size
                        ').'                            delimited by size
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
           end-if
           .
       2200-procura-orfaos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> varre o diretorio corrente pelos arquivos de um padrao de nome
      *> etiquetado e confere cada um achado
      *>--------------------------------------------------------------------<*
       2205-varre-padrao section.

           move low-values                         to  ws-dir-padrao
           string  ws-padrao-etiquetado(ws-ind-padrao) delimited by space
                   x'00'                               delimited by size
                   into ws-dir-padrao
           end-string

           call "CBL_DIR_SCAN_START" using ws-dir-handle
                                           ws-dir-nome
                                           ws-dir-padrao
                                           ws-dir-conteudo
                                           ws-dir-opcoes
                                     returning ws-dir-status
               on exception
                    move 'S'                       to  ws-varredura-falhou
                    go to 2205-varre-padrao-exit
           end-call
           if   ws-dir-status not = zero then
                move 'S'                           to  ws-varredura-falhou
                go to 2205-varre-padrao-exit
           end-if

           move length of ws-nome-listado          to  ws-ent-nome-tamanho
           set ws-ent-nome-ptr                     to  address of ws-nome-listado

           perform until ws-dir-status not = zero
               move spaces                         to  ws-nome-listado
               call "CBL_DIR_SCAN_READ_ENTRY" using ws-dir-handle
                                                    ws-entrada-diretorio
                                              returning ws-dir-status
               end-call
               if   ws-dir-status = zero then
                    inspect ws-nome-listado replacing all x'00' by space                       *>  o nome volta terminado por nulo
                    if   ws-nome-listado not = spaces then
                         add 1                     to  ws-qtd-arquivos-listados
                         perform 2210-confere-arquivo-listado
                    end-if
               end-if
           end-perform

           call "CBL_DIR_SCAN_END" using ws-dir-handle
                                   returning ws-dir-status
           end-call
           .
       2205-varre-padrao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> extrai o id do nome listado (HISTORICO-<id>.TXT, RELATORIO-<id>.TXT
      *> ou EXPORTACAO-<id>.CSV) e o procura no cadastro
      *>--------------------------------------------------------------------<*
       2210-confere-arquivo-listado section.

           evaluate true
               when ws-nome-listado(1:10) = 'HISTORICO-'
                    move ws-nome-listado(11:14)    to  ws-id-etiqueta
               when ws-nome-listado(1:10) = 'RELATORIO-'
                    move ws-nome-listado(11:14)    to  ws-id-etiqueta
               when ws-nome-listado(1:11) = 'EXPORTACAO-'
                    move ws-nome-listado(12:14)    to  ws-id-etiqueta
               when other
                    go to 2210-confere-arquivo-listado-exit
           end-evaluate

           if   ws-id-etiqueta is not numeric then                                             *>  nome parecido que nao segue a etiqueta (ex.: copia
                add 1                              to  ws-exc-orfaos                           *>  renomeada a mao) tambem e sobra a investigar
                move spaces to ws-linha-excecoes
                string  'Arquivo com etiqueta fora do padrao.: ' delimited by size
                        ws-nome-listado                 delimited by space
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
                go to 2210-confere-arquivo-listado-exit
           end-if

           move ws-id-etiqueta                     to  ws-id-procurado
           perform 2900-localiza-rodada
           if   ws-rodada-achada > zero then
                go to 2210-confere-arquivo-listado-exit
           end-if

           add 1                                   to  ws-exc-orfaos
           move spaces to ws-linha-excecoes
           string  'Arquivo sem rodada no cadastro.: '  delimited by size
                   ws-nome-listado                     delimited by space
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           .
       2210-confere-arquivo-listado-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere que todo lancamento do razao aponta para uma rodada do
      *> cadastro; o saldo anterior ('S') leva o id do fechamento-bolao e
      *> nao de uma execucao, por isso fica fora desta conferencia
      *>--------------------------------------------------------------------<*
       2300-confere-razao section.

           move spaces to ws-linha-excecoes
           perform 3800-grava-linha
           move '--- Lancamentos do razao com rodada desconhecida ou excluida ---'
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha

           open input ws-arq-razao
           if   not ws-razao-aberto then
                move 'RAZAO-BOLAO.TXT nao encontrado - nenhum lancamento a conferir.'
                                                   to  ws-linha-excecoes
                perform 3800-grava-linha
                go to 2300-confere-razao-exit
           end-if
           move 'S'                                to  ws-razao-verificado

           move 'N'                                to  ws-fim-leitura
           read ws-arq-razao
               at end move 'S'                     to  ws-fim-leitura
           end-read
           perform until ws-fim-arquivo
               if   ws-rz-saldo-anterior then
                    add 1                          to  ws-qtd-saldos-anteriores
               else
                    add 1                          to  ws-qtd-lancamentos
                    perform 2310-confere-lancamento
               end-if
               read ws-arq-razao
                   at end move 'S'                 to  ws-fim-leitura
               end-read
           end-perform
           close ws-arq-razao

           if   ws-exc-razao = zero then
                move spaces to ws-linha-excecoes
                string  'Nenhum (lancamentos conferidos.: ' delimited by size
                        ws-qtd-lancamentos              delimited by size
                        '  saldos anteriores.: '        delimited by size
                        ws-qtd-saldos-anteriores        delimited by size
                        ').'                            delimited by size
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
           end-if
           .
       2300-confere-razao-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere a rodada do lancamento lido no cadastro
      *>--------------------------------------------------------------------<*
       2310-confere-lancamento section.

           move zero                               to  ws-rodada-achada
           if   ws-rz-rodada is numeric then
                move ws-rz-rodada                  to  ws-id-procurado
                perform 2900-localiza-rodada
           end-if
           if   ws-rodada-achada > zero then
                go to 2310-confere-lancamento-exit
           end-if

           add 1                                   to  ws-exc-razao
           move spaces to ws-linha-excecoes
           string  'Rodada '                           delimited by size
                   ws-rz-rodada                        delimited by size
                   ' nao esta no cadastro - lancamento de ' delimited by size
                   ws-rz-nome                          delimited by size
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           .
       2310-confere-lancamento-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere que cada exportacao listada no manifesto existe; quando o
      *> nome segue a etiqueta, confere tambem a rodada no cadastro
      *>--------------------------------------------------------------------<*
       2400-confere-manifesto section.

           move spaces to ws-linha-excecoes
           perform 3800-grava-linha
           move '--- Linhas do manifesto com exportacao inexistente ---'
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha

           open input ws-arq-manifesto
           if   not ws-manifesto-aberto then
                move 'MANIFESTO.TXT nao encontrado - nenhuma linha a conferir.'
                                                   to  ws-linha-excecoes
                perform 3800-grava-linha
                go to 2400-confere-manifesto-exit
           end-if
           move 'S'                                to  ws-manifesto-verificado

           move 'N'                                to  ws-fim-leitura
           read ws-arq-manifesto
               at end move 'S'                     to  ws-fim-leitura
           end-read
           perform until ws-fim-arquivo
               if   ws-reg-manifesto not = spaces
               and  ws-reg-manifesto(1:1) not = '*' then
                    add 1                          to  ws-qtd-linhas-manifesto
                    perform 2410-confere-linha-manifesto
               end-if
               read ws-arq-manifesto
                   at end move 'S'                 to  ws-fim-leitura
               end-read
           end-perform
           close ws-arq-manifesto

           if   ws-exc-manifesto = zero then
                move spaces to ws-linha-excecoes
                string  'Nenhuma (linhas conferidas.: '  delimited by size
                        ws-qtd-linhas-manifesto         delimited by size
                        ').'                            delimited by size
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
           end-if
           .
       2400-confere-manifesto-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> confere a exportacao citada na linha do manifesto lida (so abre e
      *> fecha o arquivo, sem ler, para nao mexer no fim do manifesto)
      *>--------------------------------------------------------------------<*
       2410-confere-linha-manifesto section.

           move ws-reg-manifesto                   to  ws-nome-etiquetado
           open input ws-arq-etiquetado
           if   not ws-etiquetado-aberto then
                add 1                              to  ws-exc-manifesto
                move spaces to ws-linha-excecoes
                string  'Exportacao inexistente.: '    delimited by size
                        ws-reg-manifesto               delimited by space
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
                go to 2410-confere-linha-manifesto-exit
           end-if
           close ws-arq-etiquetado

           if   ws-reg-manifesto(1:11) not = 'EXPORTACAO-'
           or   ws-reg-manifesto(12:14) is not numeric then
                go to 2410-confere-linha-manifesto-exit
           end-if
           move ws-reg-manifesto(12:14)            to  ws-id-procurado
           perform 2900-localiza-rodada
           if   ws-rodada-achada = zero then
                add 1                              to  ws-exc-manifesto
                move spaces to ws-linha-excecoes
                string  'Exportacao de rodada fora do cadastro.: ' delimited by size
                        ws-reg-manifesto               delimited by space
                        into ws-linha-excecoes
                end-string
                perform 3800-grava-linha
           end-if
           .
       2410-confere-linha-manifesto-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procura ws-id-procurado no cadastro carregado (em ordem de id);
      *> ws-rodada-achada fica com a posicao (zero = nao esta no cadastro)
      *>--------------------------------------------------------------------<*
       2900-localiza-rodada section.

           move zero                               to  ws-rodada-achada
           perform varying ws-ind-rodada from 1 by 1
                             until ws-ind-rodada > ws-qtd-rodadas
                                or ws-rodada-achada > zero
                                or ws-cad-id(ws-ind-rodada) > ws-id-procurado
               if   ws-cad-id(ws-ind-rodada) = ws-id-procurado then
                    move ws-ind-rodada             to  ws-rodada-achada
               end-if
           end-perform
           .
       2900-localiza-rodada-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> resumo das excecoes encontradas em cada verificacao
      *>--------------------------------------------------------------------<*
       3000-grava-resumo section.

           compute ws-exc-total = ws-exc-faltando + ws-exc-sem-exportacao
                                + ws-exc-orfaos + ws-exc-razao + ws-exc-manifesto

           move spaces to ws-linha-excecoes
           perform 3800-grava-linha
           move '=================================================================='
                                                   to  ws-linha-excecoes
           perform 3800-grava-linha
           move spaces to ws-linha-excecoes
           string  'Arquivos faltando.: '              delimited by size
                   ws-exc-faltando                     delimited by size
                   '   Concluidas sem exportacao.: '   delimited by size
                   ws-exc-sem-exportacao               delimited by size
                   '   Arquivos orfaos.: '             delimited by size
                   ws-exc-orfaos                       delimited by size
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha
           move spaces to ws-linha-excecoes
           string  'Lancamentos do razao.: '           delimited by size
                   ws-exc-razao                        delimited by size
                   '   Linhas do manifesto.: '         delimited by size
                   ws-exc-manifesto                    delimited by size
                   into ws-linha-excecoes
           end-string
           perform 3800-grava-linha

           move spaces to ws-linha-excecoes
           if   ws-exc-total = zero then
                if   ws-orfaos-apurados then
                     move 'NENHUMA EXCECAO: os dados das rodadas estao completos para o extrato e a estatistica.'
                                                   to  ws-linha-excecoes
                else
                     move 'Nenhuma excecao encontrada, mas a procura de orfaos nao foi executada.'
                                                   to  ws-linha-excecoes
                     move 4                        to  ws-codigo-retorno
                end-if
           else
                string  '*** '                        delimited by size
                        ws-exc-total                   delimited by size
                        ' EXCECAO(OES): corrija antes do extrato e da estatistica do mes.' delimited by size
                        into ws-linha-excecoes
                end-string
                move 4                             to  ws-codigo-retorno
           end-if
           perform 3800-grava-linha
           .
       3000-grava-resumo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> grava a linha montada no relatorio e a exibe na tela
      *>--------------------------------------------------------------------<*
       3800-grava-linha section.

           move ws-linha-excecoes                  to  ws-reg-excecoes
           write ws-reg-excecoes
           display ws-linha-excecoes
           .
       3800-grava-linha-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-excecoes
           display 'Relatorio gravado em INTEGRIDADE-RODADAS.TXT'
           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
