      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "cadeia-jobs".                                                              *>--- cadeia de passos noturna, com reinicio no passo que falhou ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-passos                assign to "CADEIA-JOBS.TXT"                    *>  lista dos passos da cadeia, na ordem de execucao (layout
                                                 organization is line sequential               *>  em 1010)
                                                 file status is ws-fs-passos.
           select ws-arq-log                   assign to "CADEIA-JOBS-LOG.TXT"                *>  diario da cadeia: inicio, fim e codigo de retorno de cada
                                                 organization is line sequential               *>  passo, so acrescido
                                                 file status is ws-fs-log.
           select ws-arq-reinicio              assign to "CADEIA-JOBS-REINICIO.TXT"           *>  ponto de reinicio: existe so enquanto a cadeia nao chega
                                                 organization is line sequential               *>  ao fim, e aponta o passo a repetir na proxima execucao
                                                 file status is ws-fs-reinicio.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-passos
           label records are standard.
       01  ws-reg-passo                        pic  x(200).

       fd  ws-arq-log
           label records are standard.
       01  ws-reg-log                          pic  x(200).

       fd  ws-arq-reinicio
           label records are standard.
       01  ws-reg-reinicio.                                                                     *>  uma unica linha: passo a repetir, seu nome (conferido no
           05  ws-rei-passo                         pic  9(03).                                 *>  reinicio, para uma lista alterada nao pular o passo errado),
           05  filler                               pic  x(01).                                 *>  situacao e o codigo de retorno que parou a cadeia
           05  ws-rei-nome                          pic  x(20).
           05  filler                               pic  x(01).
           05  ws-rei-situacao                      pic  x(01).
               88  ws-rei-em-execucao                                  value 'E'.              *>  a cadeia caiu no meio do passo
               88  ws-rei-falhou                                       value 'F'.              *>  o passo devolveu mais que o maximo
           05  filler                               pic  x(01).
           05  ws-rei-data-hora                     pic  9(14).
           05  filler                               pic  x(01).
           05  ws-rei-codigo                        pic  9(03).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-passos                        pic  x(02).
               88  ws-passos-aberto                                    value '00'.
           05  ws-fs-log                           pic  x(02).
               88  ws-log-aberto                                       value '00'.
               88  ws-log-inexistente                                  value '35'.
           05  ws-fs-reinicio                      pic  x(02).
               88  ws-reinicio-aberto                                  value '00'.
           05  ws-fim-passos                       pic  x(01)         value 'N'.
               88  ws-fim-arq-passos                                   value 'S'.

       01  ws-tabela-passos.                                                                    *>  passos lidos de CADEIA-JOBS.TXT
           05  ws-passo occurs 30 times.
               10  ws-pas-nome                     pic  x(20).
               10  ws-pas-rc-maximo                pic  9(03).
               10  ws-pas-job                      pic  x(40).                                  *>  arquivo copiado para JOB.TXT antes do passo ('-' = nenhum)
               10  ws-pas-comando                  pic  x(120).
           05  ws-qtd-passos                       pic  9(03)         value zero.
           05  ws-lista-valida                     pic  x(01)         value 'S'.
               88  ws-lista-ok                                         value 'S'.
           05  ws-lista-erro                       pic  x(80)         value spaces.

       01  ws-interpretacao.                                                                    *>  campos de uma linha da lista, como em 1020 do desafio
           05  ws-campo-nome                       pic  x(20).
           05  ws-campo-rc                         pic  x(03).
           05  ws-campo-job                        pic  x(40).
           05  ws-campo-ptr                        pic  9(03).
           05  ws-campo-resto                      pic  9(03).

       01  ws-execucao.
           05  ws-passo-inicial                    pic  9(03)         value 1.
           05  ws-ind-passo                        pic  9(03).
           05  ws-comando                          pic  x(121).                                 *>  linha de comando entregue ao sistema
           05  ws-status-sistema                   pic s9(09)  comp-5.                          *>  status de espera devolvido por SYSTEM: codigo de saida
           05  ws-codigo-passo                     pic  9(03).                                  *>  vezes 256, mais o sinal quando o processo foi derrubado
           05  ws-sinal-passo                      pic  9(03).
           05  ws-maior-codigo                     pic  9(03)         value zero.
           05  ws-cadeia-parada                    pic  x(01)         value 'N'.
               88  ws-cadeia-interrompida                              value 'S'.
           05  ws-nome-job                         pic  x(40)         value 'JOB.TXT'.         *>  nome fixo lido por 1010 do desafio-loteria
           05  ws-nome-reinicio                    pic  x(40)         value 'CADEIA-JOBS-REINICIO.TXT'.
           05  ws-ret-arquivo                      pic  9(02)  comp.                            *>  retorno de CBL_COPY_FILE / CBL_DELETE_FILE
           05  ws-job-preparado                    pic  x(01).
               88  ws-job-copiado                                      value 'S'.

       01  ws-linha-log                            pic  x(200).                                 *>  área de montagem de cada linha do diario
       77  ws-ptr-linha                            pic  9(03).                                  *>  ponteiro usado ao montar as linhas acima com STRING
       77  ws-evento                               pic  x(150).                                 *>  texto do evento em registro no diario
       77  ws-codigo-retorno                       pic  9(02)         value zero.               *>  devolvido no encerramento: 0 cadeia concluida, 4 concluida
                                                                                                *>  com avisos (passos dentro do maximo), 12 interrompida,
                                                                                                *>  16 lista de passos ou ponto de reinicio invalidos, ou
                                                                                                *>  ponto de reinicio que nao pode ser gravado

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform 2000-executa-cadeia
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: lista de passos e ponto de reinicio
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           display 'CADEIA DE JOBS - executa os passos de CADEIA-JOBS.TXT em ordem'

           perform 1010-carrega-passos
           if   not ws-lista-ok then
                move spaces to ws-evento
                string  'LISTA DE PASSOS INVALIDA, nada executado - ' delimited by size
                        ws-lista-erro                  delimited by size
                        into ws-evento
                end-string
                move zero                          to  ws-ind-passo
                perform 3800-grava-log
                move 16                            to  ws-codigo-retorno
                perform 3900-finaliza
           end-if

           perform 1100-verifica-reinicio
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> le a lista de passos, um por linha, campos separados por espacos;
      *> linhas em branco ou comecadas por '*' sao ignoradas:
      *>   <passo> <rc-maximo> <arquivo-job> <comando>
      *>   passo        nome do passo no diario (ate 20 posicoes, sem espacos)
      *>   rc-maximo    maior codigo de retorno aceito; acima dele a cadeia para
      *>   arquivo-job  copiado para JOB.TXT antes do passo e removido depois,
      *>                para os passos do desafio-loteria ('-' = nenhum)
      *>   comando      o resto da linha, entregue ao sistema como esta (pode
      *>                redirecionar a entrada dos programas que perguntam)
      *> exemplo:
      *>   INTEGRIDADE  4 -                 ./integridade-rodadas
      *>   CONFERENCIA  0 JOB-SABADO.TXT    ./desafio-loteria
      *>   ESTATISTICA  4 -                 ./estatistica-loteria
      *>   EXTRATO      4 -                 ./extrato-bolao < EXTRATO-TODOS.TXT
      *>--------------------------------------------------------------------<*
       1010-carrega-passos section.

           open input ws-arq-passos
           if   not ws-passos-aberto then
                move 'N'                           to  ws-lista-valida
                move 'CADEIA-JOBS.TXT nao encontrado'  to  ws-lista-erro
                go to 1010-carrega-passos-exit
           end-if

           move 'N'                                to  ws-fim-passos
           read ws-arq-passos
               at end move 'S'                     to  ws-fim-passos
           end-read

           perform until ws-fim-arq-passos
                              or not ws-lista-ok
               if   ws-reg-passo not = spaces
               and  ws-reg-passo(1:1) not = '*' then
                    perform 1020-interpreta-passo
               end-if
               read ws-arq-passos
                   at end move 'S'                 to  ws-fim-passos
               end-read
           end-perform

           close ws-arq-passos

           if   ws-lista-ok
           and  ws-qtd-passos = zero then
                move 'N'                           to  ws-lista-valida
                move 'nenhum passo na lista'        to  ws-lista-erro
           end-if
           .
       1010-carrega-passos-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> destaca os campos de uma linha da lista e a guarda na tabela
      *>--------------------------------------------------------------------<*
       1020-interpreta-passo section.

           if   ws-qtd-passos >= 30 then
                move 'N'                           to  ws-lista-valida
                move 'mais de 30 passos na lista'   to  ws-lista-erro
                go to 1020-interpreta-passo-exit
           end-if

           move spaces                             to  ws-campo-nome
           move spaces                             to  ws-campo-rc
           move spaces                             to  ws-campo-job
           move 1                                  to  ws-campo-ptr
           unstring ws-reg-passo delimited by all spaces                                       *>  nome, maximo e job sao destacados; o resto da linha e o
               into ws-campo-nome                                                              *>  comando inteiro, com seus argumentos e redirecionamentos
                    ws-campo-rc
                    ws-campo-job
               with pointer ws-campo-ptr
           end-unstring

           if   ws-campo-nome = spaces
           or   ws-campo-job = spaces
           or   ws-campo-ptr > 200 then
                perform 1030-passo-invalido
                go to 1020-interpreta-passo-exit
           end-if
           if   ws-campo-rc(1:1) is not numeric then
                perform 1030-passo-invalido
                go to 1020-interpreta-passo-exit
           end-if

           add 1                                   to  ws-qtd-passos
           move ws-campo-nome                      to  ws-pas-nome(ws-qtd-passos)
           compute ws-pas-rc-maximo(ws-qtd-passos) = function numval(ws-campo-rc)
           move ws-campo-job                       to  ws-pas-job(ws-qtd-passos)
           compute ws-campo-resto = 201 - ws-campo-ptr
           move ws-reg-passo(ws-campo-ptr:ws-campo-resto)
                                                   to  ws-pas-comando(ws-qtd-passos)
           if   ws-pas-comando(ws-qtd-passos) = spaces then
                subtract 1                         from ws-qtd-passos
                perform 1030-passo-invalido
           end-if
           .
       1020-interpreta-passo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> reprova a lista inteira, anotando a linha que nao parseou
      *>--------------------------------------------------------------------<*
       1030-passo-invalido section.

           move 'N'                                to  ws-lista-valida
           move spaces                             to  ws-lista-erro
           string  'linha incompleta: '                delimited by size
                   ws-reg-passo                        delimited by size
                   into ws-lista-erro
           end-string
           .
       1030-passo-invalido-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> com um ponto de reinicio gravado, a cadeia recomeca no passo que
      *> falhou (ou que estava em execucao quando ela caiu) - os anteriores ja
      *> lancaram no razao e nao podem rodar de novo; o nome do passo precisa
      *> bater com a lista atual, senao nada roda ate o operador conferir
      *>--------------------------------------------------------------------<*
       1100-verifica-reinicio section.

           move 1                                  to  ws-passo-inicial

           open input ws-arq-reinicio
           if   not ws-reinicio-aberto then
                move spaces                        to  ws-evento
                move 'INICIO DA CADEIA'            to  ws-evento
                move zero                          to  ws-ind-passo
                perform 3800-grava-log
                go to 1100-verifica-reinicio-exit
           end-if

           read ws-arq-reinicio
               at end move spaces                  to  ws-reg-reinicio
           end-read
           close ws-arq-reinicio

           if   ws-rei-passo is not numeric
           or   ws-rei-passo = zero
           or   ws-rei-passo > ws-qtd-passos then
                move spaces to ws-evento
                string  'PONTO DE REINICIO INVALIDO em CADEIA-JOBS-REINICIO.TXT - nada executado;'
                                                       delimited by size
                        ' confira o diario e remova o arquivo para rodar a cadeia do inicio'
                                                       delimited by size
                        into ws-evento
                end-string
                move zero                          to  ws-ind-passo
                perform 3800-grava-log
                move 16                            to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           if   ws-rei-nome not = ws-pas-nome(ws-rei-passo) then
                move spaces to ws-evento
                string  'PONTO DE REINICIO NAO CONFERE: passo '  delimited by size
                        ws-rei-passo                   delimited by size
                        ' era '                        delimited by size
                        ws-rei-nome                    delimited by '  '
                        ' e agora e '                  delimited by size
                        ws-pas-nome(ws-rei-passo)      delimited by '  '
                        ' - nada executado'            delimited by size
                        into ws-evento
                end-string
                move zero                          to  ws-ind-passo
                perform 3800-grava-log
                move 16                            to  ws-codigo-retorno
                perform 3900-finaliza
           end-if

           move ws-rei-passo                       to  ws-passo-inicial
           move spaces to ws-evento
           if   ws-rei-em-execucao then
                string  'REINICIO DA CADEIA no passo ' delimited by size
                        ws-rei-passo                   delimited by size
                        ', que estava em execucao em ' delimited by size
                        ws-rei-data-hora               delimited by size
                        ' quando a cadeia parou'       delimited by size
                        into ws-evento
                end-string
           else
                string  'REINICIO DA CADEIA no passo ' delimited by size
                        ws-rei-passo                   delimited by size
                        ', que falhou em '             delimited by size
                        ws-rei-data-hora               delimited by size
                        ' com codigo '                 delimited by size
                        ws-rei-codigo                  delimited by size
                        into ws-evento
                end-string
           end-if
           move zero                               to  ws-ind-passo
           perform 3800-grava-log
           .
       1100-verifica-reinicio-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> executa os passos em ordem, a partir do ponto de reinicio, ate o fim
      *> da lista ou ate um passo devolver mais que o seu maximo
      *>--------------------------------------------------------------------<*
       2000-executa-cadeia section.

           perform varying ws-ind-passo from ws-passo-inicial by 1
                             until ws-ind-passo > ws-qtd-passos
                                or ws-cadeia-interrompida
               perform 2100-executa-passo
           end-perform
           .
       2000-executa-cadeia-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> executa um passo: marca o ponto de reinicio, prepara o JOB.TXT,
      *> chama o comando e confere o codigo de retorno contra o maximo
      *>--------------------------------------------------------------------<*
       2100-executa-passo section.

           move spaces                             to  ws-reg-reinicio
           move 'E'                                to  ws-rei-situacao
           move zero                               to  ws-rei-codigo
           perform 2200-grava-reinicio

           move 'N'                                to  ws-job-preparado
           if   ws-pas-job(ws-ind-passo) not = '-' then
                call "CBL_COPY_FILE" using ws-pas-job(ws-ind-passo)
                                           ws-nome-job
                                     returning ws-ret-arquivo
                end-call
                if   ws-ret-arquivo not = zero then                                             *>  sem o job o desafio abriria os dialogos e ficaria
                     move spaces to ws-evento                                                   *>  esperando resposta: o passo falha sem rodar
                     string  'FALHOU: arquivo de job '  delimited by size
                             ws-pas-job(ws-ind-passo)   delimited by space
                             ' nao pode ser copiado para JOB.TXT' delimited by size
                             into ws-evento
                     end-string
                     perform 3800-grava-log
                     move 99                       to  ws-codigo-passo
                     perform 2300-interrompe-cadeia
                     go to 2100-executa-passo-exit
                end-if
                move 'S'                           to  ws-job-preparado
           end-if

           move spaces to ws-evento
           string  'INICIO  '                          delimited by size
                   ws-pas-comando(ws-ind-passo)        delimited by '   '
                   into ws-evento
           end-string
           perform 3800-grava-log

           move ws-pas-comando(ws-ind-passo)       to  ws-comando
           call "SYSTEM" using ws-comando
                         returning ws-status-sistema
           end-call

           if   ws-status-sistema < zero then                                                   *>  o sistema nem conseguiu criar o processo
                move 99                            to  ws-codigo-passo
                move zero                          to  ws-sinal-passo
           else
                divide ws-status-sistema by 256 giving ws-codigo-passo
                                                remainder ws-sinal-passo
                if   ws-sinal-passo not = zero then                                             *>  processo derrubado por sinal: conta como falha
                     move 99                       to  ws-codigo-passo
                end-if
           end-if

           if   ws-job-copiado then
                call "CBL_DELETE_FILE" using ws-nome-job
                                       returning ws-ret-arquivo
                end-call
           end-if

           move spaces to ws-evento
           string  'FIM     codigo de retorno '        delimited by size
                   ws-codigo-passo                     delimited by size
                   ' (maximo '                         delimited by size
                   ws-pas-rc-maximo(ws-ind-passo)      delimited by size
                   ')'                                 delimited by size
                   into ws-evento
           end-string
           perform 3800-grava-log

           if   ws-codigo-passo > ws-pas-rc-maximo(ws-ind-passo) then
                perform 2300-interrompe-cadeia
                go to 2100-executa-passo-exit
           end-if
           if   ws-codigo-passo > ws-maior-codigo then
                move ws-codigo-passo               to  ws-maior-codigo
           end-if
           .
       2100-executa-passo-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> regrava o ponto de reinicio com o passo corrente
      *>--------------------------------------------------------------------<*
       2200-grava-reinicio section.

           move ws-ind-passo                       to  ws-rei-passo
           move ws-pas-nome(ws-ind-passo)          to  ws-rei-nome
           move function current-date(1:14)        to  ws-rei-data-hora
           open output ws-arq-reinicio
           if   ws-reinicio-aberto then
                write ws-reg-reinicio
           end-if
           if   not ws-reinicio-aberto then                                                     *>  sem ponto de reinicio a proxima execucao recomecaria do
                move spaces to ws-evento                                                        *>  passo 1, repetindo passos que ja lancaram: nada mais roda
                string  'PONTO DE REINICIO NAO GRAVADO em CADEIA-JOBS-REINICIO.TXT (status '
                                                       delimited by size
                        ws-fs-reinicio                 delimited by size
                        ') - cadeia parada antes do comando do passo' delimited by size
                        into ws-evento
                end-string
                perform 3800-grava-log
                close ws-arq-reinicio
                move 16                            to  ws-codigo-retorno
                perform 3900-finaliza
           end-if
           close ws-arq-reinicio
           .
       2200-grava-reinicio-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> para a cadeia no passo corrente e deixa o reinicio apontado para ele
      *>--------------------------------------------------------------------<*
       2300-interrompe-cadeia section.

           move spaces                             to  ws-reg-reinicio
           move 'F'                                to  ws-rei-situacao
           move ws-codigo-passo                    to  ws-rei-codigo
           perform 2200-grava-reinicio
           move 'S'                                to  ws-cadeia-parada

           move spaces to ws-evento
           string  'CADEIA INTERROMPIDA: corrija o problema e rode a cadeia de novo - ela recomeca neste passo'
                                                       delimited by size
                   into ws-evento
           end-string
           perform 3800-grava-log
           .
       2300-interrompe-cadeia-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> acrescenta ao diario a linha do evento em ws-evento: data e hora,
      *> numero e nome do passo (zero = a propria cadeia) e o texto
      *>--------------------------------------------------------------------<*
       3800-grava-log section.

           move spaces to ws-linha-log
           move 1                                  to  ws-ptr-linha
           string  function current-date(1:14)         delimited by size
                   ' '                                 delimited by size
                   ws-ind-passo                        delimited by size
                   ' '                                 delimited by size
                   into ws-linha-log
                   with pointer ws-ptr-linha
           end-string
           if   ws-ind-passo > zero
           and  ws-ind-passo <= ws-qtd-passos then
                string  ws-pas-nome(ws-ind-passo)      delimited by size
                        into ws-linha-log
                        with pointer ws-ptr-linha
                end-string
           else
                string  'CADEIA              '         delimited by size
                        into ws-linha-log
                        with pointer ws-ptr-linha
                end-string
           end-if
           string  ' '                                 delimited by size
                   ws-evento                           delimited by size
                   into ws-linha-log
                   with pointer ws-ptr-linha
           end-string

           open extend ws-arq-log
           if   ws-log-inexistente then                                                         *>  primeira execucao: cria o diario vazio
                open output ws-arq-log
                close ws-arq-log
                open extend ws-arq-log
           end-if
           if   ws-log-aberto then
                move ws-linha-log                  to  ws-reg-log
                write ws-reg-log
                close ws-arq-log
           else
                display 'Atencao: diario CADEIA-JOBS-LOG.TXT indisponivel (status ' ws-fs-log ').'
           end-if
           display ws-linha-log
           .
       3800-grava-log-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização: sem interrupcao a cadeia chegou ao fim
      *> e o ponto de reinicio e removido, para a proxima comecar do passo 1
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           if   ws-codigo-retorno = zero then
                if   ws-cadeia-interrompida then
                     move 12                       to  ws-codigo-retorno
                else
                     call "CBL_DELETE_FILE" using ws-nome-reinicio
                                            returning ws-ret-arquivo
                     end-call
                     if   ws-maior-codigo > zero then
                          move 4                   to  ws-codigo-retorno
                     end-if
                     move spaces to ws-evento
                     string  'CADEIA CONCLUIDA - maior codigo de retorno dos passos: ' delimited by size
                             ws-maior-codigo       delimited by size
                             into ws-evento
                     end-string
                     move zero                     to  ws-ind-passo
                     perform 3800-grava-log
                end-if
           end-if

           move ws-codigo-retorno                  to  return-code
           stop run
           .
       3900-finaliza-exit.
           exit.
