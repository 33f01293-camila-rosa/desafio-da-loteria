      $set sourceformat"free"
       identification division.                                                                 *>divisão de identificação do programa
       program-id. "pagamentos-bolao".                                                         *>--- registro dos pagamentos feitos pelos participantes ---
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

       environment division.                                                                    *>divisão para configurações de ambiente
       configuration section.
           special-names. decimal-point is comma.

       input-output section.                                                                    *>declaração de recursos externos
       file-control.
           select ws-arq-pagamentos            assign to "PAGAMENTOS.TXT"                     *>  pagamentos recebidos dos participantes (PIX, dinheiro...),
                                                 organization is line sequential               *>  um por linha, so acrescentados; a conciliacao-bolao casa
                                                 file status is ws-fs-pagamentos.              *>  estes pagamentos com as contribuicoes do razao
           select ws-arq-participantes         assign to "PARTICIPANTES.TXT"                  *>  cadastro do bolao mantido pelo desafio-loteria (ver 1300
                                                 organization is line sequential               *>  de la), lido so para conferir o nome digitado
                                                 file status is ws-fs-participantes.
       i-o-control.

       data division.                                                                           *>declaração de variáveis
       file section.                                                                            *>--- variáveis de arquivo ---

       fd  ws-arq-pagamentos
           label records are standard.
       01  ws-reg-pagamento.                                                                    *>  um pagamento por linha: quem pagou, quando, quanto (duas
           05  ws-pg-nome                           pic  x(30).                                 *>  casas decimais implicitas), a forma ('P' PIX, 'D' dinheiro,
           05  filler                               pic  x(01).                                 *>  'T' transferencia, 'O' outra) e a referencia do comprovante
           05  ws-pg-data                           pic  9(08).                                 *>  (id do PIX, recibo...)
           05  filler                               pic  x(01).
           05  ws-pg-valor                          pic  9(11)v9(02).
           05  filler                               pic  x(01).
           05  ws-pg-forma                          pic  x(01).
           05  filler                               pic  x(01).
           05  ws-pg-referencia                     pic  x(30).

       fd  ws-arq-participantes
           label records are standard.
       01  ws-reg-participante.                                                                 *>  um participante por linha: nome e quantidade de quotas
           05  ws-parti-nome                        pic  x(30).
           05  filler                               pic  x(01).
           05  ws-parti-quotas                      pic  9(03).

       working-storage section.                                                                 *>--- variáveis de trabalho ---

       01  ws-uso-comum.
           05  ws-fs-pagamentos                    pic  x(02).
               88  ws-pagamentos-aberto                                value '00'.
               88  ws-pagamentos-inexistente                           value '35'.
           05  ws-fs-participantes                 pic  x(02).
               88  ws-participantes-aberto                             value '00'.
           05  ws-fim-participantes                pic  x(01)         value 'N'.
               88  ws-fim-arq-participantes                            value 'S'.
           05  ws-fim-entrada                      pic  x(01)         value 'N'.
               88  ws-entrada-encerrada                                value 'S'.
           05  ws-resposta-confirma                pic  x(01).
           05  ws-data-hoje                        pic  9(08).

       01  ws-participantes.                                                                    *>  nomes cadastrados em PARTICIPANTES.TXT
           05  ws-qtd-participantes                pic  9(02)         value zero.
           05  ws-part-nome                        pic  x(30)         occurs 20 times.
           05  ws-ind-parti                        pic  9(02).
           05  ws-parti-achado                     pic  x(01).
               88  ws-participante-cadastrado                          value 'S'.

       01  ws-entrada-pagamento.                                                                *>  campos editados na tela de entrada
           05  ws-pag-nome-tela                    pic  x(30).
           05  ws-pag-data-tela                    pic  9(08).
           05  ws-pag-valor-tela                   pic  x(15).                                  *>  valor como digitado (ex.: 25,00)
           05  ws-pag-forma-tela                   pic  x(01).
               88  ws-pag-forma-valida                                 values 'P' 'D' 'T' 'O'.
           05  ws-pag-referencia-tela              pic  x(30).
           05  ws-pag-valor                        pic  9(11)v9(02).
           05  ws-pag-valor-ed                     pic  -z(12)9,99.

       01  ws-totais.
           05  ws-qtd-gravados                     pic  9(05)         value zero.
           05  ws-valor-gravado                    pic  9(13)v9(02)   value zero.
           05  ws-valor-gravado-ed                 pic  -z(12)9,99.

       screen section.                                                                          *>declaração de tela
      *>--------------------------------------------------------------------<*
      *> tela de entrada de um pagamento recebido de um participante
      *>--------------------------------------------------------------------<*
       01  sc-tela-pagamento.
           05  blank screen.
           05  line 02 col 10 value 'PAGAMENTOS RECEBIDOS DOS PARTICIPANTES DO BOLAO'.
           05  line 04 col 10 value 'Participante (em branco encerra)..: '.
           05  line 04 col 46 pic x(30) using ws-pag-nome-tela.
           05  line 06 col 10 value 'Data do pagamento AAAAMMDD........: '.
           05  line 06 col 46 pic 9(08) using ws-pag-data-tela.
           05  line 06 col 56 value '(zero = hoje)'.
           05  line 08 col 10 value 'Valor pago em R$ (ex.: 25,00).....: '.
           05  line 08 col 46 pic x(15) using ws-pag-valor-tela.
           05  line 10 col 10 value 'Forma (P=PIX D=dinheiro T=transf. O=outra): '.
           05  line 10 col 55 pic x(01) using ws-pag-forma-tela.
           05  line 12 col 10 value 'Referencia (id do PIX, recibo)....: '.
           05  line 12 col 46 pic x(30) using ws-pag-referencia-tela.

       procedure division.                                                                      *>declaração do corpo do programa

           perform 1000-inicializa
           perform until ws-entrada-encerrada
               perform 2000-registra-pagamento
           end-perform
           perform 3900-finaliza
           .
      *>--------------------------------------------------------------------<*
      *> procedimentos de inicialização: carrega os nomes do cadastro e
      *> abre o arquivo de pagamentos para acrescentar (cria se nao existe)
      *>--------------------------------------------------------------------<*
       1000-inicializa section.

           move function current-date(1:8)         to  ws-data-hoje

           perform 1100-carrega-participantes

           open extend ws-arq-pagamentos
           if   ws-pagamentos-inexistente then                                                  *>  primeiro pagamento registrado: cria o arquivo vazio
                open output ws-arq-pagamentos
                close ws-arq-pagamentos
                open extend ws-arq-pagamentos
           end-if
           if   not ws-pagamentos-aberto then
                display 'PAGAMENTOS.TXT indisponivel (status ' ws-fs-pagamentos '). Encerrando.'
                move 12                            to  return-code
                stop run
           end-if
           .
       1000-inicializa-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> carrega os nomes de PARTICIPANTES.TXT, para avisar quando o nome
      *> digitado nao bate com o cadastro (o razao usa o nome como chave)
      *>--------------------------------------------------------------------<*
       1100-carrega-participantes section.

           move zero                               to  ws-qtd-participantes

           open input ws-arq-participantes
           if   not ws-participantes-aberto then
                display 'Atencao: PARTICIPANTES.TXT nao encontrado - os nomes nao serao conferidos.'
                go to 1100-carrega-participantes-exit
           end-if

           move 'N'                                to  ws-fim-participantes
           read ws-arq-participantes
               at end move 'S'                     to  ws-fim-participantes
           end-read

           perform until ws-fim-arq-participantes
                              or ws-qtd-participantes >= 20
               add 1                               to  ws-qtd-participantes
               move ws-parti-nome                  to  ws-part-nome(ws-qtd-participantes)
               read ws-arq-participantes
                   at end move 'S'                 to  ws-fim-participantes
               end-read
           end-perform

           close ws-arq-participantes
           .
       1100-carrega-participantes-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> recebe um pagamento pela tela, valida os campos e, confirmado,
      *> acrescenta o registro em PAGAMENTOS.TXT
      *>--------------------------------------------------------------------<*
       2000-registra-pagamento section.

           move spaces                             to  ws-pag-nome-tela
           move zero                               to  ws-pag-data-tela
           move spaces                             to  ws-pag-valor-tela
           move 'P'                                to  ws-pag-forma-tela
           move spaces                             to  ws-pag-referencia-tela

           display sc-tela-pagamento
           accept  sc-tela-pagamento

           if   ws-pag-nome-tela = spaces then
                move 'S'                           to  ws-fim-entrada
                go to 2000-registra-pagamento-exit
           end-if

           if   ws-pag-data-tela = zero then
                move ws-data-hoje                  to  ws-pag-data-tela
           end-if
           if   function test-date-yyyymmdd(ws-pag-data-tela) not = zero then
                display 'Data invalida. Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if
           if   ws-pag-data-tela > ws-data-hoje then
                display 'Data no futuro. Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if

           if   ws-pag-valor-tela(1:1) is not numeric then
                display 'Valor invalido. Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if
           compute ws-pag-valor = function numval(ws-pag-valor-tela)
           if   ws-pag-valor = zero then
                display 'Valor zerado. Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if

           inspect ws-pag-forma-tela converting 'pdto' to 'PDTO'
           if   not ws-pag-forma-valida then
                display 'Forma de pagamento invalida (P, D, T ou O). Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if

           if   ws-qtd-participantes > zero then
                move 'N'                           to  ws-parti-achado
                perform varying ws-ind-parti from 1 by 1
                                  until ws-ind-parti > ws-qtd-participantes
                    if   ws-part-nome(ws-ind-parti) = ws-pag-nome-tela then
                         move 'S'                  to  ws-parti-achado
                    end-if
                end-perform
                if   not ws-participante-cadastrado then                                        *>  pode ser quem ja saiu do bolao quitando atrasados, mas o
                     display 'Atencao: ' ws-pag-nome-tela ' nao consta em PARTICIPANTES.TXT.'   *>  nome tem de ser o mesmo do razao para a conciliacao casar
                end-if
           end-if

           move ws-pag-valor                       to  ws-pag-valor-ed
           display 'Confirma o pagamento de R$ ' ws-pag-valor-ed ' de ' ws-pag-nome-tela
                   ' em ' ws-pag-data-tela '? (S/N)'
           accept ws-resposta-confirma
           if   ws-resposta-confirma not = 'S'
           and  ws-resposta-confirma not = 's' then
                display 'Pagamento descartado.'
                go to 2000-registra-pagamento-exit
           end-if

           move spaces                             to  ws-reg-pagamento
           move ws-pag-nome-tela                   to  ws-pg-nome
           move ws-pag-data-tela                   to  ws-pg-data
           move ws-pag-valor                       to  ws-pg-valor
           move ws-pag-forma-tela                  to  ws-pg-forma
           move ws-pag-referencia-tela             to  ws-pg-referencia
           write ws-reg-pagamento

           add 1                                   to  ws-qtd-gravados
           add ws-pag-valor                        to  ws-valor-gravado
           display 'Pagamento registrado.'
           .
       2000-registra-pagamento-exit.
           exit.
      *>--------------------------------------------------------------------<*
      *> procedimentos de finalização
      *>--------------------------------------------------------------------<*
       3900-finaliza section.

           close ws-arq-pagamentos

           move ws-valor-gravado                   to  ws-valor-gravado-ed
           display 'Pagamentos registrados nesta sessao.: ' ws-qtd-gravados
                   '   Total (R$).: ' ws-valor-gravado-ed
           stop run
           .
       3900-finaliza-exit.
           exit.
