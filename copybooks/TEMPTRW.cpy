      *>------------------------------------------------------------------------
      *>   copybook   : TEMPTRW
      *>   finalidade : area de trabalho do cadastro de transmissoes
      *>                (arqTemperaturas.trx), compartilhada entre o
      *>                processamento do retorno (lista11_numero01.retorno)
      *>                e o fechamento de mes - as secoes estao em
      *>                copybooks/TEMPTRC.cpy
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o processamento
      *>                do arquivo de retorno do sistema corporativo
      *>------------------------------------------------------------------------

       77  ws-fs-arqTransmissoes                   pic 9(02).

      *>   situacao vigente de cada intervalo transmitido, montada por
      *>   carregar-transmissoes a partir da ULTIMA linha de cada um no
      *>   cadastro; ws-trx-pendentes (leituras rejeitadas ainda sem
      *>   retransmissao) e apurado por quem usa a tabela
       01  ws-transmissoes occurs 200.
           05  ws-trx-ini                          pic 9(08).
           05  ws-trx-ini-r redefines ws-trx-ini.
               10  ws-trx-ini-aaaamm               pic 9(06).
               10  ws-trx-ini-dd                   pic 9(02).
           05  ws-trx-fim                          pic 9(08).
           05  ws-trx-fim-r redefines ws-trx-fim.
               10  ws-trx-fim-aaaamm               pic 9(06).
               10  ws-trx-fim-dd                   pic 9(02).
           05  ws-trx-situacao                     pic x(01).
               88  ws-trx-aguardando                        value "E" "R" "N".
               88  ws-trx-em-aberto                         value "E" "R" "N" "P".
               88  ws-trx-parcial                           value "P".
      *>   tipo do ultimo arquivo enviado: "E" o intervalo inteiro,
      *>   "R" so as leituras rejeitadas ja corrigidas
           05  ws-trx-tipo-envio                   pic x(01).
           05  ws-trx-geracao                      pic 9(08).
           05  ws-trx-qtd                          pic 9(06).
           05  ws-trx-hash                         pic s9(07)v9(02).
           05  ws-trx-qtd-aceitas                  pic 9(06).
           05  ws-trx-qtd-rejeitadas               pic 9(06).
           05  ws-trx-data                         pic 9(08).
           05  ws-trx-pendentes                    pic 9(05).

       77  ws-qtd-transmissoes                     pic 9(03) value 0.
       77  ws-ind-trx                              pic 9(03).
       77  ws-trx-achado                           pic 9(03).

      *>   intervalo procurado por localizar-transmissao
       77  ws-trx-procurado-ini                    pic 9(08).
       77  ws-trx-procurado-fim                    pic 9(08).

      *>   mes (aaaamm) sob conferencia por conferir-mes-transmissao e
      *>   quantos intervalos em aberto tocam nele
       77  ws-trx-mes-conferido                    pic 9(06).
       77  ws-trx-qtd-em-aberto                    pic 9(03).

      *>   situacao por extenso, montada por descrever-situacao-trx a
      *>   partir do codigo em ws-trx-situacao-cod
       77  ws-trx-situacao-cod                     pic x(01).
       77  ws-trx-situacao-texto                   pic x(24).
