      *>------------------------------------------------------------------------
      *>   copybook   : TEMPTRX
      *>   finalidade : layout do registro do cadastro de transmissoes
      *>                para o sistema corporativo (arqTemperaturas.trx) -
      *>                uma linha por evento, sempre em extend: "E"
      *>                enviado (arqTemperaturas.int liberado), "R"
      *>                retransmitido (arqTemperaturas.rtx com as leituras
      *>                rejeitadas ja corrigidas), "A" aceito, "P"
      *>                parcialmente rejeitado, "N" nunca confirmado (sem
      *>                retorno no prazo); a situacao vigente de um
      *>                intervalo e a da ULTIMA linha dele, e o proprio
      *>                arquivo e a trilha de cada transmissao
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o processamento
      *>                do arquivo de retorno do sistema corporativo
      *>                (lista11_numero01.retorno); copiado na
      *>                working-storage dos programas (leitura com read
      *>                into, gravacao com write from), como o
      *>                copybooks/TEMPFEC.cpy
      *>------------------------------------------------------------------------

      *>   linha: ini;fim;situacao;geracao;qtd;hash;aceitas;rejeitadas;
      *>          data;hora
      *>   - ini/fim (aaaammdd) identificam o intervalo transmitido
      *>   - geracao, qtd e hash sao os do header/trailer do ultimo
      *>     arquivo enviado para o intervalo: e contra eles que o
      *>     retorno e conferido
       01  trx-registro.
           05  trx-ini                             pic 9(08).
           05  filler                              pic x(01) value ";".
           05  trx-fim                             pic 9(08).
           05  filler                              pic x(01) value ";".
           05  trx-situacao                        pic x(01).
               88  trx-enviado                              value "E".
               88  trx-retransmitido                        value "R".
               88  trx-aceito                               value "A".
               88  trx-parcial                              value "P".
               88  trx-sem-retorno                          value "N".
           05  filler                              pic x(01) value ";".
           05  trx-geracao                         pic 9(08).
           05  filler                              pic x(01) value ";".
           05  trx-qtd                             pic 9(06).
           05  filler                              pic x(01) value ";".
           05  trx-hash                            pic -9(07),99.
           05  filler                              pic x(01) value ";".
           05  trx-qtd-aceitas                     pic 9(06).
           05  filler                              pic x(01) value ";".
           05  trx-qtd-rejeitadas                  pic 9(06).
           05  filler                              pic x(01) value ";".
           05  trx-data                            pic 9(08).
           05  filler                              pic x(01) value ";".
           05  trx-hora                            pic 9(08).
