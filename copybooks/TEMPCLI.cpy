      *>------------------------------------------------------------------------
      *>   copybook   : TEMPCLI
      *>   finalidade : layout do registro do cadastro de contas de
      *>                clientes do faturamento de energia
      *>                (arqClientes.txt) - uma linha por periodo de
      *>                vigencia de estacao de referencia da conta: a
      *>                troca de estacao fecha o periodo corrente na
      *>                vespera e abre outro a partir da data de efeito;
      *>                nome, dia de inicio do ciclo de leitura e
      *>                temperatura base sao da conta e se repetem em
      *>                todas as linhas dela
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com a manutencao do
      *>                cadastro (lista11_numero01.clientes) e o
      *>                demonstrativo por ciclo (lista11_numero01.ciclos);
      *>                copiado na working-storage (leitura com read into,
      *>                gravacao com write from), como o TEMPEST no
      *>                lista11_numero01.estacoes
      *>------------------------------------------------------------------------

       01  cli-registro.
           05  cli-conta                           pic x(10).
           05  filler                              pic x(01) value ";".
           05  cli-nome                            pic x(30).
           05  filler                              pic x(01) value ";".
           05  cli-dia-ciclo                       pic 9(02).
           05  cli-dia-ciclo-x redefines cli-dia-ciclo
                                                   pic x(02).
           05  filler                              pic x(01) value ";".
           05  cli-base                            pic -9(02),99.
           05  cli-base-x redefines cli-base.
               10  cli-base-sinal                  pic x(01).
               10  cli-base-inteira                pic 9(02).
               10  cli-base-virgula                pic x(01).
               10  cli-base-decimal                pic 9(02).
           05  filler                              pic x(01) value ";".
           05  cli-estacao                         pic x(05).
           05  filler                              pic x(01) value ";".
           05  cli-data-inicio                     pic 9(08).
           05  cli-data-inicio-x redefines cli-data-inicio
                                                   pic x(08).
           05  filler                              pic x(01) value ";".
           05  cli-data-fim                        pic 9(08).
           05  cli-data-fim-x redefines cli-data-fim
                                                   pic x(08).
