      *>------------------------------------------------------------------------
      *>   copybook   : TEMPOPR
      *>   finalidade : layout do registro do cadastro de operadores
      *>                (arqOperadores.txt) - uma linha por operador, com
      *>                o codigo que vai para as trilhas (.cor,
      *>                arqFechamentos.txt, .dsp, jornal), o nome, o resumo
      *>                da senha, o perfil, a situacao e a data da
      *>                ultima troca de senha
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com a manutencao do
      *>                cadastro (lista11_numero01.operadores) e a
      *>                identificacao nos programas de atualizacao
      *>                (copybooks/TEMPOPC.cpy); copiado na working-storage
      *>                (leitura com read into, gravacao com write from),
      *>                como o TEMPCLI
      *>   15/10/2026 - msv - opr-senha passa a guardar o resumo de 8
      *>                digitos da senha (resumir-senha) em vez da senha
      *>                embaralhada
      *>------------------------------------------------------------------------

      *>   perfil: A = analista (corrige e decide leituras da propria
      *>   fila), S = supervisor (tambem reabre mes, desativa estacao,
      *>   abandona rejeito, encerra conta e corrige na fila dos outros),
      *>   D = administrador (tudo, e a manutencao do cadastro)
       01  opr-registro.
           05  opr-id                              pic x(08).
           05  filler                              pic x(01) value ";".
           05  opr-nome                            pic x(30).
           05  filler                              pic x(01) value ";".
           05  opr-senha                           pic x(08).
           05  filler                              pic x(01) value ";".
           05  opr-perfil                          pic x(01).
               88  opr-analista                             value "A".
               88  opr-supervisor                           value "S".
               88  opr-administrador                        value "D".
           05  filler                              pic x(01) value ";".
           05  opr-situacao                        pic x(01).
               88  opr-ativo                                value "A".
               88  opr-inativo                              value "I".
           05  filler                              pic x(01) value ";".
      *>   aaaammdd da ultima troca; zero = senha provisoria, dada pelo
      *>   administrador e ainda nao trocada pelo dono
           05  opr-data-senha                      pic 9(08).
           05  opr-data-senha-x redefines opr-data-senha
                                                   pic x(08).
