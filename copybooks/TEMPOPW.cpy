      *>------------------------------------------------------------------------
      *>   copybook   : TEMPOPW
      *>   finalidade : area de trabalho do cadastro de operadores
      *>                carregado do arqOperadores.txt e da identificacao
      *>                do operador da sessao (codigo e perfil conferidos)
      *>                - as secoes que a usam estao em
      *>                copybooks/TEMPOPC.cpy
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com o cadastro de
      *>                operadores; ws-operador, que cada programa de
      *>                atualizacao declarava e aceitava como texto livre,
      *>                passa a ser este, preenchido so pela identificacao
      *>   15/10/2026 - msv - senha deixa de ser embaralhada por troca fixa
      *>                de letras (reversivel por quem tem o fonte) e
      *>                passa a ser guardada como resumo de 8 digitos,
      *>                sem volta, calculado com o codigo do operador
      *>------------------------------------------------------------------------

       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqSeguranca                      pic 9(02).

      *>   operadores do cadastro, na ordem do arquivo (da senha fica so
      *>   o resumo, como esta gravado)
       01  ws-operadores occurs 100.
           05  ws-opr-id                           pic x(08).
           05  ws-opr-nome                         pic x(30).
           05  ws-opr-senha                        pic x(08).
           05  ws-opr-perfil                       pic x(01).
           05  ws-opr-situacao                     pic x(01).
               88  ws-opr-ativo                             value "A".
               88  ws-opr-inativo                           value "I".
           05  ws-opr-data-senha                   pic 9(08).

       77  ws-qtd-operadores                       pic 9(03) value 0.
       77  ws-ind-opr                              pic 9(03).

      *>   procura de operador (localizar-operador)
       77  ws-opr-procurado                        pic x(08).
       77  ws-opr-corrente                         pic 9(03) value 0.
       77  ws-operador-cadastrado                  pic x(01) value "N".
           88  ws-operador-eh-cadastrado                    value "S".
           88  ws-operador-nao-cadastrado                   value "N".

      *>   operador identificado na sessao: o codigo e o que vai para as
      *>   trilhas, o perfil decide as funcoes permitidas
       77  ws-operador                             pic x(08) value spaces.
       77  ws-operador-perfil                      pic x(01) value space.
           88  ws-perfil-analista                           value "A".
           88  ws-perfil-supervisor                         value "S".
           88  ws-perfil-administrador                      value "D".
           88  ws-perfil-de-supervisao                      value "S" "D".

      *>   identificacao: senha digitada (resumida antes de comparar),
      *>   tentativas e resultado
       77  ws-senha-digitada                       pic x(08).
       77  ws-opr-tentativas                       pic 9(01) value 0.
       77  ws-opr-max-tentativas                   pic 9(01) value 3.
       77  ws-identificacao                        pic x(01) value "N".
           88  ws-operador-identificado                     value "S".
           88  ws-operador-nao-identificado                 value "N".

      *>   resumo da senha (resumir-senha): o cadastro nao guarda a
      *>   senha, so um resumo de 8 digitos do qual nao ha como voltar
      *>   a ela - cada caractere do codigo do operador e da senha vale
      *>   a sua posicao no alfabeto abaixo (espaco vale 0, caractere
      *>   fora do alfabeto vale 63) e os valores sao acumulados num
      *>   polinomio modulo um primo; o codigo do operador entra antes
      *>   da senha, e a mesma senha da resumos diferentes em operadores
      *>   diferentes
       01  ws-opr-alfabeto                         pic x(62) value
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01  ws-opr-alfabeto-r redefines ws-opr-alfabeto.
           05  ws-opr-letra occurs 62              pic x(01).

      *>   codigo do operador dono da senha (movido por quem executa
      *>   resumir-senha) seguido da senha, caractere a caractere
       01  ws-opr-texto-resumo.
           05  ws-opr-resumo-codigo                pic x(08).
           05  ws-opr-resumo-senha                 pic x(08).
       01  ws-opr-texto-resumo-r redefines ws-opr-texto-resumo.
           05  ws-opr-car-resumo occurs 16         pic x(01).

       77  ws-opr-primo                            pic 9(08) value 99999989.
       77  ws-opr-base-resumo                      pic 9(02) value 67.
       77  ws-opr-resumo                           pic 9(08).
       77  ws-opr-resumo-trab                      pic 9(11).
       77  ws-opr-resumo-quoc                      pic 9(11).
       77  ws-opr-ind-car                          pic 9(02).
       77  ws-opr-ind-alf                          pic 9(02).
       77  ws-opr-valor-car                        pic 9(02).
       77  ws-opr-senha-estranha                   pic x(01) value "N".
           88  ws-senha-tem-estranho                        value "S".
           88  ws-senha-sem-estranho                        value "N".

      *>   idade da senha em meses (data do dia x data da ultima troca)
      *>   e o prazo a partir do qual a identificacao avisa para trocar
       01  ws-opr-hoje.
           05  ws-opr-hoje-ano                     pic 9(04).
           05  ws-opr-hoje-mes                     pic 9(02).
           05  ws-opr-hoje-dia                     pic 9(02).
       01  ws-opr-hoje-r redefines ws-opr-hoje     pic 9(08).

       01  ws-opr-data-trab.
           05  ws-opr-trab-ano                     pic 9(04).
           05  ws-opr-trab-mes                     pic 9(02).
           05  ws-opr-trab-dia                     pic 9(02).
       01  ws-opr-data-trab-r redefines ws-opr-data-trab
                                                   pic 9(08).

       77  ws-opr-meses-senha                      pic s9(04).
       77  ws-opr-prazo-senha                      pic 9(02) value 3.

      *>   descricao do perfil para a tela (descrever-perfil)
       77  ws-opr-perfil-conferido                 pic x(01).
       77  ws-opr-perfil-desc                      pic x(13).

      *>   funcao recusada pelo perfil, para a tela e o log de seguranca
      *>   (negar-funcao)
       77  ws-opr-funcao-negada                    pic x(40).
