      *>------------------------------------------------------------------------
      *>   copybook   : TEMPCAD
      *>   finalidade : layout do registro do arquivo de controle da
      *>                cadeia noturna (arqTemperaturas.cad) - uma linha
      *>                por etapa, na ordem de execucao: sequencia, nome
      *>                da etapa (o mesmo nome que o programa grava no
      *>                jornal, ws-jrn-programa-nome), ate tres etapas
      *>                das quais ela depende (em branco = nenhuma) e a
      *>                linha de comando que executa o programa (com o
      *>                redirecionamento das respostas, quando o
      *>                programa pergunta algo ao operador); lido pelo
      *>                lista11_numero01.cadeia, que executa a noite, e
      *>                pelo lista11_numero01.operacao, que confere
      *>                contra ele os programas esperados
      *>------------------------------------------------------------------------
      *>   historico
      *>   15/10/2026 - msv - copybook criado junto com a cadeia noturna
      *>------------------------------------------------------------------------

      *>   linha: sss;etapa;depende1;depende2;depende3;comando
      *>   exemplo:
      *>   020;consolidacao;carga       ;            ;            ;./lista11_questao01_consolidacao
       01  cad-registro.
           05  cad-sequencia                       pic 9(03).
           05  filler                              pic x(01) value ";".
           05  cad-programa                        pic x(12).
           05  filler                              pic x(01) value ";".
           05  cad-dependencias.
               10  cad-depende-1                   pic x(12).
               10  filler                          pic x(01) value ";".
               10  cad-depende-2                   pic x(12).
               10  filler                          pic x(01) value ";".
               10  cad-depende-3                   pic x(12).
               10  filler                          pic x(01) value ";".
           05  cad-dependencias-r redefines cad-dependencias.
               10  cad-dep-ocor occurs 3.
                   15  cad-depende                 pic x(12).
                   15  filler                      pic x(01).
           05  cad-comando                         pic x(80).
