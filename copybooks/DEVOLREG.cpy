      * Registro do arquivo de devolucao a fonte (DEVxxxxxxxx, um
      * por INT-HDR-ORIGEM), gravado por DEVOLVER-REJEITADOS com os
      * rejeitados da noite: a imagem original do registro do INTAKE
      * (estrutura + corpo), o codigo padrao do motivo, a data de
      * negocio e o arquivo de rejeitados de onde veio.  Leiaute
      * fixo, para a fonte carregar de volta.  Rejeitados sem origem
      * conhecida (sem cabecalho ou anteriores ao campo de origem)
      * vao para DEVSEMORIG.
      *
      * Codigos padrao do motivo (a primeira letra e a classe):
      *   E001 SEM CABECALHO         E005 HASH DIVERGE
      *   E002 SEM TRAILER           E006 FILIAL DESCONHECIDA
      *   E003 TRAILER INVALIDO      E007 FILIAL EM FERIADO
      *   E004 CONTAGEM DIVERGE      E008 TABELA DE BLOCOS CHEIA
      *   D001 ITEM-ID DUPLICADO NA DATA DE NEGOCIO
      *   R001 REGRA - VALOR ACIMA DO TETO
      *   R002 REGRA - DESTINO NAO PERMITIDO
      *   R003 REGRA - ATRASO DA DATA DO ITEM
      *   S001 ESTRUTURA INVALIDA
      *   F001 ITEM RECUSADO NA VALIDACAO DA FILA OU DO DEQUE
      *   X999 OUTROS
      * Na fila e no deque a imagem e remontada no corpo do INTAKE:
      * fila item + codigo em branco, deque "E" + prioridade + item.
       01  DEV-REC.
           05  DEV-ORIGEM           PIC X(08).
           05  DEV-DATA-NEGOCIO     PIC 9(08).
           05  DEV-MOTIVO           PIC X(04).
           05  DEV-ARQUIVO          PIC X(08).
           05  DEV-CARIMBO          PIC X(14).
           05  DEV-IMAGEM.
               10  DEV-ESTRUTURA    PIC X(05).
               10  DEV-CORPO        PIC X(29).
           05  DEV-DETALHE          PIC X(20).
           05  FILLER               PIC X(04).
