      * Parametros de chamada de REGISTRAR-EVENTO-ITEM: o programa
      * chamador informa a imagem do item (leiaute ITEMREG), o codigo
      * do evento e um detalhe livre (motivo, estrutura, destino).
      * EVT-ENCERRAR fecha o arquivo ITEMSIT ao fim da etapa.
      *   Codigos de evento: ROTEADO, REJEITADO, ENFILEIRADO,
      *   DRENADO, REPASSADO, EMPILHADO, CARREGADO, LIQUIDADO,
      *   INSERIDO, DERRAMADO, EXPEDIDO, CORRIGIDO, REENVIADO,
      *   CANCELADO, RETIDO, ENTREGUE, RECUSADO, EXTRAVIADO.
       01  EVT-PARAMETROS.
           05  EVT-OPERACAO         PIC X(01).
               88  EVT-REGISTRAR    VALUE 'R'.
               88  EVT-ENCERRAR     VALUE 'F'.
           05  EVT-PROGRAMA         PIC X(08).
           05  EVT-ITEM             PIC X(27).
           05  EVT-CODIGO           PIC X(12).
           05  EVT-DETALHE          PIC X(20).
