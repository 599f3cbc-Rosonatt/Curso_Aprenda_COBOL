      * Controle da derivacao das transacoes AVL (AVLDCTL), um
      * registro so.  DERIVAR-CONTAGEM-AVL grava o AVLTXN com as
      * transacoes derivadas dos itens do dia na frente das digitadas
      * e anota aqui para qual data/ciclo derivou, quantas
      * transacoes derivadas abrem o arquivo e o total de registros
      * que ele ficou tendo.  Enquanto o AVLTXN tiver exatamente
      * DCT-TOTAL registros ele ainda e o arquivo montado pela
      * derivacao: a retomada nao deriva de novo, e o balanceamento e
      * o ledger do lote descontam as DCT-DERIVADAS para contar so as
      * digitadas.
       01  DCT-REC.
           05  DCT-DATA-NEGOCIO     PIC 9(08).
           05  DCT-CICLO            PIC 9(02).
           05  DCT-DERIVADAS        PIC 9(06).
           05  DCT-TOTAL            PIC 9(06).
           05  DCT-CARIMBO          PIC X(26).
           05  FILLER               PIC X(12).
