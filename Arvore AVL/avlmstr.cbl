       FILE SECTION.
      * Cadastro mestre de referencia dos codigos da arvore AVL:
      * codigo, descricao de negocio e situacao (A ativo, I inativo).
      * O codigo e a chave alfanumerica da arvore, alinhada a
      * esquerda; codigo em branco nao e aceito na manutencao.
       FD  MESTRE-FILE.
       01  MESTRE-REC.
           05  MST-CODIGO           PIC X(12).
           05  MST-DESCRICAO        PIC X(30).
           05  MST-ATIVO            PIC X(01).

       FD  MESTRE-TXN-FILE.
       01  MESTRE-TXN-REC.
           05  MTX-ACAO             PIC X(01).
           05  MTX-CODIGO           PIC X(12).
           05  MTX-DESCRICAO        PIC X(30).
           05  MTX-ATIVO            PIC X(01).

       LER-E-APLICAR-MANUTENCAO.
           READ MESTRE-TXN-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MTX-CODIGO = SPACES
                           DISPLAY "Codigo em branco na manutencao: "
                               "acao " MTX-ACAO
                           ADD 1 TO WS-TOTAL-INVALIDOS
                       WHEN MTX-ACAO = "I"
                           PERFORM INCLUIR-OU-ALTERAR
                       WHEN MTX-ACAO = "E"
                           PERFORM EXCLUIR-CODIGO
                       WHEN OTHER
                           DISPLAY "Acao de manutencao invalida: "
       FILE SECTION.
       FD  MESTRE-FILE.
       01  MESTRE-REC.
           05  MST-CODIGO           PIC X(12).
           05  MST-DESCRICAO        PIC X(30).
           05  MST-ATIVO            PIC X(01).

       01  MESTRE-STATUS        PIC X(02).

       LINKAGE SECTION.
       01  CONS-CODIGO          PIC X(12).
       01  CONS-DESCRICAO       PIC X(30).
      * 'A' ativo, 'I' inativo, 'N' nao cadastrado no mestre
       01  CONS-SITUACAO        PIC X(01).
