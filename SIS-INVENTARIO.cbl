           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD INVENTARIO-RPT.
       01 REG-INVENTARIO-RPT           PIC X(120).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-QTDE-CONTADOS             PIC 9(5)      VALUE 0.
                       WS-SECAO-CONTAGEM "' EM CONTAGEM."
           END-IF.

           IF EXEMPLAR-STATUS = "N"
               DISPLAY "AVISO: FASCÍCULO CONSTA NA ENCADERNADORA "
                       "(STATUS 'N'); CONFIRA O LOTE EM PERIÓDICOS."
           END-IF.

           IF EXEMPLAR-STATUS = "V"
               DISPLAY "AVISO: EXEMPLAR CONSTA NO CARRO DA ENTREGA "
                       "DOMICILIAR (STATUS 'V'); CONFIRA A FOLHA "
                       "DE ROTA."
           END-IF.

           MOVE WS-COD-LIVRO    TO INV-LIVRO-COD.
           MOVE WS-COD-EXEMPLAR TO INV-NUM.
           MOVE WS-HOJE-AAAAMMDD TO INV-DATA.
