               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPRESTIMO-COD
               ALTERNATE RECORD KEY IS EMPRESTIMO-USUARIO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-DATA-DEV
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-EMP.

           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-RES.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-CR.

           SELECT CAIXA-MOVTOS ASSIGN TO 'CAIXA-MOVTOS.DAT'
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
