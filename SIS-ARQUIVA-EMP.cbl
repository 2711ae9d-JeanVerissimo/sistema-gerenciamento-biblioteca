               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPRESTIMO-COD
               ALTERNATE RECORD KEY IS EMPRESTIMO-USUARIO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-DATA-DEV
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMPRESTIMOS-HIST ASSIGN TO 'EMPRESTIMOS-HIST.DAT'
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD AUDITORIA.
       01 REG-AUDITORIA.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
