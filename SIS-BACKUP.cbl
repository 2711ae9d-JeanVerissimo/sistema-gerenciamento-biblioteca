               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPRESTIMO-COD
               ALTERNATE RECORD KEY IS EMPRESTIMO-USUARIO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMPRESTIMO-DATA-DEV
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD EMPRESTIMOS.
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 USUARIO-BKP-RESP-NOME        PIC X(40).
           02 USUARIO-BKP-RESP-TELEFONE    PIC X(11).
           02 USUARIO-BKP-RESP-EMAIL       PIC X(20).
           02 USUARIO-BKP-CPF              PIC X(11).

       FD EMPRESTIMOS-BKP.
       01 REG-EMPRESTIMO-BKP.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD JORNAL-GERACAO.
       01 REG-JORNAL-GER               PIC X(534).

       FD GERACOES.
       01 REG-GERACAO.
                       TO USUARIO-BKP-RESP-TELEFONE
                   MOVE USUARIO-RESP-EMAIL
                       TO USUARIO-BKP-RESP-EMAIL
                   MOVE USUARIO-CPF       TO USUARIO-BKP-CPF
                   WRITE REG-USUARIO-BKP
                   ADD 1 TO WS-QTDE-USUARIOS
           END-PERFORM.
                       TO USUARIO-RESP-TELEFONE
                   MOVE USUARIO-BKP-RESP-EMAIL
                       TO USUARIO-RESP-EMAIL
                   MOVE USUARIO-BKP-CPF       TO USUARIO-CPF
                   WRITE REG-USUARIO
                   ADD 1 TO WS-QTDE-USUARIOS
           END-PERFORM.
