               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-USU.

           SELECT EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
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

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-RES.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
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
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-RPT-NOME                  PIC X(30)     VALUE SPACES.
       77 WS-LINHA-RPT                 PIC X(120)    VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1).
           CLOSE USUARIOS.
           CLOSE LIVROS.

      *    Empréstimo digital ("L") não tem exemplar físico: o
      *    campo do exemplar guarda a licença usada. Depósito
      *    institucional ("I") não tem leitor (usuário 0).
       CONFERIR-EMPRESTIMO-ABERTO.
           IF EMPRESTIMO-TIPO NOT = "L"
               PERFORM CONFERIR-EXEMPLAR-EMPRESTADO
           END-IF.

           MOVE "S" TO WS-REF-OK.
           MOVE EMPRESTIMO-USUARIO TO USUARIO-COD.
           IF EMPRESTIMO-TIPO NOT = "I"
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY MOVE "N" TO WS-REF-OK
                   NOT INVALID KEY
                       IF USUARIO-STATUS = "X"
                           MOVE "N" TO WS-REF-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-REF-OK = "N"
               MOVE SPACES TO WS-LINHA-RPT
               STRING "EMPRESTIMO " EMPRESTIMO-COD
                      " APONTA USUARIO EXCLUIDO/INEXISTENTE "
                      EMPRESTIMO-USUARIO
                      DELIMITED BY SIZE INTO WS-LINHA-RPT
               PERFORM REGISTRAR-DIVERGENCIA
           END-IF.

           MOVE "S" TO WS-REF-OK.
           MOVE EMPRESTIMO-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY MOVE "N" TO WS-REF-OK
               NOT INVALID KEY
                   IF LIVRO-STATUS = "X"
                       MOVE "N" TO WS-REF-OK
                   END-IF
           END-READ.
           IF WS-REF-OK = "N"
               MOVE SPACES TO WS-LINHA-RPT
               STRING "EMPRESTIMO " EMPRESTIMO-COD
                      " APONTA LIVRO EXCLUIDO/INEXISTENTE "
                      EMPRESTIMO-LIVRO
                      DELIMITED BY SIZE INTO WS-LINHA-RPT
               PERFORM REGISTRAR-DIVERGENCIA
           END-IF.

       CONFERIR-EXEMPLAR-EMPRESTADO.
           MOVE EMPRESTIMO-LIVRO    TO EXEMPLAR-LIVRO-COD.
           MOVE EMPRESTIMO-EXEMPLAR TO EXEMPLAR-NUM.
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   END-IF
           END-READ.

      *    Status do título recalculado a partir dos exemplares,
      *    como faz RECALCULAR-STATUS-TITULO nos programas de
      *    movimento. Reparo: grava o status calculado.
               READ LIVROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIV
               NOT AT END
      *    Título digital (E-book/Audiolivro) não tem exemplar.
                   IF LIVRO-STATUS NOT = "X"
                           AND LIVRO-STATUS NOT = "C"
                           AND LIVRO-TIPO-MATERIAL NOT = "E"
                           AND LIVRO-TIPO-MATERIAL NOT = "A"
                       PERFORM CONFERIR-STATUS-TITULO
                   END-IF
           END-PERFORM.
