       DATE-WRITTEN.  12/02/2025.
       DATE-COMPILED. 15/02/2025.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Job de encerramento diário: lê EMPRESTIMOS.DAT
      *               pelo índice de vencimento, só até a
      *               véspera, à procura de empréstimos em atraso,
      *               calcula a multa de cada um e grava o extrato
      *               MULTAS-DIA.DAT.
      *               A multa de cada empréstimo também é lançada
      *               (ou atualizada) em CONTAS-RECEBER.DAT, de onde
      *               o caixa dá baixa por pagamento ou isenção.
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

           SELECT MULTAS-DIA ASSIGN TO 'MULTAS-DIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS-CR.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-USU.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD LIVROS.
       01 REG-LIVRO.
       77 WS-MULTA-TIPO-D              PIC 9(3)V99    VALUE 2,00.
       77 WS-MULTA-TIPO-J              PIC 9(3)V99    VALUE 1,00.
       77 WS-MULTA-TIPO-T              PIC 9(3)V99    VALUE 5,00.
       77 WS-MULTA-RECOLHIDO           PIC 9(3)V99    VALUE 1,00.
       77 WS-MULTA-DIA-EFETIVA         PIC 9(3)V99    VALUE 0.
       77 WS-TIPO-MATERIAL-EMP         PIC X(1)       VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)       VALUE 0.
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MULTA-TIPO-T
           END-READ.
           MOVE "MULTA-DIA-RECOLHIDO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MULTA-RECOLHIDO
           END-READ.

           CLOSE PARAMETROS.

      *    Só o status "E" gera multa: empréstimos contestados
      *    ("A", leitor alega já ter devolvido) ficam com a
      *    multa congelada até a conferência de estante
      *    resolver a contestação. Empréstimo digital ("L")
      *    expira sozinho no vencimento e nunca gera multa, nem
      *    a peça de depósito institucional ("I"), que segue o
      *    termo do acordo com a instituição.
      *    A leitura segue o índice de vencimento e para no
      *    primeiro empréstimo que vence hoje ou depois.
           MOVE 0 TO EMPRESTIMO-DATA-DEV
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMO-DATA-DEV
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-DATA-DEV NOT < WS-HOJE-AAAAMMDD
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "L"
                           AND EMPRESTIMO-TIPO NOT = "I"
                       PERFORM CALCULAR-DIAS-ATRASO
                       IF WS-DIAS-ATRASO > 0
                           PERFORM OBTER-CATEGORIA-USUARIO
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
           END-READ.

      *    A multa diária do tipo de material (DVD, jogo, tablet)
      *    substitui a geral quando o título tem tipo próprio; o
      *    empréstimo recolhido para atender reserva segue a taxa
      *    própria do recolhimento.
       GRAVAR-MULTA.
           ADD 1 TO WS-REG-EMPRESTIMOS-ATRASO.
           MOVE SPACES TO WS-TIPO-MATERIAL-EMP.
               WHEN OTHER
                   MOVE WS-VALOR-MULTA-DIA TO WS-MULTA-DIA-EFETIVA
           END-EVALUATE.
           IF EMPRESTIMO-TIPO = "R"
               MOVE WS-MULTA-RECOLHIDO TO WS-MULTA-DIA-EFETIVA
           END-IF.
           COMPUTE WS-VALOR-MULTA-EMP =
               WS-DIAS-ATRASO * WS-MULTA-DIA-EFETIVA.
           ADD WS-VALOR-MULTA-EMP TO WS-VALOR-TOTAL-MULTAS.
