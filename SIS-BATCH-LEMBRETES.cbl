       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Versão de lote da exportação de lembretes de
      *               vencimento (mesma regra da opção de
      *               SIS-RELATORIOS): lê EMPRESTIMOS.DAT pelo
      *               índice de vencimento, só a faixa de hoje até
      *               o limite do lembrete, e grava em
      *               LEMBRETES-VENC.DAT os empréstimos que
      *               vencem nos próximos dias. Não faz nenhum
      *               ACCEPT — destina-se ao encadeamento noturno
      *               (SIS-BATCH-NOTURNO) ou ao cron.
      *               Respeita as preferências de contato do
      *               leitor (CONTATOS.DAT): quem recusou o aviso
      *               "D" fica fora, e o registro leva o e-mail e o
      *               celular completos e o canal preferido.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-USU.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-LEM.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               FILE STATUS IS WS-ST-CTT.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           02 LEMBRETE-TELEFONE        PIC X(11).
           02 LEMBRETE-TITULO          PIC X(50).
           02 LEMBRETE-DATA-DEV        PIC X(10).
           02 LEMBRETE-EMAIL-COMPLETO  PIC X(60).
           02 LEMBRETE-CELULAR         PIC X(13).
           02 LEMBRETE-CANAL           PIC X(1).

       FD CONTATOS.
       01 REG-CONTATO.
           02 CTT-USUARIO              PIC 9(7).
           02 CTT-EMAIL                PIC X(60).
           02 CTT-CELULAR              PIC X(13).
           02 CTT-CANAL                PIC X(1).
           02 CTT-TITULAR              PIC X(1).
           02 CTT-TIPOS-RECUSADOS      PIC X(20).
           02 CTT-DATA-ATUALIZ         PIC 9(8).
           02 CTT-OPERADOR             PIC X(10).

       FD PARAMETROS.
       01 REG-PARAMETRO.
       77 WS-DIAS-LEMBRETE             PIC 9(3)       VALUE 3.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)       VALUE 0.
       77 WS-VENC-AAAAMMDD             PIC 9(8)       VALUE 0.
       77 WS-LIMITE-AAAAMMDD           PIC 9(8)       VALUE 0.
       77 WS-DIAS-ATRASO               PIC S9(5)      VALUE 0.
       77 WS-DIAS-RESTANTES            PIC S9(5)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)      VALUE SPACES.
       77 WS-DEST-EMAIL                PIC X(20)      VALUE SPACES.
       77 WS-DEST-TELEFONE             PIC X(11)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)       VALUE SPACES.
       77 WS-CONTATOS-OK               PIC X(1)       VALUE "N".
       77 WS-CTT-ACHADO                PIC X(1)       VALUE "N".
       77 WS-AVISO-LIBERADO            PIC X(1)       VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)       VALUE 0.
       77 WS-QTDE-AVISOS-RECUSADOS     PIC 9(5)       VALUE 0.

       PROCEDURE DIVISION.

           PERFORM ABRIR-EMPRESTIMOS.
           OPEN INPUT USUARIOS.
           OPEN INPUT LIVROS.
           MOVE "N"  TO WS-CONTATOS-OK.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT = "00"
               MOVE "S" TO WS-CONTATOS-OK
           END-IF.
           OPEN OUTPUT LEMBRETES.
           IF WS-ST-LEM NOT = "00"
               DISPLAY "ERRO AO ABRIR LEMBRETES-VENC.DAT! STATUS: "
               STOP RUN
           END-IF.

           COMPUTE WS-LIMITE-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-DIAS-LEMBRETE).
           MOVE WS-HOJE-AAAAMMDD TO EMPRESTIMO-DATA-DEV
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMO-DATA-DEV
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
      *    Consulta local (tipo "C") devolve no fechamento do
      *    mesmo dia e fica fora dos lembretes de vencimento,
      *    como a peça de depósito institucional ("I").
               NOT AT END
                   IF EMPRESTIMO-DATA-DEV > WS-LIMITE-AAAAMMDD
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "I"
                       PERFORM CALCULAR-DIAS-ATRASO
                       COMPUTE WS-DIAS-RESTANTES =
                           0 - WS-DIAS-ATRASO
                           PERFORM GRAVAR-LEMBRETE
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
           CLOSE USUARIOS.
           CLOSE LIVROS.
           CLOSE LEMBRETES.
           IF WS-CONTATOS-OK = "S"
               CLOSE CONTATOS
           END-IF.

           DISPLAY "LEMBRETES GERADOS: " WS-REG-LEMBRETES-GERADOS.
           DISPLAY "RECUSADOS PELO LEITOR: " WS-QTDE-AVISOS-RECUSADOS.
           DISPLAY "JOB SIS-BATCH-LEMBRETES ENCERRADO.".
           STOP RUN.


      *    Para leitores menores o lembrete vai para o
      *    responsável legal (outro leitor do cadastro ou os
      *    contatos capturados no cadastro do menor), salvo se
      *    as preferências de contato indicarem outro destino.
       GRAVAR-LEMBRETE.
           MOVE "S" TO WS-AVISO-LIBERADO.
           MOVE "N" TO WS-CTT-ACHADO.
           IF WS-CONTATOS-OK = "S"
               MOVE EMPRESTIMO-USUARIO TO CTT-USUARIO
               READ CONTATOS KEY IS CTT-USUARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CTT-ACHADO
                       MOVE 0 TO WS-QTDE-RECUSA
                       INSPECT CTT-TIPOS-RECUSADOS TALLYING
                           WS-QTDE-RECUSA FOR ALL "D"
                       IF WS-QTDE-RECUSA > 0
                           MOVE "N" TO WS-AVISO-LIBERADO
                       END-IF
               END-READ
           END-IF.
           IF WS-AVISO-LIBERADO = "N"
               ADD 1 TO WS-QTDE-AVISOS-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-USUARIO TO USUARIO-COD
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
           MOVE EMPRESTIMO-DATA-DEV TO WS-DATA-FMT-NUM
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-FMT         TO LEMBRETE-DATA-DEV
           MOVE WS-DEST-EMAIL TO LEMBRETE-EMAIL-COMPLETO
           MOVE WS-DEST-TELEFONE TO LEMBRETE-CELULAR
           MOVE SPACE TO LEMBRETE-CANAL
           IF WS-CTT-ACHADO = "S"
               IF CTT-EMAIL NOT = SPACES
                   MOVE CTT-EMAIL TO LEMBRETE-EMAIL-COMPLETO
               END-IF
               IF CTT-CELULAR NOT = SPACES
                   MOVE CTT-CELULAR TO LEMBRETE-CELULAR
               END-IF
               MOVE CTT-CANAL TO LEMBRETE-CANAL
           END-IF

           WRITE REG-LEMBRETE
           ADD 1 TO WS-REG-LEMBRETES-GERADOS.
