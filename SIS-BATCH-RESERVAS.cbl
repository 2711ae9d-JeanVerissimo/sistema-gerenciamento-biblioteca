               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-USU.

           SELECT NOTIFICACOES ASSIGN TO 'NOTIFICACOES.DAT'
               RECORD KEY IS NOTIF-COD
               FILE STATUS IS WS-ST-NOT.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               FILE STATUS IS WS-ST-CTT.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
           02 NOTIF-STATUS             PIC X(1).
           02 NOTIF-TENTATIVAS        PIC 9(1).

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
           02 PARAM-CHAVE              PIC X(20).
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-QTDE-AVISOS-RECUSADOS     PIC 9(5)      VALUE 0.
       77 WS-NOTIF-USUARIO             PIC 9(7)      VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
                   WS-REG-REGULARIZADAS.
           DISPLAY "POSTAS EM TRÂNSITO P/ RETIRADA:"
                   WS-REG-TRANSFERIDAS.
           DISPLAY "AVISOS NÃO ENFILEIRADOS POR RECUSA DO "
                   "LEITOR: " WS-QTDE-AVISOS-RECUSADOS.
           DISPLAY "JOB SIS-BATCH-RESERVAS ENCERRADO.".
           STOP RUN.

           CLOSE EXEMPLARES.
           PERFORM GRAVAR-JORNAL-EXEMPLAR.

      *    Preferências de contato do leitor (CONTATOS.DAT): o
      *    tipo de aviso recusado não entra na fila. Cobrança e
      *    recolhimento são obrigatórios e saem sempre; sem o
      *    arquivo ou sem registro do leitor, vale o envio.
       VERIFICAR-PREFERENCIA-AVISO.
           MOVE "S" TO WS-AVISO-LIBERADO.
           IF WS-CTT-TIPO = "1" OR WS-CTT-TIPO = "2"
                   OR WS-CTT-TIPO = "K" OR WS-CTT-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTT-USUARIO TO CTT-USUARIO.
           READ CONTATOS KEY IS CTT-USUARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-QTDE-RECUSA
                   INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-QTDE-RECUSA
                       FOR ALL WS-CTT-TIPO
                   IF WS-QTDE-RECUSA > 0
                       MOVE "N" TO WS-AVISO-LIBERADO
                   END-IF
           END-READ.
           CLOSE CONTATOS.

      *    Avisa o leitor de que o exemplar reservado está
      *    separado; o envio em si é feito pelo SIS-NOTIFICA.
      *    Para leitores menores o aviso vai ao responsável
      *    legal, como nas demais filas de notificação.
       GRAVAR-NOTIFICACAO-RESERVA.
           MOVE WS-NOTIF-USUARIO TO WS-CTT-USUARIO.
           MOVE "R" TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               ADD 1 TO WS-QTDE-AVISOS-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.
           MOVE "00"   TO WS-ST-USU.
