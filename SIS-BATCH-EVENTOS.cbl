       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-BATCH-EVENTOS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Lembretes da programação cultural: para cada
      *               evento ativo com inscrição que acontece nos
      *               próximos DIAS-LEMBRETE-EVENTO dias (PARAMETROS.
      *               DAT, padrão 1), põe na fila de NOTIFICACOES.DAT
      *               um aviso tipo "E" para cada inscrito com vaga
      *               garantida que ainda não foi lembrado e marca a
      *               inscrição, de modo que o lembrete sai uma vez
      *               só. Quem está na lista de espera não é
      *               lembrado. Não faz nenhum ACCEPT — destina-se
      *               ao encadeamento noturno ou ao cron.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-ST-EVT.

           SELECT INSCRICOES-EVT ASSIGN TO 'INSCRICOES-EVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               FILE STATUS IS WS-ST-INS.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOTIFICACOES ASSIGN TO 'NOTIFICACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

       DATA DIVISION.
       FILE SECTION.

       FD EVENTOS.
       01 REG-EVENTO.
           02 EVT-CHAVE.
               03 EVT-FILIAL           PIC 9(3).
               03 EVT-COD              PIC 9(4).
           02 EVT-TITULO               PIC X(40).
           02 EVT-TIPO                 PIC X(1).
           02 EVT-DATA                 PIC 9(8).
           02 EVT-HORA-INICIO          PIC 9(4).
           02 EVT-HORA-FIM             PIC 9(4).
           02 EVT-CAPACIDADE           PIC 9(3).
           02 EVT-IDADE-MIN            PIC 9(2).
           02 EVT-IDADE-MAX            PIC 9(2).
           02 EVT-INSCRICAO            PIC X(1).
           02 EVT-STATUS               PIC X(1).
           02 EVT-PUBLICO-LIVRE        PIC 9(4).
           02 EVT-CHAMADA-FEITA        PIC X(1).
           02 EVT-DATA-REG             PIC 9(8).
           02 EVT-OPERADOR             PIC X(10).

       FD INSCRICOES-EVT.
       01 REG-INSCRICAO-EVT.
           02 INS-CHAVE.
               03 INS-FILIAL           PIC 9(3).
               03 INS-EVENTO           PIC 9(4).
               03 INS-USUARIO          PIC 9(7).
           02 INS-ORDEM                PIC 9(4).
           02 INS-RESP-COD             PIC 9(7).
           02 INS-IDADE                PIC 9(3).
           02 INS-STATUS               PIC X(1).
           02 INS-DATA-REG             PIC 9(8).
           02 INS-LEMBRETE             PIC X(1).
           02 INS-OPERADOR             PIC X(10).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-COD              PIC 9(7).
           02 USUARIO-NOME             PIC X(40).
           02 USUARIO-TELEFONE         PIC X(11).
           02 USUARIO-EMAIL            PIC X(20).
           02 USUARIO-STATUS           PIC X(1).
           02 USUARIO-CATEGORIA        PIC X(1).
           02 USUARIO-CARTEIRA         PIC X(12).
           02 USUARIO-VALIDADE         PIC 9(8).
           02 USUARIO-SUSPENSO-ATE     PIC 9(8).
           02 USUARIO-PIN              PIC X(4).
           02 USUARIO-RESP-COD         PIC 9(7).
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
           02 NOTIF-COD                PIC 9(7).
           02 NOTIF-DATA               PIC 9(8).
           02 NOTIF-TIPO               PIC X(1).
           02 NOTIF-USUARIO            PIC 9(7).
           02 NOTIF-EMAIL              PIC X(20).
           02 NOTIF-TELEFONE           PIC X(11).
           02 NOTIF-LIVRO              PIC 9(7).
           02 NOTIF-VALOR              PIC 9(7)V99.
           02 NOTIF-STATUS             PIC X(1).
           02 NOTIF-TENTATIVAS         PIC 9(1).

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
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-EVT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-INS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-QTDE-AVISOS-RECUSADOS     PIC 9(5)      VALUE 0.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-DIAS-LEMBRETE-EVT         PIC 9(3)      VALUE 1.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-LIMITE-AAAAMMDD           PIC 9(8)      VALUE 0.
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-DEST-EMAIL                PIC X(20)     VALUE SPACES.
       77 WS-DEST-TELEFONE             PIC X(11)     VALUE SPACES.
       77 WS-QTDE-EVENTOS              PIC 9(5)      VALUE 0.
       77 WS-QTDE-LEMBRETES            PIC 9(5)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-BATCH-EVENTOS INICIADO EM "
                   WS-HOJE-AAAAMMDD.
           PERFORM LER-PARAMETROS.
           COMPUTE WS-LIMITE-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-DIAS-LEMBRETE-EVT).

           OPEN INPUT EVENTOS.
           EVALUATE WS-ST-EVT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "EVENTOS.DAT AUSENTE; NADA A LEMBRAR."
                   DISPLAY "JOB SIS-BATCH-EVENTOS ENCERRADO."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EVENTOS.DAT! STATUS: "
                           WS-ST-EVT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN I-O INSCRICOES-EVT.
           EVALUATE WS-ST-INS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "INSCRICOES-EVT.DAT AUSENTE; NADA A "
                           "LEMBRAR."
                   CLOSE EVENTOS
                   DISPLAY "JOB SIS-BATCH-EVENTOS ENCERRADO."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR INSCRICOES-EVT.DAT! "
                           "STATUS: " WS-ST-INS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM ABRIR-NOTIFICACOES.
           OPEN INPUT USUARIOS.

           PERFORM UNTIL WS-ST-EVT = "10"
               READ EVENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EVT
               NOT AT END
                   IF EVT-STATUS = "A" AND EVT-INSCRICAO = "S"
                           AND EVT-DATA > WS-HOJE-AAAAMMDD
                           AND EVT-DATA <= WS-LIMITE-AAAAMMDD
                       ADD 1 TO WS-QTDE-EVENTOS
                       PERFORM LEMBRAR-INSCRITOS
                   END-IF
           END-PERFORM.

           CLOSE USUARIOS.
           CLOSE NOTIFICACOES.
           CLOSE INSCRICOES-EVT.
           CLOSE EVENTOS.

           DISPLAY "EVENTOS NA JANELA:   " WS-QTDE-EVENTOS.
           DISPLAY "LEMBRETES NA FILA:   " WS-QTDE-LEMBRETES.
           DISPLAY "RECUSADOS PELO LEITOR: " WS-QTDE-AVISOS-RECUSADOS.
           DISPLAY "JOB SIS-BATCH-EVENTOS ENCERRADO.".
           STOP RUN.

      *    Política centralizada em PARAMETROS.DAT; na ausência do
      *    arquivo vale o padrão da cláusula VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "DIAS-LEMBRETE-EVENTO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-DIAS-LEMBRETE-EVT
           END-READ.

           CLOSE PARAMETROS.

      *    Abre a fila e posiciona o próximo código livre; o job
      *    roda sozinho, então os códigos seguintes saem em
      *    sequência sem nova varredura.
       ABRIR-NOTIFICACOES.
           OPEN I-O NOTIFICACOES.
           EVALUATE WS-ST-NOT
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT NOTIFICACOES
                   CLOSE NOTIFICACOES
                   OPEN I-O NOTIFICACOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR NOTIFICACOES.DAT! STATUS: "
                           WS-ST-NOT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 0 TO WS-NOTIF-COD-LIVRE.
           PERFORM UNTIL WS-ST-NOT = "10"
               READ NOTIFICACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-NOT
               NOT AT END
                   IF NOTIF-COD > WS-NOTIF-COD-LIVRE
                       MOVE NOTIF-COD TO WS-NOTIF-COD-LIVRE
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-NOT.

       LEMBRAR-INSCRITOS.
           MOVE EVT-FILIAL TO INS-FILIAL.
           MOVE EVT-COD    TO INS-EVENTO.
           MOVE 0          TO INS-USUARIO.
           MOVE "00"       TO WS-ST-INS.
           START INSCRICOES-EVT KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-INS
           END-START.
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSCRICOES-EVT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INS-FILIAL NOT = EVT-FILIAL
                           OR INS-EVENTO NOT = EVT-COD
                       MOVE "10" TO WS-ST-INS
                   ELSE
                       IF INS-STATUS = "I" AND INS-LEMBRETE NOT = "S"
                           PERFORM GRAVAR-LEMBRETE-EVENTO
                       END-IF
                   END-IF
           END-PERFORM.

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

      *    Para participantes menores o lembrete vai para o
      *    responsável legal (outro leitor do cadastro ou os
      *    contatos capturados no cadastro do menor). A chave do
      *    evento segue em NOTIF-LIVRO (filial * 10000 + evento).
       GRAVAR-LEMBRETE-EVENTO.
           MOVE INS-USUARIO TO WS-CTT-USUARIO.
           MOVE "E" TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               ADD 1 TO WS-QTDE-AVISOS-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DEST-EMAIL.
           MOVE SPACES TO WS-DEST-TELEFONE.
           MOVE INS-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE USUARIO-EMAIL    TO WS-DEST-EMAIL
                   MOVE USUARIO-TELEFONE TO WS-DEST-TELEFONE
                   IF USUARIO-RESP-COD NOT = 0
                       MOVE USUARIO-RESP-COD TO USUARIO-COD
                       READ USUARIOS KEY IS USUARIO-COD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE USUARIO-EMAIL
                                   TO WS-DEST-EMAIL
                               MOVE USUARIO-TELEFONE
                                   TO WS-DEST-TELEFONE
                       END-READ
                   ELSE IF USUARIO-RESP-NOME NOT = SPACES
                       MOVE USUARIO-RESP-EMAIL
                           TO WS-DEST-EMAIL
                       MOVE USUARIO-RESP-TELEFONE
                           TO WS-DEST-TELEFONE
                   END-IF
           END-READ.

           ADD 1 TO WS-NOTIF-COD-LIVRE.
           MOVE WS-NOTIF-COD-LIVRE TO NOTIF-COD.
           MOVE EVT-DATA           TO NOTIF-DATA.
           MOVE "E"                TO NOTIF-TIPO.
           MOVE INS-USUARIO        TO NOTIF-USUARIO.
           MOVE WS-DEST-EMAIL      TO NOTIF-EMAIL.
           MOVE WS-DEST-TELEFONE   TO NOTIF-TELEFONE.
           COMPUTE NOTIF-LIVRO = EVT-FILIAL * 10000 + EVT-COD.
           MOVE 0                  TO NOTIF-VALOR.
           MOVE "P"                TO NOTIF-STATUS.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICAÇÃO " NOTIF-COD
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE "S" TO INS-LEMBRETE.
           REWRITE REG-INSCRICAO-EVT.
           ADD 1 TO WS-QTDE-LEMBRETES.
