       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-MENSAGENS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Atendimento por mensagem: lê as mensagens que
      *               os leitores mandam ao número da biblioteca por
      *               SMS ou WhatsApp, entregues pelo gateway em
      *               NOTIFICACOES-ENTRADA.TXT (uma linha por
      *               mensagem no formato CANAL;TELEFONE;
      *               AAAAMMDDHHMMSS;TEXTO), identifica o leitor
      *               pelo celular do remetente (preferências de
      *               CONTATOS.DAT e telefone do cadastro) e atende
      *               os comandos RENOVAR, SITUACAO, DEBITOS e
      *               RESERVAS. A renovação segue as regras do
      *               balcão e do totem (status "E", teto de
      *               renovações da categoria e do tipo de
      *               material, exemplar recolhido, leitor
      *               bloqueado, rolagem de dias fechados) e não
      *               renova título com leitor na fila de reserva.
      *               As respostas entram na fila NOTIFICACOES.DAT
      *               para o SIS-NOTIFICA exportar ao gateway, e
      *               cada comando vai para a auditoria com o
      *               telefone. MENSAGENS-RECEBIDAS.DAT guarda as
      *               mensagens já atendidas: o arquivo do gateway
      *               pode ser reenviado sem renovar duas vezes.
      *               Com a cadeia noturna em andamento nada é
      *               atendido e as mensagens ficam para a próxima
      *               execução. Não faz nenhum ACCEPT — destina-se
      *               ao cron, durante o expediente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'NOTIFICACOES-ENTRADA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-ENT.

           SELECT RECEBIDAS ASSIGN TO 'MENSAGENS-RECEBIDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSR-CHAVE
               FILE STATUS IS WS-ST-MSR.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTT.

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
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EMP.

           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-RES.

           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CAL.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT NOTIFICACOES ASSIGN TO 'NOTIFICACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTIF-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-NOT.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA.
       01 REG-ENTRADA                  PIC X(300).

      *    Uma mensagem atendida por registro, chave = celular
      *    normalizado + data e hora de envio informadas pelo
      *    gateway. MSR-SITUACAO "P" em atendimento, "C" atendida,
      *    "N" remetente não identificado.
       FD RECEBIDAS.
       01 REG-MSG-RECEBIDA.
           02 MSR-CHAVE.
               03 MSR-TELEFONE         PIC X(11).
               03 MSR-DATA-HORA        PIC X(14).
           02 MSR-CANAL                PIC X(1).
           02 MSR-COMANDO              PIC X(10).
           02 MSR-USUARIO              PIC 9(7).
           02 MSR-SITUACAO             PIC X(1).
           02 MSR-QTDE-RESPOSTAS       PIC 9(3).
           02 MSR-DATA-PROC            PIC 9(8).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-COD              PIC 9(7).
           02 USUARIO-NOME             PIC X(40).
           02 USUARIO-TELEFONE         PIC X(11).
           02 USUARIO-EMAIL            PIC X(20).
           02 USUARIO-STATUS           PIC X(1).
           02 USUARIO-CATEGORIA     PIC X(1).
           02 USUARIO-CARTEIRA         PIC X(12).
           02 USUARIO-VALIDADE         PIC 9(8).
           02 USUARIO-SUSPENSO-ATE     PIC 9(8).
           02 USUARIO-PIN              PIC X(4).
           02 USUARIO-RESP-COD         PIC 9(7).
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

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
           02 EMPRESTIMO-STATUS        PIC X(1).
           02 EMPRESTIMO-RENOVACOES    PIC 9(2).
           02 EMPRESTIMO-LOTE          PIC 9(7).
           02 EMPRESTIMO-TIPO          PIC X(1).

       FD RESERVAS.
       01 REG-RESERVA.
           02 RESERVA-COD              PIC 9(7).
           02 RESERVA-LIVRO            PIC 9(7).
           02 RESERVA-USUARIO          PIC 9(7).
           02 RESERVA-DATA             PIC 9(8).
           02 RESERVA-STATUS           PIC X(1).
           02 RESERVA-FILIAL-RETIRADA  PIC 9(3).

       FD CONTAS-RECEBER.
       01 REG-CONTA-REC.
           02 CR-CHAVE.
               03 CR-USUARIO           PIC 9(7).
               03 CR-SEQ               PIC 9(7).
           02 CR-DATA                  PIC 9(8).
           02 CR-ORIGEM                PIC X(1).
           02 CR-EMPRESTIMO            PIC 9(7).
           02 CR-LIVRO                 PIC 9(7).
           02 CR-VALOR                 PIC 9(7)V99.
           02 CR-VALOR-PAGO            PIC 9(7)V99.
           02 CR-STATUS                PIC X(1).
           02 CR-RECIBO                PIC 9(6).
           02 CR-DATA-BAIXA            PIC 9(8).
           02 CR-SESSAO                PIC 9(5).
           02 CR-FORMA                 PIC X(1).
           02 CR-OPERADOR              PIC X(10).
           02 CR-VENCIMENTO            PIC 9(8).
           02 CR-CAMPANHA              PIC X(8).

       FD LIVROS.
       01 REG-LIVRO.
           02 LIVRO-COD                PIC 9(7).
           02 LIVRO-TITULO             PIC X(50).
           02 LIVRO-AUTOR              PIC X(30).
           02 LIVRO-ANO                PIC 9(4).
           02 LIVRO-ISBN               PIC X(13).
           02 LIVRO-CATEGORIA          PIC X(20).
           02 LIVRO-STATUS             PIC X(1).
           02 LIVRO-VALOR-REPOSICAO PIC 9(7)V99.
           02 LIVRO-TIPO-MATERIAL      PIC X(1).
           02 LIVRO-CHAMADA            PIC X(15).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           02 CAL-DATA                 PIC 9(8).
           02 CAL-DESCRICAO            PIC X(30).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

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
           02 NOTIF-TENTATIVAS        PIC 9(1).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-ENT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MSR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RES                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-CONTATOS-OK               PIC X(1)      VALUE "N".
       77 WS-CALENDARIO-OK             PIC X(1)      VALUE "N".
       77 WS-JANELA-NOTURNA            PIC X(1)      VALUE "N".
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-JANELA-DESCRICAO          PIC X(40)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE "SMS".
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-ENT-CANAL                 PIC X(10)     VALUE SPACES.
       77 WS-ENT-TELEFONE              PIC X(20)     VALUE SPACES.
       77 WS-ENT-DATA-HORA             PIC X(14)     VALUE SPACES.
       77 WS-ENT-TEXTO                 PIC X(200)    VALUE SPACES.
       77 WS-TEXTO-TRAB                PIC X(200)    VALUE SPACES.
       77 WS-PALAVRA                   PIC X(20)     VALUE SPACES.
       77 WS-COMANDO                   PIC X(10)     VALUE SPACES.
       77 WS-CANAL                     PIC X(1)      VALUE "S".
       77 WS-TEL-BRUTO                 PIC X(20)     VALUE SPACES.
       77 WS-TEL-DIGITOS               PIC X(20)     VALUE SPACES.
       77 WS-TEL-NORM                  PIC X(11)     VALUE SPACES.
       77 WS-TEL-REMETENTE             PIC X(11)     VALUE SPACES.
       77 WS-TEL-AUDITORIA             PIC X(10)     VALUE SPACES.
       77 WS-QTDE-DIGITOS              PIC 9(2)      VALUE 0.
       77 WS-IDX-TEL                   PIC 9(2)      VALUE 0.
       77 WS-INICIO-TEL                PIC 9(2)      VALUE 0.
       77 WS-LEITOR-ACHADO             PIC X(1)      VALUE "N".
       77 WS-COD-CANDIDATO             PIC 9(7)      VALUE 0.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USU-CATEGORIA             PIC X(1)      VALUE SPACES.
       77 WS-USU-VALIDADE              PIC 9(8)      VALUE 0.
       77 WS-USU-SUSPENSO-ATE          PIC 9(8)      VALUE 0.
       77 WS-LEITOR-BLOQUEADO          PIC X(1)      VALUE "N".
       77 WS-FILA-ESPERA               PIC X(1)      VALUE "N".
       77 WS-EMP-COD                   PIC 9(7)      VALUE 0.
       77 WS-MAX-RENOVACOES            PIC 9(2)      VALUE 3.
       77 WS-MAX-RENOV-EFETIVO         PIC 9(2)      VALUE 3.
       77 WS-TIPO-MATERIAL-ITEM        PIC X(1)      VALUE SPACES.
       77 WS-RENOV-TIPO                PIC 9(2)      VALUE 99.
       77 WS-RENOV-TIPO-D              PIC 9(2)      VALUE 1.
       77 WS-RENOV-TIPO-J              PIC 9(2)      VALUE 0.
       77 WS-RENOV-TIPO-T              PIC 9(2)      VALUE 0.
       77 WS-DIAS-EMP-E                PIC 9(3)      VALUE 7.
       77 WS-DIAS-EMP-F                PIC 9(3)      VALUE 14.
       77 WS-DIAS-EMP-C                PIC 9(3)      VALUE 5.
       77 WS-DIAS-EMPRESTIMO-CAT       PIC 9(3)      VALUE 7.
       77 WS-LIMITE-DEBITO             PIC 9(5)V99   VALUE 10,00.
       77 WS-DEBITO-USUARIO            PIC 9(7)V99   VALUE 0.
       77 WS-TOTAL-DEBITO              PIC 9(7)V99   VALUE 0.
       77 WS-DEV-AAAAMMDD              PIC 9(8)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-NOTIF-TIPO                PIC X(1)      VALUE SPACES.
       77 WS-NOTIF-LIVRO               PIC 9(7)      VALUE 0.
       77 WS-NOTIF-VALOR               PIC 9(7)V99   VALUE 0.
       77 WS-NOTIF-DATA                PIC 9(8)      VALUE 0.
       77 WS-QTDE-RESPOSTAS            PIC 9(3)      VALUE 0.
       77 WS-QTDE-LIDAS                PIC 9(5)      VALUE 0.
       77 WS-QTDE-ATENDIDAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-REPETIDAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-INVALIDAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-NAO-IDENT            PIC 9(5)      VALUE 0.
       77 WS-QTDE-RENOVADOS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-ENFILEIRADAS         PIC 9(5)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-MENSAGENS INICIADO EM " WS-HOJE-AAAAMMDD.

      *    Durante a cadeia noturna o acervo está em processamento:
      *    nada é lido nem marcado, e a próxima execução do cron
      *    atende as mensagens que chegaram nesse intervalo.
           PERFORM LER-JANELA-NOTURNA.
           IF WS-JANELA-NOTURNA = "S"
               DISPLAY "CADEIA NOTURNA EM ANDAMENTO ("
                       FUNCTION TRIM(WS-JANELA-DESCRICAO)
                       "). MENSAGENS FICAM PARA A PRÓXIMA "
                       "EXECUÇÃO."
               DISPLAY "JOB SIS-MENSAGENS ENCERRADO."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENTRADA.
           IF WS-ST-ENT NOT = "00"
               DISPLAY "SEM MENSAGENS RECEBIDAS DO GATEWAY."
               DISPLAY "JOB SIS-MENSAGENS ENCERRADO."
               STOP RUN
           END-IF.

           PERFORM LER-PARAMETROS.

           OPEN I-O RECEBIDAS.
           EVALUATE WS-ST-MSR
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT RECEBIDAS
                   CLOSE RECEBIDAS
                   OPEN I-O RECEBIDAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR MENSAGENS-RECEBIDAS.DAT! "
                           "STATUS: " WS-ST-MSR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT USUARIOS.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR USUARIOS.DAT! STATUS: "
               WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N"  TO WS-CONTATOS-OK.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT = "00"
               MOVE "S" TO WS-CONTATOS-OK
           END-IF.

           PERFORM UNTIL WS-ST-ENT = "10"
               READ ENTRADA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ENT
               NOT AT END
                   IF REG-ENTRADA NOT = SPACES
                       ADD 1 TO WS-QTDE-LIDAS
                       PERFORM PROCESSAR-MENSAGEM
                   END-IF
           END-PERFORM.

           IF WS-CONTATOS-OK = "S"
               CLOSE CONTATOS
           END-IF.
           CLOSE USUARIOS.
           CLOSE RECEBIDAS.
           CLOSE ENTRADA.

           DISPLAY "MENSAGENS LIDAS:        " WS-QTDE-LIDAS.
           DISPLAY "MENSAGENS ATENDIDAS:    " WS-QTDE-ATENDIDAS.
           DISPLAY "JÁ ATENDIDAS ANTES:     " WS-QTDE-REPETIDAS.
           DISPLAY "LINHAS INVÁLIDAS:       " WS-QTDE-INVALIDAS.
           DISPLAY "NÚMEROS NÃO IDENTIF.:   " WS-QTDE-NAO-IDENT.
           DISPLAY "EMPRÉSTIMOS RENOVADOS:  " WS-QTDE-RENOVADOS.
           DISPLAY "RESPOSTAS NA FILA:      " WS-QTDE-ENFILEIRADAS.
           DISPLAY "JOB SIS-MENSAGENS ENCERRADO.".
           STOP RUN.

      *    Política centralizada em PARAMETROS.DAT; na ausência do
      *    arquivo valem os padrões das cláusulas VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "MAX-RENOVACOES" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MAX-RENOVACOES
           END-READ.
           MOVE "DIAS-EMP-ESTUDANTE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-E
           END-READ.
           MOVE "DIAS-EMP-FUNCIONARIO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-F
           END-READ.
           MOVE "DIAS-EMP-COMUNIDADE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-C
           END-READ.
           MOVE "MAX-RENOV-TIPO-D" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RENOV-TIPO-D
           END-READ.
           MOVE "MAX-RENOV-TIPO-J" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RENOV-TIPO-J
           END-READ.
           MOVE "MAX-RENOV-TIPO-T" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RENOV-TIPO-T
           END-READ.
           MOVE "LIMITE-DEBITO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIMITE-DEBITO
           END-READ.

           CLOSE PARAMETROS.

      *    Chave JANELA-NOTURNA gravada pela cadeia noturna: 1 =
      *    em execução, 2 = interrompida por falha. Zero ou 3
      *    (liberada pelo supervisor) é operação normal.
       LER-JANELA-NOTURNA.
           MOVE "N"    TO WS-JANELA-NOTURNA.
           MOVE 0      TO WS-JANELA-SITUACAO.
           MOVE SPACES TO WS-JANELA-DESCRICAO.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "JANELA-NOTURNA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR     TO WS-JANELA-SITUACAO
                   MOVE PARAM-DESCRICAO TO WS-JANELA-DESCRICAO
           END-READ.
           CLOSE PARAMETROS.

           IF WS-JANELA-SITUACAO = 1 OR 2
               MOVE "S" TO WS-JANELA-NOTURNA
           END-IF.

      *    Uma mensagem do gateway. A mensagem é marcada em
      *    MENSAGENS-RECEBIDAS.DAT antes do atendimento: se o job
      *    cair no meio, o reprocessamento do mesmo arquivo pula a
      *    mensagem em vez de renovar os empréstimos de novo.
       PROCESSAR-MENSAGEM.
           MOVE SPACES TO WS-ENT-CANAL.
           MOVE SPACES TO WS-ENT-TELEFONE.
           MOVE SPACES TO WS-ENT-DATA-HORA.
           MOVE SPACES TO WS-ENT-TEXTO.
           UNSTRING REG-ENTRADA DELIMITED BY ";"
               INTO WS-ENT-CANAL
                    WS-ENT-TELEFONE
                    WS-ENT-DATA-HORA
                    WS-ENT-TEXTO
           END-UNSTRING.

           MOVE WS-ENT-TELEFONE TO WS-TEL-BRUTO.
           PERFORM NORMALIZAR-TELEFONE.
           MOVE WS-TEL-NORM TO WS-TEL-REMETENTE.

           IF WS-TEL-REMETENTE = SPACES
                   OR WS-ENT-DATA-HORA IS NOT NUMERIC
               DISPLAY "LINHA INVÁLIDA IGNORADA: " REG-ENTRADA(1:40)
               ADD 1 TO WS-QTDE-INVALIDAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEL-REMETENTE TO MSR-TELEFONE.
           MOVE WS-ENT-DATA-HORA TO MSR-DATA-HORA.
           READ RECEBIDAS KEY IS MSR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-REPETIDAS
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION UPPER-CASE(WS-ENT-CANAL) TO WS-ENT-CANAL.
           IF WS-ENT-CANAL(1:1) = "W"
               MOVE "W"        TO WS-CANAL
               MOVE "WHATSAPP" TO WS-OPERADOR-ATUAL
           ELSE
               MOVE "S"        TO WS-CANAL
               MOVE "SMS"      TO WS-OPERADOR-ATUAL
           END-IF.

           PERFORM IDENTIFICAR-COMANDO.
           PERFORM IDENTIFICAR-LEITOR.
           PERFORM PREPARAR-CHAVE-TELEFONE.

           MOVE WS-TEL-REMETENTE TO MSR-TELEFONE.
           MOVE WS-ENT-DATA-HORA TO MSR-DATA-HORA.
           MOVE WS-CANAL         TO MSR-CANAL.
           MOVE WS-COMANDO       TO MSR-COMANDO.
           MOVE WS-COD-USUARIO   TO MSR-USUARIO.
           MOVE "P"              TO MSR-SITUACAO.
           MOVE 0                TO MSR-QTDE-RESPOSTAS.
           MOVE WS-HOJE-AAAAMMDD TO MSR-DATA-PROC.
           WRITE REG-MSG-RECEBIDA.
           IF WS-ST-MSR NOT = "00"
               DISPLAY "ERRO AO GRAVAR MENSAGENS-RECEBIDAS.DAT! "
                       "STATUS: " WS-ST-MSR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-RESPOSTAS.
           MOVE WS-TEL-AUDITORIA TO WS-AUD-CHAVE.
           MOVE WS-LEITOR-ACHADO TO WS-AUD-STATUS-ANT.

           IF WS-LEITOR-ACHADO NOT = "S"
               ADD 1 TO WS-QTDE-NAO-IDENT
               MOVE "SMS-NAOID" TO WS-AUD-OPERACAO
               PERFORM REGISTRAR-AUDITORIA
               MOVE "X" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               MOVE "N" TO MSR-SITUACAO
           ELSE
               EVALUATE WS-COMANDO
                   WHEN "RENOVAR"
                       MOVE "SMS-RENOVA" TO WS-AUD-OPERACAO
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM RESPONDER-RENOVAR
                   WHEN "SITUACAO"
                       MOVE "SMS-SITUAC" TO WS-AUD-OPERACAO
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM RESPONDER-SITUACAO
                   WHEN "DEBITOS"
                       MOVE "SMS-DEBITO" TO WS-AUD-OPERACAO
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM RESPONDER-DEBITOS
                   WHEN "RESERVAS"
                       MOVE "SMS-RESERV" TO WS-AUD-OPERACAO
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM RESPONDER-RESERVAS
                   WHEN OTHER
                       MOVE "SMS-AJUDA" TO WS-AUD-OPERACAO
                       PERFORM REGISTRAR-AUDITORIA
                       MOVE "H" TO WS-NOTIF-TIPO
                       PERFORM GRAVAR-RESPOSTA
               END-EVALUATE
               MOVE "C" TO MSR-SITUACAO
           END-IF.

           MOVE WS-TEL-REMETENTE  TO MSR-TELEFONE.
           MOVE WS-ENT-DATA-HORA  TO MSR-DATA-HORA.
           MOVE WS-QTDE-RESPOSTAS TO MSR-QTDE-RESPOSTAS.
           REWRITE REG-MSG-RECEBIDA.
           ADD 1 TO WS-QTDE-ATENDIDAS.

      *    Só a primeira palavra conta. A comparação pelo começo
      *    da palavra aceita variações ("RENOVA", "SITUAÇÃO") e
      *    o acento de "DÉBITOS", que ocupa duas posições.
       IDENTIFICAR-COMANDO.
           MOVE SPACES TO WS-TEXTO-TRAB.
           MOVE SPACES TO WS-PALAVRA.
           MOVE FUNCTION TRIM(WS-ENT-TEXTO) TO WS-TEXTO-TRAB.
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-TRAB) TO WS-TEXTO-TRAB.
           UNSTRING WS-TEXTO-TRAB DELIMITED BY ALL SPACE
               INTO WS-PALAVRA
           END-UNSTRING.

           EVALUATE TRUE
               WHEN WS-PALAVRA(1:5) = "RENOV"
                   MOVE "RENOVAR"  TO WS-COMANDO
               WHEN WS-PALAVRA(1:5) = "SITUA"
                   MOVE "SITUACAO" TO WS-COMANDO
               WHEN WS-PALAVRA(1:5) = "DEBIT"
               WHEN WS-PALAVRA(1:1) = "D"
                       AND WS-PALAVRA(4:4) = "BITO"
                   MOVE "DEBITOS"  TO WS-COMANDO
               WHEN WS-PALAVRA(1:5) = "RESER"
                   MOVE "RESERVAS" TO WS-COMANDO
               WHEN OTHER
                   MOVE "AJUDA"    TO WS-COMANDO
           END-EVALUATE.

      *    Telefone só com dígitos; acima de 11 ficam os 11 finais
      *    (DDD + número), o que descarta o 55 do país e o zero de
      *    discagem que o gateway ou o cadastro possam trazer.
       NORMALIZAR-TELEFONE.
           MOVE SPACES TO WS-TEL-DIGITOS.
           MOVE SPACES TO WS-TEL-NORM.
           MOVE 0      TO WS-QTDE-DIGITOS.
           PERFORM VARYING WS-IDX-TEL FROM 1 BY 1
                   UNTIL WS-IDX-TEL > 20
               IF WS-TEL-BRUTO(WS-IDX-TEL:1) IS NUMERIC
                   ADD 1 TO WS-QTDE-DIGITOS
                   MOVE WS-TEL-BRUTO(WS-IDX-TEL:1)
                       TO WS-TEL-DIGITOS(WS-QTDE-DIGITOS:1)
               END-IF
           END-PERFORM.

           IF WS-QTDE-DIGITOS > 11
               COMPUTE WS-INICIO-TEL = WS-QTDE-DIGITOS - 10
               MOVE WS-TEL-DIGITOS(WS-INICIO-TEL:11) TO WS-TEL-NORM
           ELSE IF WS-QTDE-DIGITOS > 0
               MOVE WS-TEL-DIGITOS(1:WS-QTDE-DIGITOS) TO WS-TEL-NORM
           END-IF
           END-IF.

      *    AUD-CHAVE tem 10 posições: no celular de 11 dígitos sai
      *    o nono dígito (DDD + 8 finais), que não distingue um
      *    número de outro; o número completo fica em
      *    MENSAGENS-RECEBIDAS.DAT, na mesma data e hora.
       PREPARAR-CHAVE-TELEFONE.
           MOVE SPACES TO WS-TEL-AUDITORIA.
           IF WS-TEL-REMETENTE(11:1) NOT = SPACE
                   AND WS-TEL-REMETENTE(3:1) = "9"
               STRING WS-TEL-REMETENTE(1:2) WS-TEL-REMETENTE(4:8)
                   DELIMITED BY SIZE INTO WS-TEL-AUDITORIA
           ELSE
               MOVE WS-TEL-REMETENTE(1:10) TO WS-TEL-AUDITORIA
           END-IF.

      *    O remetente é o leitor cujo celular das preferências de
      *    contato ou telefone do cadastro bate com o número da
      *    mensagem. Número que aparece em dois leitores (o
      *    responsável de vários menores, por exemplo) fica sem
      *    identificação ("A"): a resposta manda ao balcão em vez
      *    de renovar ou mostrar dados do leitor errado.
       IDENTIFICAR-LEITOR.
           MOVE "N" TO WS-LEITOR-ACHADO.
           MOVE 0   TO WS-COD-USUARIO.

           IF WS-CONTATOS-OK = "S"
               MOVE "N" TO WS-FIM-VARREDURA
               MOVE 0   TO CTT-USUARIO
               START CONTATOS KEY IS NOT LESS THAN CTT-USUARIO
                   INVALID KEY MOVE "S" TO WS-FIM-VARREDURA
               END-START
               PERFORM UNTIL WS-FIM-VARREDURA = "S"
                   READ CONTATOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIM-VARREDURA
                   NOT AT END
                       MOVE CTT-CELULAR TO WS-TEL-BRUTO
                       PERFORM NORMALIZAR-TELEFONE
                       IF WS-TEL-NORM = WS-TEL-REMETENTE
                           MOVE CTT-USUARIO TO USUARIO-COD
                           PERFORM VALIDAR-CANDIDATO-CONTATO
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

           MOVE "N" TO WS-FIM-VARREDURA.
           MOVE 0   TO USUARIO-COD.
           START USUARIOS KEY IS GREATER THAN USUARIO-COD
               INVALID KEY MOVE "S" TO WS-FIM-VARREDURA
           END-START.
           PERFORM UNTIL WS-FIM-VARREDURA = "S"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-VARREDURA
               NOT AT END
                   IF USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "U"
                           AND USUARIO-STATUS NOT = "C"
                       MOVE USUARIO-TELEFONE TO WS-TEL-BRUTO
                       PERFORM NORMALIZAR-TELEFONE
                       IF WS-TEL-NORM = WS-TEL-REMETENTE
                           MOVE USUARIO-COD TO WS-COD-CANDIDATO
                           PERFORM REGISTRAR-CANDIDATO
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-LEITOR-ACHADO NOT = "S"
               MOVE 0 TO WS-COD-USUARIO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   MOVE "N" TO WS-LEITOR-ACHADO
                   MOVE 0   TO WS-COD-USUARIO
               NOT INVALID KEY
                   MOVE USUARIO-CATEGORIA    TO WS-USU-CATEGORIA
                   MOVE USUARIO-VALIDADE     TO WS-USU-VALIDADE
                   MOVE USUARIO-SUSPENSO-ATE TO WS-USU-SUSPENSO-ATE
           END-READ.

       VALIDAR-CANDIDATO-CONTATO.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "U"
                           AND USUARIO-STATUS NOT = "C"
                       MOVE USUARIO-COD TO WS-COD-CANDIDATO
                       PERFORM REGISTRAR-CANDIDATO
                   END-IF
           END-READ.

       REGISTRAR-CANDIDATO.
           IF WS-LEITOR-ACHADO = "N"
               MOVE "S"              TO WS-LEITOR-ACHADO
               MOVE WS-COD-CANDIDATO TO WS-COD-USUARIO
           ELSE IF WS-LEITOR-ACHADO = "S"
                   AND WS-COD-CANDIDATO NOT = WS-COD-USUARIO
               MOVE "A" TO WS-LEITOR-ACHADO
           END-IF
           END-IF.

      *    Mesmos bloqueios do cadastro de empréstimos no balcão:
      *    suspensão por atraso, matrícula vencida e débito acima
      *    do teto (parcelas de acordo ainda não vencidas não
      *    contam, como em CALCULAR-DEBITO-USUARIO).
       VERIFICAR-BLOQUEIO-LEITOR.
           MOVE "N" TO WS-LEITOR-BLOQUEADO.
           IF WS-USU-SUSPENSO-ATE >= WS-HOJE-AAAAMMDD
               MOVE "S" TO WS-LEITOR-BLOQUEADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-USU-VALIDADE > 0
                   AND WS-USU-VALIDADE < WS-HOJE-AAAAMMDD
               MOVE "S" TO WS-LEITOR-BLOQUEADO
               EXIT PARAGRAPH
           END-IF.

           MOVE 0    TO WS-DEBITO-USUARIO.
           MOVE "00" TO WS-ST-CR.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-ST-CR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-USUARIO TO CR-USUARIO.
           MOVE 0 TO CR-SEQ.
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-CR
           END-START.
           PERFORM UNTIL WS-ST-CR = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-ST-CR
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-CR
                   ELSE IF CR-SEQ NOT = 0
                           AND CR-STATUS = "A"
                           AND (CR-VENCIMENTO = 0
                            OR CR-VENCIMENTO <= WS-HOJE-AAAAMMDD)
                       COMPUTE WS-DEBITO-USUARIO = WS-DEBITO-USUARIO
                           + CR-VALOR - CR-VALOR-PAGO
                   END-IF
                   END-IF
           END-PERFORM.
           CLOSE CONTAS-RECEBER.

           IF WS-DEBITO-USUARIO > WS-LIMITE-DEBITO
               MOVE "S" TO WS-LEITOR-BLOQUEADO
           END-IF.

      *    RENOVAR: todos os empréstimos em andamento do leitor,
      *    uma resposta por item (renovado, fila de reserva ou
      *    procurar o balcão). Digital, depósito institucional e
      *    consulta local não renovam e ficam fora da resposta.
       RESPONDER-RENOVAR.
           PERFORM VERIFICAR-BLOQUEIO-LEITOR.
           IF WS-LEITOR-BLOQUEADO = "S"
               MOVE "6" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-USU-CATEGORIA
               WHEN "F"
                   MOVE WS-DIAS-EMP-F TO WS-DIAS-EMPRESTIMO-CAT
               WHEN "C"
                   MOVE WS-DIAS-EMP-C TO WS-DIAS-EMPRESTIMO-CAT
               WHEN OTHER
                   MOVE WS-DIAS-EMP-E TO WS-DIAS-EMPRESTIMO-CAT
           END-EVALUATE.

           OPEN I-O EMPRESTIMOS.
           IF WS-ST-EMP NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT! STATUS: "
               WS-ST-EMP
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N"  TO WS-CALENDARIO-OK.
           MOVE "00" TO WS-ST-CAL.
           OPEN INPUT CALENDARIO.
           IF WS-ST-CAL = "00"
               MOVE "S" TO WS-CALENDARIO-OK
           END-IF.

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO.
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-EMP
           END-START.

      *    Registro preso por outra estação (status 51) encerra a
      *    varredura: o item fica para uma nova mensagem.
           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-EMP
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       PERFORM RENOVAR-EMPRESTIMO-MENSAGEM
                   END-IF
                   END-IF
               END-READ
               IF WS-ST-EMP(1:1) NOT = "0"
                   MOVE "10" TO WS-ST-EMP
               END-IF
           END-PERFORM.

           IF WS-CALENDARIO-OK = "S"
               CLOSE CALENDARIO
           END-IF.
           CLOSE EMPRESTIMOS.

           IF WS-QTDE-RESPOSTAS = 0
               MOVE "0" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
           END-IF.

      *    Regras de RENOVAR-EMPRESTIMO-TOTEM sobre o registro
      *    corrente; a fila de reserva do título (status "A")
      *    também impede a renovação por mensagem.
       RENOVAR-EMPRESTIMO-MENSAGEM.
           IF EMPRESTIMO-TIPO = "L" OR EMPRESTIMO-TIPO = "I"
                   OR EMPRESTIMO-TIPO = "C"
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-COD      TO WS-EMP-COD.
           MOVE EMPRESTIMO-LIVRO    TO WS-NOTIF-LIVRO.
           MOVE EMPRESTIMO-DATA-DEV TO WS-NOTIF-DATA.

           IF EMPRESTIMO-TIPO = "R"
               MOVE "4" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-FILA-RESERVA.
           IF WS-FILA-ESPERA = "S"
               MOVE "4" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.

      *    Item da reserva didática só renova no balcão.
           IF EMPRESTIMO-TIPO = "D"
               MOVE "5" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TIPO-MATERIAL-ITEM.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               MOVE EMPRESTIMO-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIVRO-TIPO-MATERIAL
                           TO WS-TIPO-MATERIAL-ITEM
               END-READ
               CLOSE LIVROS
           END-IF.
           EVALUATE WS-TIPO-MATERIAL-ITEM
               WHEN "D"   MOVE WS-RENOV-TIPO-D TO WS-RENOV-TIPO
               WHEN "J"   MOVE WS-RENOV-TIPO-J TO WS-RENOV-TIPO
               WHEN "T"   MOVE WS-RENOV-TIPO-T TO WS-RENOV-TIPO
               WHEN OTHER MOVE 99 TO WS-RENOV-TIPO
           END-EVALUATE.
           MOVE WS-MAX-RENOVACOES TO WS-MAX-RENOV-EFETIVO.
           IF WS-RENOV-TIPO < WS-MAX-RENOV-EFETIVO
               MOVE WS-RENOV-TIPO TO WS-MAX-RENOV-EFETIVO
           END-IF.

           IF EMPRESTIMO-RENOVACOES >= WS-MAX-RENOV-EFETIVO
               MOVE "5" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(EMPRESTIMO-DATA-DEV)
               + WS-DIAS-EMPRESTIMO-CAT).
           MOVE WS-DEV-AAAAMMDD TO WS-DATA-TESTE.
           PERFORM VERIFICAR-DIA-FECHADO.
           PERFORM UNTIL WS-DIA-FECHADO = "N"
               COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DEV-AAAAMMDD) + 1)
               MOVE WS-DEV-AAAAMMDD TO WS-DATA-TESTE
               PERFORM VERIFICAR-DIA-FECHADO
           END-PERFORM.

           MOVE EMPRESTIMO-STATUS TO WS-AUD-STATUS-ANT.
           MOVE REG-EMPRESTIMO    TO WS-JRN-ANTES.
           MOVE WS-DEV-AAAAMMDD   TO EMPRESTIMO-DATA-DEV.
           ADD 1 TO EMPRESTIMO-RENOVACOES.
           REWRITE REG-EMPRESTIMO.
           IF WS-ST-EMP(1:1) NOT = "0"
               MOVE SPACES TO WS-JRN-ANTES
               MOVE "5" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTDE-RENOVADOS.

           MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS.
           MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"            TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE "RENOVACAO" TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD  TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

           MOVE "3"             TO WS-NOTIF-TIPO.
           MOVE WS-DEV-AAAAMMDD TO WS-NOTIF-DATA.
           PERFORM GRAVAR-RESPOSTA.

       VERIFICAR-FILA-RESERVA.
           MOVE "N"  TO WS-FILA-ESPERA.
           MOVE "00" TO WS-ST-RES.
           OPEN INPUT RESERVAS.
           IF WS-ST-RES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPRESTIMO-LIVRO TO RESERVA-LIVRO.
           START RESERVAS KEY IS EQUAL TO RESERVA-LIVRO
               INVALID KEY MOVE "10" TO WS-ST-RES
           END-START.
           PERFORM UNTIL WS-ST-RES = "10"
                   OR WS-FILA-ESPERA = "S"
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RES
               NOT AT END
                   IF RESERVA-LIVRO NOT = EMPRESTIMO-LIVRO
                       MOVE "10" TO WS-ST-RES
                   ELSE IF RESERVA-STATUS = "A"
                       MOVE "S" TO WS-FILA-ESPERA
                   END-IF
                   END-IF
           END-PERFORM.
           CLOSE RESERVAS.

      *    Domingo (INTEGER-OF-DATE múltiplo de 7) ou data
      *    cadastrada em CALENDARIO.DAT = biblioteca fechada.
       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           IF FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE), 7) = 0
               MOVE "S" TO WS-DIA-FECHADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CALENDARIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-TESTE TO CAL-DATA.
           READ CALENDARIO KEY IS CAL-DATA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DIA-FECHADO
           END-READ.

      *    SITUACAO: uma resposta por empréstimo em andamento,
      *    com o título e o vencimento.
       RESPONDER-SITUACAO.
           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT! STATUS: "
               WS-ST-EMP
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO.
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-EMP
           END-START.
           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-EMP
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       MOVE "7"                 TO WS-NOTIF-TIPO
                       MOVE EMPRESTIMO-LIVRO    TO WS-NOTIF-LIVRO
                       MOVE EMPRESTIMO-DATA-DEV TO WS-NOTIF-DATA
                       PERFORM GRAVAR-RESPOSTA
                   END-IF
                   END-IF
           END-PERFORM.
           CLOSE EMPRESTIMOS.

           IF WS-QTDE-RESPOSTAS = 0
               MOVE "0" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
           END-IF.

      *    DEBITOS: o total em aberto, como a consulta do totem
      *    (inclui parcelas de acordo ainda a vencer).
       RESPONDER-DEBITOS.
           MOVE 0    TO WS-TOTAL-DEBITO.
           MOVE "00" TO WS-ST-CR.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-ST-CR = "00"
               MOVE WS-COD-USUARIO TO CR-USUARIO
               MOVE 0 TO CR-SEQ
               START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-CR
               END-START
               PERFORM UNTIL WS-ST-CR = "10"
                   READ CONTAS-RECEBER NEXT RECORD
                       AT END MOVE "10" TO WS-ST-CR
                   NOT AT END
                       IF CR-USUARIO NOT = WS-COD-USUARIO
                           MOVE "10" TO WS-ST-CR
                       ELSE IF CR-SEQ NOT = 0
                               AND CR-STATUS = "A"
                           COMPUTE WS-TOTAL-DEBITO = WS-TOTAL-DEBITO
                               + CR-VALOR - CR-VALOR-PAGO
                       END-IF
                       END-IF
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF.

           IF WS-TOTAL-DEBITO > 0
               MOVE "8"             TO WS-NOTIF-TIPO
               MOVE WS-TOTAL-DEBITO TO WS-NOTIF-VALOR
           ELSE
               MOVE "0" TO WS-NOTIF-TIPO
           END-IF.
           PERFORM GRAVAR-RESPOSTA.

      *    RESERVAS: uma resposta por reserva ativa; separada na
      *    estante tem texto próprio.
       RESPONDER-RESERVAS.
           MOVE "00" TO WS-ST-RES.
           OPEN INPUT RESERVAS.
           IF WS-ST-RES = "00"
               PERFORM UNTIL WS-ST-RES = "10"
                   READ RESERVAS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-RES
                   NOT AT END
                       IF RESERVA-USUARIO = WS-COD-USUARIO
                               AND (RESERVA-STATUS = "A"
                                OR RESERVA-STATUS = "N"
                                OR RESERVA-STATUS = "T"
                                OR RESERVA-STATUS = "D")
                           IF RESERVA-STATUS = "N"
                               MOVE "N" TO WS-NOTIF-TIPO
                           ELSE
                               MOVE "9" TO WS-NOTIF-TIPO
                           END-IF
                           MOVE RESERVA-LIVRO TO WS-NOTIF-LIVRO
                           PERFORM GRAVAR-RESPOSTA
                       END-IF
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

           IF WS-QTDE-RESPOSTAS = 0
               MOVE "0" TO WS-NOTIF-TIPO
               PERFORM GRAVAR-RESPOSTA
           END-IF.

       ABRIR-NOTIFICACOES.
           OPEN I-O NOTIFICACOES.
           EVALUATE WS-ST-NOT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO NOTIFICACOES.DAT..."
                   OPEN OUTPUT NOTIFICACOES
                   CLOSE NOTIFICACOES
                   OPEN I-O NOTIFICACOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR NOTIFICACOES.DAT! STATUS: "
                   WS-ST-NOT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    A resposta volta para o número que mandou a mensagem,
      *    sem e-mail; o SIS-NOTIFICA não aplica a ela as recusas
      *    das preferências de contato, porque foi pedida pelo
      *    próprio leitor.
       GRAVAR-RESPOSTA.
           MOVE 0    TO WS-NOTIF-COD-LIVRE.
           MOVE "00" TO WS-ST-NOT.

           PERFORM ABRIR-NOTIFICACOES

           PERFORM UNTIL WS-ST-NOT = "10"
               READ NOTIFICACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-NOT
               NOT AT END
                   IF NOTIF-COD > WS-NOTIF-COD-LIVRE
                       MOVE NOTIF-COD TO WS-NOTIF-COD-LIVRE
                   END-IF
           END-PERFORM.

           ADD 1 TO WS-NOTIF-COD-LIVRE.
           MOVE WS-NOTIF-COD-LIVRE TO NOTIF-COD.
           MOVE WS-HOJE-AAAAMMDD   TO NOTIF-DATA.
           IF WS-NOTIF-DATA NOT = 0
               MOVE WS-NOTIF-DATA TO NOTIF-DATA
           END-IF.
           MOVE WS-NOTIF-TIPO      TO NOTIF-TIPO.
           MOVE WS-COD-USUARIO     TO NOTIF-USUARIO.
           MOVE SPACES             TO NOTIF-EMAIL.
           MOVE WS-TEL-REMETENTE   TO NOTIF-TELEFONE.
           MOVE WS-NOTIF-LIVRO     TO NOTIF-LIVRO.
           MOVE WS-NOTIF-VALOR     TO NOTIF-VALOR.
           MOVE "P"                TO NOTIF-STATUS.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO.

           CLOSE NOTIFICACOES.

           ADD 1 TO WS-QTDE-RESPOSTAS.
           ADD 1 TO WS-QTDE-ENFILEIRADAS.
           MOVE 0 TO WS-NOTIF-DATA.
           MOVE 0 TO WS-NOTIF-LIVRO.
           MOVE 0 TO WS-NOTIF-VALOR.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           EVALUATE WS-ST-AUD
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AUDITORIA.DAT! STATUS: "
                   WS-ST-AUD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Sem operador logado: a trilha registra o canal ("SMS"
      *    ou "WHATSAPP"); no comando a chave é o telefone e na
      *    renovação o código do empréstimo.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA

           PERFORM ABRIR-AUDITORIA
           MOVE WS-DATA-SISTEMA(1:21) TO AUD-DATA-HORA
           MOVE "SIS-MENSAGENS"       TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

       ABRIR-JORNAL.
           OPEN EXTEND JORNAL.
           EVALUATE WS-ST-JRN
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT JORNAL
                   CLOSE JORNAL
                   OPEN EXTEND JORNAL
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR JORNAL.DAT! STATUS: "
                   WS-ST-JRN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       GRAVAR-JORNAL.
           PERFORM ABRIR-JORNAL
           MOVE FUNCTION CURRENT-DATE TO JRN-DATA-HORA
           MOVE WS-JRN-ARQUIVO        TO JRN-ARQUIVO
           MOVE WS-JRN-OPERACAO       TO JRN-OPERACAO
           MOVE WS-JRN-ANTES          TO JRN-IMAGEM-ANTES
           MOVE WS-JRN-DEPOIS         TO JRN-IMAGEM-DEPOIS
           WRITE REG-JORNAL
           CLOSE JORNAL
           MOVE SPACES TO WS-JRN-ANTES
           MOVE SPACES TO WS-JRN-DEPOIS.
