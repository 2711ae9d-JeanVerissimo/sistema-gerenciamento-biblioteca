      *               O menu é fechado: nada além desse perfil é
      *               oferecido, para o totem ficar sem vigilância.
      *               O PIN padrão "0000" obriga a troca no
      *               primeiro uso. Carteirinha bloqueada no
      *               histórico (HIST-CARTEIRAS.DAT) é recusada e a
      *               tentativa vai para a auditoria.
      *               Com a cadeia noturna em andamento (chave
      *               JANELA-NOTURNA de PARAMETROS.DAT) o totem só
      *               consulta: renovação e troca de PIN ficam
      *               suspensas até o fim do processamento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               FILE STATUS IS WS-ST-EMP.
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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT HIST-CARTEIRAS ASSIGN TO 'HIST-CARTEIRAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-NUMERO
               ALTERNATE RECORD KEY IS HCT-USUARIO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-HCT.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.
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
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

      *    Histórico das carteirinhas, um registro por número
      *    emitido. HCT-STATUS "A" ativa, "B" bloqueada (lista de
      *    alerta). Motivos: "N" primeira via, "P" perda, "F" furto
      *    ou roubo, "D" dano.
       FD HIST-CARTEIRAS.
       01 REG-HIST-CARTEIRA.
           02 HCT-NUMERO               PIC X(12).
           02 HCT-USUARIO              PIC 9(7).
           02 HCT-VIA                  PIC 9(2).
           02 HCT-STATUS               PIC X(1).
           02 HCT-MOTIVO-EMISSAO       PIC X(1).
           02 HCT-DATA-EMISSAO         PIC 9(8).
           02 HCT-MOTIVO-BLOQUEIO      PIC X(1).
           02 HCT-DATA-BLOQUEIO        PIC 9(8).
           02 HCT-OPERADOR             PIC X(10).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-JANELA-NOTURNA            PIC X(1)      VALUE "N".
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-JANELA-DESCRICAO          PIC X(40)     VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HCT                    PIC X(2)      VALUE SPACES.
       77 WS-CARTEIRA-BLOQUEADA        PIC X(1)      VALUE "N".
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-ENCERRAR                  PIC X(1)      VALUE "N".
       77 WS-CARTEIRA                  PIC X(12)     VALUE SPACES.

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

       VERIFICAR-JANELA-NOTURNA.
           PERFORM LER-JANELA-NOTURNA.
           IF WS-JANELA-NOTURNA = "S"
               PERFORM EXIBIR-JANELA-NOTURNA
           END-IF.

      *    O leitor vê só o aviso; a descrição técnica da
      *    cadeia fica para as estações do balcão.
       EXIBIR-JANELA-NOTURNA.
           DISPLAY "******************************************"
           DISPLAY "*  MANUTENÇÃO NOTURNA EM ANDAMENTO       *"
           DISPLAY "*  SOMENTE CONSULTAS; RENOVAÇÃO E TROCA  *"
           DISPLAY "*  DE PIN VOLTAM AO FIM DO PROCESSAMENTO *"
           DISPLAY "******************************************".

       AVISAR-JANELA-NOTURNA.
           DISPLAY "SERVIÇO INDISPONÍVEL DURANTE A MANUTENÇÃO "
                   "NOTURNA. TENTE MAIS TARDE OU PROCURE O "
                   "BALCÃO DE ATENDIMENTO.".

       ATENDER-LEITOR.
           DISPLAY "=========================================="
           DISPLAY "     BIBLIOTECA - AUTOATENDIMENTO        "
           DISPLAY "=========================================="
           PERFORM VERIFICAR-JANELA-NOTURNA
           DISPLAY "PASSE A SUA CARTEIRINHA: "
           ACCEPT WS-CARTEIRA
           IF WS-CARTEIRA = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-CARTEIRA-BLOQUEADA.
           IF WS-CARTEIRA-BLOQUEADA = "S"
               DISPLAY "CARTEIRINHA BLOQUEADA. PROCURE O "
                       "BALCÃO DE ATENDIMENTO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-USUARIO-POR-CARTEIRA.
           IF WS-USUARIO-ACHADO NOT = "S"
               DISPLAY "CARTEIRINHA NÃO RECONHECIDA. PROCURE O "

           CLOSE USUARIOS.

      *    O número que consta como bloqueado (perda, furto ou
      *    substituição) não abre sessão; o alerta leva o código
      *    do titular para a equipe do balcão.
       VERIFICAR-CARTEIRA-BLOQUEADA.
           MOVE "N" TO WS-CARTEIRA-BLOQUEADA.
           OPEN INPUT HIST-CARTEIRAS.
           IF WS-ST-HCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARTEIRA TO HCT-NUMERO.
           READ HIST-CARTEIRAS KEY IS HCT-NUMERO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HCT-STATUS = "B"
                       MOVE "S" TO WS-CARTEIRA-BLOQUEADA
                   END-IF
           END-READ.
           CLOSE HIST-CARTEIRAS.

           IF WS-CARTEIRA-BLOQUEADA = "S"
               MOVE "CART-ALERT"        TO WS-AUD-OPERACAO
               MOVE HCT-USUARIO         TO WS-AUD-CHAVE
               MOVE HCT-MOTIVO-BLOQUEIO TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       VALIDAR-PIN.
           MOVE "N" TO WS-SESSAO-OK.
           MOVE 0   TO WS-TENTATIVAS-PIN.
           END-IF.

           IF USUARIO-PIN = "0000"
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "N" TO WS-SESSAO-OK
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "POR SEGURANÇA, TROQUE O PIN PADRÃO ANTES "
                       "DE CONTINUAR."
               PERFORM TROCAR-PIN-ABERTO
               DISPLAY "0 - Encerrar Atendimento"
               DISPLAY "Escolha uma opção (1/2/3/4/5/0): "
               ACCEPT WS-OPCAO
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                       AND (WS-OPCAO = '4' OR WS-OPCAO = '5')
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "-" TO WS-OPCAO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM LISTAR-EMPRESTIMOS-LEITOR
                       PERFORM RENOVAR-EMPRESTIMO-TOTEM
                   WHEN '5'
                       PERFORM TROCAR-PIN-MENU
                   WHEN '-'
                       CONTINUE
                   WHEN '0'
                       DISPLAY "ATENDIMENTO ENCERRADO. ATÉ LOGO!"
                   WHEN OTHER

           DISPLAY "-- MEUS EMPRÉSTIMOS EM ANDAMENTO --"

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-EMP
           END-START

           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-EMP
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       ADD 1 TO WS-QTDE-LISTADOS
                       PERFORM EXIBIR-LINHA-EMPRESTIMO
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
                   IF RESERVA-USUARIO = WS-COD-USUARIO
                           AND (RESERVA-STATUS = "A"
                            OR RESERVA-STATUS = "N"
                            OR RESERVA-STATUS = "T"
                            OR RESERVA-STATUS = "D")
                       ADD 1 TO WS-QTDE-LISTADOS
                       PERFORM EXIBIR-LINHA-RESERVA
                   END-IF
           ELSE IF RESERVA-STATUS = "T"
               DISPLAY "   " LIVRO-TITULO(1:30)
                       " - EM TRANSFERÊNCIA PARA A SUA FILIAL"
           ELSE IF RESERVA-STATUS = "D"
               DISPLAY "   " LIVRO-TITULO(1:30)
                       " - A CAMINHO DA SUA CASA (ENTREGA)"
           ELSE
               MOVE RESERVA-LIVRO TO WS-RES-LIVRO
               MOVE RESERVA-COD   TO WS-RES-COD-ATUAL

           DISPLAY "-- MEUS DÉBITOS EM ABERTO --"

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
                       ADD 1 TO WS-QTDE-LISTADOS
                       COMPUTE WS-SALDO-ITEM =
                       DISPLAY "   ITEM " CR-SEQ " DE " WS-DATA-FMT
                               " - SALDO R$ " WS-SALDO-ITEM
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.
               EXIT PARAGRAPH
           END-IF.

      *    Exemplar recolhido para reserva não renova; item da
      *    reserva didática só renova no balcão, sob o teto próprio;
      *    empréstimo digital não renova.
           IF EMPRESTIMO-TIPO = "R"
               DISPLAY "ESTE EXEMPLAR FOI RECOLHIDO PARA ATENDER "
                       "UMA RESERVA E NÃO PODE SER RENOVADO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.
           IF EMPRESTIMO-TIPO = "D"
               DISPLAY "ITEM DA RESERVA DIDÁTICA. PROCURE O "
                       "BALCÃO DE ATENDIMENTO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.
           IF EMPRESTIMO-TIPO = "L"
               DISPLAY "EMPRÉSTIMO DIGITAL NÃO PODE SER RENOVADO; "
                       "AO EXPIRAR, PEGUE O TÍTULO DE NOVO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

      *    Mesma régua do balcão: o teto de renovações do tipo de
      *    material vale quando é mais restritivo que o geral.
           MOVE SPACES TO WS-TIPO-MATERIAL-ITEM.
