      *               aberto de um usuário em CONTAS-RECEBER.DAT,
      *               registra pagamentos (totais ou parciais) e
      *               isenções autorizadas, com número de recibo.
      *               Isenção, estorno e parcelamento acima da
      *               alçada de PARAMETROS.DAT (ALCADA-ISENCAO,
      *               ALCADA-ESTORNO, ALCADA-PARCELAMENTO) só são
      *               aplicados depois da aprovação de outro
      *               supervisor na fila de APROVACOES.DAT.
      *               Com a cadeia noturna em andamento (chave
      *               JANELA-NOTURNA de PARAMETROS.DAT) o caixa fica
      *               em modo somente consulta: débitos e segunda
      *               via de recibo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT APROVACOES ASSIGN TO 'APROVACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-APR.

       DATA DIVISION.
       FILE SECTION.

           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD APROVACOES.
       01 REG-APROVACAO.
           02 APR-COD                  PIC 9(7).
           02 APR-TIPO                 PIC X(1).
           02 APR-STATUS               PIC X(1).
           02 APR-PROGRAMA             PIC X(15).
           02 APR-REFERENCIA           PIC X(20).
           02 APR-VALOR                PIC 9(7)V99.
           02 APR-VALOR-BASE           PIC 9(7)V99.
           02 APR-QTDE                 PIC 9(3).
           02 APR-DESCRICAO            PIC X(40).
           02 APR-SOLICITANTE          PIC X(10).
           02 APR-DATA-SOLIC           PIC X(21).
           02 APR-APROVADOR            PIC X(10).
           02 APR-DATA-DECISAO         PIC X(21).
           02 APR-MOTIVO               PIC X(40).
           02 APR-DATA-EFETIVACAO      PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-VIA-NOME                  PIC X(30)     VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-RECIBO-BUSCA              PIC 9(6)      VALUE 0.
       77 WS-RECIBO-ACHADO             PIC X(1)      VALUE "N".
       77 WS-VALOR-RECIBO              PIC 9(7)V99   VALUE 0.
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-JANELA-NOTURNA            PIC X(1)      VALUE "N".
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-JANELA-DESCRICAO          PIC X(40)     VALUE SPACES.
       77 WS-ALCADA-ISENCAO            PIC 9(7)V99   VALUE 20,00.
       77 WS-ALCADA-ESTORNO            PIC 9(7)V99   VALUE 0.
       77 WS-ALCADA-PARCELAMENTO       PIC 9(7)V99   VALUE 50,00.
       77 WS-ST-APR                    PIC X(2)      VALUE SPACES.
       77 WS-APR-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-APR-REFERENCIA            PIC X(20)     VALUE SPACES.
       77 WS-APR-VALOR                 PIC 9(7)V99   VALUE 0.
       77 WS-APR-VALOR-BASE            PIC 9(7)V99   VALUE 0.
       77 WS-APR-QTDE                  PIC 9(3)      VALUE 0.
       77 WS-APR-DESCRICAO             PIC X(40)     VALUE SPACES.
       77 WS-APR-LIBERADA              PIC X(1)      VALUE "N".
       77 WS-APR-PENDENTE              PIC X(1)      VALUE "N".
       77 WS-APR-COD-ACHADO            PIC 9(7)      VALUE 0.
       77 WS-APR-COD-LIVRE             PIC 9(7)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM LER-PARAMETROS.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

      *    Alçadas do caixa em PARAMETROS.DAT; na ausência do
      *    arquivo valem os padrões das cláusulas VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ALCADA-ISENCAO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ALCADA-ISENCAO
           END-READ.
           MOVE "ALCADA-ESTORNO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ALCADA-ESTORNO
           END-READ.
           MOVE "ALCADA-PARCELAMENTO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-ALCADA-PARCELAMENTO
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

       VERIFICAR-JANELA-NOTURNA.
           PERFORM LER-JANELA-NOTURNA.
           IF WS-JANELA-NOTURNA = "S"
               PERFORM EXIBIR-JANELA-NOTURNA
           END-IF.

       EXIBIR-JANELA-NOTURNA.
           DISPLAY "*********************************************"
           IF WS-JANELA-SITUACAO = 2
               DISPLAY "*  CADEIA NOTURNA INTERROMPIDA POR FALHA    *"
           ELSE
               DISPLAY "*  CADEIA NOTURNA EM EXECUÇÃO               *"
           END-IF
           DISPLAY "*  SISTEMA EM MODO SOMENTE CONSULTA         *"
           DISPLAY "*********************************************"
           DISPLAY "  " WS-JANELA-DESCRICAO.

       AVISAR-JANELA-NOTURNA.
           DISPLAY "OPERAÇÃO INDISPONÍVEL DURANTE A CADEIA NOTURNA: "
                   "SÓ CONSULTAS ATÉ O FIM DO PROCESSAMENTO OU A "
                   "LIBERAÇÃO DE EMERGÊNCIA PELO SUPERVISOR.".

      *    Pagamento, isenção e demais movimentos disputariam
      *    CONTAS-RECEBER.DAT com o fechamento de multas.
       RESTRINGIR-OPCAO-JANELA.
           EVALUATE WS-OPCAO
               WHEN '1'
               WHEN '8'
               WHEN '9'
                   CONTINUE
               WHEN OTHER
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "-" TO WS-OPCAO
           END-EVALUATE.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               PERFORM VERIFICAR-JANELA-NOTURNA
               DISPLAY "-------------------------------------"
               DISPLAY "     CAIXA - MULTAS E COBRANÇAS     "
               DISPLAY "-------------------------------------"
               DISPLAY "4 - Abrir Sessão de Caixa"
               DISPLAY "5 - Fechar Sessão (Relatório Z)"
               DISPLAY "6 - Parcelar Débito (Acordo)"
               DISPLAY "7 - Estorno de Pagamento"
               DISPLAY "8 - Segunda Via de Recibo"
               DISPLAY "9 - Voltar"
               DISPLAY "Escolha uma opção (1..9): "
               ACCEPT WS-OPCAO
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                   PERFORM RESTRINGIR-OPCAO-JANELA
               END-IF
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM CONSULTAR-DEBITOS
                       PERFORM ESTORNAR-PAGAMENTO
                   WHEN '8'
                       PERFORM SEGUNDA-VIA-RECIBO
                   WHEN '-'
                       CONTINUE
                   WHEN '9'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
           DISPLAY "SEQ   | DATA       |TIPO| VALOR      | PAGO"
           DISPLAY "-------------------------------------------"

           MOVE WS-COD-USUARIO TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ NOT = 0
                           AND CR-STATUS = "A"
                       ADD 1 TO WS-QTDE-ABERTOS
                       COMPUTE WS-SALDO-ITEM =
                                   "EM " WS-DATA-FMT
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.
           DISPLAY "DIGITE O SEQ DO ITEM A ISENTAR: "
           ACCEPT WS-CR-SEQ

      *    Saldo conferido antes do recibo: acima da alçada a
      *    isenção depende da aprovação de outro supervisor.
           MOVE "N" TO WS-APR-LIBERADA.
           PERFORM ABRIR-CONTAS-RECEBER
           MOVE WS-COD-USUARIO TO CR-USUARIO
           MOVE WS-CR-SEQ      TO CR-SEQ
           READ CONTAS-RECEBER KEY IS CR-CHAVE
               INVALID KEY
                   DISPLAY "ITEM NÃO ENCONTRADO."
                   CLOSE CONTAS-RECEBER
                   EXIT PARAGRAPH.
           IF CR-STATUS NOT = "A"
               DISPLAY "ITEM NÃO ESTÁ EM ABERTO."
               CLOSE CONTAS-RECEBER
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-ITEM = CR-VALOR - CR-VALOR-PAGO.
           CLOSE CONTAS-RECEBER.

           IF WS-SALDO-ITEM > WS-ALCADA-ISENCAO
               MOVE "I"           TO WS-APR-TIPO
               MOVE SPACES        TO WS-APR-REFERENCIA
               STRING WS-COD-USUARIO "/" WS-CR-SEQ
                       DELIMITED BY SIZE INTO WS-APR-REFERENCIA
               MOVE WS-SALDO-ITEM TO WS-APR-VALOR
               MOVE 0             TO WS-APR-VALOR-BASE
               MOVE 0             TO WS-APR-QTDE
               MOVE SPACES        TO WS-APR-DESCRICAO
               STRING "ISENCAO ITEM " WS-CR-SEQ " USUARIO "
                      WS-COD-USUARIO
                       DELIMITED BY SIZE INTO WS-APR-DESCRICAO
               PERFORM VERIFICAR-ALCADA
               IF WS-APR-LIBERADA NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM OBTER-PROX-RECIBO.

           MOVE "ISENCAO"      TO WS-AUD-OPERACAO
           MOVE WS-COD-USUARIO TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA
           PERFORM EFETIVAR-ALCADA

           PERFORM EMITIR-RECIBO.

      *    débito do empréstimo; uma parcela vencida e não paga
      *    reaplica o bloqueio sozinha no cálculo do balcão.
       PARCELAR-DEBITO.
           MOVE "N" TO WS-APR-LIBERADA.
           DISPLAY "DIGITE O CÓDIGO DO USUÁRIO: "
           ACCEPT WS-COD-USUARIO
           PERFORM EXIBIR-NOME-USUARIO
               EXIT PARAGRAPH
           END-IF.

           IF WS-SALDO-ITEM > WS-ALCADA-PARCELAMENTO
               MOVE "P"              TO WS-APR-TIPO
               MOVE SPACES           TO WS-APR-REFERENCIA
               STRING WS-COD-USUARIO "/" WS-CR-SEQ
                       DELIMITED BY SIZE INTO WS-APR-REFERENCIA
               MOVE WS-SALDO-ITEM    TO WS-APR-VALOR
               MOVE 0                TO WS-APR-VALOR-BASE
               MOVE WS-QTDE-PARCELAS TO WS-APR-QTDE
               MOVE SPACES           TO WS-APR-DESCRICAO
               STRING "ACORDO EM " WS-QTDE-PARCELAS
                      " PARCELAS A CADA " WS-DIAS-INTERVALO " DIAS"
                       DELIMITED BY SIZE INTO WS-APR-DESCRICAO
               PERFORM VERIFICAR-ALCADA
               IF WS-APR-LIBERADA NOT = "S"
                   CLOSE CONTAS-RECEBER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE CR-STATUS TO WS-AUD-STATUS-ANT.
           MOVE "N" TO CR-STATUS.
           MOVE WS-OPERADOR-ATUAL TO CR-OPERADOR.

           MOVE "PARCELAMTO"    TO WS-AUD-OPERACAO
           MOVE WS-COD-USUARIO  TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA
           PERFORM EFETIVAR-ALCADA.

      *    Mesma numeração de GRAVAR-CONTA-RECEBER-OCORR em
      *    SIS-EMPRESTIMOS: maior SEQ do usuário. O registro
      *    situação reaberta ("A") — o registro original do
      *    recebimento no extrato fica intacto — e o bloqueio do
      *    leitor volta sozinho, porque o teto de débito é
      *    apurado ao vivo. Tudo jornalizado e auditado. Acima
      *    da alçada o estorno espera a aprovação de outro
      *    supervisor.
       ESTORNAR-PAGAMENTO.
           MOVE "N" TO WS-APR-LIBERADA.
           PERFORM LOCALIZAR-SESSAO-ABERTA.
           IF WS-SESSAO-ACHADA NOT = "S"
               DISPLAY "ABRA UMA SESSÃO DE CAIXA ANTES DE "

           MOVE WS-VALOR-RECIBO TO WS-VALOR-ESTORNO.

           IF WS-VALOR-ESTORNO > WS-ALCADA-ESTORNO
               MOVE "E"              TO WS-APR-TIPO
               MOVE SPACES           TO WS-APR-REFERENCIA
               STRING "RECIBO " WS-RECIBO-BUSCA
                       DELIMITED BY SIZE INTO WS-APR-REFERENCIA
               MOVE WS-VALOR-ESTORNO TO WS-APR-VALOR
               MOVE 0                TO WS-APR-VALOR-BASE
               MOVE 0                TO WS-APR-QTDE
               MOVE SPACES           TO WS-APR-DESCRICAO
               STRING "ESTORNO RECIBO " WS-RECIBO-BUSCA " USUARIO "
                      WS-USU-RECIBO
                       DELIMITED BY SIZE INTO WS-APR-DESCRICAO
               PERFORM VERIFICAR-ALCADA
               IF WS-APR-LIBERADA NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    Recibo antigo cujo número já foi sobrescrito no item
      *    por um pagamento posterior: o extrato identificou o
      *    leitor, mas o item a reabrir é escolhido pelo

           MOVE "ESTORNO"       TO WS-AUD-OPERACAO
           MOVE WS-RECIBO-BUSCA TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA
           PERFORM EFETIVAR-ALCADA.

      *    Segunda via do recibo, claramente marcada, gerada em
      *    arquivo para a impressora do balcão.
           MOVE WS-RECIBO-BUSCA TO WS-AUD-CHAVE
           MOVE SPACES          TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

       ABRIR-APROVACOES.
           OPEN I-O APROVACOES.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-APR NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O APROVACOES
           END-PERFORM.
           EVALUATE WS-ST-APR
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO APROVACOES.DAT..."
                   OPEN OUTPUT APROVACOES
                   CLOSE APROVACOES
                   OPEN I-O APROVACOES
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR APROVACOES.DAT! STATUS: "
                   WS-ST-APR
                   STOP RUN
           END-EVALUATE.

      *    Dupla custódia: acima da alçada a operação não é
      *    aplicada. Sem aprovação para ela, vira pedido pendente
      *    em APROVACOES.DAT, decidido por outro supervisor em
      *    SIS-APROVACOES. O pedido aprovado do mesmo operador
      *    para a mesma operação (tipo, referência, valor e
      *    quantidade) libera uma única execução, consumida em
      *    EFETIVAR-ALCADA depois que a operação é gravada.
       VERIFICAR-ALCADA.
           MOVE "N"  TO WS-APR-LIBERADA.
           MOVE "N"  TO WS-APR-PENDENTE.
           MOVE 0    TO WS-APR-COD-ACHADO.
           MOVE 0    TO WS-APR-COD-LIVRE.
           MOVE "00" TO WS-ST-APR.

           PERFORM ABRIR-APROVACOES

           PERFORM UNTIL WS-ST-APR = "10"
               READ APROVACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-APR
               NOT AT END
                   IF APR-COD > WS-APR-COD-LIVRE
                       MOVE APR-COD TO WS-APR-COD-LIVRE
                   END-IF
                   IF APR-TIPO = WS-APR-TIPO
                           AND APR-REFERENCIA = WS-APR-REFERENCIA
                           AND APR-SOLICITANTE = WS-OPERADOR-ATUAL
                           AND WS-APR-LIBERADA = "N"
                       IF APR-STATUS = "A"
                               AND APR-VALOR = WS-APR-VALOR
                               AND APR-QTDE = WS-APR-QTDE
                           MOVE "S"     TO WS-APR-LIBERADA
                           MOVE APR-COD TO WS-APR-COD-ACHADO
                       ELSE IF APR-STATUS = "P"
                           MOVE "S"     TO WS-APR-PENDENTE
                           MOVE APR-COD TO WS-APR-COD-ACHADO
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-APR-LIBERADA = "S"
               CLOSE APROVACOES
               DISPLAY "OPERAÇÃO LIBERADA PELA APROVAÇÃO Nº "
                       WS-APR-COD-ACHADO "."
               EXIT PARAGRAPH
           END-IF.

           IF WS-APR-PENDENTE = "S"
               CLOSE APROVACOES
               DISPLAY "A SOLICITAÇÃO Nº " WS-APR-COD-ACHADO
                       " PARA ESTA OPERAÇÃO AINDA AGUARDA A "
                       "DECISÃO DE UM SUPERVISOR."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APR-COD-LIVRE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE WS-APR-COD-LIVRE      TO APR-COD.
           MOVE WS-APR-TIPO           TO APR-TIPO.
           MOVE "P"                   TO APR-STATUS.
           MOVE "SIS-CAIXA"           TO APR-PROGRAMA.
           MOVE WS-APR-REFERENCIA     TO APR-REFERENCIA.
           MOVE WS-APR-VALOR          TO APR-VALOR.
           MOVE WS-APR-VALOR-BASE     TO APR-VALOR-BASE.
           MOVE WS-APR-QTDE           TO APR-QTDE.
           MOVE WS-APR-DESCRICAO      TO APR-DESCRICAO.
           MOVE WS-OPERADOR-ATUAL     TO APR-SOLICITANTE.
           MOVE WS-DATA-SISTEMA(1:21) TO APR-DATA-SOLIC.
           MOVE SPACES                TO APR-APROVADOR.
           MOVE SPACES                TO APR-DATA-DECISAO.
           MOVE SPACES                TO APR-MOTIVO.
           MOVE 0                     TO APR-DATA-EFETIVACAO.
           WRITE REG-APROVACAO.
           CLOSE APROVACOES.

           DISPLAY "OPERAÇÃO ACIMA DA ALÇADA: SOLICITAÇÃO Nº "
                   WS-APR-COD-LIVRE " ENVIADA À FILA DE APROVAÇÃO."
           DISPLAY "DEPOIS DA APROVAÇÃO POR OUTRO SUPERVISOR, "
                   "REPITA A OPERAÇÃO."

           MOVE "ALCADA-SOL"     TO WS-AUD-OPERACAO.
           MOVE WS-APR-COD-LIVRE TO WS-AUD-CHAVE.
           MOVE SPACES           TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       EFETIVAR-ALCADA.
           IF WS-APR-LIBERADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-APR-LIBERADA.

           PERFORM ABRIR-APROVACOES
           MOVE WS-APR-COD-ACHADO TO APR-COD
           READ APROVACOES KEY IS APR-COD
               INVALID KEY
                   CLOSE APROVACOES
                   EXIT PARAGRAPH.

           MOVE "E" TO APR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APR-DATA-EFETIVACAO.
           REWRITE REG-APROVACAO.
           CLOSE APROVACOES.

           MOVE "ALCADA-USO"      TO WS-AUD-OPERACAO.
           MOVE WS-APR-COD-ACHADO TO WS-AUD-CHAVE.
           MOVE "A"               TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.
