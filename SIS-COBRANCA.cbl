      *               90) para o despachante SIS-NOTIFICA; e
      *               exportação dos devedores acima do teto
      *               TETO-BUREAU de PARAMETROS.DAT para o bureau
      *               de cobrança contratado pela prefeitura,
      *               identificados pelo CPF do cadastro.
      *               Emite também a cobrança PIX (txid e código
      *               copia e cola) dos itens em aberto do leitor,
      *               sob demanda ou junto com cada carta da régua,
      *               em COBRANCAS-PIX.DAT; a liquidação vem do
      *               retorno do banco, pelo SIS-BATCH-PIX.

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
               FILE STATUS IS WS-ST-USU.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT COBRANCAS-PIX ASSIGN TO 'COBRANCAS-PIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PIX.

           SELECT AGING-RPT ASSIGN TO WS-AGING-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD COBRANCAS-PIX.
       01 REG-COBRANCA-PIX.
           02 PIX-CHAVE.
               03 PIX-USUARIO          PIC 9(7).
               03 PIX-SEQ              PIC 9(5).
           02 PIX-TXID                 PIC X(25).
           02 PIX-DATA-EMISSAO         PIC 9(8).
           02 PIX-VENCIMENTO           PIC 9(8).
           02 PIX-VALOR                PIC 9(7)V99.
           02 PIX-STATUS               PIC X(1).
           02 PIX-QTDE-ITENS           PIC 9(2).
           02 PIX-ITEM OCCURS 20 TIMES.
               03 PIX-ITEM-SEQ         PIC 9(7).
               03 PIX-ITEM-VALOR       PIC 9(7)V99.
           02 PIX-PAYLOAD              PIC X(200).
           02 PIX-DATA-CREDITO         PIC 9(8).
           02 PIX-E2EID                PIC X(32).
           02 PIX-VALOR-CREDITO        PIC 9(7)V99.
           02 PIX-OPERADOR             PIC X(10).

       FD AGING-RPT.
       01 REG-AGING-RPT                PIC X(80).

           02 BUR-EMAIL                PIC X(20).
           02 BUR-VALOR                PIC 9(9)V99.
           02 BUR-DIAS-MAIS-ANTIGO     PIC 9(5).
           02 BUR-CPF                  PIC X(11).

       FD AUDITORIA.
       01 REG-AUDITORIA.
       77 WS-QTDE-CARTAS-1             PIC 9(5)      VALUE 0.
       77 WS-QTDE-CARTAS-2             PIC 9(5)      VALUE 0.
       77 WS-QTDE-BUREAU               PIC 9(5)      VALUE 0.
       77 WS-QTDE-BUREAU-SEM-CPF       PIC 9(5)      VALUE 0.
       77 WS-NOTIF-TIPO                PIC X(1)      VALUE SPACES.
       77 WS-NOTIF-USUARIO             PIC 9(7)      VALUE 0.
       77 WS-NOTIF-VALOR               PIC 9(7)V99   VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-ST-PIX                    PIC X(2)      VALUE SPACES.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-PIX-VALIDADE-DIAS         PIC 9(3)      VALUE 30.
       77 WS-PIX-CHAVE-RECEB           PIC X(36)     VALUE
          "biblioteca.pix@prefeitura.gov.br".
       77 WS-PIX-NOME-RECEB            PIC X(25)     VALUE
          "BIBLIOTECA MUNICIPAL".
       77 WS-PIX-CIDADE-RECEB          PIC X(15)     VALUE
          "SAO PAULO".
       77 WS-PIX-QTDE                  PIC 9(2)      VALUE 0.
       77 WS-PIX-TOTAL                 PIC 9(7)V99   VALUE 0.
       77 WS-PIX-ULTIMO-SEQ            PIC 9(5)      VALUE 0.
       77 WS-PIX-REAPROVEITADA         PIC X(1)      VALUE "N".
       77 WS-PIX-MESMOS-ITENS          PIC X(1)      VALUE "N".
       77 WS-PIX-FIM                   PIC X(1)      VALUE "N".
       77 WS-PIX-IDX                   PIC 9(2)      VALUE 0.
       77 WS-PIX-TXID                  PIC X(25)     VALUE SPACES.
       77 WS-PIX-PAYLOAD               PIC X(200)    VALUE SPACES.
       77 WS-PIX-CONTA                 PIC X(99)     VALUE SPACES.
       77 WS-PIX-ADICIONAL             PIC X(99)     VALUE SPACES.
       77 WS-PIX-VALOR-EDIT            PIC Z(6)9,99  VALUE ZEROS.
       77 WS-PIX-VALOR-TXT             PIC X(10)     VALUE SPACES.
       77 WS-PIX-TAM                   PIC 9(2)      VALUE 0.
       77 WS-PIX-PTR                   PIC 9(3)      VALUE 1.
       77 WS-PIX-TAM-CONTA             PIC 9(2)      VALUE 0.
       77 WS-PIX-TAM-ADIC              PIC 9(2)      VALUE 0.
       77 WS-PIX-VENCIMENTO            PIC 9(8)      VALUE 0.
       77 WS-PIX-QTDE-RETIDAS          PIC 9(3)      VALUE 0.
       77 WS-PIX-QTDE-LISTADAS         PIC 9(3)      VALUE 0.
       77 WS-PIX-SEQ-BUSCA             PIC 9(5)      VALUE 0.
       77 WS-PIX-STATUS-DESC           PIC X(10)     VALUE SPACES.
       77 WS-PIX-QTDE-EMITIDAS         PIC 9(5)      VALUE 0.
       77 WS-CRC                       PIC 9(5)      VALUE 0.
       77 WS-CRC-POS                   PIC 9(3)      VALUE 0.
       77 WS-CRC-TAM                   PIC 9(3)      VALUE 0.
       77 WS-CRC-DIG                   PIC 9(2)      VALUE 0.
       77 WS-CRC-IDX                   PIC 9(1)      VALUE 0.
       77 WS-CRC-HEX                   PIC X(4)      VALUE SPACES.
       77 WS-HEXA                      PIC X(16)     VALUE
          "0123456789ABCDEF".
       77 WS-XOR-A                     PIC 9(5)      VALUE 0.
       77 WS-XOR-B                     PIC 9(5)      VALUE 0.
       77 WS-XOR-R                     PIC 9(5)      VALUE 0.
       77 WS-XOR-POT                   PIC 9(5)      VALUE 0.
       77 WS-XOR-BIT-A                 PIC 9(1)      VALUE 0.
       77 WS-XOR-BIT-B                 PIC 9(1)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.

      *    Itens de CONTAS-RECEBER cobertos pela cobrança PIX em
      *    montagem (os 20 mais antigos em aberto do leitor).
       01 WS-TAB-PIX.
           02 WS-PIX-TAB-ITEM OCCURS 20 TIMES.
               03 WS-PIX-TAB-SEQ       PIC 9(7).
               03 WS-PIX-TAB-VALOR     PIC 9(7)V99.

      *    Faixas de aging: 1=corrente (até 29), 2=30-59,
      *    3=60-89, 4=90-179, 5=180 ou mais. Categorias:
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-TETO-BUREAU
           END-READ.

           MOVE "PIX-VALIDADE-DIAS" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-PIX-VALIDADE-DIAS
           END-READ.

           CLOSE PARAMETROS.

       MENU-PRINCIPAL.
               DISPLAY "1 - Relatório de Aging (30/60/90/180)"
               DISPLAY "2 - Gerar Cartas de Cobrança"
               DISPLAY "3 - Exportar para o Bureau de Cobrança"
               DISPLAY "4 - Emitir Cobrança PIX do Leitor"
               DISPLAY "5 - Consultar Cobranças PIX do Leitor"
               DISPLAY "6 - Voltar"
               DISPLAY "Escolha uma opção (1..6): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '3'
                       PERFORM EXPORTAR-BUREAU
                   WHEN '4'
                       PERFORM EMITIR-PIX-LEITOR
                   WHEN '5'
                       PERFORM CONSULTAR-PIX-LEITOR
                   WHEN '6'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
           END-IF.
           OPEN INPUT USUARIOS.

      *    O aging não depende da ordem por leitor: lê só os
      *    itens em aberto, pelo índice de situação.
           MOVE "A" TO CR-STATUS
           START CONTAS-RECEBER KEY IS EQUAL TO CR-STATUS
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-STATUS NOT = "A"
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ NOT = 0
                       PERFORM CALCULAR-FAIXA-ITEM
                       PERFORM OBTER-CATEGORIA-DEVEDOR
                       ADD 1 TO WS-AGING-QTDE(WS-IDX-FAIXA)
                       ADD WS-SALDO-ITEM TO WS-AGING-CAT-VALOR
                           (WS-IDX-FAIXA, WS-IDX-CATEG)
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.
       GERAR-CARTAS.
           MOVE 0    TO WS-QTDE-CARTAS-1.
           MOVE 0    TO WS-QTDE-CARTAS-2.
           MOVE 0    TO WS-PIX-QTDE-EMITIDAS.
           MOVE 0    TO WS-PIX-QTDE.
           MOVE 0    TO WS-USU-ATUAL.
           MOVE 0    TO WS-USU-TOTAL.
           MOVE 0    TO WS-USU-MAX-IDADE.
                           MOVE CR-USUARIO TO WS-USU-ATUAL
                           MOVE 0 TO WS-USU-TOTAL
                           MOVE 0 TO WS-USU-MAX-IDADE
                           MOVE 0 TO WS-PIX-QTDE
                       END-IF
                       PERFORM CALCULAR-FAIXA-ITEM
                       ADD WS-SALDO-ITEM TO WS-USU-TOTAL
                       IF WS-IDADE-DIAS > WS-USU-MAX-IDADE
                           MOVE WS-IDADE-DIAS TO WS-USU-MAX-IDADE
                       END-IF
                       PERFORM GUARDAR-ITEM-PIX
                   END-IF
           END-PERFORM.

                   WS-QTDE-CARTAS-1.
           DISPLAY "CARTAS FIRMES ENFILEIRADAS:    "
                   WS-QTDE-CARTAS-2.
           DISPLAY "COBRANÇAS PIX EMITIDAS:        "
                   WS-PIX-QTDE-EMITIDAS.

           MOVE "CARTASCOB"  TO WS-AUD-OPERACAO
           MOVE SPACES       TO WS-AUD-CHAVE
           END-IF.
           MOVE WS-USU-ATUAL TO WS-NOTIF-USUARIO.
           MOVE WS-USU-TOTAL TO WS-NOTIF-VALOR.
      *    A carta leva o PIX dos mesmos itens cobrados; o
      *    SIS-NOTIFICA acrescenta o copia e cola à mensagem.
           MOVE WS-USU-ATUAL TO WS-COD-USUARIO.
           PERFORM EMITIR-COBRANCA-PIX.
           PERFORM GRAVAR-NOTIFICACAO-COBRANCA.

      *    Enfileira a carta na fila única de notificações; o
      *    saem no arquivo do bureau, um registro por leitor.
       EXPORTAR-BUREAU.
           MOVE 0    TO WS-QTDE-BUREAU.
           MOVE 0    TO WS-QTDE-BUREAU-SEM-CPF.
           MOVE 0    TO WS-USU-ATUAL.
           MOVE 0    TO WS-USU-TOTAL.
           MOVE 0    TO WS-USU-MAX-IDADE.
           CLOSE BUREAU.

           DISPLAY "DEVEDORES EXPORTADOS: " WS-QTDE-BUREAU.
           IF WS-QTDE-BUREAU-SEM-CPF > 0
               DISPLAY "ATENÇÃO: " WS-QTDE-BUREAU-SEM-CPF
                       " DEVEDOR(ES) SEM CPF NO CADASTRO; COMPLETE "
                       "PELO CADASTRO DE USUÁRIOS."
           END-IF.
           DISPLAY "ARQUIVO GERADO: " WS-BUREAU-NOME.

           MOVE "EXPBUREAU"  TO WS-AUD-OPERACAO
                   MOVE SPACES TO USUARIO-NOME
                   MOVE SPACES TO USUARIO-TELEFONE
                   MOVE SPACES TO USUARIO-EMAIL
                   MOVE SPACES TO USUARIO-CPF
           END-READ.

           MOVE WS-USU-ATUAL     TO BUR-USUARIO.
           MOVE USUARIO-EMAIL    TO BUR-EMAIL.
           MOVE WS-USU-TOTAL     TO BUR-VALOR.
           MOVE WS-USU-MAX-IDADE TO BUR-DIAS-MAIS-ANTIGO.
           MOVE USUARIO-CPF      TO BUR-CPF.
           IF USUARIO-CPF = SPACES
               ADD 1 TO WS-QTDE-BUREAU-SEM-CPF
           END-IF.
           WRITE REG-BUREAU.
           ADD 1 TO WS-QTDE-BUREAU.

      *    Guarda o item corrente (saldo já apurado em
      *    WS-SALDO-ITEM) na cobrança PIX em montagem.
       GUARDAR-ITEM-PIX.
           IF WS-PIX-QTDE < 20
               ADD 1 TO WS-PIX-QTDE
               MOVE CR-SEQ        TO WS-PIX-TAB-SEQ(WS-PIX-QTDE)
               MOVE WS-SALDO-ITEM TO WS-PIX-TAB-VALOR(WS-PIX-QTDE)
           END-IF.

       FORMATAR-DATA.
           MOVE WS-DATA-FMT-NUM(1:4) TO WS-DATA-FMT(7:4)
           MOVE WS-DATA-FMT-NUM(5:2) TO WS-DATA-FMT(4:2)
           MOVE WS-DATA-FMT-NUM(7:2) TO WS-DATA-FMT(1:2)
           MOVE "/"                 TO WS-DATA-FMT(3:1)
           MOVE "/"                 TO WS-DATA-FMT(6:1).

      *    Cobrança PIX sob demanda (balcão, telefone): cobre
      *    todos os itens em aberto do leitor, inclusive parcela
      *    de acordo ainda não vencida, que pode ser antecipada.
       EMITIR-PIX-LEITOR.
           DISPLAY "DIGITE O CÓDIGO DO USUÁRIO: "
           ACCEPT WS-COD-USUARIO

           MOVE 0    TO WS-PIX-QTDE.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CONTAS-RECEBER.DAT INDISPONÍVEL."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO CR-USUARIO.
           MOVE 0              TO CR-SEQ.
           START CONTAS-RECEBER KEY IS GREATER THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-STATUS = "A"
                       COMPUTE WS-SALDO-ITEM =
                           CR-VALOR - CR-VALOR-PAGO
                       PERFORM GUARDAR-ITEM-PIX
                   END-IF
           END-PERFORM.
           CLOSE CONTAS-RECEBER.

           IF WS-PIX-QTDE = 0
               DISPLAY "LEITOR SEM DÉBITOS EM ABERTO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EMITIR-COBRANCA-PIX.
           IF WS-PIX-TXID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PIX-VENCIMENTO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "=========================================="
           DISPLAY "COBRANÇA PIX: " WS-PIX-TXID
           IF WS-PIX-REAPROVEITADA = "S"
               DISPLAY "(COBRANÇA EM ABERTO COM OS MESMOS ITENS "
                       "REAPROVEITADA)"
           END-IF
           DISPLAY "ITENS:        " WS-PIX-QTDE
           DISPLAY "VALOR:        R$ " WS-PIX-TOTAL
           DISPLAY "VÁLIDA ATÉ:   " WS-DATA-FMT
           DISPLAY "PIX COPIA E COLA:"
           DISPLAY WS-PIX-PAYLOAD(1:70)
           DISPLAY WS-PIX-PAYLOAD(71:70)
           DISPLAY WS-PIX-PAYLOAD(141:60)
           DISPLAY "==========================================".

      *    Emite (ou reaproveita) a cobrança PIX dos itens de
      *    WS-TAB-PIX para WS-COD-USUARIO. Uma cobrança aberta e
      *    no prazo com exatamente os mesmos itens e saldos é
      *    reaproveitada; as demais abertas do leitor são
      *    canceladas, para que só um código valha por vez.
      *    Devolve o txid em WS-PIX-TXID (brancos se falhar).
       EMITIR-COBRANCA-PIX.
           MOVE SPACES TO WS-PIX-TXID.
           MOVE SPACES TO WS-PIX-PAYLOAD.
           MOVE "N"    TO WS-PIX-REAPROVEITADA.
           MOVE 0      TO WS-PIX-TOTAL.
           PERFORM VARYING WS-PIX-IDX FROM 1 BY 1
                   UNTIL WS-PIX-IDX > WS-PIX-QTDE
               ADD WS-PIX-TAB-VALOR(WS-PIX-IDX) TO WS-PIX-TOTAL
           END-PERFORM.
           IF WS-PIX-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-ST-PIX.
           OPEN I-O COBRANCAS-PIX.
           EVALUATE WS-ST-PIX
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT COBRANCAS-PIX
                   CLOSE COBRANCAS-PIX
                   OPEN I-O COBRANCAS-PIX
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR COBRANCAS-PIX.DAT! STATUS: "
                   WS-ST-PIX
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 0   TO WS-PIX-ULTIMO-SEQ.
           MOVE "N" TO WS-PIX-FIM.
           MOVE WS-COD-USUARIO TO PIX-USUARIO.
           MOVE 0              TO PIX-SEQ.
           START COBRANCAS-PIX KEY IS GREATER THAN PIX-CHAVE
               INVALID KEY MOVE "S" TO WS-PIX-FIM
           END-START.
           PERFORM UNTIL WS-PIX-FIM = "S"
               READ COBRANCAS-PIX NEXT RECORD
                   AT END MOVE "S" TO WS-PIX-FIM
               NOT AT END
                   IF PIX-USUARIO NOT = WS-COD-USUARIO
                       MOVE "S" TO WS-PIX-FIM
                   ELSE
                       MOVE PIX-SEQ TO WS-PIX-ULTIMO-SEQ
                       IF PIX-STATUS = "A"
                           PERFORM AVALIAR-PIX-ABERTA
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-PIX-REAPROVEITADA = "S"
               CLOSE COBRANCAS-PIX
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PIX-ULTIMO-SEQ.
           INITIALIZE REG-COBRANCA-PIX.
           MOVE WS-COD-USUARIO    TO PIX-USUARIO.
           MOVE WS-PIX-ULTIMO-SEQ TO PIX-SEQ.
           STRING "BIBPIX" WS-COD-USUARIO WS-PIX-ULTIMO-SEQ
                  DELIMITED BY SIZE INTO WS-PIX-TXID.
           MOVE WS-PIX-TXID       TO PIX-TXID.
           MOVE WS-HOJE-AAAAMMDD  TO PIX-DATA-EMISSAO.
           COMPUTE WS-PIX-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-PIX-VALIDADE-DIAS).
           MOVE WS-PIX-VENCIMENTO TO PIX-VENCIMENTO.
           MOVE WS-PIX-TOTAL      TO PIX-VALOR.
           MOVE "A"               TO PIX-STATUS.
           MOVE WS-PIX-QTDE       TO PIX-QTDE-ITENS.
           PERFORM VARYING WS-PIX-IDX FROM 1 BY 1
                   UNTIL WS-PIX-IDX > WS-PIX-QTDE
               MOVE WS-PIX-TAB-SEQ(WS-PIX-IDX)
                   TO PIX-ITEM-SEQ(WS-PIX-IDX)
               MOVE WS-PIX-TAB-VALOR(WS-PIX-IDX)
                   TO PIX-ITEM-VALOR(WS-PIX-IDX)
           END-PERFORM.
           PERFORM MONTAR-PAYLOAD-PIX.
           MOVE WS-PIX-PAYLOAD    TO PIX-PAYLOAD.
           MOVE WS-OPERADOR-ATUAL TO PIX-OPERADOR.
           WRITE REG-COBRANCA-PIX
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A COBRANÇA PIX "
                           WS-PIX-TXID
                   MOVE SPACES TO WS-PIX-TXID
           END-WRITE.
           CLOSE COBRANCAS-PIX.

           IF WS-PIX-TXID NOT = SPACES
               ADD 1 TO WS-PIX-QTDE-EMITIDAS
               MOVE "PIX-EMITE"    TO WS-AUD-OPERACAO
               MOVE WS-COD-USUARIO TO WS-AUD-CHAVE
               MOVE SPACES         TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       AVALIAR-PIX-ABERTA.
           MOVE "N" TO WS-PIX-MESMOS-ITENS.
           IF WS-PIX-REAPROVEITADA = "N"
                   AND PIX-VENCIMENTO >= WS-HOJE-AAAAMMDD
                   AND PIX-VALOR = WS-PIX-TOTAL
                   AND PIX-QTDE-ITENS = WS-PIX-QTDE
               MOVE "S" TO WS-PIX-MESMOS-ITENS
               PERFORM VARYING WS-PIX-IDX FROM 1 BY 1
                       UNTIL WS-PIX-IDX > WS-PIX-QTDE
                       OR WS-PIX-MESMOS-ITENS = "N"
                   IF PIX-ITEM-SEQ(WS-PIX-IDX)
                           NOT = WS-PIX-TAB-SEQ(WS-PIX-IDX)
                           OR PIX-ITEM-VALOR(WS-PIX-IDX)
                           NOT = WS-PIX-TAB-VALOR(WS-PIX-IDX)
                       MOVE "N" TO WS-PIX-MESMOS-ITENS
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PIX-MESMOS-ITENS = "S"
               MOVE "S"            TO WS-PIX-REAPROVEITADA
               MOVE PIX-TXID       TO WS-PIX-TXID
               MOVE PIX-PAYLOAD    TO WS-PIX-PAYLOAD
               MOVE PIX-VENCIMENTO TO WS-PIX-VENCIMENTO
           ELSE
               MOVE "C"               TO PIX-STATUS
               MOVE WS-OPERADOR-ATUAL TO PIX-OPERADOR
               REWRITE REG-COBRANCA-PIX
               MOVE "PIX-CANCEL"   TO WS-AUD-OPERACAO
               MOVE WS-COD-USUARIO TO WS-AUD-CHAVE
               MOVE "A"            TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *    Código copia e cola no padrão BR Code (EMV-QRCPS):
      *    campos ID + tamanho + conteúdo, conta do recebedor
      *    (26) com a chave PIX, valor (54), txid no campo
      *    adicional (62/05) e CRC16-CCITT (63) ao final.
       MONTAR-PAYLOAD-PIX.
           MOVE WS-PIX-TOTAL TO WS-PIX-VALOR-EDIT.
           MOVE FUNCTION TRIM(WS-PIX-VALOR-EDIT) TO WS-PIX-VALOR-TXT.
           INSPECT WS-PIX-VALOR-TXT REPLACING ALL "," BY ".".

           MOVE SPACES TO WS-PIX-CONTA.
           MOVE 1      TO WS-PIX-PTR.
           COMPUTE WS-PIX-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PIX-CHAVE-RECEB)).
           STRING "0014BR.GOV.BCB.PIX" "01" WS-PIX-TAM
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-CHAVE-RECEB)
                  DELIMITED BY SIZE
                  INTO WS-PIX-CONTA WITH POINTER WS-PIX-PTR.
           COMPUTE WS-PIX-TAM-CONTA = WS-PIX-PTR - 1.

           MOVE SPACES TO WS-PIX-ADICIONAL.
           MOVE 1      TO WS-PIX-PTR.
           COMPUTE WS-PIX-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PIX-TXID)).
           STRING "05" WS-PIX-TAM DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-TXID) DELIMITED BY SIZE
                  INTO WS-PIX-ADICIONAL WITH POINTER WS-PIX-PTR.
           COMPUTE WS-PIX-TAM-ADIC = WS-PIX-PTR - 1.

           MOVE SPACES TO WS-PIX-PAYLOAD.
           MOVE 1      TO WS-PIX-PTR.
           STRING "000201" "26" WS-PIX-TAM-CONTA
                  WS-PIX-CONTA(1:WS-PIX-TAM-CONTA)
                  "52040000" "5303986"
                  DELIMITED BY SIZE
                  INTO WS-PIX-PAYLOAD WITH POINTER WS-PIX-PTR.
           COMPUTE WS-PIX-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PIX-VALOR-TXT)).
           STRING "54" WS-PIX-TAM DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-VALOR-TXT) DELIMITED BY SIZE
                  "5802BR" DELIMITED BY SIZE
                  INTO WS-PIX-PAYLOAD WITH POINTER WS-PIX-PTR.
           COMPUTE WS-PIX-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PIX-NOME-RECEB)).
           STRING "59" WS-PIX-TAM DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-NOME-RECEB) DELIMITED BY SIZE
                  INTO WS-PIX-PAYLOAD WITH POINTER WS-PIX-PTR.
           COMPUTE WS-PIX-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PIX-CIDADE-RECEB)).
           STRING "60" WS-PIX-TAM DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-CIDADE-RECEB)
                  DELIMITED BY SIZE
                  "62" WS-PIX-TAM-ADIC
                  WS-PIX-ADICIONAL(1:WS-PIX-TAM-ADIC)
                  "6304"
                  DELIMITED BY SIZE
                  INTO WS-PIX-PAYLOAD WITH POINTER WS-PIX-PTR.

           COMPUTE WS-CRC-TAM = WS-PIX-PTR - 1.
           PERFORM CALCULAR-CRC-PIX.
           STRING WS-CRC-HEX DELIMITED BY SIZE
                  INTO WS-PIX-PAYLOAD WITH POINTER WS-PIX-PTR.

      *    CRC16-CCITT (polinômio 1021h, valor inicial FFFFh) em
      *    aritmética decimal: o deslocamento é a multiplicação
      *    por 2 e o ou-exclusivo é feito bit a bit em
      *    CALCULAR-XOR.
       CALCULAR-CRC-PIX.
           MOVE 65535 TO WS-CRC.
           PERFORM VARYING WS-CRC-POS FROM 1 BY 1
                   UNTIL WS-CRC-POS > WS-CRC-TAM
               MOVE WS-CRC TO WS-XOR-A
               COMPUTE WS-XOR-B = (FUNCTION ORD(
                   WS-PIX-PAYLOAD(WS-CRC-POS:1)) - 1) * 256
               PERFORM CALCULAR-XOR
               MOVE WS-XOR-R TO WS-CRC
               PERFORM 8 TIMES
                   IF WS-CRC >= 32768
                       COMPUTE WS-XOR-A = (WS-CRC - 32768) * 2
                       MOVE 4129 TO WS-XOR-B
                       PERFORM CALCULAR-XOR
                       MOVE WS-XOR-R TO WS-CRC
                   ELSE
                       COMPUTE WS-CRC = WS-CRC * 2
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-CRC-IDX FROM 4 BY -1
                   UNTIL WS-CRC-IDX < 1
               DIVIDE WS-CRC BY 16 GIVING WS-CRC
                   REMAINDER WS-CRC-DIG
               MOVE WS-HEXA(WS-CRC-DIG + 1:1)
                   TO WS-CRC-HEX(WS-CRC-IDX:1)
           END-PERFORM.

       CALCULAR-XOR.
           MOVE 0 TO WS-XOR-R.
           MOVE 1 TO WS-XOR-POT.
           PERFORM 16 TIMES
               DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                   REMAINDER WS-XOR-BIT-A
               DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                   REMAINDER WS-XOR-BIT-B
               IF WS-XOR-BIT-A NOT = WS-XOR-BIT-B
                   ADD WS-XOR-POT TO WS-XOR-R
               END-IF
               IF WS-XOR-POT < 32768
                   COMPUTE WS-XOR-POT = WS-XOR-POT * 2
               END-IF
           END-PERFORM.

      *    Lista as cobranças PIX do leitor. Crédito retido pela
      *    conciliação (valor divergente, cobrança cancelada ou
      *    item alterado) é encerrado aqui depois de acertado no
      *    caixa ou devolvido ao pagador pelo banco.
       CONSULTAR-PIX-LEITOR.
           DISPLAY "DIGITE O CÓDIGO DO USUÁRIO: "
           ACCEPT WS-COD-USUARIO

           MOVE "00" TO WS-ST-PIX.
           OPEN INPUT COBRANCAS-PIX.
           IF WS-ST-PIX NOT = "00"
               DISPLAY "NENHUMA COBRANÇA PIX EMITIDA."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0   TO WS-PIX-QTDE-LISTADAS.
           MOVE 0   TO WS-PIX-QTDE-RETIDAS.
           MOVE "N" TO WS-PIX-FIM.
           MOVE WS-COD-USUARIO TO PIX-USUARIO.
           MOVE 0              TO PIX-SEQ.
           START COBRANCAS-PIX KEY IS GREATER THAN PIX-CHAVE
               INVALID KEY MOVE "S" TO WS-PIX-FIM
           END-START.
           PERFORM UNTIL WS-PIX-FIM = "S"
               READ COBRANCAS-PIX NEXT RECORD
                   AT END MOVE "S" TO WS-PIX-FIM
               NOT AT END
                   IF PIX-USUARIO NOT = WS-COD-USUARIO
                       MOVE "S" TO WS-PIX-FIM
                   ELSE
                       PERFORM LISTAR-COBRANCA-PIX
                   END-IF
           END-PERFORM.
           CLOSE COBRANCAS-PIX.

           IF WS-PIX-QTDE-LISTADAS = 0
               DISPLAY "NENHUMA COBRANÇA PIX PARA O LEITOR."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIX-QTDE-RETIDAS = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "SEQ DA COBRANÇA RETIDA JÁ ACERTADA OU "
                   "DEVOLVIDA (0 = NENHUMA): "
           ACCEPT WS-PIX-SEQ-BUSCA
           IF WS-PIX-SEQ-BUSCA = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O COBRANCAS-PIX.
           MOVE WS-COD-USUARIO   TO PIX-USUARIO.
           MOVE WS-PIX-SEQ-BUSCA TO PIX-SEQ.
           READ COBRANCAS-PIX KEY IS PIX-CHAVE
               INVALID KEY
                   DISPLAY "COBRANÇA NÃO ENCONTRADA."
                   CLOSE COBRANCAS-PIX
                   EXIT PARAGRAPH.
           IF PIX-STATUS NOT = "R"
               DISPLAY "A COBRANÇA NÃO ESTÁ RETIDA."
               CLOSE COBRANCAS-PIX
               EXIT PARAGRAPH
           END-IF.
           MOVE "E"               TO PIX-STATUS.
           MOVE WS-OPERADOR-ATUAL TO PIX-OPERADOR.
           REWRITE REG-COBRANCA-PIX.
           CLOSE COBRANCAS-PIX.
           DISPLAY "CRÉDITO RETIDO ENCERRADO."

           MOVE "PIX-ACERTO"   TO WS-AUD-OPERACAO
           MOVE WS-COD-USUARIO TO WS-AUD-CHAVE
           MOVE "R"            TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-COBRANCA-PIX.
           ADD 1 TO WS-PIX-QTDE-LISTADAS.
           EVALUATE PIX-STATUS
               WHEN "A" MOVE "ABERTA"     TO WS-PIX-STATUS-DESC
               WHEN "L" MOVE "LIQUIDADA"  TO WS-PIX-STATUS-DESC
               WHEN "C" MOVE "CANCELADA"  TO WS-PIX-STATUS-DESC
               WHEN "R" MOVE "RETIDA"     TO WS-PIX-STATUS-DESC
               WHEN "E" MOVE "ACERTADA"   TO WS-PIX-STATUS-DESC
               WHEN OTHER MOVE PIX-STATUS TO WS-PIX-STATUS-DESC
           END-EVALUATE.
           MOVE PIX-VENCIMENTO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY PIX-SEQ " | " PIX-TXID " | R$ " PIX-VALOR
                   " | " WS-PIX-STATUS-DESC " | VENC. " WS-DATA-FMT.
           IF PIX-STATUS = "L" OR PIX-STATUS = "R"
                   OR PIX-STATUS = "E"
               MOVE PIX-DATA-CREDITO TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "      CRÉDITO DE R$ " PIX-VALOR-CREDITO
                       " EM " WS-DATA-FMT " E2EID " PIX-E2EID
           END-IF.
           IF PIX-STATUS = "R"
               ADD 1 TO WS-PIX-QTDE-RETIDAS
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           EVALUATE WS-ST-AUD
