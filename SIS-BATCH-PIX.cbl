       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-BATCH-PIX.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Conciliação do arquivo de retorno PIX do banco
      *               (RETORNO-PIX.TXT, uma linha por crédito no
      *               formato TXID;E2EID;VALOR-EM-CENTAVOS;AAAAMMDD)
      *               com as cobranças de COBRANCAS-PIX.DAT. Crédito
      *               que bate com uma cobrança aberta quita cada
      *               item de CONTAS-RECEBER.DAT coberto por ela,
      *               com recibo próprio e forma "B" (PIX conciliado
      *               pelo banco), gravando o extrato do caixa e a
      *               auditoria como o pagamento do balcão, para o
      *               SIS-FECHA-MES levar a baixa ao razão. Créditos
      *               sem cobrança, em duplicidade ou com valor
      *               divergente vão para PIX-EXCECOES-<data>.TXT;
      *               os divergentes ficam retidos na cobrança para
      *               acerto no caixa. Não faz nenhum ACCEPT —
      *               destina-se ao encadeamento noturno ou ao cron.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-PIX ASSIGN TO 'RETORNO-PIX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-RET.

           SELECT COBRANCAS-PIX ASSIGN TO 'COBRANCAS-PIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS WS-ST-PIX.

           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CAIXA-MOVTOS ASSIGN TO 'CAIXA-MOVTOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-MOV.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT EXCECOES-RPT ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD RETORNO-PIX.
       01 REG-RETORNO-PIX              PIC X(100).

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

       FD CAIXA-MOVTOS.
       01 REG-CAIXA-MOVTO.
           02 MOVTO-DATA-HORA          PIC X(21).
           02 MOVTO-SESSAO             PIC 9(5).
           02 MOVTO-OPERADOR           PIC X(10).
           02 MOVTO-TIPO               PIC X(1).
           02 MOVTO-FORMA              PIC X(1).
           02 MOVTO-USUARIO            PIC 9(7).
           02 MOVTO-RECIBO             PIC 9(6).
           02 MOVTO-VALOR              PIC 9(7)V99.

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD EXCECOES-RPT.
       01 REG-EXCECOES-RPT             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-RET                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PIX                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MOV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-RPT-NOME                  PIC X(30)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE "BANCO-PIX".
       77 WS-FORMA-PIX-BANCO           PIC X(1)      VALUE "B".
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-NUM-RECIBO                PIC 9(6)      VALUE 0.
       77 WS-RET-TXID                  PIC X(25)     VALUE SPACES.
       77 WS-RET-E2EID                 PIC X(32)     VALUE SPACES.
       77 WS-RET-VALOR-TXT             PIC X(12)     VALUE SPACES.
       77 WS-RET-DATA-TXT              PIC X(8)      VALUE SPACES.
       77 WS-RET-CENTAVOS              PIC 9(9)      VALUE 0.
       77 WS-RET-VALOR                 PIC 9(7)V99   VALUE 0.
       77 WS-RET-DATA                  PIC 9(8)      VALUE 0.
       77 WS-MOTIVO                    PIC X(30)     VALUE SPACES.
       77 WS-RETER                     PIC X(1)      VALUE "N".
       77 WS-ITENS-OK                  PIC X(1)      VALUE "S".
       77 WS-IDX-ITEM                  PIC 9(2)      VALUE 0.
       77 WS-SALDO-ITEM                PIC 9(7)V99   VALUE 0.
       77 WS-QTDE-LIDOS                PIC 9(5)      VALUE 0.
       77 WS-QTDE-LIQUIDADOS           PIC 9(5)      VALUE 0.
       77 WS-QTDE-ITENS-BAIXADOS       PIC 9(5)      VALUE 0.
       77 WS-QTDE-RETIDOS              PIC 9(5)      VALUE 0.
       77 WS-QTDE-REJEITADOS           PIC 9(5)      VALUE 0.
       77 WS-TOTAL-LIQUIDADO           PIC 9(9)V99   VALUE 0.
       77 WS-VALOR-EDIT                PIC Z(6)9,99  VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-BATCH-PIX INICIADO EM " WS-HOJE-AAAAMMDD.

           OPEN INPUT RETORNO-PIX.
           IF WS-ST-RET NOT = "00"
               DISPLAY "SEM ARQUIVO DE RETORNO PIX DO BANCO."
               DISPLAY "JOB SIS-BATCH-PIX ENCERRADO."
               STOP RUN
           END-IF.

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
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS-RECEBER.DAT! STATUS: "
               WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "PIX-EXCECOES-" WS-HOJE-AAAAMMDD ".TXT"
                  DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT EXCECOES-RPT.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "  CONCILIAÇÃO PIX - EXCEÇÕES DO RETORNO DE "
                  WS-HOJE-AAAAMMDD
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "TXID                      VALOR R$    "
                  "SITUAÇÃO"
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           PERFORM UNTIL WS-ST-RET = "10"
               READ RETORNO-PIX NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RET
               NOT AT END
                   IF REG-RETORNO-PIX NOT = SPACES
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM PROCESSAR-CREDITO
                   END-IF
           END-PERFORM.

           IF WS-QTDE-RETIDOS = 0 AND WS-QTDE-REJEITADOS = 0
               MOVE "  NENHUMA EXCEÇÃO NESTE RETORNO."
                   TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE WS-TOTAL-LIQUIDADO TO WS-VALOR-EDIT.
           STRING "LIQUIDADAS: " WS-QTDE-LIQUIDADOS
                  "  ITENS BAIXADOS: " WS-QTDE-ITENS-BAIXADOS
                  "  TOTAL R$ " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "RETIDAS: " WS-QTDE-RETIDOS
                  "  REJEITADAS: " WS-QTDE-REJEITADOS
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           CLOSE EXCECOES-RPT.
           CLOSE CONTAS-RECEBER.
           CLOSE COBRANCAS-PIX.
           CLOSE RETORNO-PIX.

           DISPLAY "CRÉDITOS LIDOS:         " WS-QTDE-LIDOS.
           DISPLAY "COBRANÇAS LIQUIDADAS:   " WS-QTDE-LIQUIDADOS.
           DISPLAY "ITENS BAIXADOS:         " WS-QTDE-ITENS-BAIXADOS.
           DISPLAY "CRÉDITOS RETIDOS:       " WS-QTDE-RETIDOS.
           DISPLAY "CRÉDITOS REJEITADOS:    " WS-QTDE-REJEITADOS.
           DISPLAY "RELATÓRIO DE EXCEÇÕES: " WS-RPT-NOME.
           DISPLAY "JOB SIS-BATCH-PIX ENCERRADO.".
           STOP RUN.

       ESCREVER-LINHA.
           WRITE REG-EXCECOES-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.

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

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA

           PERFORM ABRIR-AUDITORIA
           MOVE WS-DATA-SISTEMA(1:21) TO AUD-DATA-HORA
           MOVE "SIS-BATCH-PIX"       TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

      *    Um crédito do banco: o txid identifica a cobrança
      *    (BIBPIX + leitor + sequência, montado pelo SIS-COBRANCA)
      *    e o E2EID identifica o pagamento no SPI, servindo para
      *    distinguir o reenvio do mesmo crédito de um segundo
      *    pagamento da mesma cobrança.
       PROCESSAR-CREDITO.
           MOVE SPACES TO WS-RET-TXID.
           MOVE SPACES TO WS-RET-E2EID.
           MOVE SPACES TO WS-RET-VALOR-TXT.
           MOVE SPACES TO WS-RET-DATA-TXT.
           MOVE 0      TO WS-RET-VALOR.
           UNSTRING REG-RETORNO-PIX DELIMITED BY ";"
               INTO WS-RET-TXID
                    WS-RET-E2EID
                    WS-RET-VALOR-TXT
                    WS-RET-DATA-TXT
           END-UNSTRING.

           IF FUNCTION TRIM(WS-RET-VALOR-TXT) IS NOT NUMERIC
                   OR WS-RET-DATA-TXT IS NOT NUMERIC
               MOVE "LINHA INVÁLIDA NO RETORNO" TO WS-MOTIVO
               PERFORM REJEITAR-CREDITO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RET-CENTAVOS =
               FUNCTION NUMVAL(WS-RET-VALOR-TXT).
           COMPUTE WS-RET-VALOR = WS-RET-CENTAVOS / 100.
           MOVE WS-RET-DATA-TXT TO WS-RET-DATA.

           IF WS-RET-TXID(1:6) NOT = "BIBPIX"
                   OR WS-RET-TXID(7:12) IS NOT NUMERIC
               MOVE "TXID NÃO LOCALIZADO" TO WS-MOTIVO
               PERFORM REJEITAR-CREDITO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RET-TXID(7:7)  TO PIX-USUARIO.
           MOVE WS-RET-TXID(14:5) TO PIX-SEQ.
           READ COBRANCAS-PIX KEY IS PIX-CHAVE
               INVALID KEY
                   MOVE "TXID NÃO LOCALIZADO" TO WS-MOTIVO
                   PERFORM REJEITAR-CREDITO
                   EXIT PARAGRAPH.

           IF PIX-TXID NOT = WS-RET-TXID
               MOVE "TXID NÃO LOCALIZADO" TO WS-MOTIVO
               PERFORM REJEITAR-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF PIX-STATUS = "L"
               IF PIX-E2EID = WS-RET-E2EID
                   MOVE "CRÉDITO JÁ CONCILIADO" TO WS-MOTIVO
               ELSE
                   MOVE "PAGAMENTO EM DUPLICIDADE" TO WS-MOTIVO
               END-IF
               PERFORM REJEITAR-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF PIX-STATUS = "R"
               IF PIX-E2EID = WS-RET-E2EID
                   MOVE "CRÉDITO JÁ RETIDO" TO WS-MOTIVO
               ELSE
                   MOVE "PAGAMENTO EM DUPLICIDADE" TO WS-MOTIVO
               END-IF
               PERFORM REJEITAR-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF PIX-STATUS = "C"
               MOVE "RETIDO: COBRANÇA CANCELADA" TO WS-MOTIVO
               PERFORM RETER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF WS-RET-VALOR < PIX-VALOR
               MOVE "RETIDO: PAGAMENTO PARCIAL" TO WS-MOTIVO
               PERFORM RETER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF WS-RET-VALOR > PIX-VALOR
               MOVE "RETIDO: VALOR ACIMA DA COBRANÇA" TO WS-MOTIVO
               PERFORM RETER-CREDITO
               EXIT PARAGRAPH
           END-IF.

      *    Item pago ou renegociado no balcão depois da emissão:
      *    o crédito não corresponde mais ao saldo e nada é
      *    baixado, para não receber duas vezes o mesmo item.
           PERFORM CONFERIR-ITENS.
           IF WS-ITENS-OK NOT = "S"
               MOVE "RETIDO: ITEM ALTERADO NO CAIXA" TO WS-MOTIVO
               PERFORM RETER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > PIX-QTDE-ITENS
               PERFORM LIQUIDAR-ITEM
           END-PERFORM.

           MOVE "L"               TO PIX-STATUS.
           MOVE WS-RET-DATA       TO PIX-DATA-CREDITO.
           MOVE WS-RET-E2EID      TO PIX-E2EID.
           MOVE WS-RET-VALOR      TO PIX-VALOR-CREDITO.
           MOVE WS-OPERADOR-ATUAL TO PIX-OPERADOR.
           REWRITE REG-COBRANCA-PIX.
           ADD 1            TO WS-QTDE-LIQUIDADOS.
           ADD WS-RET-VALOR TO WS-TOTAL-LIQUIDADO.

       CONFERIR-ITENS.
           MOVE "S" TO WS-ITENS-OK.
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > PIX-QTDE-ITENS
                   OR WS-ITENS-OK = "N"
               MOVE PIX-USUARIO              TO CR-USUARIO
               MOVE PIX-ITEM-SEQ(WS-IDX-ITEM) TO CR-SEQ
               READ CONTAS-RECEBER KEY IS CR-CHAVE
                   INVALID KEY MOVE "N" TO WS-ITENS-OK
                   NOT INVALID KEY
                       COMPUTE WS-SALDO-ITEM =
                           CR-VALOR - CR-VALOR-PAGO
                       IF CR-STATUS NOT = "A"
                               OR WS-SALDO-ITEM NOT =
                                  PIX-ITEM-VALOR(WS-IDX-ITEM)
                           MOVE "N" TO WS-ITENS-OK
                       END-IF
               END-READ
           END-PERFORM.

      *    Mesmo registro do balcão (REGISTRAR-PAGAMENTO): recibo
      *    próprio por item, sessão 0 (fora de gaveta, o Relatório
      *    Z de nenhuma sessão o soma), extrato do caixa tipo "P"
      *    e auditoria PAGAMENTO por leitor.
       LIQUIDAR-ITEM.
           PERFORM OBTER-PROX-RECIBO.

           MOVE PIX-USUARIO               TO CR-USUARIO.
           MOVE PIX-ITEM-SEQ(WS-IDX-ITEM) TO CR-SEQ.
           READ CONTAS-RECEBER KEY IS CR-CHAVE
               INVALID KEY EXIT PARAGRAPH.

           MOVE CR-STATUS TO WS-AUD-STATUS-ANT.
           ADD PIX-ITEM-VALOR(WS-IDX-ITEM) TO CR-VALOR-PAGO.
           MOVE WS-NUM-RECIBO      TO CR-RECIBO.
           MOVE 0                  TO CR-SESSAO.
           MOVE WS-FORMA-PIX-BANCO TO CR-FORMA.
           MOVE WS-OPERADOR-ATUAL  TO CR-OPERADOR.
           IF CR-VALOR-PAGO >= CR-VALOR
               MOVE "P" TO CR-STATUS
               MOVE WS-HOJE-AAAAMMDD TO CR-DATA-BAIXA
           END-IF.
           REWRITE REG-CONTA-REC.
           ADD 1 TO WS-QTDE-ITENS-BAIXADOS.

           PERFORM GRAVAR-MOVTO-CAIXA.

           MOVE "PAGAMENTO"  TO WS-AUD-OPERACAO
           MOVE PIX-USUARIO  TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA.

       OBTER-PROX-RECIBO.
           MOVE 0 TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           READ CONTAS-RECEBER KEY IS CR-CHAVE
               INVALID KEY
                   MOVE 0      TO CR-DATA
                   MOVE "C"    TO CR-ORIGEM
                   MOVE 0      TO CR-EMPRESTIMO
                   MOVE 0      TO CR-LIVRO
                   MOVE 0      TO CR-VALOR
                   MOVE 0      TO CR-VALOR-PAGO
                   MOVE "C"    TO CR-STATUS
                   MOVE 0      TO CR-RECIBO
                   MOVE 0      TO CR-DATA-BAIXA
                   MOVE 0      TO CR-SESSAO
                   MOVE SPACES TO CR-FORMA
                   MOVE SPACES TO CR-OPERADOR
                   MOVE 0      TO CR-VENCIMENTO
                   MOVE SPACES TO CR-CAMPANHA
                   WRITE REG-CONTA-REC
           END-READ.

           MOVE CR-RECIBO TO WS-NUM-RECIBO.
           ADD 1 TO WS-NUM-RECIBO.
           MOVE WS-NUM-RECIBO TO CR-RECIBO.
           REWRITE REG-CONTA-REC.

       GRAVAR-MOVTO-CAIXA.
           OPEN EXTEND CAIXA-MOVTOS.
           EVALUATE WS-ST-MOV
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT CAIXA-MOVTOS
                   CLOSE CAIXA-MOVTOS
                   OPEN EXTEND CAIXA-MOVTOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CAIXA-MOVTOS.DAT! STATUS: "
                   WS-ST-MOV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE WS-DATA-SISTEMA(1:21)       TO MOVTO-DATA-HORA.
           MOVE 0                           TO MOVTO-SESSAO.
           MOVE WS-OPERADOR-ATUAL           TO MOVTO-OPERADOR.
           MOVE "P"                         TO MOVTO-TIPO.
           MOVE WS-FORMA-PIX-BANCO          TO MOVTO-FORMA.
           MOVE PIX-USUARIO                 TO MOVTO-USUARIO.
           MOVE WS-NUM-RECIBO               TO MOVTO-RECIBO.
           MOVE PIX-ITEM-VALOR(WS-IDX-ITEM) TO MOVTO-VALOR.
           WRITE REG-CAIXA-MOVTO.

           CLOSE CAIXA-MOVTOS.

      *    Crédito retido fica registrado na própria cobrança
      *    (status "R"), com o E2EID e o valor recebido, para o
      *    caixa acertar com o leitor ou devolver pelo banco.
       RETER-CREDITO.
           MOVE "R"               TO PIX-STATUS.
           MOVE WS-RET-DATA       TO PIX-DATA-CREDITO.
           MOVE WS-RET-E2EID      TO PIX-E2EID.
           MOVE WS-RET-VALOR      TO PIX-VALOR-CREDITO.
           MOVE WS-OPERADOR-ATUAL TO PIX-OPERADOR.
           REWRITE REG-COBRANCA-PIX.
           ADD 1 TO WS-QTDE-RETIDOS.
           PERFORM ESCREVER-EXCECAO.

       REJEITAR-CREDITO.
           ADD 1 TO WS-QTDE-REJEITADOS.
           PERFORM ESCREVER-EXCECAO.

       ESCREVER-EXCECAO.
           MOVE WS-RET-VALOR TO WS-VALOR-EDIT.
           STRING WS-RET-TXID " " WS-VALOR-EDIT "  " WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "   E2EID " WS-RET-E2EID
                  "  CRÉDITO EM " WS-RET-DATA-TXT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
