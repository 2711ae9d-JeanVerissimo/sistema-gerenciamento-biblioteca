      *               balcão — leitor ativo, matrícula, suspensão,
      *               teto de débito, limite da categoria e
      *               exemplar disponível. Os que não passam mais
      *               (leitor bloqueado, carteirinha na lista de
      *               alerta, exemplar reservado) saem
      *               no relatório de exceções
      *               CONTINGENCIA-EXC.TXT para a equipe correr
      *               atrás; ao fim, o arquivo de contingência é
      *               zerado. Não roda com a cadeia noturna em
      *               andamento (chave JANELA-NOTURNA de
      *               PARAMETROS.DAT): os movimentos desviados
      *               durante a janela esperam o fim da cadeia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-USU.
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
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT PORTICO-LIBERADOS ASSIGN TO 'PORTICO-LIBERADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLB-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PLB.

           SELECT PORTICO-EXPORTA ASSIGN TO 'PORTICO-EMPRESTADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-PEX.

       DATA DIVISION.
       FILE SECTION.

           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD LIVROS.
       01 REG-LIVRO.
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

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

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD PORTICO-LIBERADOS.
       01 REG-PORTICO-LIBERADO.
           02 PLB-CHAVE.
               03 PLB-LIVRO            PIC 9(7).
               03 PLB-EXEMPLAR         PIC 9(3).
           02 PLB-CODBARRAS            PIC X(13).
           02 PLB-FILIAL               PIC 9(3).
           02 PLB-EMPRESTIMO           PIC 9(7).
           02 PLB-DATA-EMP             PIC 9(8).

       FD PORTICO-EXPORTA.
       01 REG-PORTICO-EXPORTA          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-ST-CTG                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HCT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PLB                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PEX                    PIC X(2)      VALUE SPACES.
       77 WS-PTC-CODBARRAS             PIC X(13)     VALUE SPACES.
       77 WS-PTC-FILIAL                PIC 9(3)      VALUE 0.
       77 WS-PTC-ALTERADO              PIC X(1)      VALUE "N".
       77 WS-PTC-QTDE                  PIC 9(5)      VALUE 0.
       77 WS-PTC-LINHA                 PIC X(40)     VALUE SPACES.
       77 WS-CARTEIRA-BLOQUEADA        PIC X(1)      VALUE "N".
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-AUD-OPERACAO              PIC X(10).

           PERFORM LER-PARAMETROS.

           IF WS-JANELA-SITUACAO = 1 OR 2
               DISPLAY "CADEIA NOTURNA EM ANDAMENTO OU INTERROMPIDA. "
                       "REAPLIQUE OS MOVIMENTOS DEPOIS DO FIM DO "
                       "PROCESSAMENTO."
               STOP RUN
           END-IF.

           MOVE "00" TO WS-ST-CTG.
           OPEN INPUT CONTINGENCIA.
           IF WS-ST-CTG NOT = "00"
           CLOSE CONTINGENCIA.
           CLOSE EXCECOES.

           IF WS-PTC-ALTERADO = "S"
               PERFORM EXPORTAR-LISTA-PORTICO
           END-IF.

      *    Os movimentos foram todos tratados (aplicados ou
      *    listados como exceção): o arquivo de contingência
      *    começa vazio para a próxima pane.
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIMITE-DEBITO
           END-READ.
           MOVE "JANELA-NOTURNA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-JANELA-SITUACAO
           END-READ.
           MOVE "LIM-EMP-ESTUDANTE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE

           CLOSE USUARIOS.

      *    Empréstimo feito no papel com carteirinha que já
      *    estava na lista de alerta não é reaplicado: vai para as
      *    exceções e gera alerta na auditoria com o código do
      *    titular.
       VERIFICAR-CARTEIRA-BLOQUEADA.
           MOVE "N" TO WS-CARTEIRA-BLOQUEADA.
           OPEN INPUT HIST-CARTEIRAS.
           IF WS-ST-HCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE CONT-CARTEIRA TO HCT-NUMERO.
           READ HIST-CARTEIRAS KEY IS HCT-NUMERO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HCT-STATUS = "B"
                       MOVE "S" TO WS-CARTEIRA-BLOQUEADA
                   END-IF
           END-READ.
           CLOSE HIST-CARTEIRAS.

           IF WS-CARTEIRA-BLOQUEADA = "S"
               DISPLAY "*** ATENÇÃO: CARTEIRINHA " CONT-CARTEIRA
                       " BLOQUEADA (LEITOR " HCT-USUARIO ") ***"
               MOVE "CART-ALERT"        TO WS-AUD-OPERACAO
               MOVE HCT-USUARIO         TO WS-AUD-CHAVE
               MOVE HCT-MOTIVO-BLOQUEIO TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       LOCALIZAR-EXEMPLAR-BARRAS.
           MOVE "N"  TO WS-EXEMPLAR-ACHADO.
           MOVE "00" TO WS-ST-EXE.
               EXIT PARAGRAPH
           END-IF.

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
                           AND (CR-VENCIMENTO = 0
                            OR CR-VENCIMENTO <= WS-DATA-MOVTO)
                           WS-DEBITO-USUARIO
                           + CR-VALOR - CR-VALOR-PAGO
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.
               EXIT PARAGRAPH
           END-IF.

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
                           AND EMPRESTIMO-TIPO NOT = "C"
                       ADD 1 TO WS-QTDE-EMPRESTIMOS-USU
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
           END-READ.

       REAPLICAR-EMPRESTIMO.
           PERFORM VERIFICAR-CARTEIRA-BLOQUEADA.
           IF WS-CARTEIRA-BLOQUEADA = "S"
               MOVE "CARTEIRINHA BLOQUEADA (PERDA/FURTO)"
                   TO WS-MOTIVO-EXC
               PERFORM GRAVAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-LEITOR-CARTEIRA.
           IF WS-USUARIO-ACHADO NOT = "S"
               MOVE "CARTEIRINHA NAO ENCONTRADA" TO WS-MOTIVO-EXC
           PERFORM CALCULAR-DATA-DEVOLUCAO.
           PERFORM GRAVAR-EMPRESTIMO-REPLAY.
           PERFORM EMPRESTAR-EXEMPLAR-REPLAY.
           PERFORM LIBERAR-PORTICO.
           PERFORM RECALCULAR-STATUS-TITULO.

           ADD 1 TO WS-QTDE-APLICADOS.
                   EXIT PARAGRAPH.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES.
           MOVE "E" TO EXEMPLAR-STATUS.
           MOVE EXEMPLAR-CODBARRAS TO WS-PTC-CODBARRAS.
           MOVE EXEMPLAR-FILIAL    TO WS-PTC-FILIAL.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
               EXIT PARAGRAPH
           END-IF.

      *    Peça de depósito institucional só volta pela
      *    conferência do depósito.
           IF EMPRESTIMO-TIPO = "I"
               CLOSE EMPRESTIMOS
               MOVE "PECA DE DEPOSITO INSTITUCIONAL"
                   TO WS-MOTIVO-EXC
               PERFORM GRAVAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-STATUS TO WS-AUD-STATUS-ANT.
           MOVE REG-EMPRESTIMO    TO WS-JRN-ANTES.
           MOVE WS-DATA-MOVTO     TO EMPRESTIMO-DATA-ENTREGA.
           MOVE "DEVOLUCAO"  TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD   TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.
           PERFORM BLOQUEAR-PORTICO.

           OPEN I-O EXEMPLARES.
           MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD.
               MOVE SPACES TO WS-JRN-ANTES
           END-IF.

      *    Pórtico antifurto: o empréstimo reaplicado põe o
      *    exemplar na lista de liberadas (PORTICO-LIBERADOS.DAT)
      *    e a devolução reaplicada o retira, como no balcão. Se a
      *    lista mudou, PORTICO-EMPRESTADOS.TXT é regravado para o
      *    fornecedor ao fim da reaplicação.
       LIBERAR-PORTICO.
           IF WS-PTC-CODBARRAS = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-PORTICO-LIBERADOS
           MOVE WS-COD-LIVRO     TO PLB-LIVRO
           MOVE WS-COD-EXEMPLAR  TO PLB-EXEMPLAR
           MOVE WS-PTC-CODBARRAS TO PLB-CODBARRAS
           MOVE WS-PTC-FILIAL    TO PLB-FILIAL
           MOVE WS-EMP-COD       TO PLB-EMPRESTIMO
           MOVE WS-DATA-MOVTO    TO PLB-DATA-EMP
           WRITE REG-PORTICO-LIBERADO
               INVALID KEY REWRITE REG-PORTICO-LIBERADO
           END-WRITE.
           CLOSE PORTICO-LIBERADOS.
           MOVE SPACES TO WS-PTC-CODBARRAS.
           MOVE "S"    TO WS-PTC-ALTERADO.

       BLOQUEAR-PORTICO.
           PERFORM ABRIR-PORTICO-LIBERADOS
           MOVE WS-COD-LIVRO    TO PLB-LIVRO
           MOVE WS-COD-EXEMPLAR TO PLB-EXEMPLAR
           DELETE PORTICO-LIBERADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-PTC-ALTERADO
           END-DELETE.
           CLOSE PORTICO-LIBERADOS.

       EXPORTAR-LISTA-PORTICO.
           MOVE "N" TO WS-PTC-ALTERADO.
           MOVE 0   TO WS-PTC-QTDE.
           OPEN OUTPUT PORTICO-EXPORTA.
           IF WS-ST-PEX NOT = "00"
               DISPLAY "ERRO AO GRAVAR PORTICO-EMPRESTADOS.TXT! "
                       "STATUS: " WS-ST-PEX
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-PORTICO-LIBERADOS
           MOVE "00" TO WS-ST-PLB.
           PERFORM UNTIL WS-ST-PLB = "10"
               READ PORTICO-LIBERADOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PLB
               NOT AT END
                   MOVE SPACES TO WS-PTC-LINHA
                   STRING PLB-CODBARRAS   DELIMITED BY SPACE
                          ";"             DELIMITED BY SIZE
                          PLB-FILIAL      DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          PLB-EMPRESTIMO  DELIMITED BY SIZE
                          INTO WS-PTC-LINHA
                   WRITE REG-PORTICO-EXPORTA FROM WS-PTC-LINHA
                   ADD 1 TO WS-PTC-QTDE
           END-PERFORM.
           CLOSE PORTICO-LIBERADOS.
           CLOSE PORTICO-EXPORTA.

       ABRIR-PORTICO-LIBERADOS.
           OPEN I-O PORTICO-LIBERADOS.
           EVALUATE WS-ST-PLB
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT PORTICO-LIBERADOS
                   CLOSE PORTICO-LIBERADOS
                   OPEN I-O PORTICO-LIBERADOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PORTICO-LIBERADOS.DAT! "
                           "STATUS: " WS-ST-PLB
                   STOP RUN
           END-EVALUATE.

       ABRIR-JORNAL.
           OPEN EXTEND JORNAL.
           EVALUATE WS-ST-JRN
