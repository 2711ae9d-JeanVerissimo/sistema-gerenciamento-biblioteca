      *               leem os parâmetros na partida; a alteração
      *               aqui vale para todos de uma vez, sem tocar em
      *               código. Acesso restrito a supervisores.
      *               Também semeia as alçadas da dupla custódia
      *               (chaves ALCADA-*). Alteração que varie o valor
      *               acima de ALCADA-PARAM-PCT por cento, e toda
      *               alteração das próprias alçadas, só é gravada
      *               depois da aprovação de outro supervisor na
      *               fila de APROVACOES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT APROVACOES ASSIGN TO 'APROVACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-APR.

       DATA DIVISION.
       FILE SECTION.

           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

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
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-CHAVE-BUSCA               PIC X(20)     VALUE SPACES.
       77 WS-NOVO-VALOR                PIC 9(7)V99   VALUE 0.
       77 WS-QTDE-LISTADOS             PIC 9(3)      VALUE 0.
       77 WS-ALCADA-PARAM-PCT          PIC 9(7)V99   VALUE 0.
       77 WS-VARIACAO-PCT              PIC 9(7)V99   VALUE 0.
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

       ABRIR-PARAMETROS.
           OPEN I-O PARAMETROS.
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   PERFORM COMPLETAR-PARAMETROS
               WHEN "35"
                   DISPLAY "CRIANDO PARAMETROS.DAT COM OS VALORES "
                           "PADRÃO..."
                   STOP RUN
           END-EVALUATE.

      *    Chaves criadas depois da implantação entram no arquivo
      *    existente com o valor padrão; as que já existem são
      *    recusadas por chave duplicada e mantêm o valor ajustado.
       COMPLETAR-PARAMETROS.
           PERFORM SEMEAR-PARAMETROS.
           MOVE "00" TO WS-FILE-STATUS.

      *    Valores de partida iguais aos que estavam espalhados
      *    pelos programas antes da centralização.
       SEMEAR-PARAMETROS.
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ANOS-RETENCAO-LGPD"  TO PARAM-CHAVE
           MOVE 5                     TO PARAM-VALOR
           MOVE "RETENCAO DE CADASTRO INATIVO (ANOS)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "COTA-HORAS-AGENDA"   TO PARAM-CHAVE
           MOVE 2                     TO PARAM-VALOR
           MOVE "HORAS DE SALA/EQUIPAMENTO POR LEITOR/DIA"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "LIM-EMP-DIDATICA"    TO PARAM-CHAVE
           MOVE 1                     TO PARAM-VALOR
           MOVE "ITENS DA RESERVA DIDATICA POR LEITOR"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "MAX-RENOV-DIDATICA"  TO PARAM-CHAVE
           MOVE 0                     TO PARAM-VALOR
           MOVE "RENOVACOES DE ITEM DA RESERVA DIDATICA"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "DIAS-MIN-RECOLHE"    TO PARAM-CHAVE
           MOVE 7                     TO PARAM-VALOR
           MOVE "DIAS GARANTIDOS ANTES DO RECOLHIMENTO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "PRAZO-RECOLHIMENTO"  TO PARAM-CHAVE
           MOVE 3                     TO PARAM-VALOR
           MOVE "DIAS PARA DEVOLVER EXEMPLAR RECOLHIDO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "MULTA-DIA-RECOLHIDO" TO PARAM-CHAVE
           MOVE 1,00                  TO PARAM-VALOR
           MOVE "MULTA DIARIA DE EMPRESTIMO RECOLHIDO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "RECOM-JANELA-DIAS"   TO PARAM-CHAVE
           MOVE 90                    TO PARAM-VALOR
           MOVE "JANELA EM DIAS DOS PARES DE SUGESTAO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "RECOM-MIN-LEITORES"  TO PARAM-CHAVE
           MOVE 5                     TO PARAM-VALOR
           MOVE "LEITORES MINIMOS PARA PUBLICAR UM PAR"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "RECOM-QTDE-TITULOS"  TO PARAM-CHAVE
           MOVE 5                     TO PARAM-VALOR
           MOVE "SUGESTOES POR TITULO NO PORTAL (ATE 10)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "PIX-VALIDADE-DIAS"   TO PARAM-CHAVE
           MOVE 30                    TO PARAM-VALOR
           MOVE "DIAS DE VALIDADE DA COBRANCA PIX"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "PRE-CADASTRO-DIAS"   TO PARAM-CHAVE
           MOVE 30                    TO PARAM-VALOR
           MOVE "PRAZO PARA ATIVAR PRE-CADASTRO (DIAS)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "DIAS-LEMBRETE-EVENTO" TO PARAM-CHAVE
           MOVE 1                     TO PARAM-VALOR
           MOVE "DIAS DE ANTECEDENCIA DO LEMBRETE EVENTO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "DIAS-EMP-DIGITAL"    TO PARAM-CHAVE
           MOVE 14                    TO PARAM-VALOR
           MOVE "PRAZO DO EMPRESTIMO DIGITAL (DIAS)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "LIM-EMP-DIGITAL"     TO PARAM-CHAVE
           MOVE 2                     TO PARAM-VALOR
           MOVE "LIMITE DE EMPRESTIMOS DIGITAIS POR TIPO"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "LIC-AVISO-RESTANTES" TO PARAM-CHAVE
           MOVE 3                     TO PARAM-VALOR
           MOVE "EMPRESTIMOS RESTANTES P/ AVISO LICENCA"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "LIC-AVISO-DIAS"      TO PARAM-CHAVE
           MOVE 30                    TO PARAM-VALOR
           MOVE "DIAS ANTES DO FIM P/ AVISO LICENCA"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "DIAS-EMP-DOMICILIAR" TO PARAM-CHAVE
           MOVE 30                    TO PARAM-VALOR
           MOVE "PRAZO (DIAS) EMPRESTIMO ENTREGA DOMIC."
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "DIAS-DEPOSITO-INST"  TO PARAM-CHAVE
           MOVE 120                   TO PARAM-VALOR
           MOVE "TERMO PADRAO (DIAS) DEPOSITO INSTITUC."
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "TAXA-2VIA-CARTEIRA"  TO PARAM-CHAVE
           MOVE 10,00                 TO PARAM-VALOR
           MOVE "TAXA SEGUNDA VIA DA CARTEIRINHA (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-ISENCAO"      TO PARAM-CHAVE
           MOVE 20,00                 TO PARAM-VALOR
           MOVE "ALCADA: ISENCAO ACIMA DE (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-ESTORNO"      TO PARAM-CHAVE
           MOVE 0                     TO PARAM-VALOR
           MOVE "ALCADA: ESTORNO ACIMA DE (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-PARCELAMENTO" TO PARAM-CHAVE
           MOVE 50,00                 TO PARAM-VALOR
           MOVE "ALCADA: PARCELAMENTO ACIMA DE (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-REPOSICAO"    TO PARAM-CHAVE
           MOVE 0                     TO PARAM-VALOR
           MOVE "ALCADA: DIFERENCA NA REPOSICAO (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-BAIXA"        TO PARAM-CHAVE
           MOVE 100,00                TO PARAM-VALOR
           MOVE "ALCADA: BAIXA DE EXEMPLAR ACIMA DE (R$)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

           MOVE "ALCADA-PARAM-PCT"    TO PARAM-CHAVE
           MOVE 0                     TO PARAM-VALOR
           MOVE "ALCADA: VARIACAO DE PARAMETRO (%)"
               TO PARAM-DESCRICAO
           WRITE REG-PARAMETRO.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           EVALUATE WS-ST-AUD
           DISPLAY "TOTAL DE PARÂMETROS: " WS-QTDE-LISTADOS.

       ALTERAR-PARAMETRO.
           MOVE "N" TO WS-APR-LIBERADA.
           DISPLAY "DIGITE A CHAVE DO PARÂMETRO: "
           ACCEPT WS-CHAVE-BUSCA
           MOVE FUNCTION UPPER-CASE(WS-CHAVE-BUSCA)
               TO WS-CHAVE-BUSCA

           PERFORM ABRIR-PARAMETROS
           MOVE "ALCADA-PARAM-PCT" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ALCADA-PARAM-PCT
           END-READ.

           MOVE WS-CHAVE-BUSCA TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY
                   CLOSE PARAMETROS
                   EXIT PARAGRAPH.

      *    A situação da cadeia noturna não é política: quem a
      *    grava é a cadeia, e a liberação tem opção própria.
           IF WS-CHAVE-BUSCA = "JANELA-NOTURNA"
               DISPLAY "JANELA-NOTURNA É CONTROLADA PELA CADEIA "
                       "NOTURNA. USE A LIBERAÇÃO DE EMERGÊNCIA DO "
                       "MENU PRINCIPAL."
               CLOSE PARAMETROS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PARÂMETRO: " PARAM-DESCRICAO
           DISPLAY "VALOR ATUAL: " PARAM-VALOR
           DISPLAY "DIGITE O NOVO VALOR: "
           ACCEPT WS-NOVO-VALOR

           IF WS-NOVO-VALOR = PARAM-VALOR
               DISPLAY "VALOR IGUAL AO ATUAL; NADA A ALTERAR."
               CLOSE PARAMETROS
               EXIT PARAGRAPH
           END-IF.

      *    Variação relativa ao valor em vigor; as alçadas em si
      *    sempre passam pela segunda assinatura.
           PERFORM CALCULAR-VARIACAO.
           IF WS-CHAVE-BUSCA(1:7) = "ALCADA-"
                   OR WS-VARIACAO-PCT > WS-ALCADA-PARAM-PCT
               MOVE "M"             TO WS-APR-TIPO
               MOVE WS-CHAVE-BUSCA  TO WS-APR-REFERENCIA
               MOVE WS-NOVO-VALOR   TO WS-APR-VALOR
               MOVE PARAM-VALOR     TO WS-APR-VALOR-BASE
               MOVE 0               TO WS-APR-QTDE
               MOVE PARAM-DESCRICAO TO WS-APR-DESCRICAO
               PERFORM VERIFICAR-ALCADA
               IF WS-APR-LIBERADA NOT = "S"
                   CLOSE PARAMETROS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-NOVO-VALOR TO PARAM-VALOR.
           REWRITE REG-PARAMETRO.
           CLOSE PARAMETROS.
           MOVE "ALTERACAO"    TO WS-AUD-OPERACAO
           MOVE WS-CHAVE-BUSCA TO WS-AUD-CHAVE
           MOVE SPACES         TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA
           PERFORM EFETIVAR-ALCADA.

      *    Percentual de variação do novo valor sobre o vigente;
      *    sair de zero conta como variação máxima.
       CALCULAR-VARIACAO.
           IF PARAM-VALOR = 0
               MOVE 9999999,99 TO WS-VARIACAO-PCT
           ELSE IF WS-NOVO-VALOR > PARAM-VALOR
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   (WS-NOVO-VALOR - PARAM-VALOR) * 100 / PARAM-VALOR
                   ON SIZE ERROR MOVE 9999999,99 TO WS-VARIACAO-PCT
               END-COMPUTE
           ELSE
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   (PARAM-VALOR - WS-NOVO-VALOR) * 100 / PARAM-VALOR
                   ON SIZE ERROR MOVE 9999999,99 TO WS-VARIACAO-PCT
               END-COMPUTE
           END-IF
           END-IF.

       ABRIR-APROVACOES.
           OPEN I-O APROVACOES.
           EVALUATE WS-ST-APR
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO APROVACOES.DAT..."
                   OPEN OUTPUT APROVACOES
                   CLOSE APROVACOES
                   OPEN I-O APROVACOES
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
           MOVE "SIS-PARAMETROS"      TO APR-PROGRAMA.
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
