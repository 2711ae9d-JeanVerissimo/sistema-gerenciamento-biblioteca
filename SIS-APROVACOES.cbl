       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-APROVACOES.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Dupla custódia das operações sensíveis:
      *               isenção de multa, estorno de pagamento e
      *               parcelamento (SIS-CAIXA), alteração de
      *               parâmetro de política (SIS-PARAMETROS),
      *               valor de reposição diferente do catálogo
      *               (SIS-EMPRESTIMOS) e baixa de acervo
      *               (SIS-DESCARTE). Acima da alçada configurada
      *               em PARAMETROS.DAT (chaves ALCADA-*), a
      *               operação não é aplicada: o programa de origem
      *               grava a solicitação pendente ("P") em
      *               APROVACOES.DAT e audita ALCADA-SOL com o
      *               solicitante e a hora do pedido. Aqui o
      *               supervisor percorre a fila e aprova ("A") ou
      *               rejeita ("R") cada pedido — nunca o próprio —
      *               e a decisão vai para a auditoria (ALCADA-APR
      *               / ALCADA-REJ) com o aprovador e a hora da
      *               decisão, sob a mesma chave (número do pedido).
      *               A aprovação libera uma única execução da
      *               mesma operação pelo solicitante, que a marca
      *               como efetivada ("E", ALCADA-USO). O relatório
      *               mensal lista o aprovado, o rejeitado e o que
      *               ainda aguarda decisão.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACOES ASSIGN TO 'APROVACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-APR.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT RELATORIO-ALCADAS ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD RELATORIO-ALCADAS.
       01 REG-RELATORIO-ALCADAS        PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-ST-APR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-TENTATIVAS-ARQ        PIC 9(2)      VALUE 0.
       77 WS-SEGUNDOS-ESPERA       PIC 9(2)      VALUE 2.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-RPT-NOME                  PIC X(30)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(120)    VALUE SPACES.
       77 WS-COD-BUSCA                 PIC 9(7)      VALUE 0.
       77 WS-MOTIVO                    PIC X(40)     VALUE SPACES.
       77 WS-QTDE-LISTADOS             PIC 9(5)      VALUE 0.
       77 WS-QTDE-DECIDIDOS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-PROPRIOS             PIC 9(5)      VALUE 0.
       77 WS-QTDE-APROVADAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-EFETIVADAS           PIC 9(5)      VALUE 0.
       77 WS-QTDE-REJEITADAS           PIC 9(5)      VALUE 0.
       77 WS-QTDE-PENDENTES            PIC 9(5)      VALUE 0.
       77 WS-VALOR-APROVADO            PIC 9(9)V99   VALUE 0.
       77 WS-VALOR-REJEITADO           PIC 9(9)V99   VALUE 0.
       77 WS-VALOR-PENDENTE            PIC 9(9)V99   VALUE 0.
       77 WS-VALOR-EDIT                PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-EDIT                PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-MES-DIGITADO              PIC X(7)      VALUE SPACES.
       77 WS-MES-RELATORIO             PIC 9(6)      VALUE 0.
       77 WS-MES-REF                   PIC X(6)      VALUE SPACES.
       77 WS-INCLUIR                   PIC X(1)      VALUE "N".
       77 WS-TIPO-DESC                 PIC X(12)     VALUE SPACES.
       77 WS-STATUS-DESC               PIC X(10)     VALUE SPACES.
       77 WS-IDX                       PIC 9(2)      VALUE 0.
       77 WS-DH-ORIG                   PIC X(21)     VALUE SPACES.
       77 WS-DH-FMT                    PIC X(14)     VALUE SPACES.
       77 WS-DH-SOLIC-FMT              PIC X(14)     VALUE SPACES.
       77 WS-DH-DECISAO-FMT            PIC X(14)     VALUE SPACES.

       01 WS-TAB-TIPOS-APR-DADOS.
           02 FILLER PIC X(13) VALUE "IISENCAO".
           02 FILLER PIC X(13) VALUE "EESTORNO".
           02 FILLER PIC X(13) VALUE "PPARCELAMENTO".
           02 FILLER PIC X(13) VALUE "MPARAMETRO".
           02 FILLER PIC X(13) VALUE "RREPOSICAO".
           02 FILLER PIC X(13) VALUE "BBAIXA ACERVO".
       01 WS-TAB-TIPOS-APR REDEFINES WS-TAB-TIPOS-APR-DADOS.
           02 WS-TIPO-APR OCCURS 6 TIMES.
               03 WS-TIPO-APR-COD      PIC X(1).
               03 WS-TIPO-APR-DESC     PIC X(12).

       01 WS-TAB-SITUACOES-APR-DADOS.
           02 FILLER PIC X(11) VALUE "PPENDENTE".
           02 FILLER PIC X(11) VALUE "AAPROVADA".
           02 FILLER PIC X(11) VALUE "RREJEITADA".
           02 FILLER PIC X(11) VALUE "EEFETIVADA".
       01 WS-TAB-SITUACOES-APR REDEFINES WS-TAB-SITUACOES-APR-DADOS.
           02 WS-SIT-APR OCCURS 4 TIMES.
               03 WS-SIT-APR-COD       PIC X(1).
               03 WS-SIT-APR-DESC      PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "   APROVAÇÕES PENDENTES (ALÇADA)    "
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Fila de Pendentes (Aprovar/Rejeitar)"
               DISPLAY "2 - Consultar Solicitação"
               DISPLAY "3 - Relatório Mensal de Alçadas"
               DISPLAY "4 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3/4): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM PROCESSAR-FILA
                   WHEN '2'
                       PERFORM CONSULTAR-SOLICITACAO
                   WHEN '3'
                       PERFORM RELATORIO-MENSAL
                   WHEN '4'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

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
                   STOP RUN
           END-EVALUATE.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA

           PERFORM ABRIR-AUDITORIA
           MOVE WS-DATA-SISTEMA(1:21) TO AUD-DATA-HORA
           MOVE "SIS-APROVACOES"      TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

      *    Data e hora do CURRENT-DATE guardado no pedido, no
      *    formato curto DD/MM/AA HH:MM dos relatórios.
       FORMATAR-DATA-HORA.
           MOVE SPACES TO WS-DH-FMT.
           IF WS-DH-ORIG = SPACES
               EXIT PARAGRAPH
           END-IF.
           STRING WS-DH-ORIG(7:2) "/" WS-DH-ORIG(5:2) "/"
                  WS-DH-ORIG(3:2) " " WS-DH-ORIG(9:2) ":"
                  WS-DH-ORIG(11:2)
                   DELIMITED BY SIZE INTO WS-DH-FMT.

       DESCREVER-SOLICITACAO.
           MOVE APR-TIPO TO WS-TIPO-DESC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-TIPO-APR-COD(WS-IDX) = APR-TIPO
                   MOVE WS-TIPO-APR-DESC(WS-IDX) TO WS-TIPO-DESC
               END-IF
           END-PERFORM.

           MOVE APR-STATUS TO WS-STATUS-DESC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-SIT-APR-COD(WS-IDX) = APR-STATUS
                   MOVE WS-SIT-APR-DESC(WS-IDX) TO WS-STATUS-DESC
               END-IF
           END-PERFORM.

           MOVE APR-DATA-SOLIC TO WS-DH-ORIG.
           PERFORM FORMATAR-DATA-HORA.
           MOVE WS-DH-FMT TO WS-DH-SOLIC-FMT.
           MOVE APR-DATA-DECISAO TO WS-DH-ORIG.
           PERFORM FORMATAR-DATA-HORA.
           MOVE WS-DH-FMT TO WS-DH-DECISAO-FMT.

       EXIBIR-SOLICITACAO.
           PERFORM DESCREVER-SOLICITACAO.
           DISPLAY "=========================================="
           DISPLAY "SOLICITAÇÃO Nº " APR-COD " - " WS-TIPO-DESC
                   " (" FUNCTION TRIM(APR-PROGRAMA) ")"
           DISPLAY "  " APR-DESCRICAO
           DISPLAY "  REFERÊNCIA: " APR-REFERENCIA
           IF APR-TIPO = "M"
               DISPLAY "  VALOR ATUAL: " APR-VALOR-BASE
                       "  NOVO VALOR: " APR-VALOR
           ELSE IF APR-TIPO = "R"
               DISPLAY "  VALOR DO CATÁLOGO: R$ " APR-VALOR-BASE
                       "  A COBRAR: R$ " APR-VALOR
           ELSE
               DISPLAY "  VALOR: R$ " APR-VALOR
           END-IF
           END-IF.
           IF APR-TIPO = "P"
               DISPLAY "  PARCELAS: " APR-QTDE
           END-IF.
           DISPLAY "  SOLICITANTE: " APR-SOLICITANTE
                   " EM " WS-DH-SOLIC-FMT
           DISPLAY "  SITUAÇÃO: " WS-STATUS-DESC.
           IF APR-STATUS NOT = "P"
               DISPLAY "  DECISÃO: " APR-APROVADOR
                       " EM " WS-DH-DECISAO-FMT
           END-IF.
           IF APR-MOTIVO NOT = SPACES
               DISPLAY "  MOTIVO: " APR-MOTIVO
           END-IF.
           IF APR-DATA-EFETIVACAO > 0
               DISPLAY "  EFETIVADA EM " APR-DATA-EFETIVACAO
           END-IF.

      *    Percorre os pedidos pendentes em ordem de número. O
      *    pedido do próprio operador é mostrado, mas não pode
      *    ser decidido por ele: a segunda assinatura é sempre
      *    de outra pessoa.
       PROCESSAR-FILA.
           MOVE 0    TO WS-QTDE-LISTADOS.
           MOVE 0    TO WS-QTDE-DECIDIDOS.
           MOVE 0    TO WS-QTDE-PROPRIOS.
           MOVE "00" TO WS-ST-APR.

           PERFORM ABRIR-APROVACOES

           PERFORM UNTIL WS-ST-APR = "10"
               READ APROVACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-APR
               NOT AT END
                   IF APR-STATUS = "P"
                       ADD 1 TO WS-QTDE-LISTADOS
                       PERFORM DECIDIR-SOLICITACAO
                   END-IF
           END-PERFORM.

           CLOSE APROVACOES.

           DISPLAY "=========================================="
           IF WS-QTDE-LISTADOS = 0
               DISPLAY "NENHUMA SOLICITAÇÃO AGUARDANDO APROVAÇÃO."
           ELSE
               DISPLAY "PENDENTES NA FILA:     " WS-QTDE-LISTADOS
               DISPLAY "DECIDIDAS AGORA:       " WS-QTDE-DECIDIDOS
               DISPLAY "DO PRÓPRIO OPERADOR:   " WS-QTDE-PROPRIOS
           END-IF.

       DECIDIR-SOLICITACAO.
           PERFORM EXIBIR-SOLICITACAO.

           IF APR-SOLICITANTE = WS-OPERADOR-ATUAL
               ADD 1 TO WS-QTDE-PROPRIOS
               DISPLAY "PEDIDO FEITO POR ESTE OPERADOR: A APROVAÇÃO "
                       "CABE A OUTRO SUPERVISOR."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "APROVAR (A) / REJEITAR (R) / PULAR (ENTER)? "
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

           IF WS-RESPOSTA NOT = "A" AND WS-RESPOSTA NOT = "R"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           IF WS-RESPOSTA = "R"
               DISPLAY "MOTIVO DA REJEIÇÃO: "
               ACCEPT WS-MOTIVO
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE WS-RESPOSTA           TO APR-STATUS.
           MOVE WS-OPERADOR-ATUAL     TO APR-APROVADOR.
           MOVE WS-DATA-SISTEMA(1:21) TO APR-DATA-DECISAO.
           MOVE WS-MOTIVO             TO APR-MOTIVO.
           REWRITE REG-APROVACAO.

           IF WS-ST-APR NOT = "00"
               DISPLAY "ERRO AO GRAVAR A DECISÃO! STATUS: "
                       WS-ST-APR
               MOVE "00" TO WS-ST-APR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTDE-DECIDIDOS.
           IF WS-RESPOSTA = "A"
               DISPLAY "SOLICITAÇÃO " APR-COD " APROVADA. O "
                       "SOLICITANTE JÁ PODE REPETIR A OPERAÇÃO."
               MOVE "ALCADA-APR" TO WS-AUD-OPERACAO
           ELSE
               DISPLAY "SOLICITAÇÃO " APR-COD " REJEITADA."
               MOVE "ALCADA-REJ" TO WS-AUD-OPERACAO
           END-IF.
           MOVE APR-COD TO WS-AUD-CHAVE.
           MOVE "P"     TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       CONSULTAR-SOLICITACAO.
           DISPLAY "NÚMERO DA SOLICITAÇÃO: "
           ACCEPT WS-COD-BUSCA

           PERFORM ABRIR-APROVACOES
           MOVE WS-COD-BUSCA TO APR-COD
           READ APROVACOES KEY IS APR-COD
               INVALID KEY
                   DISPLAY "SOLICITAÇÃO NÃO ENCONTRADA."
                   CLOSE APROVACOES
                   EXIT PARAGRAPH.

           PERFORM EXIBIR-SOLICITACAO.
           CLOSE APROVACOES.

      *    Relatório do mês: os pedidos feitos ou decididos no
      *    mês, com a situação atual, e todo pedido ainda sem
      *    decisão aberto até o fim do mês — o pendente continua
      *    aparecendo mês a mês até alguém decidir.
       RELATORIO-MENSAL.
           MOVE SPACES TO WS-MES-DIGITADO.
           MOVE 0      TO WS-MES-RELATORIO.

           PERFORM UNTIL WS-MES-RELATORIO > 0
               DISPLAY "MÊS DO RELATÓRIO (MM/AAAA): "
               ACCEPT WS-MES-DIGITADO
               IF WS-MES-DIGITADO(1:2) IS NUMERIC
                       AND WS-MES-DIGITADO(3:1) = "/"
                       AND WS-MES-DIGITADO(4:4) IS NUMERIC
                       AND WS-MES-DIGITADO(1:2) >= "01"
                       AND WS-MES-DIGITADO(1:2) <= "12"
                   COMPUTE WS-MES-RELATORIO =
                       FUNCTION NUMVAL(WS-MES-DIGITADO(4:4)) * 100
                       + FUNCTION NUMVAL(WS-MES-DIGITADO(1:2))
               ELSE
                   DISPLAY "MÊS INVÁLIDO."
               END-IF
           END-PERFORM.
           MOVE WS-MES-RELATORIO TO WS-MES-REF.

           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE 0 TO WS-QTDE-APROVADAS.
           MOVE 0 TO WS-QTDE-EFETIVADAS.
           MOVE 0 TO WS-QTDE-REJEITADAS.
           MOVE 0 TO WS-QTDE-PENDENTES.
           MOVE 0 TO WS-VALOR-APROVADO.
           MOVE 0 TO WS-VALOR-REJEITADO.
           MOVE 0 TO WS-VALOR-PENDENTE.

           MOVE SPACES TO WS-RPT-NOME.
           STRING "ALCADAS-" WS-MES-REF ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT RELATORIO-ALCADAS.
           IF WS-ST-RPT NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-RPT-NOME "! STATUS: "
                       WS-ST-RPT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LINHA-IMP.
           STRING "RELATÓRIO MENSAL DE ALÇADAS (DUPLA CUSTÓDIA) - "
                  WS-MES-DIGITADO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "NUMERO  TIPO         REFERENCIA           "
                  "       VALOR SOLICITANT PEDIDO EM      "
                  "APROVADOR  DECIDIDO EM    SITUACAO"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           MOVE ALL "-" TO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-APR.
           PERFORM ABRIR-APROVACOES

           PERFORM UNTIL WS-ST-APR = "10"
               READ APROVACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-APR
               NOT AT END
                   PERFORM AVALIAR-SOLICITACAO-MES
                   IF WS-INCLUIR = "S"
                       PERFORM IMPRIMIR-SOLICITACAO-MES
                   END-IF
           END-PERFORM.

           CLOSE APROVACOES.

           MOVE ALL "-" TO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           MOVE WS-VALOR-APROVADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "APROVADAS:  " WS-QTDE-APROVADAS
                  "  (EFETIVADAS: " WS-QTDE-EFETIVADAS ")"
                  "  VALOR R$ " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           MOVE WS-VALOR-REJEITADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "REJEITADAS: " WS-QTDE-REJEITADAS
                  "  VALOR R$ " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           MOVE WS-VALOR-PENDENTE TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "PENDENTES:  " WS-QTDE-PENDENTES
                  "  VALOR R$ " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.

           CLOSE RELATORIO-ALCADAS.

           DISPLAY "SOLICITAÇÕES NO RELATÓRIO: " WS-QTDE-LISTADOS
           DISPLAY "APROVADAS:  " WS-QTDE-APROVADAS
                   " (EFETIVADAS: " WS-QTDE-EFETIVADAS ")"
           DISPLAY "REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "PENDENTES:  " WS-QTDE-PENDENTES
           DISPLAY "RELATÓRIO GRAVADO EM " WS-RPT-NOME ".".

       AVALIAR-SOLICITACAO-MES.
           MOVE "N" TO WS-INCLUIR.
           IF APR-DATA-SOLIC(1:6) = WS-MES-REF
               MOVE "S" TO WS-INCLUIR
           END-IF.
           IF APR-STATUS NOT = "P"
                   AND APR-DATA-DECISAO(1:6) = WS-MES-REF
               MOVE "S" TO WS-INCLUIR
           END-IF.
           IF APR-STATUS = "P"
                   AND APR-DATA-SOLIC(1:6) <= WS-MES-REF
               MOVE "S" TO WS-INCLUIR
           END-IF.

       IMPRIMIR-SOLICITACAO-MES.
           ADD 1 TO WS-QTDE-LISTADOS.
           EVALUATE APR-STATUS
               WHEN "A"
                   ADD 1 TO WS-QTDE-APROVADAS
                   ADD APR-VALOR TO WS-VALOR-APROVADO
               WHEN "E"
                   ADD 1 TO WS-QTDE-APROVADAS
                   ADD 1 TO WS-QTDE-EFETIVADAS
                   ADD APR-VALOR TO WS-VALOR-APROVADO
               WHEN "R"
                   ADD 1 TO WS-QTDE-REJEITADAS
                   ADD APR-VALOR TO WS-VALOR-REJEITADO
               WHEN OTHER
                   ADD 1 TO WS-QTDE-PENDENTES
                   ADD APR-VALOR TO WS-VALOR-PENDENTE
           END-EVALUATE.

           PERFORM DESCREVER-SOLICITACAO.
           MOVE APR-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING APR-COD " " WS-TIPO-DESC " " APR-REFERENCIA " "
                  WS-VALOR-EDIT " " APR-SOLICITANTE " "
                  WS-DH-SOLIC-FMT " " APR-APROVADOR " "
                  WS-DH-DECISAO-FMT " " WS-STATUS-DESC
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP.
           IF APR-STATUS = "R" AND APR-MOTIVO NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMP
               STRING "        MOTIVO: " APR-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-RELATORIO-ALCADAS FROM WS-LINHA-IMP
           END-IF.
