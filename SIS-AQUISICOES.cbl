      *               SIS-CARGA-CATALOGO) e avisa automaticamente o
      *               leitor da sugestão e os leitores com reserva
      *               ativa do título comprado.
      *               Cada pedido reserva o valor estimado numa
      *               dotação orçamentária (DOTACOES.DAT: ano,
      *               filial e fonte de recurso, com o valor
      *               aprovado) e só é aberto se couber no saldo
      *               livre; o empenho do pedido (EMPENHOS.DAT)
      *               vira gasto pelo valor da nota no recebimento,
      *               liberando a diferença, e volta inteiro à
      *               dotação quando o pedido é cancelado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-USU.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-NOT.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTT.

           SELECT AUTORES ASSIGN TO 'AUTORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT DOTACOES ASSIGN TO 'DOTACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOT-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOT.

           SELECT EMPENHOS ASSIGN TO 'EMPENHOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPH-PEDIDO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EMH.

           SELECT EXECUCAO-RPT ASSIGN TO WS-EXEC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-EXR.

       DATA DIVISION.
       FILE SECTION.

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

       FD AUTORES.
       01 REG-AUTOR.
           02 AUTOR-NOME               PIC X(30).
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

      *    Dotação: fonte M = orçamento municipal, D = fundo de
      *    doações, C = convênio.
       FD DOTACOES.
       01 REG-DOTACAO.
           02 DOT-CHAVE.
               03 DOT-ANO              PIC 9(4).
               03 DOT-FILIAL           PIC 9(3).
               03 DOT-FONTE            PIC X(1).
           02 DOT-DESCRICAO            PIC X(30).
           02 DOT-VALOR-APROVADO       PIC 9(9)V99.
           02 DOT-VALOR-RESERVADO      PIC 9(9)V99.
           02 DOT-VALOR-GASTO          PIC 9(9)V99.
           02 DOT-STATUS               PIC X(1).

      *    Empenho do pedido: R = reservado, G = gasto (pedido
      *    recebido), C = cancelado (reserva devolvida).
       FD EMPENHOS.
       01 REG-EMPENHO.
           02 EMPH-PEDIDO              PIC 9(7).
           02 EMPH-DOT-ANO             PIC 9(4).
           02 EMPH-DOT-FILIAL          PIC 9(3).
           02 EMPH-DOT-FONTE           PIC X(1).
           02 EMPH-VALOR-ESTIMADO      PIC 9(7)V99.
           02 EMPH-VALOR-NF            PIC 9(7)V99.
           02 EMPH-NF-NUMERO           PIC X(10).
           02 EMPH-STATUS              PIC X(1).
           02 EMPH-DATA-RESERVA        PIC 9(8).
           02 EMPH-DATA-BAIXA          PIC 9(8).

       FD EXECUCAO-RPT.
       01 REG-EXECUCAO-RPT             PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-ST-SUG                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RES                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMH                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXR                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-SUG-COD-LIVRE             PIC 9(7)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-DOT-ANO                   PIC 9(4)      VALUE 0.
       77 WS-DOT-FILIAL                PIC 9(3)      VALUE 0.
       77 WS-DOT-FONTE                 PIC X(1)      VALUE SPACES.
       77 WS-DOT-DESCRICAO             PIC X(30)     VALUE SPACES.
       77 WS-DOT-CHAVE-AUD             PIC X(10)     VALUE SPACES.
       77 WS-DOTACAO-OK                PIC X(1)      VALUE "N".
       77 WS-TEM-EMPENHO               PIC X(1)      VALUE "N".
       77 WS-VALOR-ESTIMADO            PIC 9(7)V99   VALUE 0.
       77 WS-VALOR-NF                  PIC 9(7)V99   VALUE 0.
       77 WS-NF-NUMERO                 PIC X(10)     VALUE SPACES.
       77 WS-VALOR-APROVADO            PIC 9(9)V99   VALUE 0.
       77 WS-VALOR-COMPROMETIDO        PIC 9(9)V99   VALUE 0.
       77 WS-SALDO-LIVRE               PIC S9(9)V99  VALUE 0.
       77 WS-DIFERENCA                 PIC S9(9)V99  VALUE 0.
       77 WS-EXEC-NOME                 PIC X(30)     VALUE SPACES.
       77 WS-LINHA-EXEC                PIC X(120)    VALUE SPACES.
       77 WS-NOME-FONTE                PIC X(16)     VALUE SPACES.
       77 WS-IDX-FONTE                 PIC 9(1)      VALUE 0.
       77 WS-QTDE-DOTACOES             PIC 9(5)      VALUE 0.
       77 WS-ED-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-NEG              PIC -ZZ.ZZZ.ZZ9,99.

      *    Totais da execução orçamentária por fonte (1 = M,
      *    2 = D, 3 = C) e geral (4).
       01 WS-TAB-TOT-FONTE.
           02 WS-TOT-FONTE OCCURS 4 TIMES.
               03 WS-TOT-APROVADO      PIC 9(11)V99.
               03 WS-TOT-RESERVADO     PIC 9(11)V99.
               03 WS-TOT-GASTO         PIC 9(11)V99.
               03 WS-TOT-LIVRE         PIC S9(11)V99.

       01 WS-TAB-DIAS-MES-DADOS.
           02 FILLER                   PIC 9(2)      VALUE 31.
               DISPLAY "5 - Abrir Pedido de Compra"
               DISPLAY "6 - Listar Pedidos"
               DISPLAY "7 - Receber Pedido"
               DISPLAY "8 - Cancelar Pedido"
               DISPLAY "9 - Cadastrar/Alterar Dotação Orçamentária"
               DISPLAY "E - Execução Orçamentária"
               DISPLAY "0 - Voltar"
               DISPLAY "Escolha uma opção (1..9/E/0): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '7'
                       PERFORM RECEBER-PEDIDO
                   WHEN '8'
                       PERFORM CANCELAR-PEDIDO
                   WHEN '9'
                       PERFORM CADASTRAR-DOTACAO
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM EXECUCAO-ORCAMENTARIA
                   WHEN '0'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
           DISPLAY "SUGESTÃO QUE MOTIVOU A COMPRA (0 = NENHUMA): "
           ACCEPT WS-SUG-VINCULO.

           MOVE 0 TO WS-VALOR-ESTIMADO.
           PERFORM UNTIL WS-VALOR-ESTIMADO > 0
               DISPLAY "VALOR ESTIMADO DO PEDIDO (R$): "
               ACCEPT WS-VALOR-ESTIMADO
           END-PERFORM.
           PERFORM PEDIR-DOTACAO.

           PERFORM OBTER-PROX-PEDIDO.

      *    A reserva vem antes da gravação do pedido: sem saldo
      *    livre na dotação, o pedido não chega a existir.
           PERFORM RESERVAR-DOTACAO.
           IF WS-DOTACAO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-PEDIDOS
           MOVE WS-PED-COD-LIVRE   TO PED-COD.
           MOVE WS-COD-FORNECEDOR  TO PED-FORNECEDOR.
           WRITE REG-PEDIDO.
           CLOSE PEDIDOS-COMPRA.

           PERFORM GRAVAR-EMPENHO.

           IF WS-SUG-VINCULO NOT = 0
               PERFORM VINCULAR-SUGESTAO
           END-IF.
           DISPLAY "---------------------------------------------"
           DISPLAY "TOTAL DE PEDIDOS: " WS-QTDE-LISTADOS.

      *    Cancelamento: só pedidos em aberto; a reserva volta à
      *    dotação e a sugestão vinculada fica livre para outro
      *    pedido.
       CANCELAR-PEDIDO.
           DISPLAY "DIGITE O CÓDIGO DO PEDIDO: "
           ACCEPT WS-PED-ATUAL

           PERFORM ABRIR-PEDIDOS
           MOVE WS-PED-ATUAL TO PED-COD.
           READ PEDIDOS-COMPRA KEY IS PED-COD
               INVALID KEY
                   DISPLAY "PEDIDO NÃO ENCONTRADO."
                   CLOSE PEDIDOS-COMPRA
                   EXIT PARAGRAPH.

           IF PED-STATUS NOT = "A"
               DISPLAY "SOMENTE PEDIDOS EM ABERTO PODEM SER "
                       "CANCELADOS."
               CLOSE PEDIDOS-COMPRA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PEDIDO " PED-COD " - " PED-TITULO
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "CANCELAMENTO NÃO EFETUADO."
               CLOSE PEDIDOS-COMPRA
               EXIT PARAGRAPH
           END-IF.

           MOVE "C"          TO PED-STATUS.
           MOVE PED-SUGESTAO TO WS-SUG-VINCULO.
           REWRITE REG-PEDIDO.
           CLOSE PEDIDOS-COMPRA.

           PERFORM LOCALIZAR-EMPENHO.
           IF WS-TEM-EMPENHO = "S"
               PERFORM LIBERAR-EMPENHO
           END-IF.

           IF WS-SUG-VINCULO NOT = 0
               PERFORM ABRIR-SUGESTOES
               MOVE WS-SUG-VINCULO TO SUG-COD
               READ SUGESTOES KEY IS SUG-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SUG-STATUS = "P"
                               AND SUG-PEDIDO = WS-PED-ATUAL
                           MOVE "A" TO SUG-STATUS
                           MOVE 0   TO SUG-PEDIDO
                           REWRITE REG-SUGESTAO
                       END-IF
               END-READ
               CLOSE SUGESTOES
           END-IF.

           DISPLAY "PEDIDO " WS-PED-ATUAL " CANCELADO."

           MOVE "CANCELAPED" TO WS-AUD-OPERACAO
           MOVE WS-PED-ATUAL TO WS-AUD-CHAVE
           MOVE "A"          TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

      *    Chegada do pedido: o título pode já existir (reforço de
      *    acervo) ou ser novo; os exemplares entram com código
      *    de barras no molde de CRIAR-EXEMPLARES-CARGA, e os
           MOVE PED-SUGESTAO TO WS-SUG-VINCULO.
           CLOSE PEDIDOS-COMPRA.

      *    O valor da nota substitui a reserva; nota acima do
      *    estimado só passa se o excesso couber no saldo livre.
           PERFORM LOCALIZAR-EMPENHO.
           IF WS-TEM-EMPENHO = "S"
               MOVE WS-VALOR-ESTIMADO TO WS-ED-VALOR
               DISPLAY "VALOR RESERVADO NA DOTAÇÃO: R$ " WS-ED-VALOR
               DISPLAY "NÚMERO DA NOTA FISCAL: "
               ACCEPT WS-NF-NUMERO
               MOVE 0 TO WS-VALOR-NF
               PERFORM UNTIL WS-VALOR-NF > 0
                   DISPLAY "VALOR DA NOTA FISCAL (R$): "
                   ACCEPT WS-VALOR-NF
               END-PERFORM
               PERFORM VERIFICAR-SALDO-NOTA
               IF WS-DOTACAO-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "PEDIDO SEM RESERVA EM DOTAÇÃO; O "
                       "RECEBIMENTO NÃO MOVIMENTA O ORÇAMENTO."
           END-IF.

           DISPLAY "O TÍTULO JÁ EXISTE NO CATÁLOGO? DIGITE O "
                   "CÓDIGO DO LIVRO (0 = TÍTULO NOVO): "
           ACCEPT WS-COD-LIVRO.
               CLOSE LIVROS
           END-IF.

           IF WS-TEM-EMPENHO = "S"
               PERFORM LIQUIDAR-EMPENHO
           END-IF.

           PERFORM CRIAR-EXEMPLARES-RECEBIDOS.
           PERFORM ATUALIZAR-STATUS-TITULO-D.

                       "DA CHEGADA."
           END-IF.

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

      *    Para leitores menores o aviso vai ao responsável
      *    legal, como nas demais filas de notificação.
       GRAVAR-NOTIFICACAO-AQUIS.
           MOVE WS-NOTIF-USUARIO TO WS-CTT-USUARIO.
           MOVE "A" TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               DISPLAY "AVISO NÃO ENFILEIRADO: O LEITOR RECUSOU "
                       "ESTE TIPO NAS PREFERÊNCIAS DE CONTATO."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.
           MOVE "00"   TO WS-ST-USU.
                   END-IF
           END-READ.
           CLOSE CATEGORIAS.

       ABRIR-DOTACOES.
           OPEN I-O DOTACOES.
           EVALUATE WS-ST-DOT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DOTACOES.DAT..."
                   OPEN OUTPUT DOTACOES
                   CLOSE DOTACOES
                   OPEN I-O DOTACOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DOTACOES.DAT! STATUS: "
                   WS-ST-DOT
                   STOP RUN
           END-EVALUATE.

       ABRIR-EMPENHOS.
           OPEN I-O EMPENHOS.
           EVALUATE WS-ST-EMH
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO EMPENHOS.DAT..."
                   OPEN OUTPUT EMPENHOS
                   CLOSE EMPENHOS
                   OPEN I-O EMPENHOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EMPENHOS.DAT! STATUS: "
                   WS-ST-EMH
                   STOP RUN
           END-EVALUATE.

       PEDIR-DOTACAO.
           DISPLAY "ANO DA DOTAÇÃO (ENTER = ANO CORRENTE): "
           ACCEPT WS-DOT-ANO.
           IF WS-DOT-ANO = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DOT-ANO
           END-IF.
           DISPLAY "FILIAL DA DOTAÇÃO: "
           ACCEPT WS-DOT-FILIAL.
           MOVE SPACES TO WS-DOT-FONTE.
           PERFORM UNTIL WS-DOT-FONTE = "M" OR "D" OR "C"
               DISPLAY "FONTE DE RECURSO (M=Municipal / D=Fundo de "
                       "Doações / C=Convênio): "
               ACCEPT WS-DOT-FONTE
               MOVE FUNCTION UPPER-CASE(WS-DOT-FONTE)
                   TO WS-DOT-FONTE
           END-PERFORM.

       MONTAR-CHAVE-DOTACAO.
           MOVE WS-DOT-ANO    TO DOT-ANO.
           MOVE WS-DOT-FILIAL TO DOT-FILIAL.
           MOVE WS-DOT-FONTE  TO DOT-FONTE.
           MOVE DOT-CHAVE     TO WS-DOT-CHAVE-AUD.

       NOME-FONTE-DOTACAO.
           EVALUATE DOT-FONTE
               WHEN "M"
                   MOVE "MUNICIPAL"        TO WS-NOME-FONTE
                   MOVE 1                  TO WS-IDX-FONTE
               WHEN "D"
                   MOVE "FUNDO DE DOAÇÕES" TO WS-NOME-FONTE
                   MOVE 2                  TO WS-IDX-FONTE
               WHEN OTHER
                   MOVE "CONVÊNIO"         TO WS-NOME-FONTE
                   MOVE 3                  TO WS-IDX-FONTE
           END-EVALUATE.

       RESERVAR-DOTACAO.
           MOVE "N" TO WS-DOTACAO-OK.
           PERFORM ABRIR-DOTACOES
           PERFORM MONTAR-CHAVE-DOTACAO.
           READ DOTACOES KEY IS DOT-CHAVE
               INVALID KEY
                   DISPLAY "DOTAÇÃO NÃO CADASTRADA PARA O ANO, "
                           "FILIAL E FONTE INFORMADOS. PEDIDO "
                           "RECUSADO."
                   CLOSE DOTACOES
                   EXIT PARAGRAPH.

           IF DOT-STATUS NOT = "A"
               DISPLAY "DOTAÇÃO ENCERRADA. PEDIDO RECUSADO."
               CLOSE DOTACOES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SALDO-LIVRE = DOT-VALOR-APROVADO
                                  - DOT-VALOR-RESERVADO
                                  - DOT-VALOR-GASTO.
           IF WS-VALOR-ESTIMADO > WS-SALDO-LIVRE
               MOVE WS-SALDO-LIVRE TO WS-ED-VALOR-NEG
               DISPLAY "VALOR ESTIMADO EXCEDE O SALDO LIVRE DA "
                       "DOTAÇÃO (R$ " WS-ED-VALOR-NEG "). PEDIDO "
                       "RECUSADO."
               CLOSE DOTACOES
               EXIT PARAGRAPH
           END-IF.

           ADD WS-VALOR-ESTIMADO TO DOT-VALOR-RESERVADO.
           REWRITE REG-DOTACAO.
           CLOSE DOTACOES.
           MOVE "S" TO WS-DOTACAO-OK.

       GRAVAR-EMPENHO.
           PERFORM ABRIR-EMPENHOS
           MOVE WS-PED-COD-LIVRE  TO EMPH-PEDIDO.
           MOVE WS-DOT-ANO        TO EMPH-DOT-ANO.
           MOVE WS-DOT-FILIAL     TO EMPH-DOT-FILIAL.
           MOVE WS-DOT-FONTE      TO EMPH-DOT-FONTE.
           MOVE WS-VALOR-ESTIMADO TO EMPH-VALOR-ESTIMADO.
           MOVE 0                 TO EMPH-VALOR-NF.
           MOVE SPACES            TO EMPH-NF-NUMERO.
           MOVE "R"               TO EMPH-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EMPH-DATA-RESERVA.
           MOVE 0                 TO EMPH-DATA-BAIXA.
           WRITE REG-EMPENHO
               INVALID KEY
                   DISPLAY "ERRO: EMPENHO DO PEDIDO "
                           WS-PED-COD-LIVRE " JÁ EXISTE!"
           END-WRITE.
           CLOSE EMPENHOS.

       LOCALIZAR-EMPENHO.
           MOVE "N" TO WS-TEM-EMPENHO.
           PERFORM ABRIR-EMPENHOS
           MOVE WS-PED-ATUAL TO EMPH-PEDIDO.
           READ EMPENHOS KEY IS EMPH-PEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMPH-STATUS = "R"
                       MOVE "S"                 TO WS-TEM-EMPENHO
                       MOVE EMPH-DOT-ANO        TO WS-DOT-ANO
                       MOVE EMPH-DOT-FILIAL     TO WS-DOT-FILIAL
                       MOVE EMPH-DOT-FONTE      TO WS-DOT-FONTE
                       MOVE EMPH-VALOR-ESTIMADO TO WS-VALOR-ESTIMADO
                   END-IF
           END-READ.
           CLOSE EMPENHOS.

       VERIFICAR-SALDO-NOTA.
           MOVE "S" TO WS-DOTACAO-OK.
           IF WS-VALOR-NF <= WS-VALOR-ESTIMADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-DOTACOES
           PERFORM MONTAR-CHAVE-DOTACAO.
           READ DOTACOES KEY IS DOT-CHAVE
               INVALID KEY
                   MOVE 0 TO DOT-VALOR-APROVADO
                   MOVE 0 TO DOT-VALOR-RESERVADO
                   MOVE 0 TO DOT-VALOR-GASTO
           END-READ.
           CLOSE DOTACOES.

           COMPUTE WS-SALDO-LIVRE = DOT-VALOR-APROVADO
                                  - DOT-VALOR-RESERVADO
                                  - DOT-VALOR-GASTO.
           COMPUTE WS-DIFERENCA = WS-VALOR-NF - WS-VALOR-ESTIMADO.
           IF WS-DIFERENCA > WS-SALDO-LIVRE
               MOVE WS-SALDO-LIVRE TO WS-ED-VALOR-NEG
               DISPLAY "A NOTA EXCEDE A RESERVA E O SALDO LIVRE DA "
                       "DOTAÇÃO (R$ " WS-ED-VALOR-NEG "). "
                       "RECEBIMENTO RECUSADO."
               MOVE "N" TO WS-DOTACAO-OK
           END-IF.

      *    Recebimento: a reserva inteira sai, o valor da nota
      *    entra como gasto; a diferença para menos volta ao
      *    saldo livre.
       LIQUIDAR-EMPENHO.
           PERFORM ABRIR-DOTACOES
           PERFORM MONTAR-CHAVE-DOTACAO.
           READ DOTACOES KEY IS DOT-CHAVE
               INVALID KEY
                   DISPLAY "DOTAÇÃO DO EMPENHO NÃO ENCONTRADA; "
                           "GASTO NÃO LANÇADO."
               NOT INVALID KEY
                   IF DOT-VALOR-RESERVADO >= WS-VALOR-ESTIMADO
                       SUBTRACT WS-VALOR-ESTIMADO
                           FROM DOT-VALOR-RESERVADO
                   ELSE
                       MOVE 0 TO DOT-VALOR-RESERVADO
                   END-IF
                   ADD WS-VALOR-NF TO DOT-VALOR-GASTO
                   REWRITE REG-DOTACAO
           END-READ.
           CLOSE DOTACOES.

           PERFORM ABRIR-EMPENHOS
           MOVE WS-PED-ATUAL TO EMPH-PEDIDO.
           READ EMPENHOS KEY IS EMPH-PEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "G"          TO EMPH-STATUS
                   MOVE WS-VALOR-NF  TO EMPH-VALOR-NF
                   MOVE WS-NF-NUMERO TO EMPH-NF-NUMERO
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EMPH-DATA-BAIXA
                   REWRITE REG-EMPENHO
           END-READ.
           CLOSE EMPENHOS.

           IF WS-VALOR-NF < WS-VALOR-ESTIMADO
               COMPUTE WS-DIFERENCA = WS-VALOR-ESTIMADO - WS-VALOR-NF
               MOVE WS-DIFERENCA TO WS-ED-VALOR
               DISPLAY "DIFERENÇA LIBERADA NA DOTAÇÃO: R$ "
                       WS-ED-VALOR
           END-IF.

       LIBERAR-EMPENHO.
           PERFORM ABRIR-DOTACOES
           PERFORM MONTAR-CHAVE-DOTACAO.
           READ DOTACOES KEY IS DOT-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DOT-VALOR-RESERVADO >= WS-VALOR-ESTIMADO
                       SUBTRACT WS-VALOR-ESTIMADO
                           FROM DOT-VALOR-RESERVADO
                   ELSE
                       MOVE 0 TO DOT-VALOR-RESERVADO
                   END-IF
                   REWRITE REG-DOTACAO
           END-READ.
           CLOSE DOTACOES.

           PERFORM ABRIR-EMPENHOS
           MOVE WS-PED-ATUAL TO EMPH-PEDIDO.
           READ EMPENHOS KEY IS EMPH-PEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO EMPH-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO EMPH-DATA-BAIXA
                   REWRITE REG-EMPENHO
           END-READ.
           CLOSE EMPENHOS.

           MOVE WS-VALOR-ESTIMADO TO WS-ED-VALOR.
           DISPLAY "RESERVA DEVOLVIDA À DOTAÇÃO: R$ " WS-ED-VALOR.

      *    Dotação nova ou revisão do valor aprovado; o aprovado
      *    nunca fica abaixo do já reservado mais o gasto.
       CADASTRAR-DOTACAO.
           PERFORM PEDIR-DOTACAO.
           PERFORM ABRIR-DOTACOES
           PERFORM MONTAR-CHAVE-DOTACAO.
           READ DOTACOES KEY IS DOT-CHAVE
               INVALID KEY
                   PERFORM INCLUIR-DOTACAO
               NOT INVALID KEY
                   PERFORM ALTERAR-DOTACAO
           END-READ.
           CLOSE DOTACOES.

       INCLUIR-DOTACAO.
           MOVE SPACES TO WS-DOT-DESCRICAO.
           PERFORM UNTIL WS-DOT-DESCRICAO NOT = SPACES
               DISPLAY "DESCRIÇÃO DA DOTAÇÃO: "
               ACCEPT WS-DOT-DESCRICAO
           END-PERFORM.
           MOVE 0 TO WS-VALOR-APROVADO.
           PERFORM UNTIL WS-VALOR-APROVADO > 0
               DISPLAY "VALOR APROVADO (R$): "
               ACCEPT WS-VALOR-APROVADO
           END-PERFORM.

           PERFORM MONTAR-CHAVE-DOTACAO.
           MOVE WS-DOT-DESCRICAO  TO DOT-DESCRICAO.
           MOVE WS-VALOR-APROVADO TO DOT-VALOR-APROVADO.
           MOVE 0                 TO DOT-VALOR-RESERVADO.
           MOVE 0                 TO DOT-VALOR-GASTO.
           MOVE "A"               TO DOT-STATUS.
           WRITE REG-DOTACAO
               INVALID KEY
                   DISPLAY "ERRO: DOTAÇÃO JÁ EXISTE!"
               NOT INVALID KEY
                   DISPLAY "DOTAÇÃO " WS-DOT-CHAVE-AUD " CADASTRADA."
                   MOVE "DOTACAO"        TO WS-AUD-OPERACAO
                   MOVE WS-DOT-CHAVE-AUD TO WS-AUD-CHAVE
                   MOVE SPACES           TO WS-AUD-STATUS-ANT
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       ALTERAR-DOTACAO.
           DISPLAY "DOTAÇÃO: " DOT-DESCRICAO
           MOVE DOT-VALOR-APROVADO TO WS-ED-VALOR
           DISPLAY "APROVADO : R$ " WS-ED-VALOR
           MOVE DOT-VALOR-RESERVADO TO WS-ED-VALOR
           DISPLAY "RESERVADO: R$ " WS-ED-VALOR
           MOVE DOT-VALOR-GASTO TO WS-ED-VALOR
           DISPLAY "GASTO    : R$ " WS-ED-VALOR
           DISPLAY "SITUAÇÃO : " DOT-STATUS

           DISPLAY "NOVO VALOR APROVADO (R$) (0 = MANTER): "
           ACCEPT WS-VALOR-APROVADO.
           IF WS-VALOR-APROVADO > 0
               COMPUTE WS-VALOR-COMPROMETIDO = DOT-VALOR-RESERVADO
                                             + DOT-VALOR-GASTO
               IF WS-VALOR-APROVADO < WS-VALOR-COMPROMETIDO
                   MOVE WS-VALOR-COMPROMETIDO TO WS-ED-VALOR
                   DISPLAY "O APROVADO NÃO PODE FICAR ABAIXO DO "
                           "RESERVADO MAIS O GASTO (R$ "
                           WS-ED-VALOR ")."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "SITUAÇÃO (A=Ativa / E=Encerrada, ENTER = "
                   "MANTER): "
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

           MOVE DOT-STATUS TO WS-AUD-STATUS-ANT.
           IF WS-VALOR-APROVADO > 0
               MOVE WS-VALOR-APROVADO TO DOT-VALOR-APROVADO
           END-IF.
           IF WS-RESPOSTA = "A" OR WS-RESPOSTA = "E"
               MOVE WS-RESPOSTA TO DOT-STATUS
           END-IF.
           REWRITE REG-DOTACAO.
           DISPLAY "DOTAÇÃO " WS-DOT-CHAVE-AUD " ATUALIZADA."

           MOVE "DOTACAO"        TO WS-AUD-OPERACAO
           MOVE WS-DOT-CHAVE-AUD TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA.

      *    Execução orçamentária do ano: aprovado, reservado,
      *    gasto e livre por dotação, com totais por fonte de
      *    recurso, na tela e em EXECUCAO-ORCAMENTO-<ano>.TXT.
       EXECUCAO-ORCAMENTARIA.
           DISPLAY "ANO DA EXECUÇÃO (ENTER = ANO CORRENTE): "
           ACCEPT WS-DOT-ANO.
           IF WS-DOT-ANO = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DOT-ANO
           END-IF.

           INITIALIZE WS-TAB-TOT-FONTE.
           MOVE 0 TO WS-QTDE-DOTACOES.

           MOVE SPACES TO WS-EXEC-NOME.
           STRING "EXECUCAO-ORCAMENTO-" WS-DOT-ANO ".TXT"
                   DELIMITED BY SIZE INTO WS-EXEC-NOME.
           OPEN OUTPUT EXECUCAO-RPT.

           MOVE SPACES TO WS-LINHA-EXEC.
           STRING "EXECUÇÃO ORÇAMENTÁRIA DE AQUISIÇÕES - ANO "
                  WS-DOT-ANO " - EMITIDO EM "
                  FUNCTION CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO WS-LINHA-EXEC.
           PERFORM EMITIR-LINHA-EXECUCAO.
           MOVE SPACES TO WS-LINHA-EXEC.
           MOVE "FIL"              TO WS-LINHA-EXEC(1:3).
           MOVE "FONTE"            TO WS-LINHA-EXEC(5:5).
           MOVE "DESCRIÇÃO"        TO WS-LINHA-EXEC(22:10).
           MOVE "APROVADO"         TO WS-LINHA-EXEC(50:8).
           MOVE "RESERVADO"        TO WS-LINHA-EXEC(64:9).
           MOVE "GASTO"            TO WS-LINHA-EXEC(83:5).
           MOVE "LIVRE"            TO WS-LINHA-EXEC(98:5).
           PERFORM EMITIR-LINHA-EXECUCAO.
           MOVE ALL "-" TO WS-LINHA-EXEC(1:102).
           PERFORM EMITIR-LINHA-EXECUCAO.

           PERFORM ABRIR-DOTACOES
           MOVE WS-DOT-ANO TO DOT-ANO.
           MOVE 0          TO DOT-FILIAL.
           MOVE LOW-VALUES TO DOT-FONTE.
           MOVE "00" TO WS-ST-DOT.
           START DOTACOES KEY IS NOT LESS THAN DOT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-DOT
           END-START.

           PERFORM UNTIL WS-ST-DOT = "10"
               READ DOTACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOT
               NOT AT END
                   IF DOT-ANO NOT = WS-DOT-ANO
                       MOVE "10" TO WS-ST-DOT
                   ELSE
                       PERFORM EMITIR-DOTACAO-EXECUCAO
                   END-IF
           END-PERFORM.

           CLOSE DOTACOES.

           MOVE ALL "-" TO WS-LINHA-EXEC(1:102).
           PERFORM EMITIR-LINHA-EXECUCAO.
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               PERFORM EMITIR-TOTAL-FONTE
           END-PERFORM.

           CLOSE EXECUCAO-RPT.
           DISPLAY "DOTAÇÕES NO ANO: " WS-QTDE-DOTACOES
           DISPLAY "RELATÓRIO GERADO: " WS-EXEC-NOME.

       EMITIR-DOTACAO-EXECUCAO.
           ADD 1 TO WS-QTDE-DOTACOES.
           PERFORM NOME-FONTE-DOTACAO.
           COMPUTE WS-SALDO-LIVRE = DOT-VALOR-APROVADO
                                  - DOT-VALOR-RESERVADO
                                  - DOT-VALOR-GASTO.

           ADD DOT-VALOR-APROVADO  TO WS-TOT-APROVADO(WS-IDX-FONTE)
                                      WS-TOT-APROVADO(4).
           ADD DOT-VALOR-RESERVADO TO WS-TOT-RESERVADO(WS-IDX-FONTE)
                                      WS-TOT-RESERVADO(4).
           ADD DOT-VALOR-GASTO     TO WS-TOT-GASTO(WS-IDX-FONTE)
                                      WS-TOT-GASTO(4).
           ADD WS-SALDO-LIVRE      TO WS-TOT-LIVRE(WS-IDX-FONTE)
                                      WS-TOT-LIVRE(4).

           MOVE SPACES TO WS-LINHA-EXEC.
           MOVE DOT-FILIAL          TO WS-LINHA-EXEC(1:3).
           MOVE WS-NOME-FONTE       TO WS-LINHA-EXEC(5:16).
           MOVE DOT-DESCRICAO(1:22) TO WS-LINHA-EXEC(22:22).
           IF DOT-STATUS = "E"
               MOVE "(ENC)" TO WS-LINHA-EXEC(39:5)
           END-IF.
           MOVE DOT-VALOR-APROVADO  TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(44:14).
           MOVE DOT-VALOR-RESERVADO TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(59:14).
           MOVE DOT-VALOR-GASTO     TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(74:14).
           MOVE WS-SALDO-LIVRE      TO WS-ED-VALOR-NEG.
           MOVE WS-ED-VALOR-NEG     TO WS-LINHA-EXEC(89:14).
           PERFORM EMITIR-LINHA-EXECUCAO.

       EMITIR-TOTAL-FONTE.
           EVALUATE WS-IDX-FONTE
               WHEN 1 MOVE "TOTAL MUNICIPAL"       TO WS-DOT-DESCRICAO
               WHEN 2 MOVE "TOTAL FUNDO DE DOAÇÕES"
                          TO WS-DOT-DESCRICAO
               WHEN 3 MOVE "TOTAL CONVÊNIO"        TO WS-DOT-DESCRICAO
               WHEN OTHER MOVE "TOTAL GERAL"       TO WS-DOT-DESCRICAO
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-EXEC.
           MOVE WS-DOT-DESCRICAO TO WS-LINHA-EXEC(5:30).
           MOVE WS-TOT-APROVADO(WS-IDX-FONTE)  TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(44:14).
           MOVE WS-TOT-RESERVADO(WS-IDX-FONTE) TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(59:14).
           MOVE WS-TOT-GASTO(WS-IDX-FONTE)     TO WS-ED-VALOR.
           MOVE WS-ED-VALOR         TO WS-LINHA-EXEC(74:14).
           MOVE WS-TOT-LIVRE(WS-IDX-FONTE)     TO WS-ED-VALOR-NEG.
           MOVE WS-ED-VALOR-NEG     TO WS-LINHA-EXEC(89:14).
           PERFORM EMITIR-LINHA-EXECUCAO.

       EMITIR-LINHA-EXECUCAO.
           WRITE REG-EXECUCAO-RPT FROM WS-LINHA-EXEC.
           DISPLAY WS-LINHA-EXEC(1:102).
