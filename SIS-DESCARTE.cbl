      *               faltante do inventário, porque aqui a peça
      *               sai de propósito — e com termo de baixa
      *               numerado valorado por LIVRO-VALOR-REPOSICAO.
      *               Também importa GIRO-CANDIDATOS.CSV, gerado no
      *               relatório de giro do acervo, marcando de uma
      *               vez os exemplares ociosos como candidatos.
      *               Candidato valorado acima da alçada
      *               ALCADA-BAIXA só é aprovado depois da segunda
      *               assinatura de outro supervisor na fila de
      *               APROVACOES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT GIRO-CANDIDATOS ASSIGN TO 'GIRO-CANDIDATOS.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-GCA.

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

       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD GIRO-CANDIDATOS.
       01 REG-GIRO-CANDIDATO           PIC X(120).

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
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-TRM                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-GCA                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-TERMO-NOME                PIC X(30)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-DESC-COD-ATUAL            PIC 9(7)      VALUE 0.
       77 WS-DESC-NUM-ATUAL            PIC 9(3)      VALUE 0.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-GCA-LIVRO-TXT             PIC X(10)     VALUE SPACES.
       77 WS-GCA-EXEMPLAR-TXT          PIC X(10)     VALUE SPACES.
       77 WS-QTDE-MARCADOS             PIC 9(5)      VALUE 0.
       77 WS-QTDE-JA-CANDIDATOS        PIC 9(5)      VALUE 0.
       77 WS-QTDE-RECUSADOS            PIC 9(5)      VALUE 0.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ALCADA-BAIXA              PIC 9(7)V99   VALUE 100,00.
       77 WS-QTDE-AGUARDANDO           PIC 9(5)      VALUE 0.
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

       01 WS-TAB-DIAS-MES-DADOS.
           02 FILLER                   PIC 9(2)      VALUE 31.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM LER-PARAMETROS.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

      *    Alçada da baixa em PARAMETROS.DAT; na ausência do
      *    arquivo vale o padrão da cláusula VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ALCADA-BAIXA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ALCADA-BAIXA
           END-READ.

           CLOSE PARAMETROS.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "3 - Listar Candidatos"
               DISPLAY "4 - Aprovar Candidatos (Supervisor)"
               DISPLAY "5 - Efetivar Descarte (Termo de Baixa)"
               DISPLAY "6 - Importar Candidatos do Giro do Acervo"
               DISPLAY "7 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3/4/5/6/7): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '5'
                       PERFORM EFETIVAR-DESCARTE
                   WHEN '6'
                       PERFORM IMPORTAR-CANDIDATOS-GIRO
                   WHEN '7'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
           END-WRITE.
           CLOSE DESCARTE.

      *    Cada linha de GIRO-CANDIDATOS.CSV passa pelas mesmas
      *    regras da marcação manual: o exemplar precisa existir e
      *    estar disponível, e quem já é candidato não é regravado.
       IMPORTAR-CANDIDATOS-GIRO.
           OPEN INPUT GIRO-CANDIDATOS.
           IF WS-ST-GCA NOT = "00"
               DISPLAY "ARQUIVO GIRO-CANDIDATOS.CSV NÃO ENCONTRADO. "
                       "GERE-O NO RELATÓRIO DE GIRO DO ACERVO."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MARCAR COMO CANDIDATOS OS EXEMPLARES DO ARQUIVO "
                   "GIRO-CANDIDATOS.CSV? (S/N): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               CLOSE GIRO-CANDIDATOS
               DISPLAY "IMPORTAÇÃO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-MARCADOS.
           MOVE 0 TO WS-QTDE-JA-CANDIDATOS.
           MOVE 0 TO WS-QTDE-RECUSADOS.
           PERFORM ABRIR-EXEMPLARES.
           PERFORM ABRIR-DESCARTE.

           PERFORM UNTIL WS-ST-GCA = "10"
               READ GIRO-CANDIDATOS
                   AT END MOVE "10" TO WS-ST-GCA
               NOT AT END
                   PERFORM IMPORTAR-LINHA-GIRO
           END-PERFORM.

           CLOSE GIRO-CANDIDATOS.
           CLOSE EXEMPLARES.
           CLOSE DESCARTE.

           DISPLAY "EXEMPLARES MARCADOS COMO CANDIDATOS: "
                   WS-QTDE-MARCADOS
           DISPLAY "JÁ ERAM CANDIDATOS: " WS-QTDE-JA-CANDIDATOS
           DISPLAY "RECUSADOS (INEXISTENTES OU NÃO DISPONÍVEIS): "
                   WS-QTDE-RECUSADOS.

       IMPORTAR-LINHA-GIRO.
           MOVE SPACES TO WS-GCA-LIVRO-TXT.
           MOVE SPACES TO WS-GCA-EXEMPLAR-TXT.
           UNSTRING REG-GIRO-CANDIDATO DELIMITED BY ";"
               INTO WS-GCA-LIVRO-TXT WS-GCA-EXEMPLAR-TXT.

      *    O cabeçalho e linhas sem código numérico são ignorados.
           IF WS-GCA-LIVRO-TXT(1:7) IS NOT NUMERIC
                   OR WS-GCA-EXEMPLAR-TXT(1:3) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GCA-LIVRO-TXT(1:7)    TO WS-COD-LIVRO.
           MOVE WS-GCA-EXEMPLAR-TXT(1:3) TO WS-COD-EXEMPLAR.

           MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD
           MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY
                   ADD 1 TO WS-QTDE-RECUSADOS
                   EXIT PARAGRAPH.

      *    Entre a geração do arquivo e a importação o exemplar
      *    pode ter sido emprestado ou reservado.
           IF EXEMPLAR-STATUS NOT = "D"
               ADD 1 TO WS-QTDE-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO    TO DESC-LIVRO-COD
           MOVE WS-COD-EXEMPLAR TO DESC-NUM
           MOVE "P"             TO DESC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO DESC-DATA-PROPOSTA
           MOVE 0               TO DESC-DATA-APROVACAO
           MOVE 0               TO DESC-DOC
           WRITE REG-DESCARTE
               INVALID KEY
                   ADD 1 TO WS-QTDE-JA-CANDIDATOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-MARCADOS
                   MOVE "CANDIDATO" TO WS-AUD-OPERACAO
                   MOVE WS-COD-LIVRO TO WS-AUD-CHAVE
                   MOVE SPACES      TO WS-AUD-STATUS-ANT
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       LISTAR-CANDIDATOS.
           MOVE 0    TO WS-QTDE-LISTADOS.
           MOVE "00" TO WS-ST-DSC.
           END-IF.

           MOVE 0    TO WS-QTDE-LISTADOS.
           MOVE 0    TO WS-QTDE-AGUARDANDO.
           MOVE "00" TO WS-ST-DSC.

           PERFORM ABRIR-DESCARTE
           OPEN INPUT LIVROS.

           PERFORM UNTIL WS-ST-DSC = "10"
               READ DESCARTE NEXT RECORD
                       MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                           TO WS-RESPOSTA
                       IF WS-RESPOSTA = "S"
                           PERFORM APROVAR-CANDIDATO
                       ELSE IF WS-RESPOSTA = "R"
                           DELETE DESCARTE RECORD
                               INVALID KEY CONTINUE
           END-PERFORM.

           CLOSE DESCARTE.
           CLOSE LIVROS.

           DISPLAY "CANDIDATOS APROVADOS NESTA SESSÃO: "
                   WS-QTDE-LISTADOS.
           IF WS-QTDE-AGUARDANDO > 0
               DISPLAY "CANDIDATOS AGUARDANDO SEGUNDA ASSINATURA: "
                       WS-QTDE-AGUARDANDO
           END-IF.

      *    Candidato valorado acima da alçada fica pendente ("P")
      *    até a aprovação de outro supervisor; com ela, a mesma
      *    aprovação refeita aqui passa e consome a liberação.
       APROVAR-CANDIDATO.
           MOVE "N" TO WS-APR-LIBERADA.
           MOVE DESC-LIVRO-COD TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   MOVE SPACES TO LIVRO-TITULO
                   MOVE 0      TO LIVRO-VALOR-REPOSICAO
           END-READ.

           IF LIVRO-VALOR-REPOSICAO > WS-ALCADA-BAIXA
               MOVE "B"                   TO WS-APR-TIPO
               MOVE SPACES                TO WS-APR-REFERENCIA
               STRING "EXEMPLAR " DESC-LIVRO-COD "/" DESC-NUM
                       DELIMITED BY SIZE INTO WS-APR-REFERENCIA
               MOVE LIVRO-VALOR-REPOSICAO TO WS-APR-VALOR
               MOVE 0                     TO WS-APR-VALOR-BASE
               MOVE 0                     TO WS-APR-QTDE
               MOVE SPACES                TO WS-APR-DESCRICAO
               STRING "BAIXA: " LIVRO-TITULO(1:33)
                       DELIMITED BY SIZE INTO WS-APR-DESCRICAO
               PERFORM VERIFICAR-ALCADA
               IF WS-APR-LIBERADA NOT = "S"
                   ADD 1 TO WS-QTDE-AGUARDANDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "A" TO DESC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO DESC-DATA-APROVACAO
           REWRITE REG-DESCARTE
           ADD 1 TO WS-QTDE-LISTADOS
           MOVE "APROVADESC" TO WS-AUD-OPERACAO
           MOVE DESC-LIVRO-COD TO WS-AUD-CHAVE
           MOVE "P"           TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA
           PERFORM EFETIVAR-ALCADA.

      *    Baixa definitiva: cada candidato aprovado sai do
      *    acervo com o status "X" no exemplar, jornal da
           END-IF.

           OPEN INPUT LIVROS.

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
           MOVE "SIS-DESCARTE"        TO APR-PROGRAMA.
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
