       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Realiza cadastro de novos livros,
      *               pesquisa e apaga registros existentes.
      *               Revisa os registros importados do catálogo
      *               coletivo estadual (SIS-MARC) antes de
      *               cadastrá-los como livros do acervo.

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
               FILE STATUS IS WS-FILE-STATUS.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTG.

           SELECT CATALOGACAO-PEND ASSIGN TO 'CATALOGACAO-PEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD LIVROS.
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

       FD ETIQUETAS.
       01 REG-ETIQUETA                 PIC X(120).
           02 CATEG-NOME               PIC X(20).
           02 CATEG-STATUS             PIC X(1).

       FD CATALOGACAO-PEND.
       01 REG-CATALOGACAO.
           02 CAT-COD                  PIC 9(7).
           02 CAT-ISBN                 PIC X(13).
           02 CAT-TITULO               PIC X(50).
           02 CAT-AUTOR                PIC X(30).
           02 CAT-ANO                  PIC 9(4).
           02 CAT-CATEGORIA            PIC X(20).
           02 CAT-CHAMADA              PIC X(15).
           02 CAT-TIPO-MATERIAL        PIC X(1).
           02 CAT-ORIGEM               PIC X(20).
           02 CAT-DATA-IMPORT          PIC 9(8).
           02 CAT-STATUS               PIC X(1).
           02 CAT-LIVRO-COD            PIC 9(7).
           02 CAT-OPERADOR             PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS        PIC X(2)       VALUE SPACES.
       77 WS-TENTATIVAS-ARQ        PIC 9(2)      VALUE 0.
       77 WS-ST-JRN             PIC X(2)       VALUE SPACES.
       77 WS-JRN-ARQUIVO        PIC X(12)      VALUE SPACES.
       77 WS-JRN-OPERACAO       PIC X(1)       VALUE SPACES.
       77 WS-JRN-ANTES          PIC X(250)     VALUE SPACES.
       77 WS-JRN-DEPOIS         PIC X(250)     VALUE SPACES.
       77 WS-OPCAO              PIC X(1)       VALUE 'S'.
       77 WS-RESPOSTA           PIC X(1).
       77 WS-ULT-EXEMPLAR       PIC 9(3)       VALUE 0.
           02 WS-TIPO-MATERIAL  PIC X(1).
           02 WS-CHAMADA        PIC X(15).
       77 WS-LOCALIZACAO        PIC X(10)      VALUE SPACES.
       77 WS-ST-CAT             PIC X(2)       VALUE SPACES.
       77 WS-CAT-COD            PIC 9(7)       VALUE 0.
       77 WS-ENTRADA-LONGA      PIC X(50)      VALUE SPACES.
       01 WS-CAT-IMPORTADO.
           02 WS-CATI-COD       PIC 9(7).
           02 WS-CATI-ISBN      PIC X(13).
           02 WS-CATI-TITULO    PIC X(50).
           02 WS-CATI-AUTOR     PIC X(30).
           02 WS-CATI-ANO       PIC 9(4).
           02 WS-CATI-CATEGORIA PIC X(20).
           02 WS-CATI-CHAMADA   PIC X(15).
           02 WS-CATI-TIPO      PIC X(1).
           02 FILLER            PIC X(46).

       PROCEDURE DIVISION.

               DISPLAY "4 - Adicionar Exemplar"
               DISPLAY "5 - Pesquisar por Título/Autor"
               DISPLAY "6 - Exportar Etiquetas de Exemplares"
               DISPLAY "7 - Revisar Catalogação Importada (MARC)"
               DISPLAY "8 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3/4/5/6/7/8): "
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN '6'
                       PERFORM EXPORTAR-ETIQUETAS
                   WHEN '7'
                       PERFORM REVISAR-CATALOGACAO
                   WHEN '8'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
           PERFORM GRAVAR-LIVRO.
           CLOSE LIVROS.
           IF WS-GRAVACAO-OK = "S"
               PERFORM CRIAR-ACERVO-INICIAL
           END-IF.

      *    Título físico nasce com o exemplar 001; título digital
      *    (E-book/Audiolivro) não tem exemplar: circula pelas
      *    licenças cadastradas em Licenças Digitais.
       CRIAR-ACERVO-INICIAL.
           IF WS-TIPO-MATERIAL = "E" OR WS-TIPO-MATERIAL = "A"
               DISPLAY "TÍTULO DIGITAL: CADASTRE AS LICENÇAS NO "
                       "MENU LICENÇAS DIGITAIS PARA LIBERAR O "
                       "EMPRÉSTIMO."
           ELSE
               PERFORM CRIAR-EXEMPLAR-INICIAL
               PERFORM RECALCULAR-STATUS-TITULO
           END-IF.
               EXIT PARAGRAPH
           END-IF.

           IF LIVRO-TIPO-MATERIAL = "E" OR LIVRO-TIPO-MATERIAL = "A"
               DISPLAY "TÍTULO DIGITAL NÃO TEM EXEMPLAR FÍSICO; "
                       "USE O MENU LICENÇAS DIGITAIS."
               CLOSE LIVROS
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACHAR-ULTIMO-EXEMPLAR.
           ADD 1 TO WS-ULT-EXEMPLAR.


      *    Tipo de material: a política de circulação por tipo
      *    (prazos, limites, renovações e multa) vem de
      *    PARAMETROS.DAT. E-book e audiolivro circulam por
      *    licença digital (SIS-LICENCAS), sem exemplar físico.
           MOVE SPACES TO WS-TIPO-MATERIAL.
           PERFORM UNTIL WS-TIPO-MATERIAL = "L"
                   OR WS-TIPO-MATERIAL = "D"
                   OR WS-TIPO-MATERIAL = "J"
                   OR WS-TIPO-MATERIAL = "T"
                   OR WS-TIPO-MATERIAL = "E"
                   OR WS-TIPO-MATERIAL = "A"
               DISPLAY "TIPO DE MATERIAL (L=Livro / D=DVD / "
                       "J=Jogo / T=Tablet / E=E-book / "
                       "A=Audiolivro, ENTER=Livro): "
               ACCEPT WS-TIPO-MATERIAL
               MOVE FUNCTION UPPER-CASE(WS-TIPO-MATERIAL)
                   TO WS-TIPO-MATERIAL
                   END-IF
           END-READ.
           CLOSE CATEGORIAS.

      *    Revisão dos registros importados do catálogo coletivo
      *    em SIS-MARC: o catalogador confere cada campo, o autor
      *    e a categoria passam pelo controle de autoridade de
      *    sempre e só então o registro vira livro do acervo.
       REVISAR-CATALOGACAO.
           PERFORM ABRIR-CATALOGACAO.
           MOVE 0 TO WS-QTDE-ACHADOS.
           MOVE 0 TO CAT-COD.
           MOVE "00" TO WS-ST-CAT.
           START CATALOGACAO-PEND KEY IS NOT LESS THAN CAT-COD
               INVALID KEY MOVE "10" TO WS-ST-CAT
           END-START.

           DISPLAY "ITEM     ISBN          TÍTULO".
           PERFORM UNTIL WS-ST-CAT = "10"
               READ CATALOGACAO-PEND NEXT RECORD
                   AT END MOVE "10" TO WS-ST-CAT
               NOT AT END
                   IF CAT-STATUS = "P"
                       ADD 1 TO WS-QTDE-ACHADOS
                       DISPLAY CAT-COD "  " CAT-ISBN " " CAT-TITULO
                   END-IF
           END-PERFORM.

           IF WS-QTDE-ACHADOS = 0
               DISPLAY "NENHUM REGISTRO IMPORTADO AGUARDANDO "
                       "REVISÃO."
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ITEM A REVISAR (0 = VOLTAR): ".
           ACCEPT WS-CAT-COD.
           IF WS-CAT-COD = 0
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAT-COD TO CAT-COD.
           READ CATALOGACAO-PEND KEY IS CAT-COD
               INVALID KEY
                   DISPLAY "ITEM NÃO ENCONTRADO."
                   CLOSE CATALOGACAO-PEND
                   EXIT PARAGRAPH.
           IF CAT-STATUS NOT = "P"
               DISPLAY "ITEM JÁ REVISADO."
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ORIGEM (CATÁLOGO ESTADUAL): " CAT-ORIGEM.
           DISPLAY "IMPORTADO EM " CAT-DATA-IMPORT " POR "
                   CAT-OPERADOR.
           DISPLAY "TÍTULO:    " CAT-TITULO.
           DISPLAY "AUTOR:     " CAT-AUTOR.
           DISPLAY "ANO:       " CAT-ANO.
           DISPLAY "ISBN:      " CAT-ISBN.
           DISPLAY "CATEGORIA: " CAT-CATEGORIA.
           DISPLAY "CHAMADA:   " CAT-CHAMADA.
           DISPLAY "TIPO:      " CAT-TIPO-MATERIAL.
           DISPLAY "A - APROVAR E CADASTRAR / D - DESCARTAR / "
                   "V - VOLTAR: ".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

           IF WS-RESPOSTA = "D"
               MOVE "D"               TO CAT-STATUS
               MOVE WS-OPERADOR-ATUAL TO CAT-OPERADOR
               REWRITE REG-CATALOGACAO
               CLOSE CATALOGACAO-PEND
               DISPLAY "REGISTRO IMPORTADO DESCARTADO."
               MOVE "MARC-DESC"  TO WS-AUD-OPERACAO
               MOVE WS-CAT-COD   TO WS-AUD-CHAVE
               MOVE "P"          TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESPOSTA NOT = "A"
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-CATALOGACAO TO WS-CAT-IMPORTADO.
           CLOSE CATALOGACAO-PEND.

           PERFORM REVISAR-DADOS-IMPORTADOS.
           IF WS-CADASTRO-CANCELADO = "S"
               DISPLAY "REVISÃO CANCELADA. O REGISTRO CONTINUA NA "
                       "FILA."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-LIVROS.
           PERFORM VERIFICAR-DUPLICIDADE-LIVRO.
           IF WS-DUPLICATA-ACHADA = "S"
               DISPLAY "ATENÇÃO: JÁ EXISTE LIVRO COM MESMO TÍTULO "
                       "E AUTOR CADASTRADO SOB O CÓDIGO " WS-DUP-COD
               DISPLAY "O CADASTRO SERÁ MANTIDO; VERIFIQUE SE NÃO "
                       "É DUPLICIDADE."
           END-IF
           PERFORM OBTER-PROX-COD-LIVRO.
           PERFORM GRAVAR-LIVRO.
           CLOSE LIVROS.
           IF WS-GRAVACAO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CRIAR-ACERVO-INICIAL.

           PERFORM ABRIR-CATALOGACAO.
           MOVE WS-CAT-COD TO CAT-COD.
           READ CATALOGACAO-PEND KEY IS CAT-COD
               INVALID KEY
                   CLOSE CATALOGACAO-PEND
                   EXIT PARAGRAPH.
           MOVE "A"               TO CAT-STATUS.
           MOVE WS-COD            TO CAT-LIVRO-COD.
           MOVE WS-OPERADOR-ATUAL TO CAT-OPERADOR.
           REWRITE REG-CATALOGACAO.
           CLOSE CATALOGACAO-PEND.
           MOVE "MARC-APROV" TO WS-AUD-OPERACAO.
           MOVE WS-CAT-COD   TO WS-AUD-CHAVE.
           MOVE "P"          TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Cada campo mostra o valor importado; ENTER mantém. O
      *    valor de reposição não vem do catálogo coletivo e é
      *    sempre pedido.
       REVISAR-DADOS-IMPORTADOS.
           INITIALIZE WS-LIVRO-DADOS
           MOVE "N" TO WS-CADASTRO-CANCELADO
           MOVE WS-CATI-TITULO    TO WS-TITULO
           MOVE WS-CATI-AUTOR     TO WS-AUTOR
           MOVE WS-CATI-ANO       TO WS-ANO
           MOVE WS-CATI-ISBN      TO WS-ISBN
           MOVE WS-CATI-CATEGORIA TO WS-CATEGORIA
           MOVE WS-CATI-CHAMADA   TO WS-CHAMADA
           MOVE WS-CATI-TIPO      TO WS-TIPO-MATERIAL

           DISPLAY "(ENTER MANTÉM O VALOR IMPORTADO; 'SAIR' "
                   "CANCELA A REVISÃO.)"

           DISPLAY "TÍTULO: " WS-TITULO
           ACCEPT WS-ENTRADA-LONGA
           IF WS-ENTRADA-LONGA = "SAIR"
               MOVE "S" TO WS-CADASTRO-CANCELADO
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRADA-LONGA NOT = SPACES
               MOVE WS-ENTRADA-LONGA TO WS-TITULO
           END-IF
           PERFORM UNTIL WS-TITULO NOT = SPACES
               DISPLAY "DIGITE O TÍTULO DO LIVRO (OU 'SAIR'): "
               ACCEPT WS-TITULO
               IF WS-TITULO = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *    A grafia do catálogo coletivo nem sempre coincide com a
      *    do cadastro de autoridade local: recusada a inclusão
      *    como pendente, o catalogador informa a grafia local.
           MOVE "N" TO WS-AUTORIDADE-OK.
           PERFORM UNTIL WS-AUTORIDADE-OK = "S"
               DISPLAY "AUTOR: " WS-AUTOR
               ACCEPT WS-ENTRADA-LONGA
               IF WS-ENTRADA-LONGA = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENTRADA-LONGA NOT = SPACES
                   MOVE WS-ENTRADA-LONGA TO WS-AUTOR
               END-IF
               IF WS-AUTOR = SPACES
                   DISPLAY "AUTOR É OBRIGATÓRIO."
               ELSE
                   PERFORM VALIDAR-AUTOR-AUTORIDADE
                   IF WS-AUTORIDADE-OK NOT = "S"
                       MOVE SPACES TO WS-AUTOR
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "ANO DE PUBLICAÇÃO: " WS-ANO
           ACCEPT WS-ENTRADA-TEXTO
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
               TO WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO = "SAIR"
               MOVE "S" TO WS-CADASTRO-CANCELADO
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRADA-TEXTO(1:4) IS NUMERIC
               MOVE WS-ENTRADA-TEXTO(1:4) TO WS-ANO
           END-IF
           PERFORM UNTIL WS-ANO > 0
               DISPLAY "DIGITE O ANO DE PUBLICAÇÃO (4 DIGITOS, OU "
                       "'SAIR'): "
               ACCEPT WS-ENTRADA-TEXTO
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
                   TO WS-ENTRADA-TEXTO
               IF WS-ENTRADA-TEXTO = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENTRADA-TEXTO(1:4) IS NUMERIC
                   MOVE WS-ENTRADA-TEXTO(1:4) TO WS-ANO
               END-IF
           END-PERFORM.

           DISPLAY "ISBN: " WS-ISBN
           ACCEPT WS-ENTRADA-LONGA
           IF WS-ENTRADA-LONGA = "SAIR"
               MOVE "S" TO WS-CADASTRO-CANCELADO
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRADA-LONGA NOT = SPACES
               MOVE WS-ENTRADA-LONGA TO WS-ISBN
           END-IF.

           MOVE "N" TO WS-AUTORIDADE-OK.
           PERFORM UNTIL WS-AUTORIDADE-OK = "S"
               DISPLAY "CATEGORIA/GÊNERO: " WS-CATEGORIA
               ACCEPT WS-ENTRADA-LONGA
               IF WS-ENTRADA-LONGA = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENTRADA-LONGA NOT = SPACES
                   MOVE WS-ENTRADA-LONGA TO WS-CATEGORIA
               END-IF
               IF WS-CATEGORIA = SPACES
                   DISPLAY "CATEGORIA É OBRIGATÓRIA."
               ELSE
                   PERFORM VALIDAR-CATEGORIA-AUTORIDADE
                   IF WS-AUTORIDADE-OK NOT = "S"
                       MOVE SPACES TO WS-CATEGORIA
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-VALOR-REPOSICAO > 0
               DISPLAY "DIGITE O VALOR DE REPOSIÇÃO DO LIVRO (R$, "
                       "OU 'SAIR'): "
               ACCEPT WS-ENTRADA-TEXTO
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
                   TO WS-ENTRADA-TEXTO
               IF WS-ENTRADA-TEXTO = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENTRADA-TEXTO(1:1) IS NUMERIC
                   COMPUTE WS-VALOR-REPOSICAO =
                       FUNCTION NUMVAL(WS-ENTRADA-TEXTO)
               END-IF
           END-PERFORM.

           DISPLAY "TIPO DE MATERIAL (L/D/J/T/E/A): "
                   WS-TIPO-MATERIAL
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO WS-TIPO-MATERIAL
           END-IF
           PERFORM UNTIL WS-TIPO-MATERIAL = "L"
                   OR WS-TIPO-MATERIAL = "D"
                   OR WS-TIPO-MATERIAL = "J"
                   OR WS-TIPO-MATERIAL = "T"
                   OR WS-TIPO-MATERIAL = "E"
                   OR WS-TIPO-MATERIAL = "A"
               DISPLAY "TIPO DE MATERIAL (L=Livro / D=DVD / "
                       "J=Jogo / T=Tablet / E=E-book / "
                       "A=Audiolivro, ENTER=Livro): "
               ACCEPT WS-TIPO-MATERIAL
               MOVE FUNCTION UPPER-CASE(WS-TIPO-MATERIAL)
                   TO WS-TIPO-MATERIAL
               IF WS-TIPO-MATERIAL = SPACE
                   MOVE "L" TO WS-TIPO-MATERIAL
               END-IF
           END-PERFORM.

           DISPLAY "NÚMERO DE CHAMADA/CLASSIFICAÇÃO: " WS-CHAMADA
           ACCEPT WS-ENTRADA-LONGA
           IF WS-ENTRADA-LONGA NOT = SPACES
               MOVE WS-ENTRADA-LONGA TO WS-CHAMADA
           END-IF.

       ABRIR-CATALOGACAO.
           OPEN I-O CATALOGACAO-PEND.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-CAT NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O CATALOGACAO-PEND
           END-PERFORM.
           EVALUATE WS-ST-CAT
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT CATALOGACAO-PEND
                   CLOSE CATALOGACAO-PEND
                   OPEN I-O CATALOGACAO-PEND
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CATALOGACAO-PEND.DAT! "
                           "STATUS: " WS-ST-CAT
                   STOP RUN
           END-EVALUATE.
