       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-DOACOES.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Recebimento de doações de acervo. Cada doação
      *               (DOACOES.DAT) registra o doador, leitor
      *               cadastrado ou pessoa externa, a data, a filial
      *               que recebeu e a quantidade de itens declarada
      *               no termo de entrega. Na avaliação cada item
      *               (DOACAO-ITENS.DAT) é confrontado com o
      *               catálogo pelo ISBN ou por título e autor, na
      *               mesma régua de VERIFICAR-DUPLICIDADE-LIVRO em
      *               SIS-LIVROS, e recebe a destinação: título
      *               novo, exemplar adicional, encaminhamento a
      *               outra filial ou parceiro, ou descarte. Os
      *               itens aceitos viram registro de LIVROS.DAT e
      *               EXEMPLARES.DAT no ato, no mesmo molde do
      *               recebimento de pedido em SIS-AQUISICOES, com
      *               o valor estimado guardado no item da doação,
      *               que é a origem do exemplar. Emite o termo de
      *               doação e agradecimento ao doador
      *               (CARTA-DOACAO-<doação>.TXT, exigido pela
      *               prefeitura para cada doação) e o relatório
      *               mensal de valores doados para o patrimônio
      *               (DOACOES-<AAAAMM>.TXT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOACOES ASSIGN TO 'DOACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOA-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOA.

           SELECT DOACAO-ITENS ASSIGN TO 'DOACAO-ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOI-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOI.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-USU.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EXE.

           SELECT AUTORES ASSIGN TO 'AUTORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTOR-NOME
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-ATR.

           SELECT CATEGORIAS ASSIGN TO 'CATEGORIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATEG-NOME
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTG.

           SELECT CARTA-DOACAO ASSIGN TO WS-CARTA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT RELATORIO-DOACOES ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

      *    Doador: L = leitor cadastrado (DOA-USUARIO), E = pessoa
      *    ou entidade externa. Situação: R = recebida, aguardando
      *    avaliação; A = todos os itens avaliados.
       FD DOACOES.
       01 REG-DOACAO.
           02 DOA-COD                  PIC 9(7).
           02 DOA-DATA                 PIC 9(8).
           02 DOA-FILIAL               PIC 9(3).
           02 DOA-TIPO-DOADOR          PIC X(1).
           02 DOA-USUARIO              PIC 9(7).
           02 DOA-DOADOR-NOME          PIC X(40).
           02 DOA-DOADOR-DOC           PIC X(14).
           02 DOA-DOADOR-ENDERECO      PIC X(50).
           02 DOA-DOADOR-TELEFONE      PIC X(11).
           02 DOA-DOADOR-EMAIL         PIC X(40).
           02 DOA-QTDE-ITENS           PIC 9(4).
           02 DOA-QTDE-AVALIADOS       PIC 9(4).
           02 DOA-QTDE-INCORPORADOS    PIC 9(4).
           02 DOA-QTDE-ENCAMINHADOS    PIC 9(4).
           02 DOA-QTDE-DESCARTADOS     PIC 9(4).
           02 DOA-VALOR-TOTAL          PIC 9(9)V99.
           02 DOA-STATUS               PIC X(1).
           02 DOA-DATA-CARTA           PIC 9(8).
           02 DOA-OPERADOR             PIC X(10).

      *    Destinação do item: N = título novo, E = exemplar
      *    adicional de título do acervo, F = encaminhado a outra
      *    filial ou parceiro (destino em DOI-DESTINO), X =
      *    descartado (motivo em DOI-DESTINO).
       FD DOACAO-ITENS.
       01 REG-DOACAO-ITEM.
           02 DOI-CHAVE.
               03 DOI-DOACAO           PIC 9(7).
               03 DOI-SEQ              PIC 9(4).
           02 DOI-ISBN                 PIC X(13).
           02 DOI-TITULO               PIC X(50).
           02 DOI-AUTOR                PIC X(30).
           02 DOI-DECISAO              PIC X(1).
           02 DOI-VALOR                PIC 9(7)V99.
           02 DOI-LIVRO                PIC 9(7).
           02 DOI-EXEMPLAR             PIC 9(3).
           02 DOI-DESTINO              PIC X(30).
           02 DOI-DATA-AVALIACAO       PIC 9(8).
           02 DOI-OPERADOR             PIC X(10).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-COD              PIC 9(7).
           02 USUARIO-NOME             PIC X(40).
           02 USUARIO-TELEFONE         PIC X(11).
           02 USUARIO-EMAIL            PIC X(20).
           02 USUARIO-STATUS           PIC X(1).
           02 USUARIO-CATEGORIA        PIC X(1).
           02 USUARIO-CARTEIRA         PIC X(12).
           02 USUARIO-VALIDADE         PIC 9(8).
           02 USUARIO-SUSPENSO-ATE     PIC 9(8).
           02 USUARIO-PIN              PIC X(4).
           02 USUARIO-RESP-COD         PIC 9(7).
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD LIVROS.
       01 REG-LIVRO.
           02 LIVRO-COD                PIC 9(7).
           02 LIVRO-TITULO             PIC X(50).
           02 LIVRO-AUTOR              PIC X(30).
           02 LIVRO-ANO                PIC 9(4).
           02 LIVRO-ISBN               PIC X(13).
           02 LIVRO-CATEGORIA          PIC X(20).
           02 LIVRO-STATUS             PIC X(1).
           02 LIVRO-VALOR-REPOSICAO    PIC 9(7)V99.
           02 LIVRO-TIPO-MATERIAL      PIC X(1).
           02 LIVRO-CHAMADA            PIC X(15).

       FD EXEMPLARES.
       01 REG-EXEMPLAR.
           02 EXEMPLAR-CHAVE.
               03 EXEMPLAR-LIVRO-COD   PIC 9(7).
               03 EXEMPLAR-NUM         PIC 9(3).
           02 EXEMPLAR-STATUS          PIC X(1).
           02 EXEMPLAR-CODBARRAS       PIC X(13).
           02 EXEMPLAR-FILIAL          PIC 9(3).
           02 EXEMPLAR-FILIAL-DEST     PIC 9(3).
           02 EXEMPLAR-LOCALIZACAO     PIC X(10).

       FD AUTORES.
       01 REG-AUTOR.
           02 AUTOR-NOME               PIC X(30).
           02 AUTOR-STATUS             PIC X(1).

       FD CATEGORIAS.
       01 REG-CATEGORIA.
           02 CATEG-NOME               PIC X(20).
           02 CATEG-STATUS             PIC X(1).

       FD CARTA-DOACAO.
       01 REG-CARTA-DOACAO             PIC X(80).

       FD RELATORIO-DOACOES.
       01 REG-RELATORIO-DOACOES        PIC X(100).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR             PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-DOA                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DOI                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-ATR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTG                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-CARTA-NOME                PIC X(40)     VALUE SPACES.
       77 WS-RPT-NOME                  PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(100)    VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-AGENDA               PIC 9(8)      VALUE 0.
       77 WS-COD-DOACAO                PIC 9(7)      VALUE 0.
       77 WS-DOACAO-ACHADA             PIC X(1)      VALUE "N".
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-VALIDO            PIC X(1)      VALUE "N".
       77 WS-SEQ-ITEM                  PIC 9(4)      VALUE 0.
       77 WS-FIM-AVALIACAO             PIC X(1)      VALUE "N".
       77 WS-ISBN-ITEM                 PIC X(13)     VALUE SPACES.
       77 WS-TITULO                    PIC X(50)     VALUE SPACES.
       77 WS-AUTOR                     PIC X(30)     VALUE SPACES.
       77 WS-TITULO-UPPER              PIC X(50)     VALUE SPACES.
       77 WS-AUTOR-UPPER               PIC X(30)     VALUE SPACES.
       77 WS-DUPLICATA-ACHADA          PIC X(1)      VALUE "N".
       77 WS-DUP-COD                   PIC 9(7)      VALUE 0.
       77 WS-DUP-CRITERIO              PIC X(12)     VALUE SPACES.
       77 WS-DECISAO                   PIC X(1)      VALUE SPACES.
       77 WS-DECISAO-DESC              PIC X(16)     VALUE SPACES.
       77 WS-DESTINO                   PIC X(30)     VALUE SPACES.
       77 WS-FILIAL-DESTINO            PIC 9(3)      VALUE 0.
       77 WS-VALOR-ESTIMADO            PIC 9(7)V99   VALUE 0.
       77 WS-VALOR-TITULO              PIC 9(7)V99   VALUE 0.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-LIVRO-DIGITADO        PIC 9(7)      VALUE 0.
       77 WS-LIVRO-OK                  PIC X(1)      VALUE "N".
       77 WS-ULT-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-QTDE-EXEMPLARES           PIC 9(3)      VALUE 0.
       77 WS-EXEMPLAR-CRIADO           PIC X(1)      VALUE "N".
       77 WS-FILIAL-DOACAO             PIC 9(3)      VALUE 0.
       77 WS-LOCALIZACAO               PIC X(10)     VALUE SPACES.
       77 WS-ANO-NOVO                  PIC 9(4)      VALUE 0.
       77 WS-CATEGORIA-NOVO            PIC X(20)     VALUE SPACES.
       77 WS-TIPO-MAT-NOVO             PIC X(1)      VALUE SPACES.
       77 WS-ENTRADA-TEXTO             PIC X(12)     VALUE SPACES.
       77 WS-AUTORIDADE-OK             PIC X(1)      VALUE "N".
       77 WS-QTDE-LISTADOS             PIC 9(5)      VALUE 0.
       77 WS-QTDE-PENDENTES            PIC 9(4)      VALUE 0.
       77 WS-MES-REFERENCIA            PIC 9(6)      VALUE 0.
       77 WS-QTDE-DOACOES-MES          PIC 9(5)      VALUE 0.
       77 WS-QTDE-INCORP-MES           PIC 9(5)      VALUE 0.
       77 WS-QTDE-ENCAM-MES            PIC 9(5)      VALUE 0.
       77 WS-QTDE-DESCARTE-MES         PIC 9(5)      VALUE 0.
       77 WS-VALOR-MES                 PIC 9(9)V99   VALUE 0.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-ED-VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-QTDE                   PIC ZZZ9.

       01 WS-TAB-DIAS-MES-DADOS.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 28.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 30.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 30.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 30.
           02 FILLER                   PIC 9(2)      VALUE 31.
           02 FILLER                   PIC 9(2)      VALUE 30.
           02 FILLER                   PIC 9(2)      VALUE 31.
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-DADOS.
           02 WS-DIAS-MES               PIC 9(2)     OCCURS 12 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "   DOAÇÕES DE ACERVO"
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Registrar Doação Recebida"
               DISPLAY "2 - Avaliar e Incorporar Itens"
               DISPLAY "3 - Listar Doações"
               DISPLAY "4 - Emitir Termo de Doação ao Doador"
               DISPLAY "5 - Relatório Mensal de Valores Doados"
               DISPLAY "6 - Voltar"
               DISPLAY "Escolha uma opção (1..6): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM REGISTRAR-DOACAO
                   WHEN '2'
                       PERFORM AVALIAR-DOACAO
                   WHEN '3'
                       PERFORM LISTAR-DOACOES
                   WHEN '4'
                       PERFORM EMITIR-TERMO-DOACAO
                   WHEN '5'
                       PERFORM RELATORIO-MENSAL-DOACOES
                   WHEN '6'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-DOACOES.
           OPEN I-O DOACOES.
           EVALUATE WS-ST-DOA
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DOACOES.DAT..."
                   OPEN OUTPUT DOACOES
                   CLOSE DOACOES
                   OPEN I-O DOACOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DOACOES.DAT! STATUS: "
                   WS-ST-DOA
                   STOP RUN
           END-EVALUATE.

       ABRIR-DOACAO-ITENS.
           OPEN I-O DOACAO-ITENS.
           EVALUATE WS-ST-DOI
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DOACAO-ITENS.DAT..."
                   OPEN OUTPUT DOACAO-ITENS
                   CLOSE DOACAO-ITENS
                   OPEN I-O DOACAO-ITENS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DOACAO-ITENS.DAT! "
                           "STATUS: " WS-ST-DOI
                   STOP RUN
           END-EVALUATE.

       ABRIR-LIVROS.
           OPEN I-O LIVROS.
           EVALUATE WS-ST-LIV
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT LIVROS
                   CLOSE LIVROS
                   OPEN I-O LIVROS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR LIVROS.DAT! STATUS: "
                   WS-ST-LIV
                   STOP RUN
           END-EVALUATE.

       ABRIR-EXEMPLARES.
           OPEN I-O EXEMPLARES.
           EVALUATE WS-ST-EXE
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT EXEMPLARES
                   CLOSE EXEMPLARES
                   OPEN I-O EXEMPLARES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EXEMPLARES.DAT! STATUS: "
                   WS-ST-EXE
                   STOP RUN
           END-EVALUATE.

       ABRIR-AUTORES.
           OPEN I-O AUTORES.
           EVALUATE WS-ST-ATR
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT AUTORES
                   CLOSE AUTORES
                   OPEN I-O AUTORES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AUTORES.DAT! STATUS: "
                   WS-ST-ATR
                   STOP RUN
           END-EVALUATE.

       ABRIR-CATEGORIAS.
           OPEN I-O CATEGORIAS.
           EVALUATE WS-ST-CTG
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT CATEGORIAS
                   CLOSE CATEGORIAS
                   OPEN I-O CATEGORIAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CATEGORIAS.DAT! STATUS: "
                   WS-ST-CTG
                   STOP RUN
           END-EVALUATE.

       VALIDAR-DATA-DIGITADA.
           MOVE "N" TO WS-DATA-VALIDA
           IF WS-DATA-DIGITADA(3:1) = "/"
                   AND WS-DATA-DIGITADA(6:1) = "/"
                   AND WS-DATA-DIGITADA(1:2) IS NUMERIC
                   AND WS-DATA-DIGITADA(4:2) IS NUMERIC
                   AND WS-DATA-DIGITADA(7:4) IS NUMERIC
               MOVE WS-DATA-DIGITADA(1:2) TO WS-VAL-DIA
               MOVE WS-DATA-DIGITADA(4:2) TO WS-VAL-MES
               MOVE WS-DATA-DIGITADA(7:4) TO WS-VAL-ANO
               IF WS-VAL-MES >= 1 AND WS-VAL-MES <= 12
                   MOVE WS-DIAS-MES(WS-VAL-MES) TO WS-MAX-DIA-MES
                   IF WS-VAL-MES = 2
                           AND FUNCTION MOD(WS-VAL-ANO, 4) = 0
                           AND (FUNCTION MOD(WS-VAL-ANO, 100) NOT = 0
                             OR FUNCTION MOD(WS-VAL-ANO, 400) = 0)
                       MOVE 29 TO WS-MAX-DIA-MES
                   END-IF
                   IF WS-VAL-DIA >= 1 AND WS-VAL-DIA <= WS-MAX-DIA-MES
                       COMPUTE WS-DATA-DIGITADA-NUM =
                           WS-VAL-ANO * 10000 + WS-VAL-MES * 100
                           + WS-VAL-DIA
                       MOVE "S" TO WS-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

       FORMATAR-DATA.
           STRING WS-DATA-FMT-NUM(7:2) "/"
                  WS-DATA-FMT-NUM(5:2) "/"
                  WS-DATA-FMT-NUM(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FMT.

      *    Data em branco aceita o padrão já posto em
      *    WS-DATA-AGENDA.
       SOLICITAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DATA (DD/MM/AAAA, ENTER = " WS-DATA-FMT "): "
               MOVE SPACES TO WS-DATA-DIGITADA
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE WS-DATA-AGENDA TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-AGENDA.

       DESCREVER-DECISAO.
           EVALUATE DOI-DECISAO
               WHEN "N" MOVE "TÍTULO NOVO"      TO WS-DECISAO-DESC
               WHEN "E" MOVE "EXEMPLAR ADIC."   TO WS-DECISAO-DESC
               WHEN "F" MOVE "ENCAMINHADO"      TO WS-DECISAO-DESC
               WHEN "X" MOVE "DESCARTADO"       TO WS-DECISAO-DESC
               WHEN OTHER MOVE "EM AVALIAÇÃO"   TO WS-DECISAO-DESC
           END-EVALUATE.

      *    Doador leitor: os dados de contato vêm do cadastro;
      *    excluídos e unificados não servem.
       VALIDAR-USUARIO-DOADOR.
           MOVE "N" TO WS-USUARIO-VALIDO.
           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "U"
                       MOVE "S" TO WS-USUARIO-VALIDO
                       DISPLAY "DOADOR: " USUARIO-NOME
                   END-IF
           END-READ.
           CLOSE USUARIOS.

      *    Registro da doação no ato da entrega: doador, data,
      *    filial e quantidade de itens do termo de entrega. A
      *    avaliação item a item vem depois (opção 2).
       REGISTRAR-DOACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM ABRIR-DOACOES.
           PERFORM OBTER-PROX-DOACAO.
           MOVE SPACES        TO REG-DOACAO.
           MOVE WS-COD-DOACAO TO DOA-COD.

           MOVE SPACES TO DOA-TIPO-DOADOR.
           PERFORM UNTIL DOA-TIPO-DOADOR = "L"
                   OR DOA-TIPO-DOADOR = "E"
               DISPLAY "DOADOR (L=Leitor cadastrado / E=Externo): "
               ACCEPT DOA-TIPO-DOADOR
               MOVE FUNCTION UPPER-CASE(DOA-TIPO-DOADOR)
                   TO DOA-TIPO-DOADOR
           END-PERFORM.

           MOVE 0 TO DOA-USUARIO.
           IF DOA-TIPO-DOADOR = "L"
               MOVE "N" TO WS-USUARIO-VALIDO
               PERFORM UNTIL WS-USUARIO-VALIDO = "S"
                   DISPLAY "CÓDIGO DO LEITOR DOADOR: "
                   ACCEPT WS-COD-USUARIO
                   PERFORM VALIDAR-USUARIO-DOADOR
                   IF WS-USUARIO-VALIDO NOT = "S"
                       DISPLAY "LEITOR INEXISTENTE OU EXCLUÍDO."
                   END-IF
               END-PERFORM
               MOVE WS-COD-USUARIO   TO DOA-USUARIO
               MOVE USUARIO-NOME     TO DOA-DOADOR-NOME
               MOVE USUARIO-CPF      TO DOA-DOADOR-DOC
               MOVE USUARIO-TELEFONE TO DOA-DOADOR-TELEFONE
               MOVE USUARIO-EMAIL    TO DOA-DOADOR-EMAIL
           ELSE
               PERFORM UNTIL DOA-DOADOR-NOME NOT = SPACES
                   DISPLAY "NOME DO DOADOR (PESSOA OU ENTIDADE): "
                   ACCEPT DOA-DOADOR-NOME
               END-PERFORM
               DISPLAY "CPF OU CNPJ DO DOADOR (SOMENTE NÚMEROS): "
               ACCEPT DOA-DOADOR-DOC
               DISPLAY "TELEFONE DO DOADOR (SOMENTE NÚMEROS): "
               ACCEPT DOA-DOADOR-TELEFONE
               DISPLAY "E-MAIL DO DOADOR: "
               ACCEPT DOA-DOADOR-EMAIL
           END-IF.
           DISPLAY "ENDEREÇO PARA O TERMO DE DOAÇÃO (ENTER = "
                   "SEM ENDEREÇO): "
           ACCEPT DOA-DOADOR-ENDERECO.

           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-AGENDA.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "DATA DO RECEBIMENTO DA DOAÇÃO:".
           PERFORM SOLICITAR-DATA.
           MOVE WS-DATA-AGENDA TO DOA-DATA.

           MOVE 0 TO DOA-FILIAL.
           PERFORM UNTIL DOA-FILIAL > 0
               DISPLAY "FILIAL QUE RECEBEU A DOAÇÃO (1-999): "
               ACCEPT DOA-FILIAL
           END-PERFORM.
           MOVE 0 TO DOA-QTDE-ITENS.
           PERFORM UNTIL DOA-QTDE-ITENS > 0
               DISPLAY "QUANTIDADE DE ITENS ENTREGUES: "
               ACCEPT DOA-QTDE-ITENS
           END-PERFORM.

           MOVE 0                 TO DOA-QTDE-AVALIADOS.
           MOVE 0                 TO DOA-QTDE-INCORPORADOS.
           MOVE 0                 TO DOA-QTDE-ENCAMINHADOS.
           MOVE 0                 TO DOA-QTDE-DESCARTADOS.
           MOVE 0                 TO DOA-VALOR-TOTAL.
           MOVE "R"               TO DOA-STATUS.
           MOVE 0                 TO DOA-DATA-CARTA.
           MOVE WS-OPERADOR-ATUAL TO DOA-OPERADOR.

           WRITE REG-DOACAO
               INVALID KEY
                   DISPLAY "ERRO: DOAÇÃO " WS-COD-DOACAO
                           " JÁ EXISTE!"
                   CLOSE DOACOES
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE DOACOES.

           MOVE SPACES     TO WS-JRN-ANTES.
           MOVE REG-DOACAO TO WS-JRN-DEPOIS.
           MOVE "DOACOES"  TO WS-JRN-ARQUIVO.
           MOVE "W"        TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE "DOACAOREG"   TO WS-AUD-OPERACAO.
           MOVE WS-COD-DOACAO TO WS-AUD-CHAVE.
           MOVE SPACES        TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "DOAÇÃO REGISTRADA SOB O NÚMERO " WS-COD-DOACAO
                   " COM " DOA-QTDE-ITENS " ITEM(NS).".
           DISPLAY "EMITIR O TERMO DE DOAÇÃO AGORA? (S/N)".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA = "S"
               PERFORM GERAR-TERMO-DOACAO
           END-IF.

       OBTER-PROX-DOACAO.
           MOVE 0 TO WS-COD-DOACAO.
           PERFORM UNTIL WS-ST-DOA = "10"
               READ DOACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOA
               NOT AT END
                   IF DOA-COD > WS-COD-DOACAO
                       MOVE DOA-COD TO WS-COD-DOACAO
                   END-IF
           END-PERFORM.
           ADD 1 TO WS-COD-DOACAO.

      *    Lê a doação pelo número e exibe o resumo; deixa
      *    REG-DOACAO carregado.
       LOCALIZAR-DOACAO.
           MOVE "N" TO WS-DOACAO-ACHADA.
           MOVE "00" TO WS-ST-DOA.
           OPEN INPUT DOACOES.
           IF WS-ST-DOA NOT = "00"
               DISPLAY "DOAÇÃO NÃO ENCONTRADA."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-DOACAO TO DOA-COD.
           READ DOACOES KEY IS DOA-COD
               INVALID KEY
                   DISPLAY "DOAÇÃO NÃO ENCONTRADA."
                   CLOSE DOACOES
                   EXIT PARAGRAPH
           END-READ.
           CLOSE DOACOES.
           MOVE "S" TO WS-DOACAO-ACHADA.
           PERFORM EXIBIR-DOACAO.

       EXIBIR-DOACAO.
           MOVE DOA-DATA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE DOA-VALOR-TOTAL TO WS-ED-VALOR.
           DISPLAY DOA-COD " " WS-DATA-FMT " " DOA-DOADOR-NOME
                   " SITUAÇÃO " DOA-STATUS.
           DISPLAY "   ITENS " DOA-QTDE-ITENS " AVALIADOS "
                   DOA-QTDE-AVALIADOS " INCORPORADOS "
                   DOA-QTDE-INCORPORADOS " ENCAMINHADOS "
                   DOA-QTDE-ENCAMINHADOS " DESCARTADOS "
                   DOA-QTDE-DESCARTADOS.
           DISPLAY "   VALOR ESTIMADO INCORPORADO: R$ " WS-ED-VALOR.

       LISTAR-DOACOES.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE "00" TO WS-ST-DOA.
           OPEN INPUT DOACOES.
           IF WS-ST-DOA NOT = "00"
               DISPLAY "NENHUMA DOAÇÃO REGISTRADA."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SOMENTE AS AGUARDANDO AVALIAÇÃO? (S/N)".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

           PERFORM UNTIL WS-ST-DOA = "10"
               READ DOACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOA
               NOT AT END
                   IF WS-RESPOSTA NOT = "S" OR DOA-STATUS = "R"
                       ADD 1 TO WS-QTDE-LISTADOS
                       PERFORM EXIBIR-DOACAO
                   END-IF
           END-PERFORM.
           CLOSE DOACOES.
           DISPLAY WS-QTDE-LISTADOS " DOAÇÃO(ÕES) LISTADA(S).".

      *    Avaliação item a item: cada item digitado é confrontado
      *    com o catálogo e recebe a destinação; os aceitos entram
      *    no acervo no ato. Pode ser interrompida (FIM) e
      *    retomada depois pelo próximo item.
       AVALIAR-DOACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "NÚMERO DA DOAÇÃO: "
           ACCEPT WS-COD-DOACAO.
           PERFORM LOCALIZAR-DOACAO.
           IF WS-DOACAO-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF DOA-STATUS NOT = "R"
               DISPLAY "DOAÇÃO JÁ TEVE TODOS OS ITENS AVALIADOS."
               EXIT PARAGRAPH
           END-IF.

           MOVE DOA-FILIAL         TO WS-FILIAL-DOACAO.
           MOVE DOA-QTDE-AVALIADOS TO WS-SEQ-ITEM.
           MOVE "N" TO WS-FIM-AVALIACAO.
           PERFORM UNTIL WS-FIM-AVALIACAO = "S"
               IF WS-SEQ-ITEM >= DOA-QTDE-ITENS
                   MOVE "S" TO WS-FIM-AVALIACAO
               ELSE
                   PERFORM AVALIAR-ITEM-DOACAO
               END-IF
           END-PERFORM.

           MOVE DOA-QTDE-ITENS     TO WS-QTDE-PENDENTES.
           SUBTRACT DOA-QTDE-AVALIADOS FROM WS-QTDE-PENDENTES.
           IF WS-QTDE-PENDENTES = 0
               DISPLAY "TODOS OS ITENS DA DOAÇÃO FORAM AVALIADOS."
               MOVE "DOACAOAVAL"  TO WS-AUD-OPERACAO
               MOVE WS-COD-DOACAO TO WS-AUD-CHAVE
               MOVE "R"           TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               DISPLAY WS-QTDE-PENDENTES " ITEM(NS) AINDA SEM "
                       "AVALIAÇÃO."
           END-IF.

       AVALIAR-ITEM-DOACAO.
           ADD 1 TO WS-SEQ-ITEM.
           MOVE SPACES TO WS-ISBN-ITEM.
           DISPLAY "ITEM " WS-SEQ-ITEM " DE " DOA-QTDE-ITENS
                   " - ISBN (ENTER = SEM ISBN, FIM = ENCERRAR): "
           ACCEPT WS-ISBN-ITEM.
           MOVE FUNCTION UPPER-CASE(WS-ISBN-ITEM) TO WS-ISBN-ITEM.
           IF WS-ISBN-ITEM = "FIM"
               SUBTRACT 1 FROM WS-SEQ-ITEM
               MOVE "S" TO WS-FIM-AVALIACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TITULO.
           PERFORM UNTIL WS-TITULO NOT = SPACES
               DISPLAY "TÍTULO: "
               ACCEPT WS-TITULO
           END-PERFORM.
           MOVE SPACES TO WS-AUTOR.
           PERFORM UNTIL WS-AUTOR NOT = SPACES
               DISPLAY "AUTOR: "
               ACCEPT WS-AUTOR
           END-PERFORM.

           PERFORM VERIFICAR-DUPLICIDADE-LIVRO.
           IF WS-DUPLICATA-ACHADA = "S"
               MOVE WS-DUP-COD TO WS-COD-LIVRO
               PERFORM CONTAR-EXEMPLARES-TITULO
               DISPLAY "JÁ CONSTA DO ACERVO (" WS-DUP-CRITERIO
                       "): LIVRO " WS-DUP-COD " - "
                       WS-QTDE-EXEMPLARES " EXEMPLAR(ES)."
           ELSE
               DISPLAY "TÍTULO NÃO ENCONTRADO NO CATÁLOGO."
           END-IF.

           MOVE SPACES TO WS-DECISAO.
           PERFORM UNTIL WS-DECISAO = "N" OR WS-DECISAO = "E"
                   OR WS-DECISAO = "F" OR WS-DECISAO = "X"
               DISPLAY "DESTINAÇÃO (N=Título novo / E=Exemplar "
                       "adicional / F=Encaminhar / X=Descartar): "
               ACCEPT WS-DECISAO
               MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           END-PERFORM.

           MOVE SPACES TO WS-DESTINO.
           MOVE 0      TO WS-VALOR-ESTIMADO.
           MOVE 0      TO WS-COD-LIVRO.
           MOVE 0      TO WS-ULT-EXEMPLAR.
           MOVE "N"    TO WS-EXEMPLAR-CRIADO.
           EVALUATE WS-DECISAO
               WHEN "N"
                   PERFORM INCORPORAR-TITULO-NOVO
               WHEN "E"
                   PERFORM INCORPORAR-EXEMPLAR-ADICIONAL
               WHEN "F"
                   PERFORM INFORMAR-ENCAMINHAMENTO
               WHEN "X"
                   MOVE SPACES TO WS-DESTINO
                   PERFORM UNTIL WS-DESTINO NOT = SPACES
                       DISPLAY "MOTIVO DO DESCARTE (EX.: MAU ESTADO,"
                               " DESATUALIZADO): "
                       ACCEPT WS-DESTINO
                   END-PERFORM
           END-EVALUATE.

           IF (WS-DECISAO = "N" OR WS-DECISAO = "E")
                   AND WS-EXEMPLAR-CRIADO NOT = "S"
               DISPLAY "ITEM NÃO INCORPORADO; AVALIE-O NOVAMENTE."
               SUBTRACT 1 FROM WS-SEQ-ITEM
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-ITEM-DOACAO.

      *    Mesma régua de VERIFICAR-DUPLICIDADE-LIVRO em
      *    SIS-LIVROS (título e autor sem distinção de caixa,
      *    títulos excluídos fora), com o ISBN do item conferido
      *    primeiro quando informado.
       VERIFICAR-DUPLICIDADE-LIVRO.
           MOVE "N"    TO WS-DUPLICATA-ACHADA.
           MOVE 0      TO WS-DUP-COD.
           MOVE SPACES TO WS-DUP-CRITERIO.
           MOVE FUNCTION UPPER-CASE(WS-TITULO) TO WS-TITULO-UPPER.
           MOVE FUNCTION UPPER-CASE(WS-AUTOR)  TO WS-AUTOR-UPPER.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-LIV = "10"
               READ LIVROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIV
               NOT AT END
                   IF LIVRO-STATUS NOT = "X"
                           AND LIVRO-STATUS NOT = "C"
                       IF WS-ISBN-ITEM NOT = SPACES
                               AND LIVRO-ISBN = WS-ISBN-ITEM
                           MOVE "S"          TO WS-DUPLICATA-ACHADA
                           MOVE LIVRO-COD    TO WS-DUP-COD
                           MOVE "ISBN"       TO WS-DUP-CRITERIO
                           MOVE "10"         TO WS-ST-LIV
                       ELSE IF WS-DUPLICATA-ACHADA = "N"
                               AND FUNCTION UPPER-CASE(LIVRO-TITULO)
                                   = WS-TITULO-UPPER
                               AND FUNCTION UPPER-CASE(LIVRO-AUTOR)
                                   = WS-AUTOR-UPPER
                           MOVE "S"          TO WS-DUPLICATA-ACHADA
                           MOVE LIVRO-COD    TO WS-DUP-COD
                           MOVE "TÍTULO/AUTOR" TO WS-DUP-CRITERIO
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE LIVROS.

       CONTAR-EXEMPLARES-TITULO.
           MOVE 0 TO WS-QTDE-EXEMPLARES.
           MOVE 0 TO WS-ULT-EXEMPLAR.
           MOVE "00" TO WS-ST-EXE.
           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO TO EXEMPLAR-LIVRO-COD.
           MOVE 0            TO EXEMPLAR-NUM.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EXE
           END-START.
           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-ST-EXE
                   ELSE
                       MOVE EXEMPLAR-NUM TO WS-ULT-EXEMPLAR
                       IF EXEMPLAR-STATUS NOT = "B"
                           ADD 1 TO WS-QTDE-EXEMPLARES
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE EXEMPLARES.

       SOLICITAR-VALOR-ESTIMADO.
           MOVE 0 TO WS-VALOR-ESTIMADO.
           IF WS-VALOR-TITULO > 0
               MOVE WS-VALOR-TITULO TO WS-ED-VALOR
               DISPLAY "VALOR ESTIMADO DO ITEM (R$, 0 = REPOSIÇÃO "
                       "DO TÍTULO " WS-ED-VALOR "): "
               ACCEPT WS-VALOR-ESTIMADO
               IF WS-VALOR-ESTIMADO = 0
                   MOVE WS-VALOR-TITULO TO WS-VALOR-ESTIMADO
               END-IF
           ELSE
               PERFORM UNTIL WS-VALOR-ESTIMADO > 0
                   DISPLAY "VALOR ESTIMADO DO ITEM (R$): "
                   ACCEPT WS-VALOR-ESTIMADO
               END-PERFORM
           END-IF.

      *    Título novo: catalogado com os dados do item, pelo
      *    registro de controle da numeração, e nasce com o
      *    exemplar doado.
       INCORPORAR-TITULO-NOVO.
           IF WS-DUPLICATA-ACHADA = "S"
               DISPLAY "ATENÇÃO: JÁ EXISTE LIVRO COM MESMO TÍTULO "
                       "E AUTOR CADASTRADO SOB O CÓDIGO " WS-DUP-COD
               DISPLAY "O CADASTRO SERÁ MANTIDO; VERIFIQUE SE NÃO "
                       "É DUPLICIDADE."
           END-IF.
           MOVE 0 TO WS-VALOR-TITULO.
           PERFORM SOLICITAR-VALOR-ESTIMADO.
           PERFORM CRIAR-TITULO-DOADO.
           IF WS-COD-LIVRO = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CRIAR-EXEMPLAR-DOADO.

      *    Exemplar adicional de título do acervo: o achado na
      *    conferência é o padrão, mas o avaliador pode apontar
      *    outro código (edição diferente já catalogada, etc.).
       INCORPORAR-EXEMPLAR-ADICIONAL.
           MOVE "N" TO WS-LIVRO-OK.
           PERFORM UNTIL WS-LIVRO-OK = "S"
               IF WS-DUPLICATA-ACHADA = "S"
                   DISPLAY "CÓDIGO DO LIVRO (0 = " WS-DUP-COD "): "
               ELSE
                   DISPLAY "CÓDIGO DO LIVRO NO ACERVO (0 = "
                           "DESISTIR): "
               END-IF
               ACCEPT WS-COD-LIVRO-DIGITADO
               IF WS-COD-LIVRO-DIGITADO = 0
                   IF WS-DUPLICATA-ACHADA = "S"
                       MOVE WS-DUP-COD TO WS-COD-LIVRO-DIGITADO
                   ELSE
                       MOVE 0 TO WS-COD-LIVRO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM LER-TITULO-ACERVO
           END-PERFORM.

           PERFORM SOLICITAR-VALOR-ESTIMADO.
           PERFORM CRIAR-EXEMPLAR-DOADO.
           IF WS-EXEMPLAR-CRIADO = "S"
               PERFORM ATUALIZAR-STATUS-TITULO-D
           END-IF.

       LER-TITULO-ACERVO.
           MOVE "N" TO WS-LIVRO-OK.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               DISPLAY "LIVRO NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO-DIGITADO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   DISPLAY "LIVRO NÃO ENCONTRADO."
               NOT INVALID KEY
                   IF LIVRO-STATUS = "X" OR LIVRO-STATUS = "C"
                           OR LIVRO-TIPO-MATERIAL = "E"
                           OR LIVRO-TIPO-MATERIAL = "A"
                       DISPLAY "TÍTULO EXCLUÍDO OU DIGITAL; NÃO "
                               "RECEBE EXEMPLAR."
                   ELSE
                       MOVE "S"              TO WS-LIVRO-OK
                       MOVE LIVRO-COD        TO WS-COD-LIVRO
                       MOVE LIVRO-VALOR-REPOSICAO
                                             TO WS-VALOR-TITULO
                       DISPLAY "LIVRO: " LIVRO-TITULO
                   END-IF
           END-READ.
           CLOSE LIVROS.

       INFORMAR-ENCAMINHAMENTO.
           DISPLAY "FILIAL DE DESTINO (0 = PARCEIRO EXTERNO): "
           ACCEPT WS-FILIAL-DESTINO.
           IF WS-FILIAL-DESTINO > 0
               MOVE SPACES TO WS-DESTINO
               STRING "FILIAL " WS-FILIAL-DESTINO
                      DELIMITED BY SIZE INTO WS-DESTINO
           ELSE
               PERFORM UNTIL WS-DESTINO NOT = SPACES
                   DISPLAY "NOME DO PARCEIRO (ESCOLA, BIBLIOTECA "
                           "COMUNITÁRIA, ETC.): "
                   ACCEPT WS-DESTINO
               END-PERFORM
           END-IF.

      *    Título novo pela numeração do registro de controle, no
      *    molde de CRIAR-TITULO-NOVO em SIS-AQUISICOES: autor e
      *    categoria passam pelo controle de autoridade.
       CRIAR-TITULO-DOADO.
           MOVE "N" TO WS-AUTORIDADE-OK.
           PERFORM UNTIL WS-AUTORIDADE-OK = "S"
               PERFORM VALIDAR-AUTOR-AUTORIDADE
               IF WS-AUTORIDADE-OK NOT = "S"
                   MOVE SPACES TO WS-AUTOR
                   PERFORM UNTIL WS-AUTOR NOT = SPACES
                       DISPLAY "DIGITE A GRAFIA CORRETA DO AUTOR: "
                       ACCEPT WS-AUTOR
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-ANO-NOVO.
           PERFORM UNTIL WS-ANO-NOVO > 0
               DISPLAY "ANO DE PUBLICAÇÃO (4 DÍGITOS): "
               ACCEPT WS-ENTRADA-TEXTO
               IF WS-ENTRADA-TEXTO(1:4) IS NUMERIC
                   MOVE WS-ENTRADA-TEXTO(1:4) TO WS-ANO-NOVO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-AUTORIDADE-OK.
           PERFORM UNTIL WS-AUTORIDADE-OK = "S"
               MOVE SPACES TO WS-CATEGORIA-NOVO
               PERFORM UNTIL WS-CATEGORIA-NOVO NOT = SPACES
                   DISPLAY "CATEGORIA/GÊNERO: "
                   ACCEPT WS-CATEGORIA-NOVO
               END-PERFORM
               PERFORM VALIDAR-CATEGORIA-AUTORIDADE
           END-PERFORM.
           DISPLAY "TIPO DE MATERIAL (L=Livro / D=DVD / J=Jogo / "
                   "T=Tablet, ENTER=Livro): "
           ACCEPT WS-TIPO-MAT-NOVO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-MAT-NOVO)
               TO WS-TIPO-MAT-NOVO.
           IF WS-TIPO-MAT-NOVO NOT = "D"
                   AND WS-TIPO-MAT-NOVO NOT = "J"
                   AND WS-TIPO-MAT-NOVO NOT = "T"
               MOVE "L" TO WS-TIPO-MAT-NOVO
           END-IF.

           PERFORM ABRIR-LIVROS
           PERFORM OBTER-PROX-COD-LIVRO.

           MOVE WS-COD-LIVRO      TO LIVRO-COD.
           MOVE WS-TITULO         TO LIVRO-TITULO.
           MOVE WS-AUTOR          TO LIVRO-AUTOR.
           MOVE WS-ANO-NOVO       TO LIVRO-ANO.
           MOVE WS-ISBN-ITEM      TO LIVRO-ISBN.
           MOVE WS-CATEGORIA-NOVO TO LIVRO-CATEGORIA.
           MOVE "D"               TO LIVRO-STATUS.
           MOVE WS-VALOR-ESTIMADO TO LIVRO-VALOR-REPOSICAO.
           MOVE WS-TIPO-MAT-NOVO  TO LIVRO-TIPO-MATERIAL.
           MOVE SPACES            TO LIVRO-CHAMADA.
           WRITE REG-LIVRO
               INVALID KEY
                   DISPLAY "ERRO: CÓDIGO GERADO JÁ EXISTE!"
                   MOVE 0 TO WS-COD-LIVRO
               NOT INVALID KEY
                   DISPLAY "LIVRO " WS-COD-LIVRO " CRIADO."
                   MOVE SPACES    TO WS-JRN-ANTES
                   MOVE REG-LIVRO TO WS-JRN-DEPOIS
                   MOVE "LIVROS"  TO WS-JRN-ARQUIVO
                   MOVE "W"       TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
                   MOVE "GRAVACAO"   TO WS-AUD-OPERACAO
                   MOVE WS-COD-LIVRO TO WS-AUD-CHAVE
                   MOVE SPACES       TO WS-AUD-STATUS-ANT
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.
           CLOSE LIVROS.

      *    O código é tirado do registro de controle (chave 0),
      *    no mesmo molde de OBTER-PROX-COD-LIVRO em SIS-LIVROS.
       OBTER-PROX-COD-LIVRO.
           MOVE 0 TO LIVRO-COD
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   PERFORM CRIAR-CONTROLE-LIVRO
                   MOVE 0 TO LIVRO-COD
                   READ LIVROS KEY IS LIVRO-COD
           END-READ.

           MOVE REG-LIVRO TO WS-JRN-ANTES.
           MOVE LIVRO-VALOR-REPOSICAO TO WS-COD-LIVRO.
           ADD 1 TO WS-COD-LIVRO.
           MOVE WS-COD-LIVRO TO LIVRO-VALOR-REPOSICAO.
           REWRITE REG-LIVRO.
           MOVE REG-LIVRO TO WS-JRN-DEPOIS.
           MOVE "LIVROS"  TO WS-JRN-ARQUIVO.
           MOVE "R"       TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

       CRIAR-CONTROLE-LIVRO.
           MOVE 0 TO WS-COD-LIVRO.
           MOVE 0 TO LIVRO-COD.
           MOVE "00" TO WS-FILE-STATUS.
           START LIVROS KEY IS NOT LESS THAN LIVRO-COD
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ LIVROS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF LIVRO-STATUS NOT = "C"
                           AND LIVRO-COD > WS-COD-LIVRO
                       MOVE LIVRO-COD TO WS-COD-LIVRO
                   END-IF
           END-PERFORM.

           MOVE 0        TO LIVRO-COD.
           MOVE "CONTROLE DE NUMERACAO" TO LIVRO-TITULO.
           MOVE SPACES   TO LIVRO-AUTOR.
           MOVE 0        TO LIVRO-ANO.
           MOVE SPACES   TO LIVRO-ISBN.
           MOVE SPACES   TO LIVRO-CATEGORIA.
           MOVE "C"      TO LIVRO-STATUS.
           MOVE WS-COD-LIVRO TO LIVRO-VALOR-REPOSICAO.
           MOVE SPACES   TO LIVRO-TIPO-MATERIAL.
           MOVE SPACES   TO LIVRO-CHAMADA.
           WRITE REG-LIVRO.

           MOVE SPACES    TO WS-JRN-ANTES.
           MOVE REG-LIVRO TO WS-JRN-DEPOIS.
           MOVE "LIVROS"  TO WS-JRN-ARQUIVO.
           MOVE "W"       TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    Exemplar doado: próximo número do título, na filial que
      *    recebeu a doação, com a etiqueta de código de barras
      *    no molde de GERAR-CODBARRAS-EXEMPLAR em SIS-LIVROS.
       CRIAR-EXEMPLAR-DOADO.
           PERFORM CONTAR-EXEMPLARES-TITULO.
           DISPLAY "LOCALIZAÇÃO NA ESTANTE (ENTER = A DEFINIR): "
           MOVE SPACES TO WS-LOCALIZACAO.
           ACCEPT WS-LOCALIZACAO.

           PERFORM ABRIR-EXEMPLARES
           ADD 1 TO WS-ULT-EXEMPLAR.
           MOVE WS-COD-LIVRO     TO EXEMPLAR-LIVRO-COD.
           MOVE WS-ULT-EXEMPLAR  TO EXEMPLAR-NUM.
           MOVE "D"              TO EXEMPLAR-STATUS.
           MOVE WS-FILIAL-DOACAO TO EXEMPLAR-FILIAL.
           MOVE 0                TO EXEMPLAR-FILIAL-DEST.
           MOVE WS-LOCALIZACAO   TO EXEMPLAR-LOCALIZACAO.
           MOVE SPACES TO EXEMPLAR-CODBARRAS.
           STRING "E" EXEMPLAR-LIVRO-COD EXEMPLAR-NUM
                   DELIMITED BY SIZE INTO EXEMPLAR-CODBARRAS.
           WRITE REG-EXEMPLAR
               INVALID KEY
                   DISPLAY "EXEMPLAR " WS-COD-LIVRO "/"
                           WS-ULT-EXEMPLAR " JÁ EXISTIA."
               NOT INVALID KEY
                   MOVE "S" TO WS-EXEMPLAR-CRIADO
                   DISPLAY "EXEMPLAR " WS-ULT-EXEMPLAR
                           " CRIADO PARA O LIVRO " WS-COD-LIVRO
                           " - ETIQUETA " EXEMPLAR-CODBARRAS
                   MOVE SPACES       TO WS-JRN-ANTES
                   MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "W"          TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
           END-WRITE.
           CLOSE EXEMPLARES.

           IF WS-EXEMPLAR-CRIADO = "S"
               MOVE "DOACAOINC" TO WS-AUD-OPERACAO
               MOVE SPACES      TO WS-AUD-CHAVE
               STRING WS-COD-LIVRO WS-ULT-EXEMPLAR
                      DELIMITED BY SIZE INTO WS-AUD-CHAVE
               MOVE SPACES      TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       ATUALIZAR-STATUS-TITULO-D.
           PERFORM ABRIR-LIVROS
           MOVE WS-COD-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   CLOSE LIVROS
                   EXIT PARAGRAPH.
           IF LIVRO-STATUS NOT = "D"
               MOVE REG-LIVRO TO WS-JRN-ANTES
               MOVE "D" TO LIVRO-STATUS
               REWRITE REG-LIVRO
               MOVE REG-LIVRO TO WS-JRN-DEPOIS
               MOVE "LIVROS"  TO WS-JRN-ARQUIVO
               MOVE "R"       TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
           END-IF.
           CLOSE LIVROS.

      *    Grava o item avaliado e acumula a destinação no
      *    registro da doação; avaliados todos os itens
      *    declarados, a doação passa a "A".
       GRAVAR-ITEM-DOACAO.
           MOVE WS-COD-DOACAO     TO DOI-DOACAO.
           MOVE WS-SEQ-ITEM       TO DOI-SEQ.
           MOVE WS-ISBN-ITEM      TO DOI-ISBN.
           MOVE WS-TITULO         TO DOI-TITULO.
           MOVE WS-AUTOR          TO DOI-AUTOR.
           MOVE WS-DECISAO        TO DOI-DECISAO.
           MOVE WS-VALOR-ESTIMADO TO DOI-VALOR.
           MOVE WS-COD-LIVRO      TO DOI-LIVRO.
           MOVE WS-ULT-EXEMPLAR   TO DOI-EXEMPLAR.
           MOVE WS-DESTINO        TO DOI-DESTINO.
           MOVE WS-HOJE-AAAAMMDD  TO DOI-DATA-AVALIACAO.
           MOVE WS-OPERADOR-ATUAL TO DOI-OPERADOR.
           IF WS-DECISAO = "F" OR WS-DECISAO = "X"
               MOVE 0 TO DOI-LIVRO
               MOVE 0 TO DOI-EXEMPLAR
           END-IF.

           PERFORM ABRIR-DOACAO-ITENS.
           WRITE REG-DOACAO-ITEM
               INVALID KEY
                   DISPLAY "ERRO: ITEM " WS-SEQ-ITEM " DA DOAÇÃO "
                           "JÁ AVALIADO!"
                   CLOSE DOACAO-ITENS
                   MOVE "S" TO WS-FIM-AVALIACAO
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE DOACAO-ITENS.

           PERFORM ABRIR-DOACOES.
           MOVE WS-COD-DOACAO TO DOA-COD.
           READ DOACOES KEY IS DOA-COD
               INVALID KEY
                   CLOSE DOACOES
                   EXIT PARAGRAPH
           END-READ.
           MOVE REG-DOACAO TO WS-JRN-ANTES.
           ADD 1 TO DOA-QTDE-AVALIADOS.
           EVALUATE WS-DECISAO
               WHEN "N"
               WHEN "E"
                   ADD 1 TO DOA-QTDE-INCORPORADOS
                   ADD WS-VALOR-ESTIMADO TO DOA-VALOR-TOTAL
               WHEN "F"
                   ADD 1 TO DOA-QTDE-ENCAMINHADOS
               WHEN "X"
                   ADD 1 TO DOA-QTDE-DESCARTADOS
           END-EVALUATE.
           IF DOA-QTDE-AVALIADOS >= DOA-QTDE-ITENS
               MOVE "A" TO DOA-STATUS
           END-IF.
           REWRITE REG-DOACAO.
           CLOSE DOACOES.
           MOVE REG-DOACAO TO WS-JRN-DEPOIS.
           MOVE "DOACOES"  TO WS-JRN-ARQUIVO.
           MOVE "R"        TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    Termo de doação e agradecimento, um por doação, com a
      *    destinação de cada item; a reemissão sai como segunda
      *    via.
       EMITIR-TERMO-DOACAO.
           DISPLAY "NÚMERO DA DOAÇÃO: "
           ACCEPT WS-COD-DOACAO.
           PERFORM LOCALIZAR-DOACAO.
           IF WS-DOACAO-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF DOA-STATUS = "R"
               DISPLAY "AVISO: HÁ ITENS SEM AVALIAÇÃO; O TERMO "
                       "SAIRÁ COM ELES EM AVALIAÇÃO."
           END-IF.
           PERFORM GERAR-TERMO-DOACAO.

       GERAR-TERMO-DOACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE SPACES TO WS-CARTA-NOME.
           STRING "CARTA-DOACAO-" DOA-COD ".TXT"
                  DELIMITED BY SIZE INTO WS-CARTA-NOME.
           OPEN OUTPUT CARTA-DOACAO.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "      BIBLIOTECA MUNICIPAL" TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  TERMO DE DOAÇÃO E AGRADECIMENTO Nº " DOA-COD
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           IF DOA-DATA-CARTA NOT = 0
               MOVE "  (SEGUNDA VIA)" TO WS-LINHA-IMP
               WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP
           END-IF.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.

           MOVE DOA-DATA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DOADOR: " DOA-DOADOR-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           IF DOA-TIPO-DOADOR = "L"
               STRING "  CPF/CNPJ: " DOA-DOADOR-DOC
                      "  LEITOR: " DOA-USUARIO
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING "  CPF/CNPJ: " DOA-DOADOR-DOC
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           IF DOA-DOADOR-ENDERECO NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMP
               STRING "  ENDEREÇO: " DOA-DOADOR-ENDERECO
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  RECEBIDA EM " WS-DATA-FMT
                  " NA FILIAL " DOA-FILIAL
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE DOA-QTDE-ITENS TO WS-ED-QTDE.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  A BIBLIOTECA MUNICIPAL AGRADECE A DOAÇÃO DE"
                  WS-ED-QTDE " ITEM(NS),"
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "  RECEBIDOS EM CARÁTER DEFINITIVO E GRATUITO, COM A"
               TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "  DESTINAÇÃO ABAIXO."
               TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "  ITEM TÍTULO                         DESTINAÇÃO"
               TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-DOI.
           OPEN INPUT DOACAO-ITENS.
           IF WS-ST-DOI = "00"
               MOVE DOA-COD TO DOI-DOACAO
               MOVE 0       TO DOI-SEQ
               START DOACAO-ITENS KEY IS NOT LESS THAN DOI-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-DOI
               END-START
               PERFORM UNTIL WS-ST-DOI = "10"
                   READ DOACAO-ITENS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-DOI
                   NOT AT END
                       IF DOI-DOACAO NOT = DOA-COD
                           MOVE "10" TO WS-ST-DOI
                       ELSE
                           PERFORM IMPRIMIR-ITEM-TERMO
                       END-IF
               END-PERFORM
               CLOSE DOACAO-ITENS
           END-IF.

           MOVE DOA-QTDE-ITENS     TO WS-QTDE-PENDENTES.
           SUBTRACT DOA-QTDE-AVALIADOS FROM WS-QTDE-PENDENTES.
           IF WS-QTDE-PENDENTES > 0
               MOVE WS-QTDE-PENDENTES TO WS-ED-QTDE
               MOVE SPACES TO WS-LINHA-IMP
               STRING "  " WS-ED-QTDE " ITEM(NS) EM AVALIAÇÃO."
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP
           END-IF.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  INCORPORADOS AO ACERVO: " DOA-QTDE-INCORPORADOS
                  "  ENCAMINHADOS: " DOA-QTDE-ENCAMINHADOS
                  "  DESCARTADOS: " DOA-QTDE-DESCARTADOS
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE DOA-VALOR-TOTAL TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  VALOR ESTIMADO INCORPORADO AO PATRIMÔNIO: R$ "
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.

           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  EMITIDO EM " WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "  ____________________________   __________________"
               TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           MOVE "  RESPONSÁVEL PELA BIBLIOTECA    DOADOR"
               TO WS-LINHA-IMP.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.
           CLOSE CARTA-DOACAO.

           PERFORM ABRIR-DOACOES.
           MOVE DOA-COD TO WS-COD-DOACAO.
           READ DOACOES KEY IS DOA-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-DOACAO       TO WS-JRN-ANTES
                   MOVE WS-HOJE-AAAAMMDD TO DOA-DATA-CARTA
                   REWRITE REG-DOACAO
                   MOVE REG-DOACAO       TO WS-JRN-DEPOIS
                   MOVE "DOACOES"        TO WS-JRN-ARQUIVO
                   MOVE "R"              TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
           END-READ.
           CLOSE DOACOES.

           MOVE "DOACAOTERM"  TO WS-AUD-OPERACAO.
           MOVE WS-COD-DOACAO TO WS-AUD-CHAVE.
           MOVE DOA-STATUS    TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "TERMO DE DOAÇÃO GRAVADO EM " WS-CARTA-NOME.

       IMPRIMIR-ITEM-TERMO.
           PERFORM DESCREVER-DECISAO.
           MOVE SPACES TO WS-LINHA-IMP.
           EVALUATE DOI-DECISAO
               WHEN "N"
               WHEN "E"
                   STRING "  " DOI-SEQ " " DOI-TITULO(1:30) " "
                          WS-DECISAO-DESC " LIVRO " DOI-LIVRO "/"
                          DOI-EXEMPLAR
                          DELIMITED BY SIZE INTO WS-LINHA-IMP
               WHEN "F"
                   STRING "  " DOI-SEQ " " DOI-TITULO(1:30) " "
                          "ENCAMINHADO A " DOI-DESTINO
                          DELIMITED BY SIZE INTO WS-LINHA-IMP
               WHEN OTHER
                   STRING "  " DOI-SEQ " " DOI-TITULO(1:30) " "
                          WS-DECISAO-DESC
                          DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-EVALUATE.
           WRITE REG-CARTA-DOACAO FROM WS-LINHA-IMP.

      *    Relatório do mês para o patrimônio: cada exemplar
      *    incorporado por doação no mês (pela data da avaliação,
      *    que é a da entrada no acervo) com o valor estimado, e
      *    os totais de doações recebidas, encaminhados e
      *    descartados.
       RELATORIO-MENSAL-DOACOES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE 0 TO WS-MES-REFERENCIA.
           PERFORM UNTIL WS-MES-REFERENCIA > 0
               DISPLAY "MÊS DE REFERÊNCIA (AAAAMM): "
               ACCEPT WS-MES-REFERENCIA
               IF WS-MES-REFERENCIA(5:2) < "01"
                       OR WS-MES-REFERENCIA(5:2) > "12"
                   MOVE 0 TO WS-MES-REFERENCIA
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-QTDE-DOACOES-MES.
           MOVE 0 TO WS-QTDE-INCORP-MES.
           MOVE 0 TO WS-QTDE-ENCAM-MES.
           MOVE 0 TO WS-QTDE-DESCARTE-MES.
           MOVE 0 TO WS-VALOR-MES.

           MOVE "00" TO WS-ST-DOA.
           OPEN INPUT DOACOES.
           IF WS-ST-DOA NOT = "00"
               DISPLAY "NENHUMA DOAÇÃO REGISTRADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RPT-NOME.
           STRING "DOACOES-" WS-MES-REFERENCIA ".TXT"
                  DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT RELATORIO-DOACOES.

           MOVE "=============================================="
               TO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DOAÇÕES INCORPORADAS AO PATRIMÔNIO - "
                  WS-MES-REFERENCIA(5:2) "/" WS-MES-REFERENCIA(1:4)
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE "=============================================="
               TO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DATA       DOAÇÃO  LIVRO/EX.   TÍTULO"
                  "                                    VALOR (R$)"
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.

           PERFORM UNTIL WS-ST-DOA = "10"
               READ DOACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOA
               NOT AT END
                   IF DOA-DATA(1:6) = WS-MES-REFERENCIA
                       ADD 1 TO WS-QTDE-DOACOES-MES
                   END-IF
           END-PERFORM.
           CLOSE DOACOES.

           MOVE "00" TO WS-ST-DOI.
           OPEN INPUT DOACAO-ITENS.
           IF WS-ST-DOI = "00"
               PERFORM UNTIL WS-ST-DOI = "10"
                   READ DOACAO-ITENS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-DOI
                   NOT AT END
                       IF DOI-DATA-AVALIACAO(1:6)
                               = WS-MES-REFERENCIA
                           PERFORM CLASSIFICAR-ITEM-MES
                       END-IF
               END-PERFORM
               CLOSE DOACAO-ITENS
           END-IF.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DOAÇÕES RECEBIDAS NO MÊS: " WS-QTDE-DOACOES-MES
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  EXEMPLARES INCORPORADOS:  " WS-QTDE-INCORP-MES
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ITENS ENCAMINHADOS:       " WS-QTDE-ENCAM-MES
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ITENS DESCARTADOS:        " WS-QTDE-DESCARTE-MES
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           MOVE WS-VALOR-MES TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  VALOR TOTAL INCORPORADO:  R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP.
           CLOSE RELATORIO-DOACOES.

           MOVE "DOACAOMES"        TO WS-AUD-OPERACAO.
           MOVE WS-MES-REFERENCIA  TO WS-AUD-CHAVE.
           MOVE SPACES             TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "EXEMPLARES INCORPORADOS NO MÊS: "
                   WS-QTDE-INCORP-MES " - R$ " WS-ED-VALOR.
           DISPLAY "RELATÓRIO GRAVADO EM " WS-RPT-NOME.

       CLASSIFICAR-ITEM-MES.
           EVALUATE DOI-DECISAO
               WHEN "N"
               WHEN "E"
                   ADD 1         TO WS-QTDE-INCORP-MES
                   ADD DOI-VALOR TO WS-VALOR-MES
                   MOVE DOI-DATA-AVALIACAO TO WS-DATA-FMT-NUM
                   PERFORM FORMATAR-DATA
                   MOVE DOI-VALOR TO WS-ED-VALOR
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING "  " WS-DATA-FMT " " DOI-DOACAO " "
                          DOI-LIVRO "/" DOI-EXEMPLAR " "
                          DOI-TITULO(1:40) " " WS-ED-VALOR
                          DELIMITED BY SIZE INTO WS-LINHA-IMP
                   WRITE REG-RELATORIO-DOACOES FROM WS-LINHA-IMP
               WHEN "F"
                   ADD 1 TO WS-QTDE-ENCAM-MES
               WHEN "X"
                   ADD 1 TO WS-QTDE-DESCARTE-MES
           END-EVALUATE.

      *    Mesma régua de SIS-AQUISICOES: autor aprovado passa,
      *    pendente passa com aviso e grafia nova só entra como
      *    pendente de aprovação.
       VALIDAR-AUTOR-AUTORIDADE.
           MOVE "N" TO WS-AUTORIDADE-OK.

           PERFORM ABRIR-AUTORES
           MOVE WS-AUTOR TO AUTOR-NOME
           READ AUTORES KEY IS AUTOR-NOME
               INVALID KEY
                   DISPLAY "AUTOR '" WS-AUTOR "' NÃO CONSTA "
                           "DO CADASTRO DE AUTORIDADE."
                   DISPLAY "INCLUIR COMO PENDENTE DE APROVAÇÃO? "
                           "(S/N)"
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
                   IF WS-RESPOSTA = "S"
                       MOVE WS-AUTOR TO AUTOR-NOME
                       MOVE "P"      TO AUTOR-STATUS
                       WRITE REG-AUTOR
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE "S" TO WS-AUTORIDADE-OK
                       DISPLAY "AUTOR INCLUÍDO COMO PENDENTE."
                   ELSE
                       DISPLAY "INFORME OUTRA GRAFIA."
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-AUTORIDADE-OK
                   IF AUTOR-STATUS = "P"
                       DISPLAY "AVISO: AUTOR AINDA PENDENTE DE "
                               "APROVAÇÃO DO SUPERVISOR."
                   END-IF
           END-READ.
           CLOSE AUTORES.

       VALIDAR-CATEGORIA-AUTORIDADE.
           MOVE "N" TO WS-AUTORIDADE-OK.

           PERFORM ABRIR-CATEGORIAS
           MOVE WS-CATEGORIA-NOVO TO CATEG-NOME
           READ CATEGORIAS KEY IS CATEG-NOME
               INVALID KEY
                   DISPLAY "CATEGORIA NÃO CONSTA DO CADASTRO DE "
                           "AUTORIDADE."
                   DISPLAY "INCLUIR COMO PENDENTE DE APROVAÇÃO? "
                           "(S/N)"
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
                   IF WS-RESPOSTA = "S"
                       MOVE WS-CATEGORIA-NOVO TO CATEG-NOME
                       MOVE "P"               TO CATEG-STATUS
                       WRITE REG-CATEGORIA
                           INVALID KEY CONTINUE
                       END-WRITE
                       MOVE "S" TO WS-AUTORIDADE-OK
                       DISPLAY "CATEGORIA INCLUÍDA COMO PENDENTE."
                   ELSE
                       DISPLAY "INFORME OUTRA GRAFIA."
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-AUTORIDADE-OK
                   IF CATEG-STATUS = "P"
                       DISPLAY "AVISO: CATEGORIA AINDA PENDENTE DE "
                               "APROVAÇÃO DO SUPERVISOR."
                   END-IF
           END-READ.
           CLOSE CATEGORIAS.

       ABRIR-JORNAL.
           OPEN EXTEND JORNAL.
           EVALUATE WS-ST-JRN
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT JORNAL
                   CLOSE JORNAL
                   OPEN EXTEND JORNAL
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR JORNAL.DAT! STATUS: "
                   WS-ST-JRN
                   STOP RUN
           END-EVALUATE.

       GRAVAR-JORNAL.
           PERFORM ABRIR-JORNAL
           MOVE FUNCTION CURRENT-DATE TO JRN-DATA-HORA
           MOVE WS-JRN-ARQUIVO        TO JRN-ARQUIVO
           MOVE WS-JRN-OPERACAO       TO JRN-OPERACAO
           MOVE WS-JRN-ANTES          TO JRN-IMAGEM-ANTES
           MOVE WS-JRN-DEPOIS         TO JRN-IMAGEM-DEPOIS
           WRITE REG-JORNAL
           CLOSE JORNAL
           MOVE SPACES TO WS-JRN-ANTES
           MOVE SPACES TO WS-JRN-DEPOIS.

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
           MOVE "SIS-DOACOES"         TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
