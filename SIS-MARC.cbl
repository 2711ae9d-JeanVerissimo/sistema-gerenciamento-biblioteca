       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-MARC.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Intercâmbio MARC 21 (ISO 2709) com o catálogo
      *               coletivo da rede estadual. A exportação gera
      *               MARC-EXPORT-<data>.MRC com um registro
      *               bibliográfico por título de LIVROS.DAT
      *               (título, autor, ano, ISBN, categoria e número
      *               de chamada, com os cabeçalhos conferidos em
      *               AUTORES.DAT e CATEGORIAS.DAT) e um campo 852
      *               de acervo por exemplar (filial, código de
      *               barras e localização). A importação procura
      *               um ISBN no arquivo baixado do catálogo
      *               coletivo (MARC-ESTADUAL.MRC) e grava o
      *               registro em CATALOGACAO-PEND.DAT, onde o
      *               catalogador o revisa em SIS-LIVROS antes de
      *               virar livro do acervo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS WS-ST-AUT.

           SELECT CATEGORIAS ASSIGN TO 'CATEGORIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATEG-NOME
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTG.

           SELECT FILIAIS ASSIGN TO 'FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILIAL-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-FIL.

           SELECT CATALOGACAO-PEND ASSIGN TO 'CATALOGACAO-PEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CAT.

           SELECT MARC-SAIDA ASSIGN TO WS-MARC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-MRS.

           SELECT MARC-ENTRADA ASSIGN TO 'MARC-ESTADUAL.MRC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-MRE.

       DATA DIVISION.
       FILE SECTION.

       FD LIVROS.
       01 REG-LIVRO.
           02 LIVRO-COD                PIC 9(7).
           02 LIVRO-TITULO             PIC X(50).
           02 LIVRO-AUTOR              PIC X(30).
           02 LIVRO-ANO                PIC 9(4).
           02 LIVRO-ISBN               PIC X(13).
           02 LIVRO-CATEGORIA          PIC X(20).
           02 LIVRO-STATUS             PIC X(1).
           02 LIVRO-VALOR-REPOSICAO PIC 9(7)V99.
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

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

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

       FD MARC-SAIDA.
       01 REG-MARC-SAIDA               PIC X(1).

       FD MARC-ENTRADA.
       01 REG-MARC-ENTRADA             PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTG                    PIC X(2)      VALUE SPACES.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MRS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MRE                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-HORA                 PIC X(21)     VALUE SPACES.
       77 WS-MARC-NOME                 PIC X(30)     VALUE SPACES.
      *    Código da biblioteca na rede estadual (campos 003 e
      *    852 $a).
       77 WS-MARC-ORGAO                PIC X(10)     VALUE "BR-BIBMUN".
       77 WS-FIL-OK                    PIC X(1)      VALUE "N".
       77 WS-AUT-OK                    PIC X(1)      VALUE "N".
       77 WS-CTG-OK                    PIC X(1)      VALUE "N".
       77 WS-QTDE-TITULOS              PIC 9(6)      VALUE 0.
       77 WS-QTDE-EXEMPLARES           PIC 9(6)      VALUE 0.
       77 WS-QTDE-SEM-AUTORIDADE       PIC 9(6)      VALUE 0.
       77 WS-QTDE-TRUNCADOS            PIC 9(6)      VALUE 0.
       77 WS-QTDE-LIDOS                PIC 9(6)      VALUE 0.
       77 WS-MARC-TRUNCADO             PIC X(1)      VALUE "N".
       77 WS-FIM-EXEMPLARES            PIC X(1)      VALUE "N".
       77 WS-FIM-ENTRADA               PIC X(1)      VALUE "N".
       77 WS-REGISTRO-ACHADO           PIC X(1)      VALUE "N".
       77 WS-SUBCAMPO-ACHADO           PIC X(1)      VALUE "N".
       77 WS-CAMPO-ACHADO              PIC X(1)      VALUE "N".
       77 WS-DUPLICADO                 PIC X(1)      VALUE "N".
       77 WS-DUP-COD                   PIC 9(7)      VALUE 0.
       77 WS-ULTIMO-CAT-COD            PIC 9(7)      VALUE 0.
       77 WS-IDX-BYTE                  PIC 9(5)      VALUE 0.
       77 WS-IDX-DIR                   PIC 9(5)      VALUE 0.
       77 WS-IDX-SUB                   PIC 9(5)      VALUE 0.
       77 WS-IDX-FIM                   PIC 9(5)      VALUE 0.
       77 WS-POS-DIR                   PIC 9(5)      VALUE 0.
       77 WS-QTDE-ENTRADAS             PIC 9(5)      VALUE 0.
       77 WS-PTR                       PIC 9(5)      VALUE 0.
       77 WS-TAM-REG                   PIC 9(5)      VALUE 0.
       77 WS-TAM-DIR                   PIC 9(5)      VALUE 0.
       77 WS-TAM-CAMPOS                PIC 9(5)      VALUE 0.
       77 WS-BASE-DADOS                PIC 9(5)      VALUE 0.
       77 WS-CAMPO-TAG                 PIC X(3)      VALUE SPACES.
       77 WS-CAMPO-TAM                 PIC 9(5)      VALUE 0.
       77 WS-CAMPO-INICIO              PIC 9(5)      VALUE 0.
       77 WS-CAMPO-CONTEUDO            PIC X(2000)   VALUE SPACES.
       77 WS-SUBCAMPO-COD              PIC X(1)      VALUE SPACES.
       77 WS-SUBCAMPO                  PIC X(300)    VALUE SPACES.
       77 WS-TEXTO-TRIM                PIC X(60)     VALUE SPACES.
       77 WS-ISBN-DIGITADO             PIC X(20)     VALUE SPACES.
       77 WS-ISBN-BUSCA                PIC X(13)     VALUE SPACES.
       77 WS-ISBN-NORMAL               PIC X(13)     VALUE SPACES.
       77 WS-ISBN-ORIGEM               PIC X(300)    VALUE SPACES.
       77 WS-IDX-ISBN                  PIC 9(2)      VALUE 0.
       77 WS-TIPO-LIDER                PIC X(1)      VALUE SPACES.
       77 WS-IND-245                   PIC X(1)      VALUE SPACES.
       77 WS-FILIAL-TEXTO              PIC X(30)     VALUE SPACES.
       77 WS-ANO-TEXTO                 PIC X(4)      VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1)      VALUE SPACES.
      *    Separadores do ISO 2709: fim de campo, início de
      *    subcampo e fim de registro.
       01 WS-MARC-SEPARADORES.
           02 WS-FIM-CAMPO             PIC X(1)      VALUE X"1E".
           02 WS-DELIM-SUB             PIC X(1)      VALUE X"1F".
           02 WS-FIM-REGISTRO          PIC X(1)      VALUE X"1D".
       01 WS-MARC-REG                  PIC X(9999)   VALUE SPACES.
       01 WS-MARC-DIR                  PIC X(1200)   VALUE SPACES.
       01 WS-MARC-CAMPOS               PIC X(8000)   VALUE SPACES.
       01 WS-MARC-LIDER.
           02 WS-LIDER-TAM             PIC 9(5).
           02 WS-LIDER-STATUS          PIC X(1).
           02 WS-LIDER-TIPO            PIC X(1).
           02 WS-LIDER-NIVEL           PIC X(1).
           02 WS-LIDER-CONTROLE        PIC X(1).
           02 WS-LIDER-CODIFICACAO     PIC X(1).
           02 WS-LIDER-INDICADORES     PIC X(2).
           02 WS-LIDER-BASE            PIC 9(5).
           02 WS-LIDER-RESTO           PIC X(7).
       01 WS-MARC-008.
           02 WS-008-DATA              PIC X(6).
           02 WS-008-TIPO-DATA         PIC X(1).
           02 WS-008-ANO               PIC X(4).
           02 WS-008-ANO2              PIC X(4).
           02 WS-008-PAIS              PIC X(3).
           02 WS-008-MEIO              PIC X(17).
           02 WS-008-IDIOMA            PIC X(3).
           02 WS-008-MODIFICADO        PIC X(1).
           02 WS-008-FONTE             PIC X(1).
       01 WS-MARC-IMPORTADO.
           02 WS-IMP-ORIGEM            PIC X(20).
           02 WS-IMP-ISBN              PIC X(13).
           02 WS-IMP-TITULO            PIC X(50).
           02 WS-IMP-AUTOR             PIC X(30).
           02 WS-IMP-ANO               PIC 9(4).
           02 WS-IMP-CATEGORIA         PIC X(20).
           02 WS-IMP-CHAMADA           PIC X(15).
           02 WS-IMP-TIPO              PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "   INTERCÂMBIO MARC 21 (CATÁLOGO ESTADUAL)"
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Exportar Acervo em MARC 21"
               DISPLAY "2 - Importar Registro por ISBN"
               DISPLAY "3 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM EXPORTAR-ACERVO
                   WHEN '2'
                       PERFORM IMPORTAR-POR-ISBN
                   WHEN '3'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

      *    Um registro bibliográfico por título ativo; exemplares
      *    descartados, perdidos, faltantes no inventário ou de
      *    outra biblioteca (empréstimo entre bibliotecas) ficam
      *    fora do 852.
       EXPORTAR-ACERVO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE 0 TO WS-QTDE-TITULOS.
           MOVE 0 TO WS-QTDE-EXEMPLARES.
           MOVE 0 TO WS-QTDE-SEM-AUTORIDADE.
           MOVE 0 TO WS-QTDE-TRUNCADOS.

           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               DISPLAY "LIVROS.DAT INDISPONÍVEL. STATUS: " WS-ST-LIV
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-EXE.
           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               DISPLAY "EXEMPLARES.DAT INDISPONÍVEL. STATUS: "
                       WS-ST-EXE
               CLOSE LIVROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-APOIO-EXPORTACAO.

           MOVE SPACES TO WS-MARC-NOME.
           STRING "MARC-EXPORT-" WS-HOJE-AAAAMMDD ".MRC"
                   DELIMITED BY SIZE INTO WS-MARC-NOME.
           OPEN OUTPUT MARC-SAIDA.

           MOVE "00" TO WS-ST-LIV.
           PERFORM UNTIL WS-ST-LIV = "10"
               READ LIVROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIV
               NOT AT END
                   IF LIVRO-COD NOT = 0
                           AND LIVRO-STATUS NOT = "X"
                           AND LIVRO-STATUS NOT = "C"
                       PERFORM MONTAR-REGISTRO-MARC
                       PERFORM GRAVAR-REGISTRO-MARC
                   END-IF
           END-PERFORM.

           CLOSE MARC-SAIDA.
           CLOSE LIVROS.
           CLOSE EXEMPLARES.
           PERFORM FECHAR-APOIO-EXPORTACAO.

           DISPLAY "REGISTROS MARC GERADOS:  " WS-QTDE-TITULOS.
           DISPLAY "EXEMPLARES (852):        " WS-QTDE-EXEMPLARES.
           IF WS-QTDE-SEM-AUTORIDADE > 0
               DISPLAY "CABEÇALHOS SEM AUTORIDADE APROVADA: "
                       WS-QTDE-SEM-AUTORIDADE
                       " (EXPORTADOS COMO 720/653; APROVAR EM "
                       "SIS-AUTORIDADES)"
           END-IF.
           IF WS-QTDE-TRUNCADOS > 0
               DISPLAY "TÍTULOS COM EXEMPLARES ALÉM DO LIMITE DO "
                       "REGISTRO: " WS-QTDE-TRUNCADOS
           END-IF.
           DISPLAY "ARQUIVO GERADO: " WS-MARC-NOME.

      *    Autoridades e filiais são consulta: sem o arquivo, o
      *    cabeçalho sai como não controlado e a filial pelo
      *    código.
       ABRIR-APOIO-EXPORTACAO.
           MOVE "N" TO WS-AUT-OK.
           OPEN INPUT AUTORES.
           IF WS-ST-AUT = "00"
               MOVE "S" TO WS-AUT-OK
           END-IF.
           MOVE "N" TO WS-CTG-OK.
           OPEN INPUT CATEGORIAS.
           IF WS-ST-CTG = "00"
               MOVE "S" TO WS-CTG-OK
           END-IF.
           MOVE "N" TO WS-FIL-OK.
           OPEN INPUT FILIAIS.
           IF WS-ST-FIL = "00"
               MOVE "S" TO WS-FIL-OK
           END-IF.

       FECHAR-APOIO-EXPORTACAO.
           IF WS-AUT-OK = "S"
               CLOSE AUTORES
           END-IF.
           IF WS-CTG-OK = "S"
               CLOSE CATEGORIAS
           END-IF.
           IF WS-FIL-OK = "S"
               CLOSE FILIAIS
           END-IF.

      *    Campos gerados: 001 código do livro, 003 órgão, 005
      *    data/hora, 008 dados fixos, 020 ISBN, 090 número de
      *    chamada local, 100 autor (ou 720 se a grafia não está
      *    aprovada), 245 título, 264 ano, 650 categoria (ou 653)
      *    e um 852 por exemplar.
       MONTAR-REGISTRO-MARC.
           MOVE SPACES TO WS-MARC-DIR.
           MOVE SPACES TO WS-MARC-CAMPOS.
           MOVE 0      TO WS-TAM-DIR.
           MOVE 0      TO WS-TAM-CAMPOS.
           MOVE "N"    TO WS-MARC-TRUNCADO.

           MOVE "001" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE LIVRO-COD TO WS-CAMPO-CONTEUDO(1:7).
           MOVE 7 TO WS-CAMPO-TAM.
           PERFORM ADICIONAR-CAMPO-MARC.

           MOVE "003" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 1 TO WS-PTR.
           STRING FUNCTION TRIM(WS-MARC-ORGAO) DELIMITED BY SIZE
                  INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR.
           COMPUTE WS-CAMPO-TAM = WS-PTR - 1.
           PERFORM ADICIONAR-CAMPO-MARC.

           MOVE "005" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           STRING WS-DATA-HORA(1:14) ".0" DELIMITED BY SIZE
                  INTO WS-CAMPO-CONTEUDO.
           MOVE 16 TO WS-CAMPO-TAM.
           PERFORM ADICIONAR-CAMPO-MARC.

           MOVE WS-HOJE-AAAAMMDD(3:6) TO WS-008-DATA.
           MOVE "s"    TO WS-008-TIPO-DATA.
           MOVE LIVRO-ANO TO WS-008-ANO.
           IF LIVRO-ANO = 0
               MOVE "uuuu" TO WS-008-ANO
           END-IF.
           MOVE SPACES TO WS-008-ANO2.
           MOVE "bl "  TO WS-008-PAIS.
           MOVE SPACES TO WS-008-MEIO.
           MOVE "por"  TO WS-008-IDIOMA.
           MOVE SPACE  TO WS-008-MODIFICADO.
           MOVE "d"    TO WS-008-FONTE.
           MOVE "008" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE WS-MARC-008 TO WS-CAMPO-CONTEUDO(1:40).
           MOVE 40 TO WS-CAMPO-TAM.
           PERFORM ADICIONAR-CAMPO-MARC.

           IF LIVRO-ISBN NOT = SPACES
               MOVE "020" TO WS-CAMPO-TAG
               MOVE SPACES TO WS-CAMPO-CONTEUDO
               MOVE 1 TO WS-PTR
               STRING "  " WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-ISBN) DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
               COMPUTE WS-CAMPO-TAM = WS-PTR - 1
               PERFORM ADICIONAR-CAMPO-MARC
           END-IF.

           IF LIVRO-CHAMADA NOT = SPACES
               MOVE "090" TO WS-CAMPO-TAG
               MOVE SPACES TO WS-CAMPO-CONTEUDO
               MOVE 1 TO WS-PTR
               STRING "  " WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-CHAMADA) DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
               COMPUTE WS-CAMPO-TAM = WS-PTR - 1
               PERFORM ADICIONAR-CAMPO-MARC
           END-IF.

           MOVE "0" TO WS-IND-245.
           IF LIVRO-AUTOR NOT = SPACES
               PERFORM CAMPO-AUTOR-MARC
           END-IF.

           MOVE "245" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 1 TO WS-PTR.
           STRING WS-IND-245 "0" WS-DELIM-SUB "a" DELIMITED BY SIZE
                  FUNCTION TRIM(LIVRO-TITULO) DELIMITED BY SIZE
                  INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR.
           COMPUTE WS-CAMPO-TAM = WS-PTR - 1.
           PERFORM ADICIONAR-CAMPO-MARC.

           IF LIVRO-ANO NOT = 0
               MOVE "264" TO WS-CAMPO-TAG
               MOVE SPACES TO WS-CAMPO-CONTEUDO
               STRING " 1" WS-DELIM-SUB "c" LIVRO-ANO
                      DELIMITED BY SIZE INTO WS-CAMPO-CONTEUDO
               MOVE 8 TO WS-CAMPO-TAM
               PERFORM ADICIONAR-CAMPO-MARC
           END-IF.

           IF LIVRO-CATEGORIA NOT = SPACES
               PERFORM CAMPO-CATEGORIA-MARC
           END-IF.

           PERFORM CAMPOS-EXEMPLARES-MARC.

           IF WS-MARC-TRUNCADO = "S"
               ADD 1 TO WS-QTDE-TRUNCADOS
               DISPLAY "LIVRO " LIVRO-COD ": EXEMPLARES ALÉM DO "
                       "LIMITE DO REGISTRO FORAM OMITIDOS."
           END-IF.

      *    100 quando a grafia do autor está aprovada em
      *    AUTORES.DAT; pendente ou ausente sai como nome não
      *    controlado (720), para não mandar à rede um cabeçalho
      *    que o supervisor ainda não conferiu.
       CAMPO-AUTOR-MARC.
           MOVE "720" TO WS-CAMPO-TAG.
           IF WS-AUT-OK = "S"
               MOVE LIVRO-AUTOR TO AUTOR-NOME
               READ AUTORES KEY IS AUTOR-NOME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AUTOR-STATUS = "A"
                           MOVE "100" TO WS-CAMPO-TAG
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 1 TO WS-PTR.
           IF WS-CAMPO-TAG = "100"
               MOVE "1" TO WS-IND-245
               STRING "1 " WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-AUTOR) DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           ELSE
               ADD 1 TO WS-QTDE-SEM-AUTORIDADE
               STRING "1 " WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-AUTOR) DELIMITED BY SIZE
                      WS-DELIM-SUB "eautor" DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           END-IF.
           COMPUTE WS-CAMPO-TAM = WS-PTR - 1.
           PERFORM ADICIONAR-CAMPO-MARC.

       CAMPO-CATEGORIA-MARC.
           MOVE "653" TO WS-CAMPO-TAG.
           IF WS-CTG-OK = "S"
               MOVE LIVRO-CATEGORIA TO CATEG-NOME
               READ CATEGORIAS KEY IS CATEG-NOME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CATEG-STATUS = "A"
                           MOVE "650" TO WS-CAMPO-TAG
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 1 TO WS-PTR.
           IF WS-CAMPO-TAG = "650"
               STRING " 4" WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-CATEGORIA)
                          DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           ELSE
               ADD 1 TO WS-QTDE-SEM-AUTORIDADE
               STRING "  " WS-DELIM-SUB "a" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-CATEGORIA)
                          DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           END-IF.
           COMPUTE WS-CAMPO-TAM = WS-PTR - 1.
           PERFORM ADICIONAR-CAMPO-MARC.

      *    852: $a órgão, $b filial, $c localização na estante,
      *    $h número de chamada, $p código de barras, $t número
      *    do exemplar.
       CAMPOS-EXEMPLARES-MARC.
           MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD.
           MOVE 0         TO EXEMPLAR-NUM.
           MOVE "N"       TO WS-FIM-EXEMPLARES.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-EXEMPLARES
           END-START.

           PERFORM UNTIL WS-FIM-EXEMPLARES = "S"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-EXEMPLARES
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD NOT = LIVRO-COD
                       MOVE "S" TO WS-FIM-EXEMPLARES
                   ELSE IF EXEMPLAR-STATUS NOT = "X"
                           AND EXEMPLAR-STATUS NOT = "B"
                           AND EXEMPLAR-STATUS NOT = "P"
                           AND EXEMPLAR-STATUS NOT = "F"
                       PERFORM CAMPO-EXEMPLAR-MARC
                       END-IF
                   END-IF
           END-PERFORM.

       CAMPO-EXEMPLAR-MARC.
           MOVE SPACES TO WS-FILIAL-TEXTO.
           MOVE EXEMPLAR-FILIAL TO WS-FILIAL-TEXTO(1:3).
           IF WS-FIL-OK = "S"
               MOVE EXEMPLAR-FILIAL TO FILIAL-COD
               READ FILIAIS KEY IS FILIAL-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FILIAL-NOME TO WS-FILIAL-TEXTO
               END-READ
           END-IF.

           MOVE "852" TO WS-CAMPO-TAG.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 1 TO WS-PTR.
           STRING "  " WS-DELIM-SUB "a" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MARC-ORGAO) DELIMITED BY SIZE
                  WS-DELIM-SUB "b" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILIAL-TEXTO) DELIMITED BY SIZE
                  INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR.
           IF EXEMPLAR-LOCALIZACAO NOT = SPACES
               STRING WS-DELIM-SUB "c" DELIMITED BY SIZE
                      FUNCTION TRIM(EXEMPLAR-LOCALIZACAO)
                          DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           END-IF.
           IF LIVRO-CHAMADA NOT = SPACES
               STRING WS-DELIM-SUB "h" DELIMITED BY SIZE
                      FUNCTION TRIM(LIVRO-CHAMADA) DELIMITED BY SIZE
                      INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR
           END-IF.
           STRING WS-DELIM-SUB "p" DELIMITED BY SIZE
                  FUNCTION TRIM(EXEMPLAR-CODBARRAS) DELIMITED BY SIZE
                  WS-DELIM-SUB "t" EXEMPLAR-NUM DELIMITED BY SIZE
                  INTO WS-CAMPO-CONTEUDO WITH POINTER WS-PTR.
           COMPUTE WS-CAMPO-TAM = WS-PTR - 1.
           PERFORM ADICIONAR-CAMPO-MARC.
           IF WS-MARC-TRUNCADO NOT = "S"
               ADD 1 TO WS-QTDE-EXEMPLARES
           END-IF.

      *    Acrescenta o campo montado em WS-CAMPO-CONTEUDO (sem o
      *    terminador) à área de dados e a entrada correspondente
      *    ao diretório: etiqueta, tamanho (4) e posição (5).
       ADICIONAR-CAMPO-MARC.
           IF WS-TAM-DIR + 12 > 1200
                   OR WS-TAM-CAMPOS + WS-CAMPO-TAM + 1 > 8000
               MOVE "S" TO WS-MARC-TRUNCADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAMPO-TAG TO WS-MARC-DIR(WS-TAM-DIR + 1:3).
           MOVE WS-CAMPO-TAM TO WS-IDX-FIM.
           ADD 1 TO WS-IDX-FIM.
           MOVE WS-IDX-FIM(2:4) TO WS-MARC-DIR(WS-TAM-DIR + 4:4).
           MOVE WS-TAM-CAMPOS TO WS-MARC-DIR(WS-TAM-DIR + 8:5).
           ADD 12 TO WS-TAM-DIR.

           MOVE WS-CAMPO-CONTEUDO(1:WS-CAMPO-TAM)
               TO WS-MARC-CAMPOS(WS-TAM-CAMPOS + 1:WS-CAMPO-TAM).
           ADD WS-CAMPO-TAM TO WS-TAM-CAMPOS.
           MOVE WS-FIM-CAMPO TO WS-MARC-CAMPOS(WS-TAM-CAMPOS + 1:1).
           ADD 1 TO WS-TAM-CAMPOS.

      *    Líder de 24 posições: tamanho do registro, status "n",
      *    tipo pelo material (a=livro, g=DVD, r=jogo, m=tablet),
      *    monográfico, UTF-8, base dos dados e "4500".
       GRAVAR-REGISTRO-MARC.
           EVALUATE LIVRO-TIPO-MATERIAL
               WHEN "D"   MOVE "g" TO WS-TIPO-LIDER
               WHEN "J"   MOVE "r" TO WS-TIPO-LIDER
               WHEN "T"   MOVE "m" TO WS-TIPO-LIDER
               WHEN OTHER MOVE "a" TO WS-TIPO-LIDER
           END-EVALUATE.

           COMPUTE WS-BASE-DADOS = 24 + WS-TAM-DIR + 1.
           COMPUTE WS-TAM-REG = WS-BASE-DADOS + WS-TAM-CAMPOS + 1.

           MOVE WS-TAM-REG     TO WS-LIDER-TAM.
           MOVE "n"            TO WS-LIDER-STATUS.
           MOVE WS-TIPO-LIDER  TO WS-LIDER-TIPO.
           MOVE "m"            TO WS-LIDER-NIVEL.
           MOVE SPACE          TO WS-LIDER-CONTROLE.
           MOVE "a"            TO WS-LIDER-CODIFICACAO.
           MOVE "22"           TO WS-LIDER-INDICADORES.
           MOVE WS-BASE-DADOS  TO WS-LIDER-BASE.
           MOVE " i 4500"      TO WS-LIDER-RESTO.

           MOVE SPACES TO WS-MARC-REG.
           MOVE WS-MARC-LIDER TO WS-MARC-REG(1:24).
           MOVE WS-MARC-DIR(1:WS-TAM-DIR)
               TO WS-MARC-REG(25:WS-TAM-DIR).
           MOVE WS-FIM-CAMPO TO WS-MARC-REG(WS-BASE-DADOS:1).
           MOVE WS-MARC-CAMPOS(1:WS-TAM-CAMPOS)
               TO WS-MARC-REG(WS-BASE-DADOS + 1:WS-TAM-CAMPOS).
           MOVE WS-FIM-REGISTRO TO WS-MARC-REG(WS-TAM-REG:1).

      *    O ISO 2709 é um fluxo contínuo de bytes, sem separador
      *    de linha: o arquivo é gravado e lido byte a byte.
           PERFORM VARYING WS-IDX-BYTE FROM 1 BY 1
                   UNTIL WS-IDX-BYTE > WS-TAM-REG
               MOVE WS-MARC-REG(WS-IDX-BYTE:1) TO REG-MARC-SAIDA
               WRITE REG-MARC-SAIDA
           END-PERFORM.
           ADD 1 TO WS-QTDE-TITULOS.

      *    Cópia de catalogação: o registro do catálogo coletivo
      *    com o ISBN pedido vai para a fila de revisão; o livro
      *    só é criado depois da revisão do catalogador em
      *    SIS-LIVROS, com o controle de autoridade de sempre.
       IMPORTAR-POR-ISBN.
           DISPLAY "ISBN A IMPORTAR DO CATÁLOGO ESTADUAL: "
           ACCEPT WS-ISBN-DIGITADO.
           MOVE WS-ISBN-DIGITADO TO WS-ISBN-ORIGEM.
           PERFORM NORMALIZAR-ISBN.
           MOVE WS-ISBN-NORMAL TO WS-ISBN-BUSCA.
           IF WS-ISBN-BUSCA = SPACES
               DISPLAY "ISBN INVÁLIDO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-ISBN-ACERVO.
           IF WS-DUPLICADO = "S"
               DISPLAY "ISBN JÁ CATALOGADO NO ACERVO (LIVRO "
                       WS-DUP-COD "). USE 'ADICIONAR EXEMPLAR' "
                       "EM SIS-LIVROS."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-CATALOGACAO.
           PERFORM VERIFICAR-ISBN-PENDENTE.
           IF WS-DUPLICADO = "S"
               DISPLAY "ISBN JÁ ESTÁ NA FILA DE REVISÃO (ITEM "
                       WS-DUP-COD ")."
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-ST-MRE.
           OPEN INPUT MARC-ENTRADA.
           IF WS-ST-MRE NOT = "00"
               DISPLAY "MARC-ESTADUAL.MRC NÃO ENCONTRADO. BAIXE O "
                       "ARQUIVO DO CATÁLOGO COLETIVO. STATUS: "
                       WS-ST-MRE
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           MOVE 0   TO WS-QTDE-LIDOS.
           MOVE "N" TO WS-FIM-ENTRADA.
           MOVE "N" TO WS-REGISTRO-ACHADO.
           PERFORM UNTIL WS-FIM-ENTRADA = "S"
                   OR WS-REGISTRO-ACHADO = "S"
               PERFORM LER-REGISTRO-MARC
               IF WS-TAM-REG > 24
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM CONFERIR-REGISTRO-MARC
               END-IF
           END-PERFORM.
           CLOSE MARC-ENTRADA.

           IF WS-REGISTRO-ACHADO NOT = "S"
               DISPLAY "ISBN NÃO ENCONTRADO NO ARQUIVO DO CATÁLOGO "
                       "ESTADUAL (" WS-QTDE-LIDOS " REGISTROS LIDOS)."
               CLOSE CATALOGACAO-PEND
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXTRAIR-DADOS-MARC.
           PERFORM GRAVAR-CATALOGACAO.
           CLOSE CATALOGACAO-PEND.

      *    Só dígitos e o "X" final do ISBN-10; hífens, espaços e
      *    qualificadores como "(broch.)" são descartados.
       NORMALIZAR-ISBN.
           MOVE SPACES TO WS-ISBN-NORMAL.
           MOVE 0      TO WS-IDX-ISBN.
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > 300 OR WS-IDX-ISBN >= 13
                   OR (WS-IDX-ISBN > 0
                       AND WS-ISBN-ORIGEM(WS-IDX-SUB:1) = SPACE)
               IF WS-ISBN-ORIGEM(WS-IDX-SUB:1) IS NUMERIC
                       OR WS-ISBN-ORIGEM(WS-IDX-SUB:1) = "X"
                       OR WS-ISBN-ORIGEM(WS-IDX-SUB:1) = "x"
                   ADD 1 TO WS-IDX-ISBN
                   MOVE WS-ISBN-ORIGEM(WS-IDX-SUB:1)
                       TO WS-ISBN-NORMAL(WS-IDX-ISBN:1)
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-ISBN-NORMAL) TO WS-ISBN-NORMAL.

       VERIFICAR-ISBN-ACERVO.
           MOVE "N" TO WS-DUPLICADO.
           MOVE 0   TO WS-DUP-COD.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-LIV = "10" OR WS-DUPLICADO = "S"
               READ LIVROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIV
               NOT AT END
                   IF LIVRO-COD NOT = 0
                           AND LIVRO-STATUS NOT = "X"
                           AND LIVRO-STATUS NOT = "C"
                       MOVE LIVRO-ISBN TO WS-ISBN-ORIGEM
                       PERFORM NORMALIZAR-ISBN
                       IF WS-ISBN-NORMAL = WS-ISBN-BUSCA
                           MOVE "S"       TO WS-DUPLICADO
                           MOVE LIVRO-COD TO WS-DUP-COD
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE LIVROS.

       ABRIR-CATALOGACAO.
           OPEN I-O CATALOGACAO-PEND.
           EVALUATE WS-ST-CAT
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT CATALOGACAO-PEND
                   CLOSE CATALOGACAO-PEND
                   OPEN I-O CATALOGACAO-PEND
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CATALOGACAO-PEND.DAT! "
                           "STATUS: " WS-ST-CAT
                   STOP RUN
           END-EVALUATE.

      *    Também acha o último código da fila.
       VERIFICAR-ISBN-PENDENTE.
           MOVE "N" TO WS-DUPLICADO.
           MOVE 0   TO WS-DUP-COD.
           MOVE 0   TO WS-ULTIMO-CAT-COD.
           MOVE 0   TO CAT-COD.
           MOVE "00" TO WS-ST-CAT.
           START CATALOGACAO-PEND KEY IS NOT LESS THAN CAT-COD
               INVALID KEY MOVE "10" TO WS-ST-CAT
           END-START.
           PERFORM UNTIL WS-ST-CAT = "10"
               READ CATALOGACAO-PEND NEXT RECORD
                   AT END MOVE "10" TO WS-ST-CAT
               NOT AT END
                   IF CAT-COD > WS-ULTIMO-CAT-COD
                       MOVE CAT-COD TO WS-ULTIMO-CAT-COD
                   END-IF
                   IF CAT-STATUS = "P"
                           AND CAT-ISBN = WS-ISBN-BUSCA
                       MOVE "S"     TO WS-DUPLICADO
                       MOVE CAT-COD TO WS-DUP-COD
                   END-IF
           END-PERFORM.

      *    Lê um registro (até o terminador 1D); quebras de linha
      *    entre registros, que alguns catálogos acrescentam, são
      *    ignoradas.
       LER-REGISTRO-MARC.
           MOVE SPACES TO WS-MARC-REG.
           MOVE 0      TO WS-TAM-REG.
           MOVE "N"    TO WS-CAMPO-ACHADO.
           PERFORM UNTIL WS-CAMPO-ACHADO = "S"
                   OR WS-FIM-ENTRADA = "S"
               READ MARC-ENTRADA
                   AT END MOVE "S" TO WS-FIM-ENTRADA
               NOT AT END
                   IF WS-TAM-REG = 0
                           AND (REG-MARC-ENTRADA = X"0A"
                            OR REG-MARC-ENTRADA = X"0D")
                       CONTINUE
                   ELSE IF REG-MARC-ENTRADA = WS-FIM-REGISTRO
                       MOVE "S" TO WS-CAMPO-ACHADO
                   ELSE IF WS-TAM-REG < 9999
                       ADD 1 TO WS-TAM-REG
                       MOVE REG-MARC-ENTRADA
                           TO WS-MARC-REG(WS-TAM-REG:1)
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.

      *    Procura o 020 do registro e compara o ISBN.
       CONFERIR-REGISTRO-MARC.
           IF WS-MARC-REG(13:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MARC-REG(1:24) TO WS-MARC-LIDER.
           IF WS-LIDER-BASE < 25 OR WS-LIDER-BASE > WS-TAM-REG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-QTDE-ENTRADAS = (WS-LIDER-BASE - 25) / 12.

           PERFORM VARYING WS-IDX-DIR FROM 1 BY 1
                   UNTIL WS-IDX-DIR > WS-QTDE-ENTRADAS
                   OR WS-REGISTRO-ACHADO = "S"
               COMPUTE WS-POS-DIR = 25 + (WS-IDX-DIR - 1) * 12
               IF WS-MARC-REG(WS-POS-DIR:3) = "020"
                   PERFORM OBTER-CAMPO-DIRETORIO
                   MOVE "a" TO WS-SUBCAMPO-COD
                   PERFORM EXTRAIR-SUBCAMPO
                   IF WS-SUBCAMPO-ACHADO = "S"
                       MOVE WS-SUBCAMPO TO WS-ISBN-ORIGEM
                       PERFORM NORMALIZAR-ISBN
                       IF WS-ISBN-NORMAL = WS-ISBN-BUSCA
                           MOVE "S" TO WS-REGISTRO-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Copia para WS-CAMPO-CONTEUDO o campo da entrada de
      *    diretório em WS-POS-DIR, sem o terminador.
       OBTER-CAMPO-DIRETORIO.
           MOVE SPACES TO WS-CAMPO-CONTEUDO.
           MOVE 0      TO WS-CAMPO-TAM.
           IF WS-MARC-REG(WS-POS-DIR + 3:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MARC-REG(WS-POS-DIR + 3:4) TO WS-CAMPO-TAM.
           MOVE WS-MARC-REG(WS-POS-DIR + 7:5) TO WS-CAMPO-INICIO.
           COMPUTE WS-CAMPO-INICIO = WS-LIDER-BASE
                                   + WS-CAMPO-INICIO + 1.
           IF WS-CAMPO-TAM < 2
                   OR WS-CAMPO-TAM > 2001
                   OR WS-CAMPO-INICIO + WS-CAMPO-TAM - 1 > WS-TAM-REG
               MOVE 0 TO WS-CAMPO-TAM
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-CAMPO-TAM.
           MOVE WS-MARC-REG(WS-CAMPO-INICIO:WS-CAMPO-TAM)
               TO WS-CAMPO-CONTEUDO(1:WS-CAMPO-TAM).

      *    Subcampo WS-SUBCAMPO-COD do campo em WS-CAMPO-CONTEUDO
      *    (a primeira ocorrência).
       EXTRAIR-SUBCAMPO.
           MOVE SPACES TO WS-SUBCAMPO.
           MOVE "N"    TO WS-SUBCAMPO-ACHADO.
           MOVE 0      TO WS-IDX-FIM.
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB >= WS-CAMPO-TAM
                   OR WS-SUBCAMPO-ACHADO = "S"
               IF WS-CAMPO-CONTEUDO(WS-IDX-SUB:1) = WS-DELIM-SUB
                       AND WS-CAMPO-CONTEUDO(WS-IDX-SUB + 1:1)
                           = WS-SUBCAMPO-COD
                   MOVE "S" TO WS-SUBCAMPO-ACHADO
                   COMPUTE WS-IDX-FIM = WS-IDX-SUB + 2
               END-IF
           END-PERFORM.
           IF WS-SUBCAMPO-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDX-FIM TO WS-IDX-SUB.
           PERFORM UNTIL WS-IDX-FIM > WS-CAMPO-TAM
                   OR WS-CAMPO-CONTEUDO(WS-IDX-FIM:1) = WS-DELIM-SUB
               ADD 1 TO WS-IDX-FIM
           END-PERFORM.
           IF WS-IDX-FIM > WS-IDX-SUB
               IF WS-IDX-FIM - WS-IDX-SUB > 300
                   MOVE WS-CAMPO-CONTEUDO(WS-IDX-SUB:300)
                       TO WS-SUBCAMPO
               ELSE
                   MOVE WS-CAMPO-CONTEUDO(WS-IDX-SUB:
                        WS-IDX-FIM - WS-IDX-SUB) TO WS-SUBCAMPO
               END-IF
           END-IF.

      *    Título 245 $a; autor 100, 110 ou 700 $a; ano 264 ou
      *    260 $c (senão o 008); categoria 650 ou 653 $a; chamada
      *    090, 082 ou 050 $a; tipo de material pelo líder. A
      *    pontuação ISBD do fim do subcampo é retirada.
       EXTRAIR-DADOS-MARC.
           INITIALIZE WS-MARC-IMPORTADO.
           MOVE WS-ISBN-BUSCA TO WS-IMP-ISBN.
           EVALUATE WS-LIDER-TIPO
               WHEN "g"   MOVE "D" TO WS-IMP-TIPO
               WHEN "r"   MOVE "J" TO WS-IMP-TIPO
               WHEN "m"   MOVE "T" TO WS-IMP-TIPO
               WHEN OTHER MOVE "L" TO WS-IMP-TIPO
           END-EVALUATE.

           PERFORM VARYING WS-IDX-DIR FROM 1 BY 1
                   UNTIL WS-IDX-DIR > WS-QTDE-ENTRADAS
               COMPUTE WS-POS-DIR = 25 + (WS-IDX-DIR - 1) * 12
               MOVE WS-MARC-REG(WS-POS-DIR:3) TO WS-CAMPO-TAG
               PERFORM OBTER-CAMPO-DIRETORIO
               IF WS-CAMPO-TAM > 0
                   PERFORM APROVEITAR-CAMPO-MARC
               END-IF
           END-PERFORM.

           IF WS-IMP-ANO = 0
                   AND WS-ANO-TEXTO IS NUMERIC
               MOVE WS-ANO-TEXTO TO WS-IMP-ANO
           END-IF.

       APROVEITAR-CAMPO-MARC.
           EVALUATE WS-CAMPO-TAG
               WHEN "001"
                   MOVE WS-CAMPO-CONTEUDO(1:20) TO WS-IMP-ORIGEM
               WHEN "008"
                   MOVE WS-CAMPO-CONTEUDO(8:4) TO WS-ANO-TEXTO
               WHEN "245"
                   IF WS-IMP-TITULO = SPACES
                       MOVE "a" TO WS-SUBCAMPO-COD
                       PERFORM EXTRAIR-SUBCAMPO
                       PERFORM LIMPAR-PONTUACAO
                       MOVE WS-SUBCAMPO TO WS-IMP-TITULO
                   END-IF
               WHEN "100"
               WHEN "110"
               WHEN "700"
                   IF WS-IMP-AUTOR = SPACES
                       MOVE "a" TO WS-SUBCAMPO-COD
                       PERFORM EXTRAIR-SUBCAMPO
                       PERFORM LIMPAR-PONTUACAO
                       MOVE WS-SUBCAMPO TO WS-IMP-AUTOR
                   END-IF
               WHEN "260"
               WHEN "264"
                   IF WS-IMP-ANO = 0
                       MOVE "c" TO WS-SUBCAMPO-COD
                       PERFORM EXTRAIR-SUBCAMPO
                       PERFORM EXTRAIR-ANO-SUBCAMPO
                   END-IF
               WHEN "650"
               WHEN "653"
                   IF WS-IMP-CATEGORIA = SPACES
                       MOVE "a" TO WS-SUBCAMPO-COD
                       PERFORM EXTRAIR-SUBCAMPO
                       PERFORM LIMPAR-PONTUACAO
                       MOVE WS-SUBCAMPO TO WS-IMP-CATEGORIA
                   END-IF
               WHEN "090"
               WHEN "082"
               WHEN "050"
                   IF WS-IMP-CHAMADA = SPACES
                       MOVE "a" TO WS-SUBCAMPO-COD
                       PERFORM EXTRAIR-SUBCAMPO
                       MOVE WS-SUBCAMPO TO WS-IMP-CHAMADA
                   END-IF
           END-EVALUATE.

      *    Retira " /", " :", " ;", " =", "," e "." do fim.
       LIMPAR-PONTUACAO.
           MOVE 300 TO WS-IDX-FIM.
           PERFORM UNTIL WS-IDX-FIM = 0
                   OR (WS-SUBCAMPO(WS-IDX-FIM:1) NOT = SPACE
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = "/"
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = ":"
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = ";"
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = "="
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = ","
                   AND WS-SUBCAMPO(WS-IDX-FIM:1) NOT = ".")
               MOVE SPACE TO WS-SUBCAMPO(WS-IDX-FIM:1)
               SUBTRACT 1 FROM WS-IDX-FIM
           END-PERFORM.

      *    Primeiros quatro dígitos seguidos ("c2019", "[2019]").
       EXTRAIR-ANO-SUBCAMPO.
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > 297 OR WS-IMP-ANO NOT = 0
               IF WS-SUBCAMPO(WS-IDX-SUB:4) IS NUMERIC
                   MOVE WS-SUBCAMPO(WS-IDX-SUB:4) TO WS-IMP-ANO
               END-IF
           END-PERFORM.

       GRAVAR-CATALOGACAO.
           ADD 1 TO WS-ULTIMO-CAT-COD.
           MOVE WS-ULTIMO-CAT-COD  TO CAT-COD.
           MOVE WS-IMP-ISBN        TO CAT-ISBN.
           MOVE WS-IMP-TITULO      TO CAT-TITULO.
           MOVE WS-IMP-AUTOR       TO CAT-AUTOR.
           MOVE WS-IMP-ANO         TO CAT-ANO.
           MOVE WS-IMP-CATEGORIA   TO CAT-CATEGORIA.
           MOVE WS-IMP-CHAMADA     TO CAT-CHAMADA.
           MOVE WS-IMP-TIPO        TO CAT-TIPO-MATERIAL.
           MOVE WS-IMP-ORIGEM      TO CAT-ORIGEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAT-DATA-IMPORT.
           MOVE "P"                TO CAT-STATUS.
           MOVE 0                  TO CAT-LIVRO-COD.
           MOVE WS-OPERADOR-ATUAL  TO CAT-OPERADOR.

           WRITE REG-CATALOGACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NA FILA DE REVISÃO! "
                           "STATUS: " WS-ST-CAT
               NOT INVALID KEY
                   DISPLAY "REGISTRO IMPORTADO PARA REVISÃO (ITEM "
                           CAT-COD "):"
                   DISPLAY "  TÍTULO:    " CAT-TITULO
                   DISPLAY "  AUTOR:     " CAT-AUTOR
                   DISPLAY "  ANO:       " CAT-ANO
                   DISPLAY "  CATEGORIA: " CAT-CATEGORIA
                   DISPLAY "  CHAMADA:   " CAT-CHAMADA
                   DISPLAY "REVISE E CADASTRE EM SIS-LIVROS, OPÇÃO "
                           "'REVISAR CATALOGAÇÃO IMPORTADA'."
           END-WRITE.
