       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-SIMULA.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Simulador de política de circulação ("e se"):
      *               lê um cenário com valores propostos, nas mesmas
      *               chaves de PARAMETROS.DAT (prazos por categoria
      *               e por tipo de material, limites, renovações,
      *               multa diária), e reproduz os empréstimos de um
      *               período de EMPRESTIMOS-HIST.DAT e
      *               EMPRESTIMOS.DAT contra CALENDARIO.DAT. O
      *               relatório SIMULACAO-<data>.TXT põe lado a
      *               lado os números reais (política atual sobre as
      *               datas registradas) e os projetados: empréstimos
      *               em atraso, receita de multas, dias de
      *               suspensão e leitores barrados no limite.
      *               Todos os arquivos são abertos só para leitura;
      *               nada do movimento é alterado.
      *               O cenário (SIMULACAO-CENARIO.CSV, ou o nome
      *               passado na linha de comando) tem uma linha
      *               CHAVE;VALOR por parâmetro alterado, além de
      *               PERIODO-INICIO e PERIODO-FIM (AAAAMMDD); sem
      *               período vale o ano anterior inteiro. Linhas
      *               iniciadas por "*" são comentário.
      *               Premissas: o leitor devolve na mesma data em
      *               que devolveu de fato; a categoria é a atual do
      *               cadastro; renovações além do novo teto deixam
      *               de existir; empréstimos de consulta local, de
      *               reserva didática e recolhidos mantêm o prazo
      *               registrado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
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

           SELECT EMPRESTIMOS-HIST ASSIGN TO 'EMPRESTIMOS-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-HIST-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-HST.

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

           SELECT CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CAL.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT CENARIO ASSIGN TO WS-CENARIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-CEN.

           SELECT RELATORIO ASSIGN TO WS-RELATORIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-REL.

           SELECT WRK-SORT ASSIGN TO 'SIMULA-SORT.TMP'.

       DATA DIVISION.
       FILE SECTION.

       FD EMPRESTIMOS.
       01 REG-EMPRESTIMO.
           02 EMPRESTIMO-COD           PIC 9(7).
           02 EMPRESTIMO-USUARIO       PIC 9(7).
           02 EMPRESTIMO-ITEM.
               03 EMPRESTIMO-LIVRO     PIC 9(7).
               03 EMPRESTIMO-EXEMPLAR  PIC 9(3).
           02 EMPRESTIMO-DATA-EMP      PIC 9(8).
           02 EMPRESTIMO-DATA-DEV      PIC 9(8).
           02 EMPRESTIMO-DATA-ENTREGA  PIC 9(8).
           02 EMPRESTIMO-STATUS        PIC X(1).
           02 EMPRESTIMO-RENOVACOES    PIC 9(2).
           02 EMPRESTIMO-LOTE          PIC 9(7).
           02 EMPRESTIMO-TIPO          PIC X(1).

       FD EMPRESTIMOS-HIST.
       01 REG-EMPRESTIMO-HIST.
           02 EMP-HIST-COD             PIC 9(7).
           02 EMP-HIST-USUARIO         PIC 9(7).
           02 EMP-HIST-LIVRO           PIC 9(7).
           02 EMP-HIST-EXEMPLAR        PIC 9(3).
           02 EMP-HIST-DATA-EMP        PIC 9(8).
           02 EMP-HIST-DATA-DEV        PIC 9(8).
           02 EMP-HIST-DATA-ENTREGA    PIC 9(8).
           02 EMP-HIST-STATUS          PIC X(1).
           02 EMP-HIST-RENOVACOES      PIC 9(2).
           02 EMP-HIST-LOTE            PIC 9(7).
           02 EMP-HIST-TIPO            PIC X(1).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-COD              PIC 9(7).
           02 USUARIO-NOME             PIC X(40).
           02 USUARIO-TELEFONE         PIC X(11).
           02 USUARIO-EMAIL            PIC X(20).
           02 USUARIO-STATUS           PIC X(1).
           02 USUARIO-CATEGORIA     PIC X(1).
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
           02 LIVRO-VALOR-REPOSICAO PIC 9(7)V99.
           02 LIVRO-TIPO-MATERIAL      PIC X(1).
           02 LIVRO-CHAMADA            PIC X(15).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           02 CAL-DATA                 PIC 9(8).
           02 CAL-DESCRICAO            PIC X(30).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD CENARIO.
       01 REG-CENARIO                  PIC X(80).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(100).

       SD WRK-SORT.
       01 WRK-REG.
           02 WRK-USUARIO              PIC 9(7).
           02 WRK-DATA-EMP             PIC 9(8).
           02 WRK-COD                  PIC 9(7).
           02 WRK-LIVRO                PIC 9(7).
           02 WRK-DATA-DEV             PIC 9(8).
           02 WRK-DATA-ENTREGA         PIC 9(8).
           02 WRK-STATUS               PIC X(1).
           02 WRK-RENOVACOES           PIC 9(2).
           02 WRK-TIPO                 PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-HST                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CEN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-REL                    PIC X(2)      VALUE SPACES.
       77 WS-CENARIO-NOME              PIC X(40)     VALUE SPACES.
       77 WS-RELATORIO-NOME            PIC X(30)     VALUE SPACES.
       77 WS-LINHA-REL                 PIC X(100)    VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-PERIODO-INICIO            PIC 9(8)      VALUE 0.
       77 WS-PERIODO-FIM               PIC 9(8)      VALUE 0.
       77 WS-ANO-ANTERIOR              PIC 9(4)      VALUE 0.
       77 WS-CAL-OK                    PIC X(1)      VALUE "N".
       77 WS-USU-OK                    PIC X(1)      VALUE "N".
       77 WS-LIV-OK                    PIC X(1)      VALUE "N".
       77 WS-FIM-SORT                  PIC X(1)      VALUE "N".
       77 WS-CEN-CHAVE                 PIC X(20)     VALUE SPACES.
       77 WS-CEN-VALOR-TXT             PIC X(20)     VALUE SPACES.
       77 WS-CEN-VALOR                 PIC 9(7)V99   VALUE 0.
       77 WS-CEN-ACHADA                PIC X(1)      VALUE "N".
       77 WS-QTDE-CEN-LIDAS            PIC 9(3)      VALUE 0.
       77 WS-QTDE-CEN-IGNORADAS        PIC 9(3)      VALUE 0.
       77 WS-QTDE-LIDOS                PIC 9(9)      VALUE 0.
       77 WS-QTDE-NO-PERIODO           PIC 9(9)      VALUE 0.
       77 WS-USUARIO-ATUAL             PIC 9(7)      VALUE 0.
       77 WS-IDX-CAT                   PIC 9(1)      VALUE 1.
       77 WS-IDX-TIPO                  PIC 9(1)      VALUE 0.
       77 WS-COL                       PIC 9(1)      VALUE 0.
       77 WS-IDX                       PIC 9(3)      VALUE 0.
       77 WS-IDX2                      PIC 9(3)      VALUE 0.
       77 WS-QTDE-ATIVOS               PIC 9(3)      VALUE 0.
       77 WS-QTDE-ATIVOS-TIPO          PIC 9(3)      VALUE 0.
       77 WS-MAX-ATIVOS                PIC 9(3)      VALUE 100.
       77 WS-BARRADO                   PIC X(1)      VALUE "N".
       77 WS-DIAS-PRAZO                PIC 9(3)      VALUE 0.
       77 WS-DIAS-PRAZO-REAL           PIC 9(3)      VALUE 0.
       77 WS-TETO-RENOV                PIC 9(2)      VALUE 0.
       77 WS-RENOV-MANTIDAS            PIC 9(2)      VALUE 0.
       77 WS-RENOV-CORTADAS            PIC 9(2)      VALUE 0.
       77 WS-DESLOCAMENTO              PIC S9(5)     VALUE 0.
       77 WS-VENC-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-AVAL-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DIAS-CORRIDOS             PIC S9(7)     VALUE 0.
       77 WS-DIAS-ATRASO               PIC 9(7)      VALUE 0.
       77 WS-DIA-CORRENTE-INT          PIC 9(7)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-MULTA-DIA-EFETIVA         PIC 9(3)V99   VALUE 0.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-ED-PARAM-REAL             PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-PARAM-CEN              PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-REAL                   PIC ZZZ.ZZZ.ZZ9.
       77 WS-ED-CEN                    PIC ZZZ.ZZZ.ZZ9.
       77 WS-ED-DIF                    PIC ----.---.--9.
       77 WS-ED-VALOR-REAL             PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-CEN              PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-DIF              PIC ---.---.--9,99.
       77 WS-DIF-NUM                   PIC S9(9)     VALUE 0.
       77 WS-DIF-VALOR                 PIC S9(9)V99  VALUE 0.
       77 WS-MARCA                     PIC X(1)      VALUE SPACE.

      *    Chaves do cenário, com o padrão de cada programa que as
      *    usa (SIS-EMPRESTIMOS, SIS-BATCH-MULTAS) para quando
      *    PARAMETROS.DAT não tem a chave. DIAS-SUSP-POR-ATRASO
      *    (dias de suspensão por dia útil de atraso do estudante)
      *    não é parâmetro: a devolução aplica sempre 1.
       01 WS-CHAVES-PADRAO.
           02 FILLER PIC X(29) VALUE "DIAS-EMP-ESTUDANTE  000000700".
           02 FILLER PIC X(29) VALUE "DIAS-EMP-FUNCIONARIO000001400".
           02 FILLER PIC X(29) VALUE "DIAS-EMP-COMUNIDADE 000000500".
           02 FILLER PIC X(29) VALUE "DIAS-EMP-TIPO-D     000000300".
           02 FILLER PIC X(29) VALUE "DIAS-EMP-TIPO-J     000000700".
           02 FILLER PIC X(29) VALUE "DIAS-EMP-TIPO-T     000000300".
           02 FILLER PIC X(29) VALUE "LIM-EMP-ESTUDANTE   000000300".
           02 FILLER PIC X(29) VALUE "LIM-EMP-FUNCIONARIO 000000500".
           02 FILLER PIC X(29) VALUE "LIM-EMP-COMUNIDADE  000000200".
           02 FILLER PIC X(29) VALUE "LIM-EMP-TIPO-D      000000200".
           02 FILLER PIC X(29) VALUE "LIM-EMP-TIPO-J      000000100".
           02 FILLER PIC X(29) VALUE "LIM-EMP-TIPO-T      000000100".
           02 FILLER PIC X(29) VALUE "MAX-RENOVACOES      000000300".
           02 FILLER PIC X(29) VALUE "MAX-RENOV-TIPO-D    000000100".
           02 FILLER PIC X(29) VALUE "MAX-RENOV-TIPO-J    000000000".
           02 FILLER PIC X(29) VALUE "MAX-RENOV-TIPO-T    000000000".
           02 FILLER PIC X(29) VALUE "VALOR-MULTA-DIA     000000050".
           02 FILLER PIC X(29) VALUE "MULTA-DIA-TIPO-D    000000200".
           02 FILLER PIC X(29) VALUE "MULTA-DIA-TIPO-J    000000100".
           02 FILLER PIC X(29) VALUE "MULTA-DIA-TIPO-T    000000500".
           02 FILLER PIC X(29) VALUE "MULTA-DIA-RECOLHIDO 000000100".
           02 FILLER PIC X(29) VALUE "DIAS-SUSP-POR-ATRASO000000100".
       01 WS-CHAVES-PADRAO-R REDEFINES WS-CHAVES-PADRAO.
           02 WS-PAD-ITEM OCCURS 22 TIMES.
               03 WS-PAD-NOME          PIC X(20).
               03 WS-PAD-VALOR         PIC 9(7)V99.
       77 WS-QTDE-CHAVES               PIC 9(2)      VALUE 22.

       01 WS-CHAVES.
           02 WS-CHV-ITEM OCCURS 22 TIMES.
               03 WS-CHV-NOME          PIC X(20).
               03 WS-CHV-REAL          PIC 9(7)V99.
               03 WS-CHV-CEN           PIC 9(7)V99.

      *    Política em vigor (coluna 1) e proposta (coluna 2).
      *    Categorias: 1=E, 2=F, 3=C. Tipos: 1=D, 2=J, 3=T; livro
      *    não tem regra por tipo.
       01 WS-POLITICAS.
           02 WS-POL OCCURS 2 TIMES.
               03 WS-POL-DIAS-CAT      PIC 9(3) OCCURS 3 TIMES.
               03 WS-POL-DIAS-TIPO     PIC 9(3) OCCURS 3 TIMES.
               03 WS-POL-LIM-CAT       PIC 9(2) OCCURS 3 TIMES.
               03 WS-POL-LIM-TIPO      PIC 9(2) OCCURS 3 TIMES.
               03 WS-POL-MAX-RENOV     PIC 9(2).
               03 WS-POL-RENOV-TIPO    PIC 9(2) OCCURS 3 TIMES.
               03 WS-POL-MULTA-DIA     PIC 9(3)V99.
               03 WS-POL-MULTA-TIPO    PIC 9(3)V99 OCCURS 3 TIMES.
               03 WS-POL-MULTA-RECOLHE PIC 9(3)V99.
               03 WS-POL-SUSP-DIA      PIC 9(2).

       01 WS-RESULTADOS.
           02 WS-RES OCCURS 2 TIMES.
               03 WS-RES-ATRASOS       PIC 9(9).
               03 WS-RES-DIAS-ATRASO   PIC 9(9).
               03 WS-RES-MULTAS        PIC 9(9)V99.
               03 WS-RES-SUSPENSAO     PIC 9(9).
               03 WS-RES-BARRADOS      PIC 9(9).
               03 WS-RES-LEIT-BARRADOS PIC 9(9).
               03 WS-RES-RENOV-CORT    PIC 9(9).

      *    Empréstimos do leitor em curso ainda não devolvidos na
      *    data do empréstimo que está sendo reproduzido.
       01 WS-LEITOR.
           02 WS-LEIT-BARRADO          PIC X(1) OCCURS 2 TIMES.
           02 WS-LEIT-QTDE             PIC 9(3).
           02 WS-LEIT-ATIVO OCCURS 100 TIMES.
               03 WS-ATV-FIM           PIC 9(8).
               03 WS-ATV-TIPO          PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE WS-DATA-SISTEMA(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "SIMULAÇÃO DE POLÍTICA DE CIRCULAÇÃO INICIADA.".

           ACCEPT WS-CENARIO-NOME FROM COMMAND-LINE.
           IF WS-CENARIO-NOME = SPACES
               MOVE "SIMULACAO-CENARIO.CSV" TO WS-CENARIO-NOME
           END-IF.

      *    Período padrão: o ano anterior inteiro.
           COMPUTE WS-ANO-ANTERIOR = WS-HOJE-AAAAMMDD / 10000 - 1.
           COMPUTE WS-PERIODO-INICIO = WS-ANO-ANTERIOR * 10000 + 101.
           COMPUTE WS-PERIODO-FIM    = WS-ANO-ANTERIOR * 10000 + 1231.

           PERFORM LER-PARAMETROS.
           PERFORM LER-CENARIO.
           IF WS-PERIODO-INICIO > WS-PERIODO-FIM
               DISPLAY "PERÍODO INVÁLIDO NO CENÁRIO: "
                       WS-PERIODO-INICIO " A " WS-PERIODO-FIM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-COL.
           PERFORM DISTRIBUIR-POLITICA.
           MOVE 2 TO WS-COL.
           PERFORM DISTRIBUIR-POLITICA.

           INITIALIZE WS-RESULTADOS.
           PERFORM ABRIR-CONSULTAS.

           SORT WRK-SORT ON ASCENDING KEY WRK-USUARIO
                                          WRK-DATA-EMP
                                          WRK-COD
               INPUT PROCEDURE IS COLETAR-EMPRESTIMOS
               OUTPUT PROCEDURE IS REPRODUZIR-EMPRESTIMOS.

           PERFORM FECHAR-CONSULTAS.
           PERFORM EMITIR-RELATORIO.

           DISPLAY "EMPRÉSTIMOS LIDOS:        " WS-QTDE-LIDOS.
           DISPLAY "EMPRÉSTIMOS NO PERÍODO:   " WS-QTDE-NO-PERIODO.
           DISPLAY "RELATÓRIO GERADO: " WS-RELATORIO-NOME.
           DISPLAY "SIMULAÇÃO ENCERRADA.".
           STOP RUN.

      *    A coluna real parte do padrão de cada programa e do que
      *    está gravado em PARAMETROS.DAT; o cenário começa igual
      *    e só muda nas chaves que o arquivo de cenário traz.
       LER-PARAMETROS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CHAVES
               MOVE WS-PAD-NOME(WS-IDX)  TO WS-CHV-NOME(WS-IDX)
               MOVE WS-PAD-VALOR(WS-IDX) TO WS-CHV-REAL(WS-IDX)
           END-PERFORM.

           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR = "00"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTDE-CHAVES
                   MOVE WS-CHV-NOME(WS-IDX) TO PARAM-CHAVE
                   READ PARAMETROS KEY IS PARAM-CHAVE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PARAM-VALOR TO WS-CHV-REAL(WS-IDX)
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CHAVES
               MOVE WS-CHV-REAL(WS-IDX) TO WS-CHV-CEN(WS-IDX)
           END-PERFORM.

       LER-CENARIO.
           MOVE "00" TO WS-ST-CEN.
           OPEN INPUT CENARIO.
           IF WS-ST-CEN NOT = "00"
               DISPLAY "CENÁRIO " FUNCTION TRIM(WS-CENARIO-NOME)
                       " NÃO ENCONTRADO. STATUS: " WS-ST-CEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ST-CEN = "10"
               READ CENARIO
                   AT END MOVE "10" TO WS-ST-CEN
               NOT AT END
                   IF REG-CENARIO NOT = SPACES
                           AND REG-CENARIO(1:1) NOT = "*"
                       PERFORM APLICAR-LINHA-CENARIO
                   END-IF
           END-PERFORM.
           CLOSE CENARIO.

           DISPLAY "CENÁRIO: " FUNCTION TRIM(WS-CENARIO-NOME) " - "
                   WS-QTDE-CEN-LIDAS " CHAVE(S) APLICADA(S), "
                   WS-QTDE-CEN-IGNORADAS " IGNORADA(S).".

       APLICAR-LINHA-CENARIO.
           MOVE SPACES TO WS-CEN-CHAVE.
           MOVE SPACES TO WS-CEN-VALOR-TXT.
           UNSTRING REG-CENARIO DELIMITED BY ";"
               INTO WS-CEN-CHAVE WS-CEN-VALOR-TXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CEN-CHAVE) TO WS-CEN-CHAVE.
           MOVE FUNCTION TRIM(WS-CEN-VALOR-TXT) TO WS-CEN-VALOR-TXT.

           IF WS-CEN-VALOR-TXT(1:1) IS NOT NUMERIC
               ADD 1 TO WS-QTDE-CEN-IGNORADAS
               DISPLAY "VALOR INVÁLIDO NO CENÁRIO, IGNORADO: "
                       REG-CENARIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CEN-CHAVE = "PERIODO-INICIO"
               COMPUTE WS-PERIODO-INICIO =
                   FUNCTION NUMVAL(WS-CEN-VALOR-TXT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CEN-CHAVE = "PERIODO-FIM"
               COMPUTE WS-PERIODO-FIM =
                   FUNCTION NUMVAL(WS-CEN-VALOR-TXT)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CEN-VALOR = FUNCTION NUMVAL(WS-CEN-VALOR-TXT).

           MOVE "N" TO WS-CEN-ACHADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CHAVES
                   OR WS-CEN-ACHADA = "S"
               IF WS-CHV-NOME(WS-IDX) = WS-CEN-CHAVE
                   MOVE WS-CEN-VALOR TO WS-CHV-CEN(WS-IDX)
                   MOVE "S" TO WS-CEN-ACHADA
               END-IF
           END-PERFORM.
           IF WS-CEN-ACHADA = "S"
               ADD 1 TO WS-QTDE-CEN-LIDAS
           ELSE
               ADD 1 TO WS-QTDE-CEN-IGNORADAS
               DISPLAY "CHAVE NÃO SIMULADA, IGNORADA: " WS-CEN-CHAVE
           END-IF.

      *    Monta a política da coluna WS-COL na ordem da tabela
      *    de chaves.
       DISTRIBUIR-POLITICA.
           IF WS-COL = 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTDE-CHAVES
                   MOVE WS-CHV-REAL(WS-IDX) TO WS-CEN-VALOR
                   PERFORM GUARDAR-VALOR-POLITICA
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTDE-CHAVES
                   MOVE WS-CHV-CEN(WS-IDX) TO WS-CEN-VALOR
                   PERFORM GUARDAR-VALOR-POLITICA
               END-PERFORM
           END-IF.

       GUARDAR-VALOR-POLITICA.
           EVALUATE WS-IDX
               WHEN 1 THRU 3
                   MOVE WS-CEN-VALOR
                       TO WS-POL-DIAS-CAT(WS-COL, WS-IDX)
               WHEN 4 THRU 6
                   MOVE WS-CEN-VALOR
                       TO WS-POL-DIAS-TIPO(WS-COL, WS-IDX - 3)
               WHEN 7 THRU 9
                   MOVE WS-CEN-VALOR
                       TO WS-POL-LIM-CAT(WS-COL, WS-IDX - 6)
               WHEN 10 THRU 12
                   MOVE WS-CEN-VALOR
                       TO WS-POL-LIM-TIPO(WS-COL, WS-IDX - 9)
               WHEN 13
                   MOVE WS-CEN-VALOR TO WS-POL-MAX-RENOV(WS-COL)
               WHEN 14 THRU 16
                   MOVE WS-CEN-VALOR
                       TO WS-POL-RENOV-TIPO(WS-COL, WS-IDX - 13)
               WHEN 17
                   MOVE WS-CEN-VALOR TO WS-POL-MULTA-DIA(WS-COL)
               WHEN 18 THRU 20
                   MOVE WS-CEN-VALOR
                       TO WS-POL-MULTA-TIPO(WS-COL, WS-IDX - 17)
               WHEN 21
                   MOVE WS-CEN-VALOR TO WS-POL-MULTA-RECOLHE(WS-COL)
               WHEN 22
                   MOVE WS-CEN-VALOR TO WS-POL-SUSP-DIA(WS-COL)
           END-EVALUATE.

      *    Cadastro, acervo e calendário são só consulta: sem
      *    USUARIOS vale a regra de estudante, sem LIVROS tudo é
      *    livro e sem CALENDARIO só os domingos fecham.
       ABRIR-CONSULTAS.
           MOVE "N" TO WS-USU-OK.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU = "00"
               MOVE "S" TO WS-USU-OK
           END-IF.
           MOVE "N" TO WS-LIV-OK.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               MOVE "S" TO WS-LIV-OK
           END-IF.
           MOVE "N" TO WS-CAL-OK.
           OPEN INPUT CALENDARIO.
           IF WS-ST-CAL = "00"
               MOVE "S" TO WS-CAL-OK
           END-IF.

       FECHAR-CONSULTAS.
           IF WS-USU-OK = "S"
               CLOSE USUARIOS
           END-IF.
           IF WS-LIV-OK = "S"
               CLOSE LIVROS
           END-IF.
           IF WS-CAL-OK = "S"
               CLOSE CALENDARIO
           END-IF.

      *    Entram todos os empréstimos iniciados até o fim do
      *    período, inclusive os anteriores ao início, porque os
      *    ainda não devolvidos ocupam o limite do leitor.
       COLETAR-EMPRESTIMOS.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT EMPRESTIMOS.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF EMPRESTIMO-USUARIO NOT = 0
                               AND EMPRESTIMO-DATA-EMP NOT = 0
                               AND EMPRESTIMO-DATA-EMP
                                   NOT > WS-PERIODO-FIM
                           MOVE EMPRESTIMO-USUARIO  TO WRK-USUARIO
                           MOVE EMPRESTIMO-DATA-EMP TO WRK-DATA-EMP
                           MOVE EMPRESTIMO-COD      TO WRK-COD
                           MOVE EMPRESTIMO-LIVRO    TO WRK-LIVRO
                           MOVE EMPRESTIMO-DATA-DEV TO WRK-DATA-DEV
                           MOVE EMPRESTIMO-DATA-ENTREGA
                               TO WRK-DATA-ENTREGA
                           MOVE EMPRESTIMO-STATUS   TO WRK-STATUS
                           MOVE EMPRESTIMO-RENOVACOES
                               TO WRK-RENOVACOES
                           MOVE EMPRESTIMO-TIPO     TO WRK-TIPO
                           ADD 1 TO WS-QTDE-LIDOS
                           RELEASE WRK-REG
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS
           ELSE
               DISPLAY "EMPRESTIMOS.DAT AUSENTE; SEGUE SÓ COM O "
                       "HISTÓRICO."
           END-IF.

           MOVE "00" TO WS-ST-HST.
           OPEN INPUT EMPRESTIMOS-HIST.
           IF WS-ST-HST = "00"
               PERFORM UNTIL WS-ST-HST = "10"
                   READ EMPRESTIMOS-HIST NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HST
                   NOT AT END
                       IF EMP-HIST-USUARIO NOT = 0
                               AND EMP-HIST-DATA-EMP NOT = 0
                               AND EMP-HIST-DATA-EMP
                                   NOT > WS-PERIODO-FIM
                           MOVE EMP-HIST-USUARIO  TO WRK-USUARIO
                           MOVE EMP-HIST-DATA-EMP TO WRK-DATA-EMP
                           MOVE EMP-HIST-COD      TO WRK-COD
                           MOVE EMP-HIST-LIVRO    TO WRK-LIVRO
                           MOVE EMP-HIST-DATA-DEV TO WRK-DATA-DEV
                           MOVE EMP-HIST-DATA-ENTREGA
                               TO WRK-DATA-ENTREGA
                           MOVE EMP-HIST-STATUS   TO WRK-STATUS
                           MOVE EMP-HIST-RENOVACOES
                               TO WRK-RENOVACOES
                           MOVE EMP-HIST-TIPO     TO WRK-TIPO
                           ADD 1 TO WS-QTDE-LIDOS
                           RELEASE WRK-REG
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS-HIST
           END-IF.

       REPRODUZIR-EMPRESTIMOS.
           MOVE 0   TO WS-USUARIO-ATUAL.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WRK-SORT
                   AT END MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF WRK-USUARIO NOT = WS-USUARIO-ATUAL
                           PERFORM INICIAR-LEITOR
                       END-IF
                       PERFORM REPRODUZIR-EMPRESTIMO
               END-RETURN
           END-PERFORM.

      *    Categoria atual do cadastro; categoria desconhecida
      *    segue a regra de estudante, como em
      *    DEFINIR-REGRAS-CATEGORIA.
       INICIAR-LEITOR.
           MOVE WRK-USUARIO TO WS-USUARIO-ATUAL.
           MOVE "N" TO WS-LEIT-BARRADO(1).
           MOVE "N" TO WS-LEIT-BARRADO(2).
           MOVE 0   TO WS-LEIT-QTDE.
           MOVE 1   TO WS-IDX-CAT.
           IF WS-USU-OK = "S"
               MOVE WRK-USUARIO TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE USUARIO-CATEGORIA
                           WHEN "F" MOVE 2 TO WS-IDX-CAT
                           WHEN "C" MOVE 3 TO WS-IDX-CAT
                       END-EVALUATE
               END-READ
           END-IF.

       REPRODUZIR-EMPRESTIMO.
           MOVE 0 TO WS-IDX-TIPO.
           IF WS-LIV-OK = "S"
               MOVE WRK-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE LIVRO-TIPO-MATERIAL
                           WHEN "D" MOVE 1 TO WS-IDX-TIPO
                           WHEN "J" MOVE 2 TO WS-IDX-TIPO
                           WHEN "T" MOVE 3 TO WS-IDX-TIPO
                       END-EVALUATE
               END-READ
           END-IF.

      *    Consulta local e reserva didática não contam no limite
      *    da categoria.
           PERFORM ATUALIZAR-ATIVOS.
           IF WRK-DATA-EMP NOT < WS-PERIODO-INICIO
               ADD 1 TO WS-QTDE-NO-PERIODO
               IF WRK-TIPO NOT = "C" AND WRK-TIPO NOT = "D"
                   MOVE 1 TO WS-COL
                   PERFORM VERIFICAR-LIMITE
                   MOVE 2 TO WS-COL
                   PERFORM VERIFICAR-LIMITE
               END-IF
               IF WRK-STATUS NOT = "P"
                   PERFORM APURAR-ATRASO-REAL
                   PERFORM APURAR-ATRASO-CENARIO
               END-IF
           END-IF.
           IF WRK-TIPO NOT = "C" AND WRK-TIPO NOT = "D"
                   AND WS-LEIT-QTDE < WS-MAX-ATIVOS
               ADD 1 TO WS-LEIT-QTDE
               IF WRK-DATA-ENTREGA = 0
                   MOVE 99999999 TO WS-ATV-FIM(WS-LEIT-QTDE)
               ELSE
                   MOVE WRK-DATA-ENTREGA TO WS-ATV-FIM(WS-LEIT-QTDE)
               END-IF
               MOVE WS-IDX-TIPO TO WS-ATV-TIPO(WS-LEIT-QTDE)
           END-IF.

      *    Tira da tabela o que já tinha sido devolvido até a
      *    data do empréstimo e conta o que sobrou.
       ATUALIZAR-ATIVOS.
           MOVE 0 TO WS-IDX2.
           MOVE 0 TO WS-QTDE-ATIVOS-TIPO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LEIT-QTDE
               IF WS-ATV-FIM(WS-IDX) > WRK-DATA-EMP
                   ADD 1 TO WS-IDX2
                   MOVE WS-LEIT-ATIVO(WS-IDX)
                       TO WS-LEIT-ATIVO(WS-IDX2)
                   IF WS-IDX-TIPO > 0
                           AND WS-ATV-TIPO(WS-IDX2) = WS-IDX-TIPO
                       ADD 1 TO WS-QTDE-ATIVOS-TIPO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-IDX2 TO WS-LEIT-QTDE.
           MOVE WS-IDX2 TO WS-QTDE-ATIVOS.

      *    Mesmas regras do balcão: teto da categoria e, para
      *    DVD, jogo e tablet, teto do tipo de material. O
      *    empréstimo barrado continua na reprodução (o leitor
      *    teria voltado outro dia), então o número é um teto.
       VERIFICAR-LIMITE.
           MOVE "N" TO WS-BARRADO.
           IF WS-QTDE-ATIVOS >= WS-POL-LIM-CAT(WS-COL, WS-IDX-CAT)
               MOVE "S" TO WS-BARRADO
           END-IF.
           IF WS-IDX-TIPO > 0
               IF WS-QTDE-ATIVOS-TIPO >=
                       WS-POL-LIM-TIPO(WS-COL, WS-IDX-TIPO)
                   MOVE "S" TO WS-BARRADO
               END-IF
           END-IF.
           IF WS-BARRADO = "S"
               ADD 1 TO WS-RES-BARRADOS(WS-COL)
               IF WS-LEIT-BARRADO(WS-COL) NOT = "S"
                   MOVE "S" TO WS-LEIT-BARRADO(WS-COL)
                   ADD 1 TO WS-RES-LEIT-BARRADOS(WS-COL)
               END-IF
           END-IF.

      *    Coluna real: vencimento registrado, política atual.
       APURAR-ATRASO-REAL.
           MOVE 1 TO WS-COL.
           MOVE WRK-DATA-DEV TO WS-VENC-AAAAMMDD.
           PERFORM APURAR-ATRASO.

      *    Coluna do cenário: o vencimento registrado é deslocado
      *    pela diferença de prazo em cada período (empréstimo e
      *    renovações mantidas); cada renovação que o novo teto
      *    não permite tira um prazo atual inteiro.
       APURAR-ATRASO-CENARIO.
           MOVE 2 TO WS-COL.
           MOVE WRK-DATA-DEV TO WS-VENC-AAAAMMDD.
           IF WRK-TIPO = "C" OR WRK-TIPO = "D" OR WRK-TIPO = "R"
               PERFORM APURAR-ATRASO
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-COL.
           PERFORM CALCULAR-PRAZO.
           MOVE WS-DIAS-PRAZO TO WS-DIAS-PRAZO-REAL.
           MOVE 2 TO WS-COL.
           PERFORM CALCULAR-PRAZO.

           MOVE WS-POL-MAX-RENOV(2) TO WS-TETO-RENOV.
           IF WS-IDX-TIPO > 0
               IF WS-POL-RENOV-TIPO(2, WS-IDX-TIPO) < WS-TETO-RENOV
                   MOVE WS-POL-RENOV-TIPO(2, WS-IDX-TIPO)
                       TO WS-TETO-RENOV
               END-IF
           END-IF.
           MOVE WRK-RENOVACOES TO WS-RENOV-MANTIDAS.
           IF WS-RENOV-MANTIDAS > WS-TETO-RENOV
               MOVE WS-TETO-RENOV TO WS-RENOV-MANTIDAS
           END-IF.
           COMPUTE WS-RENOV-CORTADAS =
               WRK-RENOVACOES - WS-RENOV-MANTIDAS.
           ADD WS-RENOV-CORTADAS TO WS-RES-RENOV-CORT(2).

           COMPUTE WS-DESLOCAMENTO =
               (WS-DIAS-PRAZO - WS-DIAS-PRAZO-REAL)
                   * (1 + WS-RENOV-MANTIDAS)
               - WS-DIAS-PRAZO-REAL * WS-RENOV-CORTADAS.

           IF WS-DESLOCAMENTO NOT = 0
               COMPUTE WS-DIA-CORRENTE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-DEV)
                   + WS-DESLOCAMENTO
               IF WS-DIA-CORRENTE-INT <=
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-EMP)
                   COMPUTE WS-DIA-CORRENTE-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-EMP) + 1
               END-IF
               PERFORM ROLAR-DIA-FECHADO
               MOVE WS-DATA-TESTE TO WS-VENC-AAAAMMDD
           END-IF.
           PERFORM APURAR-ATRASO.

      *    Entre o prazo da categoria e o do tipo de material vale
      *    o mais curto, como no balcão.
       CALCULAR-PRAZO.
           MOVE WS-POL-DIAS-CAT(WS-COL, WS-IDX-CAT) TO WS-DIAS-PRAZO.
           IF WS-IDX-TIPO > 0
               IF WS-POL-DIAS-TIPO(WS-COL, WS-IDX-TIPO)
                       < WS-DIAS-PRAZO
                   MOVE WS-POL-DIAS-TIPO(WS-COL, WS-IDX-TIPO)
                       TO WS-DIAS-PRAZO
               END-IF
           END-IF.

      *    O vencimento rola para o próximo dia de funcionamento.
       ROLAR-DIA-FECHADO.
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE-INT).
           PERFORM VERIFICAR-DIA-FECHADO.
           PERFORM UNTIL WS-DIA-FECHADO = "N"
               ADD 1 TO WS-DIA-CORRENTE-INT
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE-INT)
               PERFORM VERIFICAR-DIA-FECHADO
           END-PERFORM.

      *    Atraso em dias de funcionamento até a entrega (ou até
      *    hoje, se o empréstimo continua aberto). Estudante
      *    cumpre suspensão; as demais categorias pagam a multa
      *    diária do tipo de material, ou a do recolhimento.
       APURAR-ATRASO.
           IF WRK-DATA-ENTREGA = 0
               MOVE WS-HOJE-AAAAMMDD TO WS-AVAL-AAAAMMDD
           ELSE
               MOVE WRK-DATA-ENTREGA TO WS-AVAL-AAAAMMDD
           END-IF.
           PERFORM CONTAR-DIAS-ATRASO.
           IF WS-DIAS-ATRASO = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1              TO WS-RES-ATRASOS(WS-COL).
           ADD WS-DIAS-ATRASO TO WS-RES-DIAS-ATRASO(WS-COL).
           IF WS-IDX-CAT = 1
               COMPUTE WS-RES-SUSPENSAO(WS-COL) =
                   WS-RES-SUSPENSAO(WS-COL)
                   + WS-DIAS-ATRASO * WS-POL-SUSP-DIA(WS-COL)
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDX-TIPO > 0
               MOVE WS-POL-MULTA-TIPO(WS-COL, WS-IDX-TIPO)
                   TO WS-MULTA-DIA-EFETIVA
           ELSE
               MOVE WS-POL-MULTA-DIA(WS-COL) TO WS-MULTA-DIA-EFETIVA
           END-IF.
           IF WRK-TIPO = "R"
               MOVE WS-POL-MULTA-RECOLHE(WS-COL)
                   TO WS-MULTA-DIA-EFETIVA
           END-IF.
           COMPUTE WS-RES-MULTAS(WS-COL) = WS-RES-MULTAS(WS-COL)
               + WS-DIAS-ATRASO * WS-MULTA-DIA-EFETIVA.

      *    Mesma contagem de CALCULAR-DIAS-ATRASO em
      *    SIS-BATCH-MULTAS.
       CONTAR-DIAS-ATRASO.
           MOVE 0 TO WS-DIAS-ATRASO.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-AVAL-AAAAMMDD) -
               FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD).
           IF WS-DIAS-CORRIDOS <= 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIA-CORRENTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-VENC-AAAAMMDD).
           PERFORM WS-DIAS-CORRIDOS TIMES
               ADD 1 TO WS-DIA-CORRENTE-INT
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE-INT)
               PERFORM VERIFICAR-DIA-FECHADO
               IF WS-DIA-FECHADO = "N"
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
           END-PERFORM.

      *    Domingo (INTEGER-OF-DATE múltiplo de 7) ou data
      *    cadastrada em CALENDARIO.DAT = biblioteca fechada.
       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           IF FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE), 7) = 0
               MOVE "S" TO WS-DIA-FECHADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAL-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-TESTE TO CAL-DATA.
           READ CALENDARIO KEY IS CAL-DATA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DIA-FECHADO
           END-READ.

       EMITIR-RELATORIO.
           MOVE SPACES TO WS-RELATORIO-NOME.
           STRING "SIMULACAO-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-RELATORIO-NOME.
           OPEN OUTPUT RELATORIO.
           IF WS-ST-REL NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-RELATORIO-NOME
                       " STATUS: " WS-ST-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "=============================================="
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "  SIMULAÇÃO DE POLÍTICA DE CIRCULAÇÃO"
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "=============================================="
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.

           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EMITIDO EM " WS-DATA-FMT "   CENÁRIO: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CENARIO-NOME) DELIMITED BY SIZE
                  INTO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE WS-PERIODO-INICIO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PERÍODO REPRODUZIDO: " WS-DATA-FMT " A "
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           MOVE WS-PERIODO-FIM TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FMT TO WS-LINHA-REL(36:10).
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.

           MOVE "PARÂMETRO                  ATUAL     CENÁRIO"
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CHAVES
               MOVE WS-CHV-REAL(WS-IDX) TO WS-ED-PARAM-REAL
               MOVE WS-CHV-CEN(WS-IDX)  TO WS-ED-PARAM-CEN
               MOVE SPACE TO WS-MARCA
               IF WS-CHV-REAL(WS-IDX) NOT = WS-CHV-CEN(WS-IDX)
                   MOVE "*" TO WS-MARCA
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-CHV-NOME(WS-IDX) " " WS-ED-PARAM-REAL " "
                      WS-ED-PARAM-CEN " " WS-MARCA
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE "(* = VALOR ALTERADO PELO CENÁRIO)" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.

           MOVE SPACES TO WS-LINHA-REL.
           STRING "INDICADOR                                 REAL"
                  "     PROJETADO     DIFERENÇA"
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.

           MOVE WS-QTDE-NO-PERIODO TO WS-ED-REAL.
           MOVE WS-QTDE-NO-PERIODO TO WS-ED-CEN.
           MOVE 0                  TO WS-ED-DIF.
           MOVE "EMPRÉSTIMOS NO PERÍODO" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-ATRASOS(1) TO WS-ED-REAL.
           MOVE WS-RES-ATRASOS(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM = WS-RES-ATRASOS(2) - WS-RES-ATRASOS(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "EMPRÉSTIMOS DEVOLVIDOS COM ATRASO" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-DIAS-ATRASO(1) TO WS-ED-REAL.
           MOVE WS-RES-DIAS-ATRASO(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM =
               WS-RES-DIAS-ATRASO(2) - WS-RES-DIAS-ATRASO(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "DIAS ÚTEIS DE ATRASO" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-MULTAS(1) TO WS-ED-VALOR-REAL.
           MOVE WS-RES-MULTAS(2) TO WS-ED-VALOR-CEN.
           COMPUTE WS-DIF-VALOR = WS-RES-MULTAS(2) - WS-RES-MULTAS(1).
           MOVE WS-DIF-VALOR TO WS-ED-VALOR-DIF.
           MOVE "RECEITA DE MULTAS (R$)" TO WS-LINHA-REL.
           MOVE WS-ED-VALOR-REAL TO WS-LINHA-REL(34:13).
           MOVE WS-ED-VALOR-CEN  TO WS-LINHA-REL(48:13).
           MOVE WS-ED-VALOR-DIF  TO WS-LINHA-REL(61:14).
           PERFORM ESCREVER-LINHA.

           MOVE WS-RES-SUSPENSAO(1) TO WS-ED-REAL.
           MOVE WS-RES-SUSPENSAO(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM =
               WS-RES-SUSPENSAO(2) - WS-RES-SUSPENSAO(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "DIAS DE SUSPENSÃO APLICADOS" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-BARRADOS(1) TO WS-ED-REAL.
           MOVE WS-RES-BARRADOS(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM =
               WS-RES-BARRADOS(2) - WS-RES-BARRADOS(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "EMPRÉSTIMOS BARRADOS NO LIMITE" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-LEIT-BARRADOS(1) TO WS-ED-REAL.
           MOVE WS-RES-LEIT-BARRADOS(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM =
               WS-RES-LEIT-BARRADOS(2) - WS-RES-LEIT-BARRADOS(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "LEITORES BARRADOS NO LIMITE" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE WS-RES-RENOV-CORT(1) TO WS-ED-REAL.
           MOVE WS-RES-RENOV-CORT(2) TO WS-ED-CEN.
           COMPUTE WS-DIF-NUM =
               WS-RES-RENOV-CORT(2) - WS-RES-RENOV-CORT(1).
           MOVE WS-DIF-NUM TO WS-ED-DIF.
           MOVE "RENOVAÇÕES ACIMA DO TETO" TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA-INDICADOR.

           MOVE SPACES TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "PREMISSAS: DEVOLUÇÃO NA MESMA DATA REAL; CATEGORIA"
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "ATUAL DO LEITOR; CONSULTA, DIDÁTICA E RECOLHIDOS"
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "COM O PRAZO REGISTRADO; ESTUDANTE SEM MULTA (SÓ"
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "SUSPENSÃO); BARRADOS É TETO (SEM REAGENDAMENTO)."
               TO WS-LINHA-REL.
           PERFORM ESCREVER-LINHA.

           CLOSE RELATORIO.

      *    WS-LINHA-REL traz o nome do indicador; os números vão
      *    da coluna 36 em diante.
       ESCREVER-LINHA-INDICADOR.
           MOVE WS-ED-REAL TO WS-LINHA-REL(36:11).
           MOVE WS-ED-CEN  TO WS-LINHA-REL(50:11).
           MOVE WS-ED-DIF  TO WS-LINHA-REL(63:12).
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.

       FORMATAR-DATA.
           MOVE WS-DATA-FMT-NUM(1:4) TO WS-DATA-FMT(7:4)
           MOVE WS-DATA-FMT-NUM(5:2) TO WS-DATA-FMT(4:2)
           MOVE WS-DATA-FMT-NUM(7:2) TO WS-DATA-FMT(1:2)
           MOVE "/"                 TO WS-DATA-FMT(3:1)
           MOVE "/"                 TO WS-DATA-FMT(6:1).
