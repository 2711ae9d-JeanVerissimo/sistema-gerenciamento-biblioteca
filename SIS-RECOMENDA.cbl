       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-RECOMENDA.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Sugestões de leitura para o portal municipal
      *               ("quem levou este também levou"): cruza
      *               EMPRESTIMOS.DAT e EMPRESTIMOS-HIST.DAT por
      *               leitor e forma pares de títulos emprestados
      *               pelo mesmo leitor dentro da janela de dias
      *               RECOM-JANELA-DIAS. Cada par só conta leitores
      *               distintos e só é publicado com pelo menos
      *               RECOM-MIN-LEITORES leitores, para que um par
      *               raro não exponha os hábitos de um leitor.
      *               Grava em RECOMENDACOES.DAT, ao lado de
      *               PORTAL-DELTA.DAT, os RECOM-QTDE-TITULOS
      *               títulos mais relacionados de cada título,
      *               deixando de fora títulos excluídos do
      *               catálogo e títulos sem exemplar em acervo
      *               (todos baixados pelo desbaste, perdidos ou
      *               descartados). Não faz nenhum ACCEPT —
      *               destina-se ao cron antes da importação do
      *               portal.

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
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMPRESTIMOS-HIST ASSIGN TO 'EMPRESTIMOS-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-HIST-COD
               FILE STATUS IS WS-ST-HST.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               FILE STATUS IS WS-ST-LIV.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               FILE STATUS IS WS-ST-EXE.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT PARES-WRK ASSIGN TO 'RECOM-PARES.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-PRS.

           SELECT RECOMENDACOES ASSIGN TO 'RECOMENDACOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-REC.

           SELECT WRK-SORT ASSIGN TO 'RECOM-SORT.TMP'.

           SELECT WRK-PARES ASSIGN TO 'RECOM-SORT2.TMP'.

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

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD PARES-WRK.
       01 REG-PAR.
           02 PAR-LIVRO-A              PIC 9(7).
           02 PAR-LIVRO-B              PIC 9(7).
           02 PAR-USUARIO              PIC 9(7).

       FD RECOMENDACOES.
       01 REG-RECOMENDACAO             PIC X(80).

       SD WRK-SORT.
       01 WRK-REG.
           02 WRK-USUARIO              PIC 9(7).
           02 WRK-DATA                 PIC 9(8).
           02 WRK-LIVRO                PIC 9(7).

       SD WRK-PARES.
       01 WRK-PAR.
           02 WRK-PAR-A                PIC 9(7).
           02 WRK-PAR-B                PIC 9(7).
           02 WRK-PAR-USUARIO          PIC 9(7).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-HST                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PRS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-REC                    PIC X(2)      VALUE SPACES.
       77 WS-EXTRACAO-ATUAL            PIC X(14)     VALUE SPACES.
       77 WS-LINHA-SAIDA               PIC X(80)     VALUE SPACES.
       77 WS-FIM-SORT                  PIC X(1)      VALUE "N".
       77 WS-JANELA-DIAS               PIC 9(4)      VALUE 90.
       77 WS-MIN-LEITORES              PIC 9(4)      VALUE 5.
       77 WS-QTDE-TOP                  PIC 9(2)      VALUE 5.
       77 WS-QTDE-EMPRESTIMOS          PIC 9(9)      VALUE 0.
       77 WS-QTDE-PARES                PIC 9(9)      VALUE 0.
       77 WS-QTDE-TITULOS              PIC 9(7)      VALUE 0.
       77 WS-QTDE-LINHAS               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-ATUAL             PIC 9(7)      VALUE 0.
       77 WS-DATA-INT                  PIC 9(7)      VALUE 0.
       77 WS-DATA-LIMITE-INT           PIC 9(7)      VALUE 0.
       77 WS-QTDE-JAN                  PIC 9(3)      VALUE 0.
       77 WS-MAX-JAN                   PIC 9(3)      VALUE 200.
       77 WS-IDX                       PIC 9(3)      VALUE 0.
       77 WS-IDX2                      PIC 9(3)      VALUE 0.
       77 WS-LIVRO-A-ATUAL             PIC 9(7)      VALUE 0.
       77 WS-LIVRO-B-ATUAL             PIC 9(7)      VALUE 0.
       77 WS-USUARIO-PAR-ATUAL         PIC 9(7)      VALUE 0.
       77 WS-QTDE-LEITORES-PAR         PIC 9(7)      VALUE 0.
       77 WS-PRIMEIRO-PAR              PIC X(1)      VALUE "S".
       77 WS-A-ELEGIVEL                PIC X(1)      VALUE "N".
       77 WS-ELG-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-ELEGIVEL                  PIC X(1)      VALUE "N".
       77 WS-QTDE-NO-TOP               PIC 9(2)      VALUE 0.
       77 WS-POS-INSERIR               PIC 9(2)      VALUE 0.
       77 WS-RANK                      PIC 9(2)      VALUE 0.

      *    Janela móvel dos empréstimos recentes do leitor em
      *    curso, em ordem de data.
       01 WS-JANELA.
           02 WS-JAN-ITEM OCCURS 201 TIMES.
               03 WS-JAN-LIVRO         PIC 9(7).
               03 WS-JAN-DATA-INT      PIC 9(7).

      *    Melhores títulos relacionados ao título em curso, do
      *    maior para o menor número de leitores.
       01 WS-TOP.
           02 WS-TOP-ITEM OCCURS 10 TIMES.
               03 WS-TOP-LIVRO         PIC 9(7).
               03 WS-TOP-LEITORES      PIC 9(7).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXTRACAO-ATUAL.
           DISPLAY "GERAÇÃO DE RECOMENDAÇÕES INICIADA.".

           PERFORM LER-PARAMETROS.
           DISPLAY "JANELA: " WS-JANELA-DIAS " DIAS; MÍNIMO DE "
                   WS-MIN-LEITORES " LEITORES; ATÉ " WS-QTDE-TOP
                   " TÍTULOS POR TÍTULO.".

      *    Primeira passada: empréstimos por leitor e data, para
      *    formar os pares dentro da janela.
           OPEN OUTPUT PARES-WRK.
           IF WS-ST-PRS NOT = "00"
               DISPLAY "ERRO AO CRIAR RECOM-PARES.TMP! STATUS: "
                       WS-ST-PRS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT WRK-SORT ON ASCENDING KEY WRK-USUARIO
                                          WRK-DATA
                                          WRK-LIVRO
               INPUT PROCEDURE IS COLETAR-EMPRESTIMOS
               OUTPUT PROCEDURE IS FORMAR-PARES.

           CLOSE PARES-WRK.

      *    Segunda passada: pares por título, contando leitores
      *    distintos, e o ranking dos relacionados.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               DISPLAY "LIVROS.DAT INDISPONÍVEL. STATUS: " WS-ST-LIV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               DISPLAY "EXEMPLARES.DAT INDISPONÍVEL. STATUS: "
                       WS-ST-EXE
               CLOSE LIVROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RECOMENDACOES.
           MOVE "COD;ORDEM;COD-RELACIONADO;LEITORES"
               TO WS-LINHA-SAIDA.
           WRITE REG-RECOMENDACAO FROM WS-LINHA-SAIDA.

           SORT WRK-PARES ON ASCENDING KEY WRK-PAR-A
                                           WRK-PAR-B
                                           WRK-PAR-USUARIO
               USING PARES-WRK
               OUTPUT PROCEDURE IS RANQUEAR-PARES.

      *    Registro de controle final, no mesmo formato do delta
      *    do catálogo.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "CTL;" WS-EXTRACAO-ATUAL DELIMITED BY SIZE
               INTO WS-LINHA-SAIDA.
           WRITE REG-RECOMENDACAO FROM WS-LINHA-SAIDA.

           CLOSE RECOMENDACOES.
           CLOSE EXEMPLARES.
           CLOSE LIVROS.

           DISPLAY "EMPRÉSTIMOS LIDOS:          " WS-QTDE-EMPRESTIMOS.
           DISPLAY "PARES FORMADOS:             " WS-QTDE-PARES.
           DISPLAY "TÍTULOS COM RECOMENDAÇÃO:   " WS-QTDE-TITULOS.
           DISPLAY "RECOMENDAÇÕES GRAVADAS:     " WS-QTDE-LINHAS.
           DISPLAY "ARQUIVO GERADO: RECOMENDACOES.DAT".
           DISPLAY "GERAÇÃO DE RECOMENDAÇÕES ENCERRADA.".
           STOP RUN.

      *    Política centralizada em PARAMETROS.DAT; na ausência do
      *    arquivo vale o padrão da cláusula VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "RECOM-JANELA-DIAS" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-JANELA-DIAS
           END-READ.
           MOVE "RECOM-MIN-LEITORES" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MIN-LEITORES
           END-READ.
           MOVE "RECOM-QTDE-TITULOS" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-QTDE-TOP
           END-READ.

           CLOSE PARAMETROS.

      *    A tabela do ranking comporta 10 títulos; um par com
      *    um único leitor nunca é publicado.
           IF WS-QTDE-TOP > 10
               MOVE 10 TO WS-QTDE-TOP
           END-IF.
           IF WS-QTDE-TOP = 0
               MOVE 1 TO WS-QTDE-TOP
           END-IF.
           IF WS-MIN-LEITORES < 2
               MOVE 2 TO WS-MIN-LEITORES
           END-IF.

       COLETAR-EMPRESTIMOS.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT EMPRESTIMOS.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-STATUS = "10"
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF EMPRESTIMO-USUARIO NOT = 0
                               AND EMPRESTIMO-LIVRO NOT = 0
                               AND EMPRESTIMO-DATA-EMP NOT = 0
                           MOVE EMPRESTIMO-USUARIO  TO WRK-USUARIO
                           MOVE EMPRESTIMO-DATA-EMP TO WRK-DATA
                           MOVE EMPRESTIMO-LIVRO    TO WRK-LIVRO
                           ADD 1 TO WS-QTDE-EMPRESTIMOS
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
                               AND EMP-HIST-LIVRO NOT = 0
                               AND EMP-HIST-DATA-EMP NOT = 0
                           MOVE EMP-HIST-USUARIO  TO WRK-USUARIO
                           MOVE EMP-HIST-DATA-EMP TO WRK-DATA
                           MOVE EMP-HIST-LIVRO    TO WRK-LIVRO
                           ADD 1 TO WS-QTDE-EMPRESTIMOS
                           RELEASE WRK-REG
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS-HIST
           END-IF.

       FORMAR-PARES.
           MOVE 0   TO WS-USUARIO-ATUAL.
           MOVE 0   TO WS-QTDE-JAN.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WRK-SORT
                   AT END MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF WRK-USUARIO NOT = WS-USUARIO-ATUAL
                           MOVE WRK-USUARIO TO WS-USUARIO-ATUAL
                           MOVE 0 TO WS-QTDE-JAN
                       END-IF
                       PERFORM PAREAR-EMPRESTIMO
               END-RETURN
           END-PERFORM.

      *    Descarta da janela o que ficou mais antigo que o
      *    limite, pareia o empréstimo com o que sobrou (nos dois
      *    sentidos) e o acrescenta à janela.
       PAREAR-EMPRESTIMO.
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA).
           IF WS-DATA-INT > WS-JANELA-DIAS
               COMPUTE WS-DATA-LIMITE-INT =
                   WS-DATA-INT - WS-JANELA-DIAS
           ELSE
               MOVE 0 TO WS-DATA-LIMITE-INT
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-QTDE-JAN
                   OR WS-JAN-DATA-INT(WS-IDX) >= WS-DATA-LIMITE-INT
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-IDX > 1
               PERFORM DESLOCAR-JANELA
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-JAN
               IF WS-JAN-LIVRO(WS-IDX) NOT = WRK-LIVRO
                   MOVE WS-JAN-LIVRO(WS-IDX) TO PAR-LIVRO-A
                   MOVE WRK-LIVRO            TO PAR-LIVRO-B
                   MOVE WRK-USUARIO          TO PAR-USUARIO
                   WRITE REG-PAR
                   MOVE WRK-LIVRO            TO PAR-LIVRO-A
                   MOVE WS-JAN-LIVRO(WS-IDX) TO PAR-LIVRO-B
                   WRITE REG-PAR
                   ADD 1 TO WS-QTDE-PARES
               END-IF
           END-PERFORM.

      *    Janela cheia: sai o empréstimo mais antigo.
           IF WS-QTDE-JAN >= WS-MAX-JAN
               MOVE 2 TO WS-IDX
               PERFORM DESLOCAR-JANELA
           END-IF.
           ADD 1 TO WS-QTDE-JAN.
           MOVE WRK-LIVRO   TO WS-JAN-LIVRO(WS-QTDE-JAN).
           MOVE WS-DATA-INT TO WS-JAN-DATA-INT(WS-QTDE-JAN).

      *    Remove da frente da janela as posições anteriores a
      *    WS-IDX, puxando o restante para o início.
       DESLOCAR-JANELA.
           MOVE 0 TO WS-IDX2.
           PERFORM UNTIL WS-IDX > WS-QTDE-JAN
               ADD 1 TO WS-IDX2
               MOVE WS-JAN-ITEM(WS-IDX) TO WS-JAN-ITEM(WS-IDX2)
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE WS-IDX2 TO WS-QTDE-JAN.

       RANQUEAR-PARES.
           MOVE "S" TO WS-PRIMEIRO-PAR.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WRK-PARES
                   AT END MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM APURAR-PAR
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO-PAR = "N"
               PERFORM FECHAR-PAR
               PERFORM FECHAR-TITULO
           END-IF.

      *    Quebras: título A, título B dentro de A e leitor dentro
      *    do par — cada leitor conta uma vez por par.
       APURAR-PAR.
           IF WS-PRIMEIRO-PAR = "S"
               MOVE "N" TO WS-PRIMEIRO-PAR
               PERFORM INICIAR-TITULO
               PERFORM INICIAR-PAR
           ELSE IF WRK-PAR-A NOT = WS-LIVRO-A-ATUAL
               PERFORM FECHAR-PAR
               PERFORM FECHAR-TITULO
               PERFORM INICIAR-TITULO
               PERFORM INICIAR-PAR
           ELSE IF WRK-PAR-B NOT = WS-LIVRO-B-ATUAL
               PERFORM FECHAR-PAR
               PERFORM INICIAR-PAR
           ELSE IF WRK-PAR-USUARIO NOT = WS-USUARIO-PAR-ATUAL
               ADD 1 TO WS-QTDE-LEITORES-PAR
               MOVE WRK-PAR-USUARIO TO WS-USUARIO-PAR-ATUAL
           END-IF.

       INICIAR-TITULO.
           MOVE WRK-PAR-A TO WS-LIVRO-A-ATUAL.
           MOVE 0         TO WS-QTDE-NO-TOP.
           MOVE WRK-PAR-A TO WS-ELG-LIVRO.
           PERFORM VERIFICAR-ELEGIVEL.
           MOVE WS-ELEGIVEL TO WS-A-ELEGIVEL.

       INICIAR-PAR.
           MOVE WRK-PAR-B       TO WS-LIVRO-B-ATUAL.
           MOVE WRK-PAR-USUARIO TO WS-USUARIO-PAR-ATUAL.
           MOVE 1               TO WS-QTDE-LEITORES-PAR.

      *    O par entra no ranking se atingiu o mínimo de leitores
      *    e supera o último colocado; só então o título
      *    relacionado é conferido no catálogo.
       FECHAR-PAR.
           IF WS-A-ELEGIVEL NOT = "S"
                   OR WS-QTDE-LEITORES-PAR < WS-MIN-LEITORES
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-NO-TOP >= WS-QTDE-TOP
               IF WS-QTDE-LEITORES-PAR
                       NOT > WS-TOP-LEITORES(WS-QTDE-TOP)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-LIVRO-B-ATUAL TO WS-ELG-LIVRO.
           PERFORM VERIFICAR-ELEGIVEL.
           IF WS-ELEGIVEL NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-POS-INSERIR.
           PERFORM UNTIL WS-POS-INSERIR > WS-QTDE-NO-TOP
                   OR WS-TOP-LEITORES(WS-POS-INSERIR)
                      < WS-QTDE-LEITORES-PAR
               ADD 1 TO WS-POS-INSERIR
           END-PERFORM.

           IF WS-QTDE-NO-TOP < WS-QTDE-TOP
               ADD 1 TO WS-QTDE-NO-TOP
           END-IF.
           MOVE WS-QTDE-NO-TOP TO WS-IDX.
           PERFORM UNTIL WS-IDX <= WS-POS-INSERIR
               COMPUTE WS-IDX2 = WS-IDX - 1
               MOVE WS-TOP-ITEM(WS-IDX2) TO WS-TOP-ITEM(WS-IDX)
               SUBTRACT 1 FROM WS-IDX
           END-PERFORM.
           MOVE WS-LIVRO-B-ATUAL     TO WS-TOP-LIVRO(WS-POS-INSERIR).
           MOVE WS-QTDE-LEITORES-PAR
               TO WS-TOP-LEITORES(WS-POS-INSERIR).

       FECHAR-TITULO.
           IF WS-QTDE-NO-TOP = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QTDE-TITULOS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-QTDE-NO-TOP
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING WS-LIVRO-A-ATUAL        DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-RANK                 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-TOP-LIVRO(WS-RANK)   DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-TOP-LEITORES(WS-RANK) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE REG-RECOMENDACAO FROM WS-LINHA-SAIDA
               ADD 1 TO WS-QTDE-LINHAS
           END-PERFORM.

      *    Título publicável: ativo no catálogo (nem excluído nem
      *    registro de controle) e com ao menos um exemplar que
      *    não foi descartado pelo desbaste, baixado ou perdido.
       VERIFICAR-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL.
           MOVE WS-ELG-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF LIVRO-STATUS = "X" OR LIVRO-STATUS = "C"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ELG-LIVRO TO EXEMPLAR-LIVRO-COD.
           MOVE 0            TO EXEMPLAR-NUM.
           MOVE "00"         TO WS-ST-EXE.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EXE
           END-START.
           PERFORM UNTIL WS-ST-EXE = "10" OR WS-ELEGIVEL = "S"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
                   NOT AT END
                       IF EXEMPLAR-LIVRO-COD NOT = WS-ELG-LIVRO
                           MOVE "10" TO WS-ST-EXE
                       ELSE IF EXEMPLAR-STATUS NOT = "X"
                               AND EXEMPLAR-STATUS NOT = "B"
                               AND EXEMPLAR-STATUS NOT = "P"
                           MOVE "S" TO WS-ELEGIVEL
                       END-IF
               END-READ
           END-PERFORM.
