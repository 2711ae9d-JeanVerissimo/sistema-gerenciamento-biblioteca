       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-BATCH-DIDATICA.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Job de fim de semestre da reserva didática:
      *               libera as entradas ativas de
      *               RESERVA-DIDATICA.DAT cujo período já terminou,
      *               devolvendo os exemplares às regras normais de
      *               empréstimo, e emite USO-DIDATICA-<data>.TXT
      *               com o uso de cada disciplina encerrada
      *               (empréstimos por título reservado) para
      *               entrega aos professores. Não faz nenhum
      *               ACCEPT — destina-se ao encadeamento noturno ou
      *               ao cron.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVA-DIDATICA ASSIGN TO 'RESERVA-DIDATICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-ST-RD.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               FILE STATUS IS WS-ST-LIV.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RELATORIO-USO ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVA-DIDATICA.
       01 REG-RESERVA-DID.
           02 RD-CHAVE.
               03 RD-DISCIPLINA        PIC X(10).
               03 RD-LIVRO             PIC 9(7).
               03 RD-EXEMPLAR          PIC 9(3).
           02 RD-DISCIPLINA-NOME       PIC X(30).
           02 RD-PROFESSOR             PIC 9(7).
           02 RD-DATA-INICIO           PIC 9(8).
           02 RD-DATA-FIM              PIC 9(8).
           02 RD-PRAZO-HORAS           PIC 9(2).
           02 RD-STATUS                PIC X(1).
           02 RD-QTDE-EMPRESTIMOS      PIC 9(5).

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

       FD RELATORIO-USO.
       01 REG-RELATORIO-USO            PIC X(80).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-RD                     PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-RPT-NOME                  PIC X(30)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT-INI              PIC X(10)     VALUE SPACES.
       77 WS-DISC-ATUAL                PIC X(10)     VALUE SPACES.
       77 WS-LIVRO-ATUAL               PIC 9(7)      VALUE 0.
       77 WS-TIT-EXEMPLARES            PIC 9(3)      VALUE 0.
       77 WS-TIT-EMPRESTIMOS           PIC 9(6)      VALUE 0.
       77 WS-DISC-TITULOS              PIC 9(4)      VALUE 0.
       77 WS-DISC-EMPRESTIMOS          PIC 9(7)      VALUE 0.
       77 WS-QTDE-LIBERADAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-DISCIPLINAS          PIC 9(4)      VALUE 0.
       77 WS-TITULO                    PIC X(50)     VALUE SPACES.
       77 WS-NOME-PROFESSOR            PIC X(40)     VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-BATCH-DIDATICA INICIADO EM "
                   WS-HOJE-AAAAMMDD.

           OPEN I-O RESERVA-DIDATICA.
           EVALUATE WS-ST-RD
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "RESERVA-DIDATICA.DAT AUSENTE; NADA A "
                           "LIBERAR."
                   DISPLAY "JOB SIS-BATCH-DIDATICA ENCERRADO."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR RESERVA-DIDATICA.DAT! "
                           "STATUS: " WS-ST-RD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT LIVROS.
           OPEN INPUT USUARIOS.

           STRING "USO-DIDATICA-" WS-HOJE-AAAAMMDD ".TXT"
                  DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT RELATORIO-USO.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "  RESERVA DIDÁTICA - USO POR DISCIPLINA "
                  "ENCERRADA EM " WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           PERFORM LIBERAR-RESERVAS-VENCIDAS.
           PERFORM FECHAR-DISCIPLINA.

           IF WS-QTDE-LIBERADAS = 0
               MOVE "  NENHUMA RESERVA ENCERRADA NESTA DATA."
                   TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
           END-IF.

           CLOSE RELATORIO-USO.
           CLOSE USUARIOS.
           CLOSE LIVROS.
           CLOSE RESERVA-DIDATICA.

           DISPLAY "DISCIPLINAS ENCERRADAS: " WS-QTDE-DISCIPLINAS.
           DISPLAY "EXEMPLARES LIBERADOS:   " WS-QTDE-LIBERADAS.
           DISPLAY "RELATÓRIO DE USO: " WS-RPT-NOME.
           DISPLAY "JOB SIS-BATCH-DIDATICA ENCERRADO.".
           STOP RUN.

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
                   MOVE 8 TO RETURN-CODE
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

       FORMATAR-DATA.
           STRING WS-DATA-FMT-NUM(7:2) "/"
                  WS-DATA-FMT-NUM(5:2) "/"
                  WS-DATA-FMT-NUM(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FMT.

       ESCREVER-LINHA.
           WRITE REG-RELATORIO-USO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.

      *    A chave disciplina + livro + exemplar já entrega as
      *    entradas agrupadas: quebra por disciplina e, dentro
      *    dela, por título reservado.
       LIBERAR-RESERVAS-VENCIDAS.
           MOVE "00" TO WS-ST-RD.
           PERFORM UNTIL WS-ST-RD = "10"
               READ RESERVA-DIDATICA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RD
               NOT AT END
                   IF RD-STATUS = "A"
                           AND RD-DATA-FIM < WS-HOJE-AAAAMMDD
                       PERFORM LIBERAR-ENTRADA
                   END-IF
           END-PERFORM.

       LIBERAR-ENTRADA.
           IF RD-DISCIPLINA NOT = WS-DISC-ATUAL
               PERFORM FECHAR-DISCIPLINA
               PERFORM INICIAR-DISCIPLINA
           END-IF.
           IF RD-LIVRO NOT = WS-LIVRO-ATUAL
               PERFORM IMPRIMIR-TITULO
               MOVE RD-LIVRO TO WS-LIVRO-ATUAL
               MOVE 0        TO WS-TIT-EXEMPLARES
               MOVE 0        TO WS-TIT-EMPRESTIMOS
           END-IF.
           ADD 1                   TO WS-TIT-EXEMPLARES.
           ADD RD-QTDE-EMPRESTIMOS TO WS-TIT-EMPRESTIMOS.

           MOVE REG-RESERVA-DID TO WS-JRN-ANTES.
           MOVE "L" TO RD-STATUS.
           REWRITE REG-RESERVA-DID.
           ADD 1 TO WS-QTDE-LIBERADAS.

           MOVE REG-RESERVA-DID TO WS-JRN-DEPOIS.
           MOVE "RES-DIDATICA"  TO WS-JRN-ARQUIVO.
           MOVE "R"             TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

       INICIAR-DISCIPLINA.
           MOVE RD-DISCIPLINA TO WS-DISC-ATUAL.
           MOVE 0             TO WS-LIVRO-ATUAL.
           MOVE 0             TO WS-DISC-TITULOS.
           MOVE 0             TO WS-DISC-EMPRESTIMOS.
           ADD 1 TO WS-QTDE-DISCIPLINAS.

           MOVE SPACES TO WS-NOME-PROFESSOR.
           MOVE RD-PROFESSOR TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE USUARIO-NOME TO WS-NOME-PROFESSOR
           END-READ.

           MOVE RD-DATA-INICIO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FMT TO WS-DATA-FMT-INI.
           MOVE RD-DATA-FIM TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.

           PERFORM ESCREVER-LINHA.
           STRING "DISCIPLINA: " RD-DISCIPLINA " - "
                  RD-DISCIPLINA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "PROFESSOR:  " RD-PROFESSOR " - "
                  WS-NOME-PROFESSOR
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "PERÍODO:    " WS-DATA-FMT-INI " A " WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "  LIVRO   TÍTULO                          "
                  "EXEMPL.  EMPRÉST."
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-TITULO.
           IF WS-LIVRO-ATUAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TITULO.
           MOVE WS-LIVRO-ATUAL TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LIVRO-TITULO TO WS-TITULO
           END-READ.
           STRING "  " WS-LIVRO-ATUAL " " WS-TITULO(1:30) "  "
                  WS-TIT-EXEMPLARES "     " WS-TIT-EMPRESTIMOS
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           ADD 1                  TO WS-DISC-TITULOS.
           ADD WS-TIT-EMPRESTIMOS TO WS-DISC-EMPRESTIMOS.
           MOVE 0 TO WS-LIVRO-ATUAL.

       FECHAR-DISCIPLINA.
           IF WS-DISC-ATUAL = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMPRIMIR-TITULO.
           STRING "  TOTAL: " WS-DISC-TITULOS " TÍTULO(S), "
                  WS-DISC-EMPRESTIMOS " EMPRÉSTIMO(S) NO PERÍODO."
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-DISC-ATUAL.
