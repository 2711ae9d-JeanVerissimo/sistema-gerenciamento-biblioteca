       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-BATCH-PORTICO.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Job de reconstrução da lista do pórtico
      *               antifurto: refaz PORTICO-LIBERADOS.DAT a partir
      *               dos empréstimos em aberto ("E" e "A") de
      *               exemplar físico, exceto a consulta local ("C"),
      *               que não sai do prédio, e o empréstimo digital
      *               ("L"), que não tem peça. Grava em seguida
      *               PORTICO-EMPRESTADOS.TXT (código de barras;
      *               filial; empréstimo) para a carga do
      *               fornecedor dos pórticos. Durante o dia o
      *               SIS-EMPRESTIMOS, o SIS-DOMICILIAR, o
      *               SIS-DEPOSITOS e o SIS-CONTINGENCIA mantêm a
      *               lista a cada saída e devolução; a
      *               reconstrução noturna acerta qualquer
      *               divergência que tenha escapado.
      *               Não faz nenhum ACCEPT — destina-se ao
      *               encadeamento noturno ou ao cron.

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

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               FILE STATUS IS WS-ST-EXE.

           SELECT PORTICO-LIBERADOS ASSIGN TO 'PORTICO-LIBERADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLB-CHAVE
               FILE STATUS IS WS-ST-PLB.

           SELECT PORTICO-EXPORTA ASSIGN TO 'PORTICO-EMPRESTADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-PEX.

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

       FD PORTICO-LIBERADOS.
       01 REG-PORTICO-LIBERADO.
           02 PLB-CHAVE.
               03 PLB-LIVRO            PIC 9(7).
               03 PLB-EXEMPLAR         PIC 9(3).
           02 PLB-CODBARRAS            PIC X(13).
           02 PLB-FILIAL               PIC 9(3).
           02 PLB-EMPRESTIMO           PIC 9(7).
           02 PLB-DATA-EMP             PIC 9(8).

       FD PORTICO-EXPORTA.
       01 REG-PORTICO-EXPORTA          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PLB                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PEX                    PIC X(2)      VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-PTC-LINHA                 PIC X(40)     VALUE SPACES.
       77 WS-QTDE-ABERTOS              PIC 9(5)      VALUE 0.
       77 WS-QTDE-LIBERADOS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-SEM-ETIQUETA         PIC 9(5)      VALUE 0.
       77 WS-QTDE-EXPORTADOS           PIC 9(5)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-BATCH-PORTICO INICIADO EM "
                   WS-HOJE-AAAAMMDD.

           OPEN INPUT EMPRESTIMOS.
           IF WS-FILE-STATUS = "35"
               DISPLAY "SEM EMPRÉSTIMOS CADASTRADOS."
           ELSE IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT! STATUS: "
               WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00" AND WS-ST-EXE NOT = "35"
               DISPLAY "ERRO AO ABRIR EXEMPLARES.DAT! STATUS: "
               WS-ST-EXE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PORTICO-LIBERADOS.
           IF WS-ST-PLB NOT = "00"
               DISPLAY "ERRO AO CRIAR PORTICO-LIBERADOS.DAT! STATUS: "
               WS-ST-PLB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-FILE-STATUS = "00" AND WS-ST-EXE = "00"
               PERFORM RECONSTRUIR-LISTA
           END-IF.

           CLOSE PORTICO-LIBERADOS.
           IF WS-ST-EXE = "00"
               CLOSE EXEMPLARES
           END-IF.
           IF WS-FILE-STATUS NOT = "35"
               CLOSE EMPRESTIMOS
           END-IF.

           PERFORM EXPORTAR-LISTA-PORTICO.

           DISPLAY "EMPRÉSTIMOS FÍSICOS EM ABERTO:  " WS-QTDE-ABERTOS.
           DISPLAY "EXEMPLARES LIBERADOS NO PÓRTICO: "
                   WS-QTDE-LIBERADOS.
           DISPLAY "EXEMPLARES SEM CÓDIGO DE BARRAS: "
                   WS-QTDE-SEM-ETIQUETA.
           DISPLAY "LINHAS EXPORTADAS AO FORNECEDOR: "
                   WS-QTDE-EXPORTADOS.
           DISPLAY "JOB SIS-BATCH-PORTICO ENCERRADO.".
           STOP RUN.

      *    O registro de controle (código zero) e os empréstimos
      *    fechados ficam de fora; um exemplar com mais de um
      *    empréstimo aberto (o contestado e um novo) aparece uma
      *    vez só, pela chave livro + exemplar.
       RECONSTRUIR-LISTA.
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-COD NOT = 0
                           AND (EMPRESTIMO-STATUS = "E"
                                OR EMPRESTIMO-STATUS = "A")
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "L"
                       PERFORM LIBERAR-EXEMPLAR
                   END-IF
           END-PERFORM.

       LIBERAR-EXEMPLAR.
           ADD 1 TO WS-QTDE-ABERTOS.
           MOVE EMPRESTIMO-LIVRO    TO EXEMPLAR-LIVRO-COD.
           MOVE EMPRESTIMO-EXEMPLAR TO EXEMPLAR-NUM.
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY MOVE SPACES TO EXEMPLAR-CODBARRAS
           END-READ.
           IF EXEMPLAR-CODBARRAS = SPACES
               ADD 1 TO WS-QTDE-SEM-ETIQUETA
               DISPLAY "EMPRÉSTIMO " EMPRESTIMO-COD ": EXEMPLAR "
                       EMPRESTIMO-LIVRO "/" EMPRESTIMO-EXEMPLAR
                       " SEM CÓDIGO DE BARRAS."
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-LIVRO    TO PLB-LIVRO.
           MOVE EMPRESTIMO-EXEMPLAR TO PLB-EXEMPLAR.
           MOVE EXEMPLAR-CODBARRAS  TO PLB-CODBARRAS.
           MOVE EXEMPLAR-FILIAL     TO PLB-FILIAL.
           MOVE EMPRESTIMO-COD      TO PLB-EMPRESTIMO.
           MOVE EMPRESTIMO-DATA-EMP TO PLB-DATA-EMP.
           WRITE REG-PORTICO-LIBERADO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-QTDE-LIBERADOS
           END-WRITE.

       EXPORTAR-LISTA-PORTICO.
           OPEN OUTPUT PORTICO-EXPORTA.
           IF WS-ST-PEX NOT = "00"
               DISPLAY "ERRO AO GRAVAR PORTICO-EMPRESTADOS.TXT! "
                       "STATUS: " WS-ST-PEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PORTICO-LIBERADOS.
           MOVE "00" TO WS-ST-PLB.
           PERFORM UNTIL WS-ST-PLB = "10"
               READ PORTICO-LIBERADOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PLB
               NOT AT END
                   MOVE SPACES TO WS-PTC-LINHA
                   STRING PLB-CODBARRAS   DELIMITED BY SPACE
                          ";"             DELIMITED BY SIZE
                          PLB-FILIAL      DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          PLB-EMPRESTIMO  DELIMITED BY SIZE
                          INTO WS-PTC-LINHA
                   WRITE REG-PORTICO-EXPORTA FROM WS-PTC-LINHA
                   ADD 1 TO WS-QTDE-EXPORTADOS
           END-PERFORM.
           CLOSE PORTICO-LIBERADOS.
           CLOSE PORTICO-EXPORTA.
