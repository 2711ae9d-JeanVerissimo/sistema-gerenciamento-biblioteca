       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-MIGRA-INDICES.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Conversão única para os índices alternativos,
      *               no molde de SIS-MIGRA-LEIAUTES: EMPRESTIMOS.DAT
      *               ganha os índices por leitor, por título e
      *               exemplar e por vencimento; RESERVAS.DAT, por
      *               título e por data; CONTAS-RECEBER.DAT, por
      *               situação. O leiaute dos registros não muda —
      *               só a estrutura de índices, o que exige
      *               recriar os arquivos. O jornal e os extratos
      *               .BKP seguem válidos como estão.
      *               Os registros são regravados na ordem do
      *               código, de modo que a fila de reservas de
      *               cada título continua na ordem de chegada.
      *               Cada arquivo é gravado como <NOME>-NOVO.DAT;
      *               após conferir os totais, o operador substitui
      *               os arquivos antigos pelos novos e gera um
      *               backup completo (SIS-BACKUP) antes de liberar
      *               as estações.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS-ANT ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ANT-COD
               FILE STATUS IS WS-ST-ANT.

           SELECT EMPRESTIMOS-NOVO ASSIGN TO 'EMPRESTIMOS-NOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOV-COD
               ALTERNATE RECORD KEY IS EMP-NOV-USUARIO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-NOV-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-NOV-DATA-DEV
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-NOV.

           SELECT RESERVAS-ANT ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-ANT-COD
               FILE STATUS IS WS-ST-ANT.

           SELECT RESERVAS-NOVO ASSIGN TO 'RESERVAS-NOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NOV-COD
               ALTERNATE RECORD KEY IS RES-NOV-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-NOV-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-NOV.

           SELECT CONTAS-RECEBER-ANT ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRA-CHAVE
               FILE STATUS IS WS-ST-ANT.

           SELECT CONTAS-RECEBER-NOVO
               ASSIGN TO 'CONTAS-RECEBER-NOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               ALTERNATE RECORD KEY IS CRN-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-NOV.

       DATA DIVISION.
       FILE SECTION.

       FD EMPRESTIMOS-ANT.
       01 REG-EMPRESTIMO-ANT.
           02 EMP-ANT-COD              PIC 9(7).
           02 FILLER                   PIC X(52).

       FD EMPRESTIMOS-NOVO.
       01 REG-EMPRESTIMO-NOVO.
           02 EMP-NOV-COD              PIC 9(7).
           02 EMP-NOV-USUARIO          PIC 9(7).
           02 EMP-NOV-ITEM.
               03 EMP-NOV-LIVRO        PIC 9(7).
               03 EMP-NOV-EXEMPLAR     PIC 9(3).
           02 EMP-NOV-DATA-EMP         PIC 9(8).
           02 EMP-NOV-DATA-DEV         PIC 9(8).
           02 EMP-NOV-DATA-ENTREGA     PIC 9(8).
           02 EMP-NOV-STATUS           PIC X(1).
           02 EMP-NOV-RENOVACOES       PIC 9(2).
           02 EMP-NOV-LOTE             PIC 9(7).
           02 EMP-NOV-TIPO             PIC X(1).

       FD RESERVAS-ANT.
       01 REG-RESERVA-ANT.
           02 RES-ANT-COD              PIC 9(7).
           02 FILLER                   PIC X(26).

       FD RESERVAS-NOVO.
       01 REG-RESERVA-NOVO.
           02 RES-NOV-COD              PIC 9(7).
           02 RES-NOV-LIVRO            PIC 9(7).
           02 RES-NOV-USUARIO          PIC 9(7).
           02 RES-NOV-DATA             PIC 9(8).
           02 RES-NOV-STATUS           PIC X(1).
           02 RES-NOV-FILIAL-RET       PIC 9(3).

       FD CONTAS-RECEBER-ANT.
       01 REG-CONTA-REC-ANT.
           02 CRA-CHAVE                PIC X(14).
           02 FILLER                   PIC X(88).

       FD CONTAS-RECEBER-NOVO.
       01 REG-CONTA-REC-NOVO.
           02 CRN-CHAVE.
               03 CRN-USUARIO          PIC 9(7).
               03 CRN-SEQ              PIC 9(7).
           02 CRN-DATA                 PIC 9(8).
           02 CRN-ORIGEM               PIC X(1).
           02 CRN-EMPRESTIMO           PIC 9(7).
           02 CRN-LIVRO                PIC 9(7).
           02 CRN-VALOR                PIC 9(7)V99.
           02 CRN-VALOR-PAGO           PIC 9(7)V99.
           02 CRN-STATUS               PIC X(1).
           02 CRN-RECIBO               PIC 9(6).
           02 CRN-DATA-BAIXA           PIC 9(8).
           02 CRN-SESSAO               PIC 9(5).
           02 CRN-FORMA                PIC X(1).
           02 CRN-OPERADOR             PIC X(10).
           02 CRN-VENCIMENTO           PIC 9(8).
           02 CRN-CAMPANHA             PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-ST-ANT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOV                    PIC X(2)      VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-QTDE-LIDOS                PIC 9(7)      VALUE 0.
       77 WS-QTDE-GRAVADOS             PIC 9(7)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "==================================================="
           DISPLAY "      CONVERSÃO PARA OS ÍNDICES ALTERNATIVOS     "
           DISPLAY "==================================================="
           DISPLAY "SERÃO GERADOS EMPRESTIMOS-NOVO.DAT, "
                   "RESERVAS-NOVO.DAT"
           DISPLAY "E CONTAS-RECEBER-NOVO.DAT, COM OS MESMOS"
           DISPLAY "REGISTROS E OS NOVOS ÍNDICES."
           DISPLAY "RODE COM TODAS AS ESTAÇÕES PARADAS. APÓS"
           DISPLAY "CONFERIR OS TOTAIS, SUBSTITUA OS ARQUIVOS"
           DISPLAY "ANTIGOS PELOS NOVOS E GERE UM BACKUP COMPLETO"
           DISPLAY "(SIS-BACKUP) ANTES DE LIBERAR AS ESTAÇÕES."
           DISPLAY "CONFIRMA A CONVERSÃO? (S/N): "
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "CONVERSÃO CANCELADA."
               STOP RUN
           END-IF.

           PERFORM CONVERTER-EMPRESTIMOS.
           PERFORM CONVERTER-RESERVAS.
           PERFORM CONVERTER-CONTAS-RECEBER.

           DISPLAY "CONVERSÃO CONCLUÍDA. CONFIRA OS TOTAIS ACIMA "
                   "ANTES DE SUBSTITUIR OS ARQUIVOS.".
           STOP RUN.

       CONVERTER-EMPRESTIMOS.
           MOVE 0    TO WS-QTDE-LIDOS.
           MOVE 0    TO WS-QTDE-GRAVADOS.
           MOVE "00" TO WS-ST-ANT.

           OPEN INPUT EMPRESTIMOS-ANT.
           IF WS-ST-ANT NOT = "00"
               DISPLAY "EMPRESTIMOS.DAT AUSENTE; ETAPA PULADA."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EMPRESTIMOS-NOVO.

           PERFORM UNTIL WS-ST-ANT = "10"
               READ EMPRESTIMOS-ANT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ANT
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE REG-EMPRESTIMO-ANT TO REG-EMPRESTIMO-NOVO
                   WRITE REG-EMPRESTIMO-NOVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-QTDE-GRAVADOS
                   END-WRITE
           END-PERFORM.

           CLOSE EMPRESTIMOS-ANT.
           CLOSE EMPRESTIMOS-NOVO.
           DISPLAY "EMPRESTIMOS: " WS-QTDE-LIDOS " LIDO(S), "
                   WS-QTDE-GRAVADOS " GRAVADO(S) EM "
                   "EMPRESTIMOS-NOVO.DAT.".

       CONVERTER-RESERVAS.
           MOVE 0    TO WS-QTDE-LIDOS.
           MOVE 0    TO WS-QTDE-GRAVADOS.
           MOVE "00" TO WS-ST-ANT.

           OPEN INPUT RESERVAS-ANT.
           IF WS-ST-ANT NOT = "00"
               DISPLAY "RESERVAS.DAT AUSENTE; ETAPA PULADA."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESERVAS-NOVO.

           PERFORM UNTIL WS-ST-ANT = "10"
               READ RESERVAS-ANT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ANT
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE REG-RESERVA-ANT TO REG-RESERVA-NOVO
                   WRITE REG-RESERVA-NOVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-QTDE-GRAVADOS
                   END-WRITE
           END-PERFORM.

           CLOSE RESERVAS-ANT.
           CLOSE RESERVAS-NOVO.
           DISPLAY "RESERVAS: " WS-QTDE-LIDOS " LIDO(S), "
                   WS-QTDE-GRAVADOS " GRAVADO(S) EM "
                   "RESERVAS-NOVO.DAT.".

       CONVERTER-CONTAS-RECEBER.
           MOVE 0    TO WS-QTDE-LIDOS.
           MOVE 0    TO WS-QTDE-GRAVADOS.
           MOVE "00" TO WS-ST-ANT.

           OPEN INPUT CONTAS-RECEBER-ANT.
           IF WS-ST-ANT NOT = "00"
               DISPLAY "CONTAS-RECEBER.DAT AUSENTE; ETAPA PULADA."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTAS-RECEBER-NOVO.

           PERFORM UNTIL WS-ST-ANT = "10"
               READ CONTAS-RECEBER-ANT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ANT
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE REG-CONTA-REC-ANT TO REG-CONTA-REC-NOVO
                   WRITE REG-CONTA-REC-NOVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-QTDE-GRAVADOS
                   END-WRITE
           END-PERFORM.

           CLOSE CONTAS-RECEBER-ANT.
           CLOSE CONTAS-RECEBER-NOVO.
           DISPLAY "CONTAS-RECEBER: " WS-QTDE-LIDOS " LIDO(S), "
                   WS-QTDE-GRAVADOS " GRAVADO(S) EM "
                   "CONTAS-RECEBER-NOVO.DAT.".
