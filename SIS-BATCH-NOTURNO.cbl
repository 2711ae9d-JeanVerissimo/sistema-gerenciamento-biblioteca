       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Encadeamento noturno: executa em sequência os
      *               jobs de fechamento (multas, expiração de
      *               reservas, lembretes de vencimento, lembretes
      *               da programação cultural, circulação digital,
      *               despacho de notificações, encerramento da
      *               reserva didática, conciliação do retorno PIX
      *               do banco, importação dos pré-cadastros do
      *               portal e reconstrução da lista do pórtico
      *               antifurto)
      *               registrando cada passo em
      *               CONTROLE-JOBS.DAT com início, fim e resultado.
      *               Recusa uma segunda execução completa para a
      *               mesma data de movimento e, após uma falha,
      *               reinicia do passo que falhou em vez de
      *               recomeçar do zero. Não faz nenhum ACCEPT —
      *               destina-se a cron/agendador.
      *               Enquanto roda, mantém a chave JANELA-NOTURNA
      *               de PARAMETROS.DAT em 1 (em execução), o que
      *               põe as estações em modo somente consulta; ao
      *               concluir devolve 0, e numa falha deixa 2 com
      *               o passo interrompido, até a nova execução ou
      *               a liberação de emergência do supervisor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-ST-CTL.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

       DATA DIVISION.
       FILE SECTION.

           02 CTL-FIM                  PIC X(14).
           02 CTL-RESULTADO            PIC X(1).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-ST-CTL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-JANELA-DESCRICAO          PIC X(40)     VALUE SPACES.
       77 WS-DATA-MOVTO                PIC 9(8)      VALUE 0.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-PASSO-NUM                 PIC 9(2)      VALUE 0.
       77 WS-PASSO-PULAR               PIC X(1)      VALUE "N".
       77 WS-FALHA                     PIC X(1)      VALUE "N".
       77 WS-QTDE-PASSOS-OK            PIC 9(2)      VALUE 0.
       77 WS-TOTAL-PASSOS              PIC 9(2)      VALUE 12.

       PROCEDURE DIVISION.

                       " PASSO(S) JÁ CONCLUÍDO(S) SERÃO PULADOS."
           END-IF.

           MOVE 1 TO WS-JANELA-SITUACAO.
           MOVE SPACES TO WS-JANELA-DESCRICAO.
           STRING "CADEIA EM EXECUCAO - MOVIMENTO "
                                             DELIMITED BY SIZE
                  WS-DATA-MOVTO              DELIMITED BY SIZE
                  INTO WS-JANELA-DESCRICAO.
           PERFORM GRAVAR-JANELA-NOTURNA.

           MOVE 1 TO WS-PASSO-NUM.
           MOVE "FECHAMENTO MULTAS" TO WS-PASSO-NOME.
           MOVE "SIS-BATCH-MULTAS" TO WS-PASSO-CMD.
               PERFORM EXECUTAR-PASSO
           END-IF.

      *    Lembretes de eventos e a fila digital geram avisos;
      *    rodam antes do despacho para que saiam na mesma noite.
           IF WS-FALHA = "N"
               MOVE 5 TO WS-PASSO-NUM
               MOVE "LEMBRETES EVENTOS" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-EVENTOS" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 6 TO WS-PASSO-NUM
               MOVE "EXPIRACAO DIGITAL" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-DIGITAL" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 7 TO WS-PASSO-NUM
               MOVE "DESPACHO NOTIFIC" TO WS-PASSO-NOME
               MOVE "SIS-NOTIFICA" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 8 TO WS-PASSO-NUM
               MOVE "FOTOGRAFIA ESTAT" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-ESTAT" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 9 TO WS-PASSO-NUM
               MOVE "FIM RESERVA DIDAT" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-DIDATICA" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 10 TO WS-PASSO-NUM
               MOVE "CONCILIACAO PIX" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-PIX" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 11 TO WS-PASSO-NUM
               MOVE "PRE-CADASTRO PORTAL" TO WS-PASSO-NOME
               MOVE "SIS-PORTAL-CAD" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           IF WS-FALHA = "N"
               MOVE 12 TO WS-PASSO-NUM
               MOVE "LISTA PORTICO" TO WS-PASSO-NOME
               MOVE "SIS-BATCH-PORTICO" TO WS-PASSO-CMD
               PERFORM EXECUTAR-PASSO
           END-IF.

           CLOSE CONTROLE-JOBS.

      *    Na falha a janela continua fechada: os arquivos podem
      *    ter ficado pela metade até o reinício do passo.
           MOVE SPACES TO WS-JANELA-DESCRICAO.
           IF WS-FALHA = "S"
               MOVE 2 TO WS-JANELA-SITUACAO
               STRING "FALHA NO PASSO "      DELIMITED BY SIZE
                      WS-PASSO-NUM           DELIMITED BY SIZE
                      ": "                   DELIMITED BY SIZE
                      WS-PASSO-NOME          DELIMITED BY SIZE
                      INTO WS-JANELA-DESCRICAO
           ELSE
               MOVE 0 TO WS-JANELA-SITUACAO
               STRING "CADEIA CONCLUIDA - MOVIMENTO "
                                             DELIMITED BY SIZE
                      WS-DATA-MOVTO          DELIMITED BY SIZE
                      INTO WS-JANELA-DESCRICAO
           END-IF.
           PERFORM GRAVAR-JANELA-NOTURNA.

           IF WS-FALHA = "S"
               DISPLAY "CADEIA NOTURNA INTERROMPIDA NO PASSO "
                       WS-PASSO-NUM " (" WS-PASSO-NOME "). A "
                       "PRÓXIMA EXECUÇÃO REINICIA DESTE PASSO."
               DISPLAY "AS ESTAÇÕES CONTINUAM EM MODO SOMENTE "
                       "CONSULTA ATÉ O REINÍCIO OU A LIBERAÇÃO "
                       "PELO SUPERVISOR."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CADEIA NOTURNA CONCLUÍDA COM SUCESSO."
           END-IF.
           REWRITE REG-CONTROLE.
           MOVE 0 TO RETURN-CODE.

      *    Situação da cadeia na chave JANELA-NOTURNA, lida pelas
      *    estações a cada volta do menu. Sem PARAMETROS.DAT a
      *    cadeia segue, apenas sem a trava das estações.
       GRAVAR-JANELA-NOTURNA.
           MOVE "00" TO WS-ST-PAR.
           OPEN I-O PARAMETROS.
           IF WS-ST-PAR = "35"
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF.
           IF WS-ST-PAR NOT = "00"
               DISPLAY "AVISO: JANELA NOTURNA NÃO ATUALIZADA EM "
                       "PARAMETROS.DAT. STATUS: " WS-ST-PAR
               EXIT PARAGRAPH
           END-IF.

           MOVE "JANELA-NOTURNA" TO PARAM-CHAVE.
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY
                   MOVE WS-JANELA-SITUACAO  TO PARAM-VALOR
                   MOVE WS-JANELA-DESCRICAO TO PARAM-DESCRICAO
                   WRITE REG-PARAMETRO
               NOT INVALID KEY
                   MOVE WS-JANELA-SITUACAO  TO PARAM-VALOR
                   MOVE WS-JANELA-DESCRICAO TO PARAM-DESCRICAO
                   REWRITE REG-PARAMETRO
           END-READ.
           CLOSE PARAMETROS.

           EVALUATE WS-JANELA-SITUACAO
               WHEN 1
                   DISPLAY "ESTAÇÕES EM MODO SOMENTE CONSULTA."
               WHEN 0
                   DISPLAY "ESTAÇÕES LIBERADAS."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
