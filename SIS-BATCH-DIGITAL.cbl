       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-BATCH-DIGITAL.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Job noturno da circulação digital (e-books e
      *               audiolivros): encerra sozinhos os empréstimos
      *               digitais ("L") vencidos, sem multa, liberando a
      *               cópia na licença; marca como vencidas ("V") as
      *               licenças com data final passada; atende a fila
      *               de reservas dos títulos digitais em ordem de
      *               código, gerando o empréstimo e o aviso ("L") ao
      *               leitor; e grava LICENCAS-AVISO-<AAAAMMDD>.TXT com
      *               as licenças perto do teto de empréstimos ou da
      *               data final e os títulos digitais sem licença
      *               vigente, para a renovação pelas aquisições.
      *               Destina-se a cron/agendador.

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

           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-RES.

           SELECT LICENCAS-DIGITAIS ASSIGN TO 'LICENCAS-DIGITAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               FILE STATUS IS WS-ST-LIC.

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
               FILE STATUS IS WS-ST-USU.

           SELECT NOTIFICACOES ASSIGN TO 'NOTIFICACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTIF-COD
               FILE STATUS IS WS-ST-NOT.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               FILE STATUS IS WS-ST-CTT.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT AVISO-RPT ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

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

       FD RESERVAS.
       01 REG-RESERVA.
           02 RESERVA-COD              PIC 9(7).
           02 RESERVA-LIVRO            PIC 9(7).
           02 RESERVA-USUARIO          PIC 9(7).
           02 RESERVA-DATA             PIC 9(8).
           02 RESERVA-STATUS           PIC X(1).
           02 RESERVA-FILIAL-RETIRADA  PIC 9(3).

       FD LICENCAS-DIGITAIS.
       01 REG-LICENCA.
           02 LIC-CHAVE.
               03 LIC-LIVRO            PIC 9(7).
               03 LIC-SEQ              PIC 9(3).
           02 LIC-PLATAFORMA           PIC X(20).
           02 LIC-COPIAS               PIC 9(3).
           02 LIC-EMP-MAX              PIC 9(5).
           02 LIC-EMP-USADOS           PIC 9(5).
           02 LIC-EM-USO               PIC 9(3).
           02 LIC-DATA-INICIO          PIC 9(8).
           02 LIC-DATA-FIM             PIC 9(8).
           02 LIC-VALOR                PIC 9(7)V99.
           02 LIC-STATUS               PIC X(1).
           02 LIC-DATA-REG             PIC 9(8).
           02 LIC-OPERADOR             PIC X(10).

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

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
           02 NOTIF-COD                PIC 9(7).
           02 NOTIF-DATA               PIC 9(8).
           02 NOTIF-TIPO               PIC X(1).
           02 NOTIF-USUARIO            PIC 9(7).
           02 NOTIF-EMAIL              PIC X(20).
           02 NOTIF-TELEFONE           PIC X(11).
           02 NOTIF-LIVRO              PIC 9(7).
           02 NOTIF-VALOR              PIC 9(7)V99.
           02 NOTIF-STATUS             PIC X(1).
           02 NOTIF-TENTATIVAS        PIC 9(1).

       FD CONTATOS.
       01 REG-CONTATO.
           02 CTT-USUARIO              PIC 9(7).
           02 CTT-EMAIL                PIC X(60).
           02 CTT-CELULAR              PIC X(13).
           02 CTT-CANAL                PIC X(1).
           02 CTT-TITULAR              PIC X(1).
           02 CTT-TIPOS-RECUSADOS      PIC X(20).
           02 CTT-DATA-ATUALIZ         PIC 9(8).
           02 CTT-OPERADOR             PIC X(10).

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
           02 AUD-OPERADOR            PIC X(10).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD AVISO-RPT.
       01 REG-AVISO-RPT                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-RES                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-QTDE-AVISOS-RECUSADOS     PIC 9(5)      VALUE 0.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE "BATCH-DIG".
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-NOTIF-USUARIO             PIC 9(7)      VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-RPT-NOME                  PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-LIMITE-AVISO              PIC 9(8)      VALUE 0.
       77 WS-DEV-AAAAMMDD              PIC 9(8)      VALUE 0.
       77 WS-DIAS-EMP-E                PIC 9(3)      VALUE 7.
       77 WS-DIAS-EMP-F                PIC 9(3)      VALUE 14.
       77 WS-DIAS-EMP-C                PIC 9(3)      VALUE 5.
       77 WS-DIAS-EMP-DIGITAL          PIC 9(3)      VALUE 14.
       77 WS-DIAS-EFETIVOS             PIC 9(3)      VALUE 0.
       77 WS-AVISO-RESTANTES           PIC 9(5)      VALUE 3.
       77 WS-AVISO-DIAS                PIC 9(3)      VALUE 30.
       77 WS-RESTANTES                 PIC 9(5)      VALUE 0.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-COD-LICENCA               PIC 9(3)      VALUE 0.
       77 WS-EMP-COD                   PIC 9(7)      VALUE 0.
       77 WS-RES-COD-ATUAL             PIC 9(7)      VALUE 0.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-LIC-ACHADA                PIC X(1)      VALUE "N".
       77 WS-LIC-VIGENTES              PIC 9(3)      VALUE 0.
       77 WS-LIC-SEQ-LIVRE             PIC 9(3)      VALUE 0.
       77 WS-LIC-DATA-FIM              PIC 9(8)      VALUE 0.
       77 WS-USUARIO-APTO              PIC X(1)      VALUE "N".
       77 WS-MOTIVO-AVISO              PIC X(20)     VALUE SPACES.
       77 WS-REG-EXPIRADOS             PIC 9(5)      VALUE 0.
       77 WS-REG-LIC-VENCIDAS          PIC 9(5)      VALUE 0.
       77 WS-REG-ATENDIDAS             PIC 9(5)      VALUE 0.
       77 WS-REG-AVISOS                PIC 9(5)      VALUE 0.
       77 WS-REG-SEM-LICENCA           PIC 9(5)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM LER-PARAMETROS.
           COMPUTE WS-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-AVISO-DIAS).

           DISPLAY "JOB SIS-BATCH-DIGITAL INICIADO EM "
                   WS-HOJE-AAAAMMDD.

           PERFORM EXPIRAR-EMPRESTIMOS-DIGITAIS.
           PERFORM VENCER-LICENCAS.
           PERFORM ATENDER-FILA-DIGITAL.
           PERFORM EMITIR-AVISO-LICENCAS.

           DISPLAY "EMPRÉSTIMOS DIGITAIS ENCERRADOS: "
                   WS-REG-EXPIRADOS.
           DISPLAY "LICENÇAS VENCIDAS:               "
                   WS-REG-LIC-VENCIDAS.
           DISPLAY "RESERVAS DIGITAIS ATENDIDAS:     "
                   WS-REG-ATENDIDAS.
           DISPLAY "LICENÇAS EM AVISO:               "
                   WS-REG-AVISOS.
           DISPLAY "TÍTULOS SEM LICENÇA VIGENTE:     "
                   WS-REG-SEM-LICENCA.
           DISPLAY "RELATÓRIO DE AVISO: " WS-RPT-NOME.
           DISPLAY "AVISOS NÃO ENFILEIRADOS POR RECUSA DO "
                   "LEITOR: " WS-QTDE-AVISOS-RECUSADOS.
           DISPLAY "JOB SIS-BATCH-DIGITAL ENCERRADO.".
           STOP RUN.

      *    Prazos por categoria e do material digital, mais os
      *    limites do aviso de renovação; sem PARAMETROS.DAT valem
      *    os padrões da WORKING-STORAGE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "DIAS-EMP-ESTUDANTE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-E
           END-READ.

           MOVE "DIAS-EMP-FUNCIONARIO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-F
           END-READ.

           MOVE "DIAS-EMP-COMUNIDADE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-C
           END-READ.

           MOVE "DIAS-EMP-DIGITAL" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-DIGITAL
           END-READ.

           MOVE "LIC-AVISO-RESTANTES" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-AVISO-RESTANTES
           END-READ.

           MOVE "LIC-AVISO-DIAS" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-AVISO-DIAS
           END-READ.

           CLOSE PARAMETROS.

       ABRIR-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS.
           EVALUATE WS-FILE-STATUS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO EMPRESTIMOS.DAT..."
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT! STATUS: "
                   WS-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ABRIR-RESERVAS.
           OPEN I-O RESERVAS.
           EVALUATE WS-ST-RES
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO RESERVAS.DAT..."
                   OPEN OUTPUT RESERVAS
                   CLOSE RESERVAS
                   OPEN I-O RESERVAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR RESERVAS.DAT! STATUS: "
                   WS-ST-RES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ABRIR-LICENCAS.
           OPEN I-O LICENCAS-DIGITAIS.
           EVALUATE WS-ST-LIC
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO LICENCAS-DIGITAIS.DAT..."
                   OPEN OUTPUT LICENCAS-DIGITAIS
                   CLOSE LICENCAS-DIGITAIS
                   OPEN I-O LICENCAS-DIGITAIS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR LICENCAS-DIGITAIS.DAT! "
                           "STATUS: " WS-ST-LIC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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

      *    Imagem antes/depois de cada gravação nos arquivos
      *    mestres, para recuperação pontual via SIS-RECUPERA.
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

       GRAVAR-JORNAL-EMPRESTIMO.
           MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS
           MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO
           MOVE "R"            TO WS-JRN-OPERACAO
           PERFORM GRAVAR-JORNAL.

       GRAVAR-JORNAL-RESERVA.
           MOVE REG-RESERVA   TO WS-JRN-DEPOIS
           MOVE "RESERVAS"    TO WS-JRN-ARQUIVO
           MOVE "R"           TO WS-JRN-OPERACAO
           PERFORM GRAVAR-JORNAL.

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
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA

           PERFORM ABRIR-AUDITORIA
           MOVE WS-DATA-SISTEMA(1:21) TO AUD-DATA-HORA
           MOVE "SIS-BATCH-DIG"       TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

      *    O empréstimo digital não volta ao balcão: vencido o
      *    prazo, o acesso se encerra com entrega na própria data
      *    de devolução (sem atraso, portanto sem multa) e a cópia
      *    fica livre na licença para o próximo da fila.
       EXPIRAR-EMPRESTIMOS-DIGITAIS.
           MOVE "00" TO WS-FILE-STATUS.
           PERFORM ABRIR-EMPRESTIMOS

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-COD NOT = 0
                           AND EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO = "L"
                           AND EMPRESTIMO-DATA-DEV <= WS-HOJE-AAAAMMDD
                       PERFORM ENCERRAR-EMPRESTIMO-DIGITAL
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

       ENCERRAR-EMPRESTIMO-DIGITAL.
           MOVE REG-EMPRESTIMO      TO WS-JRN-ANTES.
           MOVE EMPRESTIMO-STATUS   TO WS-AUD-STATUS-ANT.
           MOVE "D"                 TO EMPRESTIMO-STATUS.
           MOVE EMPRESTIMO-DATA-DEV TO EMPRESTIMO-DATA-ENTREGA.
           REWRITE REG-EMPRESTIMO.
           PERFORM GRAVAR-JORNAL-EMPRESTIMO.

           MOVE "EXPIRADIG"         TO WS-AUD-OPERACAO.
           MOVE EMPRESTIMO-COD      TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

           MOVE EMPRESTIMO-LIVRO    TO WS-COD-LIVRO.
           MOVE EMPRESTIMO-EXEMPLAR TO WS-COD-LICENCA.
           PERFORM LIBERAR-LICENCA.

           ADD 1 TO WS-REG-EXPIRADOS.
           DISPLAY "EMPRÉSTIMO DIGITAL " EMPRESTIMO-COD
                   " DO LIVRO " WS-COD-LIVRO " ENCERRADO.".

       LIBERAR-LICENCA.
           PERFORM ABRIR-LICENCAS
           MOVE WS-COD-LIVRO   TO LIC-LIVRO
           MOVE WS-COD-LICENCA TO LIC-SEQ
           READ LICENCAS-DIGITAIS KEY IS LIC-CHAVE
               INVALID KEY
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH.
           IF LIC-EM-USO > 0
               SUBTRACT 1 FROM LIC-EM-USO
               REWRITE REG-LICENCA
           END-IF.
           CLOSE LICENCAS-DIGITAIS.

      *    Licença ativa com data final já passada deixa de
      *    emprestar; as cópias em uso seguem até o vencimento,
      *    que nunca passa da data final.
       VENCER-LICENCAS.
           PERFORM ABRIR-LICENCAS

           PERFORM UNTIL WS-ST-LIC = "10"
               READ LICENCAS-DIGITAIS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIC
               NOT AT END
                   IF LIC-STATUS = "A"
                           AND LIC-DATA-FIM > 0
                           AND LIC-DATA-FIM < WS-HOJE-AAAAMMDD
                       MOVE "V" TO LIC-STATUS
                       REWRITE REG-LICENCA
                       ADD 1 TO WS-REG-LIC-VENCIDAS
                       DISPLAY "LICENÇA " LIC-SEQ " DO LIVRO "
                               LIC-LIVRO " VENCIDA."
                   END-IF
           END-PERFORM.

           CLOSE LICENCAS-DIGITAIS.

      *    Percorre RESERVAS.DAT em ordem de código (FIFO): cada
      *    reserva ativa de título digital com cópia livre vira
      *    empréstimo "L". A varredura reposiciona o arquivo a cada
      *    reserva tratada, como em SIS-BATCH-RESERVAS.
       ATENDER-FILA-DIGITAL.
           MOVE 0   TO WS-RES-COD-ATUAL.
           MOVE "N" TO WS-FIM-VARREDURA.

           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-RESERVAS

           PERFORM UNTIL WS-FIM-VARREDURA = "S"
               MOVE WS-RES-COD-ATUAL TO RESERVA-COD
               START RESERVAS KEY IS GREATER THAN RESERVA-COD
                   INVALID KEY MOVE "S" TO WS-FIM-VARREDURA
               END-START
               IF WS-FIM-VARREDURA = "N"
                   READ RESERVAS NEXT RECORD
                       AT END MOVE "S" TO WS-FIM-VARREDURA
                   NOT AT END
                       MOVE RESERVA-COD TO WS-RES-COD-ATUAL
                       IF RESERVA-STATUS = "A"
                           PERFORM TRATAR-RESERVA-DIGITAL
                       END-IF
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE RESERVAS.
           CLOSE LIVROS.

       TRATAR-RESERVA-DIGITAL.
           MOVE RESERVA-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY EXIT PARAGRAPH.
           IF LIVRO-TIPO-MATERIAL NOT = "E"
                   AND LIVRO-TIPO-MATERIAL NOT = "A"
               EXIT PARAGRAPH
           END-IF.

           MOVE RESERVA-LIVRO   TO WS-COD-LIVRO.
           MOVE RESERVA-USUARIO TO WS-COD-USUARIO.

           PERFORM LOCALIZAR-LICENCA-LIVRE.
           IF WS-LIC-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-USUARIO-APTO.
           IF WS-USUARIO-APTO NOT = "S"
               DISPLAY "RESERVA " RESERVA-COD " MANTIDA NA FILA: "
                       "USUÁRIO " WS-COD-USUARIO " IMPEDIDO."
               EXIT PARAGRAPH
           END-IF.

           IF WS-DIAS-EMP-DIGITAL < WS-DIAS-EFETIVOS
               MOVE WS-DIAS-EMP-DIGITAL TO WS-DIAS-EFETIVOS
           END-IF.
           COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-DIAS-EFETIVOS).
           IF WS-LIC-DATA-FIM > 0
                   AND WS-LIC-DATA-FIM < WS-DEV-AAAAMMDD
               MOVE WS-LIC-DATA-FIM TO WS-DEV-AAAAMMDD
           END-IF.

           PERFORM OCUPAR-LICENCA.
           IF WS-LIC-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-EMPRESTIMO-DIGITAL.

           MOVE REG-RESERVA TO WS-JRN-ANTES.
           MOVE "E"         TO RESERVA-STATUS.
           REWRITE REG-RESERVA.
           PERFORM GRAVAR-JORNAL-RESERVA.

           MOVE WS-COD-USUARIO TO WS-NOTIF-USUARIO.
           PERFORM GRAVAR-NOTIFICACAO-DIGITAL.

           MOVE "FILADIG"   TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD  TO WS-AUD-CHAVE.
           MOVE "A"         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           ADD 1 TO WS-REG-ATENDIDAS.
           DISPLAY "RESERVA " RESERVA-COD " ATENDIDA: EMPRÉSTIMO "
                   "DIGITAL " WS-EMP-COD " (USUÁRIO "
                   WS-COD-USUARIO ").".

      *    Mesmo critério do balcão (CADASTRAR-EMPRESTIMO): leitor
      *    ativo, carteira válida e sem suspensão. O prazo da
      *    categoria fica em WS-DIAS-EFETIVOS.
       VERIFICAR-USUARIO-APTO.
           MOVE "N"  TO WS-USUARIO-APTO.
           MOVE 0    TO WS-DIAS-EFETIVOS.
           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   CLOSE USUARIOS
                   EXIT PARAGRAPH.
           CLOSE USUARIOS.

           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "U"
                   OR USUARIO-STATUS = "C" OR USUARIO-STATUS = "I"
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-VALIDADE NOT = 0
                   AND USUARIO-VALIDADE < WS-HOJE-AAAAMMDD
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-SUSPENSO-ATE NOT = 0
                   AND USUARIO-SUSPENSO-ATE >= WS-HOJE-AAAAMMDD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE USUARIO-CATEGORIA
               WHEN "F" MOVE WS-DIAS-EMP-F TO WS-DIAS-EFETIVOS
               WHEN "C" MOVE WS-DIAS-EMP-C TO WS-DIAS-EFETIVOS
               WHEN OTHER MOVE WS-DIAS-EMP-E TO WS-DIAS-EFETIVOS
           END-EVALUATE.
           MOVE "S" TO WS-USUARIO-APTO.

      *    Primeira licença do título vigente hoje (ativa, dentro
      *    da vigência e abaixo do teto) com cópia livre; conta
      *    também as vigentes, usadas no relatório de aviso.
       LOCALIZAR-LICENCA-LIVRE.
           MOVE "N" TO WS-LIC-ACHADA.
           MOVE 0   TO WS-LIC-VIGENTES.
           MOVE 0   TO WS-LIC-SEQ-LIVRE.
           MOVE 0   TO WS-LIC-DATA-FIM.
           MOVE "00" TO WS-ST-LIC.
           OPEN INPUT LICENCAS-DIGITAIS.
           IF WS-ST-LIC NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO TO LIC-LIVRO.
           MOVE 0            TO LIC-SEQ.
           START LICENCAS-DIGITAIS KEY IS NOT LESS THAN LIC-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-LIC
           END-START.
           PERFORM UNTIL WS-ST-LIC = "10"
               READ LICENCAS-DIGITAIS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIC
               NOT AT END
                   IF LIC-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-ST-LIC
                   ELSE IF LIC-STATUS = "A"
                           AND LIC-DATA-INICIO <= WS-HOJE-AAAAMMDD
                           AND (LIC-DATA-FIM = 0
                                OR LIC-DATA-FIM >= WS-HOJE-AAAAMMDD)
                           AND (LIC-EMP-MAX = 0
                                OR LIC-EMP-USADOS < LIC-EMP-MAX)
                       ADD 1 TO WS-LIC-VIGENTES
                       IF LIC-EM-USO < LIC-COPIAS
                               AND WS-LIC-ACHADA = "N"
                           MOVE "S"          TO WS-LIC-ACHADA
                           MOVE LIC-SEQ      TO WS-LIC-SEQ-LIVRE
                           MOVE LIC-DATA-FIM TO WS-LIC-DATA-FIM
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE LICENCAS-DIGITAIS.

      *    Consome uma cópia e um empréstimo da licença; no teto
      *    ela passa a esgotada ("E").
       OCUPAR-LICENCA.
           MOVE "N" TO WS-LIC-ACHADA.
           PERFORM ABRIR-LICENCAS
           MOVE WS-COD-LIVRO     TO LIC-LIVRO
           MOVE WS-LIC-SEQ-LIVRE TO LIC-SEQ
           READ LICENCAS-DIGITAIS KEY IS LIC-CHAVE
               INVALID KEY
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH.

           IF LIC-STATUS NOT = "A" OR LIC-EM-USO >= LIC-COPIAS
               CLOSE LICENCAS-DIGITAIS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LIC-EM-USO.
           ADD 1 TO LIC-EMP-USADOS.
           IF LIC-EMP-MAX > 0 AND LIC-EMP-USADOS >= LIC-EMP-MAX
               MOVE "E" TO LIC-STATUS
           END-IF.
           REWRITE REG-LICENCA.
           CLOSE LICENCAS-DIGITAIS.
           MOVE "S" TO WS-LIC-ACHADA.

      *    Numeração pelo registro de controle 0, como em
      *    OBTER-PROX-NUM-EMP de SIS-EMPRESTIMOS; o lote do
      *    empréstimo é o próprio código.
       GRAVAR-EMPRESTIMO-DIGITAL.
           PERFORM ABRIR-EMPRESTIMOS
           MOVE 0 TO EMPRESTIMO-COD
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY
                   CLOSE EMPRESTIMOS
                   PERFORM CRIAR-CONTROLE-EMP
                   PERFORM ABRIR-EMPRESTIMOS
                   MOVE 0 TO EMPRESTIMO-COD
                   READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
           END-READ.

           MOVE REG-EMPRESTIMO TO WS-JRN-ANTES.
           MOVE EMPRESTIMO-USUARIO TO WS-EMP-COD.
           ADD 1 TO WS-EMP-COD.
           MOVE WS-EMP-COD TO EMPRESTIMO-USUARIO.
           REWRITE REG-EMPRESTIMO.
           PERFORM GRAVAR-JORNAL-EMPRESTIMO.

           MOVE WS-EMP-COD        TO EMPRESTIMO-COD.
           MOVE WS-COD-USUARIO    TO EMPRESTIMO-USUARIO.
           MOVE WS-COD-LIVRO      TO EMPRESTIMO-LIVRO.
           MOVE WS-LIC-SEQ-LIVRE  TO EMPRESTIMO-EXEMPLAR.
           MOVE WS-HOJE-AAAAMMDD  TO EMPRESTIMO-DATA-EMP.
           MOVE WS-DEV-AAAAMMDD   TO EMPRESTIMO-DATA-DEV.
           MOVE "E"               TO EMPRESTIMO-STATUS.
           MOVE 0                 TO EMPRESTIMO-DATA-ENTREGA.
           MOVE 0                 TO EMPRESTIMO-RENOVACOES.
           MOVE WS-EMP-COD        TO EMPRESTIMO-LOTE.
           MOVE "L"               TO EMPRESTIMO-TIPO.

           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO: EMPRÉSTIMO " WS-EMP-COD
                           " JÁ EXISTE!"
               NOT INVALID KEY
                   MOVE SPACES         TO WS-JRN-ANTES
                   MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS
                   MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO
                   MOVE "W"            TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
           END-WRITE.

           CLOSE EMPRESTIMOS.

       CRIAR-CONTROLE-EMP.
           MOVE 0 TO WS-EMP-COD.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EMPRESTIMOS

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-STATUS NOT = "C"
                           AND EMPRESTIMO-COD > WS-EMP-COD
                       MOVE EMPRESTIMO-COD TO WS-EMP-COD
                   END-IF
           END-PERFORM.

           MOVE 0                TO EMPRESTIMO-COD.
           MOVE WS-EMP-COD       TO EMPRESTIMO-USUARIO.
           MOVE 0                TO EMPRESTIMO-LIVRO.
           MOVE 0                TO EMPRESTIMO-EXEMPLAR.
           MOVE 0                TO EMPRESTIMO-DATA-EMP.
           MOVE 0                TO EMPRESTIMO-DATA-DEV.
           MOVE 0                TO EMPRESTIMO-DATA-ENTREGA.
           MOVE 0                TO EMPRESTIMO-RENOVACOES.
           MOVE "C"              TO EMPRESTIMO-STATUS.
           MOVE SPACES           TO EMPRESTIMO-TIPO.
           WRITE REG-EMPRESTIMO.

           CLOSE EMPRESTIMOS.

           MOVE SPACES         TO WS-JRN-ANTES.
           MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS.
           MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO.
           MOVE "W"            TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    Preferências de contato do leitor (CONTATOS.DAT): o
      *    tipo de aviso recusado não entra na fila. Cobrança e
      *    recolhimento são obrigatórios e saem sempre; sem o
      *    arquivo ou sem registro do leitor, vale o envio.
       VERIFICAR-PREFERENCIA-AVISO.
           MOVE "S" TO WS-AVISO-LIBERADO.
           IF WS-CTT-TIPO = "1" OR WS-CTT-TIPO = "2"
                   OR WS-CTT-TIPO = "K" OR WS-CTT-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTT-USUARIO TO CTT-USUARIO.
           READ CONTATOS KEY IS CTT-USUARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-QTDE-RECUSA
                   INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-QTDE-RECUSA
                       FOR ALL WS-CTT-TIPO
                   IF WS-QTDE-RECUSA > 0
                       MOVE "N" TO WS-AVISO-LIBERADO
                   END-IF
           END-READ.
           CLOSE CONTATOS.

      *    Aviso "L" ao leitor com a data final do acesso em
      *    NOTIF-DATA; o envio é feito pelo SIS-NOTIFICA. Para
      *    leitores menores o aviso vai ao responsável legal, como
      *    nas demais filas de notificação.
       GRAVAR-NOTIFICACAO-DIGITAL.
           MOVE WS-NOTIF-USUARIO TO WS-CTT-USUARIO.
           MOVE "L" TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               ADD 1 TO WS-QTDE-AVISOS-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.
           MOVE "00"   TO WS-ST-USU.

           OPEN I-O USUARIOS.
           IF WS-ST-USU = "00"
               MOVE WS-NOTIF-USUARIO TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE USUARIO-EMAIL    TO WS-NOTIF-EMAIL
                       MOVE USUARIO-TELEFONE TO WS-NOTIF-TELEFONE
                       IF USUARIO-RESP-COD NOT = 0
                           MOVE USUARIO-RESP-COD TO USUARIO-COD
                           READ USUARIOS KEY IS USUARIO-COD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE USUARIO-EMAIL
                                       TO WS-NOTIF-EMAIL
                                   MOVE USUARIO-TELEFONE
                                       TO WS-NOTIF-TELEFONE
                           END-READ
                       ELSE IF USUARIO-RESP-NOME NOT = SPACES
                           MOVE USUARIO-RESP-EMAIL
                               TO WS-NOTIF-EMAIL
                           MOVE USUARIO-RESP-TELEFONE
                               TO WS-NOTIF-TELEFONE
                       END-IF
               END-READ
               CLOSE USUARIOS
           END-IF.

           MOVE 0    TO WS-NOTIF-COD-LIVRE.
           MOVE "00" TO WS-ST-NOT.

           OPEN I-O NOTIFICACOES.
           EVALUATE WS-ST-NOT
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT NOTIFICACOES
                   CLOSE NOTIFICACOES
                   OPEN I-O NOTIFICACOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR NOTIFICACOES.DAT! STATUS: "
                   WS-ST-NOT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE "00" TO WS-ST-NOT.
           PERFORM UNTIL WS-ST-NOT = "10"
               READ NOTIFICACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-NOT
               NOT AT END
                   IF NOTIF-COD > WS-NOTIF-COD-LIVRE
                       MOVE NOTIF-COD TO WS-NOTIF-COD-LIVRE
                   END-IF
           END-PERFORM.

           ADD 1 TO WS-NOTIF-COD-LIVRE.
           MOVE WS-NOTIF-COD-LIVRE TO NOTIF-COD.
           MOVE WS-DEV-AAAAMMDD    TO NOTIF-DATA.
           MOVE "L"                TO NOTIF-TIPO.
           MOVE WS-NOTIF-USUARIO   TO NOTIF-USUARIO.
           MOVE WS-NOTIF-EMAIL     TO NOTIF-EMAIL.
           MOVE WS-NOTIF-TELEFONE  TO NOTIF-TELEFONE.
           MOVE WS-COD-LIVRO       TO NOTIF-LIVRO.
           MOVE 0                  TO NOTIF-VALOR.
           MOVE "P"                TO NOTIF-STATUS.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO.

           CLOSE NOTIFICACOES.

      *    Relatório para as aquisições: licenças ativas a poucos
      *    empréstimos do teto ou perto da data final, e títulos
      *    digitais do acervo sem nenhuma licença vigente.
       EMITIR-AVISO-LICENCAS.
           STRING "LICENCAS-AVISO-" WS-HOJE-AAAAMMDD ".TXT"
                  DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT AVISO-RPT.
           IF WS-ST-RPT NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-RPT-NOME "! STATUS: "
                       WS-ST-RPT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "  LICENÇAS DIGITAIS - AVISO DE RENOVAÇÃO EM "
                  WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "==============================================="
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "LIVRO   LIC PLATAFORMA           RESTAM  FIM"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           MOVE "00" TO WS-ST-LIC.
           OPEN INPUT LICENCAS-DIGITAIS.
           IF WS-ST-LIC = "00"
               PERFORM UNTIL WS-ST-LIC = "10"
                   READ LICENCAS-DIGITAIS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-LIC
                   NOT AT END
                       IF LIC-STATUS = "A"
                           PERFORM CONFERIR-LICENCA-AVISO
                       END-IF
               END-PERFORM
               CLOSE LICENCAS-DIGITAIS
           END-IF.

           IF WS-REG-AVISOS = 0
               MOVE "  NENHUMA LICENÇA PERTO DO TETO OU DA DATA FINAL."
                   TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
           END-IF.

           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "TÍTULOS DIGITAIS SEM LICENÇA VIGENTE:"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               PERFORM UNTIL WS-ST-LIV = "10"
                   READ LIVROS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-LIV
                   NOT AT END
                       IF (LIVRO-TIPO-MATERIAL = "E"
                               OR LIVRO-TIPO-MATERIAL = "A")
                               AND LIVRO-STATUS NOT = "X"
                               AND LIVRO-STATUS NOT = "C"
                           PERFORM CONFERIR-TITULO-SEM-LICENCA
                       END-IF
               END-PERFORM
               CLOSE LIVROS
           END-IF.

           IF WS-REG-SEM-LICENCA = 0
               MOVE "  NENHUM." TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
           END-IF.

           CLOSE AVISO-RPT.

       CONFERIR-LICENCA-AVISO.
           MOVE SPACES TO WS-MOTIVO-AVISO.
           MOVE 0      TO WS-RESTANTES.
           IF LIC-EMP-MAX > 0
               COMPUTE WS-RESTANTES = LIC-EMP-MAX - LIC-EMP-USADOS
               IF WS-RESTANTES <= WS-AVISO-RESTANTES
                   MOVE "TETO PROXIMO" TO WS-MOTIVO-AVISO
               END-IF
           END-IF.
           IF LIC-DATA-FIM > 0 AND LIC-DATA-FIM <= WS-LIMITE-AVISO
               IF WS-MOTIVO-AVISO = SPACES
                   MOVE "DATA FINAL PROXIMA" TO WS-MOTIVO-AVISO
               ELSE
                   MOVE "TETO E DATA FINAL" TO WS-MOTIVO-AVISO
               END-IF
           END-IF.
           IF WS-MOTIVO-AVISO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE LIC-DATA-FIM TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           IF LIC-DATA-FIM = 0
               MOVE "PERPETUA" TO WS-DATA-FMT
           END-IF.
           STRING LIC-LIVRO " " LIC-SEQ " " LIC-PLATAFORMA " "
                  WS-RESTANTES "  " WS-DATA-FMT " " WS-MOTIVO-AVISO
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           ADD 1 TO WS-REG-AVISOS.

       CONFERIR-TITULO-SEM-LICENCA.
           MOVE LIVRO-COD TO WS-COD-LIVRO.
           PERFORM LOCALIZAR-LICENCA-LIVRE.
           IF WS-LIC-VIGENTES > 0
               EXIT PARAGRAPH
           END-IF.

           STRING LIVRO-COD " " LIVRO-TITULO
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           ADD 1 TO WS-REG-SEM-LICENCA.

       FORMATAR-DATA.
           STRING WS-DATA-FMT-NUM(7:2) "/"
                  WS-DATA-FMT-NUM(5:2) "/"
                  WS-DATA-FMT-NUM(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FMT.

       ESCREVER-LINHA.
           WRITE REG-AVISO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
