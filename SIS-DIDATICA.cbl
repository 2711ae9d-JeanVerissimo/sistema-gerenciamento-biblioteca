       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-DIDATICA.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Reserva didática: liga exemplares (LIVRO-COD +
      *               EXEMPLAR-NUM) a uma disciplina, ao professor
      *               responsável (leitor da categoria "F") e ao
      *               período letivo. Enquanto a reserva vigora o
      *               balcão de empréstimo aplica o prazo curto da
      *               reserva (horas ou 1 dia) e o limite próprio
      *               (LIM-EMP-DIDATICA) no lugar das regras da
      *               categoria e do tipo de material, sem remarcar o
      *               exemplar. O fim do semestre é tratado pelo
      *               batch SIS-BATCH-DIDATICA, que libera os
      *               exemplares e emite o relatório de uso por
      *               disciplina para os professores.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVA-DIDATICA ASSIGN TO 'RESERVA-DIDATICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-RD.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EXE.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

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

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

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
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-ENTRADA-BUSCA             PIC X(13)     VALUE SPACES.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-EXEMPLAR-ACHADO           PIC X(1)      VALUE "N".
       77 WS-STATUS-EXEMPLAR           PIC X(1)      VALUE SPACES.
       77 WS-DISCIPLINA                PIC X(10)     VALUE SPACES.
       77 WS-DISCIPLINA-NOME           PIC X(30)     VALUE SPACES.
       77 WS-PROFESSOR                 PIC 9(7)      VALUE 0.
       77 WS-PROFESSOR-OK              PIC X(1)      VALUE "N".
       77 WS-DATA-INICIO               PIC 9(8)      VALUE 0.
       77 WS-DATA-FIM                  PIC 9(8)      VALUE 0.
       77 WS-PRAZO-HORAS               PIC 9(2)      VALUE 0.
       77 WS-DISCIPLINA-ACHADA         PIC X(1)      VALUE "N".
       77 WS-RESERVA-OUTRA             PIC X(1)      VALUE "N".
       77 WS-DISCIPLINA-OUTRA          PIC X(10)     VALUE SPACES.
       77 WS-QTDE-LISTADAS             PIC 9(4)      VALUE 0.
       77 WS-TITULO                    PIC X(50)     VALUE SPACES.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT-FIM              PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.

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
               DISPLAY "         RESERVA DIDÁTICA            "
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Incluir Exemplar na Reserva"
               DISPLAY "2 - Listar Reserva por Disciplina"
               DISPLAY "3 - Retirar Exemplar da Reserva"
               DISPLAY "4 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3/4): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM INCLUIR-EXEMPLAR-RESERVA
                   WHEN '2'
                       PERFORM LISTAR-RESERVA-DISCIPLINA
                   WHEN '3'
                       PERFORM RETIRAR-EXEMPLAR-RESERVA
                   WHEN '4'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-RESERVA-DIDATICA.
           OPEN I-O RESERVA-DIDATICA.
           EVALUATE WS-ST-RD
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO RESERVA-DIDATICA.DAT..."
                   OPEN OUTPUT RESERVA-DIDATICA
                   CLOSE RESERVA-DIDATICA
                   OPEN I-O RESERVA-DIDATICA
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR RESERVA-DIDATICA.DAT! "
                           "STATUS: " WS-ST-RD
                   STOP RUN
           END-EVALUATE.

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
           MOVE "SIS-DIDATICA"        TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

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

       SOLICITAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               ACCEPT WS-DATA-DIGITADA
               PERFORM VALIDAR-DATA-DIGITADA
               IF WS-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE "
                           "(DD/MM/AAAA): "
               END-IF
           END-PERFORM.

      *    Aceita o código de barras do exemplar ou o par livro +
      *    número do exemplar; exemplar baixado, perdido ou
      *    excluído não entra na reserva.
       IDENTIFICAR-EXEMPLAR.
           MOVE "N" TO WS-EXEMPLAR-ACHADO.
           DISPLAY "PASSE O CÓDIGO DE BARRAS DO EXEMPLAR OU "
                   "DIGITE O CÓDIGO DO LIVRO: "
           ACCEPT WS-ENTRADA-BUSCA.
           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               DISPLAY "EXEMPLARES.DAT NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
               COMPUTE WS-COD-LIVRO =
                   FUNCTION NUMVAL(WS-ENTRADA-BUSCA(1:7))
               DISPLAY "NÚMERO DO EXEMPLAR: "
               ACCEPT WS-COD-EXEMPLAR
               MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD
               MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM
               READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S"             TO WS-EXEMPLAR-ACHADO
                       MOVE EXEMPLAR-STATUS TO WS-STATUS-EXEMPLAR
               END-READ
           ELSE
               PERFORM UNTIL WS-ST-EXE = "10"
                       OR WS-EXEMPLAR-ACHADO = "S"
                   READ EXEMPLARES NEXT RECORD
                       AT END MOVE "10" TO WS-ST-EXE
                   NOT AT END
                       IF EXEMPLAR-CODBARRAS = WS-ENTRADA-BUSCA
                           MOVE "S" TO WS-EXEMPLAR-ACHADO
                           MOVE EXEMPLAR-LIVRO-COD TO WS-COD-LIVRO
                           MOVE EXEMPLAR-NUM       TO WS-COD-EXEMPLAR
                           MOVE EXEMPLAR-STATUS    TO WS-STATUS-EXEMPLAR
                       END-IF
               END-PERFORM
           END-IF.
           CLOSE EXEMPLARES.

           IF WS-EXEMPLAR-ACHADO NOT = "S"
               DISPLAY "EXEMPLAR NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-EXEMPLAR = "B" OR WS-STATUS-EXEMPLAR = "P"
                   OR WS-STATUS-EXEMPLAR = "X"
               DISPLAY "EXEMPLAR FORA DE CIRCULAÇÃO (STATUS '"
                       WS-STATUS-EXEMPLAR "')."
               MOVE "N" TO WS-EXEMPLAR-ACHADO
           END-IF.

       OBTER-TITULO.
           MOVE SPACES TO WS-TITULO.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LIVRO-TITULO TO WS-TITULO
           END-READ.
           CLOSE LIVROS.

      *    O responsável pela disciplina é um leitor ativo da
      *    categoria "F" (professor/funcionário).
       VERIFICAR-PROFESSOR.
           MOVE "N" TO WS-PROFESSOR-OK.
           OPEN INPUT USUARIOS.
           MOVE WS-PROFESSOR TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "PROFESSOR NÃO ENCONTRADO NO CADASTRO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
           END-READ.
           IF USUARIO-CATEGORIA NOT = "F"
               DISPLAY "O LEITOR " WS-PROFESSOR " NÃO É DA "
                       "CATEGORIA F (PROFESSOR)."
           ELSE IF USUARIO-STATUS NOT = "A"
               DISPLAY "O CADASTRO DO PROFESSOR NÃO ESTÁ ATIVO."
           ELSE
               MOVE "S" TO WS-PROFESSOR-OK
               DISPLAY "PROFESSOR: " USUARIO-NOME
           END-IF.
           CLOSE USUARIOS.

      *    Busca uma entrada ativa já cadastrada da disciplina
      *    para reaproveitar nome, professor e período.
       LOCALIZAR-DISCIPLINA.
           MOVE "N" TO WS-DISCIPLINA-ACHADA.
           MOVE WS-DISCIPLINA TO RD-DISCIPLINA.
           MOVE 0             TO RD-LIVRO.
           MOVE 0             TO RD-EXEMPLAR.
           START RESERVA-DIDATICA KEY IS NOT LESS THAN RD-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-RD
           END-START.
           PERFORM UNTIL WS-ST-RD = "10"
                   OR WS-DISCIPLINA-ACHADA = "S"
               READ RESERVA-DIDATICA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RD
               NOT AT END
                   IF RD-DISCIPLINA NOT = WS-DISCIPLINA
                       MOVE "10" TO WS-ST-RD
                   ELSE IF RD-STATUS = "A"
                       MOVE "S"                TO WS-DISCIPLINA-ACHADA
                       MOVE RD-DISCIPLINA-NOME TO WS-DISCIPLINA-NOME
                       MOVE RD-PROFESSOR       TO WS-PROFESSOR
                       MOVE RD-DATA-INICIO     TO WS-DATA-INICIO
                       MOVE RD-DATA-FIM        TO WS-DATA-FIM
                       MOVE RD-PRAZO-HORAS     TO WS-PRAZO-HORAS
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-RD.

      *    Um exemplar só pode estar na reserva ativa de uma
      *    disciplina por vez.
       VERIFICAR-RESERVA-OUTRA.
           MOVE "N" TO WS-RESERVA-OUTRA.
           MOVE LOW-VALUES TO RD-CHAVE.
           START RESERVA-DIDATICA KEY IS NOT LESS THAN RD-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-RD
           END-START.
           PERFORM UNTIL WS-ST-RD = "10"
                   OR WS-RESERVA-OUTRA = "S"
               READ RESERVA-DIDATICA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RD
               NOT AT END
                   IF RD-LIVRO = WS-COD-LIVRO
                           AND RD-EXEMPLAR = WS-COD-EXEMPLAR
                           AND RD-STATUS = "A"
                           AND RD-DISCIPLINA NOT = WS-DISCIPLINA
                       MOVE "S"           TO WS-RESERVA-OUTRA
                       MOVE RD-DISCIPLINA TO WS-DISCIPLINA-OUTRA
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-RD.

       INCLUIR-EXEMPLAR-RESERVA.
           MOVE SPACES TO WS-DISCIPLINA.
           PERFORM UNTIL WS-DISCIPLINA NOT = SPACES
               DISPLAY "CÓDIGO DA DISCIPLINA (ATÉ 10 CARACTERES): "
               ACCEPT WS-DISCIPLINA
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.

           PERFORM ABRIR-RESERVA-DIDATICA.
           PERFORM LOCALIZAR-DISCIPLINA.

           MOVE "N" TO WS-RESPOSTA.
           IF WS-DISCIPLINA-ACHADA = "S"
               MOVE WS-DATA-INICIO TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               MOVE WS-DATA-FMT TO WS-DATA-FMT-FIM
               MOVE WS-DATA-FIM TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "DISCIPLINA JÁ CADASTRADA: " WS-DISCIPLINA-NOME
               DISPLAY "PROFESSOR " WS-PROFESSOR ", DE "
                       WS-DATA-FMT-FIM " A " WS-DATA-FMT
                       ", PRAZO " WS-PRAZO-HORAS " HORA(S) "
                       "(00 = 1 DIA)."
               DISPLAY "USAR OS MESMOS DADOS? (S/N): "
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           END-IF.

           IF WS-RESPOSTA NOT = "S"
               DISPLAY "NOME DA DISCIPLINA: "
               ACCEPT WS-DISCIPLINA-NOME
               DISPLAY "CÓDIGO DO PROFESSOR (LEITOR CATEGORIA F): "
               ACCEPT WS-PROFESSOR
               PERFORM VERIFICAR-PROFESSOR
               IF WS-PROFESSOR-OK NOT = "S"
                   CLOSE RESERVA-DIDATICA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INÍCIO DA RESERVA (DD/MM/AAAA): "
               PERFORM SOLICITAR-DATA
               MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-INICIO
               MOVE 0 TO WS-DATA-FIM
               PERFORM UNTIL WS-DATA-FIM >= WS-DATA-INICIO
                   DISPLAY "FIM DA RESERVA / SEMESTRE (DD/MM/AAAA): "
                   PERFORM SOLICITAR-DATA
                   MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-FIM
                   IF WS-DATA-FIM < WS-DATA-INICIO
                       DISPLAY "O FIM DEVE SER IGUAL OU POSTERIOR "
                               "AO INÍCIO."
                   END-IF
               END-PERFORM
               MOVE 99 TO WS-PRAZO-HORAS
               PERFORM UNTIL WS-PRAZO-HORAS <= 12
                   DISPLAY "PRAZO DO EMPRÉSTIMO EM HORAS (1-12; "
                           "0 = 1 DIA): "
                   ACCEPT WS-PRAZO-HORAS
               END-PERFORM
           END-IF.

           PERFORM IDENTIFICAR-EXEMPLAR.
           IF WS-EXEMPLAR-ACHADO NOT = "S"
               CLOSE RESERVA-DIDATICA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-RESERVA-OUTRA.
           IF WS-RESERVA-OUTRA = "S"
               DISPLAY "EXEMPLAR JÁ ESTÁ NA RESERVA DA DISCIPLINA "
                       WS-DISCIPLINA-OUTRA "."
               CLOSE RESERVA-DIDATICA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DISCIPLINA   TO RD-DISCIPLINA.
           MOVE WS-COD-LIVRO    TO RD-LIVRO.
           MOVE WS-COD-EXEMPLAR TO RD-EXEMPLAR.
           READ RESERVA-DIDATICA KEY IS RD-CHAVE
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE "W"    TO WS-JRN-OPERACAO
               NOT INVALID KEY
                   MOVE REG-RESERVA-DID TO WS-JRN-ANTES
                   MOVE "R"             TO WS-JRN-OPERACAO
           END-READ.
           IF WS-JRN-OPERACAO = "R" AND RD-STATUS = "A"
               DISPLAY "EXEMPLAR JÁ CONSTA NA RESERVA DESTA "
                       "DISCIPLINA."
               CLOSE RESERVA-DIDATICA
               EXIT PARAGRAPH
           END-IF.

      *    Entrada liberada de semestre anterior é reaproveitada
      *    com o contador zerado: o relatório daquele semestre já
      *    foi emitido na liberação.
           MOVE WS-DISCIPLINA      TO RD-DISCIPLINA.
           MOVE WS-COD-LIVRO       TO RD-LIVRO.
           MOVE WS-COD-EXEMPLAR    TO RD-EXEMPLAR.
           MOVE WS-DISCIPLINA-NOME TO RD-DISCIPLINA-NOME.
           MOVE WS-PROFESSOR       TO RD-PROFESSOR.
           MOVE WS-DATA-INICIO     TO RD-DATA-INICIO.
           MOVE WS-DATA-FIM        TO RD-DATA-FIM.
           MOVE WS-PRAZO-HORAS     TO RD-PRAZO-HORAS.
           MOVE "A"                TO RD-STATUS.
           MOVE 0                  TO RD-QTDE-EMPRESTIMOS.
           IF WS-JRN-OPERACAO = "R"
               REWRITE REG-RESERVA-DID
           ELSE
               WRITE REG-RESERVA-DID
           END-IF.
           CLOSE RESERVA-DIDATICA.

           MOVE REG-RESERVA-DID TO WS-JRN-DEPOIS.
           MOVE "RES-DIDATICA"  TO WS-JRN-ARQUIVO.
           PERFORM GRAVAR-JORNAL.

           PERFORM OBTER-TITULO.
           DISPLAY "EXEMPLAR " WS-COD-LIVRO "/" WS-COD-EXEMPLAR
                   " (" WS-TITULO(1:30) ") INCLUÍDO NA RESERVA DE "
                   WS-DISCIPLINA ".".

           MOVE "RDINCLUI"    TO WS-AUD-OPERACAO.
           MOVE WS-DISCIPLINA TO WS-AUD-CHAVE.
           MOVE SPACES        TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-RESERVA-DISCIPLINA.
           MOVE 0 TO WS-QTDE-LISTADAS.
           DISPLAY "CÓDIGO DA DISCIPLINA (ENTER = TODAS): "
           ACCEPT WS-DISCIPLINA.
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.

           PERFORM ABRIR-RESERVA-DIDATICA.
           OPEN INPUT LIVROS.
           MOVE WS-DISCIPLINA TO RD-DISCIPLINA.
           MOVE 0             TO RD-LIVRO.
           MOVE 0             TO RD-EXEMPLAR.
           START RESERVA-DIDATICA KEY IS NOT LESS THAN RD-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-RD
           END-START.

           DISPLAY "DISCIPLINA LIVRO   EX  TÍTULO                   "
                   "     FIM        ST EMPR."
           PERFORM UNTIL WS-ST-RD = "10"
               READ RESERVA-DIDATICA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RD
               NOT AT END
                   IF WS-DISCIPLINA NOT = SPACES
                           AND RD-DISCIPLINA NOT = WS-DISCIPLINA
                       MOVE "10" TO WS-ST-RD
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADAS
                       MOVE SPACES TO LIVRO-TITULO
                       MOVE RD-LIVRO TO LIVRO-COD
                       READ LIVROS KEY IS LIVRO-COD
                           INVALID KEY MOVE SPACES TO LIVRO-TITULO
                       END-READ
                       MOVE RD-DATA-FIM TO WS-DATA-FMT-NUM
                       PERFORM FORMATAR-DATA
                       DISPLAY RD-DISCIPLINA " " RD-LIVRO " "
                               RD-EXEMPLAR " " LIVRO-TITULO(1:30)
                               " " WS-DATA-FMT " " RD-STATUS "  "
                               RD-QTDE-EMPRESTIMOS
                   END-IF
           END-PERFORM.
           CLOSE LIVROS.
           CLOSE RESERVA-DIDATICA.
           DISPLAY "ENTRADAS LISTADAS: " WS-QTDE-LISTADAS.

      *    Retirada antecipada (o professor dispensou o título
      *    antes do fim do semestre): o exemplar volta já à
      *    circulação normal e a entrada fica como liberada.
       RETIRAR-EXEMPLAR-RESERVA.
           DISPLAY "CÓDIGO DA DISCIPLINA: "
           ACCEPT WS-DISCIPLINA.
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.
           PERFORM IDENTIFICAR-EXEMPLAR.
           IF WS-EXEMPLAR-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-RESERVA-DIDATICA.
           MOVE WS-DISCIPLINA   TO RD-DISCIPLINA.
           MOVE WS-COD-LIVRO    TO RD-LIVRO.
           MOVE WS-COD-EXEMPLAR TO RD-EXEMPLAR.
           READ RESERVA-DIDATICA KEY IS RD-CHAVE
               INVALID KEY
                   DISPLAY "EXEMPLAR NÃO CONSTA NA RESERVA DESTA "
                           "DISCIPLINA."
                   CLOSE RESERVA-DIDATICA
                   EXIT PARAGRAPH
           END-READ.
           IF RD-STATUS NOT = "A"
               DISPLAY "ENTRADA JÁ LIBERADA."
               CLOSE RESERVA-DIDATICA
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-RESERVA-DID TO WS-JRN-ANTES.
           MOVE RD-STATUS       TO WS-AUD-STATUS-ANT.
           MOVE "L"             TO RD-STATUS.
           REWRITE REG-RESERVA-DID.
           CLOSE RESERVA-DIDATICA.

           MOVE REG-RESERVA-DID TO WS-JRN-DEPOIS.
           MOVE "RES-DIDATICA"  TO WS-JRN-ARQUIVO.
           MOVE "R"             TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           DISPLAY "EXEMPLAR RETIRADO DA RESERVA ("
                   RD-QTDE-EMPRESTIMOS " EMPRÉSTIMO(S) NO PERÍODO).".

           MOVE "RDRETIRA"    TO WS-AUD-OPERACAO.
           MOVE WS-DISCIPLINA TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.
