       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-LICENCAS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Licenças de empréstimo digital (e-book e
      *               audiolivro). Cada licença comprada fica em
      *               LICENCAS-DIGITAIS.DAT (chave título +
      *               sequência) com a plataforma, as cópias
      *               simultâneas (um leitor por cópia), o teto de
      *               empréstimos da licença (0 = sem teto), os
      *               empréstimos já consumidos, as cópias em uso e
      *               a vigência. O empréstimo digital sai pelo
      *               cadastro de empréstimos de SIS-EMPRESTIMOS;
      *               a expiração, a fila de reservas e o aviso de
      *               licenças perto do fim ficam com
      *               SIS-BATCH-DIGITAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENCAS-DIGITAIS ASSIGN TO 'LICENCAS-DIGITAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIC.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

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

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR             PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-ST-LIC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-LIVRO-ACHADO              PIC X(1)      VALUE "N".
       77 WS-LIVRO-TITULO              PIC X(50)     VALUE SPACES.
       77 WS-LIVRO-TIPO                PIC X(1)      VALUE SPACES.
       77 WS-LIC-SEQ                   PIC 9(3)      VALUE 0.
       77 WS-LIC-PLATAFORMA            PIC X(20)     VALUE SPACES.
       77 WS-LIC-COPIAS                PIC 9(3)      VALUE 0.
       77 WS-LIC-EMP-MAX               PIC 9(5)      VALUE 0.
       77 WS-LIC-DATA-INICIO           PIC 9(8)      VALUE 0.
       77 WS-LIC-DATA-FIM              PIC 9(8)      VALUE 0.
       77 WS-LIC-VALOR                 PIC 9(7)V99   VALUE 0.
       77 WS-QTDE-LICENCAS             PIC 9(3)      VALUE 0.
       77 WS-QTDE-VIGENTES             PIC 9(3)      VALUE 0.
       77 WS-COPIAS-LIVRES             PIC 9(5)      VALUE 0.
       77 WS-ED-VALOR                  PIC Z.ZZZ.ZZ9,99.

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
               DISPLAY "  LICENÇAS DIGITAIS (E-BOOK/ÁUDIO)"
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Cadastrar Licença"
               DISPLAY "2 - Consultar Licenças do Título"
               DISPLAY "3 - Cancelar Licença"
               DISPLAY "4 - Voltar"
               DISPLAY "Escolha uma opção (1..4): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM CADASTRAR-LICENCA
                   WHEN '2'
                       PERFORM CONSULTAR-LICENCAS
                   WHEN '3'
                       PERFORM CANCELAR-LICENCA
                   WHEN '4'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

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
                   STOP RUN
           END-EVALUATE.

       LOCALIZAR-TITULO.
           MOVE "N"    TO WS-LIVRO-ACHADO.
           MOVE SPACES TO WS-LIVRO-TITULO.
           MOVE SPACES TO WS-LIVRO-TIPO.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV NOT = "00"
               DISPLAY "CADASTRO DE LIVROS INDISPONÍVEL."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LIVRO-STATUS NOT = "X"
                           AND LIVRO-STATUS NOT = "C"
                       MOVE "S"                 TO WS-LIVRO-ACHADO
                       MOVE LIVRO-TITULO        TO WS-LIVRO-TITULO
                       MOVE LIVRO-TIPO-MATERIAL TO WS-LIVRO-TIPO
                   END-IF
           END-READ.
           CLOSE LIVROS.
           IF WS-LIVRO-ACHADO NOT = "S"
               DISPLAY "LIVRO NÃO ENCONTRADO."
           END-IF.

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

      *    Nova licença comprada para um título digital. Os termos
      *    do contrato (cópias simultâneas, teto de empréstimos,
      *    vigência) são copiados da nota da plataforma; a
      *    licença sem teto e sem data final é a perpétua.
       CADASTRAR-LICENCA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "CÓDIGO DO TÍTULO DIGITAL: "
           ACCEPT WS-COD-LIVRO.
           PERFORM LOCALIZAR-TITULO.
           IF WS-LIVRO-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIVRO-TIPO NOT = "E" AND WS-LIVRO-TIPO NOT = "A"
               DISPLAY "O TÍTULO NÃO É E-BOOK NEM AUDIOLIVRO; "
                       "ALTERE O TIPO DE MATERIAL NO CADASTRO DE "
                       "LIVROS ANTES DE LANÇAR A LICENÇA."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TÍTULO: " WS-LIVRO-TITULO.

           DISPLAY "PLATAFORMA/DISTRIBUIDOR: "
           MOVE SPACES TO WS-LIC-PLATAFORMA.
           ACCEPT WS-LIC-PLATAFORMA.
           MOVE FUNCTION UPPER-CASE(WS-LIC-PLATAFORMA)
               TO WS-LIC-PLATAFORMA.

           DISPLAY "CÓPIAS SIMULTÂNEAS (ENTER = 1): "
           MOVE 0 TO WS-LIC-COPIAS.
           ACCEPT WS-LIC-COPIAS.
           IF WS-LIC-COPIAS = 0
               MOVE 1 TO WS-LIC-COPIAS
           END-IF.

           DISPLAY "TETO DE EMPRÉSTIMOS DA LICENÇA (0 = SEM TETO): "
           MOVE 0 TO WS-LIC-EMP-MAX.
           ACCEPT WS-LIC-EMP-MAX.

           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "INÍCIO DA VIGÊNCIA (DD/MM/AAAA, ENTER = "
                       "HOJE): "
               MOVE SPACES TO WS-DATA-DIGITADA
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE WS-HOJE-AAAAMMDD TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-LIC-DATA-INICIO.

           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "FIM DA VIGÊNCIA (DD/MM/AAAA, ENTER = SEM "
                       "DATA FINAL): "
               MOVE SPACES TO WS-DATA-DIGITADA
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE 0 TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
                   ELSE IF WS-DATA-DIGITADA-NUM < WS-LIC-DATA-INICIO
                       DISPLAY "O FIM NÃO PODE SER ANTERIOR AO "
                               "INÍCIO. INFORME NOVAMENTE."
                       MOVE "N" TO WS-DATA-VALIDA
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-LIC-DATA-FIM.

           DISPLAY "VALOR PAGO PELA LICENÇA (R$): "
           MOVE 0 TO WS-LIC-VALOR.
           ACCEPT WS-LIC-VALOR.

           IF WS-LIC-EMP-MAX = 0 AND WS-LIC-DATA-FIM = 0
               DISPLAY "LICENÇA PERPÉTUA (SEM TETO E SEM DATA "
                       "FINAL). CONFIRMA? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   DISPLAY "CADASTRO CANCELADO."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM ABRIR-LICENCAS.
           PERFORM ACHAR-ULTIMA-LICENCA.
           ADD 1 TO WS-LIC-SEQ.

           MOVE WS-COD-LIVRO       TO LIC-LIVRO.
           MOVE WS-LIC-SEQ         TO LIC-SEQ.
           MOVE WS-LIC-PLATAFORMA  TO LIC-PLATAFORMA.
           MOVE WS-LIC-COPIAS      TO LIC-COPIAS.
           MOVE WS-LIC-EMP-MAX     TO LIC-EMP-MAX.
           MOVE 0                  TO LIC-EMP-USADOS.
           MOVE 0                  TO LIC-EM-USO.
           MOVE WS-LIC-DATA-INICIO TO LIC-DATA-INICIO.
           MOVE WS-LIC-DATA-FIM    TO LIC-DATA-FIM.
           MOVE WS-LIC-VALOR       TO LIC-VALOR.
           MOVE "A"                TO LIC-STATUS.
           MOVE WS-HOJE-AAAAMMDD   TO LIC-DATA-REG.
           MOVE WS-OPERADOR-ATUAL  TO LIC-OPERADOR.
           WRITE REG-LICENCA
               INVALID KEY
                   DISPLAY "LICENÇA ACABOU DE SER CADASTRADA POR "
                           "OUTRA ESTAÇÃO; TENTE NOVAMENTE."
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE LICENCAS-DIGITAIS.

           DISPLAY "LICENÇA " WS-COD-LIVRO "/" WS-LIC-SEQ
                   " CADASTRADA.".

           MOVE "LICINCLUI"    TO WS-AUD-OPERACAO.
           MOVE SPACES         TO WS-AUD-CHAVE.
           STRING WS-COD-LIVRO WS-LIC-SEQ
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE.
           MOVE SPACES         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Última sequência do título (arquivo já aberto).
       ACHAR-ULTIMA-LICENCA.
           MOVE 0 TO WS-LIC-SEQ.
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
                   ELSE
                       MOVE LIC-SEQ TO WS-LIC-SEQ
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-LIC.

       CONSULTAR-LICENCAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "CÓDIGO DO TÍTULO DIGITAL: "
           ACCEPT WS-COD-LIVRO.
           PERFORM LOCALIZAR-TITULO.
           IF WS-LIVRO-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TÍTULO: " WS-LIVRO-TITULO.

           MOVE 0 TO WS-QTDE-LICENCAS.
           MOVE 0 TO WS-QTDE-VIGENTES.
           MOVE 0 TO WS-COPIAS-LIVRES.
           PERFORM ABRIR-LICENCAS.
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
                   ELSE
                       PERFORM EXIBIR-LICENCA
                   END-IF
           END-PERFORM.
           CLOSE LICENCAS-DIGITAIS.

           IF WS-QTDE-LICENCAS = 0
               DISPLAY "NENHUMA LICENÇA CADASTRADA PARA O TÍTULO."
           ELSE
               DISPLAY "LICENÇAS: " WS-QTDE-LICENCAS
                       "  VIGENTES: " WS-QTDE-VIGENTES
                       "  CÓPIAS LIVRES AGORA: " WS-COPIAS-LIVRES
           END-IF.

      *    Vigente = ativa ("A"), dentro da data final e abaixo do
      *    teto; a mesma régua de SIS-EMPRESTIMOS.
       EXIBIR-LICENCA.
           ADD 1 TO WS-QTDE-LICENCAS.
           DISPLAY "-------------------------------------".
           DISPLAY "LICENÇA " LIC-SEQ "  PLATAFORMA: " LIC-PLATAFORMA.
           EVALUATE LIC-STATUS
               WHEN "A" DISPLAY "   STATUS: ATIVA"
               WHEN "E" DISPLAY "   STATUS: ESGOTADA (TETO DE "
                                "EMPRÉSTIMOS ATINGIDO)"
               WHEN "V" DISPLAY "   STATUS: VENCIDA"
               WHEN "C" DISPLAY "   STATUS: CANCELADA"
               WHEN OTHER DISPLAY "   STATUS: " LIC-STATUS
           END-EVALUATE.
           DISPLAY "   CÓPIAS: " LIC-COPIAS "  EM USO: " LIC-EM-USO.
           IF LIC-EMP-MAX = 0
               DISPLAY "   EMPRÉSTIMOS: " LIC-EMP-USADOS
                       " (SEM TETO)"
           ELSE
               DISPLAY "   EMPRÉSTIMOS: " LIC-EMP-USADOS " DE "
                       LIC-EMP-MAX
           END-IF.
           MOVE LIC-DATA-INICIO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           IF LIC-DATA-FIM = 0
               DISPLAY "   VIGÊNCIA: DE " WS-DATA-FMT
                       " SEM DATA FINAL"
           ELSE
               DISPLAY "   VIGÊNCIA: DE " WS-DATA-FMT
               MOVE LIC-DATA-FIM TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "             ATÉ " WS-DATA-FMT
           END-IF.
           MOVE LIC-VALOR TO WS-ED-VALOR.
           DISPLAY "   VALOR: R$ " WS-ED-VALOR.

           IF LIC-STATUS = "A"
                   AND (LIC-DATA-FIM = 0
                        OR LIC-DATA-FIM >= WS-HOJE-AAAAMMDD)
                   AND (LIC-EMP-MAX = 0
                        OR LIC-EMP-USADOS < LIC-EMP-MAX)
               ADD 1 TO WS-QTDE-VIGENTES
               IF LIC-EM-USO < LIC-COPIAS
                   COMPUTE WS-COPIAS-LIVRES = WS-COPIAS-LIVRES
                       + LIC-COPIAS - LIC-EM-USO
               END-IF
           END-IF.

      *    Cancelamento (rescisão com a plataforma ou lançamento
      *    errado): a licença deixa de ser oferecida; empréstimos
      *    em andamento seguem até o vencimento.
       CANCELAR-LICENCA.
           DISPLAY "CÓDIGO DO TÍTULO DIGITAL: "
           ACCEPT WS-COD-LIVRO.
           DISPLAY "SEQUÊNCIA DA LICENÇA: "
           ACCEPT WS-LIC-SEQ.

           PERFORM ABRIR-LICENCAS.
           MOVE WS-COD-LIVRO TO LIC-LIVRO.
           MOVE WS-LIC-SEQ   TO LIC-SEQ.
           READ LICENCAS-DIGITAIS KEY IS LIC-CHAVE
               INVALID KEY
                   DISPLAY "LICENÇA NÃO ENCONTRADA."
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH.

           IF WS-ST-LIC = "51" OR WS-ST-LIC = "99"
               DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                       "TENTE NOVAMENTE."
               CLOSE LICENCAS-DIGITAIS
               EXIT PARAGRAPH
           END-IF.

           IF LIC-STATUS = "C"
               DISPLAY "LICENÇA JÁ ESTÁ CANCELADA."
               CLOSE LICENCAS-DIGITAIS
               EXIT PARAGRAPH
           END-IF.

           IF LIC-EM-USO > 0
               DISPLAY "ATENÇÃO: " LIC-EM-USO " EMPRÉSTIMO(S) EM "
                       "ANDAMENTO NESTA LICENÇA SEGUEM ATÉ O "
                       "VENCIMENTO."
           END-IF.
           DISPLAY "CONFIRMA O CANCELAMENTO DA LICENÇA " LIC-LIVRO
                   "/" LIC-SEQ "? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "CANCELAMENTO NÃO EFETUADO."
               CLOSE LICENCAS-DIGITAIS
               EXIT PARAGRAPH
           END-IF.

           MOVE LIC-STATUS TO WS-AUD-STATUS-ANT.
           MOVE "C" TO LIC-STATUS.
           REWRITE REG-LICENCA.
           CLOSE LICENCAS-DIGITAIS.
           DISPLAY "LICENÇA CANCELADA.".

           MOVE "LICCANCEL"    TO WS-AUD-OPERACAO.
           MOVE SPACES         TO WS-AUD-CHAVE.
           STRING WS-COD-LIVRO WS-LIC-SEQ
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

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
           MOVE "SIS-LICENCAS"        TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
