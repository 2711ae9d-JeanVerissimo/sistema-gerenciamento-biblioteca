       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-DEPOSITOS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Coleções volantes: depósitos de acervo em
      *               escolas, hospitais e unidades prisionais.
      *               A instituição (INSTITUICOES.DAT) tem contato
      *               responsável, filial que a atende e o leitor
      *               cadastrado como conta de cobrança. Cada lote
      *               enviado (DEPOSITOS.DAT) leva exemplares
      *               físicos de EXEMPLARES.DAT sob acordo de longo
      *               prazo; a relação enviada fica em
      *               DEPOSITO-ITENS.DAT. Cada peça vira um
      *               empréstimo tipo "I" sem leitor (usuário 0),
      *               com o número do depósito no lote e o termo
      *               do acordo como vencimento: conta como
      *               circulação na estatística, mas fica fora de
      *               atraso, multa, lembrete e limite por leitor.
      *               A rotação devolve parte do lote e envia
      *               títulos novos; o retorno confere as peças
      *               pela relação enviada e as faltantes são
      *               cobradas da conta da instituição pelo valor
      *               de reposição. A folha de inventário por
      *               instituição sai em INVENTARIO-DEP-<inst>-
      *               <data>.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTITUICOES ASSIGN TO 'INSTITUICOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-INS.

           SELECT DEPOSITOS ASSIGN TO 'DEPOSITOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-COD
               ALTERNATE RECORD KEY IS DEP-INSTITUICAO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DEP.

           SELECT DEPOSITO-ITENS ASSIGN TO 'DEPOSITO-ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIT-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DIT.

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

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EXE.

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
               FILE STATUS IS WS-ST-EMP.

           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT FOLHA-INVENTARIO ASSIGN TO WS-FOLHA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT PORTICO-LIBERADOS ASSIGN TO 'PORTICO-LIBERADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLB-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PLB.

           SELECT PORTICO-EXPORTA ASSIGN TO 'PORTICO-EMPRESTADOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-PEX.

       DATA DIVISION.
       FILE SECTION.

       FD INSTITUICOES.
       01 REG-INSTITUICAO.
           02 INST-COD                 PIC 9(5).
           02 INST-NOME                PIC X(40).
           02 INST-TIPO                PIC X(1).
           02 INST-ENDERECO            PIC X(50).
           02 INST-CONTATO             PIC X(40).
           02 INST-TELEFONE            PIC X(11).
           02 INST-EMAIL               PIC X(40).
           02 INST-FILIAL              PIC 9(3).
           02 INST-USUARIO             PIC 9(7).
           02 INST-STATUS              PIC X(1).
           02 INST-DATA-CADASTRO       PIC 9(8).
           02 INST-OPERADOR            PIC X(10).

       FD DEPOSITOS.
       01 REG-DEPOSITO.
           02 DEP-COD                  PIC 9(7).
           02 DEP-INSTITUICAO          PIC 9(5).
           02 DEP-DATA-ENVIO           PIC 9(8).
           02 DEP-DATA-TERMO           PIC 9(8).
           02 DEP-DATA-RETORNO         PIC 9(8).
           02 DEP-STATUS               PIC X(1).
           02 DEP-QTDE-ENVIADOS        PIC 9(4).
           02 DEP-QTDE-DEVOLVIDOS      PIC 9(4).
           02 DEP-QTDE-TROCADOS        PIC 9(4).
           02 DEP-QTDE-FALTANTES       PIC 9(4).
           02 DEP-VALOR-FALTAS         PIC 9(7)V99.
           02 DEP-OPERADOR             PIC X(10).

       FD DEPOSITO-ITENS.
       01 REG-DEP-ITEM.
           02 DIT-CHAVE.
               03 DIT-DEPOSITO         PIC 9(7).
               03 DIT-LIVRO            PIC 9(7).
               03 DIT-EXEMPLAR         PIC 9(3).
           02 DIT-CODBARRAS            PIC X(13).
           02 DIT-EMPRESTIMO           PIC 9(7).
           02 DIT-DATA-ENVIO           PIC 9(8).
           02 DIT-DATA-BAIXA           PIC 9(8).
           02 DIT-STATUS               PIC X(1).
           02 DIT-OPERADOR             PIC X(10).

       FD USUARIOS.
       01 REG-USUARIO.
           02 USUARIO-COD              PIC 9(7).
           02 USUARIO-NOME             PIC X(40).
           02 USUARIO-TELEFONE         PIC X(11).
           02 USUARIO-EMAIL            PIC X(20).
           02 USUARIO-STATUS           PIC X(1).
           02 USUARIO-CATEGORIA        PIC X(1).
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
           02 LIVRO-VALOR-REPOSICAO    PIC 9(7)V99.
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

       FD CONTAS-RECEBER.
       01 REG-CONTA-REC.
           02 CR-CHAVE.
               03 CR-USUARIO           PIC 9(7).
               03 CR-SEQ               PIC 9(7).
           02 CR-DATA                  PIC 9(8).
           02 CR-ORIGEM                PIC X(1).
           02 CR-EMPRESTIMO            PIC 9(7).
           02 CR-LIVRO                 PIC 9(7).
           02 CR-VALOR                 PIC 9(7)V99.
           02 CR-VALOR-PAGO            PIC 9(7)V99.
           02 CR-STATUS                PIC X(1).
           02 CR-RECIBO                PIC 9(6).
           02 CR-DATA-BAIXA            PIC 9(8).
           02 CR-SESSAO                PIC 9(5).
           02 CR-FORMA                 PIC X(1).
           02 CR-OPERADOR              PIC X(10).
           02 CR-VENCIMENTO            PIC 9(8).
           02 CR-CAMPANHA              PIC X(8).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD FOLHA-INVENTARIO.
       01 REG-FOLHA-INVENTARIO         PIC X(80).

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
           02 AUD-OPERADOR             PIC X(10).

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
       77 WS-ST-INS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DEP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DIT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PLB                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PEX                    PIC X(2)      VALUE SPACES.
       77 WS-PTC-CODBARRAS             PIC X(13)     VALUE SPACES.
       77 WS-PTC-FILIAL                PIC 9(3)      VALUE 0.
       77 WS-PTC-ALTERADO              PIC X(1)      VALUE "N".
       77 WS-PTC-QTDE                  PIC 9(5)      VALUE 0.
       77 WS-PTC-LINHA                 PIC X(40)     VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-FOLHA-NOME                PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-AGENDA               PIC 9(8)      VALUE 0.
       77 WS-ENTRADA-BUSCA             PIC X(13)     VALUE SPACES.
       77 WS-DIAS-DEPOSITO             PIC 9(3)      VALUE 120.
       77 WS-COD-INST                  PIC 9(5)      VALUE 0.
       77 WS-INST-ACHADA               PIC X(1)      VALUE "N".
       77 WS-INST-NOME                 PIC X(40)     VALUE SPACES.
       77 WS-INST-FILIAL               PIC 9(3)      VALUE 0.
       77 WS-INST-USUARIO              PIC 9(7)      VALUE 0.
       77 WS-TIPO-DESC                 PIC X(18)     VALUE SPACES.
       77 WS-COD-DEPOSITO              PIC 9(7)      VALUE 0.
       77 WS-DEP-ACHADO                PIC X(1)      VALUE "N".
       77 WS-DATA-TERMO                PIC 9(8)      VALUE 0.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-VALIDO            PIC X(1)      VALUE "N".
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-EMP-COD                   PIC 9(7)      VALUE 0.
       77 WS-EXEMPLAR-ACHADO           PIC X(1)      VALUE "N".
       77 WS-ITEM-ACHADO               PIC X(1)      VALUE "N".
       77 WS-STATUS-BAIXA              PIC X(1)      VALUE SPACES.
       77 WS-STATUS-EXEMPLAR           PIC X(1)      VALUE SPACES.
       77 WS-QTDE-DISPONIVEIS          PIC 9(3)      VALUE 0.
       77 WS-QTDE-RESERVADOS           PIC 9(3)      VALUE 0.
       77 WS-QTDE-ENVIADOS             PIC 9(4)      VALUE 0.
       77 WS-QTDE-RECEBIDOS            PIC 9(4)      VALUE 0.
       77 WS-QTDE-ESTRANHOS            PIC 9(4)      VALUE 0.
       77 WS-QTDE-PENDENTES            PIC 9(4)      VALUE 0.
       77 WS-QTDE-FORA                 PIC 9(4)      VALUE 0.
       77 WS-QTDE-LISTADOS             PIC 9(4)      VALUE 0.
       77 WS-QTDE-DEP-INST             PIC 9(4)      VALUE 0.
       77 WS-VALOR-FALTA               PIC 9(7)V99   VALUE 0.
       77 WS-TOTAL-FALTAS              PIC 9(7)V99   VALUE 0.
       77 WS-CR-SEQ-LIVRE              PIC 9(7)      VALUE 0.
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
           PERFORM LER-PARAMETROS.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "DIAS-DEPOSITO-INST" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-DEPOSITO
           END-READ.

           CLOSE PARAMETROS.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "  COLEÇÕES VOLANTES (DEPÓSITOS)"
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Cadastrar/Alterar Instituição"
               DISPLAY "2 - Listar Instituições e Depósitos"
               DISPLAY "3 - Montar e Enviar Lote de Depósito"
               DISPLAY "4 - Rotação de Acervo do Depósito"
               DISPLAY "5 - Retorno e Conferência do Depósito"
               DISPLAY "6 - Folha de Inventário da Instituição"
               DISPLAY "7 - Voltar"
               DISPLAY "Escolha uma opção (1..7): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM CADASTRAR-INSTITUICAO
                   WHEN '2'
                       PERFORM LISTAR-INSTITUICOES
                   WHEN '3'
                       PERFORM MONTAR-LOTE-DEPOSITO
                   WHEN '4'
                       PERFORM ROTACIONAR-DEPOSITO
                   WHEN '5'
                       PERFORM CONFERIR-RETORNO-DEPOSITO
                   WHEN '6'
                       PERFORM EMITIR-FOLHA-INVENTARIO
                   WHEN '7'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
               IF WS-PTC-ALTERADO = "S"
                   PERFORM EXPORTAR-LISTA-PORTICO
               END-IF
           END-PERFORM.

       ABRIR-INSTITUICOES.
           OPEN I-O INSTITUICOES.
           EVALUATE WS-ST-INS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO INSTITUICOES.DAT..."
                   OPEN OUTPUT INSTITUICOES
                   CLOSE INSTITUICOES
                   OPEN I-O INSTITUICOES
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR INSTITUICOES.DAT! STATUS: "
                   WS-ST-INS
                   STOP RUN
           END-EVALUATE.

       ABRIR-DEPOSITOS.
           OPEN I-O DEPOSITOS.
           EVALUATE WS-ST-DEP
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DEPOSITOS.DAT..."
                   OPEN OUTPUT DEPOSITOS
                   CLOSE DEPOSITOS
                   OPEN I-O DEPOSITOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DEPOSITOS.DAT! STATUS: "
                   WS-ST-DEP
                   STOP RUN
           END-EVALUATE.

       ABRIR-DEPOSITO-ITENS.
           OPEN I-O DEPOSITO-ITENS.
           EVALUATE WS-ST-DIT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DEPOSITO-ITENS.DAT..."
                   OPEN OUTPUT DEPOSITO-ITENS
                   CLOSE DEPOSITO-ITENS
                   OPEN I-O DEPOSITO-ITENS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DEPOSITO-ITENS.DAT! "
                           "STATUS: " WS-ST-DIT
                   STOP RUN
           END-EVALUATE.

       ABRIR-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS.
           EVALUATE WS-ST-EMP
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT EMPRESTIMOS
                   CLOSE EMPRESTIMOS
                   OPEN I-O EMPRESTIMOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT! STATUS: "
                   WS-ST-EMP
                   STOP RUN
           END-EVALUATE.

       ABRIR-CONTAS-RECEBER.
           OPEN I-O CONTAS-RECEBER.
           EVALUATE WS-ST-CR
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO CONTAS-RECEBER.DAT..."
                   OPEN OUTPUT CONTAS-RECEBER
                   CLOSE CONTAS-RECEBER
                   OPEN I-O CONTAS-RECEBER
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CONTAS-RECEBER.DAT! "
                           "STATUS: " WS-ST-CR
                   STOP RUN
           END-EVALUATE.

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

      *    Data em branco aceita o padrão já posto em
      *    WS-DATA-AGENDA.
       SOLICITAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DATA (DD/MM/AAAA, ENTER = " WS-DATA-FMT "): "
               MOVE SPACES TO WS-DATA-DIGITADA
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE WS-DATA-AGENDA TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-AGENDA.

       DESCREVER-TIPO-INSTITUICAO.
           EVALUATE INST-TIPO
               WHEN "E" MOVE "ESCOLA"            TO WS-TIPO-DESC
               WHEN "H" MOVE "HOSPITAL"          TO WS-TIPO-DESC
               WHEN "P" MOVE "UNIDADE PRISIONAL" TO WS-TIPO-DESC
               WHEN OTHER MOVE "OUTRA"           TO WS-TIPO-DESC
           END-EVALUATE.

      *    A conta de cobrança é um leitor comum (em geral o
      *    cadastro que a instituição já usava); excluídos,
      *    unificados e cancelados não servem.
       VALIDAR-USUARIO-COBRANCA.
           MOVE "N" TO WS-USUARIO-VALIDO.
           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "U"
                           AND USUARIO-STATUS NOT = "C"
                       MOVE "S" TO WS-USUARIO-VALIDO
                       DISPLAY "CONTA DE COBRANÇA: " USUARIO-NOME
                   END-IF
           END-READ.
           CLOSE USUARIOS.

      *    Inclusão (código 0 = nova, numerada pelo maior código
      *    + 1) ou alteração da instituição.
       CADASTRAR-INSTITUICAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "CÓDIGO DA INSTITUIÇÃO (0 = NOVA): "
           ACCEPT WS-COD-INST.

           PERFORM ABRIR-INSTITUICOES.
           IF WS-COD-INST = 0
               MOVE "N" TO WS-RESPOSTA
               PERFORM OBTER-PROX-INSTITUICAO
               MOVE SPACES            TO REG-INSTITUICAO
               MOVE WS-COD-INST       TO INST-COD
               MOVE 0                 TO INST-FILIAL
               MOVE 0                 TO INST-USUARIO
               MOVE "A"               TO INST-STATUS
               MOVE WS-HOJE-AAAAMMDD  TO INST-DATA-CADASTRO
           ELSE
               MOVE WS-COD-INST TO INST-COD
               READ INSTITUICOES KEY IS INST-COD
                   INVALID KEY
                       DISPLAY "INSTITUIÇÃO NÃO ENCONTRADA."
                       CLOSE INSTITUICOES
                       EXIT PARAGRAPH
               END-READ
               IF WS-ST-INS = "51" OR WS-ST-INS = "99"
                   DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                           "TENTE NOVAMENTE."
                   CLOSE INSTITUICOES
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-RESPOSTA
               MOVE REG-INSTITUICAO TO WS-JRN-ANTES
               PERFORM DESCREVER-TIPO-INSTITUICAO
               DISPLAY "INSTITUIÇÃO ATUAL: " INST-NOME
               DISPLAY "   " WS-TIPO-DESC " FILIAL " INST-FILIAL
                       " CONTA " INST-USUARIO " SITUAÇÃO "
                       INST-STATUS
               DISPLAY "   CONTATO " INST-CONTATO " " INST-TELEFONE
           END-IF.

           DISPLAY "NOME DA INSTITUIÇÃO: "
           ACCEPT INST-NOME.
           MOVE SPACES TO INST-TIPO.
           PERFORM UNTIL INST-TIPO = "E" OR INST-TIPO = "H"
                   OR INST-TIPO = "P" OR INST-TIPO = "O"
               DISPLAY "TIPO (E=Escola / H=Hospital / P=Unidade "
                       "Prisional / O=Outra): "
               ACCEPT INST-TIPO
               MOVE FUNCTION UPPER-CASE(INST-TIPO) TO INST-TIPO
           END-PERFORM.
           DISPLAY "ENDEREÇO: "
           ACCEPT INST-ENDERECO.
           DISPLAY "CONTATO RESPONSÁVEL PELO ACERVO: "
           ACCEPT INST-CONTATO.
           DISPLAY "TELEFONE DO CONTATO (SOMENTE NÚMEROS): "
           ACCEPT INST-TELEFONE.
           DISPLAY "E-MAIL DO CONTATO: "
           ACCEPT INST-EMAIL.
           MOVE 0 TO INST-FILIAL.
           PERFORM UNTIL INST-FILIAL > 0
               DISPLAY "FILIAL QUE ATENDE A INSTITUIÇÃO (1-999): "
               ACCEPT INST-FILIAL
           END-PERFORM.
           MOVE "N" TO WS-USUARIO-VALIDO.
           PERFORM UNTIL WS-USUARIO-VALIDO = "S"
               DISPLAY "CÓDIGO DO LEITOR USADO COMO CONTA DE "
                       "COBRANÇA: "
               ACCEPT WS-COD-USUARIO
               PERFORM VALIDAR-USUARIO-COBRANCA
               IF WS-USUARIO-VALIDO NOT = "S"
                   DISPLAY "LEITOR INEXISTENTE OU INATIVO."
               END-IF
           END-PERFORM.
           MOVE WS-COD-USUARIO TO INST-USUARIO.
           IF WS-RESPOSTA = "S"
               MOVE SPACES TO WS-OPCAO
               PERFORM UNTIL WS-OPCAO = "A" OR WS-OPCAO = "I"
                   DISPLAY "SITUAÇÃO (A=Ativa / I=Inativa): "
                   ACCEPT WS-OPCAO
                   MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
               END-PERFORM
               MOVE INST-STATUS TO WS-AUD-STATUS-ANT
               MOVE WS-OPCAO    TO INST-STATUS
               MOVE SPACES      TO WS-OPCAO
           END-IF.
           MOVE WS-OPERADOR-ATUAL TO INST-OPERADOR.

           IF WS-RESPOSTA = "S"
               REWRITE REG-INSTITUICAO
               MOVE "R"         TO WS-JRN-OPERACAO
               MOVE "INSTALTERA" TO WS-AUD-OPERACAO
               DISPLAY "INSTITUIÇÃO ALTERADA."
           ELSE
               WRITE REG-INSTITUICAO
                   INVALID KEY
                       DISPLAY "ERRO: INSTITUIÇÃO " WS-COD-INST
                               " JÁ EXISTE!"
                       CLOSE INSTITUICOES
                       EXIT PARAGRAPH
               END-WRITE
               MOVE SPACES      TO WS-JRN-ANTES
               MOVE "W"         TO WS-JRN-OPERACAO
               MOVE "INSTINCLUI" TO WS-AUD-OPERACAO
               MOVE SPACES      TO WS-AUD-STATUS-ANT
               DISPLAY "INSTITUIÇÃO CADASTRADA COM O CÓDIGO "
                       WS-COD-INST "."
           END-IF.
           MOVE REG-INSTITUICAO TO WS-JRN-DEPOIS.
           CLOSE INSTITUICOES.
           MOVE "INSTITUICOES" TO WS-JRN-ARQUIVO.
           PERFORM GRAVAR-JORNAL.

           MOVE WS-COD-INST TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

       OBTER-PROX-INSTITUICAO.
           MOVE 0 TO WS-COD-INST.
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSTITUICOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INST-COD > WS-COD-INST
                       MOVE INST-COD TO WS-COD-INST
                   END-IF
           END-PERFORM.
           ADD 1 TO WS-COD-INST.

       OBTER-PROX-DEPOSITO.
           MOVE 0 TO WS-COD-DEPOSITO.
           PERFORM UNTIL WS-ST-DEP = "10"
               READ DEPOSITOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DEP
               NOT AT END
                   IF DEP-COD > WS-COD-DEPOSITO
                       MOVE DEP-COD TO WS-COD-DEPOSITO
                   END-IF
           END-PERFORM.
           ADD 1 TO WS-COD-DEPOSITO.

      *    Localiza a instituição pelo código; só as ativas
      *    recebem lote novo.
       LOCALIZAR-INSTITUICAO.
           MOVE "N" TO WS-INST-ACHADA.
           MOVE "00" TO WS-ST-INS.
           OPEN INPUT INSTITUICOES.
           IF WS-ST-INS NOT = "00"
               DISPLAY "INSTITUIÇÃO NÃO ENCONTRADA."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-INST TO INST-COD.
           READ INSTITUICOES KEY IS INST-COD
               INVALID KEY
                   DISPLAY "INSTITUIÇÃO NÃO ENCONTRADA."
                   CLOSE INSTITUICOES
                   EXIT PARAGRAPH
           END-READ.
           CLOSE INSTITUICOES.
           MOVE "S"           TO WS-INST-ACHADA.
           MOVE INST-NOME     TO WS-INST-NOME.
           MOVE INST-FILIAL   TO WS-INST-FILIAL.
           MOVE INST-USUARIO  TO WS-INST-USUARIO.
           DISPLAY "INSTITUIÇÃO: " WS-INST-NOME.

       LISTAR-INSTITUICOES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE "00" TO WS-ST-INS.
           OPEN INPUT INSTITUICOES.
           IF WS-ST-INS NOT = "00"
               DISPLAY "NENHUMA INSTITUIÇÃO CADASTRADA."
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-DEP.
           OPEN INPUT DEPOSITOS.

           PERFORM UNTIL WS-ST-INS = "10"
               READ INSTITUICOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   PERFORM EXIBIR-INSTITUICAO
           END-PERFORM.

           IF WS-ST-DEP NOT = "35"
               CLOSE DEPOSITOS
           END-IF.
           CLOSE INSTITUICOES.
           DISPLAY "INSTITUIÇÕES LISTADAS: " WS-QTDE-LISTADOS.

       EXIBIR-INSTITUICAO.
           ADD 1 TO WS-QTDE-LISTADOS.
           PERFORM DESCREVER-TIPO-INSTITUICAO.
           DISPLAY "-------------------------------------".
           DISPLAY INST-COD " " INST-NOME " (" WS-TIPO-DESC ") "
                   INST-STATUS.
           DISPLAY "      CONTATO " INST-CONTATO(1:30) " "
                   INST-TELEFONE.
           DISPLAY "      FILIAL " INST-FILIAL " CONTA DE COBRANÇA "
                   INST-USUARIO.
           IF WS-ST-DEP = "35"
               EXIT PARAGRAPH
           END-IF.

           MOVE INST-COD TO DEP-INSTITUICAO.
           MOVE "00" TO WS-ST-DEP.
           START DEPOSITOS KEY IS EQUAL DEP-INSTITUICAO
               INVALID KEY MOVE "10" TO WS-ST-DEP
           END-START.
           PERFORM UNTIL WS-ST-DEP = "10"
               READ DEPOSITOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DEP
               NOT AT END
                   IF DEP-INSTITUICAO NOT = INST-COD
                       MOVE "10" TO WS-ST-DEP
                   ELSE IF DEP-STATUS = "A"
                       PERFORM EXIBIR-DEPOSITO
                   END-IF
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-DEP.

       EXIBIR-DEPOSITO.
           COMPUTE WS-QTDE-FORA = DEP-QTDE-ENVIADOS
               - DEP-QTDE-DEVOLVIDOS - DEP-QTDE-TROCADOS
               - DEP-QTDE-FALTANTES.
           MOVE DEP-DATA-TERMO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           IF DEP-DATA-TERMO < WS-HOJE-AAAAMMDD
               DISPLAY "      DEPÓSITO " DEP-COD " COM "
                       WS-QTDE-FORA " PEÇAS, TERMO " WS-DATA-FMT
                       " *** VENCIDO ***"
           ELSE
               DISPLAY "      DEPÓSITO " DEP-COD " COM "
                       WS-QTDE-FORA " PEÇAS, TERMO " WS-DATA-FMT
           END-IF.

      *    Novo lote: abre o depósito com o termo do acordo
      *    (padrão DIAS-DEPOSITO-INST) e recebe os exemplares
      *    pelo código de barras. Lote sem nenhuma peça é
      *    desfeito.
       MONTAR-LOTE-DEPOSITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "CÓDIGO DA INSTITUIÇÃO: "
           ACCEPT WS-COD-INST.
           PERFORM LOCALIZAR-INSTITUICAO.
           IF WS-INST-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF INST-STATUS NOT = "A"
               DISPLAY "INSTITUIÇÃO INATIVA: NÃO RECEBE LOTE NOVO."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATA-AGENDA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-DIAS-DEPOSITO).
           MOVE WS-DATA-AGENDA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "TÉRMINO DO ACORDO DE DEPÓSITO".
           MOVE 0 TO WS-DATA-TERMO.
           PERFORM UNTIL WS-DATA-TERMO > WS-HOJE-AAAAMMDD
               PERFORM SOLICITAR-DATA
               MOVE WS-DATA-AGENDA TO WS-DATA-TERMO
               IF WS-DATA-TERMO NOT > WS-HOJE-AAAAMMDD
                   DISPLAY "O TERMO DEVE SER POSTERIOR A HOJE."
               END-IF
           END-PERFORM.

           PERFORM ABRIR-DEPOSITOS.
           PERFORM OBTER-PROX-DEPOSITO.
           MOVE SPACES            TO REG-DEPOSITO.
           MOVE WS-COD-DEPOSITO   TO DEP-COD.
           MOVE WS-COD-INST       TO DEP-INSTITUICAO.
           MOVE WS-HOJE-AAAAMMDD  TO DEP-DATA-ENVIO.
           MOVE WS-DATA-TERMO     TO DEP-DATA-TERMO.
           MOVE 0                 TO DEP-DATA-RETORNO.
           MOVE "A"               TO DEP-STATUS.
           MOVE 0                 TO DEP-QTDE-ENVIADOS.
           MOVE 0                 TO DEP-QTDE-DEVOLVIDOS.
           MOVE 0                 TO DEP-QTDE-TROCADOS.
           MOVE 0                 TO DEP-QTDE-FALTANTES.
           MOVE 0                 TO DEP-VALOR-FALTAS.
           MOVE WS-OPERADOR-ATUAL TO DEP-OPERADOR.
           WRITE REG-DEPOSITO
               INVALID KEY
                   DISPLAY "ERRO: DEPÓSITO " WS-COD-DEPOSITO
                           " JÁ EXISTE!"
                   CLOSE DEPOSITOS
                   EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "DEPÓSITO " WS-COD-DEPOSITO " ABERTO.".

           MOVE 0 TO WS-QTDE-ENVIADOS.
           PERFORM ABRIR-DEPOSITO-ITENS.
           PERFORM INCLUIR-ITENS-LOTE.
           CLOSE DEPOSITO-ITENS.

           MOVE WS-COD-DEPOSITO TO DEP-COD.
           READ DEPOSITOS KEY IS DEP-COD
               INVALID KEY
                   CLOSE DEPOSITOS
                   EXIT PARAGRAPH
           END-READ.
           IF WS-QTDE-ENVIADOS = 0
               DELETE DEPOSITOS RECORD
               CLOSE DEPOSITOS
               DISPLAY "NENHUM EXEMPLAR INCLUÍDO: LOTE DESFEITO."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QTDE-ENVIADOS TO DEP-QTDE-ENVIADOS.
           REWRITE REG-DEPOSITO.
           MOVE REG-DEPOSITO TO WS-JRN-DEPOIS.
           CLOSE DEPOSITOS.
           MOVE SPACES      TO WS-JRN-ANTES.
           MOVE "DEPOSITOS" TO WS-JRN-ARQUIVO.
           MOVE "W"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           DISPLAY "LOTE ENVIADO: " WS-QTDE-ENVIADOS
                   " EXEMPLARES NO DEPÓSITO " WS-COD-DEPOSITO ".".
           MOVE "DEPENVIO"      TO WS-AUD-OPERACAO.
           MOVE WS-COD-DEPOSITO TO WS-AUD-CHAVE.
           MOVE SPACES          TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Leitura dos códigos de barras até "FIM".
       INCLUIR-ITENS-LOTE.
           MOVE SPACES TO WS-ENTRADA-BUSCA.
           PERFORM UNTIL WS-ENTRADA-BUSCA = "FIM"
               DISPLAY "CÓDIGO DE BARRAS DO EXEMPLAR (FIM PARA "
                       "ENCERRAR): "
               ACCEPT WS-ENTRADA-BUSCA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-BUSCA)
                   TO WS-ENTRADA-BUSCA
               IF WS-ENTRADA-BUSCA NOT = "FIM"
                       AND WS-ENTRADA-BUSCA NOT = SPACES
                   PERFORM ENVIAR-EXEMPLAR-DEPOSITO
               END-IF
           END-PERFORM.

      *    Só sai exemplar disponível da filial que atende a
      *    instituição; a peça fica emprestada ("E") ao
      *    depósito.
       ENVIAR-EXEMPLAR-DEPOSITO.
           MOVE "N"  TO WS-EXEMPLAR-ACHADO.
           MOVE "00" TO WS-ST-EXE.
           OPEN I-O EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               DISPLAY "EXEMPLARES.DAT INDISPONÍVEL."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-EXE = "10"
                   OR WS-EXEMPLAR-ACHADO = "S"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-CODBARRAS = WS-ENTRADA-BUSCA
                       MOVE "S" TO WS-EXEMPLAR-ACHADO
                   END-IF
           END-PERFORM.

           IF WS-EXEMPLAR-ACHADO NOT = "S"
               DISPLAY "CÓDIGO DE BARRAS NÃO ENCONTRADO."
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.
           IF EXEMPLAR-STATUS NOT = "D"
               DISPLAY "EXEMPLAR NÃO ESTÁ DISPONÍVEL (STATUS '"
                       EXEMPLAR-STATUS "')."
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.
           IF EXEMPLAR-FILIAL NOT = WS-INST-FILIAL
               DISPLAY "EXEMPLAR PERTENCE À FILIAL " EXEMPLAR-FILIAL
                       "; SOLICITE A TRANSFERÊNCIA ANTES."
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.

           MOVE EXEMPLAR-LIVRO-COD TO WS-COD-LIVRO.
           MOVE EXEMPLAR-NUM       TO WS-COD-EXEMPLAR.
           MOVE REG-EXEMPLAR       TO WS-JRN-ANTES.
           MOVE "E"                TO EXEMPLAR-STATUS.
           MOVE EXEMPLAR-CODBARRAS TO WS-PTC-CODBARRAS.
           MOVE EXEMPLAR-FILIAL    TO WS-PTC-FILIAL.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO.
           MOVE "R"          TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.
           PERFORM RECALCULAR-STATUS-TITULO.

           PERFORM GRAVAR-EMPRESTIMO-DEPOSITO.
           PERFORM LIBERAR-PORTICO.

      *    A mesma peça pode voltar ao depósito depois de trocada
      *    numa rotação: o item antigo é reaproveitado.
           MOVE WS-COD-DEPOSITO   TO DIT-DEPOSITO.
           MOVE WS-COD-LIVRO      TO DIT-LIVRO.
           MOVE WS-COD-EXEMPLAR   TO DIT-EXEMPLAR.
           MOVE WS-ENTRADA-BUSCA  TO DIT-CODBARRAS.
           MOVE WS-EMP-COD        TO DIT-EMPRESTIMO.
           MOVE WS-HOJE-AAAAMMDD  TO DIT-DATA-ENVIO.
           MOVE 0                 TO DIT-DATA-BAIXA.
           MOVE "E"               TO DIT-STATUS.
           MOVE WS-OPERADOR-ATUAL TO DIT-OPERADOR.
           WRITE REG-DEP-ITEM
               INVALID KEY REWRITE REG-DEP-ITEM
           END-WRITE.
           ADD 1 TO WS-QTDE-ENVIADOS.
           DISPLAY "   INCLUÍDO " WS-COD-LIVRO "/" WS-COD-EXEMPLAR
                   " - EMPRÉSTIMO " WS-EMP-COD.

      *    Numeração pelo registro de controle (chave 0), no
      *    mesmo molde de OBTER-PROX-NUM-EMP em SIS-EMPRESTIMOS.
      *    Empréstimo de depósito não tem leitor: usuário 0,
      *    tipo "I", depósito no lote e termo como vencimento.
       GRAVAR-EMPRESTIMO-DEPOSITO.
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
           MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS.
           MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"            TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE WS-EMP-COD       TO EMPRESTIMO-COD.
           MOVE 0                TO EMPRESTIMO-USUARIO.
           MOVE WS-COD-LIVRO     TO EMPRESTIMO-LIVRO.
           MOVE WS-COD-EXEMPLAR  TO EMPRESTIMO-EXEMPLAR.
           MOVE WS-HOJE-AAAAMMDD TO EMPRESTIMO-DATA-EMP.
           MOVE DEP-DATA-TERMO   TO EMPRESTIMO-DATA-DEV.
           MOVE 0                TO EMPRESTIMO-DATA-ENTREGA.
           MOVE "E"              TO EMPRESTIMO-STATUS.
           MOVE 0                TO EMPRESTIMO-RENOVACOES.
           MOVE WS-COD-DEPOSITO  TO EMPRESTIMO-LOTE.
           MOVE "I"              TO EMPRESTIMO-TIPO.
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

           MOVE "GRAVACAO"  TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD  TO WS-AUD-CHAVE.
           MOVE SPACES      TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       CRIAR-CONTROLE-EMP.
           MOVE 0 TO WS-EMP-COD.
           MOVE "00" TO WS-ST-EMP.

           PERFORM ABRIR-EMPRESTIMOS

           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
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

      *    Depósito em aberto, pelo número; deixa DEPOSITOS
      *    aberto e posicionado no registro para a atualização
      *    dos totais no fim da operação.
       SELECIONAR-DEPOSITO.
           MOVE "N" TO WS-DEP-ACHADO.
           DISPLAY "NÚMERO DO DEPÓSITO: "
           ACCEPT WS-COD-DEPOSITO.
           PERFORM ABRIR-DEPOSITOS.
           MOVE WS-COD-DEPOSITO TO DEP-COD.
           READ DEPOSITOS KEY IS DEP-COD
               INVALID KEY
                   DISPLAY "DEPÓSITO NÃO ENCONTRADO."
                   CLOSE DEPOSITOS
                   EXIT PARAGRAPH
           END-READ.
           IF WS-ST-DEP = "51" OR WS-ST-DEP = "99"
               DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                       "TENTE NOVAMENTE."
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.
           IF DEP-STATUS NOT = "A"
               DISPLAY "DEPÓSITO JÁ ENCERRADO."
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEP-INSTITUICAO TO WS-COD-INST.
           PERFORM LOCALIZAR-INSTITUICAO.
           IF WS-INST-ACHADA NOT = "S"
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-DEP-ACHADO.
           MOVE REG-DEPOSITO TO WS-JRN-ANTES.
           COMPUTE WS-QTDE-FORA = DEP-QTDE-ENVIADOS
               - DEP-QTDE-DEVOLVIDOS - DEP-QTDE-TROCADOS
               - DEP-QTDE-FALTANTES.
           MOVE DEP-DATA-TERMO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "DEPÓSITO " DEP-COD " COM " WS-QTDE-FORA
                   " PEÇAS NA INSTITUIÇÃO, TERMO " WS-DATA-FMT.

      *    Rotação: primeiro voltam as peças trocadas ("T"),
      *    depois seguem os títulos novos no mesmo depósito e
      *    com o mesmo termo.
       ROTACIONAR-DEPOSITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM SELECIONAR-DEPOSITO.
           IF WS-DEP-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-RECEBIDOS.
           MOVE 0 TO WS-QTDE-ESTRANHOS.
           MOVE 0 TO WS-QTDE-ENVIADOS.
           PERFORM ABRIR-DEPOSITO-ITENS.
           DISPLAY "PEÇAS QUE VOLTAM NA ROTAÇÃO".
           MOVE "T" TO WS-STATUS-BAIXA.
           PERFORM RECEBER-ITENS-DEPOSITO.
           DISPLAY "TÍTULOS NOVOS PARA O DEPÓSITO".
           PERFORM INCLUIR-ITENS-LOTE.
           CLOSE DEPOSITO-ITENS.

           ADD WS-QTDE-RECEBIDOS TO DEP-QTDE-TROCADOS.
           ADD WS-QTDE-ENVIADOS  TO DEP-QTDE-ENVIADOS.
           MOVE WS-OPERADOR-ATUAL TO DEP-OPERADOR.
           REWRITE REG-DEPOSITO.
           MOVE REG-DEPOSITO TO WS-JRN-DEPOIS.
           CLOSE DEPOSITOS.
           MOVE "DEPOSITOS" TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           DISPLAY "ROTAÇÃO REGISTRADA: " WS-QTDE-RECEBIDOS
                   " PEÇAS RECOLHIDAS, " WS-QTDE-ENVIADOS
                   " ENVIADAS.".
           IF WS-QTDE-ESTRANHOS > 0
               DISPLAY WS-QTDE-ESTRANHOS " CÓDIGOS LIDOS NÃO "
                       "CONSTAM DESTE DEPÓSITO; CONFIRA AS PEÇAS."
           END-IF.
           MOVE "DEPROTACAO"    TO WS-AUD-OPERACAO.
           MOVE WS-COD-DEPOSITO TO WS-AUD-CHAVE.
           MOVE "A"             TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Retorno: as peças lidas são conferidas pela relação
      *    enviada. Sobrando pendências, o retorno pode ficar
      *    em aberto (as peças chegam depois) ou ser fechado
      *    como definitivo, cobrando as faltantes da conta da
      *    instituição.
       CONFERIR-RETORNO-DEPOSITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM SELECIONAR-DEPOSITO.
           IF WS-DEP-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-RECEBIDOS.
           MOVE 0 TO WS-QTDE-ESTRANHOS.
           PERFORM ABRIR-DEPOSITO-ITENS.
           MOVE "D" TO WS-STATUS-BAIXA.
           PERFORM RECEBER-ITENS-DEPOSITO.
           ADD WS-QTDE-RECEBIDOS TO DEP-QTDE-DEVOLVIDOS.
           IF WS-QTDE-ESTRANHOS > 0
               DISPLAY WS-QTDE-ESTRANHOS " CÓDIGOS LIDOS NÃO "
                       "CONSTAM DESTE DEPÓSITO; CONFIRA AS PEÇAS."
           END-IF.

           PERFORM LISTAR-PENDENTES-DEPOSITO.
           MOVE "N" TO WS-RESPOSTA.
           IF WS-QTDE-PENDENTES > 0
               DISPLAY "ENCERRAR O DEPÓSITO E COBRAR AS "
                       WS-QTDE-PENDENTES " PEÇAS FALTANTES DA "
                       "CONTA " WS-INST-USUARIO "? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "S"
                   PERFORM COBRAR-FALTANTES-DEPOSITO
               END-IF
           END-IF.
           CLOSE DEPOSITO-ITENS.

           IF WS-QTDE-PENDENTES = 0 OR WS-RESPOSTA = "S"
               MOVE "E"              TO DEP-STATUS
               MOVE WS-HOJE-AAAAMMDD TO DEP-DATA-RETORNO
           END-IF.
           MOVE WS-OPERADOR-ATUAL TO DEP-OPERADOR.
           REWRITE REG-DEPOSITO.
           MOVE REG-DEPOSITO TO WS-JRN-DEPOIS.
           CLOSE DEPOSITOS.
           MOVE "DEPOSITOS" TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           DISPLAY "PEÇAS CONFERIDAS NESTE RETORNO: "
                   WS-QTDE-RECEBIDOS.
           IF DEP-STATUS = "E"
               DISPLAY "DEPÓSITO " WS-COD-DEPOSITO " ENCERRADO."
               IF DEP-QTDE-FALTANTES > 0
                   DISPLAY "FALTANTES COBRADAS: " DEP-QTDE-FALTANTES
                           " - R$ " DEP-VALOR-FALTAS
               END-IF
               MOVE "DEPRETORNO" TO WS-AUD-OPERACAO
           ELSE
               DISPLAY "DEPÓSITO SEGUE ABERTO COM "
                       WS-QTDE-PENDENTES " PEÇAS PENDENTES."
               MOVE "DEPCONFERE" TO WS-AUD-OPERACAO
           END-IF.
           MOVE WS-COD-DEPOSITO TO WS-AUD-CHAVE.
           MOVE "A"             TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Leitura das peças que voltam, até "FIM"; a baixa do
      *    item leva o status pedido em WS-STATUS-BAIXA ("D"
      *    retorno, "T" trocada na rotação).
       RECEBER-ITENS-DEPOSITO.
           MOVE SPACES TO WS-ENTRADA-BUSCA.
           PERFORM UNTIL WS-ENTRADA-BUSCA = "FIM"
               DISPLAY "CÓDIGO DE BARRAS DA PEÇA RECEBIDA (FIM "
                       "PARA ENCERRAR): "
               ACCEPT WS-ENTRADA-BUSCA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-BUSCA)
                   TO WS-ENTRADA-BUSCA
               IF WS-ENTRADA-BUSCA NOT = "FIM"
                       AND WS-ENTRADA-BUSCA NOT = SPACES
                   PERFORM RECEBER-ITEM-DEPOSITO
               END-IF
           END-PERFORM.

       RECEBER-ITEM-DEPOSITO.
           MOVE "N" TO WS-ITEM-ACHADO.
           MOVE WS-COD-DEPOSITO TO DIT-DEPOSITO.
           MOVE 0               TO DIT-LIVRO.
           MOVE 0               TO DIT-EXEMPLAR.
           MOVE "00" TO WS-ST-DIT.
           START DEPOSITO-ITENS KEY IS NOT LESS THAN DIT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-DIT
           END-START.
           PERFORM UNTIL WS-ST-DIT = "10"
                   OR WS-ITEM-ACHADO = "S"
               READ DEPOSITO-ITENS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DIT
               NOT AT END
                   IF DIT-DEPOSITO NOT = WS-COD-DEPOSITO
                       MOVE "10" TO WS-ST-DIT
                   ELSE IF DIT-CODBARRAS = WS-ENTRADA-BUSCA
                           AND DIT-STATUS = "E"
                       MOVE "S" TO WS-ITEM-ACHADO
                   END-IF
                   END-IF
           END-PERFORM.

           IF WS-ITEM-ACHADO NOT = "S"
               DISPLAY "   PEÇA NÃO CONSTA DA RELAÇÃO PENDENTE "
                       "DESTE DEPÓSITO."
               ADD 1 TO WS-QTDE-ESTRANHOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DIT-LIVRO      TO WS-COD-LIVRO.
           MOVE DIT-EXEMPLAR   TO WS-COD-EXEMPLAR.
           MOVE DIT-EMPRESTIMO TO WS-EMP-COD.
           PERFORM DEVOLVER-EMPRESTIMO-DEPOSITO.

           MOVE WS-STATUS-BAIXA   TO DIT-STATUS.
           MOVE WS-HOJE-AAAAMMDD  TO DIT-DATA-BAIXA.
           MOVE WS-OPERADOR-ATUAL TO DIT-OPERADOR.
           REWRITE REG-DEP-ITEM.
           ADD 1 TO WS-QTDE-RECEBIDOS.
           DISPLAY "   CONFERIDO " WS-COD-LIVRO "/" WS-COD-EXEMPLAR.

      *    Fecha o empréstimo do depósito com a data de hoje e
      *    devolve a peça para "D", como nas devoluções da caixa
      *    externa.
       DEVOLVER-EMPRESTIMO-DEPOSITO.
           PERFORM ABRIR-EMPRESTIMOS.
           MOVE WS-EMP-COD TO EMPRESTIMO-COD.
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY
                   MOVE "D" TO EMPRESTIMO-STATUS
           END-READ.
           IF EMPRESTIMO-STATUS = "E"
               MOVE REG-EMPRESTIMO    TO WS-JRN-ANTES
               MOVE WS-HOJE-AAAAMMDD  TO EMPRESTIMO-DATA-ENTREGA
               MOVE "D"               TO EMPRESTIMO-STATUS
               REWRITE REG-EMPRESTIMO
               MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS
               MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO
               MOVE "R"            TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
               MOVE "DEVOLUCAO" TO WS-AUD-OPERACAO
               MOVE WS-EMP-COD  TO WS-AUD-CHAVE
               MOVE "E"         TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.
           CLOSE EMPRESTIMOS.

           MOVE "D" TO WS-STATUS-EXEMPLAR.
           PERFORM ALTERAR-STATUS-EXEMPLAR.
           PERFORM BLOQUEAR-PORTICO.

      *    Regrava o exemplar de WS-COD-LIVRO/WS-COD-EXEMPLAR com
      *    o status em WS-STATUS-EXEMPLAR e acerta o título.
       ALTERAR-STATUS-EXEMPLAR.
           MOVE "00" TO WS-ST-EXE.
           OPEN I-O EXEMPLARES.
           IF WS-ST-EXE = "00"
               MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD
               MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM
               READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   INVALID KEY
                       MOVE SPACES TO WS-JRN-ANTES
                   NOT INVALID KEY
                       MOVE REG-EXEMPLAR TO WS-JRN-ANTES
                       MOVE WS-STATUS-EXEMPLAR TO EXEMPLAR-STATUS
                       REWRITE REG-EXEMPLAR
               END-READ
               CLOSE EXEMPLARES
               IF WS-JRN-ANTES NOT = SPACES
                   MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "R"          TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF.
           PERFORM RECALCULAR-STATUS-TITULO.

      *    Relação das peças ainda na instituição ("E").
       LISTAR-PENDENTES-DEPOSITO.
           MOVE 0 TO WS-QTDE-PENDENTES.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           MOVE WS-COD-DEPOSITO TO DIT-DEPOSITO.
           MOVE 0               TO DIT-LIVRO.
           MOVE 0               TO DIT-EXEMPLAR.
           MOVE "00" TO WS-ST-DIT.
           START DEPOSITO-ITENS KEY IS NOT LESS THAN DIT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-DIT
           END-START.
           PERFORM UNTIL WS-ST-DIT = "10"
               READ DEPOSITO-ITENS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DIT
               NOT AT END
                   IF DIT-DEPOSITO NOT = WS-COD-DEPOSITO
                       MOVE "10" TO WS-ST-DIT
                   ELSE IF DIT-STATUS = "E"
                       ADD 1 TO WS-QTDE-PENDENTES
                       IF WS-QTDE-PENDENTES = 1
                           DISPLAY "PEÇAS NÃO CONFERIDAS:"
                       END-IF
                       PERFORM LER-TITULO-ITEM
                       DISPLAY "   " DIT-CODBARRAS " " DIT-LIVRO "/"
                               DIT-EXEMPLAR " " LIVRO-TITULO(1:35)
                   END-IF
                   END-IF
           END-PERFORM.
           IF WS-ST-LIV NOT = "35"
               CLOSE LIVROS
           END-IF.

       LER-TITULO-ITEM.
           MOVE SPACES TO LIVRO-TITULO.
           MOVE SPACES TO LIVRO-CHAMADA.
           IF WS-ST-LIV = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE DIT-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   MOVE "LIVRO NÃO ENCONTRADO" TO LIVRO-TITULO
           END-READ.

      *    Fechamento definitivo: cada peça pendente vira perda
      *    ("P" no empréstimo e no exemplar) cobrada da conta da
      *    instituição pelo valor de reposição do catálogo.
       COBRAR-FALTANTES-DEPOSITO.
           MOVE 0 TO WS-TOTAL-FALTAS.
           MOVE WS-COD-DEPOSITO TO DIT-DEPOSITO.
           MOVE 0               TO DIT-LIVRO.
           MOVE 0               TO DIT-EXEMPLAR.
           MOVE "00" TO WS-ST-DIT.
           START DEPOSITO-ITENS KEY IS NOT LESS THAN DIT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-DIT
           END-START.
           PERFORM UNTIL WS-ST-DIT = "10"
               READ DEPOSITO-ITENS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DIT
               NOT AT END
                   IF DIT-DEPOSITO NOT = WS-COD-DEPOSITO
                       MOVE "10" TO WS-ST-DIT
                   ELSE IF DIT-STATUS = "E"
                       PERFORM COBRAR-ITEM-FALTANTE
                   END-IF
                   END-IF
           END-PERFORM.
           DISPLAY "TOTAL COBRADO DA INSTITUIÇÃO: R$ "
                   WS-TOTAL-FALTAS.

       COBRAR-ITEM-FALTANTE.
           MOVE DIT-LIVRO      TO WS-COD-LIVRO.
           MOVE DIT-EXEMPLAR   TO WS-COD-EXEMPLAR.
           MOVE DIT-EMPRESTIMO TO WS-EMP-COD.

           PERFORM ABRIR-EMPRESTIMOS.
           MOVE WS-EMP-COD TO EMPRESTIMO-COD.
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY
                   MOVE "D" TO EMPRESTIMO-STATUS
           END-READ.
           IF EMPRESTIMO-STATUS = "E"
               MOVE REG-EMPRESTIMO TO WS-JRN-ANTES
               MOVE "P"            TO EMPRESTIMO-STATUS
               REWRITE REG-EMPRESTIMO
               MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS
               MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO
               MOVE "R"            TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
           END-IF.
           CLOSE EMPRESTIMOS.

           MOVE "P" TO WS-STATUS-EXEMPLAR.
           PERFORM ALTERAR-STATUS-EXEMPLAR.
           PERFORM BLOQUEAR-PORTICO.

           MOVE 0 TO WS-VALOR-FALTA.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               MOVE WS-COD-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIVRO-VALOR-REPOSICAO TO WS-VALOR-FALTA
               END-READ
               CLOSE LIVROS
           END-IF.
           PERFORM GRAVAR-CONTA-RECEBER-FALTA.

           MOVE "F"               TO DIT-STATUS.
           MOVE WS-HOJE-AAAAMMDD  TO DIT-DATA-BAIXA.
           MOVE WS-OPERADOR-ATUAL TO DIT-OPERADOR.
           REWRITE REG-DEP-ITEM.
           ADD 1              TO DEP-QTDE-FALTANTES.
           ADD WS-VALOR-FALTA TO DEP-VALOR-FALTAS.
           ADD WS-VALOR-FALTA TO WS-TOTAL-FALTAS.
           DISPLAY "   FALTANTE " WS-COD-LIVRO "/" WS-COD-EXEMPLAR
                   " COBRADA: R$ " WS-VALOR-FALTA.

           MOVE "DEPFALTA"  TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD  TO WS-AUD-CHAVE.
           MOVE "E"         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Lançamento de perda (origem "P") na conta de cobrança
      *    da instituição, no mesmo molde de
      *    GRAVAR-CONTA-RECEBER-OCORR em SIS-EMPRESTIMOS.
       GRAVAR-CONTA-RECEBER-FALTA.
           MOVE 0 TO WS-CR-SEQ-LIVRE.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-CONTAS-RECEBER

           MOVE WS-INST-USUARIO TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-INST-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ > WS-CR-SEQ-LIVRE
                       MOVE CR-SEQ TO WS-CR-SEQ-LIVRE
                   END-IF
                   END-IF
           END-PERFORM.

           MOVE WS-INST-USUARIO    TO CR-USUARIO.
           ADD 1 TO WS-CR-SEQ-LIVRE.
           MOVE WS-CR-SEQ-LIVRE    TO CR-SEQ.
           MOVE WS-HOJE-AAAAMMDD   TO CR-DATA.
           MOVE "P"                TO CR-ORIGEM.
           MOVE WS-EMP-COD         TO CR-EMPRESTIMO.
           MOVE WS-COD-LIVRO       TO CR-LIVRO.
           MOVE WS-VALOR-FALTA     TO CR-VALOR.
           MOVE 0                  TO CR-VALOR-PAGO.
           MOVE "A"                TO CR-STATUS.
           MOVE 0                  TO CR-RECIBO.
           MOVE 0                  TO CR-DATA-BAIXA.
           MOVE 0                  TO CR-SESSAO.
           MOVE SPACES             TO CR-FORMA.
           MOVE SPACES             TO CR-OPERADOR.
           MOVE 0                  TO CR-VENCIMENTO.
           MOVE SPACES             TO CR-CAMPANHA.
           WRITE REG-CONTA-REC.

           CLOSE CONTAS-RECEBER.

           MOVE SPACES           TO WS-JRN-ANTES.
           MOVE REG-CONTA-REC    TO WS-JRN-DEPOIS.
           MOVE "CONTAS-REC"     TO WS-JRN-ARQUIVO.
           MOVE "W"              TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    Folha de inventário: todas as peças dos depósitos em
      *    aberto da instituição, para a conferência no local e
      *    assinatura do contato responsável.
       EMITIR-FOLHA-INVENTARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "CÓDIGO DA INSTITUIÇÃO: "
           ACCEPT WS-COD-INST.
           PERFORM LOCALIZAR-INSTITUICAO.
           IF WS-INST-ACHADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-ST-DEP.
           OPEN INPUT DEPOSITOS.
           IF WS-ST-DEP NOT = "00"
               DISPLAY "NENHUM DEPÓSITO REGISTRADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-DIT.
           OPEN INPUT DEPOSITO-ITENS.
           IF WS-ST-DIT NOT = "00"
               DISPLAY "NENHUM DEPÓSITO REGISTRADO."
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.

           MOVE SPACES TO WS-FOLHA-NOME.
           STRING "INVENTARIO-DEP-" WS-COD-INST "-"
                  WS-HOJE-AAAAMMDD ".TXT"
                  DELIMITED BY SIZE INTO WS-FOLHA-NOME.
           OPEN OUTPUT FOLHA-INVENTARIO.

           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           PERFORM DESCREVER-TIPO-INSTITUICAO.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  INVENTÁRIO DE DEPÓSITO - " WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  " INST-COD " " INST-NOME " (" WS-TIPO-DESC ")"
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  CONTATO: " INST-CONTATO " " INST-TELEFONE
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.

           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE 0 TO WS-QTDE-DEP-INST.
           MOVE WS-COD-INST TO DEP-INSTITUICAO.
           START DEPOSITOS KEY IS EQUAL DEP-INSTITUICAO
               INVALID KEY MOVE "10" TO WS-ST-DEP
           END-START.
           PERFORM UNTIL WS-ST-DEP = "10"
               READ DEPOSITOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DEP
               NOT AT END
                   IF DEP-INSTITUICAO NOT = WS-COD-INST
                       MOVE "10" TO WS-ST-DEP
                   ELSE IF DEP-STATUS = "A"
                       PERFORM IMPRIMIR-DEPOSITO-INVENTARIO
                   END-IF
                   END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DEPÓSITOS: " WS-QTDE-DEP-INST
                  "  PEÇAS: " WS-QTDE-LISTADOS
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE "  CONFERIDO POR: ______________________________"
               TO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           CLOSE FOLHA-INVENTARIO.

           IF WS-ST-LIV NOT = "35"
               CLOSE LIVROS
           END-IF.
           CLOSE DEPOSITO-ITENS.
           CLOSE DEPOSITOS.

           DISPLAY "INVENTÁRIO: " WS-QTDE-DEP-INST " DEPÓSITOS, "
                   WS-QTDE-LISTADOS " PEÇAS.".
           DISPLAY "FOLHA GRAVADA EM " WS-FOLHA-NOME.

       IMPRIMIR-DEPOSITO-INVENTARIO.
           ADD 1 TO WS-QTDE-DEP-INST.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.
           MOVE DEP-DATA-TERMO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF DEP-DATA-TERMO < WS-HOJE-AAAAMMDD
               STRING "  DEPÓSITO " DEP-COD "  TERMO " WS-DATA-FMT
                      "  (VENCIDO)"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING "  DEPÓSITO " DEP-COD "  TERMO " WS-DATA-FMT
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.

           MOVE DEP-COD TO DIT-DEPOSITO.
           MOVE 0       TO DIT-LIVRO.
           MOVE 0       TO DIT-EXEMPLAR.
           MOVE "00" TO WS-ST-DIT.
           START DEPOSITO-ITENS KEY IS NOT LESS THAN DIT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-DIT
           END-START.
           PERFORM UNTIL WS-ST-DIT = "10"
               READ DEPOSITO-ITENS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DIT
               NOT AT END
                   IF DIT-DEPOSITO NOT = DEP-COD
                       MOVE "10" TO WS-ST-DIT
                   ELSE IF DIT-STATUS = "E"
                       PERFORM IMPRIMIR-ITEM-INVENTARIO
                   END-IF
                   END-IF
           END-PERFORM.

       IMPRIMIR-ITEM-INVENTARIO.
           ADD 1 TO WS-QTDE-LISTADOS.
           PERFORM LER-TITULO-ITEM.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ( ) " DIT-CODBARRAS " " LIVRO-CHAMADA " "
                  LIVRO-TITULO(1:40)
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-INVENTARIO FROM WS-LINHA-IMP.

       RECALCULAR-STATUS-TITULO.
           MOVE 0 TO WS-QTDE-DISPONIVEIS.
           MOVE 0 TO WS-QTDE-RESERVADOS.
           MOVE "00" TO WS-ST-EXE.

           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO TO EXEMPLAR-LIVRO-COD.
           MOVE 0            TO EXEMPLAR-NUM.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EXE
           END-START.
           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-ST-EXE
                   ELSE IF EXEMPLAR-STATUS = "D"
                       ADD 1 TO WS-QTDE-DISPONIVEIS
                   ELSE IF EXEMPLAR-STATUS = "R"
                       ADD 1 TO WS-QTDE-RESERVADOS
                   END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EXEMPLARES.

           MOVE "00" TO WS-ST-LIV.
           OPEN I-O LIVROS.
           IF WS-ST-LIV NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   CLOSE LIVROS
                   EXIT PARAGRAPH.

           MOVE REG-LIVRO TO WS-JRN-ANTES.

           IF WS-QTDE-DISPONIVEIS > 0
               MOVE "D" TO LIVRO-STATUS
           ELSE IF WS-QTDE-RESERVADOS > 0
               MOVE "R" TO LIVRO-STATUS
           ELSE
               MOVE "E" TO LIVRO-STATUS
           END-IF.

           REWRITE REG-LIVRO.
           CLOSE LIVROS.

           IF WS-JRN-ANTES NOT = REG-LIVRO
               MOVE REG-LIVRO TO WS-JRN-DEPOIS
               MOVE "LIVROS"  TO WS-JRN-ARQUIVO
               MOVE "R"       TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
           ELSE
               MOVE SPACES TO WS-JRN-ANTES
           END-IF.

      *    Pórtico antifurto: a peça que segue para o depósito
      *    entra na lista de liberadas (PORTICO-LIBERADOS.DAT) com
      *    o empréstimo do depósito e sai dela no retorno ou na
      *    cobrança como faltante, como no balcão. Ao fim de cada
      *    opção que mexeu na lista, PORTICO-EMPRESTADOS.TXT é
      *    regravado para o fornecedor.
       LIBERAR-PORTICO.
           IF WS-PTC-CODBARRAS = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-PORTICO-LIBERADOS
           MOVE WS-COD-LIVRO     TO PLB-LIVRO
           MOVE WS-COD-EXEMPLAR  TO PLB-EXEMPLAR
           MOVE WS-PTC-CODBARRAS TO PLB-CODBARRAS
           MOVE WS-PTC-FILIAL    TO PLB-FILIAL
           MOVE WS-EMP-COD       TO PLB-EMPRESTIMO
           MOVE WS-HOJE-AAAAMMDD TO PLB-DATA-EMP
           WRITE REG-PORTICO-LIBERADO
               INVALID KEY REWRITE REG-PORTICO-LIBERADO
           END-WRITE.
           CLOSE PORTICO-LIBERADOS.
           MOVE SPACES TO WS-PTC-CODBARRAS.
           MOVE "S"    TO WS-PTC-ALTERADO.

       BLOQUEAR-PORTICO.
           PERFORM ABRIR-PORTICO-LIBERADOS
           MOVE WS-COD-LIVRO    TO PLB-LIVRO
           MOVE WS-COD-EXEMPLAR TO PLB-EXEMPLAR
           DELETE PORTICO-LIBERADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-PTC-ALTERADO
           END-DELETE.
           CLOSE PORTICO-LIBERADOS.

       EXPORTAR-LISTA-PORTICO.
           MOVE "N" TO WS-PTC-ALTERADO.
           MOVE 0   TO WS-PTC-QTDE.
           OPEN OUTPUT PORTICO-EXPORTA.
           IF WS-ST-PEX NOT = "00"
               DISPLAY "ERRO AO GRAVAR PORTICO-EMPRESTADOS.TXT! "
                       "STATUS: " WS-ST-PEX
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-PORTICO-LIBERADOS
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
                   ADD 1 TO WS-PTC-QTDE
           END-PERFORM.
           CLOSE PORTICO-LIBERADOS.
           CLOSE PORTICO-EXPORTA.

       ABRIR-PORTICO-LIBERADOS.
           OPEN I-O PORTICO-LIBERADOS.
           EVALUATE WS-ST-PLB
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT PORTICO-LIBERADOS
                   CLOSE PORTICO-LIBERADOS
                   OPEN I-O PORTICO-LIBERADOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PORTICO-LIBERADOS.DAT! "
                           "STATUS: " WS-ST-PLB
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
           MOVE "SIS-DEPOSITOS"       TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
