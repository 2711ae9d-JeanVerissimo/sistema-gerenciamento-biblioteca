       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-DOMICILIAR.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Serviço de extensão: entrega domiciliar para
      *               leitores idosos ou com mobilidade reduzida.
      *               O leitor inscrito em DOMICILIAR.DAT tem
      *               endereço de entrega, filial, rota e
      *               frequência de visita. O balcão monta o
      *               roteiro da rota numa data (ROTEIRO-DOM.DAT,
      *               chave filial + rota + data + item): para cada
      *               visita devida, as reservas separadas na
      *               filial vão no carro (exemplar "V", reserva
      *               "D"), junto com os exemplares avulsos pedidos
      *               pelo leitor, e os empréstimos que vencem até
      *               a visita seguinte entram para recolher. A
      *               folha da rota sai em ROTA-<filial>-<rota>-
      *               <data>.TXT. Na volta do carro, a baixa da
      *               folha gera os empréstimos entregues (tipo
      *               "V", prazo DIAS-EMP-DOMICILIAR), devolve os
      *               recolhidos e desfaz o que não foi entregue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIAR ASSIGN TO 'DOMICILIAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOM.

           SELECT ROTEIRO-DOM ASSIGN TO 'ROTEIRO-DOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-RT.

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

           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESERVA-COD
               ALTERNATE RECORD KEY IS RESERVA-LIVRO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RESERVA-DATA
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-RES.

           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.

           SELECT FILIAIS ASSIGN TO 'FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILIAL-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-FIL.

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

           SELECT FOLHA-ROTA ASSIGN TO WS-FOLHA-NOME
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

       FD DOMICILIAR.
       01 REG-DOMICILIAR.
           02 DOM-USUARIO              PIC 9(7).
           02 DOM-ENDERECO             PIC X(50).
           02 DOM-BAIRRO               PIC X(20).
           02 DOM-CEP                  PIC X(8).
           02 DOM-REFERENCIA           PIC X(30).
           02 DOM-FILIAL               PIC 9(3).
           02 DOM-ROTA                 PIC 9(3).
           02 DOM-FREQUENCIA           PIC 9(3).
           02 DOM-PROX-VISITA          PIC 9(8).
           02 DOM-ULT-VISITA           PIC 9(8).
           02 DOM-ROTEIRO-PEND         PIC 9(8).
           02 DOM-MOTIVO               PIC X(1).
           02 DOM-STATUS               PIC X(1).
           02 DOM-DATA-INSCR           PIC 9(8).
           02 DOM-OPERADOR             PIC X(10).

       FD ROTEIRO-DOM.
       01 REG-ROTEIRO.
           02 RT-CHAVE.
               03 RT-FILIAL            PIC 9(3).
               03 RT-ROTA              PIC 9(3).
               03 RT-DATA              PIC 9(8).
               03 RT-ITEM              PIC 9(4).
           02 RT-USUARIO               PIC 9(7).
           02 RT-ACAO                  PIC X(1).
           02 RT-LIVRO                 PIC 9(7).
           02 RT-EXEMPLAR              PIC 9(3).
           02 RT-EMPRESTIMO            PIC 9(7).
           02 RT-RESERVA               PIC 9(7).
           02 RT-RESULTADO             PIC X(1).
           02 RT-OPERADOR              PIC X(10).

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

       FD RESERVAS.
       01 REG-RESERVA.
           02 RESERVA-COD              PIC 9(7).
           02 RESERVA-LIVRO            PIC 9(7).
           02 RESERVA-USUARIO          PIC 9(7).
           02 RESERVA-DATA             PIC 9(8).
           02 RESERVA-STATUS           PIC X(1).
           02 RESERVA-FILIAL-RETIRADA  PIC 9(3).

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

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           02 CAL-DATA                 PIC 9(8).
           02 CAL-DESCRICAO            PIC X(30).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD FOLHA-ROTA.
       01 REG-FOLHA-ROTA               PIC X(80).

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
       77 WS-ST-DOM                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RT                     PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RES                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
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
       77 WS-FILIAL-OPERACAO           PIC 9(3)      VALUE 1.
       77 WS-FILIAL-NOME               PIC X(30)     VALUE SPACES.
       77 WS-FOLHA-NOME                PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-ENTRADA-BUSCA             PIC X(13)     VALUE SPACES.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-ACHADO            PIC X(1)      VALUE "N".
       77 WS-USUARIO-LIBERADO          PIC X(1)      VALUE "N".
       77 WS-NOME-USUARIO              PIC X(40)     VALUE SPACES.
       77 WS-TELEFONE-USUARIO          PIC X(11)     VALUE SPACES.
       77 WS-USU-CATEGORIA             PIC X(1)      VALUE SPACES.
       77 WS-MOTIVO-BLOQUEIO           PIC X(30)     VALUE SPACES.
       77 WS-DEBITO-USUARIO            PIC 9(7)V99   VALUE 0.
       77 WS-LIMITE-DEBITO             PIC 9(7)V99   VALUE 10,00.
       77 WS-LIM-EMP-E                 PIC 9(2)      VALUE 3.
       77 WS-LIM-EMP-F                 PIC 9(2)      VALUE 5.
       77 WS-LIM-EMP-C                 PIC 9(2)      VALUE 2.
       77 WS-MAX-EMPRESTIMOS-USU       PIC 9(2)      VALUE 3.
       77 WS-QTDE-EMPRESTIMOS-USU      PIC 9(3)      VALUE 0.
       77 WS-DIAS-EMP-DOMICILIAR       PIC 9(3)      VALUE 30.
       77 WS-COD-ROTA                  PIC 9(3)      VALUE 0.
       77 WS-DATA-ROTA                 PIC 9(8)      VALUE 0.
       77 WS-DATA-LIMITE-COLETA        PIC 9(8)      VALUE 0.
       77 WS-DATA-AGENDA               PIC 9(8)      VALUE 0.
       77 WS-ROTEIRO-EXISTE            PIC X(1)      VALUE "N".
       77 WS-RT-ITEM                   PIC 9(4)      VALUE 0.
       77 WS-QTDE-VISITAS              PIC 9(4)      VALUE 0.
       77 WS-QTDE-ENTREGAS             PIC 9(4)      VALUE 0.
       77 WS-QTDE-COLETAS              PIC 9(4)      VALUE 0.
       77 WS-QTDE-NAO-FEITAS           PIC 9(4)      VALUE 0.
       77 WS-QTDE-INSCRITOS            PIC 9(4)      VALUE 0.
       77 WS-ENTREGAS-VISITA           PIC 9(3)      VALUE 0.
       77 WS-VISITA-REALIZADA          PIC X(1)      VALUE "N".
       77 WS-STATUS-ALVO               PIC X(1)      VALUE SPACES.
       77 WS-FREQUENCIA-VISITA         PIC 9(3)      VALUE 0.
       77 WS-ACAO-DESC                 PIC X(10)     VALUE SPACES.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-COD-RESERVA               PIC 9(7)      VALUE 0.
       77 WS-EMP-COD                   PIC 9(7)      VALUE 0.
       77 WS-DEV-AAAAMMDD              PIC 9(8)      VALUE 0.
       77 WS-EXEMPLAR-ACHADO           PIC X(1)      VALUE "N".
       77 WS-QTDE-DISPONIVEIS          PIC 9(3)      VALUE 0.
       77 WS-QTDE-RESERVADOS           PIC 9(3)      VALUE 0.
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
           DISPLAY "FILIAL DE OPERAÇÃO DESTA ESTAÇÃO (0 = SEDE): "
           ACCEPT WS-FILIAL-OPERACAO.
           IF WS-FILIAL-OPERACAO = 0
               MOVE 1 TO WS-FILIAL-OPERACAO
           END-IF.
           PERFORM OBTER-NOME-FILIAL.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "LIMITE-DEBITO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIMITE-DEBITO
           END-READ.
           MOVE "LIM-EMP-ESTUDANTE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIM-EMP-E
           END-READ.
           MOVE "LIM-EMP-FUNCIONARIO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIM-EMP-F
           END-READ.
           MOVE "LIM-EMP-COMUNIDADE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIM-EMP-C
           END-READ.
           MOVE "DIAS-EMP-DOMICILIAR" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-DIAS-EMP-DOMICILIAR
           END-READ.

           CLOSE PARAMETROS.

       OBTER-NOME-FILIAL.
           MOVE "SEDE" TO WS-FILIAL-NOME.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.
           IF WS-ST-FIL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILIAL-OPERACAO TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAL-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FILIAL-NOME TO WS-FILIAL-NOME
           END-READ.
           CLOSE FILIAIS.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "  ENTREGA DOMICILIAR - FILIAL "
                       WS-FILIAL-OPERACAO
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Inscrever/Alterar Leitor no Serviço"
               DISPLAY "2 - Listar Inscritos por Rota"
               DISPLAY "3 - Suspender/Encerrar/Reativar Inscrição"
               DISPLAY "4 - Montar Roteiro de Visitas da Rota"
               DISPLAY "5 - Baixa da Folha de Rota"
               DISPLAY "6 - Voltar"
               DISPLAY "Escolha uma opção (1..6): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM INSCREVER-LEITOR
                   WHEN '2'
                       PERFORM LISTAR-INSCRITOS
                   WHEN '3'
                       PERFORM ALTERAR-SITUACAO-INSCRICAO
                   WHEN '4'
                       PERFORM MONTAR-ROTEIRO
                   WHEN '5'
                       PERFORM BAIXAR-FOLHA-ROTA
                   WHEN '6'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
               IF WS-PTC-ALTERADO = "S"
                   PERFORM EXPORTAR-LISTA-PORTICO
               END-IF
           END-PERFORM.

       ABRIR-DOMICILIAR.
           OPEN I-O DOMICILIAR.
           EVALUATE WS-ST-DOM
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO DOMICILIAR.DAT..."
                   OPEN OUTPUT DOMICILIAR
                   CLOSE DOMICILIAR
                   OPEN I-O DOMICILIAR
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR DOMICILIAR.DAT! STATUS: "
                   WS-ST-DOM
                   STOP RUN
           END-EVALUATE.

       ABRIR-ROTEIRO.
           OPEN I-O ROTEIRO-DOM.
           EVALUATE WS-ST-RT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO ROTEIRO-DOM.DAT..."
                   OPEN OUTPUT ROTEIRO-DOM
                   CLOSE ROTEIRO-DOM
                   OPEN I-O ROTEIRO-DOM
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ROTEIRO-DOM.DAT! STATUS: "
                   WS-ST-RT
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

      *    Domingo (INTEGER-OF-DATE múltiplo de 7) ou data
      *    cadastrada em CALENDARIO.DAT = biblioteca fechada.
       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           IF FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE), 7) = 0
               MOVE "S" TO WS-DIA-FECHADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-TESTE TO CAL-DATA.
           READ CALENDARIO KEY IS CAL-DATA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DIA-FECHADO
           END-READ.

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
               DISPLAY "DATA (DD/MM/AAAA): "
               ACCEPT WS-DATA-DIGITADA
               PERFORM VALIDAR-DATA-DIGITADA
               IF WS-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-AGENDA.

      *    Rota e data identificam a folha; a filial é a desta
      *    estação.
       SOLICITAR-ROTA-DATA.
           DISPLAY "NÚMERO DA ROTA (1-999): "
           ACCEPT WS-COD-ROTA.
           DISPLAY "DATA DA SAÍDA DO CARRO"
           PERFORM SOLICITAR-DATA.
           MOVE WS-DATA-AGENDA TO WS-DATA-ROTA.

      *    Localiza o leitor pela carteirinha ou pelo código; os
      *    cadastros excluídos, unificados ou cancelados não entram
      *    no serviço.
       LOCALIZAR-LEITOR.
           MOVE "N" TO WS-USUARIO-ACHADO.
           DISPLAY "PASSE A CARTEIRINHA OU DIGITE O CÓDIGO DO "
                   "USUÁRIO: "
           ACCEPT WS-ENTRADA-BUSCA
           IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
               COMPUTE WS-COD-USUARIO =
                   FUNCTION NUMVAL(WS-ENTRADA-BUSCA(1:7))
           ELSE
               PERFORM LOCALIZAR-USUARIO-POR-CARTEIRA
               IF WS-USUARIO-ACHADO NOT = "S"
                   DISPLAY "CARTEIRINHA NÃO ENCONTRADA."
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-USUARIO-ACHADO
           END-IF.

           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU NOT = "00"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE USUARIOS.

           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "U"
                   OR USUARIO-STATUS = "C"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S"          TO WS-USUARIO-ACHADO.
           MOVE USUARIO-NOME TO WS-NOME-USUARIO.
           DISPLAY "LEITOR: " WS-NOME-USUARIO.

       LOCALIZAR-USUARIO-POR-CARTEIRA.
           MOVE "N" TO WS-USUARIO-ACHADO.
           MOVE "00" TO WS-ST-USU.

           OPEN INPUT USUARIOS.
           IF WS-ST-USU NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-USU = "10"
                   OR WS-USUARIO-ACHADO = "S"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-USU
               NOT AT END
                   IF USUARIO-CARTEIRA = WS-ENTRADA-BUSCA(1:12)
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                       MOVE "S" TO WS-USUARIO-ACHADO
                       MOVE USUARIO-COD TO WS-COD-USUARIO
                   END-IF
           END-PERFORM.

           CLOSE USUARIOS.

       EXIBIR-SITUACAO-INSCRICAO.
           EVALUATE DOM-STATUS
               WHEN "A" DISPLAY "   SITUAÇÃO: ATIVA"
               WHEN "S" DISPLAY "   SITUAÇÃO: SUSPENSA"
               WHEN "C" DISPLAY "   SITUAÇÃO: ENCERRADA"
               WHEN OTHER DISPLAY "   SITUAÇÃO: " DOM-STATUS
           END-EVALUATE.

      *    Inscrição (ou alteração) do leitor no serviço: endereço
      *    de entrega, filial que atende, rota, frequência das
      *    visitas e data da primeira visita. A filial da
      *    inscrição é a desta estação.
       INSCREVER-LEITOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM LOCALIZAR-LEITOR.
           IF WS-USUARIO-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-DOMICILIAR.
           MOVE WS-COD-USUARIO TO DOM-USUARIO.
           READ DOMICILIAR KEY IS DOM-USUARIO
               INVALID KEY
                   MOVE "N" TO WS-RESPOSTA
               NOT INVALID KEY
                   MOVE "S" TO WS-RESPOSTA
                   DISPLAY "INSCRIÇÃO ATUAL: " DOM-ENDERECO
                   DISPLAY "   BAIRRO " DOM-BAIRRO " CEP " DOM-CEP
                   DISPLAY "   FILIAL " DOM-FILIAL " ROTA " DOM-ROTA
                           " A CADA " DOM-FREQUENCIA " DIAS"
                   PERFORM EXIBIR-SITUACAO-INSCRICAO
           END-READ.

           IF WS-RESPOSTA = "S" AND DOM-ROTEIRO-PEND NOT = 0
               MOVE DOM-ROTEIRO-PEND TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "LEITOR NA FOLHA DE ROTA DE " WS-DATA-FMT
                       " AINDA SEM BAIXA; ALTERE APÓS A BAIXA."
               CLOSE DOMICILIAR
               EXIT PARAGRAPH
           END-IF.

           IF WS-RESPOSTA = "N"
               MOVE SPACES             TO REG-DOMICILIAR
               MOVE WS-COD-USUARIO     TO DOM-USUARIO
               MOVE 0                  TO DOM-ULT-VISITA
               MOVE 0                  TO DOM-ROTEIRO-PEND
               MOVE WS-HOJE-AAAAMMDD   TO DOM-DATA-INSCR
               MOVE "A"                TO DOM-STATUS
           END-IF.

           DISPLAY "ENDEREÇO DE ENTREGA: "
           ACCEPT DOM-ENDERECO.
           DISPLAY "BAIRRO: "
           ACCEPT DOM-BAIRRO.
           DISPLAY "CEP (SOMENTE NÚMEROS): "
           ACCEPT DOM-CEP.
           DISPLAY "PONTO DE REFERÊNCIA: "
           ACCEPT DOM-REFERENCIA.
           MOVE SPACES TO DOM-MOTIVO.
           PERFORM UNTIL DOM-MOTIVO = "I" OR DOM-MOTIVO = "M"
                   OR DOM-MOTIVO = "O"
               DISPLAY "MOTIVO (I=Idoso / M=Mobilidade Reduzida / "
                       "O=Outro): "
               ACCEPT DOM-MOTIVO
               MOVE FUNCTION UPPER-CASE(DOM-MOTIVO) TO DOM-MOTIVO
           END-PERFORM.
           MOVE WS-FILIAL-OPERACAO TO DOM-FILIAL.
           MOVE 0 TO DOM-ROTA.
           PERFORM UNTIL DOM-ROTA > 0
               DISPLAY "ROTA DA FILIAL (1-999): "
               ACCEPT DOM-ROTA
           END-PERFORM.
           DISPLAY "FREQUÊNCIA DAS VISITAS EM DIAS (PADRÃO 14): "
           ACCEPT DOM-FREQUENCIA.
           IF DOM-FREQUENCIA = 0
               MOVE 14 TO DOM-FREQUENCIA
           END-IF.
           DISPLAY "PRIMEIRA (OU PRÓXIMA) VISITA"
           MOVE 0 TO WS-DATA-AGENDA.
           PERFORM UNTIL WS-DATA-AGENDA >= WS-HOJE-AAAAMMDD
               PERFORM SOLICITAR-DATA
               IF WS-DATA-AGENDA < WS-HOJE-AAAAMMDD
                   DISPLAY "A VISITA NÃO PODE SER NO PASSADO."
               END-IF
           END-PERFORM.
           MOVE WS-DATA-AGENDA    TO DOM-PROX-VISITA.
           MOVE WS-OPERADOR-ATUAL TO DOM-OPERADOR.

           IF WS-RESPOSTA = "S"
               REWRITE REG-DOMICILIAR
               DISPLAY "INSCRIÇÃO ALTERADA."
               MOVE "DOMALTERA" TO WS-AUD-OPERACAO
           ELSE
               WRITE REG-DOMICILIAR
               DISPLAY "LEITOR INSCRITO NA ENTREGA DOMICILIAR."
               MOVE "DOMINCLUI" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE DOMICILIAR.

           MOVE WS-COD-USUARIO TO WS-AUD-CHAVE.
           MOVE SPACES         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-INSCRITOS.
           DISPLAY "ROTA (0 = TODAS AS ROTAS DA FILIAL): "
           ACCEPT WS-COD-ROTA.
           MOVE 0 TO WS-QTDE-INSCRITOS.
           PERFORM ABRIR-DOMICILIAR.
           OPEN INPUT USUARIOS.

           DISPLAY "ROTA USUÁRIO NOME                      "
                   "A CADA PRÓX.VISITA ST"
           PERFORM UNTIL WS-ST-DOM = "10"
               READ DOMICILIAR NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOM
               NOT AT END
                   IF DOM-FILIAL = WS-FILIAL-OPERACAO
                           AND (WS-COD-ROTA = 0
                            OR DOM-ROTA = WS-COD-ROTA)
                       PERFORM EXIBIR-INSCRITO
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.
           CLOSE DOMICILIAR.
           DISPLAY "INSCRITOS LISTADOS: " WS-QTDE-INSCRITOS.

       EXIBIR-INSCRITO.
           ADD 1 TO WS-QTDE-INSCRITOS.
           MOVE DOM-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY MOVE SPACES TO USUARIO-NOME
           END-READ.
           MOVE DOM-PROX-VISITA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY DOM-ROTA "  " DOM-USUARIO " "
                   USUARIO-NOME(1:25) " " DOM-FREQUENCIA "D   "
                   WS-DATA-FMT " " DOM-STATUS.
           DISPLAY "         " DOM-ENDERECO(1:40) " "
                   DOM-BAIRRO.

       ALTERAR-SITUACAO-INSCRICAO.
           PERFORM LOCALIZAR-LEITOR.
           IF WS-USUARIO-ACHADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-DOMICILIAR.
           MOVE WS-COD-USUARIO TO DOM-USUARIO.
           READ DOMICILIAR KEY IS DOM-USUARIO
               INVALID KEY
                   DISPLAY "LEITOR NÃO INSCRITO NA ENTREGA "
                           "DOMICILIAR."
                   CLOSE DOMICILIAR
                   EXIT PARAGRAPH.

           IF WS-ST-DOM = "51" OR WS-ST-DOM = "99"
               DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                       "TENTE NOVAMENTE."
               CLOSE DOMICILIAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXIBIR-SITUACAO-INSCRICAO.
           IF DOM-ROTEIRO-PEND NOT = 0
               MOVE DOM-ROTEIRO-PEND TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "LEITOR NA FOLHA DE ROTA DE " WS-DATA-FMT
                       " AINDA SEM BAIXA; ALTERE APÓS A BAIXA."
               CLOSE DOMICILIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RESPOSTA.
           PERFORM UNTIL WS-RESPOSTA = "A" OR WS-RESPOSTA = "S"
                   OR WS-RESPOSTA = "C"
               DISPLAY "NOVA SITUAÇÃO (A=Ativa / S=Suspensa / "
                       "C=Encerrada): "
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           END-PERFORM.

           IF WS-RESPOSTA = DOM-STATUS
               DISPLAY "INSCRIÇÃO JÁ ESTÁ NESTA SITUAÇÃO."
               CLOSE DOMICILIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE DOM-STATUS  TO WS-AUD-STATUS-ANT.
           MOVE WS-RESPOSTA TO DOM-STATUS.
           MOVE WS-OPERADOR-ATUAL TO DOM-OPERADOR.
      *    Na reativação a próxima visita não fica no passado.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           IF DOM-STATUS = "A" AND DOM-PROX-VISITA < WS-HOJE-AAAAMMDD
               MOVE WS-HOJE-AAAAMMDD TO DOM-PROX-VISITA
           END-IF.
           REWRITE REG-DOMICILIAR.
           CLOSE DOMICILIAR.
           DISPLAY "SITUAÇÃO DA INSCRIÇÃO ATUALIZADA.".

           MOVE "DOMSTATUS"    TO WS-AUD-OPERACAO.
           MOVE WS-COD-USUARIO TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

      *    Montagem do roteiro: uma folha por filial + rota +
      *    data. Entram os inscritos ativos com visita vencida até
      *    a data e sem outra folha pendente de baixa. Cada visita
      *    abre com um item "V"; seguem as entregas ("E") e os
      *    recolhimentos ("R").
       MONTAR-ROTEIRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM SOLICITAR-ROTA-DATA.
           IF WS-COD-ROTA = 0
               DISPLAY "ROTA INVÁLIDA."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-ROTA < WS-HOJE-AAAAMMDD
               DISPLAY "O ROTEIRO NÃO PODE SER MONTADO PARA DATA "
                       "PASSADA."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-ROTEIRO.
           PERFORM VERIFICAR-ROTEIRO-EXISTENTE.
           IF WS-ROTEIRO-EXISTE = "S"
               DISPLAY "JÁ EXISTE ROTEIRO PARA ESTA ROTA E DATA."
               CLOSE ROTEIRO-DOM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RT-ITEM.
           MOVE 0 TO WS-QTDE-VISITAS.
           MOVE 0 TO WS-QTDE-ENTREGAS.
           MOVE 0 TO WS-QTDE-COLETAS.

           MOVE SPACES TO WS-FOLHA-NOME.
           STRING "ROTA-" WS-FILIAL-OPERACAO "-" WS-COD-ROTA "-"
                  WS-DATA-ROTA ".TXT"
                  DELIMITED BY SIZE INTO WS-FOLHA-NOME.
           OPEN OUTPUT FOLHA-ROTA.
           PERFORM IMPRIMIR-CABECALHO-ROTA.

           PERFORM ABRIR-DOMICILIAR.
           PERFORM UNTIL WS-ST-DOM = "10"
               READ DOMICILIAR NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOM
               NOT AT END
                   IF DOM-FILIAL = WS-FILIAL-OPERACAO
                           AND DOM-ROTA = WS-COD-ROTA
                           AND DOM-STATUS = "A"
                           AND DOM-PROX-VISITA <= WS-DATA-ROTA
                       IF DOM-ROTEIRO-PEND NOT = 0
                           DISPLAY "LEITOR " DOM-USUARIO
                                   " FORA: FOLHA ANTERIOR SEM BAIXA."
                       ELSE
                           PERFORM MONTAR-VISITA
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE DOMICILIAR.
           CLOSE ROTEIRO-DOM.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  VISITAS: " WS-QTDE-VISITAS
                  "  ENTREGAS: " WS-QTDE-ENTREGAS
                  "  RECOLHIMENTOS: " WS-QTDE-COLETAS
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           CLOSE FOLHA-ROTA.

           IF WS-QTDE-VISITAS = 0
               DISPLAY "NENHUMA VISITA DEVIDA NESTA ROTA ATÉ A DATA."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ROTEIRO MONTADO: " WS-QTDE-VISITAS " VISITAS, "
                   WS-QTDE-ENTREGAS " ENTREGAS, " WS-QTDE-COLETAS
                   " RECOLHIMENTOS.".
           DISPLAY "FOLHA DA ROTA GRAVADA EM " WS-FOLHA-NOME.

           MOVE "DOMROTEIRO" TO WS-AUD-OPERACAO.
           MOVE SPACES       TO WS-AUD-CHAVE.
           STRING WS-COD-ROTA WS-DATA-ROTA(3:6)
                  DELIMITED BY SIZE INTO WS-AUD-CHAVE.
           MOVE SPACES       TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Qualquer item com a chave filial + rota + data indica
      *    folha já montada.
       VERIFICAR-ROTEIRO-EXISTENTE.
           MOVE "N" TO WS-ROTEIRO-EXISTE.
           MOVE WS-FILIAL-OPERACAO TO RT-FILIAL.
           MOVE WS-COD-ROTA        TO RT-ROTA.
           MOVE WS-DATA-ROTA       TO RT-DATA.
           MOVE 0                  TO RT-ITEM.
           START ROTEIRO-DOM KEY IS NOT LESS THAN RT-CHAVE
               INVALID KEY EXIT PARAGRAPH
           END-START.
           READ ROTEIRO-DOM NEXT RECORD
               AT END EXIT PARAGRAPH
           END-READ.
           IF RT-FILIAL = WS-FILIAL-OPERACAO
                   AND RT-ROTA = WS-COD-ROTA
                   AND RT-DATA = WS-DATA-ROTA
               MOVE "S" TO WS-ROTEIRO-EXISTE
           END-IF.

       IMPRIMIR-CABECALHO-ROTA.
           MOVE WS-DATA-ROTA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ENTREGA DOMICILIAR - ROTA " WS-COD-ROTA
                  " - " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  FILIAL " WS-FILIAL-OPERACAO " - "
                  WS-FILIAL-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.

      *    Uma visita: o leitor com pendência no cadastro (inativo,
      *    suspenso, matrícula vencida ou débito acima do teto) não
      *    recebe nada, mas a visita segue para os recolhimentos.
       MONTAR-VISITA.
           MOVE DOM-USUARIO    TO WS-COD-USUARIO.
           MOVE DOM-FREQUENCIA TO WS-FREQUENCIA-VISITA.
           PERFORM VERIFICAR-LEITOR-APTO.

           ADD 1 TO WS-QTDE-VISITAS.
           MOVE "V" TO RT-ACAO.
           MOVE 0   TO RT-LIVRO.
           MOVE 0   TO RT-EXEMPLAR.
           MOVE 0   TO RT-EMPRESTIMO.
           MOVE 0   TO RT-RESERVA.
           PERFORM GRAVAR-ITEM-ROTEIRO.

           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           STRING "  [" WS-COD-USUARIO "] " WS-NOME-USUARIO
                  " TEL " WS-TELEFONE-USUARIO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "     " DOM-ENDERECO " " DOM-BAIRRO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "     CEP " DOM-CEP " REF. " DOM-REFERENCIA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.

           DISPLAY "VISITA: " WS-COD-USUARIO " " WS-NOME-USUARIO.
           MOVE 0 TO WS-ENTREGAS-VISITA.
           IF WS-USUARIO-LIBERADO = "S"
               PERFORM INCLUIR-RESERVAS-SEPARADAS
               PERFORM INCLUIR-EXEMPLARES-AVULSOS
           ELSE
               DISPLAY "   SEM ENTREGAS: " WS-MOTIVO-BLOQUEIO
               MOVE SPACES TO WS-LINHA-IMP
               STRING "     SEM ENTREGAS: " WS-MOTIVO-BLOQUEIO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP
           END-IF.

           COMPUTE WS-DATA-LIMITE-COLETA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ROTA)
               + WS-FREQUENCIA-VISITA).
           PERFORM INCLUIR-RECOLHIMENTOS.

           MOVE SPACES TO WS-LINHA-IMP.
           STRING "     VISITA REALIZADA: ( ) SIM ( ) NAO"
                  "   ASSINATURA: ____________________"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.

           MOVE WS-DATA-ROTA TO DOM-ROTEIRO-PEND.
           REWRITE REG-DOMICILIAR.

      *    Mesmas checagens do leitor no balcão de empréstimo.
       VERIFICAR-LEITOR-APTO.
           MOVE "N"    TO WS-USUARIO-LIBERADO.
           MOVE SPACES TO WS-NOME-USUARIO.
           MOVE SPACES TO WS-TELEFONE-USUARIO.
           MOVE "CADASTRO NAO ENCONTRADO" TO WS-MOTIVO-BLOQUEIO.
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

           MOVE USUARIO-NOME      TO WS-NOME-USUARIO.
           MOVE USUARIO-TELEFONE  TO WS-TELEFONE-USUARIO.
           MOVE USUARIO-CATEGORIA TO WS-USU-CATEGORIA.
           IF USUARIO-STATUS NOT = "A"
               MOVE "CADASTRO INATIVO" TO WS-MOTIVO-BLOQUEIO
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-SUSPENSO-ATE >= WS-HOJE-AAAAMMDD
               MOVE "LEITOR SUSPENSO" TO WS-MOTIVO-BLOQUEIO
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-VALIDADE > 0
                   AND USUARIO-VALIDADE < WS-HOJE-AAAAMMDD
               MOVE "MATRICULA VENCIDA" TO WS-MOTIVO-BLOQUEIO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-DEBITO-USUARIO.
           IF WS-DEBITO-USUARIO > WS-LIMITE-DEBITO
               MOVE "DEBITO ACIMA DO LIMITE" TO WS-MOTIVO-BLOQUEIO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-USU-CATEGORIA
               WHEN "F" MOVE WS-LIM-EMP-F TO WS-MAX-EMPRESTIMOS-USU
               WHEN "C" MOVE WS-LIM-EMP-C TO WS-MAX-EMPRESTIMOS-USU
               WHEN OTHER
                   MOVE WS-LIM-EMP-E TO WS-MAX-EMPRESTIMOS-USU
           END-EVALUATE.
           PERFORM CONTAR-EMPRESTIMOS-LEITOR.
           MOVE SPACES TO WS-MOTIVO-BLOQUEIO.
           MOVE "S"    TO WS-USUARIO-LIBERADO.

      *    Parcelas de acordo ainda não vencidas ficam fora do
      *    teto, como no balcão de empréstimo.
       CALCULAR-DEBITO-USUARIO.
           MOVE 0 TO WS-DEBITO-USUARIO.
           MOVE "00" TO WS-ST-CR.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-ST-CR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO CR-USUARIO.
           MOVE 0              TO CR-SEQ.
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-CR
           END-START.
           PERFORM UNTIL WS-ST-CR = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-ST-CR
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-CR
                   ELSE
                       IF CR-SEQ NOT = 0 AND CR-STATUS = "A"
                           AND (CR-VENCIMENTO = 0
                            OR CR-VENCIMENTO <= WS-HOJE-AAAAMMDD)
                           COMPUTE WS-DEBITO-USUARIO =
                               WS-DEBITO-USUARIO
                               + CR-VALOR - CR-VALOR-PAGO
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE CONTAS-RECEBER.

      *    Empréstimos físicos em andamento (consulta local,
      *    reserva didática e digitais ficam fora do limite, como
      *    no balcão).
       CONTAR-EMPRESTIMOS-LEITOR.
           MOVE 0    TO WS-QTDE-EMPRESTIMOS-USU.
           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-EMP
           END-START

           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-ST-EMP
                   ELSE IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "D"
                           AND EMPRESTIMO-TIPO NOT = "L"
                       ADD 1 TO WS-QTDE-EMPRESTIMOS-USU
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

      *    Reservas do leitor já separadas ("N") para retirada na
      *    filial da rota (ou sem filial, de antes do campo
      *    existir): um exemplar separado do título nesta filial
      *    vai no carro ("V") e a reserva fica "D", fora da
      *    expiração da estante.
       INCLUIR-RESERVAS-SEPARADAS.
           MOVE "00" TO WS-ST-RES.
           OPEN I-O RESERVAS.
           IF WS-ST-RES NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-RES = "10"
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RES
               NOT AT END
                   IF RESERVA-USUARIO = WS-COD-USUARIO
                           AND RESERVA-STATUS = "N"
                           AND (RESERVA-FILIAL-RETIRADA = 0
                            OR RESERVA-FILIAL-RETIRADA
                               = WS-FILIAL-OPERACAO)
                       PERFORM INCLUIR-RESERVA-NA-ROTA
                   END-IF
           END-PERFORM.

           CLOSE RESERVAS.

       INCLUIR-RESERVA-NA-ROTA.
           MOVE RESERVA-LIVRO TO WS-COD-LIVRO.
           MOVE "R"           TO WS-STATUS-ALVO.
           PERFORM SEPARAR-EXEMPLAR-ROTA.
           IF WS-EXEMPLAR-ACHADO NOT = "S"
               DISPLAY "   RESERVA " RESERVA-COD " SEM EXEMPLAR "
                       "SEPARADO NESTA FILIAL; FICA NA ESTANTE."
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-RESERVA TO WS-JRN-ANTES.
           MOVE "D"         TO RESERVA-STATUS.
           REWRITE REG-RESERVA.
           MOVE REG-RESERVA TO WS-JRN-DEPOIS.
           MOVE "RESERVAS"  TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE RESERVA-COD TO WS-COD-RESERVA.
           PERFORM REGISTRAR-ENTREGA-ROTA.

      *    Exemplares pedidos pelo leitor por telefone: o código de
      *    barras precisa estar disponível nesta filial e a entrega
      *    respeita o limite de empréstimos da categoria.
       INCLUIR-EXEMPLARES-AVULSOS.
           DISPLAY "INCLUIR EXEMPLARES AVULSOS PARA ESTE LEITOR? "
                   "(S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           PERFORM UNTIL WS-RESPOSTA NOT = "S"
               IF WS-QTDE-EMPRESTIMOS-USU + WS-ENTREGAS-VISITA
                       >= WS-MAX-EMPRESTIMOS-USU
                   DISPLAY "LIMITE DE EMPRÉSTIMOS DA CATEGORIA "
                           "ATINGIDO (" WS-MAX-EMPRESTIMOS-USU ")."
                   MOVE "N" TO WS-RESPOSTA
               ELSE
                   PERFORM INCLUIR-EXEMPLAR-AVULSO
                   DISPLAY "OUTRO EXEMPLAR? (S/N)"
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
               END-IF
           END-PERFORM.

       INCLUIR-EXEMPLAR-AVULSO.
           DISPLAY "CÓDIGO DE BARRAS DO EXEMPLAR: "
           ACCEPT WS-ENTRADA-BUSCA.
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
           IF EXEMPLAR-FILIAL NOT = WS-FILIAL-OPERACAO
               DISPLAY "EXEMPLAR PERTENCE À FILIAL " EXEMPLAR-FILIAL
                       "; SOLICITE A TRANSFERÊNCIA ANTES."
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.

           MOVE EXEMPLAR-LIVRO-COD TO WS-COD-LIVRO.
           MOVE EXEMPLAR-NUM       TO WS-COD-EXEMPLAR.
           MOVE REG-EXEMPLAR       TO WS-JRN-ANTES.
           MOVE "V"                TO EXEMPLAR-STATUS.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO.
           MOVE "R"          TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.
           PERFORM RECALCULAR-STATUS-TITULO.

           MOVE 0 TO WS-COD-RESERVA.
           PERFORM REGISTRAR-ENTREGA-ROTA.

      *    Separa para o carro o exemplar do título no status
      *    pedido em WS-STATUS-ALVO ("R" = separado na estante de
      *    reservas) e nesta filial.
       SEPARAR-EXEMPLAR-ROTA.
           MOVE "N"  TO WS-EXEMPLAR-ACHADO.
           MOVE "00" TO WS-ST-EXE.
           OPEN I-O EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO TO EXEMPLAR-LIVRO-COD.
           MOVE 0            TO EXEMPLAR-NUM.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EXE
           END-START.
           PERFORM UNTIL WS-ST-EXE = "10"
                   OR WS-EXEMPLAR-ACHADO = "S"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-ST-EXE
                   ELSE
                       IF EXEMPLAR-STATUS = WS-STATUS-ALVO
                               AND EXEMPLAR-FILIAL
                                   = WS-FILIAL-OPERACAO
                           MOVE "S" TO WS-EXEMPLAR-ACHADO
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-EXEMPLAR-ACHADO NOT = "S"
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.

           MOVE EXEMPLAR-NUM TO WS-COD-EXEMPLAR.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES.
           MOVE "V"          TO EXEMPLAR-STATUS.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO.
           MOVE "R"          TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.
           PERFORM RECALCULAR-STATUS-TITULO.

       REGISTRAR-ENTREGA-ROTA.
           ADD 1 TO WS-QTDE-ENTREGAS.
           ADD 1 TO WS-ENTREGAS-VISITA.
           MOVE "E"             TO RT-ACAO.
           MOVE WS-COD-LIVRO    TO RT-LIVRO.
           MOVE WS-COD-EXEMPLAR TO RT-EXEMPLAR.
           MOVE 0               TO RT-EMPRESTIMO.
           MOVE WS-COD-RESERVA  TO RT-RESERVA.
           PERFORM GRAVAR-ITEM-ROTEIRO.

           MOVE "ENTREGAR" TO WS-ACAO-DESC.
           PERFORM IMPRIMIR-ITEM-ROTA.

      *    Recolhe os empréstimos em andamento (inclusive os
      *    contestados) que vencem até a visita seguinte; consulta
      *    local e digitais não saem da casa do leitor.
       INCLUIR-RECOLHIMENTOS.
           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-USUARIO = WS-COD-USUARIO
                           AND EMPRESTIMO-COD NOT = 0
                           AND (EMPRESTIMO-STATUS = "E"
                            OR EMPRESTIMO-STATUS = "A")
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "L"
                           AND EMPRESTIMO-DATA-DEV
                               <= WS-DATA-LIMITE-COLETA
                       PERFORM REGISTRAR-RECOLHIMENTO-ROTA
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

       REGISTRAR-RECOLHIMENTO-ROTA.
           ADD 1 TO WS-QTDE-COLETAS.
           MOVE EMPRESTIMO-LIVRO    TO WS-COD-LIVRO.
           MOVE "R"                 TO RT-ACAO.
           MOVE EMPRESTIMO-LIVRO    TO RT-LIVRO.
           MOVE EMPRESTIMO-EXEMPLAR TO RT-EXEMPLAR.
           MOVE EMPRESTIMO-COD      TO RT-EMPRESTIMO.
           MOVE 0                   TO RT-RESERVA.
           PERFORM GRAVAR-ITEM-ROTEIRO.

           MOVE "RECOLHER" TO WS-ACAO-DESC.
           PERFORM IMPRIMIR-ITEM-ROTA.

       GRAVAR-ITEM-ROTEIRO.
           ADD 1 TO WS-RT-ITEM.
           MOVE WS-FILIAL-OPERACAO TO RT-FILIAL.
           MOVE WS-COD-ROTA        TO RT-ROTA.
           MOVE WS-DATA-ROTA       TO RT-DATA.
           MOVE WS-RT-ITEM         TO RT-ITEM.
           MOVE WS-COD-USUARIO     TO RT-USUARIO.
           MOVE "P"                TO RT-RESULTADO.
           MOVE WS-OPERADOR-ATUAL  TO RT-OPERADOR.
           WRITE REG-ROTEIRO
               INVALID KEY
                   DISPLAY "ERRO: ITEM " WS-RT-ITEM
                           " DO ROTEIRO JÁ EXISTE!"
           END-WRITE.

       IMPRIMIR-ITEM-ROTA.
           MOVE "00" TO WS-ST-LIV.
           MOVE SPACES TO LIVRO-TITULO.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               MOVE RT-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY
                       MOVE "LIVRO NÃO ENCONTRADO" TO LIVRO-TITULO
               END-READ
               CLOSE LIVROS
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "     ( ) " WS-ACAO-DESC " " RT-LIVRO "/"
                  RT-EXEMPLAR " " LIVRO-TITULO(1:40)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-ROTA FROM WS-LINHA-IMP.
           DISPLAY "   " WS-ACAO-DESC " " RT-LIVRO "/" RT-EXEMPLAR
                   " " LIVRO-TITULO(1:40).

      *    Baixa da folha devolvida pelo motorista, visita a
      *    visita. Só os itens ainda pendentes ("P") são tratados,
      *    de modo que uma baixa interrompida pode ser retomada.
       BAIXAR-FOLHA-ROTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM SOLICITAR-ROTA-DATA.
           IF WS-DATA-ROTA > WS-HOJE-AAAAMMDD
               DISPLAY "A ROTA DESTA DATA AINDA NÃO SAIU."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-ROTEIRO.
           PERFORM VERIFICAR-ROTEIRO-EXISTENTE.
           IF WS-ROTEIRO-EXISTE NOT = "S"
               DISPLAY "NÃO HÁ ROTEIRO PARA ESTA ROTA E DATA."
               CLOSE ROTEIRO-DOM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0   TO WS-QTDE-VISITAS.
           MOVE 0   TO WS-QTDE-ENTREGAS.
           MOVE 0   TO WS-QTDE-COLETAS.
           MOVE 0   TO WS-QTDE-NAO-FEITAS.
           MOVE "N" TO WS-VISITA-REALIZADA.
           MOVE WS-FILIAL-OPERACAO TO RT-FILIAL.
           MOVE WS-COD-ROTA        TO RT-ROTA.
           MOVE WS-DATA-ROTA       TO RT-DATA.
           MOVE 0                  TO RT-ITEM.
           START ROTEIRO-DOM KEY IS NOT LESS THAN RT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-RT
           END-START.
           PERFORM UNTIL WS-ST-RT = "10"
               READ ROTEIRO-DOM NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RT
               NOT AT END
                   IF RT-FILIAL NOT = WS-FILIAL-OPERACAO
                           OR RT-ROTA NOT = WS-COD-ROTA
                           OR RT-DATA NOT = WS-DATA-ROTA
                       MOVE "10" TO WS-ST-RT
                   ELSE
                       PERFORM BAIXAR-ITEM-ROTA
                   END-IF
           END-PERFORM.
           CLOSE ROTEIRO-DOM.

           DISPLAY "BAIXA CONCLUÍDA: " WS-QTDE-VISITAS
                   " VISITAS, " WS-QTDE-ENTREGAS " ENTREGAS, "
                   WS-QTDE-COLETAS " RECOLHIMENTOS, "
                   WS-QTDE-NAO-FEITAS " ITENS NÃO REALIZADOS.".

           MOVE "DOMBAIXA"   TO WS-AUD-OPERACAO.
           MOVE SPACES       TO WS-AUD-CHAVE.
           STRING WS-COD-ROTA WS-DATA-ROTA(3:6)
                  DELIMITED BY SIZE INTO WS-AUD-CHAVE.
           MOVE SPACES       TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       BAIXAR-ITEM-ROTA.
           IF RT-ACAO = "V"
               PERFORM BAIXAR-VISITA
               EXIT PARAGRAPH
           END-IF.
           IF RT-RESULTADO NOT = "P"
               EXIT PARAGRAPH
           END-IF.

           MOVE RT-LIVRO      TO WS-COD-LIVRO.
           MOVE RT-EXEMPLAR   TO WS-COD-EXEMPLAR.
           MOVE RT-USUARIO    TO WS-COD-USUARIO.
           MOVE RT-RESERVA    TO WS-COD-RESERVA.
           MOVE RT-EMPRESTIMO TO WS-EMP-COD.
           IF RT-ACAO = "E"
               MOVE "ENTREGAR" TO WS-ACAO-DESC
           ELSE
               MOVE "RECOLHER" TO WS-ACAO-DESC
           END-IF.
           PERFORM IMPRIMIR-ITEM-BAIXA.

           MOVE "N" TO WS-RESPOSTA.
           IF WS-VISITA-REALIZADA = "S"
               IF RT-ACAO = "E"
                   DISPLAY "   ENTREGUE? (S/N)"
               ELSE
                   DISPLAY "   RECOLHIDO? (S/N)"
               END-IF
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           END-IF.

           IF RT-ACAO = "E"
               IF WS-RESPOSTA = "S"
                   PERFORM ENTREGAR-ITEM-ROTA
               ELSE
                   PERFORM DESFAZER-ENTREGA-ROTA
               END-IF
           ELSE
               IF WS-RESPOSTA = "S"
                   PERFORM RECOLHER-ITEM-ROTA
               ELSE
                   ADD 1   TO WS-QTDE-NAO-FEITAS
                   MOVE "F" TO RT-RESULTADO
               END-IF
           END-IF.
           REWRITE REG-ROTEIRO.

      *    Abertura da visita: a resposta vale para todos os itens
      *    do leitor. Visita feita atualiza a última e a próxima
      *    visita; visita perdida mantém o leitor devido para a
      *    próxima folha.
       BAIXAR-VISITA.
           IF RT-RESULTADO = "S"
               MOVE "S" TO WS-VISITA-REALIZADA
               EXIT PARAGRAPH
           END-IF.
           IF RT-RESULTADO NOT = "P"
               MOVE "N" TO WS-VISITA-REALIZADA
               EXIT PARAGRAPH
           END-IF.

           MOVE RT-USUARIO TO WS-COD-USUARIO.
           MOVE SPACES     TO USUARIO-NOME.
           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU = "00"
               MOVE WS-COD-USUARIO TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY MOVE SPACES TO USUARIO-NOME
               END-READ
               CLOSE USUARIOS
           END-IF.
           DISPLAY "-------------------------------------".
           DISPLAY "VISITA A " WS-COD-USUARIO " " USUARIO-NOME.
           DISPLAY "VISITA REALIZADA? (S/N)".
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA = "S"
               MOVE "S" TO WS-VISITA-REALIZADA
               MOVE "S" TO RT-RESULTADO
               ADD 1 TO WS-QTDE-VISITAS
           ELSE
               MOVE "N" TO WS-VISITA-REALIZADA
               MOVE "N" TO RT-RESULTADO
           END-IF.
           REWRITE REG-ROTEIRO.

           PERFORM ABRIR-DOMICILIAR.
           MOVE WS-COD-USUARIO TO DOM-USUARIO.
           READ DOMICILIAR KEY IS DOM-USUARIO
               INVALID KEY
                   CLOSE DOMICILIAR
                   EXIT PARAGRAPH.
           MOVE 0 TO DOM-ROTEIRO-PEND.
           IF WS-VISITA-REALIZADA = "S"
               MOVE WS-DATA-ROTA TO DOM-ULT-VISITA
               COMPUTE DOM-PROX-VISITA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ROTA)
                   + DOM-FREQUENCIA)
           END-IF.
           REWRITE REG-DOMICILIAR.
           CLOSE DOMICILIAR.

       IMPRIMIR-ITEM-BAIXA.
           MOVE "00" TO WS-ST-LIV.
           MOVE SPACES TO LIVRO-TITULO.
           OPEN INPUT LIVROS.
           IF WS-ST-LIV = "00"
               MOVE WS-COD-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY
                       MOVE "LIVRO NÃO ENCONTRADO" TO LIVRO-TITULO
               END-READ
               CLOSE LIVROS
           END-IF.
           DISPLAY "   " WS-ACAO-DESC " " WS-COD-LIVRO "/"
                   WS-COD-EXEMPLAR " " LIVRO-TITULO(1:40).

      *    Entrega feita: empréstimo do tipo "V" com data da
      *    visita e prazo próprio da entrega domiciliar (rolado
      *    para dia de funcionamento); exemplar emprestado e
      *    reserva atendida.
       ENTREGAR-ITEM-ROTA.
           PERFORM CALCULAR-DATA-DEVOLUCAO.
           PERFORM GRAVAR-EMPRESTIMO-DOMICILIAR.
           PERFORM ALTERAR-EXEMPLAR-ROTA-EMPRESTADO.
           PERFORM LIBERAR-PORTICO.
           IF WS-COD-RESERVA NOT = 0
               MOVE "E" TO WS-STATUS-ALVO
               PERFORM ALTERAR-RESERVA-ROTA
           END-IF.
           PERFORM RECALCULAR-STATUS-TITULO.
           MOVE WS-EMP-COD TO RT-EMPRESTIMO.
           MOVE "E"        TO RT-RESULTADO.
           ADD 1 TO WS-QTDE-ENTREGAS.
           DISPLAY "   EMPRÉSTIMO " WS-EMP-COD " GRAVADO.".

      *    Entrega não feita: o exemplar da reserva volta para a
      *    estante de reservas e a reserva volta a "N" com a data
      *    de hoje (prazo de retirada recomeça); o avulso volta a
      *    ficar disponível.
       DESFAZER-ENTREGA-ROTA.
           ADD 1 TO WS-QTDE-NAO-FEITAS.
           MOVE "N" TO RT-RESULTADO.
           IF WS-COD-RESERVA NOT = 0
               MOVE "R" TO WS-STATUS-ALVO
           ELSE
               MOVE "D" TO WS-STATUS-ALVO
           END-IF.
           PERFORM VOLTAR-EXEMPLAR-ROTA.
           IF WS-COD-RESERVA NOT = 0
               MOVE "N" TO WS-STATUS-ALVO
               PERFORM ALTERAR-RESERVA-ROTA
           END-IF.
           PERFORM RECALCULAR-STATUS-TITULO.

       VOLTAR-EXEMPLAR-ROTA.
           MOVE "00" TO WS-ST-EXE.
           OPEN I-O EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD.
           MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM.
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY
                   CLOSE EXEMPLARES
                   EXIT PARAGRAPH.
           IF EXEMPLAR-STATUS NOT = "V"
               CLOSE EXEMPLARES
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES.
           MOVE WS-STATUS-ALVO TO EXEMPLAR-STATUS.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO.
           MOVE "R"          TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

       ALTERAR-EXEMPLAR-ROTA-EMPRESTADO.
           MOVE "00" TO WS-ST-EXE.
           OPEN I-O EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD.
           MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM.
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY
                   CLOSE EXEMPLARES
                   EXIT PARAGRAPH.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES.
           MOVE "E" TO EXEMPLAR-STATUS.
           MOVE EXEMPLAR-CODBARRAS TO WS-PTC-CODBARRAS.
           MOVE EXEMPLAR-FILIAL    TO WS-PTC-FILIAL.
           REWRITE REG-EXEMPLAR.
           CLOSE EXEMPLARES.
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO.
           MOVE "R"          TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    Reserva que estava no carro ("D") passa ao status em
      *    WS-STATUS-ALVO: "E" atendida ou "N" de volta à estante.
       ALTERAR-RESERVA-ROTA.
           MOVE "00" TO WS-ST-RES.
           OPEN I-O RESERVAS.
           IF WS-ST-RES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-RESERVA TO RESERVA-COD.
           READ RESERVAS KEY IS RESERVA-COD
               INVALID KEY
                   CLOSE RESERVAS
                   EXIT PARAGRAPH.
           IF RESERVA-STATUS NOT = "D"
               CLOSE RESERVAS
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-RESERVA TO WS-JRN-ANTES.
           MOVE WS-STATUS-ALVO TO RESERVA-STATUS.
           IF RESERVA-STATUS = "N"
               MOVE WS-HOJE-AAAAMMDD TO RESERVA-DATA
           END-IF.
           REWRITE REG-RESERVA.
           CLOSE RESERVAS.
           MOVE REG-RESERVA TO WS-JRN-DEPOIS.
           MOVE "RESERVAS"  TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

      *    O vencimento rola para o próximo dia de funcionamento,
      *    como no balcão (domingos e CALENDARIO.DAT fechados).
       CALCULAR-DATA-DEVOLUCAO.
           COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-ROTA)
               + WS-DIAS-EMP-DOMICILIAR).

           MOVE "00" TO WS-ST-CAL.
           OPEN INPUT CALENDARIO.
           IF WS-ST-CAL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEV-AAAAMMDD TO WS-DATA-TESTE.
           PERFORM VERIFICAR-DIA-FECHADO.
           PERFORM UNTIL WS-DIA-FECHADO = "N"
               COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DEV-AAAAMMDD) + 1)
               MOVE WS-DEV-AAAAMMDD TO WS-DATA-TESTE
               PERFORM VERIFICAR-DIA-FECHADO
           END-PERFORM.
           CLOSE CALENDARIO.

      *    Numeração pelo registro de controle (chave 0), no
      *    mesmo molde de OBTER-PROX-NUM-EMP em SIS-EMPRESTIMOS.
       GRAVAR-EMPRESTIMO-DOMICILIAR.
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

           MOVE WS-EMP-COD      TO EMPRESTIMO-COD.
           MOVE WS-COD-USUARIO  TO EMPRESTIMO-USUARIO.
           MOVE WS-COD-LIVRO    TO EMPRESTIMO-LIVRO.
           MOVE WS-COD-EXEMPLAR TO EMPRESTIMO-EXEMPLAR.
           MOVE WS-DATA-ROTA    TO EMPRESTIMO-DATA-EMP.
           MOVE WS-DEV-AAAAMMDD TO EMPRESTIMO-DATA-DEV.
           MOVE 0               TO EMPRESTIMO-DATA-ENTREGA.
           MOVE "E"             TO EMPRESTIMO-STATUS.
           MOVE 0               TO EMPRESTIMO-RENOVACOES.
           MOVE WS-EMP-COD      TO EMPRESTIMO-LOTE.
           MOVE "V"             TO EMPRESTIMO-TIPO.
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

      *    Recolhimento feito: fecha o empréstimo com a data da
      *    visita e devolve a peça para "D", como nas devoluções
      *    da caixa externa; a estante de reservas é acertada pelo
      *    fechamento noturno ou pelo balcão quando o exemplar
      *    chega. Empréstimo já devolvido por outro caminho fica
      *    como não recolhido.
       RECOLHER-ITEM-ROTA.
           PERFORM ABRIR-EMPRESTIMOS.
           MOVE WS-EMP-COD TO EMPRESTIMO-COD.
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY
                   MOVE "D" TO EMPRESTIMO-STATUS
           END-READ.
           IF EMPRESTIMO-STATUS NOT = "E"
                   AND EMPRESTIMO-STATUS NOT = "A"
               CLOSE EMPRESTIMOS
               DISPLAY "   EMPRÉSTIMO " WS-EMP-COD " JÁ ESTÁ "
                       "ENCERRADO."
               ADD 1   TO WS-QTDE-NAO-FEITAS
               MOVE "F" TO RT-RESULTADO
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-STATUS TO WS-AUD-STATUS-ANT.
           MOVE REG-EMPRESTIMO    TO WS-JRN-ANTES.
           MOVE WS-DATA-ROTA      TO EMPRESTIMO-DATA-ENTREGA.
           MOVE "D"               TO EMPRESTIMO-STATUS.
           REWRITE REG-EMPRESTIMO.
           CLOSE EMPRESTIMOS.
           MOVE REG-EMPRESTIMO TO WS-JRN-DEPOIS.
           MOVE "EMPRESTIMOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"            TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE "DEVOLUCAO"  TO WS-AUD-OPERACAO.
           MOVE WS-EMP-COD   TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

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
                       MOVE "D" TO EXEMPLAR-STATUS
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

           PERFORM BLOQUEAR-PORTICO.
           PERFORM RECALCULAR-STATUS-TITULO.
           MOVE "R" TO RT-RESULTADO.
           ADD 1 TO WS-QTDE-COLETAS.

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

      *    Pórtico antifurto: o exemplar entregue em domicílio
      *    entra na lista de liberadas (PORTICO-LIBERADOS.DAT) com
      *    o empréstimo da visita e sai dela no recolhimento, como
      *    no balcão. Ao fim de cada opção que mexeu na lista,
      *    PORTICO-EMPRESTADOS.TXT é regravado para o fornecedor.
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
           MOVE WS-DATA-ROTA     TO PLB-DATA-EMP
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
           MOVE "SIS-DOMICILIAR"      TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
