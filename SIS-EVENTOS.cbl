       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-EVENTOS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Programação cultural das filiais (contação de
      *               histórias, oficinas, encontros com autores).
      *               Cada filial cadastra os seus eventos em
      *               EVENTOS.DAT (chave filial + evento) com data,
      *               horário, lotação, faixa etária e se há
      *               inscrição; as inscrições ficam em
      *               INSCRICOES-EVT.DAT (chave filial + evento +
      *               participante). O responsável (USUARIO-RESP-
      *               COD) inscreve os seus dependentes; evento
      *               lotado abre lista de espera, promovida pela
      *               ordem de chegada a cada cancelamento ou
      *               aumento de lotação, com aviso na fila de
      *               notificações (tipo "W"). O lembrete da
      *               véspera sai pelo SIS-BATCH-EVENTOS (tipo
      *               "E"). O balcão faz a chamada no dia e emite a
      *               programação do mês com inscritos x presentes
      *               por evento e por faixa etária.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EVT.

           SELECT INSCRICOES-EVT ASSIGN TO 'INSCRICOES-EVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-INS.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NOTIFICACOES ASSIGN TO 'NOTIFICACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTIF-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-NOT.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTT.

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

           SELECT PROGRAMACAO-RPT ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

      *    EVT-TIPO: H = contação de histórias, O = oficina,
      *    P = palestra/encontro com autor, X = outro.
      *    EVT-INSCRICAO "N" = entrada livre (só contagem na
      *    porta). EVT-STATUS: A = ativo, C = cancelado.
       FD EVENTOS.
       01 REG-EVENTO.
           02 EVT-CHAVE.
               03 EVT-FILIAL           PIC 9(3).
               03 EVT-COD              PIC 9(4).
           02 EVT-TITULO               PIC X(40).
           02 EVT-TIPO                 PIC X(1).
           02 EVT-DATA                 PIC 9(8).
           02 EVT-HORA-INICIO          PIC 9(4).
           02 EVT-HORA-FIM             PIC 9(4).
           02 EVT-CAPACIDADE           PIC 9(3).
           02 EVT-IDADE-MIN            PIC 9(2).
           02 EVT-IDADE-MAX            PIC 9(2).
           02 EVT-INSCRICAO            PIC X(1).
           02 EVT-STATUS               PIC X(1).
           02 EVT-PUBLICO-LIVRE        PIC 9(4).
           02 EVT-CHAMADA-FEITA        PIC X(1).
           02 EVT-DATA-REG             PIC 9(8).
           02 EVT-OPERADOR             PIC X(10).

      *    INS-STATUS: I = inscrito (vaga garantida), E = lista de
      *    espera, C = cancelado, P = presente, F = faltou.
      *    INS-ORDEM é a ordem de chegada no evento e define a fila
      *    de espera; INS-RESP-COD é o responsável que inscreveu o
      *    dependente (zero quando o próprio leitor se inscreveu).
       FD INSCRICOES-EVT.
       01 REG-INSCRICAO-EVT.
           02 INS-CHAVE.
               03 INS-FILIAL           PIC 9(3).
               03 INS-EVENTO           PIC 9(4).
               03 INS-USUARIO          PIC 9(7).
           02 INS-ORDEM                PIC 9(4).
           02 INS-RESP-COD             PIC 9(7).
           02 INS-IDADE                PIC 9(3).
           02 INS-STATUS               PIC X(1).
           02 INS-DATA-REG             PIC 9(8).
           02 INS-LEMBRETE             PIC X(1).
           02 INS-OPERADOR             PIC X(10).

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
           02 NOTIF-TENTATIVAS         PIC 9(1).

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

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           02 CAL-DATA                 PIC 9(8).
           02 CAL-DESCRICAO            PIC X(30).

       FD PROGRAMACAO-RPT.
       01 REG-PROGRAMACAO-RPT          PIC X(80).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR             PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-EVT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-INS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-FILIAL-OPERACAO           PIC 9(3)      VALUE 1.
       77 WS-FILIAL-NOME               PIC X(30)     VALUE SPACES.
       77 WS-FILIAL-FILTRO             PIC 9(3)      VALUE 0.
       77 WS-RPT-NOME                  PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-HORA-AGORA                PIC 9(4)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-HORA-FMT                  PIC X(5)      VALUE SPACES.
       77 WS-HORA-FMT-NUM              PIC 9(4)      VALUE 0.
       77 WS-HORA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-ENTRADA-BUSCA             PIC X(13)     VALUE SPACES.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-ACHADO            PIC X(1)      VALUE "N".
       77 WS-USUARIO-LIBERADO          PIC X(1)      VALUE "N".
       77 WS-NOME-USUARIO              PIC X(40)     VALUE SPACES.
       77 WS-COD-TITULAR               PIC 9(7)      VALUE 0.
       77 WS-COD-PARTICIPANTE          PIC 9(7)      VALUE 0.
       77 WS-COD-DEPENDENTE            PIC 9(7)      VALUE 0.
       77 WS-COD-RESP-INSC             PIC 9(7)      VALUE 0.
       77 WS-NOME-PARTICIPANTE         PIC X(40)     VALUE SPACES.
       77 WS-PARTICIPANTE-OK           PIC X(1)      VALUE "N".
       77 WS-QTDE-DEPENDENTES          PIC 9(3)      VALUE 0.
       77 WS-IDADE                     PIC 9(3)      VALUE 0.
       77 WS-COD-EVENTO                PIC 9(4)      VALUE 0.
       77 WS-EVENTO-OK                 PIC X(1)      VALUE "N".
       77 WS-EVENTO-NOVO               PIC X(1)      VALUE "N".
       77 WS-DATA-EVENTO               PIC 9(8)      VALUE 0.
       77 WS-QTDE-OCUPADAS             PIC 9(4)      VALUE 0.
       77 WS-QTDE-ESPERA               PIC 9(4)      VALUE 0.
       77 WS-ULT-ORDEM                 PIC 9(4)      VALUE 0.
       77 WS-PRIMEIRO-ESPERA           PIC 9(7)      VALUE 0.
       77 WS-MENOR-ORDEM-ESPERA        PIC 9(4)      VALUE 0.
       77 WS-SITUACAO-PART             PIC X(1)      VALUE SPACE.
       77 WS-NOVO-STATUS               PIC X(1)      VALUE SPACE.
       77 WS-FIM-PROMOCAO              PIC X(1)      VALUE "N".
       77 WS-QTDE-PROMOVIDOS           PIC 9(4)      VALUE 0.
       77 WS-QTDE-LISTADOS             PIC 9(4)      VALUE 0.
       77 WS-QTDE-PRESENTES            PIC 9(4)      VALUE 0.
       77 WS-QTDE-FALTAS               PIC 9(4)      VALUE 0.
       77 WS-DESC-SITUACAO             PIC X(10)     VALUE SPACES.
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
       77 WS-NOTIF-TIPO                PIC X(1)      VALUE SPACE.
       77 WS-NOTIF-USUARIO             PIC 9(7)      VALUE 0.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-MES-DIGITADO              PIC X(7)      VALUE SPACES.
       77 WS-MES-REF                   PIC 9(6)      VALUE 0.
       77 WS-FAIXA-IDX                 PIC 9(1)      VALUE 0.
       77 WS-FX-I                      PIC 9(1)      VALUE 0.
       77 WS-EVT-INSCRITOS             PIC 9(4)      VALUE 0.
       77 WS-EVT-PRESENTES             PIC 9(4)      VALUE 0.
       77 WS-EVT-FALTAS                PIC 9(4)      VALUE 0.
       77 WS-EVT-ESPERA                PIC 9(4)      VALUE 0.
       77 WS-MES-EVENTOS               PIC 9(4)      VALUE 0.
       77 WS-MES-CANCELADOS            PIC 9(4)      VALUE 0.
       77 WS-MES-INSCRITOS             PIC 9(6)      VALUE 0.
       77 WS-MES-PRESENTES             PIC 9(6)      VALUE 0.
       77 WS-MES-FALTAS                PIC 9(6)      VALUE 0.
       77 WS-MES-AVULSOS               PIC 9(6)      VALUE 0.
       77 WS-PERCENTUAL                PIC 9(3)V9    VALUE 0.
       77 WS-ED-PERCENTUAL             PIC ZZ9,9.
       77 WS-ED-QTDE-MES               PIC ZZZZZ9.

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

      *    Faixas etárias da programação: limite superior de cada
      *    faixa (a última vai até 999 anos) e o rótulo impresso.
       01 WS-TAB-FAIXAS-DADOS.
           02 FILLER                   PIC X(8)      VALUE "0030-3  ".
           02 FILLER                   PIC X(8)      VALUE "0064-6  ".
           02 FILLER                   PIC X(8)      VALUE "0097-9  ".
           02 FILLER                   PIC X(8)      VALUE "01210-12".
           02 FILLER                   PIC X(8)      VALUE "01713-17".
           02 FILLER                   PIC X(8)      VALUE "99918+  ".
       01 WS-TAB-FAIXAS REDEFINES WS-TAB-FAIXAS-DADOS.
           02 WS-FAIXA OCCURS 6 TIMES.
               03 WS-FAIXA-LIMITE      PIC 9(3).
               03 WS-FAIXA-ROTULO      PIC X(5).

       01 WS-TAB-CONTAGEM-FAIXAS.
           02 WS-FX-CONTA OCCURS 6 TIMES.
               03 WS-FX-INSC-EVT       PIC 9(4).
               03 WS-FX-PRES-EVT       PIC 9(4).
               03 WS-FX-INSC-MES       PIC 9(6).
               03 WS-FX-PRES-MES       PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM OBTER-DATA-HORA.
           DISPLAY "FILIAL DE OPERAÇÃO DESTA ESTAÇÃO (0 = SEDE): "
           ACCEPT WS-FILIAL-OPERACAO.
           IF WS-FILIAL-OPERACAO = 0
               MOVE 1 TO WS-FILIAL-OPERACAO
           END-IF.
           PERFORM OBTER-NOME-FILIAL.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-HOJE-AAAAMMDD.
           MOVE FUNCTION CURRENT-DATE(9:4)  TO WS-HORA-AGORA.

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
               DISPLAY "  EVENTOS CULTURAIS - FILIAL "
                       WS-FILIAL-OPERACAO
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Cadastrar/Alterar Evento"
               DISPLAY "2 - Listar Próximos Eventos da Filial"
               DISPLAY "3 - Inscrever Participante"
               DISPLAY "4 - Cancelar Inscrição"
               DISPLAY "5 - Inscritos e Lista de Espera"
               DISPLAY "6 - Registrar Presença (Chamada)"
               DISPLAY "7 - Programação do Mês (Inscritos x "
                       "Presentes)"
               DISPLAY "8 - Voltar"
               DISPLAY "Escolha uma opção (1..8): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM MANTER-EVENTO
                   WHEN '2'
                       PERFORM LISTAR-EVENTOS
                   WHEN '3'
                       PERFORM INSCREVER-PARTICIPANTE
                   WHEN '4'
                       PERFORM CANCELAR-INSCRICAO
                   WHEN '5'
                       PERFORM LISTAR-INSCRITOS
                   WHEN '6'
                       PERFORM REGISTRAR-PRESENCA
                   WHEN '7'
                       PERFORM EMITIR-PROGRAMACAO-MES
                   WHEN '8'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-EVENTOS.
           OPEN I-O EVENTOS.
           EVALUATE WS-ST-EVT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO EVENTOS.DAT..."
                   OPEN OUTPUT EVENTOS
                   CLOSE EVENTOS
                   OPEN I-O EVENTOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EVENTOS.DAT! STATUS: "
                   WS-ST-EVT
                   STOP RUN
           END-EVALUATE.

       ABRIR-INSCRICOES.
           OPEN I-O INSCRICOES-EVT.
           EVALUATE WS-ST-INS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO INSCRICOES-EVT.DAT..."
                   OPEN OUTPUT INSCRICOES-EVT
                   CLOSE INSCRICOES-EVT
                   OPEN I-O INSCRICOES-EVT
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR INSCRICOES-EVT.DAT! "
                           "STATUS: " WS-ST-INS
                   STOP RUN
           END-EVALUATE.

       ABRIR-NOTIFICACOES.
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
                   STOP RUN
           END-EVALUATE.

       ABRIR-CALENDARIO.
           OPEN I-O CALENDARIO.
           EVALUATE WS-ST-CAL
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT CALENDARIO
                   CLOSE CALENDARIO
                   OPEN I-O CALENDARIO
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CALENDARIO.DAT! STATUS: "
                   WS-ST-CAL
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

       FORMATAR-HORA.
           STRING WS-HORA-FMT-NUM(1:2) ":"
                  WS-HORA-FMT-NUM(3:2)
                  DELIMITED BY SIZE INTO WS-HORA-FMT.

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
           MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-EVENTO.

      *    Horário no formato HHMM (1430 = 14:30).
       VALIDAR-HORA.
           MOVE "N" TO WS-HORA-VALIDA.
           IF WS-HORA-FMT-NUM(1:2) <= "23"
                   AND WS-HORA-FMT-NUM(3:2) <= "59"
               MOVE "S" TO WS-HORA-VALIDA
           END-IF.

       MANTER-EVENTO.
           PERFORM OBTER-DATA-HORA.
           DISPLAY "CÓDIGO DO EVENTO (0 = NOVO EVENTO): "
           ACCEPT WS-COD-EVENTO.

           PERFORM ABRIR-EVENTOS.
           IF WS-COD-EVENTO = 0
               MOVE "S" TO WS-EVENTO-NOVO
               PERFORM OBTER-PROX-EVENTO
               MOVE SPACES TO REG-EVENTO
               MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL
               MOVE WS-COD-EVENTO      TO EVT-COD
               MOVE 0                  TO EVT-PUBLICO-LIVRE
               MOVE "N"                TO EVT-CHAMADA-FEITA
               MOVE WS-HOJE-AAAAMMDD   TO EVT-DATA-REG
               MOVE WS-OPERADOR-ATUAL  TO EVT-OPERADOR
               DISPLAY "NOVO EVENTO NÚMERO " WS-COD-EVENTO "."
           ELSE
               MOVE "N" TO WS-EVENTO-NOVO
               MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL
               MOVE WS-COD-EVENTO      TO EVT-COD
               READ EVENTOS KEY IS EVT-CHAVE
                   INVALID KEY
                       DISPLAY "EVENTO NÃO CADASTRADO NESTA FILIAL."
                       CLOSE EVENTOS
                       EXIT PARAGRAPH
               END-READ
               MOVE EVT-DATA        TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               MOVE EVT-HORA-INICIO TO WS-HORA-FMT-NUM
               PERFORM FORMATAR-HORA
               DISPLAY "EVENTO ATUAL: " EVT-TITULO
               DISPLAY "   " WS-DATA-FMT " " WS-HORA-FMT " TIPO "
                       EVT-TIPO " LOTAÇÃO " EVT-CAPACIDADE
                       " IDADE " EVT-IDADE-MIN "-" EVT-IDADE-MAX
                       " INSCRIÇÃO " EVT-INSCRICAO " ST "
                       EVT-STATUS
           END-IF.

           MOVE SPACES TO WS-LINHA-IMP.
           PERFORM UNTIL WS-LINHA-IMP(1:40) NOT = SPACES
               DISPLAY "TÍTULO DO EVENTO: "
               ACCEPT WS-LINHA-IMP(1:40)
           END-PERFORM.
           MOVE WS-LINHA-IMP(1:40) TO EVT-TITULO.

           MOVE SPACES TO EVT-TIPO.
           PERFORM UNTIL EVT-TIPO = "H" OR EVT-TIPO = "O"
                   OR EVT-TIPO = "P" OR EVT-TIPO = "X"
               DISPLAY "TIPO (H=Contação de Histórias / O=Oficina / "
                       "P=Palestra ou Autor / X=Outro): "
               ACCEPT EVT-TIPO
               MOVE FUNCTION UPPER-CASE(EVT-TIPO) TO EVT-TIPO
           END-PERFORM.

           PERFORM SOLICITAR-DATA.
           IF WS-DATA-EVENTO < WS-HOJE-AAAAMMDD
                   AND WS-EVENTO-NOVO = "S"
               DISPLAY "DATA JÁ PASSOU."
               CLOSE EVENTOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-DATA-EVENTO TO WS-DATA-TESTE.
           PERFORM VERIFICAR-DIA-FECHADO.
           CLOSE CALENDARIO.
           IF WS-DIA-FECHADO = "S"
               DISPLAY "A BIBLIOTECA ESTARÁ FECHADA NESTA DATA. "
                       "CONFIRMA O EVENTO MESMO ASSIM? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   DISPLAY "EVENTO NÃO GRAVADO."
                   CLOSE EVENTOS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-DATA-EVENTO TO EVT-DATA.

           MOVE "N" TO WS-HORA-VALIDA.
           PERFORM UNTIL WS-HORA-VALIDA = "S"
               DISPLAY "HORA DE INÍCIO (HHMM): "
               ACCEPT WS-HORA-FMT-NUM
               PERFORM VALIDAR-HORA
           END-PERFORM.
           MOVE WS-HORA-FMT-NUM TO EVT-HORA-INICIO.
           MOVE "N" TO WS-HORA-VALIDA.
           PERFORM UNTIL WS-HORA-VALIDA = "S"
               DISPLAY "HORA DE TÉRMINO (HHMM): "
               ACCEPT WS-HORA-FMT-NUM
               PERFORM VALIDAR-HORA
               IF WS-HORA-FMT-NUM <= EVT-HORA-INICIO
                   MOVE "N" TO WS-HORA-VALIDA
               END-IF
           END-PERFORM.
           MOVE WS-HORA-FMT-NUM TO EVT-HORA-FIM.

           MOVE 0 TO EVT-CAPACIDADE.
           PERFORM UNTIL EVT-CAPACIDADE > 0
               DISPLAY "LOTAÇÃO (VAGAS): "
               ACCEPT EVT-CAPACIDADE
           END-PERFORM.

           DISPLAY "IDADE MÍNIMA DO PÚBLICO (0 = SEM MÍNIMO): "
           ACCEPT EVT-IDADE-MIN.
           DISPLAY "IDADE MÁXIMA DO PÚBLICO (0 = SEM MÁXIMO): "
           ACCEPT EVT-IDADE-MAX.
           PERFORM UNTIL EVT-IDADE-MAX = 0
                   OR EVT-IDADE-MAX >= EVT-IDADE-MIN
               DISPLAY "IDADE MÁXIMA MENOR QUE A MÍNIMA. "
                       "IDADE MÁXIMA (0 = SEM MÁXIMO): "
               ACCEPT EVT-IDADE-MAX
           END-PERFORM.

           MOVE SPACES TO EVT-INSCRICAO.
           PERFORM UNTIL EVT-INSCRICAO = "S" OR EVT-INSCRICAO = "N"
               DISPLAY "EXIGE INSCRIÇÃO? (S/N): "
               ACCEPT EVT-INSCRICAO
               MOVE FUNCTION UPPER-CASE(EVT-INSCRICAO)
                   TO EVT-INSCRICAO
           END-PERFORM.

           DISPLAY "SITUAÇÃO (A=Ativo / C=Cancelado): "
           ACCEPT EVT-STATUS.
           MOVE FUNCTION UPPER-CASE(EVT-STATUS) TO EVT-STATUS.
           IF EVT-STATUS NOT = "C"
               MOVE "A" TO EVT-STATUS
           END-IF.

           IF WS-EVENTO-NOVO = "S"
               WRITE REG-EVENTO
                   INVALID KEY
                       DISPLAY "EVENTO " WS-COD-EVENTO " ACABOU DE "
                               "SER CRIADO POR OUTRA ESTAÇÃO. "
                               "CADASTRE NOVAMENTE."
                       CLOSE EVENTOS
                       EXIT PARAGRAPH
               END-WRITE
               DISPLAY "EVENTO INCLUÍDO."
               MOVE "EVTINCLUI" TO WS-AUD-OPERACAO
           ELSE
               REWRITE REG-EVENTO
               DISPLAY "EVENTO ALTERADO."
               MOVE "EVTALTERA" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE EVENTOS.

           MOVE EVT-CHAVE  TO WS-AUD-CHAVE.
           MOVE SPACES     TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

      *    Lotação aumentada: as vagas novas vão para a fila de
      *    espera; lotação reduzida não tira ninguém já inscrito.
           IF WS-EVENTO-NOVO = "N" AND EVT-STATUS = "A"
                   AND EVT-INSCRICAO = "S"
               PERFORM CONTAR-OCUPACAO
               IF WS-QTDE-OCUPADAS > EVT-CAPACIDADE
                   DISPLAY "AVISO: " WS-QTDE-OCUPADAS " VAGAS JÁ "
                           "OCUPADAS, ACIMA DA NOVA LOTAÇÃO; NOVAS "
                           "INSCRIÇÕES IRÃO PARA A ESPERA."
               ELSE
                   PERFORM PREENCHER-VAGAS
               END-IF
           END-IF.

      *    Próximo número de evento dentro da filial da estação.
       OBTER-PROX-EVENTO.
           MOVE 0 TO WS-COD-EVENTO.
           MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL.
           MOVE 0                  TO EVT-COD.
           START EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EVT
           END-START.
           PERFORM UNTIL WS-ST-EVT = "10"
               READ EVENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EVT
               NOT AT END
                   IF EVT-FILIAL NOT = WS-FILIAL-OPERACAO
                       MOVE "10" TO WS-ST-EVT
                   ELSE
                       MOVE EVT-COD TO WS-COD-EVENTO
                   END-IF
           END-PERFORM.
           ADD 1 TO WS-COD-EVENTO.
           MOVE "00" TO WS-ST-EVT.

      *    Lê o evento da filial da estação; o registro fica na
      *    área do arquivo para os passos seguintes.
       LOCALIZAR-EVENTO.
           MOVE "N" TO WS-EVENTO-OK.
           DISPLAY "CÓDIGO DO EVENTO: "
           ACCEPT WS-COD-EVENTO.
           PERFORM ABRIR-EVENTOS.
           MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL.
           MOVE WS-COD-EVENTO      TO EVT-COD.
           READ EVENTOS KEY IS EVT-CHAVE
               INVALID KEY
                   DISPLAY "EVENTO NÃO CADASTRADO NESTA FILIAL."
                   CLOSE EVENTOS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE EVENTOS.
           MOVE "S" TO WS-EVENTO-OK.
           MOVE EVT-DATA        TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE EVT-HORA-INICIO TO WS-HORA-FMT-NUM.
           PERFORM FORMATAR-HORA.
           DISPLAY "EVENTO: " EVT-TITULO " - " WS-DATA-FMT " "
                   WS-HORA-FMT.

       LISTAR-EVENTOS.
           PERFORM OBTER-DATA-HORA.
           MOVE 0 TO WS-QTDE-LISTADOS.
           PERFORM ABRIR-EVENTOS.
           MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL.
           MOVE 0                  TO EVT-COD.
           START EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EVT
           END-START.

           DISPLAY "COD  DATA       HORA  T TÍTULO                  "
                   "    VAGAS OCUP ESP ST"
           PERFORM UNTIL WS-ST-EVT = "10"
               READ EVENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EVT
               NOT AT END
                   IF EVT-FILIAL NOT = WS-FILIAL-OPERACAO
                       MOVE "10" TO WS-ST-EVT
                   ELSE
                       IF EVT-DATA >= WS-HOJE-AAAAMMDD
                           PERFORM MOSTRAR-EVENTO-LISTA
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE EVENTOS.
           DISPLAY "EVENTOS PROGRAMADOS: " WS-QTDE-LISTADOS.

       MOSTRAR-EVENTO-LISTA.
           ADD 1 TO WS-QTDE-LISTADOS.
           MOVE 0 TO WS-QTDE-OCUPADAS.
           MOVE 0 TO WS-QTDE-ESPERA.
           IF EVT-INSCRICAO = "S"
               PERFORM CONTAR-OCUPACAO
           END-IF.
           MOVE EVT-DATA        TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE EVT-HORA-INICIO TO WS-HORA-FMT-NUM.
           PERFORM FORMATAR-HORA.
           IF EVT-INSCRICAO = "S"
               DISPLAY EVT-COD " " WS-DATA-FMT " " WS-HORA-FMT " "
                       EVT-TIPO " " EVT-TITULO(1:28) " "
                       EVT-CAPACIDADE "   " WS-QTDE-OCUPADAS " "
                       WS-QTDE-ESPERA(2:3) " " EVT-STATUS
           ELSE
               DISPLAY EVT-COD " " WS-DATA-FMT " " WS-HORA-FMT " "
                       EVT-TIPO " " EVT-TITULO(1:28) " "
                       EVT-CAPACIDADE "   ENTRADA LIVRE "
                       EVT-STATUS
           END-IF.

      *    Varre as inscrições do evento em EVT-CHAVE: vagas
      *    ocupadas (inscritos e presentes), fila de espera, maior
      *    ordem de chegada, primeiro da fila e a situação do
      *    participante em WS-COD-PARTICIPANTE.
       CONTAR-OCUPACAO.
           MOVE 0     TO WS-QTDE-OCUPADAS.
           MOVE 0     TO WS-QTDE-ESPERA.
           MOVE 0     TO WS-ULT-ORDEM.
           MOVE 0     TO WS-PRIMEIRO-ESPERA.
           MOVE 9999  TO WS-MENOR-ORDEM-ESPERA.
           MOVE SPACE TO WS-SITUACAO-PART.

           PERFORM ABRIR-INSCRICOES.
           MOVE EVT-FILIAL TO INS-FILIAL.
           MOVE EVT-COD    TO INS-EVENTO.
           MOVE 0          TO INS-USUARIO.
           START INSCRICOES-EVT KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-INS
           END-START.
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSCRICOES-EVT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INS-FILIAL NOT = EVT-FILIAL
                           OR INS-EVENTO NOT = EVT-COD
                       MOVE "10" TO WS-ST-INS
                   ELSE
                       PERFORM CONTAR-INSCRICAO
                   END-IF
           END-PERFORM.
           CLOSE INSCRICOES-EVT.

       CONTAR-INSCRICAO.
           IF INS-ORDEM > WS-ULT-ORDEM
               MOVE INS-ORDEM TO WS-ULT-ORDEM
           END-IF.
           IF INS-USUARIO = WS-COD-PARTICIPANTE
               MOVE INS-STATUS TO WS-SITUACAO-PART
           END-IF.
           EVALUATE INS-STATUS
               WHEN "I"
               WHEN "P"
                   ADD 1 TO WS-QTDE-OCUPADAS
               WHEN "E"
                   ADD 1 TO WS-QTDE-ESPERA
                   IF INS-ORDEM < WS-MENOR-ORDEM-ESPERA
                       MOVE INS-ORDEM   TO WS-MENOR-ORDEM-ESPERA
                       MOVE INS-USUARIO TO WS-PRIMEIRO-ESPERA
                   END-IF
           END-EVALUATE.

      *    Checagens do cadastro de quem está no balcão, como no
      *    agendamento de salas; suspensão e débito de multas não
      *    impedem a participação na programação cultural.
       IDENTIFICAR-LEITOR.
           MOVE "N" TO WS-USUARIO-LIBERADO.
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
           END-IF.

           OPEN INPUT USUARIOS.
           MOVE WS-COD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
           END-READ.

           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "U"
                   OR USUARIO-STATUS = "C"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-STATUS = "I"
               DISPLAY "INSCRIÇÃO BLOQUEADA: CADASTRO INATIVO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-VALIDADE > 0
                   AND USUARIO-VALIDADE < WS-HOJE-AAAAMMDD
               MOVE USUARIO-VALIDADE TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "INSCRIÇÃO BLOQUEADA: MATRÍCULA VENCIDA EM "
                       WS-DATA-FMT "."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE USUARIO-NOME TO WS-NOME-USUARIO.
           CLOSE USUARIOS.

           MOVE "S" TO WS-USUARIO-LIBERADO.
           DISPLAY "LEITOR: " WS-NOME-USUARIO.

       LOCALIZAR-USUARIO-POR-CARTEIRA.
           MOVE "N" TO WS-USUARIO-ACHADO.
           MOVE "00" TO WS-FILE-STATUS.

           OPEN INPUT USUARIOS.

           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-USUARIO-ACHADO = "S"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
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

      *    Quem está no balcão inscreve a si mesmo ou um dos seus
      *    dependentes (cadastros com USUARIO-RESP-COD apontando
      *    para ele).
       IDENTIFICAR-PARTICIPANTE.
           MOVE "N" TO WS-PARTICIPANTE-OK.
           PERFORM IDENTIFICAR-LEITOR.
           IF WS-USUARIO-LIBERADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-USUARIO  TO WS-COD-TITULAR.
           MOVE WS-COD-USUARIO  TO WS-COD-PARTICIPANTE.
           MOVE WS-NOME-USUARIO TO WS-NOME-PARTICIPANTE.
           MOVE 0               TO WS-COD-RESP-INSC.

           PERFORM LISTAR-DEPENDENTES.
           IF WS-QTDE-DEPENDENTES > 0
               DISPLAY "CÓDIGO DO DEPENDENTE A INSCREVER "
                       "(0 = O PRÓPRIO LEITOR): "
               ACCEPT WS-COD-DEPENDENTE
               IF WS-COD-DEPENDENTE NOT = 0
                   PERFORM VALIDAR-DEPENDENTE
                   IF WS-COD-RESP-INSC = 0
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE "S" TO WS-PARTICIPANTE-OK.

       LISTAR-DEPENDENTES.
           MOVE 0    TO WS-QTDE-DEPENDENTES.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT USUARIOS.
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-RESP-COD = WS-COD-TITULAR
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                       IF WS-QTDE-DEPENDENTES = 0
                           DISPLAY "DEPENDENTES DO LEITOR:"
                       END-IF
                       ADD 1 TO WS-QTDE-DEPENDENTES
                       DISPLAY "   " USUARIO-COD " " USUARIO-NOME
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.

       VALIDAR-DEPENDENTE.
           MOVE 0 TO WS-COD-RESP-INSC.
           OPEN INPUT USUARIOS.
           MOVE WS-COD-DEPENDENTE TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "DEPENDENTE NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
           END-READ.
           IF USUARIO-RESP-COD NOT = WS-COD-TITULAR
               DISPLAY "O LEITOR NÃO É O RESPONSÁVEL CADASTRADO "
                       "DESTE USUÁRIO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "U"
                   OR USUARIO-STATUS = "C" OR USUARIO-STATUS = "I"
               DISPLAY "CADASTRO DO DEPENDENTE NÃO ESTÁ ATIVO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE USUARIO-COD    TO WS-COD-PARTICIPANTE.
           MOVE USUARIO-NOME   TO WS-NOME-PARTICIPANTE.
           MOVE WS-COD-TITULAR TO WS-COD-RESP-INSC.
           CLOSE USUARIOS.
           DISPLAY "PARTICIPANTE: " WS-NOME-PARTICIPANTE.

      *    Vaga livre = inscrição garantida; evento lotado oferece
      *    a fila de espera. A idade informada no balcão é
      *    conferida contra a faixa do evento e guardada para o
      *    relatório por faixa etária.
       INSCREVER-PARTICIPANTE.
           PERFORM OBTER-DATA-HORA.
           PERFORM LOCALIZAR-EVENTO.
           IF WS-EVENTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-STATUS NOT = "A"
               DISPLAY "EVENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF.
           IF EVT-INSCRICAO NOT = "S"
               DISPLAY "EVENTO COM ENTRADA LIVRE; NÃO HÁ INSCRIÇÃO."
               EXIT PARAGRAPH
           END-IF.
           IF EVT-DATA < WS-HOJE-AAAAMMDD
                   OR (EVT-DATA = WS-HOJE-AAAAMMDD
                   AND EVT-HORA-INICIO <= WS-HORA-AGORA)
               DISPLAY "O EVENTO JÁ COMEÇOU OU JÁ FOI REALIZADO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM IDENTIFICAR-PARTICIPANTE.
           IF WS-PARTICIPANTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "IDADE DO PARTICIPANTE (ANOS): "
           ACCEPT WS-IDADE.
           IF (EVT-IDADE-MIN > 0 AND WS-IDADE < EVT-IDADE-MIN)
                   OR (EVT-IDADE-MAX > 0 AND WS-IDADE > EVT-IDADE-MAX)
               DISPLAY "PARTICIPANTE FORA DA FAIXA ETÁRIA DO EVENTO ("
                       EVT-IDADE-MIN " A " EVT-IDADE-MAX " ANOS)."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-OCUPACAO.
           IF WS-SITUACAO-PART NOT = SPACE
                   AND WS-SITUACAO-PART NOT = "C"
               DISPLAY "PARTICIPANTE JÁ INSCRITO NESTE EVENTO "
                       "(SITUAÇÃO " WS-SITUACAO-PART ")."
               EXIT PARAGRAPH
           END-IF.

           IF WS-QTDE-OCUPADAS < EVT-CAPACIDADE
               MOVE "I" TO WS-NOVO-STATUS
           ELSE
               DISPLAY "EVENTO LOTADO (" EVT-CAPACIDADE " VAGAS); "
                       WS-QTDE-ESPERA " NA LISTA DE ESPERA."
               DISPLAY "INCLUIR NA LISTA DE ESPERA? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   DISPLAY "INSCRIÇÃO NÃO REALIZADA."
                   EXIT PARAGRAPH
               END-IF
               MOVE "E" TO WS-NOVO-STATUS
           END-IF.

           PERFORM GRAVAR-INSCRICAO.

      *    A chave filial + evento + participante impede a
      *    inscrição dupla; inscrição cancelada é reaproveitada e
      *    volta ao fim da fila.
       GRAVAR-INSCRICAO.
           PERFORM ABRIR-INSCRICOES.
           MOVE EVT-FILIAL          TO INS-FILIAL.
           MOVE EVT-COD             TO INS-EVENTO.
           MOVE WS-COD-PARTICIPANTE TO INS-USUARIO.
           READ INSCRICOES-EVT KEY IS INS-CHAVE
               INVALID KEY
                   PERFORM PREENCHER-INSCRICAO
                   WRITE REG-INSCRICAO-EVT
               NOT INVALID KEY
                   IF INS-STATUS = "C"
                       PERFORM PREENCHER-INSCRICAO
                       REWRITE REG-INSCRICAO-EVT
                   ELSE
                       DISPLAY "PARTICIPANTE ACABOU DE SER INSCRITO "
                               "POR OUTRA ESTAÇÃO."
                       CLOSE INSCRICOES-EVT
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           CLOSE INSCRICOES-EVT.

           IF WS-NOVO-STATUS = "I"
               DISPLAY "INSCRIÇÃO CONFIRMADA: " WS-NOME-PARTICIPANTE
               DISPLAY "   " EVT-TITULO " EM " WS-DATA-FMT " ÀS "
                       WS-HORA-FMT "."
               MOVE "EVTINSC"   TO WS-AUD-OPERACAO
           ELSE
               ADD 1 TO WS-QTDE-ESPERA
               DISPLAY WS-NOME-PARTICIPANTE " INCLUÍDO NA LISTA DE "
                       "ESPERA NA POSIÇÃO " WS-QTDE-ESPERA "."
               MOVE "EVTESPERA" TO WS-AUD-OPERACAO
           END-IF.
           MOVE WS-COD-PARTICIPANTE TO WS-AUD-CHAVE.
           MOVE SPACES              TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       PREENCHER-INSCRICAO.
           ADD 1 TO WS-ULT-ORDEM.
           MOVE WS-ULT-ORDEM       TO INS-ORDEM.
           MOVE WS-COD-RESP-INSC   TO INS-RESP-COD.
           MOVE WS-IDADE           TO INS-IDADE.
           MOVE WS-NOVO-STATUS     TO INS-STATUS.
           MOVE WS-HOJE-AAAAMMDD   TO INS-DATA-REG.
           MOVE "N"                TO INS-LEMBRETE.
           MOVE WS-OPERADOR-ATUAL  TO INS-OPERADOR.

       CANCELAR-INSCRICAO.
           PERFORM OBTER-DATA-HORA.
           PERFORM LOCALIZAR-EVENTO.
           IF WS-EVENTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-DATA < WS-HOJE-AAAAMMDD
               DISPLAY "EVENTO JÁ REALIZADO."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CÓDIGO DO PARTICIPANTE: "
           ACCEPT WS-COD-PARTICIPANTE.

           PERFORM ABRIR-INSCRICOES.
           MOVE EVT-FILIAL          TO INS-FILIAL.
           MOVE EVT-COD             TO INS-EVENTO.
           MOVE WS-COD-PARTICIPANTE TO INS-USUARIO.
           READ INSCRICOES-EVT KEY IS INS-CHAVE
               INVALID KEY
                   DISPLAY "INSCRIÇÃO NÃO ENCONTRADA."
                   CLOSE INSCRICOES-EVT
                   EXIT PARAGRAPH
           END-READ.
           IF INS-STATUS NOT = "I" AND INS-STATUS NOT = "E"
               DISPLAY "SÓ INSCRIÇÕES ATIVAS OU EM ESPERA PODEM SER "
                       "CANCELADAS (SITUAÇÃO " INS-STATUS ")."
               CLOSE INSCRICOES-EVT
               EXIT PARAGRAPH
           END-IF.
           MOVE INS-STATUS TO WS-AUD-STATUS-ANT.
           MOVE "C" TO INS-STATUS.
           REWRITE REG-INSCRICAO-EVT.
           CLOSE INSCRICOES-EVT.
           DISPLAY "INSCRIÇÃO CANCELADA.".

           MOVE "EVTCANCEL"         TO WS-AUD-OPERACAO.
           MOVE WS-COD-PARTICIPANTE TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

           IF WS-AUD-STATUS-ANT = "I" AND EVT-STATUS = "A"
               PERFORM PREENCHER-VAGAS
           END-IF.

      *    Vaga aberta passa ao primeiro da fila de espera (menor
      *    ordem de chegada), repetindo enquanto houver vaga e
      *    fila; cada promovido recebe aviso (tipo "W").
       PREENCHER-VAGAS.
           MOVE 0   TO WS-QTDE-PROMOVIDOS.
           MOVE 0   TO WS-COD-PARTICIPANTE.
           MOVE "N" TO WS-FIM-PROMOCAO.
           IF EVT-DATA < WS-HOJE-AAAAMMDD
               MOVE "S" TO WS-FIM-PROMOCAO
           END-IF.
           PERFORM UNTIL WS-FIM-PROMOCAO = "S"
               PERFORM CONTAR-OCUPACAO
               IF WS-QTDE-OCUPADAS < EVT-CAPACIDADE
                       AND WS-PRIMEIRO-ESPERA NOT = 0
                   PERFORM PROMOVER-ESPERA
               ELSE
                   MOVE "S" TO WS-FIM-PROMOCAO
               END-IF
           END-PERFORM.
           IF WS-QTDE-PROMOVIDOS > 0
               DISPLAY WS-QTDE-PROMOVIDOS " PARTICIPANTE(S) DA LISTA "
                       "DE ESPERA PROMOVIDO(S) E AVISADO(S)."
           END-IF.

       PROMOVER-ESPERA.
           PERFORM ABRIR-INSCRICOES.
           MOVE EVT-FILIAL         TO INS-FILIAL.
           MOVE EVT-COD            TO INS-EVENTO.
           MOVE WS-PRIMEIRO-ESPERA TO INS-USUARIO.
           READ INSCRICOES-EVT KEY IS INS-CHAVE
               INVALID KEY
                   CLOSE INSCRICOES-EVT
                   MOVE "S" TO WS-FIM-PROMOCAO
                   EXIT PARAGRAPH
           END-READ.
           MOVE "I" TO INS-STATUS.
           MOVE "N" TO INS-LEMBRETE.
           REWRITE REG-INSCRICAO-EVT.
           CLOSE INSCRICOES-EVT.
           ADD 1 TO WS-QTDE-PROMOVIDOS.
           DISPLAY "VAGA PASSADA AO PARTICIPANTE " WS-PRIMEIRO-ESPERA
                   " (LISTA DE ESPERA)."

           MOVE "W"                TO WS-NOTIF-TIPO.
           MOVE WS-PRIMEIRO-ESPERA TO WS-NOTIF-USUARIO.
           PERFORM GRAVAR-NOTIFICACAO.

           MOVE "EVTPROMOVE"       TO WS-AUD-OPERACAO.
           MOVE WS-PRIMEIRO-ESPERA TO WS-AUD-CHAVE.
           MOVE "E"                TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-INSCRITOS.
           PERFORM LOCALIZAR-EVENTO.
           IF WS-EVENTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-INSCRICAO NOT = "S"
               DISPLAY "EVENTO COM ENTRADA LIVRE; PÚBLICO CONTADO NA "
                       "PORTA: " EVT-PUBLICO-LIVRE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-LISTADOS.
           MOVE 0 TO WS-QTDE-OCUPADAS.
           MOVE 0 TO WS-QTDE-ESPERA.
           PERFORM ABRIR-INSCRICOES.
           OPEN INPUT USUARIOS.
           MOVE EVT-FILIAL TO INS-FILIAL.
           MOVE EVT-COD    TO INS-EVENTO.
           MOVE 0          TO INS-USUARIO.
           START INSCRICOES-EVT KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-INS
           END-START.

           DISPLAY "ORDEM PARTIC.  NOME                          "
                   "IDADE SITUAÇÃO   RESP."
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSCRICOES-EVT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INS-FILIAL NOT = EVT-FILIAL
                           OR INS-EVENTO NOT = EVT-COD
                       MOVE "10" TO WS-ST-INS
                   ELSE
                       IF INS-STATUS NOT = "C"
                           PERFORM MOSTRAR-INSCRITO
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.
           CLOSE INSCRICOES-EVT.
           DISPLAY "VAGAS OCUPADAS: " WS-QTDE-OCUPADAS " DE "
                   EVT-CAPACIDADE " - NA ESPERA: " WS-QTDE-ESPERA.

       MOSTRAR-INSCRITO.
           ADD 1 TO WS-QTDE-LISTADOS.
           PERFORM DESCREVER-SITUACAO.
           IF INS-STATUS = "E"
               ADD 1 TO WS-QTDE-ESPERA
           ELSE
               ADD 1 TO WS-QTDE-OCUPADAS
           END-IF.
           MOVE INS-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY MOVE SPACES TO USUARIO-NOME
           END-READ.
           DISPLAY INS-ORDEM "  " INS-USUARIO " " USUARIO-NOME(1:30)
                   " " INS-IDADE "   " WS-DESC-SITUACAO " "
                   INS-RESP-COD.

       DESCREVER-SITUACAO.
           EVALUATE INS-STATUS
               WHEN "I" MOVE "INSCRITO"   TO WS-DESC-SITUACAO
               WHEN "E" MOVE "ESPERA"     TO WS-DESC-SITUACAO
               WHEN "P" MOVE "PRESENTE"   TO WS-DESC-SITUACAO
               WHEN "F" MOVE "FALTOU"     TO WS-DESC-SITUACAO
               WHEN "C" MOVE "CANCELADO"  TO WS-DESC-SITUACAO
               WHEN OTHER MOVE INS-STATUS TO WS-DESC-SITUACAO
           END-EVALUATE.

      *    Chamada do dia: cada inscrito é marcado presente ou
      *    faltoso; quem estava na espera e foi admitido na porta
      *    (no lugar de um faltoso) entra como presente. O público
      *    sem inscrição é contado à parte. Pode ser refeita.
       REGISTRAR-PRESENCA.
           PERFORM OBTER-DATA-HORA.
           PERFORM LOCALIZAR-EVENTO.
           IF WS-EVENTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF EVT-STATUS NOT = "A"
               DISPLAY "EVENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF.
           IF EVT-DATA > WS-HOJE-AAAAMMDD
               DISPLAY "A CHAMADA SÓ PODE SER FEITA NO DIA DO EVENTO "
                       "OU DEPOIS."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-QTDE-PRESENTES.
           MOVE 0 TO WS-QTDE-FALTAS.
           IF EVT-INSCRICAO = "S"
               PERFORM FAZER-CHAMADA
           END-IF.

           DISPLAY "PÚBLICO SEM INSCRIÇÃO (CONTAGEM NA PORTA): "
           ACCEPT WS-QTDE-LISTADOS.
           PERFORM ABRIR-EVENTOS.
           MOVE WS-FILIAL-OPERACAO TO EVT-FILIAL.
           MOVE WS-COD-EVENTO      TO EVT-COD.
           READ EVENTOS KEY IS EVT-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-QTDE-LISTADOS TO EVT-PUBLICO-LIVRE
                   MOVE "S"        TO EVT-CHAMADA-FEITA
                   REWRITE REG-EVENTO
           END-READ.
           CLOSE EVENTOS.

           DISPLAY "CHAMADA REGISTRADA: " WS-QTDE-PRESENTES
                   " PRESENTE(S), " WS-QTDE-FALTAS " FALTA(S), "
                   EVT-PUBLICO-LIVRE " SEM INSCRIÇÃO.".

           MOVE "EVTCHAMADA" TO WS-AUD-OPERACAO.
           MOVE EVT-CHAVE    TO WS-AUD-CHAVE.
           MOVE SPACES       TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       FAZER-CHAMADA.
           DISPLAY "CHAMADA (S = PRESENTE / N = AUSENTE):"
           PERFORM ABRIR-INSCRICOES.
           OPEN INPUT USUARIOS.
           MOVE EVT-FILIAL TO INS-FILIAL.
           MOVE EVT-COD    TO INS-EVENTO.
           MOVE 0          TO INS-USUARIO.
           START INSCRICOES-EVT KEY IS NOT LESS THAN INS-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-INS
           END-START.
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSCRICOES-EVT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INS-FILIAL NOT = EVT-FILIAL
                           OR INS-EVENTO NOT = EVT-COD
                       MOVE "10" TO WS-ST-INS
                   ELSE
                       IF INS-STATUS NOT = "C"
                           PERFORM MARCAR-PRESENCA
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.
           CLOSE INSCRICOES-EVT.

       MARCAR-PRESENCA.
           MOVE INS-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY MOVE SPACES TO USUARIO-NOME
           END-READ.
           IF INS-STATUS = "E"
               DISPLAY INS-USUARIO " " USUARIO-NOME(1:30)
                       " (ESPERA) ADMITIDO NA PORTA? (S/N): "
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "S"
                   MOVE "P" TO INS-STATUS
                   REWRITE REG-INSCRICAO-EVT
                   ADD 1 TO WS-QTDE-PRESENTES
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-RESPOSTA.
           PERFORM UNTIL WS-RESPOSTA = "S" OR WS-RESPOSTA = "N"
               DISPLAY INS-USUARIO " " USUARIO-NOME(1:30)
                       " IDADE " INS-IDADE ": "
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           END-PERFORM.
           IF WS-RESPOSTA = "S"
               MOVE "P" TO INS-STATUS
               ADD 1 TO WS-QTDE-PRESENTES
           ELSE
               MOVE "F" TO INS-STATUS
               ADD 1 TO WS-QTDE-FALTAS
           END-IF.
           REWRITE REG-INSCRICAO-EVT.

      *    Programação do mês: por evento, inscritos com vaga
      *    (inscritos, presentes e faltosos), presentes, faltas,
      *    fila de espera não atendida e público sem inscrição,
      *    com a quebra por faixa etária; ao final, os totais do
      *    mês por faixa. Eventos cancelados só são contados.
       EMITIR-PROGRAMACAO-MES.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "MÊS DA PROGRAMAÇÃO (MM/AAAA): "
               ACCEPT WS-MES-DIGITADO
               IF WS-MES-DIGITADO(3:1) = "/"
                       AND WS-MES-DIGITADO(1:2) IS NUMERIC
                       AND WS-MES-DIGITADO(4:4) IS NUMERIC
                       AND WS-MES-DIGITADO(1:2) >= "01"
                       AND WS-MES-DIGITADO(1:2) <= "12"
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   DISPLAY "MÊS INVÁLIDO. INFORME NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE WS-MES-DIGITADO(4:4) TO WS-MES-REF(1:4).
           MOVE WS-MES-DIGITADO(1:2) TO WS-MES-REF(5:2).
           DISPLAY "FILIAL (0 = TODAS): "
           ACCEPT WS-FILIAL-FILTRO.

           MOVE SPACES TO WS-RPT-NOME.
           STRING "PROGRAMACAO-EVENTOS-" WS-MES-REF ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT PROGRAMACAO-RPT.

           MOVE 0 TO WS-MES-EVENTOS.
           MOVE 0 TO WS-MES-CANCELADOS.
           MOVE 0 TO WS-MES-INSCRITOS.
           MOVE 0 TO WS-MES-PRESENTES.
           MOVE 0 TO WS-MES-FALTAS.
           MOVE 0 TO WS-MES-AVULSOS.
           PERFORM VARYING WS-FX-I FROM 1 BY 1 UNTIL WS-FX-I > 6
               MOVE 0 TO WS-FX-INSC-MES(WS-FX-I)
               MOVE 0 TO WS-FX-PRES-MES(WS-FX-I)
           END-PERFORM.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "  PROGRAMAÇÃO CULTURAL - " WS-MES-DIGITADO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           IF WS-FILIAL-FILTRO = 0
               MOVE "  TODAS AS FILIAIS" TO WS-LINHA-IMP
           ELSE
               STRING "  FILIAL " WS-FILIAL-FILTRO
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "FIL DATA       HORA  EVENTO                 INSC "
               & "PRES FALT ESP  AVUL" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           PERFORM ABRIR-EVENTOS.
           PERFORM ABRIR-INSCRICOES.
           MOVE WS-FILIAL-FILTRO TO EVT-FILIAL.
           MOVE 0                TO EVT-COD.
           START EVENTOS KEY IS NOT LESS THAN EVT-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EVT
           END-START.
           PERFORM UNTIL WS-ST-EVT = "10"
               READ EVENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EVT
               NOT AT END
                   IF WS-FILIAL-FILTRO NOT = 0
                           AND EVT-FILIAL NOT = WS-FILIAL-FILTRO
                       MOVE "10" TO WS-ST-EVT
                   ELSE
                       IF EVT-DATA(1:6) = WS-MES-REF
                           PERFORM APURAR-EVENTO-MES
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE INSCRICOES-EVT.
           CLOSE EVENTOS.

           PERFORM EMITIR-TOTAIS-MES.
           CLOSE PROGRAMACAO-RPT.
           DISPLAY "PROGRAMAÇÃO DO MÊS GRAVADA EM " WS-RPT-NOME.

       ESCREVER-LINHA.
           WRITE REG-PROGRAMACAO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.

       APURAR-EVENTO-MES.
           IF EVT-STATUS = "C"
               ADD 1 TO WS-MES-CANCELADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MES-EVENTOS.
           MOVE 0 TO WS-EVT-INSCRITOS.
           MOVE 0 TO WS-EVT-PRESENTES.
           MOVE 0 TO WS-EVT-FALTAS.
           MOVE 0 TO WS-EVT-ESPERA.
           PERFORM VARYING WS-FX-I FROM 1 BY 1 UNTIL WS-FX-I > 6
               MOVE 0 TO WS-FX-INSC-EVT(WS-FX-I)
               MOVE 0 TO WS-FX-PRES-EVT(WS-FX-I)
           END-PERFORM.

           IF EVT-INSCRICAO = "S"
               MOVE EVT-FILIAL TO INS-FILIAL
               MOVE EVT-COD    TO INS-EVENTO
               MOVE 0          TO INS-USUARIO
               MOVE "00"       TO WS-ST-INS
               START INSCRICOES-EVT KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-INS
               END-START
               PERFORM UNTIL WS-ST-INS = "10"
                   READ INSCRICOES-EVT NEXT RECORD
                       AT END MOVE "10" TO WS-ST-INS
                   NOT AT END
                       IF INS-FILIAL NOT = EVT-FILIAL
                               OR INS-EVENTO NOT = EVT-COD
                           MOVE "10" TO WS-ST-INS
                       ELSE
                           PERFORM APURAR-INSCRICAO-MES
                       END-IF
               END-PERFORM
           END-IF.

           ADD WS-EVT-INSCRITOS  TO WS-MES-INSCRITOS.
           ADD WS-EVT-PRESENTES  TO WS-MES-PRESENTES.
           ADD WS-EVT-FALTAS     TO WS-MES-FALTAS.
           ADD EVT-PUBLICO-LIVRE TO WS-MES-AVULSOS.

           MOVE EVT-DATA        TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE EVT-HORA-INICIO TO WS-HORA-FMT-NUM.
           PERFORM FORMATAR-HORA.
           STRING EVT-FILIAL " " WS-DATA-FMT " " WS-HORA-FMT " "
                  EVT-TITULO(1:22) " " WS-EVT-INSCRITOS " "
                  WS-EVT-PRESENTES " " WS-EVT-FALTAS " "
                  WS-EVT-ESPERA(2:3) "  " EVT-PUBLICO-LIVRE
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

           IF EVT-INSCRICAO NOT = "S"
               MOVE "      ENTRADA LIVRE (SEM INSCRIÇÃO)"
                   TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF EVT-CHAMADA-FEITA NOT = "S"
               MOVE "      CHAMADA NÃO REGISTRADA" TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
           END-IF.
           STRING "      FAIXA (INSCR/PRES) "
                  WS-FAIXA-ROTULO(1) ": " WS-FX-INSC-EVT(1) "/"
                  WS-FX-PRES-EVT(1) "  "
                  WS-FAIXA-ROTULO(2) ": " WS-FX-INSC-EVT(2) "/"
                  WS-FX-PRES-EVT(2) "  "
                  WS-FAIXA-ROTULO(3) ": " WS-FX-INSC-EVT(3) "/"
                  WS-FX-PRES-EVT(3)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "                         "
                  WS-FAIXA-ROTULO(4) ": " WS-FX-INSC-EVT(4) "/"
                  WS-FX-PRES-EVT(4) "  "
                  WS-FAIXA-ROTULO(5) ": " WS-FX-INSC-EVT(5) "/"
                  WS-FX-PRES-EVT(5) "  "
                  WS-FAIXA-ROTULO(6) ": " WS-FX-INSC-EVT(6) "/"
                  WS-FX-PRES-EVT(6)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

       APURAR-INSCRICAO-MES.
           IF INS-STATUS = "C"
               EXIT PARAGRAPH
           END-IF.
           IF INS-STATUS = "E"
               ADD 1 TO WS-EVT-ESPERA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-FAIXA-ETARIA.
           ADD 1 TO WS-EVT-INSCRITOS.
           ADD 1 TO WS-FX-INSC-EVT(WS-FAIXA-IDX).
           ADD 1 TO WS-FX-INSC-MES(WS-FAIXA-IDX).
           IF INS-STATUS = "P"
               ADD 1 TO WS-EVT-PRESENTES
               ADD 1 TO WS-FX-PRES-EVT(WS-FAIXA-IDX)
               ADD 1 TO WS-FX-PRES-MES(WS-FAIXA-IDX)
           END-IF.
           IF INS-STATUS = "F"
               ADD 1 TO WS-EVT-FALTAS
           END-IF.

       CALCULAR-FAIXA-ETARIA.
           MOVE 1 TO WS-FAIXA-IDX.
           PERFORM UNTIL WS-FAIXA-IDX = 6
                   OR INS-IDADE <= WS-FAIXA-LIMITE(WS-FAIXA-IDX)
               ADD 1 TO WS-FAIXA-IDX
           END-PERFORM.

       EMITIR-TOTAIS-MES.
           MOVE "---------------------------------------" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "EVENTOS REALIZADOS: " WS-MES-EVENTOS
                  "   CANCELADOS: " WS-MES-CANCELADOS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-PERCENTUAL.
           IF WS-MES-INSCRITOS > 0
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-MES-PRESENTES * 100 / WS-MES-INSCRITOS
           END-IF.
           MOVE WS-PERCENTUAL TO WS-ED-PERCENTUAL.
           STRING "INSCRITOS: " WS-MES-INSCRITOS
                  "  PRESENTES: " WS-MES-PRESENTES
                  "  FALTAS: " WS-MES-FALTAS
                  "  COMPARECIMENTO: " WS-ED-PERCENTUAL "%"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           STRING "PÚBLICO SEM INSCRIÇÃO: " WS-MES-AVULSOS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "FAIXA ETÁRIA   INSCRITOS  PRESENTES  COMPARECIMENTO"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-FX-I FROM 1 BY 1 UNTIL WS-FX-I > 6
               MOVE 0 TO WS-PERCENTUAL
               IF WS-FX-INSC-MES(WS-FX-I) > 0
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-FX-PRES-MES(WS-FX-I) * 100
                       / WS-FX-INSC-MES(WS-FX-I)
               END-IF
               MOVE WS-PERCENTUAL TO WS-ED-PERCENTUAL
               MOVE WS-FX-INSC-MES(WS-FX-I) TO WS-ED-QTDE-MES
               STRING WS-FAIXA-ROTULO(WS-FX-I) " ANOS       "
                      WS-ED-QTDE-MES "     "
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               MOVE WS-FX-PRES-MES(WS-FX-I) TO WS-ED-QTDE-MES
               MOVE WS-ED-QTDE-MES   TO WS-LINHA-IMP(29:6)
               MOVE WS-ED-PERCENTUAL TO WS-LINHA-IMP(44:5)
               MOVE "%"              TO WS-LINHA-IMP(49:1)
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.

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

      *    Aviso na fila com a data do evento em NOTIF-DATA e a
      *    chave do evento (filial * 10000 + evento) em
      *    NOTIF-LIVRO, de onde o SIS-NOTIFICA tira o título e a
      *    filial; menor de idade recebe no contato do
      *    responsável, como nos demais avisos.
       GRAVAR-NOTIFICACAO.
           MOVE WS-NOTIF-USUARIO TO WS-CTT-USUARIO.
           MOVE WS-NOTIF-TIPO TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               DISPLAY "AVISO NÃO ENFILEIRADO: O LEITOR RECUSOU "
                       "ESTE TIPO NAS PREFERÊNCIAS DE CONTATO."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.

           OPEN INPUT USUARIOS.
           MOVE WS-NOTIF-USUARIO TO USUARIO-COD.
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
           END-READ.
           CLOSE USUARIOS.

           MOVE 0    TO WS-NOTIF-COD-LIVRE.
           MOVE "00" TO WS-ST-NOT.

           PERFORM ABRIR-NOTIFICACOES

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
           MOVE EVT-DATA           TO NOTIF-DATA.
           MOVE WS-NOTIF-TIPO      TO NOTIF-TIPO.
           MOVE WS-NOTIF-USUARIO   TO NOTIF-USUARIO.
           MOVE WS-NOTIF-EMAIL     TO NOTIF-EMAIL.
           MOVE WS-NOTIF-TELEFONE  TO NOTIF-TELEFONE.
           COMPUTE NOTIF-LIVRO = EVT-FILIAL * 10000 + EVT-COD.
           MOVE 0                  TO NOTIF-VALOR.
           MOVE "P"                TO NOTIF-STATUS.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO.
           CLOSE NOTIFICACOES.

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
           MOVE "SIS-EVENTOS"         TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
