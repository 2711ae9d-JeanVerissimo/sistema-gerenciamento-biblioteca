       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-SALAS.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Agendamento de salas de estudo em grupo,
      *               computadores públicos e projetores. Cada filial
      *               cadastra os seus recursos em RECURSOS.DAT (tipo,
      *               capacidade, horário de funcionamento e duração
      *               da faixa); os agendamentos ficam em
      *               AGENDAMENTOS.DAT com chave filial + recurso +
      *               data + hora, o que impede a dupla marcação. O
      *               leitor passa pelas mesmas checagens do
      *               empréstimo (cadastro bloqueado, matrícula
      *               vencida, suspensão e teto de débito), os dias
      *               fechados do calendário são recusados e vale a
      *               cota diária de horas por leitor
      *               (COTA-HORAS-AGENDA). A confirmação vai para a
      *               fila de notificações (tipo "S"). O balcão
      *               registra o comparecimento, lança as faltas das
      *               faixas já encerradas e imprime a folha de
      *               ocupação do dia por filial.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURSOS ASSIGN TO 'RECURSOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-REC.

           SELECT AGENDAMENTOS ASSIGN TO 'AGENDAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-AGD.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAS-RECEBER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.

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

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT FOLHA-OCUPACAO ASSIGN TO WS-FOLHA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD RECURSOS.
       01 REG-RECURSO.
           02 REC-CHAVE.
               03 REC-FILIAL           PIC 9(3).
               03 REC-COD              PIC 9(3).
           02 REC-TIPO                 PIC X(1).
           02 REC-DESCRICAO            PIC X(30).
           02 REC-CAPACIDADE           PIC 9(3).
           02 REC-HORA-ABRE            PIC 9(2).
           02 REC-HORA-FECHA           PIC 9(2).
           02 REC-DURACAO-FAIXA        PIC 9(1).
           02 REC-STATUS               PIC X(1).

       FD AGENDAMENTOS.
       01 REG-AGENDAMENTO.
           02 AGD-CHAVE.
               03 AGD-FILIAL           PIC 9(3).
               03 AGD-RECURSO          PIC 9(3).
               03 AGD-DATA             PIC 9(8).
               03 AGD-HORA             PIC 9(2).
           02 AGD-USUARIO              PIC 9(7).
           02 AGD-PESSOAS              PIC 9(3).
           02 AGD-HORAS                PIC 9(1).
           02 AGD-STATUS               PIC X(1).
           02 AGD-DATA-REG             PIC 9(8).
           02 AGD-OPERADOR             PIC X(10).

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

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD FOLHA-OCUPACAO.
       01 REG-FOLHA-OCUPACAO           PIC X(80).

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
       77 WS-ST-REC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AGD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
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
       77 WS-FOLHA-NOME                PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-HORA-AGORA                PIC 9(2)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-ENTRADA-BUSCA             PIC X(13)     VALUE SPACES.
       77 WS-COD-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-USUARIO-ACHADO            PIC X(1)      VALUE "N".
       77 WS-USUARIO-LIBERADO          PIC X(1)      VALUE "N".
       77 WS-NOME-USUARIO              PIC X(40)     VALUE SPACES.
       77 WS-DEBITO-USUARIO            PIC 9(7)V99   VALUE 0.
       77 WS-LIMITE-DEBITO             PIC 9(7)V99   VALUE 10,00.
       77 WS-COTA-HORAS                PIC 9(2)      VALUE 2.
       77 WS-HORAS-NO-DIA              PIC 9(3)      VALUE 0.
       77 WS-COD-RECURSO               PIC 9(3)      VALUE 0.
       77 WS-DATA-AGENDA               PIC 9(8)      VALUE 0.
       77 WS-HORA-AGENDA               PIC 9(2)      VALUE 0.
       77 WS-PESSOAS                   PIC 9(3)      VALUE 0.
       77 WS-HORA-FAIXA                PIC 9(2)      VALUE 0.
       77 WS-HORA-FIM-FAIXA            PIC 9(2)      VALUE 0.
       77 WS-FAIXA-VALIDA              PIC X(1)      VALUE "N".
       77 WS-QTDE-LIVRES               PIC 9(3)      VALUE 0.
       77 WS-QTDE-FALTAS               PIC 9(5)      VALUE 0.
       77 WS-QTDE-RECURSOS             PIC 9(3)      VALUE 0.
       77 WS-SITUACAO-FAIXA            PIC X(40)     VALUE SPACES.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
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
           MOVE "COTA-HORAS-AGENDA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-COTA-HORAS
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
               DISPLAY "  SALAS E EQUIPAMENTOS - FILIAL "
                       WS-FILIAL-OPERACAO
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Cadastrar/Alterar Recurso"
               DISPLAY "2 - Listar Recursos da Filial"
               DISPLAY "3 - Agendar Horário"
               DISPLAY "4 - Cancelar Agendamento"
               DISPLAY "5 - Registrar Comparecimento"
               DISPLAY "6 - Lançar Faltas das Faixas Encerradas"
               DISPLAY "7 - Folha de Ocupação do Dia"
               DISPLAY "8 - Voltar"
               DISPLAY "Escolha uma opção (1..8): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM MANTER-RECURSO
                   WHEN '2'
                       PERFORM LISTAR-RECURSOS
                   WHEN '3'
                       PERFORM AGENDAR-HORARIO
                   WHEN '4'
                       PERFORM CANCELAR-AGENDAMENTO
                   WHEN '5'
                       PERFORM REGISTRAR-COMPARECIMENTO
                   WHEN '6'
                       PERFORM LANCAR-FALTAS
                   WHEN '7'
                       PERFORM EMITIR-FOLHA-OCUPACAO
                   WHEN '8'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-RECURSOS.
           OPEN I-O RECURSOS.
           EVALUATE WS-ST-REC
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO RECURSOS.DAT..."
                   OPEN OUTPUT RECURSOS
                   CLOSE RECURSOS
                   OPEN I-O RECURSOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR RECURSOS.DAT! STATUS: "
                   WS-ST-REC
                   STOP RUN
           END-EVALUATE.

       ABRIR-AGENDAMENTOS.
           OPEN I-O AGENDAMENTOS.
           EVALUATE WS-ST-AGD
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO AGENDAMENTOS.DAT..."
                   OPEN OUTPUT AGENDAMENTOS
                   CLOSE AGENDAMENTOS
                   OPEN I-O AGENDAMENTOS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AGENDAMENTOS.DAT! STATUS: "
                   WS-ST-AGD
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

       MANTER-RECURSO.
           DISPLAY "CÓDIGO DO RECURSO NA FILIAL (1-999): "
           ACCEPT WS-COD-RECURSO.
           IF WS-COD-RECURSO = 0
               DISPLAY "CÓDIGO INVÁLIDO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-RECURSOS.
           MOVE WS-FILIAL-OPERACAO TO REC-FILIAL.
           MOVE WS-COD-RECURSO     TO REC-COD.
           READ RECURSOS KEY IS REC-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-RESPOSTA
               NOT INVALID KEY
                   MOVE "S" TO WS-RESPOSTA
                   DISPLAY "RECURSO ATUAL: " REC-TIPO " "
                           REC-DESCRICAO " CAP. " REC-CAPACIDADE
                           " " REC-HORA-ABRE "H-" REC-HORA-FECHA
                           "H FAIXA " REC-DURACAO-FAIXA "H ST "
                           REC-STATUS
           END-READ.

           MOVE SPACES TO REC-TIPO.
           PERFORM UNTIL REC-TIPO = "S" OR REC-TIPO = "C"
                   OR REC-TIPO = "P"
               DISPLAY "TIPO (S=Sala / C=Computador / P=Projetor): "
               ACCEPT REC-TIPO
               MOVE FUNCTION UPPER-CASE(REC-TIPO) TO REC-TIPO
           END-PERFORM.
           DISPLAY "DESCRIÇÃO: "
           ACCEPT REC-DESCRICAO.
           DISPLAY "CAPACIDADE (PESSOAS): "
           ACCEPT REC-CAPACIDADE.
           IF REC-CAPACIDADE = 0
               MOVE 1 TO REC-CAPACIDADE
           END-IF.
           MOVE 0 TO REC-HORA-FECHA.
           PERFORM UNTIL REC-HORA-FECHA > REC-HORA-ABRE
                   AND REC-HORA-FECHA <= 24
               DISPLAY "HORA DE ABERTURA (0-23): "
               ACCEPT REC-HORA-ABRE
               DISPLAY "HORA DE FECHAMENTO (1-24): "
               ACCEPT REC-HORA-FECHA
           END-PERFORM.
           DISPLAY "DURAÇÃO DA FAIXA EM HORAS (1-4): "
           ACCEPT REC-DURACAO-FAIXA.
           IF REC-DURACAO-FAIXA = 0 OR REC-DURACAO-FAIXA > 4
               MOVE 1 TO REC-DURACAO-FAIXA
           END-IF.
           DISPLAY "SITUAÇÃO (A=Ativo / I=Inativo): "
           ACCEPT REC-STATUS.
           MOVE FUNCTION UPPER-CASE(REC-STATUS) TO REC-STATUS.
           IF REC-STATUS NOT = "I"
               MOVE "A" TO REC-STATUS
           END-IF.

           IF WS-RESPOSTA = "S"
               REWRITE REG-RECURSO
               DISPLAY "RECURSO ALTERADO."
               MOVE "RECALTER"  TO WS-AUD-OPERACAO
           ELSE
               WRITE REG-RECURSO
               DISPLAY "RECURSO INCLUÍDO."
               MOVE "RECINCLUI" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE RECURSOS.

           MOVE REC-CHAVE  TO WS-AUD-CHAVE.
           MOVE SPACES     TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-RECURSOS.
           MOVE 0 TO WS-QTDE-RECURSOS.
           PERFORM ABRIR-RECURSOS.
           MOVE WS-FILIAL-OPERACAO TO REC-FILIAL.
           MOVE 0                  TO REC-COD.
           START RECURSOS KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-REC
           END-START.

           DISPLAY "COD TIPO DESCRIÇÃO                      CAP "
                   "HORÁRIO FAIXA ST"
           PERFORM UNTIL WS-ST-REC = "10"
               READ RECURSOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-REC
               NOT AT END
                   IF REC-FILIAL NOT = WS-FILIAL-OPERACAO
                       MOVE "10" TO WS-ST-REC
                   ELSE
                       ADD 1 TO WS-QTDE-RECURSOS
                       DISPLAY REC-COD "  " REC-TIPO "   "
                               REC-DESCRICAO " " REC-CAPACIDADE
                               " " REC-HORA-ABRE "-" REC-HORA-FECHA
                               "   " REC-DURACAO-FAIXA "H   "
                               REC-STATUS
                   END-IF
           END-PERFORM.
           CLOSE RECURSOS.
           DISPLAY "RECURSOS NA FILIAL: " WS-QTDE-RECURSOS.

      *    Checagens do leitor iguais às do empréstimo no balcão:
      *    cadastro excluído/unificado ou inativo, suspensão,
      *    matrícula vencida e débito acima do teto.
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
               DISPLAY "AGENDAMENTO BLOQUEADO: CADASTRO INATIVO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-SUSPENSO-ATE >= WS-HOJE-AAAAMMDD
               MOVE USUARIO-SUSPENSO-ATE TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "AGENDAMENTO BLOQUEADO: USUÁRIO SUSPENSO "
                       "ATÉ " WS-DATA-FMT "."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-VALIDADE > 0
                   AND USUARIO-VALIDADE < WS-HOJE-AAAAMMDD
               MOVE USUARIO-VALIDADE TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "AGENDAMENTO BLOQUEADO: MATRÍCULA VENCIDA EM "
                       WS-DATA-FMT "."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE USUARIO-NOME TO WS-NOME-USUARIO.
           CLOSE USUARIOS.

           PERFORM CALCULAR-DEBITO-USUARIO.
           IF WS-DEBITO-USUARIO > WS-LIMITE-DEBITO
               DISPLAY "AGENDAMENTO BLOQUEADO: USUÁRIO POSSUI R$ "
                       WS-DEBITO-USUARIO " EM DÉBITOS EM ABERTO "
                       "(LIMITE R$ " WS-LIMITE-DEBITO ")."
               EXIT PARAGRAPH
           END-IF.

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

       AGENDAR-HORARIO.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-HOJE-AAAAMMDD.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO WS-HORA-AGORA.

           PERFORM IDENTIFICAR-LEITOR.
           IF WS-USUARIO-LIBERADO NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CÓDIGO DO RECURSO: "
           ACCEPT WS-COD-RECURSO.
           PERFORM ABRIR-RECURSOS.
           MOVE WS-FILIAL-OPERACAO TO REC-FILIAL.
           MOVE WS-COD-RECURSO     TO REC-COD.
           READ RECURSOS KEY IS REC-CHAVE
               INVALID KEY
                   DISPLAY "RECURSO NÃO CADASTRADO NESTA FILIAL."
                   CLOSE RECURSOS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE RECURSOS.
           IF REC-STATUS NOT = "A"
               DISPLAY "RECURSO INATIVO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SOLICITAR-DATA.
           IF WS-DATA-AGENDA < WS-HOJE-AAAAMMDD
               DISPLAY "DATA JÁ PASSOU."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-DATA-AGENDA TO WS-DATA-TESTE.
           PERFORM VERIFICAR-DIA-FECHADO.
           CLOSE CALENDARIO.
           IF WS-DIA-FECHADO = "S"
               DISPLAY "A BIBLIOTECA ESTARÁ FECHADA NESTA DATA."
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-FAIXAS-LIVRES.
           IF WS-QTDE-LIVRES = 0
               DISPLAY "NÃO HÁ FAIXAS LIVRES PARA ESTE RECURSO "
                       "NESTA DATA."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "HORA DE INÍCIO DA FAIXA: "
           ACCEPT WS-HORA-AGENDA.
           PERFORM VALIDAR-FAIXA.
           IF WS-FAIXA-VALIDA NOT = "S"
               DISPLAY "HORA NÃO CORRESPONDE A UMA FAIXA LIVRE."
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-PESSOAS.
           IF REC-TIPO = "S"
               DISPLAY "NÚMERO DE PESSOAS (MÁX. " REC-CAPACIDADE
                       "): "
               ACCEPT WS-PESSOAS
               IF WS-PESSOAS = 0
                   MOVE 1 TO WS-PESSOAS
               END-IF
               IF WS-PESSOAS > REC-CAPACIDADE
                   DISPLAY "CAPACIDADE DA SALA EXCEDIDA."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SOMAR-HORAS-LEITOR-DIA.
           IF WS-HORAS-NO-DIA + REC-DURACAO-FAIXA > WS-COTA-HORAS
               DISPLAY "COTA DIÁRIA DE " WS-COTA-HORAS " HORA(S) "
                       "ATINGIDA: O LEITOR JÁ TEM " WS-HORAS-NO-DIA
                       " HORA(S) AGENDADA(S) NESTE DIA."
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRAVAR-AGENDAMENTO.

      *    Lista as faixas do recurso na data, marcando as já
      *    tomadas; faixa de hoje cujo início passou não é livre.
       MOSTRAR-FAIXAS-LIVRES.
           MOVE 0 TO WS-QTDE-LIVRES.
           PERFORM ABRIR-AGENDAMENTOS.
           DISPLAY "FAIXAS DE " REC-DESCRICAO ":"
           MOVE REC-HORA-ABRE TO WS-HORA-FAIXA.
           PERFORM UNTIL WS-HORA-FAIXA + REC-DURACAO-FAIXA
                   > REC-HORA-FECHA
               COMPUTE WS-HORA-FIM-FAIXA =
                   WS-HORA-FAIXA + REC-DURACAO-FAIXA
               MOVE WS-FILIAL-OPERACAO TO AGD-FILIAL
               MOVE WS-COD-RECURSO     TO AGD-RECURSO
               MOVE WS-DATA-AGENDA     TO AGD-DATA
               MOVE WS-HORA-FAIXA      TO AGD-HORA
               READ AGENDAMENTOS KEY IS AGD-CHAVE
                   INVALID KEY MOVE "C" TO AGD-STATUS
               END-READ
               IF AGD-STATUS = "C"
                   IF WS-DATA-AGENDA = WS-HOJE-AAAAMMDD
                           AND WS-HORA-FAIXA <= WS-HORA-AGORA
                       DISPLAY "   " WS-HORA-FAIXA "H-"
                               WS-HORA-FIM-FAIXA "H  (ENCERRADA)"
                   ELSE
                       ADD 1 TO WS-QTDE-LIVRES
                       DISPLAY "   " WS-HORA-FAIXA "H-"
                               WS-HORA-FIM-FAIXA "H  LIVRE"
                   END-IF
               ELSE
                   DISPLAY "   " WS-HORA-FAIXA "H-"
                           WS-HORA-FIM-FAIXA "H  OCUPADA"
               END-IF
               ADD REC-DURACAO-FAIXA TO WS-HORA-FAIXA
           END-PERFORM.
           CLOSE AGENDAMENTOS.

       VALIDAR-FAIXA.
           MOVE "N" TO WS-FAIXA-VALIDA.
           IF WS-HORA-AGENDA < REC-HORA-ABRE
                   OR WS-HORA-AGENDA + REC-DURACAO-FAIXA
                       > REC-HORA-FECHA
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION MOD(WS-HORA-AGENDA - REC-HORA-ABRE,
                   REC-DURACAO-FAIXA) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-AGENDA = WS-HOJE-AAAAMMDD
                   AND WS-HORA-AGENDA <= WS-HORA-AGORA
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-FAIXA-VALIDA.

      *    Cota somada em todas as filiais e recursos: o leitor
      *    não troca de sala para furar o limite.
       SOMAR-HORAS-LEITOR-DIA.
           MOVE 0 TO WS-HORAS-NO-DIA.
           MOVE "00" TO WS-ST-AGD.
           PERFORM ABRIR-AGENDAMENTOS.
           PERFORM UNTIL WS-ST-AGD = "10"
               READ AGENDAMENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-AGD
               NOT AT END
                   IF AGD-USUARIO = WS-COD-USUARIO
                           AND AGD-DATA = WS-DATA-AGENDA
                           AND (AGD-STATUS = "R"
                             OR AGD-STATUS = "U")
                       ADD AGD-HORAS TO WS-HORAS-NO-DIA
                   END-IF
           END-PERFORM.
           CLOSE AGENDAMENTOS.

      *    A chave filial + recurso + data + hora é a trava contra
      *    a dupla marcação: se outra estação gravou a faixa no
      *    meio tempo, a gravação é recusada. Faixa cancelada é
      *    reaproveitada.
       GRAVAR-AGENDAMENTO.
           PERFORM ABRIR-AGENDAMENTOS.
           MOVE WS-FILIAL-OPERACAO TO AGD-FILIAL.
           MOVE WS-COD-RECURSO     TO AGD-RECURSO.
           MOVE WS-DATA-AGENDA     TO AGD-DATA.
           MOVE WS-HORA-AGENDA     TO AGD-HORA.
           READ AGENDAMENTOS KEY IS AGD-CHAVE
               INVALID KEY
                   PERFORM PREENCHER-AGENDAMENTO
                   WRITE REG-AGENDAMENTO
               NOT INVALID KEY
                   IF AGD-STATUS = "C"
                       PERFORM PREENCHER-AGENDAMENTO
                       REWRITE REG-AGENDAMENTO
                   ELSE
                       DISPLAY "FAIXA ACABOU DE SER OCUPADA POR "
                               "OUTRA ESTAÇÃO. ESCOLHA OUTRA."
                       CLOSE AGENDAMENTOS
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           CLOSE AGENDAMENTOS.

           MOVE WS-DATA-AGENDA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "AGENDAMENTO CONFIRMADO: " REC-DESCRICAO
                   " EM " WS-DATA-FMT " ÀS " WS-HORA-AGENDA "H.".

           MOVE "AGENDA"       TO WS-AUD-OPERACAO.
           MOVE WS-COD-USUARIO TO WS-AUD-CHAVE.
           MOVE SPACES         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           PERFORM GRAVAR-NOTIFICACAO.

       PREENCHER-AGENDAMENTO.
           MOVE WS-COD-USUARIO     TO AGD-USUARIO.
           MOVE WS-PESSOAS         TO AGD-PESSOAS.
           MOVE REC-DURACAO-FAIXA  TO AGD-HORAS.
           MOVE "R"                TO AGD-STATUS.
           MOVE WS-HOJE-AAAAMMDD   TO AGD-DATA-REG.
           MOVE WS-OPERADOR-ATUAL  TO AGD-OPERADOR.

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

      *    Confirmação na fila (tipo "S"), com a data do uso em
      *    NOTIF-DATA; menor de idade recebe no contato do
      *    responsável, como nos demais avisos.
       GRAVAR-NOTIFICACAO.
           MOVE WS-COD-USUARIO TO WS-CTT-USUARIO.
           MOVE "S" TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               DISPLAY "AVISO NÃO ENFILEIRADO: O LEITOR RECUSOU "
                       "ESTE TIPO NAS PREFERÊNCIAS DE CONTATO."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.

           OPEN INPUT USUARIOS.
           MOVE WS-COD-USUARIO TO USUARIO-COD.
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
           MOVE WS-DATA-AGENDA     TO NOTIF-DATA.
           MOVE "S"                TO NOTIF-TIPO.
           MOVE WS-COD-USUARIO     TO NOTIF-USUARIO.
           MOVE WS-NOTIF-EMAIL     TO NOTIF-EMAIL.
           MOVE WS-NOTIF-TELEFONE  TO NOTIF-TELEFONE.
           MOVE 0                  TO NOTIF-LIVRO.
           MOVE 0                  TO NOTIF-VALOR.
           MOVE "P"                TO NOTIF-STATUS.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO.
           CLOSE NOTIFICACOES.

       LOCALIZAR-AGENDAMENTO.
           DISPLAY "CÓDIGO DO RECURSO: "
           ACCEPT WS-COD-RECURSO.
           PERFORM SOLICITAR-DATA.
           DISPLAY "HORA DE INÍCIO DA FAIXA: "
           ACCEPT WS-HORA-AGENDA.
           MOVE WS-FILIAL-OPERACAO TO AGD-FILIAL.
           MOVE WS-COD-RECURSO     TO AGD-RECURSO.
           MOVE WS-DATA-AGENDA     TO AGD-DATA.
           MOVE WS-HORA-AGENDA     TO AGD-HORA.

       CANCELAR-AGENDAMENTO.
           PERFORM LOCALIZAR-AGENDAMENTO.
           PERFORM ABRIR-AGENDAMENTOS.
           READ AGENDAMENTOS KEY IS AGD-CHAVE
               INVALID KEY
                   DISPLAY "AGENDAMENTO NÃO ENCONTRADO."
                   CLOSE AGENDAMENTOS
                   EXIT PARAGRAPH
           END-READ.
           IF AGD-STATUS NOT = "R"
               DISPLAY "SÓ AGENDAMENTOS AINDA NÃO UTILIZADOS PODEM "
                       "SER CANCELADOS (SITUAÇÃO " AGD-STATUS ")."
               CLOSE AGENDAMENTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE AGD-STATUS TO WS-AUD-STATUS-ANT.
           MOVE "C" TO AGD-STATUS.
           REWRITE REG-AGENDAMENTO.
           CLOSE AGENDAMENTOS.
           DISPLAY "AGENDAMENTO CANCELADO; FAIXA LIBERADA.".

           MOVE "AGDCANCEL"  TO WS-AUD-OPERACAO.
           MOVE AGD-USUARIO  TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

       REGISTRAR-COMPARECIMENTO.
           PERFORM LOCALIZAR-AGENDAMENTO.
           PERFORM ABRIR-AGENDAMENTOS.
           READ AGENDAMENTOS KEY IS AGD-CHAVE
               INVALID KEY
                   DISPLAY "AGENDAMENTO NÃO ENCONTRADO."
                   CLOSE AGENDAMENTOS
                   EXIT PARAGRAPH
           END-READ.
           IF AGD-STATUS NOT = "R" AND AGD-STATUS NOT = "F"
               DISPLAY "AGENDAMENTO NÃO ESTÁ PENDENTE (SITUAÇÃO "
                       AGD-STATUS ")."
               CLOSE AGENDAMENTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE AGD-STATUS TO WS-AUD-STATUS-ANT.
           MOVE "U" TO AGD-STATUS.
           REWRITE REG-AGENDAMENTO.
           CLOSE AGENDAMENTOS.
           DISPLAY "COMPARECIMENTO REGISTRADO.".

           MOVE "AGDPRESENC" TO WS-AUD-OPERACAO.
           MOVE AGD-USUARIO  TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

      *    Falta = agendamento ainda "R" cuja faixa já terminou
      *    (dia anterior, ou hoje com o fim da faixa já passado),
      *    só na filial da estação.
       LANCAR-FALTAS.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-HOJE-AAAAMMDD.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO WS-HORA-AGORA.
           MOVE 0 TO WS-QTDE-FALTAS.

           PERFORM ABRIR-AGENDAMENTOS.
           MOVE WS-FILIAL-OPERACAO TO AGD-FILIAL.
           MOVE 0                  TO AGD-RECURSO.
           MOVE 0                  TO AGD-DATA.
           MOVE 0                  TO AGD-HORA.
           START AGENDAMENTOS KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-AGD
           END-START.
           PERFORM UNTIL WS-ST-AGD = "10"
               READ AGENDAMENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-AGD
               NOT AT END
                   IF AGD-FILIAL NOT = WS-FILIAL-OPERACAO
                       MOVE "10" TO WS-ST-AGD
                   ELSE
                       IF AGD-STATUS = "R"
                          AND (AGD-DATA < WS-HOJE-AAAAMMDD
                            OR (AGD-DATA = WS-HOJE-AAAAMMDD
                             AND AGD-HORA + AGD-HORAS
                                 <= WS-HORA-AGORA))
                           MOVE "F" TO AGD-STATUS
                           REWRITE REG-AGENDAMENTO
                           ADD 1 TO WS-QTDE-FALTAS
                           DISPLAY "   FALTA: RECURSO " AGD-RECURSO
                                   " DATA " AGD-DATA " "
                                   AGD-HORA "H LEITOR " AGD-USUARIO
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE AGENDAMENTOS.
           DISPLAY "FALTAS LANÇADAS: " WS-QTDE-FALTAS.

           IF WS-QTDE-FALTAS > 0
               MOVE "AGDFALTAS"        TO WS-AUD-OPERACAO
               MOVE WS-FILIAL-OPERACAO TO WS-AUD-CHAVE
               MOVE SPACES             TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *    Folha do dia para a parede do balcão: cada recurso
      *    ativo da filial com as suas faixas e quem as ocupa.
       EMITIR-FOLHA-OCUPACAO.
           PERFORM SOLICITAR-DATA.
           MOVE SPACES TO WS-FOLHA-NOME.
           STRING "OCUPACAO-" WS-FILIAL-OPERACAO "-" WS-DATA-AGENDA
                  ".TXT" DELIMITED BY SIZE INTO WS-FOLHA-NOME.
           OPEN OUTPUT FOLHA-OCUPACAO.

           MOVE WS-DATA-AGENDA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  OCUPAÇÃO DE SALAS E EQUIPAMENTOS - "
                  WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  FILIAL " WS-FILIAL-OPERACAO " - "
                  WS-FILIAL-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.

           MOVE 0 TO WS-QTDE-RECURSOS.
           PERFORM ABRIR-RECURSOS.
           PERFORM ABRIR-AGENDAMENTOS.
           OPEN INPUT USUARIOS.
           MOVE WS-FILIAL-OPERACAO TO REC-FILIAL.
           MOVE 0                  TO REC-COD.
           START RECURSOS KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-REC
           END-START.
           PERFORM UNTIL WS-ST-REC = "10"
               READ RECURSOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-REC
               NOT AT END
                   IF REC-FILIAL NOT = WS-FILIAL-OPERACAO
                       MOVE "10" TO WS-ST-REC
                   ELSE
                       IF REC-STATUS = "A"
                           PERFORM IMPRIMIR-RECURSO-FOLHA
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.
           CLOSE AGENDAMENTOS.
           CLOSE RECURSOS.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.
           CLOSE FOLHA-OCUPACAO.
           DISPLAY "FOLHA DE OCUPAÇÃO GRAVADA EM " WS-FOLHA-NOME.

       IMPRIMIR-RECURSO-FOLHA.
           ADD 1 TO WS-QTDE-RECURSOS.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.
           STRING "  [" REC-COD "] " REC-DESCRICAO
                  " (CAP. " REC-CAPACIDADE ")"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP.

           MOVE REC-HORA-ABRE TO WS-HORA-FAIXA.
           PERFORM UNTIL WS-HORA-FAIXA + REC-DURACAO-FAIXA
                   > REC-HORA-FECHA
               COMPUTE WS-HORA-FIM-FAIXA =
                   WS-HORA-FAIXA + REC-DURACAO-FAIXA
               MOVE "LIVRE" TO WS-SITUACAO-FAIXA
               MOVE WS-FILIAL-OPERACAO TO AGD-FILIAL
               MOVE REC-COD            TO AGD-RECURSO
               MOVE WS-DATA-AGENDA     TO AGD-DATA
               MOVE WS-HORA-FAIXA      TO AGD-HORA
               READ AGENDAMENTOS KEY IS AGD-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AGD-STATUS NOT = "C"
                           PERFORM DESCREVER-OCUPANTE
                       END-IF
               END-READ
               MOVE SPACES TO WS-LINHA-IMP
               STRING "     " WS-HORA-FAIXA "H-" WS-HORA-FIM-FAIXA
                      "H  " WS-SITUACAO-FAIXA
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-FOLHA-OCUPACAO FROM WS-LINHA-IMP
               ADD REC-DURACAO-FAIXA TO WS-HORA-FAIXA
           END-PERFORM.

       DESCREVER-OCUPANTE.
           MOVE SPACES TO WS-SITUACAO-FAIXA.
           MOVE AGD-USUARIO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY MOVE SPACES TO USUARIO-NOME
           END-READ.
           STRING AGD-USUARIO " " USUARIO-NOME(1:24) " "
                  AGD-STATUS
                   DELIMITED BY SIZE INTO WS-SITUACAO-FAIXA.

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
           MOVE "SIS-SALAS"           TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
