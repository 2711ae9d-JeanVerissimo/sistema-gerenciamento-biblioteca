       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-LGPD.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Atendimento aos direitos do titular (LGPD).
      *               Dossiê: dado um código de leitor, reúne num só
      *               arquivo o cadastro (inclusive o responsável),
      *               os empréstimos correntes e históricos, as
      *               reservas, os lançamentos de CONTAS-RECEBER, as
      *               notificações e as linhas de AUDITORIA com a
      *               chave do leitor. Anonimização: localiza os
      *               cadastros inativos há mais que o prazo de
      *               retenção (ANOS-RETENCAO-LGPD), sem empréstimo
      *               em aberto, sem débito e sem reserva viva, e
      *               apaga nome, telefone, e-mail, carteira, PIN e
      *               dados do responsável, mantendo as chaves
      *               numéricas para que estatística e histórico
      *               continuem fechando. Cada anonimização vai ao
      *               jornal e à auditoria e é listada num termo
      *               com campo de assinatura. Acesso de supervisor.
      *               As preferências de contato (CONTATOS.DAT)
      *               entram no dossiê e são excluídas na
      *               anonimização, junto com o registro das
      *               mensagens recebidas do leitor por SMS ou
      *               WhatsApp (MENSAGENS-RECEBIDAS.DAT), que guarda
      *               o número do celular. O endereço do
      *               atendimento domiciliar (DOMICILIAR.DAT) e o
      *               histórico de carteirinhas (HIST-CARTEIRAS.DAT)
      *               também entram no dossiê e são excluídos na
      *               anonimização, com imagem no jornal. Entram
      *               ainda o pré-cadastro do portal que originou o
      *               leitor (excluído), as cobranças PIX (apagado o
      *               identificador E2EID do pagador), as inscrições
      *               em eventos (sem o responsável e com a idade
      *               reduzida ao início da faixa etária), os
      *               agendamentos de salas (sem o código do leitor)
      *               e as doações (sem os dados do doador).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT EMPRESTIMOS-HIST ASSIGN TO 'EMPRESTIMOS-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-HIST-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-HST.

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

           SELECT RECEBIDAS ASSIGN TO 'MENSAGENS-RECEBIDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-MSR.

           SELECT DOMICILIAR ASSIGN TO 'DOMICILIAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOM.

           SELECT HIST-CARTEIRAS ASSIGN TO 'HIST-CARTEIRAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-NUMERO
               ALTERNATE RECORD KEY IS HCT-USUARIO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-HCT.

           SELECT PRE-CADASTROS ASSIGN TO 'PRE-CADASTROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PRE.

           SELECT COBRANCAS-PIX ASSIGN TO 'COBRANCAS-PIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PIX.

           SELECT INSCRICOES-EVT ASSIGN TO 'INSCRICOES-EVT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-INS.

           SELECT AGENDAMENTOS ASSIGN TO 'AGENDAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-AGD.

           SELECT DOACOES ASSIGN TO 'DOACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOA-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DOA.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT DOSSIE ASSIGN TO WS-DOSSIE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT TERMO-ANONIM ASSIGN TO WS-TERMO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

       DATA DIVISION.
       FILE SECTION.

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

       FD EMPRESTIMOS-HIST.
       01 REG-EMPRESTIMO-HIST.
           02 EMP-HIST-COD             PIC 9(7).
           02 EMP-HIST-USUARIO         PIC 9(7).
           02 EMP-HIST-LIVRO           PIC 9(7).
           02 EMP-HIST-EXEMPLAR        PIC 9(3).
           02 EMP-HIST-DATA-EMP        PIC 9(8).
           02 EMP-HIST-DATA-DEV        PIC 9(8).
           02 EMP-HIST-DATA-ENTREGA    PIC 9(8).
           02 EMP-HIST-STATUS          PIC X(1).
           02 EMP-HIST-RENOVACOES      PIC 9(2).
           02 EMP-HIST-LOTE            PIC 9(7).
           02 EMP-HIST-TIPO            PIC X(1).

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

       FD RECEBIDAS.
       01 REG-MSG-RECEBIDA.
           02 MSR-CHAVE.
               03 MSR-TELEFONE         PIC X(11).
               03 MSR-DATA-HORA        PIC X(14).
           02 MSR-CANAL                PIC X(1).
           02 MSR-COMANDO              PIC X(10).
           02 MSR-USUARIO              PIC 9(7).
           02 MSR-SITUACAO             PIC X(1).
           02 MSR-QTDE-RESPOSTAS       PIC 9(3).
           02 MSR-DATA-PROC            PIC 9(8).

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

      *    Histórico das carteirinhas, um registro por número
      *    emitido. HCT-STATUS "A" ativa, "B" bloqueada (lista de
      *    alerta). Motivos: "N" primeira via, "P" perda, "F" furto
      *    ou roubo, "D" dano.
       FD HIST-CARTEIRAS.
       01 REG-HIST-CARTEIRA.
           02 HCT-NUMERO               PIC X(12).
           02 HCT-USUARIO              PIC 9(7).
           02 HCT-VIA                  PIC 9(2).
           02 HCT-STATUS               PIC X(1).
           02 HCT-MOTIVO-EMISSAO       PIC X(1).
           02 HCT-DATA-EMISSAO         PIC 9(8).
           02 HCT-MOTIVO-BLOQUEIO      PIC X(1).
           02 HCT-DATA-BLOQUEIO        PIC 9(8).
           02 HCT-OPERADOR             PIC X(10).

       FD PRE-CADASTROS.
       01 REG-PRE-CADASTRO.
           02 PRE-COD                  PIC 9(7).
           02 PRE-PROTOCOLO            PIC X(15).
           02 PRE-NOME                 PIC X(40).
           02 PRE-TELEFONE             PIC X(11).
           02 PRE-EMAIL                PIC X(20).
           02 PRE-CATEGORIA            PIC X(1).
           02 PRE-RESP-NOME            PIC X(40).
           02 PRE-RESP-TELEFONE        PIC X(11).
           02 PRE-RESP-EMAIL           PIC X(20).
           02 PRE-DATA-SOLIC           PIC 9(8).
           02 PRE-STATUS               PIC X(1).
           02 PRE-DATA-DECISAO         PIC 9(8).
           02 PRE-USUARIO-COD          PIC 9(7).
           02 PRE-MOTIVO               PIC X(2).
           02 PRE-MOTIVO-TEXTO         PIC X(40).
           02 PRE-OPERADOR             PIC X(10).
           02 PRE-RETORNO              PIC X(1).

       FD COBRANCAS-PIX.
       01 REG-COBRANCA-PIX.
           02 PIX-CHAVE.
               03 PIX-USUARIO          PIC 9(7).
               03 PIX-SEQ              PIC 9(5).
           02 PIX-TXID                 PIC X(25).
           02 PIX-DATA-EMISSAO         PIC 9(8).
           02 PIX-VENCIMENTO           PIC 9(8).
           02 PIX-VALOR                PIC 9(7)V99.
           02 PIX-STATUS               PIC X(1).
           02 PIX-QTDE-ITENS           PIC 9(2).
           02 PIX-ITEM OCCURS 20 TIMES.
               03 PIX-ITEM-SEQ         PIC 9(7).
               03 PIX-ITEM-VALOR       PIC 9(7)V99.
           02 PIX-PAYLOAD              PIC X(200).
           02 PIX-DATA-CREDITO         PIC 9(8).
           02 PIX-E2EID                PIC X(32).
           02 PIX-VALOR-CREDITO        PIC 9(7)V99.
           02 PIX-OPERADOR             PIC X(10).

      *    INS-STATUS: I = inscrito (vaga garantida), E = lista de
      *    espera, C = cancelado, P = presente, F = faltou.
      *    INS-RESP-COD é o responsável que inscreveu o dependente
      *    (zero quando o próprio leitor se inscreveu).
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

      *    Doador: L = leitor cadastrado (DOA-USUARIO), E = pessoa
      *    ou entidade externa. Situação: R = recebida, aguardando
      *    avaliação; A = todos os itens avaliados.
       FD DOACOES.
       01 REG-DOACAO.
           02 DOA-COD                  PIC 9(7).
           02 DOA-DATA                 PIC 9(8).
           02 DOA-FILIAL               PIC 9(3).
           02 DOA-TIPO-DOADOR          PIC X(1).
           02 DOA-USUARIO              PIC 9(7).
           02 DOA-DOADOR-NOME          PIC X(40).
           02 DOA-DOADOR-DOC           PIC X(14).
           02 DOA-DOADOR-ENDERECO      PIC X(50).
           02 DOA-DOADOR-TELEFONE      PIC X(11).
           02 DOA-DOADOR-EMAIL         PIC X(40).
           02 DOA-QTDE-ITENS           PIC 9(4).
           02 DOA-QTDE-AVALIADOS       PIC 9(4).
           02 DOA-QTDE-INCORPORADOS    PIC 9(4).
           02 DOA-QTDE-ENCAMINHADOS    PIC 9(4).
           02 DOA-QTDE-DESCARTADOS     PIC 9(4).
           02 DOA-VALOR-TOTAL          PIC 9(9)V99.
           02 DOA-STATUS               PIC X(1).
           02 DOA-DATA-CARTA           PIC 9(8).
           02 DOA-OPERADOR             PIC X(10).

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD DOSSIE.
       01 REG-DOSSIE                   PIC X(80).

       FD TERMO-ANONIM.
       01 REG-TERMO-ANONIM             PIC X(80).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR             PIC X(10).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HST                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RES                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CR                     PIC X(2)      VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MSR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DOM                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HCT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PRE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PIX                    PIC X(2)      VALUE SPACES.
       77 WS-ST-INS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AGD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DOA                    PIC X(2)      VALUE SPACES.
       77 WS-QTDE-PIX-LIMPAS           PIC 9(3)      VALUE 0.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
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
       77 WS-DOSSIE-NOME               PIC X(30)     VALUE SPACES.
       77 WS-TERMO-NOME                PIC X(30)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-ANOS-RETENCAO             PIC 9(2)      VALUE 5.
       77 WS-DATA-LIMITE               PIC 9(8)      VALUE 0.
       77 WS-COD-TITULAR               PIC 9(7)      VALUE 0.
       77 WS-COD-TITULAR-X             PIC X(7)      VALUE SPACES.
       77 WS-COD-ATUAL                 PIC 9(7)      VALUE 0.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-ULTIMA-ATIVIDADE          PIC 9(8)      VALUE 0.
       77 WS-TEM-PENDENCIA             PIC X(1)      VALUE "N".
       77 WS-MOTIVO-RECUSA             PIC X(20)     VALUE SPACES.
       77 WS-SALDO-ITEM                PIC 9(7)V99   VALUE 0.
       77 WS-QTDE-SECAO                PIC 9(5)      VALUE 0.
       77 WS-QTDE-ELEGIVEIS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-ANONIMIZADOS         PIC 9(5)      VALUE 0.
       77 WS-QTDE-NOTIF-LIMPAS         PIC 9(5)      VALUE 0.
       77 WS-MODO-EFETIVAR             PIC X(1)      VALUE "N".
       77 WS-PIN-DEFINIDO              PIC X(3)      VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM LER-PARAMETROS.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ANOS-RETENCAO-LGPD" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ANOS-RETENCAO
           END-READ.

           CLOSE PARAMETROS.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "   PROTEÇÃO DE DADOS (LGPD)         "
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Dossiê de Dados do Titular"
               DISPLAY "2 - Anonimizar Cadastros Inativos"
               DISPLAY "3 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM GERAR-DOSSIE
                   WHEN '2'
                       PERFORM ANONIMIZAR-INATIVOS
                   WHEN '3'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       FORMATAR-DATA.
           IF WS-DATA-FMT-NUM = 0
               MOVE "--/--/----" TO WS-DATA-FMT
           ELSE
               STRING WS-DATA-FMT-NUM(7:2) "/"
                      WS-DATA-FMT-NUM(5:2) "/"
                      WS-DATA-FMT-NUM(1:4)
                      DELIMITED BY SIZE INTO WS-DATA-FMT
           END-IF.

      *    Dossiê do titular: um arquivo por leitor, com todas as
      *    seções em sequência. A emissão fica registrada na
      *    auditoria com a chave do leitor.
       GERAR-DOSSIE.
           DISPLAY "CÓDIGO DO LEITOR (TITULAR): "
           ACCEPT WS-COD-TITULAR.

           OPEN INPUT USUARIOS.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "USUARIOS.DAT INDISPONÍVEL. STATUS: "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-TITULAR TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "LEITOR NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
           END-READ.
           IF USUARIO-STATUS = "C"
               DISPLAY "LEITOR NÃO ENCONTRADO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-TITULAR TO WS-COD-TITULAR-X.
           MOVE SPACES TO WS-DOSSIE-NOME.
           STRING "LGPD-DOSSIE-" WS-COD-TITULAR ".TXT"
                   DELIMITED BY SIZE INTO WS-DOSSIE-NOME.
           OPEN OUTPUT DOSSIE.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DOSSIÊ DE DADOS PESSOAIS - LEITOR "
                  WS-COD-TITULAR
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  EMITIDO EM " WS-DATA-FMT
                  " POR " WS-OPERADOR-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           PERFORM DOSSIE-CADASTRO.
           CLOSE USUARIOS.
           PERFORM DOSSIE-CONTATOS.
           PERFORM DOSSIE-DOMICILIAR.
           PERFORM DOSSIE-CARTEIRAS.
           PERFORM DOSSIE-PRE-CADASTRO.
           PERFORM DOSSIE-EMPRESTIMOS.
           PERFORM DOSSIE-HISTORICO.
           PERFORM DOSSIE-RESERVAS.
           PERFORM DOSSIE-CONTAS.
           PERFORM DOSSIE-COBRANCAS-PIX.
           PERFORM DOSSIE-INSCRICOES-EVT.
           PERFORM DOSSIE-AGENDAMENTOS.
           PERFORM DOSSIE-DOACOES.
           PERFORM DOSSIE-NOTIFICACOES.
           PERFORM DOSSIE-AUDITORIA.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           CLOSE DOSSIE.

           DISPLAY "DOSSIÊ GRAVADO EM " WS-DOSSIE-NOME.

           MOVE "DOSSIELGPD"   TO WS-AUD-OPERACAO.
           MOVE WS-COD-TITULAR TO WS-AUD-CHAVE.
           MOVE SPACES         TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       DOSSIE-CADASTRO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- CADASTRO --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  NOME.......: " USUARIO-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  TELEFONE...: " USUARIO-TELEFONE
                  "  E-MAIL: " USUARIO-EMAIL
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  CPF........: " USUARIO-CPF
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  SITUAÇÃO...: " USUARIO-STATUS
                  "  CATEGORIA: " USUARIO-CATEGORIA
                  "  CARTEIRA: " USUARIO-CARTEIRA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE USUARIO-VALIDADE TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  VALIDADE...: " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE USUARIO-SUSPENSO-ATE TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF USUARIO-PIN = SPACES
               MOVE "NAO" TO WS-PIN-DEFINIDO
           ELSE
               MOVE "SIM" TO WS-PIN-DEFINIDO
           END-IF.
           STRING "  SUSPENSO ATÉ: " WS-DATA-FMT
                  "  PIN DEFINIDO: " WS-PIN-DEFINIDO
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           IF USUARIO-RESP-COD > 0 OR USUARIO-RESP-NOME NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMP
               STRING "  RESPONSÁVEL: " USUARIO-RESP-COD " "
                      USUARIO-RESP-NOME
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-DOSSIE FROM WS-LINHA-IMP
               MOVE SPACES TO WS-LINHA-IMP
               STRING "  TEL. RESP..: " USUARIO-RESP-TELEFONE
                      "  E-MAIL RESP.: " USUARIO-RESP-EMAIL
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-DOSSIE FROM WS-LINHA-IMP
           END-IF.

       DOSSIE-CONTATOS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- PREFERÊNCIAS DE CONTATO --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT = "00"
               MOVE WS-COD-TITULAR TO CTT-USUARIO
               READ CONTATOS KEY IS CTT-USUARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDE-SECAO
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  E-MAIL.....: " CTT-EMAIL
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  CELULAR....: " CTT-CELULAR
                              "  CANAL: " CTT-CANAL
                              "  TITULAR DOS CONTATOS: " CTT-TITULAR
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  AVISOS RECUSADOS: "
                              CTT-TIPOS-RECUSADOS
                              "  ATUALIZADO EM " CTT-DATA-ATUALIZ
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
               END-READ
               CLOSE CONTATOS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-DOMICILIAR.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- ATENDIMENTO DOMICILIAR --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-DOM.
           OPEN INPUT DOMICILIAR.
           IF WS-ST-DOM = "00"
               MOVE WS-COD-TITULAR TO DOM-USUARIO
               READ DOMICILIAR KEY IS DOM-USUARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDE-SECAO
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  ENDEREÇO...: " DOM-ENDERECO
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  BAIRRO.....: " DOM-BAIRRO
                              "  CEP: " DOM-CEP
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  REFERÊNCIA.: " DOM-REFERENCIA
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING "  FILIAL " DOM-FILIAL
                              "  ROTA " DOM-ROTA
                              "  MOTIVO " DOM-MOTIVO
                              "  SIT " DOM-STATUS
                              "  INSCRITO EM " DOM-DATA-INSCR
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       WRITE REG-DOSSIE FROM WS-LINHA-IMP
               END-READ
               CLOSE DOMICILIAR
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-CARTEIRAS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- CARTEIRINHAS EMITIDAS --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-HCT.
           OPEN INPUT HIST-CARTEIRAS.
           IF WS-ST-HCT = "00"
               MOVE WS-COD-TITULAR TO HCT-USUARIO
               START HIST-CARTEIRAS KEY IS EQUAL TO HCT-USUARIO
                   INVALID KEY MOVE "10" TO WS-ST-HCT
               END-START
               PERFORM UNTIL WS-ST-HCT = "10"
                   READ HIST-CARTEIRAS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HCT
                   NOT AT END
                       IF HCT-USUARIO NOT = WS-COD-TITULAR
                           MOVE "10" TO WS-ST-HCT
                       ELSE
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  " HCT-NUMERO
                                  " VIA " HCT-VIA
                                  " SIT " HCT-STATUS
                                  " EMITIDA " HCT-DATA-EMISSAO
                                  " (" HCT-MOTIVO-EMISSAO ")"
                                  " BLOQ. " HCT-DATA-BLOQUEIO
                                  " (" HCT-MOTIVO-BLOQUEIO ")"
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE HIST-CARTEIRAS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

      *    O pré-cadastro fica ligado ao leitor pelo código gravado
      *    na ativação; sem chave por leitor, o arquivo é varrido.
       DOSSIE-PRE-CADASTRO.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- PRÉ-CADASTRO DO PORTAL --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-PRE.
           OPEN INPUT PRE-CADASTROS.
           IF WS-ST-PRE = "00"
               PERFORM UNTIL WS-ST-PRE = "10"
                   READ PRE-CADASTROS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-PRE
                   NOT AT END
                       IF PRE-USUARIO-COD = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  PROTOCOLO " PRE-PROTOCOLO
                                  " EM " PRE-DATA-SOLIC
                                  " ST " PRE-STATUS
                                  " DECISÃO " PRE-DATA-DECISAO
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "    " PRE-NOME
                                  " " PRE-TELEFONE
                                  " " PRE-EMAIL
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           IF PRE-RESP-NOME NOT = SPACES
                               MOVE SPACES TO WS-LINHA-IMP
                               STRING "    RESP. " PRE-RESP-NOME
                                      " " PRE-RESP-TELEFONE
                                      " " PRE-RESP-EMAIL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-IMP
                               WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE PRE-CADASTROS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-EMPRESTIMOS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- EMPRÉSTIMOS CORRENTES --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP = "00"
               PERFORM UNTIL WS-ST-EMP = "10"
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-EMP
                   NOT AT END
                       IF EMPRESTIMO-COD > 0
                          AND EMPRESTIMO-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  EMP " EMPRESTIMO-COD
                                  " LIVRO " EMPRESTIMO-LIVRO
                                  "/" EMPRESTIMO-EXEMPLAR
                                  " EM " EMPRESTIMO-DATA-EMP
                                  " DEV " EMPRESTIMO-DATA-DEV
                                  " ST " EMPRESTIMO-STATUS
                                  " TIPO " EMPRESTIMO-TIPO
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-HISTORICO.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- HISTÓRICO DE EMPRÉSTIMOS --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-HST.
           OPEN INPUT EMPRESTIMOS-HIST.
           IF WS-ST-HST = "00"
               PERFORM UNTIL WS-ST-HST = "10"
                   READ EMPRESTIMOS-HIST NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HST
                   NOT AT END
                       IF EMP-HIST-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  EMP " EMP-HIST-COD
                                  " LIVRO " EMP-HIST-LIVRO
                                  "/" EMP-HIST-EXEMPLAR
                                  " EM " EMP-HIST-DATA-EMP
                                  " ENTREGUE " EMP-HIST-DATA-ENTREGA
                                  " ST " EMP-HIST-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS-HIST
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-RESERVAS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- RESERVAS --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-RES.
           OPEN INPUT RESERVAS.
           IF WS-ST-RES = "00"
               PERFORM UNTIL WS-ST-RES = "10"
                   READ RESERVAS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-RES
                   NOT AT END
                       IF RESERVA-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  RES " RESERVA-COD
                                  " LIVRO " RESERVA-LIVRO
                                  " EM " RESERVA-DATA
                                  " ST " RESERVA-STATUS
                                  " FILIAL RET. "
                                  RESERVA-FILIAL-RETIRADA
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

      *    Lançamentos financeiros lidos por chave: CR-CHAVE começa
      *    pelo leitor, então basta posicionar e ler até trocar.
       DOSSIE-CONTAS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- LANÇAMENTOS FINANCEIROS --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-CR.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-ST-CR = "00"
               MOVE WS-COD-TITULAR TO CR-USUARIO
               MOVE 0              TO CR-SEQ
               START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-CR
               END-START
               PERFORM UNTIL WS-ST-CR = "10"
                   READ CONTAS-RECEBER NEXT RECORD
                       AT END MOVE "10" TO WS-ST-CR
                   NOT AT END
                       IF CR-USUARIO NOT = WS-COD-TITULAR
                           MOVE "10" TO WS-ST-CR
                       ELSE
                           IF CR-SEQ > 0
                               ADD 1 TO WS-QTDE-SECAO
                               MOVE SPACES TO WS-LINHA-IMP
                               STRING "  SEQ " CR-SEQ
                                      " EM " CR-DATA
                                      " ORIG " CR-ORIGEM
                                      " VALOR " CR-VALOR
                                      " PAGO " CR-VALOR-PAGO
                                      " ST " CR-STATUS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-IMP
                               WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

      *    PIX-CHAVE começa pelo leitor, como CR-CHAVE.
       DOSSIE-COBRANCAS-PIX.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- COBRANÇAS PIX --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-PIX.
           OPEN INPUT COBRANCAS-PIX.
           IF WS-ST-PIX = "00"
               MOVE WS-COD-TITULAR TO PIX-USUARIO
               MOVE 0              TO PIX-SEQ
               START COBRANCAS-PIX KEY IS NOT LESS THAN PIX-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-PIX
               END-START
               PERFORM UNTIL WS-ST-PIX = "10"
                   READ COBRANCAS-PIX NEXT RECORD
                       AT END MOVE "10" TO WS-ST-PIX
                   NOT AT END
                       IF PIX-USUARIO NOT = WS-COD-TITULAR
                           MOVE "10" TO WS-ST-PIX
                       ELSE
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  SEQ " PIX-SEQ
                                  " " PIX-TXID
                                  " EM " PIX-DATA-EMISSAO
                                  " VALOR " PIX-VALOR
                                  " ST " PIX-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           IF PIX-E2EID NOT = SPACES
                               MOVE SPACES TO WS-LINHA-IMP
                               STRING "    CRÉDITO " PIX-DATA-CREDITO
                                      " E2EID " PIX-E2EID
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-IMP
                               WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE COBRANCAS-PIX
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

      *    Inscrições do próprio leitor e as que ele assinou como
      *    responsável de um dependente.
       DOSSIE-INSCRICOES-EVT.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- INSCRIÇÕES EM EVENTOS --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-INS.
           OPEN INPUT INSCRICOES-EVT.
           IF WS-ST-INS = "00"
               PERFORM UNTIL WS-ST-INS = "10"
                   READ INSCRICOES-EVT NEXT RECORD
                       AT END MOVE "10" TO WS-ST-INS
                   NOT AT END
                       IF INS-USUARIO = WS-COD-TITULAR
                               OR INS-RESP-COD = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  FILIAL " INS-FILIAL
                                  " EVENTO " INS-EVENTO
                                  " LEITOR " INS-USUARIO
                                  " IDADE " INS-IDADE
                                  " ST " INS-STATUS
                                  " EM " INS-DATA-REG
                                  " RESP. " INS-RESP-COD
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE INSCRICOES-EVT
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-AGENDAMENTOS.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- AGENDAMENTOS DE SALAS E EQUIPAMENTOS --"
               TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-AGD.
           OPEN INPUT AGENDAMENTOS.
           IF WS-ST-AGD = "00"
               PERFORM UNTIL WS-ST-AGD = "10"
                   READ AGENDAMENTOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-AGD
                   NOT AT END
                       IF AGD-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  FILIAL " AGD-FILIAL
                                  " RECURSO " AGD-RECURSO
                                  " EM " AGD-DATA
                                  " " AGD-HORA "H"
                                  " (" AGD-HORAS "H)"
                                  " PESSOAS " AGD-PESSOAS
                                  " ST " AGD-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE AGENDAMENTOS
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-DOACOES.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- DOAÇÕES DE ACERVO --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-DOA.
           OPEN INPUT DOACOES.
           IF WS-ST-DOA = "00"
               PERFORM UNTIL WS-ST-DOA = "10"
                   READ DOACOES NEXT RECORD
                       AT END MOVE "10" TO WS-ST-DOA
                   NOT AT END
                       IF DOA-TIPO-DOADOR = "L"
                               AND DOA-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  DOAÇÃO " DOA-COD
                                  " EM " DOA-DATA
                                  " FILIAL " DOA-FILIAL
                                  " ITENS " DOA-QTDE-ITENS
                                  " ST " DOA-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "    " DOA-DOADOR-NOME
                                  " DOC " DOA-DOADOR-DOC
                                  " " DOA-DOADOR-TELEFONE
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "    " DOA-DOADOR-ENDERECO
                                  " " DOA-DOADOR-EMAIL
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE DOACOES
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       DOSSIE-NOTIFICACOES.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- NOTIFICAÇÕES --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-NOT.
           OPEN INPUT NOTIFICACOES.
           IF WS-ST-NOT = "00"
               PERFORM UNTIL WS-ST-NOT = "10"
                   READ NOTIFICACOES NEXT RECORD
                       AT END MOVE "10" TO WS-ST-NOT
                   NOT AT END
                       IF NOTIF-USUARIO = WS-COD-TITULAR
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  NOT " NOTIF-COD
                                  " EM " NOTIF-DATA
                                  " TIPO " NOTIF-TIPO
                                  " ST " NOTIF-STATUS
                                  " " NOTIF-EMAIL
                                  " " NOTIF-TELEFONE
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE NOTIFICACOES
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

      *    A auditoria guarda a chave como texto; as operações
      *    sobre o cadastro e o caixa gravam o código do leitor
      *    nas sete primeiras posições.
       DOSSIE-AUDITORIA.
           MOVE 0 TO WS-QTDE-SECAO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.
           MOVE "-- REGISTROS DE AUDITORIA --" TO WS-LINHA-IMP.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

           MOVE "00" TO WS-ST-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-ST-AUD = "00"
               PERFORM UNTIL WS-ST-AUD = "10"
                   READ AUDITORIA NEXT RECORD
                       AT END MOVE "10" TO WS-ST-AUD
                   NOT AT END
                       IF AUD-CHAVE(1:7) = WS-COD-TITULAR-X
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE SPACES TO WS-LINHA-IMP
                           STRING "  " AUD-DATA-HORA(1:14)
                                  " " AUD-PROGRAMA
                                  " " AUD-OPERACAO
                                  " " AUD-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-IMP
                           WRITE REG-DOSSIE FROM WS-LINHA-IMP
                       END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.
           PERFORM FECHAR-SECAO-DOSSIE.

       FECHAR-SECAO-DOSSIE.
           MOVE SPACES TO WS-LINHA-IMP.
           IF WS-QTDE-SECAO = 0
               MOVE "  (NENHUM REGISTRO)" TO WS-LINHA-IMP
           ELSE
               STRING "  TOTAL: " WS-QTDE-SECAO " REGISTRO(S)"
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-DOSSIE FROM WS-LINHA-IMP.

      *    Prévia primeiro, efetivação sob confirmação: as duas
      *    passadas usam a mesma regra de elegibilidade.
       ANONIMIZAR-INATIVOS.
           COMPUTE WS-DATA-LIMITE = WS-HOJE-AAAAMMDD
                   - WS-ANOS-RETENCAO * 10000.
           MOVE WS-DATA-LIMITE TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "RETENÇÃO: " WS-ANOS-RETENCAO " ANO(S). SERÃO "
                   "CONSIDERADOS OS CADASTROS INATIVOS SEM "
                   "MOVIMENTO DESDE " WS-DATA-FMT ".".

           MOVE "N" TO WS-MODO-EFETIVAR.
           PERFORM VARRER-CADASTROS.

           IF WS-QTDE-ELEGIVEIS = 0
               DISPLAY "NENHUM CADASTRO ELEGÍVEL À ANONIMIZAÇÃO."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA A ANONIMIZAÇÃO DE " WS-QTDE-ELEGIVEIS
                   " CADASTRO(S)? A OPERAÇÃO NÃO TEM VOLTA. (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "ANONIMIZAÇÃO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TERMO-NOME.
           STRING "LGPD-ANONIM-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-TERMO-NOME.
           OPEN OUTPUT TERMO-ANONIM.
           PERFORM CABECALHO-TERMO.

           MOVE "S" TO WS-MODO-EFETIVAR.
           MOVE 0   TO WS-QTDE-ANONIMIZADOS.
           MOVE 0   TO WS-QTDE-NOTIF-LIMPAS.
           PERFORM VARRER-CADASTROS.

           PERFORM RODAPE-TERMO.
           CLOSE TERMO-ANONIM.

           DISPLAY "CADASTROS ANONIMIZADOS: " WS-QTDE-ANONIMIZADOS.
           DISPLAY "NOTIFICAÇÕES COM CONTATO APAGADO: "
                   WS-QTDE-NOTIF-LIMPAS.
           DISPLAY "TERMO PARA ASSINATURA GRAVADO EM " WS-TERMO-NOME.

      *    Varredura com reposicionamento por chave, pois a
      *    anonimização reescreve o registro corrente e consulta
      *    os demais arquivos entre uma leitura e outra.
       VARRER-CADASTROS.
           MOVE 0   TO WS-QTDE-ELEGIVEIS.
           MOVE 0   TO WS-COD-ATUAL.
           MOVE "N" TO WS-FIM-VARREDURA.

           OPEN I-O USUARIOS.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "USUARIOS.DAT INDISPONÍVEL. STATUS: "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-FIM-VARREDURA = "S"
               MOVE WS-COD-ATUAL TO USUARIO-COD
               START USUARIOS KEY IS GREATER THAN USUARIO-COD
                   INVALID KEY MOVE "S" TO WS-FIM-VARREDURA
               END-START
               IF WS-FIM-VARREDURA = "N"
                   READ USUARIOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIM-VARREDURA
                   NOT AT END
                       MOVE USUARIO-COD TO WS-COD-ATUAL
                       PERFORM AVALIAR-CADASTRO
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE USUARIOS.

       AVALIAR-CADASTRO.
           IF USUARIO-STATUS NOT = "I" AND USUARIO-STATUS NOT = "X"
                   AND USUARIO-STATUS NOT = "U"
               EXIT PARAGRAPH
           END-IF.
           IF USUARIO-NOME = SPACES AND USUARIO-CARTEIRA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE USUARIO-COD TO WS-COD-TITULAR.
           PERFORM APURAR-SITUACAO-TITULAR.

           IF WS-TEM-PENDENCIA = "S"
               IF WS-MODO-EFETIVAR = "N"
                       AND WS-ULTIMA-ATIVIDADE < WS-DATA-LIMITE
                   DISPLAY "   USU " USUARIO-COD " RETIDO: "
                           WS-MOTIVO-RECUSA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ULTIMA-ATIVIDADE >= WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTDE-ELEGIVEIS.
           IF WS-MODO-EFETIVAR = "N"
               MOVE WS-ULTIMA-ATIVIDADE TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "   USU " USUARIO-COD " ST " USUARIO-STATUS
                       " ÚLTIMO MOVIMENTO " WS-DATA-FMT
           ELSE
               PERFORM ANONIMIZAR-CADASTRO
           END-IF.

      *    Último movimento = a data mais recente entre validade
      *    da matrícula, empréstimos (correntes e históricos),
      *    reservas, lançamentos financeiros, inscrições em
      *    eventos, agendamentos de salas e doações (estes três
      *    cobrem também a agenda futura). Pendência = algum
      *    empréstimo em aberto ou contestado, débito em aberto
      *    ou reserva ainda viva.
       APURAR-SITUACAO-TITULAR.
           MOVE 0   TO WS-ULTIMA-ATIVIDADE.
           MOVE "N" TO WS-TEM-PENDENCIA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.

           IF USUARIO-VALIDADE < 99991231
               MOVE USUARIO-VALIDADE TO WS-ULTIMA-ATIVIDADE
           END-IF.

           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP = "00"
               PERFORM UNTIL WS-ST-EMP = "10"
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-EMP
                   NOT AT END
                       IF EMPRESTIMO-COD > 0
                          AND EMPRESTIMO-USUARIO = WS-COD-TITULAR
                           IF EMPRESTIMO-DATA-EMP > WS-ULTIMA-ATIVIDADE
                               MOVE EMPRESTIMO-DATA-EMP
                                   TO WS-ULTIMA-ATIVIDADE
                           END-IF
                           IF EMPRESTIMO-DATA-ENTREGA
                                   > WS-ULTIMA-ATIVIDADE
                               MOVE EMPRESTIMO-DATA-ENTREGA
                                   TO WS-ULTIMA-ATIVIDADE
                           END-IF
                           IF EMPRESTIMO-STATUS = "E"
                                   OR EMPRESTIMO-STATUS = "A"
                               MOVE "S" TO WS-TEM-PENDENCIA
                               MOVE "EMPRESTIMO EM ABERTO"
                                   TO WS-MOTIVO-RECUSA
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS
           END-IF.

           MOVE "00" TO WS-ST-HST.
           OPEN INPUT EMPRESTIMOS-HIST.
           IF WS-ST-HST = "00"
               PERFORM UNTIL WS-ST-HST = "10"
                   READ EMPRESTIMOS-HIST NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HST
                   NOT AT END
                       IF EMP-HIST-USUARIO = WS-COD-TITULAR
                           IF EMP-HIST-DATA-ENTREGA
                                   > WS-ULTIMA-ATIVIDADE
                               MOVE EMP-HIST-DATA-ENTREGA
                                   TO WS-ULTIMA-ATIVIDADE
                           END-IF
                           IF EMP-HIST-DATA-EMP > WS-ULTIMA-ATIVIDADE
                               MOVE EMP-HIST-DATA-EMP
                                   TO WS-ULTIMA-ATIVIDADE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS-HIST
           END-IF.

           MOVE "00" TO WS-ST-RES.
           OPEN INPUT RESERVAS.
           IF WS-ST-RES = "00"
               PERFORM UNTIL WS-ST-RES = "10"
                   READ RESERVAS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-RES
                   NOT AT END
                       IF RESERVA-USUARIO = WS-COD-TITULAR
                           IF RESERVA-DATA > WS-ULTIMA-ATIVIDADE
                               MOVE RESERVA-DATA
                                   TO WS-ULTIMA-ATIVIDADE
                           END-IF
                           IF RESERVA-STATUS = "A"
                                   OR RESERVA-STATUS = "N"
                                   OR RESERVA-STATUS = "T"
                                   OR RESERVA-STATUS = "D"
                               MOVE "S" TO WS-TEM-PENDENCIA
                               MOVE "RESERVA VIVA"
                                   TO WS-MOTIVO-RECUSA
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

           MOVE "00" TO WS-ST-CR.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-ST-CR = "00"
               MOVE WS-COD-TITULAR TO CR-USUARIO
               MOVE 0              TO CR-SEQ
               START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "10" TO WS-ST-CR
               END-START
               PERFORM UNTIL WS-ST-CR = "10"
                   READ CONTAS-RECEBER NEXT RECORD
                       AT END MOVE "10" TO WS-ST-CR
                   NOT AT END
                       IF CR-USUARIO NOT = WS-COD-TITULAR
                           MOVE "10" TO WS-ST-CR
                       ELSE
                           IF CR-SEQ > 0
                               IF CR-DATA > WS-ULTIMA-ATIVIDADE
                                   MOVE CR-DATA
                                       TO WS-ULTIMA-ATIVIDADE
                               END-IF
                               IF CR-DATA-BAIXA > WS-ULTIMA-ATIVIDADE
                                   MOVE CR-DATA-BAIXA
                                       TO WS-ULTIMA-ATIVIDADE
                               END-IF
                               IF CR-STATUS = "A"
                                   MOVE "S" TO WS-TEM-PENDENCIA
                                   MOVE "DEBITO EM ABERTO"
                                       TO WS-MOTIVO-RECUSA
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF.

           MOVE "00" TO WS-ST-INS.
           OPEN INPUT INSCRICOES-EVT.
           IF WS-ST-INS = "00"
               PERFORM UNTIL WS-ST-INS = "10"
                   READ INSCRICOES-EVT NEXT RECORD
                       AT END MOVE "10" TO WS-ST-INS
                   NOT AT END
                       IF (INS-USUARIO = WS-COD-TITULAR
                               OR INS-RESP-COD = WS-COD-TITULAR)
                           AND INS-DATA-REG > WS-ULTIMA-ATIVIDADE
                           MOVE INS-DATA-REG TO WS-ULTIMA-ATIVIDADE
                       END-IF
               END-PERFORM
               CLOSE INSCRICOES-EVT
           END-IF.

           MOVE "00" TO WS-ST-AGD.
           OPEN INPUT AGENDAMENTOS.
           IF WS-ST-AGD = "00"
               PERFORM UNTIL WS-ST-AGD = "10"
                   READ AGENDAMENTOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-AGD
                   NOT AT END
                       IF AGD-USUARIO = WS-COD-TITULAR
                           AND AGD-DATA > WS-ULTIMA-ATIVIDADE
                           MOVE AGD-DATA TO WS-ULTIMA-ATIVIDADE
                       END-IF
               END-PERFORM
               CLOSE AGENDAMENTOS
           END-IF.

           MOVE "00" TO WS-ST-DOA.
           OPEN INPUT DOACOES.
           IF WS-ST-DOA = "00"
               PERFORM UNTIL WS-ST-DOA = "10"
                   READ DOACOES NEXT RECORD
                       AT END MOVE "10" TO WS-ST-DOA
                   NOT AT END
                       IF DOA-TIPO-DOADOR = "L"
                           AND DOA-USUARIO = WS-COD-TITULAR
                           AND DOA-DATA > WS-ULTIMA-ATIVIDADE
                           MOVE DOA-DATA TO WS-ULTIMA-ATIVIDADE
                       END-IF
               END-PERFORM
               CLOSE DOACOES
           END-IF.

      *    Apaga os dados pessoais e mantém as chaves numéricas
      *    (código, responsável vinculado), situação, categoria e
      *    datas, que alimentam a estatística.
       ANONIMIZAR-CADASTRO.
           MOVE REG-USUARIO    TO WS-JRN-ANTES.
           MOVE USUARIO-STATUS TO WS-AUD-STATUS-ANT.
           MOVE WS-ULTIMA-ATIVIDADE TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.

           MOVE SPACES TO USUARIO-NOME.
           MOVE SPACES TO USUARIO-TELEFONE.
           MOVE SPACES TO USUARIO-EMAIL.
           MOVE SPACES TO USUARIO-CARTEIRA.
           MOVE SPACES TO USUARIO-PIN.
           MOVE SPACES TO USUARIO-RESP-NOME.
           MOVE SPACES TO USUARIO-RESP-TELEFONE.
           MOVE SPACES TO USUARIO-RESP-EMAIL.
           MOVE SPACES TO USUARIO-CPF.
           REWRITE REG-USUARIO.
           ADD 1 TO WS-QTDE-ANONIMIZADOS.

           MOVE REG-USUARIO   TO WS-JRN-DEPOIS.
           MOVE "USUARIOS"    TO WS-JRN-ARQUIVO.
           MOVE "R"           TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE "ANONIMIZA"   TO WS-AUD-OPERACAO.
           MOVE USUARIO-COD   TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

           PERFORM LIMPAR-CONTATO-NOTIFICACOES.
           PERFORM EXCLUIR-PREFERENCIAS-CONTATO.
           PERFORM EXCLUIR-MENSAGENS-RECEBIDAS.
           PERFORM EXCLUIR-DOMICILIAR.
           PERFORM EXCLUIR-HIST-CARTEIRAS.
           PERFORM EXCLUIR-PRE-CADASTRO.
           PERFORM LIMPAR-E2EID-PIX.
           PERFORM LIMPAR-INSCRICOES-EVT.
           PERFORM LIMPAR-AGENDAMENTOS.
           PERFORM LIMPAR-DOADOR.

           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  " USUARIO-COD
                  "   CAT " USUARIO-CATEGORIA
                  "   SIT " WS-AUD-STATUS-ANT
                  "   ÚLTIMO MOVIMENTO " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.

      *    As notificações já enviadas guardam cópia do e-mail e do
      *    telefone; a cópia também é apagada.
       LIMPAR-CONTATO-NOTIFICACOES.
           MOVE "00" TO WS-ST-NOT.
           OPEN I-O NOTIFICACOES.
           IF WS-ST-NOT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-NOT = "10"
               READ NOTIFICACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-NOT
               NOT AT END
                   IF NOTIF-USUARIO = WS-COD-TITULAR
                      AND (NOTIF-EMAIL NOT = SPACES
                           OR NOTIF-TELEFONE NOT = SPACES)
                       MOVE REG-NOTIFICACAO TO WS-JRN-ANTES
                       MOVE SPACES TO NOTIF-EMAIL
                       MOVE SPACES TO NOTIF-TELEFONE
                       REWRITE REG-NOTIFICACAO
                       ADD 1 TO WS-QTDE-NOTIF-LIMPAS
                       MOVE REG-NOTIFICACAO TO WS-JRN-DEPOIS
                       MOVE "NOTIFICACOES"  TO WS-JRN-ARQUIVO
                       MOVE "R"             TO WS-JRN-OPERACAO
                       PERFORM GRAVAR-JORNAL
                   END-IF
           END-PERFORM.
           CLOSE NOTIFICACOES.

      *    O registro de preferências só contém dados de contato
      *    e é excluído; o histórico de consentimento permanece na
      *    auditoria, pela chave numérica.
       EXCLUIR-PREFERENCIAS-CONTATO.
           MOVE "00" TO WS-ST-CTT.
           OPEN I-O CONTATOS.
           IF WS-ST-CTT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-TITULAR TO CTT-USUARIO.
           READ CONTATOS KEY IS CTT-USUARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-CONTATO TO WS-JRN-ANTES
                   DELETE CONTATOS RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES     TO WS-JRN-DEPOIS
                           MOVE "CONTATOS" TO WS-JRN-ARQUIVO
                           MOVE "D"        TO WS-JRN-OPERACAO
                           PERFORM GRAVAR-JORNAL
                   END-DELETE
           END-READ.
           CLOSE CONTATOS.

      *    O endereço de entrega só existe para o atendimento
      *    domiciliar: o registro sai inteiro, como as
      *    preferências de contato.
       EXCLUIR-DOMICILIAR.
           MOVE "00" TO WS-ST-DOM.
           OPEN I-O DOMICILIAR.
           IF WS-ST-DOM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-TITULAR TO DOM-USUARIO.
           READ DOMICILIAR KEY IS DOM-USUARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-DOMICILIAR TO WS-JRN-ANTES
                   DELETE DOMICILIAR RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES       TO WS-JRN-DEPOIS
                           MOVE "DOMICILIAR" TO WS-JRN-ARQUIVO
                           MOVE "D"          TO WS-JRN-OPERACAO
                           PERFORM GRAVAR-JORNAL
                   END-DELETE
           END-READ.
           CLOSE DOMICILIAR.

      *    O número da carteirinha é a chave primária do histórico
      *    e não pode ser apagado no lugar: cada via emitida para
      *    o leitor é excluída.
       EXCLUIR-HIST-CARTEIRAS.
           MOVE "00" TO WS-ST-HCT.
           OPEN I-O HIST-CARTEIRAS.
           IF WS-ST-HCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-TITULAR TO HCT-USUARIO.
           START HIST-CARTEIRAS KEY IS EQUAL TO HCT-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-HCT
           END-START.
           PERFORM UNTIL WS-ST-HCT = "10"
               READ HIST-CARTEIRAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-HCT
               NOT AT END
                   IF HCT-USUARIO NOT = WS-COD-TITULAR
                       MOVE "10" TO WS-ST-HCT
                   ELSE
                       MOVE REG-HIST-CARTEIRA TO WS-JRN-ANTES
                       DELETE HIST-CARTEIRAS RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-JRN-DEPOIS
                               MOVE "HIST-CARTEIR"
                                   TO WS-JRN-ARQUIVO
                               MOVE "D" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-DELETE
                   END-IF
           END-PERFORM.
           CLOSE HIST-CARTEIRAS.

      *    A chave do registro é o próprio celular: as mensagens
      *    do leitor saem do arquivo. O comando atendido continua
      *    na auditoria, pela data e hora.
       EXCLUIR-MENSAGENS-RECEBIDAS.
           MOVE "00" TO WS-ST-MSR.
           OPEN I-O RECEBIDAS.
           IF WS-ST-MSR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-MSR = "10"
               READ RECEBIDAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-MSR
               NOT AT END
                   IF MSR-USUARIO = WS-COD-TITULAR
                       MOVE REG-MSG-RECEBIDA TO WS-JRN-ANTES
                       DELETE RECEBIDAS RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-JRN-DEPOIS
                               MOVE "RECEBIDAS" TO WS-JRN-ARQUIVO
                               MOVE "D" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-DELETE
                   END-IF
           END-PERFORM.
           CLOSE RECEBIDAS.

      *    O pré-cadastro só guarda os dados digitados no portal,
      *    já copiados para o cadastro na ativação: sai inteiro.
       EXCLUIR-PRE-CADASTRO.
           MOVE "00" TO WS-ST-PRE.
           OPEN I-O PRE-CADASTROS.
           IF WS-ST-PRE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-PRE = "10"
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-USUARIO-COD = WS-COD-TITULAR
                       MOVE REG-PRE-CADASTRO TO WS-JRN-ANTES
                       DELETE PRE-CADASTROS RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-JRN-DEPOIS
                               MOVE "PRE-CADASTRO" TO WS-JRN-ARQUIVO
                               MOVE "D" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-DELETE
                   END-IF
           END-PERFORM.
           CLOSE PRE-CADASTROS.

      *    A cobrança PIX fica para a conciliação e o fechamento;
      *    sai só o E2EID, que identifica a conta do pagador. O
      *    registro não cabe na imagem do jornal, então a limpeza
      *    vai para a auditoria, uma linha por leitor.
       LIMPAR-E2EID-PIX.
           MOVE 0    TO WS-QTDE-PIX-LIMPAS.
           MOVE "00" TO WS-ST-PIX.
           OPEN I-O COBRANCAS-PIX.
           IF WS-ST-PIX NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-TITULAR TO PIX-USUARIO.
           MOVE 0              TO PIX-SEQ.
           START COBRANCAS-PIX KEY IS NOT LESS THAN PIX-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-PIX
           END-START.
           PERFORM UNTIL WS-ST-PIX = "10"
               READ COBRANCAS-PIX NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PIX
               NOT AT END
                   IF PIX-USUARIO NOT = WS-COD-TITULAR
                       MOVE "10" TO WS-ST-PIX
                   ELSE
                       IF PIX-E2EID NOT = SPACES
                           MOVE SPACES TO PIX-E2EID
                           REWRITE REG-COBRANCA-PIX
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTDE-PIX-LIMPAS
                           END-REWRITE
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE COBRANCAS-PIX.
           IF WS-QTDE-PIX-LIMPAS > 0
               MOVE "ANONIMPIX"    TO WS-AUD-OPERACAO
               MOVE WS-COD-TITULAR TO WS-AUD-CHAVE
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *    A inscrição é chave do evento e alimenta a frequência por
      *    faixa etária: fica, sem o responsável e com a idade
      *    trocada pelo início da faixa. Onde o titular assinou
      *    como responsável de um dependente, sai o vínculo.
       LIMPAR-INSCRICOES-EVT.
           MOVE "00" TO WS-ST-INS.
           OPEN I-O INSCRICOES-EVT.
           IF WS-ST-INS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-INS = "10"
               READ INSCRICOES-EVT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-INS
               NOT AT END
                   IF INS-USUARIO = WS-COD-TITULAR
                           OR INS-RESP-COD = WS-COD-TITULAR
                       MOVE REG-INSCRICAO-EVT TO WS-JRN-ANTES
                       IF INS-USUARIO = WS-COD-TITULAR
                           PERFORM GENERALIZAR-IDADE
                       END-IF
                       MOVE 0 TO INS-RESP-COD
                       REWRITE REG-INSCRICAO-EVT
                           INVALID KEY MOVE SPACES TO WS-JRN-ANTES
                           NOT INVALID KEY
                               MOVE REG-INSCRICAO-EVT
                                   TO WS-JRN-DEPOIS
                               MOVE "INSCRICOES" TO WS-JRN-ARQUIVO
                               MOVE "R" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-REWRITE
                   END-IF
           END-PERFORM.
           CLOSE INSCRICOES-EVT.

      *    Mesmas faixas do relatório de programação de
      *    SIS-EVENTOS (0-3, 4-6, 7-9, 10-12, 13-17, 18+).
       GENERALIZAR-IDADE.
           EVALUATE TRUE
               WHEN INS-IDADE <= 3
                   MOVE 0  TO INS-IDADE
               WHEN INS-IDADE <= 6
                   MOVE 4  TO INS-IDADE
               WHEN INS-IDADE <= 9
                   MOVE 7  TO INS-IDADE
               WHEN INS-IDADE <= 12
                   MOVE 10 TO INS-IDADE
               WHEN INS-IDADE <= 17
                   MOVE 13 TO INS-IDADE
               WHEN OTHER
                   MOVE 18 TO INS-IDADE
           END-EVALUATE.

      *    A ocupação das salas continua contando; só o vínculo com
      *    o leitor sai do agendamento.
       LIMPAR-AGENDAMENTOS.
           MOVE "00" TO WS-ST-AGD.
           OPEN I-O AGENDAMENTOS.
           IF WS-ST-AGD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-AGD = "10"
               READ AGENDAMENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-AGD
               NOT AT END
                   IF AGD-USUARIO = WS-COD-TITULAR
                       MOVE REG-AGENDAMENTO TO WS-JRN-ANTES
                       MOVE 0 TO AGD-USUARIO
                       REWRITE REG-AGENDAMENTO
                           INVALID KEY MOVE SPACES TO WS-JRN-ANTES
                           NOT INVALID KEY
                               MOVE REG-AGENDAMENTO TO WS-JRN-DEPOIS
                               MOVE "AGENDAMENTOS" TO WS-JRN-ARQUIVO
                               MOVE "R" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-REWRITE
                   END-IF
           END-PERFORM.
           CLOSE AGENDAMENTOS.

      *    A doação continua no controle de acervo e no balanço do
      *    mês; saem o nome, o documento e os contatos do doador.
       LIMPAR-DOADOR.
           MOVE "00" TO WS-ST-DOA.
           OPEN I-O DOACOES.
           IF WS-ST-DOA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-DOA = "10"
               READ DOACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DOA
               NOT AT END
                   IF DOA-TIPO-DOADOR = "L"
                           AND DOA-USUARIO = WS-COD-TITULAR
                       MOVE REG-DOACAO TO WS-JRN-ANTES
                       MOVE SPACES TO DOA-DOADOR-NOME
                       MOVE SPACES TO DOA-DOADOR-DOC
                       MOVE SPACES TO DOA-DOADOR-ENDERECO
                       MOVE SPACES TO DOA-DOADOR-TELEFONE
                       MOVE SPACES TO DOA-DOADOR-EMAIL
                       REWRITE REG-DOACAO
                           INVALID KEY MOVE SPACES TO WS-JRN-ANTES
                           NOT INVALID KEY
                               MOVE REG-DOACAO TO WS-JRN-DEPOIS
                               MOVE "DOACOES" TO WS-JRN-ARQUIVO
                               MOVE "R" TO WS-JRN-OPERACAO
                               PERFORM GRAVAR-JORNAL
                       END-REWRITE
                   END-IF
           END-PERFORM.
           CLOSE DOACOES.

       CABECALHO-TERMO.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE "  TERMO DE ANONIMIZAÇÃO DE DADOS PESSOAIS (LGPD)"
               TO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DATA: " WS-DATA-FMT
                  "  OPERADOR: " WS-OPERADOR-ATUAL
                  "  RETENÇÃO: " WS-ANOS-RETENCAO " ANO(S)"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  CÓDIGO    CATEGORIA / SITUAÇÃO / "
                  "ÚLTIMO MOVIMENTO"
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.

       RODAPE-TERMO.
           MOVE "---------------------------------------" TO
               WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  CADASTROS ANONIMIZADOS: " WS-QTDE-ANONIMIZADOS
                  "  NOTIFICAÇÕES: " WS-QTDE-NOTIF-LIMPAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE "  ____________________________    "
               TO WS-LINHA-IMP.
           MOVE "____________________________" TO WS-LINHA-IMP(39:28).
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE "  SUPERVISOR RESPONSÁVEL" TO WS-LINHA-IMP.
           MOVE "ENCARREGADO DE DADOS" TO WS-LINHA-IMP(39:20).
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-TERMO-ANONIM FROM WS-LINHA-IMP.

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
           MOVE "SIS-LGPD"            TO AUD-PROGRAMA
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
