       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Realiza cadastro de novos usuarios,
      *               pesquisa e apaga usuarios existentes.
      *               Atende a fila de pré-cadastros vindos do
      *               portal (PRE-CADASTROS.DAT): conferência de
      *               documentos no balcão, ativação com emissão
      *               da carteirinha ou recusa com motivo.
      *               O CPF do leitor é conferido pelos dígitos
      *               verificadores e não se repete entre cadastros
      *               vivos (índice alternativo de USUARIOS.DAT);
      *               a pesquisa aceita código ou CPF, e a opção
      *               de completar CPF lista e atualiza os
      *               cadastros antigos que ainda não o têm.
      *               Mantém as preferências de contato do leitor
      *               (CONTATOS.DAT): e-mail e celular completos,
      *               canal preferido e recusa por tipo de aviso;
      *               avisos obrigatórios (cobrança e recolhimento)
      *               não podem ser recusados, e cada recusa ou
      *               retomada fica registrada na auditoria.
      *               Substitui a carteirinha perdida, furtada ou
      *               danificada: novo número, taxa lançada em
      *               CONTAS-RECEBER.DAT, número antigo bloqueado no
      *               histórico de carteirinhas (HIST-CARTEIRAS.DAT)
      *               e nova via no arquivo de impressão do dia.
      *               Com a cadeia noturna em andamento (chave
      *               JANELA-NOTURNA de PARAMETROS.DAT) o cadastro
      *               fica em modo somente consulta: pesquisa e
      *               dependentes do responsável.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
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
               FILE STATUS IS WS-FILE-STATUS.
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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT PRE-CADASTROS ASSIGN TO 'PRE-CADASTROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PRE.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTT.

           SELECT HIST-CARTEIRAS ASSIGN TO 'HIST-CARTEIRAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCT-NUMERO
               ALTERNATE RECORD KEY IS HCT-USUARIO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-HCT.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT CARTEIRA-IMP ASSIGN TO WS-CART-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CRT.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
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
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

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

      *    Preferências de contato: CTT-CANAL "E" e-mail, "S" SMS,
      *    "W" WhatsApp, branco = padrão (e-mail e SMS).
      *    CTT-TITULAR "R" quando os contatos são do responsável
      *    legal do menor. CTT-TIPOS-RECUSADOS guarda as letras de
      *    NOTIF-TIPO que o leitor não quer receber.
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

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD CARTEIRA-IMP.
       01 REG-CARTEIRA-IMP             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS            PIC X(2)       VALUE SPACES.
       77 WS-ST-JRN                 PIC X(2)       VALUE SPACES.
       77 WS-JRN-ARQUIVO            PIC X(12)      VALUE SPACES.
       77 WS-JRN-OPERACAO           PIC X(1)       VALUE SPACES.
       77 WS-JRN-ANTES              PIC X(250)     VALUE SPACES.
       77 WS-JRN-DEPOIS             PIC X(250)     VALUE SPACES.
       77 WS-OPCAO                  PIC X(1)       VALUE 'S'.
       77 WS-RESPOSTA               PIC X(1).
       77 WS-AUD-DATA-HORA          PIC X(21).
       77 WS-DEBITO-DEP             PIC 9(9)V99    VALUE 0.
       77 WS-DEBITO-FAMILIA         PIC 9(9)V99    VALUE 0.
       77 WS-DEP-COD                PIC 9(7)       VALUE 0.
       77 WS-ST-PRE                 PIC X(2)       VALUE SPACES.
       77 WS-ST-CRT                 PIC X(2)       VALUE SPACES.
       77 WS-PRE-COD                PIC 9(7)       VALUE 0.
       77 WS-QTDE-PRE-PEND          PIC 9(5)       VALUE 0.
       77 WS-PRE-DUPLICADO          PIC 9(7)       VALUE 0.
       77 WS-NOME-MAIUSC            PIC X(40)      VALUE SPACES.
       77 WS-MOTIVO-RECUSA-PRE      PIC X(40)      VALUE SPACES.
       77 WS-CART-NOME              PIC X(30)      VALUE SPACES.
       77 WS-LINHA-IMP              PIC X(80)      VALUE SPACES.
       77 WS-ENTRADA-BUSCA          PIC X(14)      VALUE SPACES.
       77 WS-CPF-DIGITADO           PIC X(14)      VALUE SPACES.
       77 WS-CPF-VALIDO             PIC X(1)       VALUE "N".
       77 WS-CPF-QTDE-DIG           PIC 9(2)       VALUE 0.
       77 WS-CPF-POS                PIC 9(2)       VALUE 0.
       77 WS-CPF-DIG                PIC 9(1)       VALUE 0.
       77 WS-CPF-IGUAIS             PIC 9(2)       VALUE 0.
       77 WS-CPF-SOMA               PIC 9(4)       VALUE 0.
       77 WS-CPF-DV                 PIC 9(2)       VALUE 0.
       77 WS-CPF-FMT                PIC X(14)      VALUE SPACES.
       77 WS-CPF-EXISTENTE          PIC 9(7)       VALUE 0.
       77 WS-CPF-SOBREV             PIC X(11)      VALUE SPACES.
       77 WS-CPF-DUPLIC             PIC X(11)      VALUE SPACES.
       77 WS-QTDE-SEM-CPF           PIC 9(5)       VALUE 0.
       77 WS-ST-HCT                 PIC X(2)       VALUE SPACES.
       77 WS-ST-PAR                 PIC X(2)       VALUE SPACES.
       77 WS-JANELA-NOTURNA         PIC X(1)       VALUE "N".
       77 WS-JANELA-SITUACAO        PIC 9(1)       VALUE 0.
       77 WS-JANELA-DESCRICAO       PIC X(40)      VALUE SPACES.
       77 WS-HCT-VIA                PIC 9(2)       VALUE 0.
       77 WS-HCT-MOTIVO             PIC X(1)       VALUE SPACES.
       77 WS-CARTEIRA-ANTIGA        PIC X(12)      VALUE SPACES.
       77 WS-CARTEIRA-NOVA          PIC X(12)      VALUE SPACES.
       77 WS-TAXA-CARTEIRA          PIC 9(7)V99    VALUE 10,00.
       77 WS-ST-CTT                 PIC X(2)       VALUE SPACES.
       77 WS-CTT-NOVO               PIC X(1)       VALUE "N".
       77 WS-CTT-EMAIL-DIG          PIC X(60)      VALUE SPACES.
       77 WS-CTT-CELULAR-DIG        PIC X(13)      VALUE SPACES.
       77 WS-CTT-TIPO               PIC X(1)       VALUE SPACES.
       77 WS-CTT-RECUSADOS-ANT      PIC X(20)      VALUE SPACES.
       77 WS-CTT-QTDE               PIC 9(2)       VALUE 0.
       77 WS-CTT-QTDE-ANT           PIC 9(2)       VALUE 0.
       77 WS-CTT-IDX                PIC 9(2)       VALUE 0.
       77 WS-CTT-POS                PIC 9(2)       VALUE 0.
       77 WS-CTT-SITUACAO           PIC X(12)      VALUE SPACES.
       77 WS-CTT-CANAL-DESC         PIC X(25)      VALUE SPACES.
      *    Tipos de aviso da fila NOTIFICACOES.DAT e do arquivo de
      *    lembretes de vencimento ("D"): código, "S" quando o aviso
      *    é obrigatório (não admite recusa) e rótulo.
       01 WS-TAB-AVISOS-DADOS.
           02 FILLER                   PIC X(32)
                                       VALUE "RNRESERVA DISPONIVEL".
           02 FILLER                   PIC X(32)
                                       VALUE "ONRESERVA PELO PORTAL".
           02 FILLER                   PIC X(32)
                                       VALUE "DNLEMBRETE DE VENCIMENTO".
           02 FILLER                   PIC X(32)
                                       VALUE "CNMULTA/REPOSICAO".
           02 FILLER                   PIC X(32)
                                       VALUE "VNVALIDADE DA MATRICULA".
           02 FILLER                   PIC X(32)
                                       VALUE "ANAQUISICAO SUGERIDA".
           02 FILLER                   PIC X(32)
                                       VALUE "LNEMPRESTIMO DIGITAL".
           02 FILLER                   PIC X(32)
                                       VALUE "SNAGENDAMENTO DE SALA".
           02 FILLER                   PIC X(32)
                                       VALUE "ENLEMBRETE DE EVENTO".
           02 FILLER                   PIC X(32)
                                       VALUE "WNVAGA EM EVENTO".
           02 FILLER                   PIC X(32)
                                       VALUE "KSRECOLHIMENTO (RECALL)".
           02 FILLER                   PIC X(32)
                                       VALUE "1SCOBRANCA - 1O AVISO".
           02 FILLER                   PIC X(32)
                                       VALUE "2SCOBRANCA - 2O AVISO".
       01 WS-TAB-AVISOS REDEFINES WS-TAB-AVISOS-DADOS.
           02 WS-AVISO-ENT OCCURS 13 TIMES.
               03 WS-AVISO-COD         PIC X(1).
               03 WS-AVISO-OBRIG       PIC X(1).
               03 WS-AVISO-ROTULO      PIC X(30).
       01 WS-USUARIO-DADOS.
           02 WS-COD                PIC 9(7).
           02 WS-NOME               PIC X(40).
           02 WS-EMAIL              PIC X(20).
           02 WS-STATUS             PIC X(1).
           02 WS-CATEGORIA          PIC X(1).
           02 WS-CPF                PIC X(11).

       PROCEDURE DIVISION.

           PERFORM MENU-PRINCIPAL.
           STOP RUN.

      *    Chave JANELA-NOTURNA gravada pela cadeia noturna: 1 =
      *    em execução, 2 = interrompida por falha. Zero ou 3
      *    (liberada pelo supervisor) é operação normal.
       LER-JANELA-NOTURNA.
           MOVE "N"    TO WS-JANELA-NOTURNA.
           MOVE 0      TO WS-JANELA-SITUACAO.
           MOVE SPACES TO WS-JANELA-DESCRICAO.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "JANELA-NOTURNA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR     TO WS-JANELA-SITUACAO
                   MOVE PARAM-DESCRICAO TO WS-JANELA-DESCRICAO
           END-READ.
           CLOSE PARAMETROS.

           IF WS-JANELA-SITUACAO = 1 OR 2
               MOVE "S" TO WS-JANELA-NOTURNA
           END-IF.

       VERIFICAR-JANELA-NOTURNA.
           PERFORM LER-JANELA-NOTURNA.
           IF WS-JANELA-NOTURNA = "S"
               PERFORM EXIBIR-JANELA-NOTURNA
           END-IF.

       EXIBIR-JANELA-NOTURNA.
           DISPLAY "*********************************************"
           IF WS-JANELA-SITUACAO = 2
               DISPLAY "*  CADEIA NOTURNA INTERROMPIDA POR FALHA    *"
           ELSE
               DISPLAY "*  CADEIA NOTURNA EM EXECUÇÃO               *"
           END-IF
           DISPLAY "*  SISTEMA EM MODO SOMENTE CONSULTA         *"
           DISPLAY "*********************************************"
           DISPLAY "  " WS-JANELA-DESCRICAO.

       AVISAR-JANELA-NOTURNA.
           DISPLAY "OPERAÇÃO INDISPONÍVEL DURANTE A CADEIA NOTURNA: "
                   "SÓ CONSULTAS ATÉ O FIM DO PROCESSAMENTO OU A "
                   "LIBERAÇÃO DE EMERGÊNCIA PELO SUPERVISOR.".

      *    A validade das matrículas e a expiração de reservas
      *    rodam na cadeia sobre o mesmo cadastro.
       RESTRINGIR-OPCAO-JANELA.
           EVALUATE WS-OPCAO
               WHEN '2'
               WHEN '7'
               WHEN '9'
                   CONTINUE
               WHEN OTHER
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "-" TO WS-OPCAO
           END-EVALUATE.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               PERFORM VERIFICAR-JANELA-NOTURNA
               DISPLAY "-------------------------------------"
               DISPLAY "  SISTEMA DE CADASTRO DE USU�RIOS"
               DISPLAY "-------------------------------------"
               DISPLAY "5 - Definir PIN do Totem"
               DISPLAY "6 - Unificar Cadastros (Supervisor)"
               DISPLAY "7 - Dependentes do Responsável"
               DISPLAY "8 - Pré-cadastros do Portal"
               DISPLAY "P - Completar CPF (Cadastros Antigos)"
               DISPLAY "C - Preferências de Contato e Avisos"
               DISPLAY "S - Substituir Carteirinha (Perda/Furto/Dano)"
               DISPLAY "9 - Voltar"
               DISPLAY "Escolha uma op��o (1-8/P/C/S/9): "
               ACCEPT WS-OPCAO
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                   PERFORM RESTRINGIR-OPCAO-JANELA
               END-IF

               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '7'
                       PERFORM LISTAR-DEPENDENTES
                   WHEN '8'
                       PERFORM FILA-PRE-CADASTROS
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM COMPLETAR-CPF
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM PREFERENCIAS-CONTATO
                   WHEN 'S'
                   WHEN 's'
                       PERFORM SUBSTITUIR-CARTEIRA
                   WHEN '-'
                       CONTINUE
                   WHEN '9'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OP��O INV�LIDA!"
           PERFORM GRAVAR-USUARIO.
           CLOSE USUARIOS.

           DISPLAY "REGISTRAR AGORA AS PREFERÊNCIAS DE CONTATO "
                   "(E-MAIL/CELULAR COMPLETOS, AVISOS)? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA = "S"
               PERFORM MANTER-PREFERENCIAS
           END-IF.

       ABRIR-USUARIOS.
           OPEN I-O USUARIOS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
               END-PERFORM
           END-IF.

      *    CPF digitado com ou sem pontuação (999.999.999-99):
      *    ficam só os dígitos em WS-CPF, que precisam ser 11 e
      *    fechar os dois dígitos verificadores (módulo 11).
      *    Sequências repetidas (111.111.111-11 etc.) fecham a
      *    conta mas não são CPF emitido e são recusadas.
       CONFERIR-CPF-DIGITADO.
           MOVE "N"    TO WS-CPF-VALIDO.
           MOVE SPACES TO WS-CPF.
           MOVE 0      TO WS-CPF-QTDE-DIG.
           PERFORM VARYING WS-CPF-POS FROM 1 BY 1
                   UNTIL WS-CPF-POS > 14
               IF WS-CPF-DIGITADO(WS-CPF-POS:1) IS NUMERIC
                   ADD 1 TO WS-CPF-QTDE-DIG
                   IF WS-CPF-QTDE-DIG <= 11
                       MOVE WS-CPF-DIGITADO(WS-CPF-POS:1)
                           TO WS-CPF(WS-CPF-QTDE-DIG:1)
                   END-IF
               ELSE IF WS-CPF-DIGITADO(WS-CPF-POS:1) NOT = "."
                       AND WS-CPF-DIGITADO(WS-CPF-POS:1) NOT = "-"
                       AND WS-CPF-DIGITADO(WS-CPF-POS:1) NOT = SPACE
                   MOVE 99 TO WS-CPF-QTDE-DIG
               END-IF
               END-IF
           END-PERFORM.
           IF WS-CPF-QTDE-DIG NOT = 11
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CPF-IGUAIS.
           INSPECT WS-CPF TALLYING WS-CPF-IGUAIS
               FOR ALL WS-CPF(1:1).
           IF WS-CPF-IGUAIS = 11
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CPF-SOMA.
           PERFORM VARYING WS-CPF-POS FROM 1 BY 1
                   UNTIL WS-CPF-POS > 9
               MOVE WS-CPF(WS-CPF-POS:1) TO WS-CPF-DIG
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG * (11 - WS-CPF-POS)
           END-PERFORM.
           COMPUTE WS-CPF-DV = FUNCTION MOD(WS-CPF-SOMA * 10, 11).
           IF WS-CPF-DV = 10
               MOVE 0 TO WS-CPF-DV
           END-IF.
           MOVE WS-CPF(10:1) TO WS-CPF-DIG.
           IF WS-CPF-DIG NOT = WS-CPF-DV
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CPF-SOMA.
           PERFORM VARYING WS-CPF-POS FROM 1 BY 1
                   UNTIL WS-CPF-POS > 10
               MOVE WS-CPF(WS-CPF-POS:1) TO WS-CPF-DIG
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG * (12 - WS-CPF-POS)
           END-PERFORM.
           COMPUTE WS-CPF-DV = FUNCTION MOD(WS-CPF-SOMA * 10, 11).
           IF WS-CPF-DV = 10
               MOVE 0 TO WS-CPF-DV
           END-IF.
           MOVE WS-CPF(11:1) TO WS-CPF-DIG.
           IF WS-CPF-DIG NOT = WS-CPF-DV
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-CPF-VALIDO.

      *    Procura pelo índice alternativo um cadastro vivo com o
      *    CPF de WS-CPF, ignorando o próprio leitor (WS-COD);
      *    inativados, unificados e o registro de controle não
      *    contam. Achando, REG-USUARIO fica com o cadastro.
       LOCALIZAR-CPF.
           MOVE 0      TO WS-CPF-EXISTENTE.
           MOVE WS-CPF TO USUARIO-CPF.
           MOVE "00"   TO WS-FILE-STATUS.
           START USUARIOS KEY IS EQUAL TO USUARIO-CPF
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-CPF-EXISTENTE NOT = 0
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-CPF NOT = WS-CPF
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF USUARIO-COD NOT = 0
                           AND USUARIO-COD NOT = WS-COD
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                       MOVE USUARIO-COD TO WS-CPF-EXISTENTE
                   END-IF
                   END-IF
           END-PERFORM.

       FORMATAR-CPF.
           MOVE SPACES TO WS-CPF-FMT.
           STRING USUARIO-CPF(1:3) "." USUARIO-CPF(4:3) "."
                  USUARIO-CPF(7:3) "-" USUARIO-CPF(10:2)
                   DELIMITED BY SIZE INTO WS-CPF-FMT.

      *    CPF do novo cadastro: obrigatório para adultos; o
      *    menor sem CPF passa em branco (completa-se depois pela
      *    opção de completar CPF). CPF já usado por outro
      *    cadastro vivo recusa o cadastro e mostra o existente.
       SOLICITAR-CPF.
           MOVE "N" TO WS-CPF-VALIDO.
           PERFORM UNTIL WS-CPF-VALIDO = "S"
               IF WS-EH-MENOR = "S"
                   DISPLAY "DIGITE O CPF DO LEITOR (ENTER SE O "
                           "MENOR NÃO TIVER / 'SAIR'): "
               ELSE
                   DISPLAY "DIGITE O CPF DO LEITOR (OU 'SAIR'): "
               END-IF
               MOVE SPACES TO WS-CPF-DIGITADO
               ACCEPT WS-CPF-DIGITADO
               MOVE FUNCTION UPPER-CASE(WS-CPF-DIGITADO)
                   TO WS-CPF-DIGITADO
               IF WS-CPF-DIGITADO = "SAIR"
                   MOVE "S" TO WS-CADASTRO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-CPF-DIGITADO = SPACES AND WS-EH-MENOR = "S"
                   MOVE SPACES TO WS-CPF
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONFERIR-CPF-DIGITADO
               IF WS-CPF-VALIDO NOT = "S"
                   DISPLAY "CPF INVÁLIDO: USE OS 11 DÍGITOS, COM OU "
                           "SEM PONTOS E TRAÇO; CONFIRA O DÍGITO "
                           "VERIFICADOR NO DOCUMENTO."
               END-IF
           END-PERFORM.

           PERFORM LOCALIZAR-CPF.
           IF WS-CPF-EXISTENTE NOT = 0
               DISPLAY "CPF JÁ CADASTRADO PARA O LEITOR "
                       WS-CPF-EXISTENTE ":"
               PERFORM EXIBIR-DADOS-USUARIO
               DISPLAY "CADASTRO RECUSADO: USE O CADASTRO EXISTENTE."
               MOVE "CPF-RECUSA"     TO WS-AUD-OPERACAO
               MOVE WS-CPF-EXISTENTE TO WS-AUD-CHAVE
               MOVE USUARIO-STATUS   TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
               MOVE "S" TO WS-CADASTRO-CANCELADO
           END-IF.

       SOLICITAR-DADOS-USUARIO.
           INITIALIZE WS-USUARIO-DADOS
           MOVE "N" TO WS-CADASTRO-CANCELADO
               PERFORM SOLICITAR-RESPONSAVEL
           END-IF.

           MOVE 0 TO WS-COD.
           PERFORM SOLICITAR-CPF.

      *    Estudantes valem até o fim do semestre corrente; as
      *    demais categorias não têm vencimento de matrícula.
       CALCULAR-VALIDADE-PADRAO.
           MOVE SPACES   TO USUARIO-RESP-NOME.
           MOVE SPACES   TO USUARIO-RESP-TELEFONE.
           MOVE SPACES   TO USUARIO-RESP-EMAIL.
           MOVE SPACES   TO USUARIO-CPF.
           WRITE REG-USUARIO.

           MOVE SPACES      TO WS-JRN-ANTES.
           MOVE WS-RESP-NOME     TO USUARIO-RESP-NOME
           MOVE WS-RESP-TELEFONE TO USUARIO-RESP-TELEFONE
           MOVE WS-RESP-EMAIL    TO USUARIO-RESP-EMAIL
           MOVE WS-CPF           TO USUARIO-CPF

           WRITE REG-USUARIO
               INVALID KEY DISPLAY "ERRO: C�DIGO J� EXISTE!"
                   MOVE "USUARIOS"  TO WS-JRN-ARQUIVO
                   MOVE "W"         TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
                   PERFORM REGISTRAR-PRIMEIRA-VIA
           END-WRITE.

      *    Pesquisa pelo código ou pelo CPF: entrada com mais de
      *    7 posições é tratada como CPF (com ou sem pontuação).
       PESQUISAR-USUARIO.
           DISPLAY "DIGITE O CÓDIGO OU O CPF DO USUÁRIO PARA "
                   "PESQUISAR: "
           ACCEPT WS-ENTRADA-BUSCA

           PERFORM ABRIR-USUARIOS
           IF WS-ENTRADA-BUSCA(8:7) NOT = SPACES
               MOVE WS-ENTRADA-BUSCA TO WS-CPF-DIGITADO
               PERFORM CONFERIR-CPF-DIGITADO
               IF WS-CPF-VALIDO NOT = "S"
                   DISPLAY "CPF INVÁLIDO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-COD
               PERFORM LOCALIZAR-CPF
               IF WS-CPF-EXISTENTE = 0
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-COD = FUNCTION NUMVAL(WS-ENTRADA-BUSCA)
               MOVE WS-COD TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY
                       DISPLAY "USUÁRIO NÃO ENCONTRADO."
                       CLOSE USUARIOS
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "C"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF

           PERFORM EXIBIR-DADOS-USUARIO
           CLOSE USUARIOS.

       EXIBIR-DADOS-USUARIO.
           DISPLAY "DADOS DO USUÁRIO:"
           DISPLAY "CÓDIGO:   " USUARIO-COD
           DISPLAY "NOME:     " USUARIO-NOME
           DISPLAY "TELEFONE: " USUARIO-TELEFONE
           DISPLAY "E-MAIL:   " USUARIO-EMAIL
           DISPLAY "STATUS:   " USUARIO-STATUS
           DISPLAY "CATEGORIA:" USUARIO-CATEGORIA
           DISPLAY "CARTEIRA: " USUARIO-CARTEIRA
           IF USUARIO-CPF = SPACES
               DISPLAY "CPF:      (NÃO INFORMADO)"
           ELSE
               PERFORM FORMATAR-CPF
               DISPLAY "CPF:      " WS-CPF-FMT
           END-IF
           IF USUARIO-RESP-COD NOT = 0
               DISPLAY "RESPONSÁVEL: LEITOR " USUARIO-RESP-COD
           ELSE IF USUARIO-RESP-NOME NOT = SPACES
               DISPLAY "RESPONSÁVEL: " USUARIO-RESP-NOME(1:30)
                       " TEL " USUARIO-RESP-TELEFONE
           END-IF
           END-IF.

       DELETAR-USUARIO.
           DISPLAY "DIGITE O C�DIGO DO USU�RIO PARA DELETAR: "
           MOVE USUARIO-NOME     TO WS-NOME-SOBREVIVENTE.
           MOVE USUARIO-EMAIL    TO WS-EMAIL-SOBREV.
           MOVE USUARIO-TELEFONE TO WS-FONE-SOBREV.
           MOVE USUARIO-CPF      TO WS-CPF-SOBREV.

           MOVE WS-COD-DUPLICADO TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE USUARIO-CPF      TO WS-CPF-DUPLIC.
           CLOSE USUARIOS.

           DISPLAY "SOBREVIVENTE: " WS-COD-SOBREVIVENTE " - "
           PERFORM UNIFICAR-CONTAS.
           PERFORM UNIFICAR-NOTIFICACOES.
           PERFORM INATIVAR-DUPLICADO.
           IF WS-CPF-SOBREV = SPACES AND WS-CPF-DUPLIC NOT = SPACES
               PERFORM TRANSFERIR-CPF-SOBREVIVENTE
           END-IF.

           DISPLAY "UNIFICAÇÃO CONCLUÍDA:"
           DISPLAY "   EMPRÉSTIMOS REAPONTADOS:  " WS-QTDE-EMP-UNI
           DISPLAY "CADASTRO " WS-COD-DUPLICADO " INATIVADO COM A "
                   "MARCA 'UNIF " WS-COD-SOBREVIVENTE "'.".

      *    Só o duplicado tinha o CPF: passa para o sobrevivente
      *    (o duplicado, já com status "U", não conta mais na
      *    unicidade).
       TRANSFERIR-CPF-SOBREVIVENTE.
           PERFORM ABRIR-USUARIOS
           MOVE WS-COD-SOBREVIVENTE TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   CLOSE USUARIOS
                   EXIT PARAGRAPH.

           MOVE REG-USUARIO   TO WS-JRN-ANTES.
           MOVE WS-CPF-DUPLIC TO USUARIO-CPF.
           REWRITE REG-USUARIO.
           CLOSE USUARIOS.

           MOVE REG-USUARIO TO WS-JRN-DEPOIS.
           MOVE "USUARIOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           DISPLAY "CPF DO DUPLICADO TRANSFERIDO PARA O CADASTRO "
                   WS-COD-SOBREVIVENTE ".".

      *    Responsável legal do leitor menor: referência a outro
      *    leitor do cadastro (código) ou os dados capturados na
      *    hora; um dos dois é obrigatório.

           CLOSE CONTAS-RECEBER.
           ADD WS-DEBITO-DEP TO WS-DEBITO-FAMILIA.

      *    Fila de pré-cadastros importados do portal por
      *    SIS-PORTAL-CAD: o leitor comparece com os documentos,
      *    o balcão confere pessoalmente e ativa (código,
      *    validade e carteirinha do cadastro normal) ou recusa
      *    com o motivo que volta ao portal no próximo retorno.
       FILA-PRE-CADASTROS.
           PERFORM ABRIR-PRE-CADASTROS.
           IF WS-ST-PRE NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LISTAR-PRE-PENDENTES.
           IF WS-QTDE-PRE-PEND = 0
               DISPLAY "NENHUM PRÉ-CADASTRO AGUARDANDO O BALCÃO."
               CLOSE PRE-CADASTROS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CÓDIGO DO PRÉ-CADASTRO A ATENDER (0 = VOLTAR): "
           ACCEPT WS-PRE-COD.
           IF WS-PRE-COD = 0
               CLOSE PRE-CADASTROS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRE-COD TO PRE-COD.
           READ PRE-CADASTROS KEY IS PRE-COD
               INVALID KEY
                   DISPLAY "PRÉ-CADASTRO NÃO ENCONTRADO."
                   CLOSE PRE-CADASTROS
                   EXIT PARAGRAPH.

           IF PRE-STATUS NOT = "P"
               DISPLAY "PRÉ-CADASTRO NÃO ESTÁ MAIS PENDENTE."
               CLOSE PRE-CADASTROS
               EXIT PARAGRAPH
           END-IF.

           MOVE PRE-DATA-SOLIC TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "PROTOCOLO DO PORTAL: " PRE-PROTOCOLO
                   "  SOLICITADO EM " WS-DATA-FMT
           DISPLAY "NOME:     " PRE-NOME
           DISPLAY "TELEFONE: " PRE-TELEFONE
           DISPLAY "E-MAIL:   " PRE-EMAIL
           DISPLAY "CATEGORIA:" PRE-CATEGORIA
           IF PRE-RESP-NOME NOT = SPACES
               DISPLAY "MENOR DE IDADE - RESPONSÁVEL: "
                       PRE-RESP-NOME(1:30)
               DISPLAY "   TEL " PRE-RESP-TELEFONE
                       "  E-MAIL " PRE-RESP-EMAIL
           END-IF.
           DISPLAY "CONFIRA PESSOALMENTE O DOCUMENTO COM FOTO E O "
                   "COMPROVANTE DE ENDEREÇO."
           DISPLAY "A=ATIVAR / R=RECUSAR / V=VOLTAR: "
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.

           EVALUATE WS-RESPOSTA
               WHEN "A"
                   PERFORM ATIVAR-PRE-CADASTRO
               WHEN "R"
                   PERFORM RECUSAR-PRE-CADASTRO
               WHEN OTHER
                   DISPLAY "PRÉ-CADASTRO MANTIDO NA FILA."
           END-EVALUATE.

           CLOSE PRE-CADASTROS.

      *    Sem PRE-CADASTROS.DAT o portal ainda não enviou nada;
      *    o arquivo é criado pela importação.
       ABRIR-PRE-CADASTROS.
           OPEN I-O PRE-CADASTROS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-PRE NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O PRE-CADASTROS
           END-PERFORM.
           EVALUATE WS-ST-PRE
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "NENHUM PRÉ-CADASTRO RECEBIDO DO PORTAL."
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PRE-CADASTROS.DAT! STATUS: "
                   WS-ST-PRE
           END-EVALUATE.

       LISTAR-PRE-PENDENTES.
           MOVE 0 TO WS-QTDE-PRE-PEND.
           DISPLAY "PRÉ-CADASTROS AGUARDANDO CONFERÊNCIA:"
           DISPLAY "CÓDIGO  SOLICITADO NOME                     "
                   "      CAT MENOR"

           MOVE 0    TO PRE-COD.
           MOVE "00" TO WS-ST-PRE.
           START PRE-CADASTROS KEY IS NOT LESS THAN PRE-COD
               INVALID KEY MOVE "10" TO WS-ST-PRE
           END-START.
           PERFORM UNTIL WS-ST-PRE = "10"
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-STATUS = "P"
                       ADD 1 TO WS-QTDE-PRE-PEND
                       MOVE PRE-DATA-SOLIC TO WS-DATA-FMT-NUM
                       PERFORM FORMATAR-DATA
                       IF PRE-RESP-NOME NOT = SPACES
                           DISPLAY PRE-COD " " WS-DATA-FMT " "
                                   PRE-NOME(1:30) "  "
                                   PRE-CATEGORIA "   S"
                       ELSE
                           DISPLAY PRE-COD " " WS-DATA-FMT " "
                                   PRE-NOME(1:30) "  "
                                   PRE-CATEGORIA "   N"
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-PRE.

      *    Mesmo caminho de CADASTRAR-USUARIO a partir dos dados
      *    conferidos: próximo código do registro de controle,
      *    GRAVAR-USUARIO (carteirinha "U" + código, validade
      *    padrão da categoria, PIN de fábrica) e a impressão da
      *    carteirinha para entregar na hora.
       ATIVAR-PRE-CADASTRO.
           PERFORM ABRIR-USUARIOS.
           PERFORM VERIFICAR-DUPLICIDADE-PRE.
           IF WS-PRE-DUPLICADO NOT = 0
               DISPLAY "JÁ EXISTE O LEITOR " WS-PRE-DUPLICADO
                       " COM ESTE NOME E CONTATO. RECUSE O "
                       "PRÉ-CADASTRO E USE O CADASTRO EXISTENTE."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-USUARIO-DADOS.
           MOVE PRE-NOME          TO WS-NOME.
           MOVE PRE-TELEFONE      TO WS-TELEFONE.
           MOVE PRE-EMAIL         TO WS-EMAIL.
           MOVE "A"               TO WS-STATUS.
           MOVE PRE-CATEGORIA     TO WS-CATEGORIA.
           MOVE 0                 TO WS-RESP-COD.
           MOVE PRE-RESP-NOME     TO WS-RESP-NOME.
           MOVE PRE-RESP-TELEFONE TO WS-RESP-TELEFONE.
           MOVE PRE-RESP-EMAIL    TO WS-RESP-EMAIL.
           IF PRE-RESP-NOME NOT = SPACES
               PERFORM VINCULAR-RESPONSAVEL-PRE
           END-IF.

      *    O portal não coleta CPF: é conferido no documento
      *    apresentado no balcão, com a mesma regra do cadastro.
           MOVE "N" TO WS-CADASTRO-CANCELADO.
           MOVE "N" TO WS-EH-MENOR.
           IF PRE-RESP-NOME NOT = SPACES
               MOVE "S" TO WS-EH-MENOR
           END-IF.
           PERFORM SOLICITAR-CPF.
           IF WS-CADASTRO-CANCELADO = "S"
               DISPLAY "ATIVAÇÃO NÃO CONCLUÍDA; O PRÉ-CADASTRO "
                       "CONTINUA PENDENTE."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM OBTER-PROX-COD-USUARIO.
           PERFORM GRAVAR-USUARIO.
           IF WS-FILE-STATUS(1:1) NOT = "0"
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM EMITIR-CARTEIRA-PRE.
           CLOSE USUARIOS.

           MOVE "A"               TO PRE-STATUS.
           MOVE WS-COD            TO PRE-USUARIO-COD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-DATA-DECISAO.
           MOVE SPACES            TO PRE-MOTIVO.
           MOVE SPACES            TO PRE-MOTIVO-TEXTO.
           MOVE WS-OPERADOR-ATUAL TO PRE-OPERADOR.
           REWRITE REG-PRE-CADASTRO.

           MOVE "PRE-ATIVA"  TO WS-AUD-OPERACAO
           MOVE PRE-COD      TO WS-AUD-CHAVE
           MOVE "P"          TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "PRÉ-CADASTRO " PRE-COD " ATIVADO COMO LEITOR "
                   WS-COD ". CARTEIRINHA EM " WS-CART-NOME.

      *    O responsável informado no portal pode já ser leitor;
      *    com o código a cobrança e os avisos seguem o cadastro
      *    dele, como em SOLICITAR-RESPONSAVEL.
       VINCULAR-RESPONSAVEL-PRE.
           DISPLAY "CÓDIGO DO RESPONSÁVEL JÁ CADASTRADO (0 = USAR "
                   "OS DADOS INFORMADOS NO PORTAL): "
           ACCEPT WS-RESP-COD.
           IF WS-RESP-COD = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RESP-COD TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "RESPONSÁVEL NÃO ENCONTRADO; MANTIDOS OS "
                           "DADOS DO PORTAL."
                   MOVE 0 TO WS-RESP-COD
               NOT INVALID KEY
                   IF USUARIO-STATUS = "X"
                           OR USUARIO-STATUS = "C"
                           OR USUARIO-STATUS = "U"
                       DISPLAY "RESPONSÁVEL NÃO ESTÁ ATIVO NO "
                               "CADASTRO; MANTIDOS OS DADOS DO "
                               "PORTAL."
                       MOVE 0 TO WS-RESP-COD
                   ELSE
                       DISPLAY "RESPONSÁVEL: " USUARIO-NOME(1:30)
                       MOVE SPACES TO WS-RESP-NOME
                       MOVE SPACES TO WS-RESP-TELEFONE
                       MOVE SPACES TO WS-RESP-EMAIL
                   END-IF
           END-READ.

      *    Alguém pode ter sido cadastrado direto no balcão
      *    depois da importação: mesma regra de SIS-PORTAL-CAD
      *    (mesmo nome com o mesmo telefone ou e-mail).
       VERIFICAR-DUPLICIDADE-PRE.
           MOVE 0 TO WS-PRE-DUPLICADO.
           MOVE FUNCTION UPPER-CASE(PRE-NOME) TO WS-NOME-MAIUSC.

           MOVE 0    TO USUARIO-COD.
           MOVE "00" TO WS-FILE-STATUS.
           START USUARIOS KEY IS NOT LESS THAN USUARIO-COD
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-PRE-DUPLICADO NOT = 0
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-COD NOT = 0
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                           AND FUNCTION UPPER-CASE(USUARIO-NOME)
                               = WS-NOME-MAIUSC
                           AND (USUARIO-TELEFONE = PRE-TELEFONE
                            OR USUARIO-EMAIL = PRE-EMAIL)
                       MOVE USUARIO-COD TO WS-PRE-DUPLICADO
                   END-IF
           END-PERFORM.

      *    Mesmo leiaute da carteirinha de SIS-ETIQUETAS, num
      *    arquivo por leitor para imprimir no balcão.
       EMITIR-CARTEIRA-PRE.
           MOVE SPACES TO WS-CART-NOME.
           STRING "CARTEIRA-" DELIMITED BY SIZE
                  USUARIO-CARTEIRA DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-CART-NOME.
           OPEN OUTPUT CARTEIRA-IMP.
           IF WS-ST-CRT NOT = "00"
               DISPLAY "ERRO AO GERAR " WS-CART-NOME "! STATUS: "
                       WS-ST-CRT ". USE A SEGUNDA VIA EM ETIQUETAS."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ESCREVER-CARTEIRA.
           CLOSE CARTEIRA-IMP.

      *    A substituta vai para o arquivo do dia de SIS-ETIQUETAS
      *    (CARTEIRAS-AAAAMMDD.TXT), acrescentada ao que já houver.
       EMITIR-CARTEIRA-SUBST.
           MOVE SPACES TO WS-CART-NOME.
           STRING "CARTEIRAS-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-CART-NOME.
           OPEN EXTEND CARTEIRA-IMP.
           IF WS-ST-CRT = "35"
               OPEN OUTPUT CARTEIRA-IMP
           END-IF.
           IF WS-ST-CRT NOT = "00" AND WS-ST-CRT NOT = "05"
               DISPLAY "ERRO AO GERAR " WS-CART-NOME "! STATUS: "
                       WS-ST-CRT ". USE A SEGUNDA VIA EM ETIQUETAS."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ESCREVER-CARTEIRA.
           MOVE "   *** SEGUNDA VIA - NOVO NÚMERO ***    " TO
               WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.
           CLOSE CARTEIRA-IMP.

       ESCREVER-CARTEIRA.
           MOVE "========================================" TO
               WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.
           MOVE "      BIBLIOTECA MUNICIPAL              " TO
               WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.

           MOVE SPACES TO WS-LINHA-IMP.
           STRING "LEITOR:    " USUARIO-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.

           MOVE SPACES TO WS-LINHA-IMP.
           STRING "CARTEIRA:  " USUARIO-CARTEIRA
                  "  CATEGORIA: " USUARIO-CATEGORIA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.

           MOVE USUARIO-VALIDADE TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "VALIDADE:  " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.

           MOVE "========================================" TO
               WS-LINHA-IMP.
           WRITE REG-CARTEIRA-IMP FROM WS-LINHA-IMP.

       RECUSAR-PRE-CADASTRO.
           MOVE SPACES TO WS-MOTIVO-RECUSA-PRE.
           PERFORM UNTIL WS-MOTIVO-RECUSA-PRE NOT = SPACES
               DISPLAY "MOTIVO DA RECUSA (SERÁ INFORMADO AO "
                       "PORTAL): "
               ACCEPT WS-MOTIVO-RECUSA-PRE
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-RECUSA-PRE)
               TO WS-MOTIVO-RECUSA-PRE.

           MOVE "R"                  TO PRE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-DATA-DECISAO.
           MOVE "90"                 TO PRE-MOTIVO.
           MOVE WS-MOTIVO-RECUSA-PRE TO PRE-MOTIVO-TEXTO.
           MOVE WS-OPERADOR-ATUAL    TO PRE-OPERADOR.
           REWRITE REG-PRE-CADASTRO.

           MOVE "PRE-RECUSA" TO WS-AUD-OPERACAO
           MOVE PRE-COD      TO WS-AUD-CHAVE
           MOVE "P"          TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "PRÉ-CADASTRO " PRE-COD " RECUSADO.".

      *    Cadastros anteriores ao CPF: lista os leitores vivos
      *    ainda sem o número e deixa o balcão informá-lo um a
      *    um, com a mesma conferência do cadastro novo.
       COMPLETAR-CPF.
           PERFORM ABRIR-USUARIOS.
           PERFORM LISTAR-SEM-CPF.

           MOVE 1 TO WS-COD.
           PERFORM UNTIL WS-COD = 0
               DISPLAY "CÓDIGO DO LEITOR PARA INFORMAR O CPF "
                       "(0 = VOLTAR): "
               ACCEPT WS-COD
               IF WS-COD NOT = 0
                   PERFORM INFORMAR-CPF-LEITOR
               END-IF
           END-PERFORM.

           CLOSE USUARIOS.

       LISTAR-SEM-CPF.
           MOVE 0    TO WS-QTDE-SEM-CPF.
           MOVE 1    TO USUARIO-COD.
           MOVE "00" TO WS-FILE-STATUS.
           START USUARIOS KEY IS NOT LESS THAN USUARIO-COD
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START.

           DISPLAY "-- LEITORES SEM CPF NO CADASTRO --"
           DISPLAY "CÓDIGO  NOME                           CAT "
                   "TELEFONE"
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-CPF = SPACES
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                       ADD 1 TO WS-QTDE-SEM-CPF
                       DISPLAY USUARIO-COD " " USUARIO-NOME(1:30)
                               " " USUARIO-CATEGORIA "   "
                               USUARIO-TELEFONE
                   END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE LEITORES SEM CPF: " WS-QTDE-SEM-CPF.

       INFORMAR-CPF-LEITOR.
           MOVE WS-COD TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   EXIT PARAGRAPH.
           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "C"
                   OR USUARIO-STATUS = "U"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "LEITOR: " USUARIO-NOME(1:30).
           IF USUARIO-CPF NOT = SPACES
               PERFORM FORMATAR-CPF
               DISPLAY "O LEITOR JÁ TEM O CPF " WS-CPF-FMT
                       ". CORRIGIR? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "DIGITE O CPF (ENTER = PULAR): "
           MOVE SPACES TO WS-CPF-DIGITADO
           ACCEPT WS-CPF-DIGITADO
           IF WS-CPF-DIGITADO = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFERIR-CPF-DIGITADO.
           IF WS-CPF-VALIDO NOT = "S"
               DISPLAY "CPF INVÁLIDO: DÍGITO VERIFICADOR NÃO "
                       "CONFERE."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-CPF.
           IF WS-CPF-EXISTENTE NOT = 0
               DISPLAY "CPF JÁ CADASTRADO PARA O LEITOR "
                       WS-CPF-EXISTENTE ":"
               PERFORM EXIBIR-DADOS-USUARIO
               DISPLAY "CPF NÃO GRAVADO. SE FOR A MESMA PESSOA, "
                       "UNIFIQUE OS CADASTROS (SUPERVISOR)."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   EXIT PARAGRAPH.
           IF WS-FILE-STATUS = "51" OR WS-FILE-STATUS = "99"
               DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                       "TENTE NOVAMENTE."
               EXIT PARAGRAPH
           END-IF.

           MOVE USUARIO-STATUS TO WS-AUD-STATUS-ANT.
           MOVE REG-USUARIO    TO WS-JRN-ANTES.
           MOVE WS-CPF         TO USUARIO-CPF.
           REWRITE REG-USUARIO.

           MOVE REG-USUARIO TO WS-JRN-DEPOIS.
           MOVE "USUARIOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           MOVE "CPF-INFORM" TO WS-AUD-OPERACAO.
           MOVE WS-COD       TO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.
           DISPLAY "CPF GRAVADO NO CADASTRO " WS-COD ".".

       ABRIR-CONTATOS.
           OPEN I-O CONTATOS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-CTT NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O CONTATOS
           END-PERFORM.
           EVALUATE WS-ST-CTT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO CONTATOS.DAT..."
                   OPEN OUTPUT CONTATOS
                   CLOSE CONTATOS
                   OPEN I-O CONTATOS
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CONTATOS.DAT! STATUS: "
                   WS-ST-CTT
                   STOP RUN
           END-EVALUATE.

       PREFERENCIAS-CONTATO.
           DISPLAY "CÓDIGO DO LEITOR: "
           ACCEPT WS-COD.
           PERFORM MANTER-PREFERENCIAS.

      *    Sem registro em CONTATOS.DAT os avisos seguem com o
      *    e-mail e o telefone do cadastro (ou do responsável, no
      *    caso do menor); o registro novo parte desses dados.
       MANTER-PREFERENCIAS.
           PERFORM ABRIR-USUARIOS.
           MOVE WS-COD TO USUARIO-COD.
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH.
           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "C"
                   OR USUARIO-STATUS = "U"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LEITOR: " USUARIO-NOME(1:30).

           PERFORM ABRIR-CONTATOS.
           MOVE "N"    TO WS-CTT-NOVO.
           MOVE WS-COD TO CTT-USUARIO.
           READ CONTATOS KEY IS CTT-USUARIO
               INVALID KEY MOVE "S" TO WS-CTT-NOVO.
           IF WS-ST-CTT = "51" OR WS-ST-CTT = "99"
               DISPLAY "REGISTRO EM USO POR OUTRA ESTAÇÃO. "
                       "TENTE NOVAMENTE."
               CLOSE CONTATOS
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTT-NOVO = "S"
               PERFORM INICIAR-CONTATO
           END-IF.
           MOVE CTT-TIPOS-RECUSADOS TO WS-CTT-RECUSADOS-ANT.

           PERFORM EXIBIR-PREFERENCIAS.
           PERFORM ALTERAR-DADOS-CONTATO.
           PERFORM ALTERAR-RECUSAS-AVISO.
           PERFORM EXIBIR-PREFERENCIAS.

           DISPLAY "CONFIRMA A GRAVAÇÃO DAS PREFERÊNCIAS? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "ALTERAÇÕES DESCARTADAS."
               CLOSE CONTATOS
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CTT-DATA-ATUALIZ.
           MOVE WS-OPERADOR-ATUAL          TO CTT-OPERADOR.
           MOVE USUARIO-STATUS             TO WS-AUD-STATUS-ANT.
           MOVE WS-COD                     TO WS-AUD-CHAVE.
           IF WS-CTT-NOVO = "S"
               WRITE REG-CONTATO
               MOVE "CTT-INCLUI" TO WS-AUD-OPERACAO
           ELSE
               REWRITE REG-CONTATO
               MOVE "CTT-ALTERA" TO WS-AUD-OPERACAO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
           PERFORM AUDITAR-CONSENTIMENTO.

           DISPLAY "PREFERÊNCIAS DE CONTATO GRAVADAS."
           CLOSE CONTATOS.
           CLOSE USUARIOS.

       INICIAR-CONTATO.
           MOVE WS-COD           TO CTT-USUARIO.
           MOVE USUARIO-EMAIL    TO CTT-EMAIL.
           MOVE USUARIO-TELEFONE TO CTT-CELULAR.
           MOVE SPACE            TO CTT-CANAL.
           MOVE "L"              TO CTT-TITULAR.
           IF USUARIO-RESP-COD NOT = 0
                   OR USUARIO-RESP-NOME NOT = SPACES
               MOVE "R" TO CTT-TITULAR
               IF USUARIO-RESP-EMAIL NOT = SPACES
                   MOVE USUARIO-RESP-EMAIL TO CTT-EMAIL
               END-IF
               IF USUARIO-RESP-TELEFONE NOT = SPACES
                   MOVE USUARIO-RESP-TELEFONE TO CTT-CELULAR
               END-IF
           END-IF.
           MOVE SPACES           TO CTT-TIPOS-RECUSADOS.
           MOVE 0                TO CTT-DATA-ATUALIZ.
           MOVE SPACES           TO CTT-OPERADOR.

       EXIBIR-PREFERENCIAS.
           EVALUATE CTT-CANAL
               WHEN "E" MOVE "E-MAIL"                TO
                             WS-CTT-CANAL-DESC
               WHEN "S" MOVE "SMS"                   TO
                             WS-CTT-CANAL-DESC
               WHEN "W" MOVE "WHATSAPP"              TO
                             WS-CTT-CANAL-DESC
               WHEN OTHER
                        MOVE "PADRAO (E-MAIL E SMS)" TO
                             WS-CTT-CANAL-DESC
           END-EVALUATE.

           DISPLAY "-- PREFERÊNCIAS DE CONTATO --"
           DISPLAY "E-MAIL : " CTT-EMAIL
           DISPLAY "CELULAR: " CTT-CELULAR
           DISPLAY "CANAL  : " WS-CTT-CANAL-DESC
           IF CTT-TITULAR = "R"
               DISPLAY "(CONTATOS DO RESPONSÁVEL LEGAL)"
           END-IF
           DISPLAY "TIPO AVISO                          SITUAÇÃO"
           PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
                   UNTIL WS-CTT-IDX > 13
               PERFORM SITUACAO-TIPO-AVISO
               DISPLAY "  " WS-AVISO-COD(WS-CTT-IDX) "  "
                       WS-AVISO-ROTULO(WS-CTT-IDX) "  "
                       WS-CTT-SITUACAO
           END-PERFORM.

       SITUACAO-TIPO-AVISO.
           IF WS-AVISO-OBRIG(WS-CTT-IDX) = "S"
               MOVE "OBRIGATÓRIO" TO WS-CTT-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CTT-QTDE.
           INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-CTT-QTDE
               FOR ALL WS-AVISO-COD(WS-CTT-IDX).
           IF WS-CTT-QTDE > 0
               MOVE "RECUSADO" TO WS-CTT-SITUACAO
           ELSE
               MOVE "RECEBE"   TO WS-CTT-SITUACAO
           END-IF.

       ALTERAR-DADOS-CONTATO.
           DISPLAY "E-MAIL COMPLETO (ENTER = MANTER): "
           MOVE SPACES TO WS-CTT-EMAIL-DIG
           ACCEPT WS-CTT-EMAIL-DIG
           IF WS-CTT-EMAIL-DIG NOT = SPACES
               PERFORM VALIDAR-EMAIL-CONTATO
               IF WS-EMAIL-VALIDO = "S"
                   MOVE WS-CTT-EMAIL-DIG TO CTT-EMAIL
               ELSE
                   DISPLAY "E-MAIL INVÁLIDO; MANTIDO O ANTERIOR."
               END-IF
           END-IF.

           DISPLAY "CELULAR COM DDD, SÓ DÍGITOS (ENTER = MANTER): "
           MOVE SPACES TO WS-CTT-CELULAR-DIG
           ACCEPT WS-CTT-CELULAR-DIG
           IF WS-CTT-CELULAR-DIG NOT = SPACES
               PERFORM VALIDAR-CELULAR-CONTATO
               IF WS-TELEFONE-VALIDO = "S"
                   MOVE WS-CTT-CELULAR-DIG TO CTT-CELULAR
               ELSE
                   DISPLAY "CELULAR INVÁLIDO; MANTIDO O ANTERIOR."
               END-IF
           END-IF.

           DISPLAY "CANAL PREFERIDO: E=E-MAIL S=SMS W=WHATSAPP "
                   "P=PADRÃO (ENTER = MANTER): "
           MOVE SPACE TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN SPACE CONTINUE
               WHEN "P"   MOVE SPACE TO CTT-CANAL
               WHEN "E"
                   IF CTT-EMAIL = SPACES
                       DISPLAY "SEM E-MAIL CADASTRADO; CANAL "
                               "NÃO ALTERADO."
                   ELSE
                       MOVE "E" TO CTT-CANAL
                   END-IF
               WHEN "S"
               WHEN "W"
                   IF CTT-CELULAR = SPACES
                       DISPLAY "SEM CELULAR CADASTRADO; CANAL "
                               "NÃO ALTERADO."
                   ELSE
                       MOVE WS-RESPOSTA TO CTT-CANAL
                   END-IF
               WHEN OTHER
                   DISPLAY "CANAL INVÁLIDO; MANTIDO O ANTERIOR."
           END-EVALUATE.

           IF USUARIO-RESP-COD NOT = 0
                   OR USUARIO-RESP-NOME NOT = SPACES
               DISPLAY "OS CONTATOS SÃO DO (L)EITOR OU DO "
                       "(R)ESPONSÁVEL? (ENTER = MANTER): "
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "L" OR WS-RESPOSTA = "R"
                   MOVE WS-RESPOSTA TO CTT-TITULAR
               END-IF
           END-IF.

       VALIDAR-EMAIL-CONTATO.
           MOVE "N" TO WS-EMAIL-VALIDO.
           MOVE 0   TO WS-POS-ARROBA.

           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > 60
               IF WS-CTT-EMAIL-DIG(WS-IDX-VAL:1) = "@"
                   MOVE WS-IDX-VAL TO WS-POS-ARROBA
               END-IF
           END-PERFORM.

           IF WS-POS-ARROBA > 1
               PERFORM VARYING WS-IDX-VAL FROM WS-POS-ARROBA BY 1
                       UNTIL WS-IDX-VAL > 60
                   IF WS-CTT-EMAIL-DIG(WS-IDX-VAL:1) = "."
                           AND WS-IDX-VAL > WS-POS-ARROBA + 1
                           AND WS-IDX-VAL < 60
                           AND WS-CTT-EMAIL-DIG(WS-IDX-VAL + 1:1)
                               NOT = SPACE
                       MOVE "S" TO WS-EMAIL-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

      *    Celular com DDD (10 ou 11 dígitos) ou com o código do
      *    país na frente (até 13), sem pontuação.
       VALIDAR-CELULAR-CONTATO.
           MOVE "S" TO WS-TELEFONE-VALIDO.
           MOVE 0   TO WS-CTT-QTDE.
           INSPECT WS-CTT-CELULAR-DIG TALLYING WS-CTT-QTDE
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CTT-QTDE < 10
               MOVE "N" TO WS-TELEFONE-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTT-CELULAR-DIG(1:WS-CTT-QTDE) NOT NUMERIC
               MOVE "N" TO WS-TELEFONE-VALIDO
           END-IF.
           IF WS-CTT-QTDE < 13
               IF WS-CTT-CELULAR-DIG(WS-CTT-QTDE + 1:) NOT = SPACES
                   MOVE "N" TO WS-TELEFONE-VALIDO
               END-IF
           END-IF.

       ALTERAR-RECUSAS-AVISO.
           MOVE "*" TO WS-CTT-TIPO.
           PERFORM UNTIL WS-CTT-TIPO = SPACE
               DISPLAY "TIPO DE AVISO A RECUSAR OU VOLTAR A "
                       "RECEBER (ENTER = CONCLUIR): "
               MOVE SPACE TO WS-CTT-TIPO
               ACCEPT WS-CTT-TIPO
               MOVE FUNCTION UPPER-CASE(WS-CTT-TIPO) TO WS-CTT-TIPO
               IF WS-CTT-TIPO NOT = SPACE
                   PERFORM ALTERNAR-TIPO-AVISO
               END-IF
           END-PERFORM.

       ALTERNAR-TIPO-AVISO.
           MOVE 0 TO WS-CTT-POS.
           PERFORM VARYING WS-CTT-IDX FROM 1 BY 1
                   UNTIL WS-CTT-IDX > 13
               IF WS-AVISO-COD(WS-CTT-IDX) = WS-CTT-TIPO
                   MOVE WS-CTT-IDX TO WS-CTT-POS
               END-IF
           END-PERFORM.
           IF WS-CTT-POS = 0
               DISPLAY "TIPO DE AVISO INEXISTENTE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AVISO-OBRIG(WS-CTT-POS) = "S"
               DISPLAY "AVISO OBRIGATÓRIO: NÃO PODE SER RECUSADO."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CTT-QTDE.
           INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-CTT-QTDE
               FOR ALL WS-CTT-TIPO.
           IF WS-CTT-QTDE > 0
               INSPECT CTT-TIPOS-RECUSADOS
                   REPLACING ALL WS-CTT-TIPO BY SPACE
               DISPLAY "VOLTA A RECEBER: " WS-AVISO-ROTULO(WS-CTT-POS)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CTT-IDX.
           PERFORM VARYING WS-CTT-QTDE FROM 1 BY 1
                   UNTIL WS-CTT-QTDE > 20 OR WS-CTT-IDX NOT = 0
               IF CTT-TIPOS-RECUSADOS(WS-CTT-QTDE:1) = SPACE
                   MOVE WS-CTT-QTDE TO WS-CTT-IDX
               END-IF
           END-PERFORM.
           MOVE WS-CTT-TIPO TO CTT-TIPOS-RECUSADOS(WS-CTT-IDX:1).
           DISPLAY "AVISO RECUSADO: " WS-AVISO-ROTULO(WS-CTT-POS).

      *    Cada tipo que mudou de situação vira um registro de
      *    auditoria próprio (OPTOUT-x / OPTIN-x), para que o
      *    consentimento do leitor possa ser comprovado.
       AUDITAR-CONSENTIMENTO.
           PERFORM VARYING WS-CTT-POS FROM 1 BY 1
                   UNTIL WS-CTT-POS > 13
               MOVE 0 TO WS-CTT-QTDE-ANT
               MOVE 0 TO WS-CTT-QTDE
               INSPECT WS-CTT-RECUSADOS-ANT TALLYING WS-CTT-QTDE-ANT
                   FOR ALL WS-AVISO-COD(WS-CTT-POS)
               INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-CTT-QTDE
                   FOR ALL WS-AVISO-COD(WS-CTT-POS)
               MOVE SPACES TO WS-AUD-OPERACAO
               IF WS-CTT-QTDE-ANT = 0 AND WS-CTT-QTDE > 0
                   STRING "OPTOUT-" WS-AVISO-COD(WS-CTT-POS)
                       DELIMITED BY SIZE INTO WS-AUD-OPERACAO
               ELSE IF WS-CTT-QTDE-ANT > 0 AND WS-CTT-QTDE = 0
                   STRING "OPTIN-" WS-AVISO-COD(WS-CTT-POS)
                       DELIMITED BY SIZE INTO WS-AUD-OPERACAO
               END-IF
               END-IF
               IF WS-AUD-OPERACAO NOT = SPACES
                   MOVE WS-COD TO WS-AUD-CHAVE
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-PERFORM.

      *    Toda carteirinha emitida fica em HIST-CARTEIRAS.DAT com
      *    a via e a situação; o número recolhido por perda, furto
      *    ou dano passa a "B" (lista de alerta) e é recusado no
      *    balcão, no totem e na reaplicação da contingência.
       ABRIR-HIST-CARTEIRAS.
           OPEN I-O HIST-CARTEIRAS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-HCT NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O HIST-CARTEIRAS
           END-PERFORM.
           EVALUATE WS-ST-HCT
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO HIST-CARTEIRAS.DAT..."
                   OPEN OUTPUT HIST-CARTEIRAS
                   CLOSE HIST-CARTEIRAS
                   OPEN I-O HIST-CARTEIRAS
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR HIST-CARTEIRAS.DAT! "
                           "STATUS: " WS-ST-HCT
                   STOP RUN
           END-EVALUATE.

       REGISTRAR-PRIMEIRA-VIA.
           PERFORM ABRIR-HIST-CARTEIRAS.
           MOVE USUARIO-CARTEIRA  TO HCT-NUMERO.
           MOVE USUARIO-COD       TO HCT-USUARIO.
           MOVE 1                 TO HCT-VIA.
           MOVE "A"               TO HCT-STATUS.
           MOVE "N"               TO HCT-MOTIVO-EMISSAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HCT-DATA-EMISSAO.
           MOVE SPACES            TO HCT-MOTIVO-BLOQUEIO.
           MOVE 0                 TO HCT-DATA-BLOQUEIO.
           MOVE WS-OPERADOR-ATUAL TO HCT-OPERADOR.
           WRITE REG-HIST-CARTEIRA
               INVALID KEY
                   DISPLAY "AVISO: CARTEIRINHA " HCT-NUMERO
                           " JÁ CONSTA DO HISTÓRICO."
           END-WRITE.
           CLOSE HIST-CARTEIRAS.

      *    Taxa da segunda via em PARAMETROS.DAT; na ausência do
      *    arquivo ou da chave vale o padrão da cláusula VALUE.
       LER-TAXA-CARTEIRA.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "TAXA-2VIA-CARTEIRA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-TAXA-CARTEIRA
           END-READ.
           CLOSE PARAMETROS.

      *    Substituição da carteirinha perdida, furtada ou
      *    danificada: o número antigo entra na lista de alerta,
      *    o leitor recebe um número novo (U + código + "-" + via),
      *    a taxa vai para CONTAS-RECEBER.DAT (origem "T") e a nova
      *    carteirinha segue para o arquivo de impressão do dia de
      *    SIS-ETIQUETAS.
       SUBSTITUIR-CARTEIRA.
           DISPLAY "DIGITE O CÓDIGO DO USUÁRIO: "
           ACCEPT WS-COD
           MOVE WS-COD TO USUARIO-COD

           PERFORM ABRIR-USUARIOS
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
                   DISPLAY "USUÁRIO NÃO ENCONTRADO."
                   CLOSE USUARIOS
                   EXIT PARAGRAPH.

           IF USUARIO-STATUS = "X" OR USUARIO-STATUS = "C"
                   OR USUARIO-STATUS = "U"
               DISPLAY "USUÁRIO NÃO ENCONTRADO."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "USUÁRIO: " USUARIO-COD " - " USUARIO-NOME
           DISPLAY "CARTEIRINHA ATUAL: " USUARIO-CARTEIRA
           DISPLAY "MOTIVO (P - PERDA / F - FURTO OU ROUBO / "
                   "D - DANO): "
           ACCEPT WS-HCT-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-HCT-MOTIVO) TO WS-HCT-MOTIVO
           IF WS-HCT-MOTIVO NOT = "P" AND WS-HCT-MOTIVO NOT = "F"
                   AND WS-HCT-MOTIVO NOT = "D"
               DISPLAY "MOTIVO INVÁLIDO. SUBSTITUIÇÃO CANCELADA."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM LER-TAXA-CARTEIRA.
           DISPLAY "TAXA DA SEGUNDA VIA: R$ " WS-TAXA-CARTEIRA
           DISPLAY "O NÚMERO ATUAL SERÁ BLOQUEADO. CONFIRMA A "
                   "SUBSTITUIÇÃO? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "SUBSTITUIÇÃO CANCELADA."
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE USUARIO-CARTEIRA TO WS-CARTEIRA-ANTIGA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           PERFORM ABRIR-HIST-CARTEIRAS.
           PERFORM OBTER-ULTIMA-VIA.
           IF WS-HCT-VIA >= 99
               DISPLAY "LIMITE DE VIAS ATINGIDO PARA O LEITOR. "
                       "PROCURE O SUPERVISOR."
               CLOSE HIST-CARTEIRAS
               CLOSE USUARIOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARTEIRA-ANTIGA NOT = SPACES
               PERFORM BLOQUEAR-CARTEIRA-ANTIGA
           END-IF.

           ADD 1 TO WS-HCT-VIA.
           MOVE SPACES TO WS-CARTEIRA-NOVA.
           STRING "U" WS-COD "-" WS-HCT-VIA DELIMITED BY SIZE
               INTO WS-CARTEIRA-NOVA.
           MOVE WS-CARTEIRA-NOVA  TO HCT-NUMERO.
           MOVE WS-COD            TO HCT-USUARIO.
           MOVE WS-HCT-VIA        TO HCT-VIA.
           MOVE "A"               TO HCT-STATUS.
           MOVE WS-HCT-MOTIVO     TO HCT-MOTIVO-EMISSAO.
           MOVE WS-HOJE-AAAAMMDD  TO HCT-DATA-EMISSAO.
           MOVE SPACES            TO HCT-MOTIVO-BLOQUEIO.
           MOVE 0                 TO HCT-DATA-BLOQUEIO.
           MOVE WS-OPERADOR-ATUAL TO HCT-OPERADOR.
           WRITE REG-HIST-CARTEIRA.
           CLOSE HIST-CARTEIRAS.

           MOVE REG-USUARIO      TO WS-JRN-ANTES.
           MOVE WS-CARTEIRA-NOVA TO USUARIO-CARTEIRA.
           REWRITE REG-USUARIO.
           MOVE REG-USUARIO TO WS-JRN-DEPOIS.
           MOVE "USUARIOS"  TO WS-JRN-ARQUIVO.
           MOVE "R"         TO WS-JRN-OPERACAO.
           PERFORM GRAVAR-JORNAL.

           PERFORM EMITIR-CARTEIRA-SUBST.
           CLOSE USUARIOS.

           IF WS-TAXA-CARTEIRA > 0
               PERFORM LANCAR-TAXA-CARTEIRA
           END-IF.

           MOVE "CART-SUBST"  TO WS-AUD-OPERACAO
           MOVE WS-COD        TO WS-AUD-CHAVE
           MOVE WS-HCT-MOTIVO TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "CARTEIRINHA " WS-CARTEIRA-ANTIGA " BLOQUEADA."
           DISPLAY "NOVA CARTEIRINHA: " WS-CARTEIRA-NOVA
                   " (IMPRESSÃO EM " WS-CART-NOME ")".

      *    Maior via já emitida para o leitor, pelo índice
      *    alternativo; cadastro anterior ao histórico conta como
      *    primeira via.
       OBTER-ULTIMA-VIA.
           MOVE 1      TO WS-HCT-VIA.
           MOVE WS-COD TO HCT-USUARIO.
           START HIST-CARTEIRAS KEY IS EQUAL TO HCT-USUARIO
               INVALID KEY MOVE "10" TO WS-ST-HCT
           END-START.

           PERFORM UNTIL WS-ST-HCT = "10"
               READ HIST-CARTEIRAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-HCT
               NOT AT END
                   IF HCT-USUARIO NOT = WS-COD
                       MOVE "10" TO WS-ST-HCT
                   ELSE IF HCT-VIA > WS-HCT-VIA
                       MOVE HCT-VIA TO WS-HCT-VIA
                   END-IF
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-HCT.

       BLOQUEAR-CARTEIRA-ANTIGA.
           MOVE WS-CARTEIRA-ANTIGA TO HCT-NUMERO.
           READ HIST-CARTEIRAS KEY IS HCT-NUMERO
               INVALID KEY
                   MOVE WS-COD   TO HCT-USUARIO
                   MOVE 1        TO HCT-VIA
                   MOVE "N"      TO HCT-MOTIVO-EMISSAO
                   MOVE 0        TO HCT-DATA-EMISSAO
                   MOVE "B"      TO HCT-STATUS
                   MOVE WS-HCT-MOTIVO     TO HCT-MOTIVO-BLOQUEIO
                   MOVE WS-HOJE-AAAAMMDD  TO HCT-DATA-BLOQUEIO
                   MOVE WS-OPERADOR-ATUAL TO HCT-OPERADOR
                   WRITE REG-HIST-CARTEIRA
               NOT INVALID KEY
                   MOVE "B"      TO HCT-STATUS
                   MOVE WS-HCT-MOTIVO     TO HCT-MOTIVO-BLOQUEIO
                   MOVE WS-HOJE-AAAAMMDD  TO HCT-DATA-BLOQUEIO
                   MOVE WS-OPERADOR-ATUAL TO HCT-OPERADOR
                   REWRITE REG-HIST-CARTEIRA
           END-READ.

      *    Sequência livre do leitor no molde de
      *    GRAVAR-CONTA-RECEBER-OCORR em SIS-EMPRESTIMOS.
       LANCAR-TAXA-CARTEIRA.
           MOVE 0    TO WS-CR-SEQ-LIVRE.
           MOVE "00" TO WS-ST-CR.

           OPEN I-O CONTAS-RECEBER.
           IF WS-ST-CR = "35"
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF.
           IF WS-ST-CR NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS-RECEBER.DAT! STATUS: "
                       WS-ST-CR ". LANCE A TAXA NO CAIXA."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD TO CR-USUARIO
           MOVE 0      TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-CR
           END-START

           PERFORM UNTIL WS-ST-CR = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-ST-CR
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD
                       MOVE "10" TO WS-ST-CR
                   ELSE IF CR-SEQ > WS-CR-SEQ-LIVRE
                       MOVE CR-SEQ TO WS-CR-SEQ-LIVRE
                   END-IF
                   END-IF
           END-PERFORM.

           MOVE WS-COD             TO CR-USUARIO.
           ADD 1 TO WS-CR-SEQ-LIVRE.
           MOVE WS-CR-SEQ-LIVRE    TO CR-SEQ.
           MOVE WS-HOJE-AAAAMMDD   TO CR-DATA.
           MOVE "T"                TO CR-ORIGEM.
           MOVE 0                  TO CR-EMPRESTIMO.
           MOVE 0                  TO CR-LIVRO.
           MOVE WS-TAXA-CARTEIRA   TO CR-VALOR.
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

           DISPLAY "TAXA DE R$ " WS-TAXA-CARTEIRA " LANÇADA EM "
                   "CONTAS A RECEBER (ITEM " WS-CR-SEQ-LIVRE ").".
