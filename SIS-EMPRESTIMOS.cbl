       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Realiza cadastro de novos emprestimos,
      *               devoluções e consulta de emprestimos.
      *               E-books e audiolivros circulam por licença
      *               digital (LICENCAS-DIGITAIS.DAT), sem exemplar.
      *               Empréstimos da entrega domiciliar (tipo "V")
      *               nascem em SIS-DOMICILIAR e não são recolhidos
      *               para atender reserva.
      *               O leitor pode ser identificado no balcão pela
      *               carteirinha, pelo código ou pelo CPF.
      *               Carteirinha na lista de alerta de
      *               HIST-CARTEIRAS.DAT (perda, furto, substituição)
      *               é recusada e gera alerta na auditoria.
      *               Na perda ou dano, cobrar valor de reposição
      *               diferente do catálogo além da alçada
      *               ALCADA-REPOSICAO depende da aprovação de um
      *               supervisor na fila de APROVACOES.DAT.
      *               Peças de depósito institucional (tipo "I",
      *               SIS-DEPOSITOS) não voltam, não renovam nem
      *               são recolhidas pelo balcão.
      *               Saída e volta de exemplar físico atualizam a
      *               lista de peças liberadas no pórtico
      *               antifurto (PORTICO-LIBERADOS.DAT) e a
      *               exportação ao fornecedor
      *               (PORTICO-EMPRESTADOS.TXT); consulta local
      *               não é liberada, pois não sai do prédio.
      *               Com a cadeia noturna em andamento (chave
      *               JANELA-NOTURNA de PARAMETROS.DAT) empréstimo e
      *               devolução vão para o modo contingência, as
      *               demais gravações ficam bloqueadas e só as
      *               consultas seguem normais.

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
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-NOT.

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

           SELECT COMPROVANTE ASSIGN TO WS-COMPROV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-CPV.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT APROVACOES ASSIGN TO 'APROVACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-APR.

           SELECT RESERVA-DIDATICA ASSIGN TO 'RESERVA-DIDATICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-RD.

           SELECT COBRANCAS-PIX ASSIGN TO 'COBRANCAS-PIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PIX.

           SELECT LICENCAS-DIGITAIS ASSIGN TO 'LICENCAS-DIGITAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIC.

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

           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD LIVROS.
       01 REG-LIVRO.
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

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
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

       FD COMPROVANTE.
       01 REG-COMPROVANTE              PIC X(80).

           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD APROVACOES.
       01 REG-APROVACAO.
           02 APR-COD                  PIC 9(7).
           02 APR-TIPO                 PIC X(1).
           02 APR-STATUS               PIC X(1).
           02 APR-PROGRAMA             PIC X(15).
           02 APR-REFERENCIA           PIC X(20).
           02 APR-VALOR                PIC 9(7)V99.
           02 APR-VALOR-BASE           PIC 9(7)V99.
           02 APR-QTDE                 PIC 9(3).
           02 APR-DESCRICAO            PIC X(40).
           02 APR-SOLICITANTE          PIC X(10).
           02 APR-DATA-SOLIC           PIC X(21).
           02 APR-APROVADOR            PIC X(10).
           02 APR-DATA-DECISAO         PIC X(21).
           02 APR-MOTIVO               PIC X(40).
           02 APR-DATA-EFETIVACAO      PIC 9(8).

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
       77 WS-TENTATIVAS-ARQ        PIC 9(2)      VALUE 0.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CTT-USUARIO               PIC 9(7)      VALUE 0.
       77 WS-CTT-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-NOTIF-TIPO                PIC X(1)      VALUE SPACES.
       77 WS-NOTIF-USUARIO             PIC 9(7)      VALUE 0.
       77 WS-NOTIF-LIVRO               PIC 9(7)      VALUE 0.
       77 WS-NOTIF-EMAIL               PIC X(20)     VALUE SPACES.
       77 WS-NOTIF-TELEFONE            PIC X(11)     VALUE SPACES.
       77 WS-NOTIF-COD-LIVRE           PIC 9(7)      VALUE 0.
       77 WS-ENTRADA-BUSCA             PIC X(14)     VALUE SPACES.
       77 WS-CPF-BUSCA                 PIC X(11)     VALUE SPACES.
       77 WS-CPF-POS                   PIC 9(2)      VALUE 0.
       77 WS-CPF-QTDE-DIG              PIC 9(2)      VALUE 0.
       77 WS-COMPROV-NOME              PIC X(30)     VALUE SPACES.
       77 WS-RECIBO-NOME               PIC X(30)     VALUE SPACES.
       77 WS-ST-CPV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HST                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-JANELA-NOTURNA            PIC X(1)      VALUE "N".
       77 WS-JANELA-SITUACAO           PIC 9(1)      VALUE 0.
       77 WS-JANELA-DESCRICAO          PIC X(40)     VALUE SPACES.
       77 WS-ALCADA-REPOSICAO          PIC 9(7)V99   VALUE 0.
       77 WS-VALOR-TABELA              PIC 9(7)V99   VALUE 0.
       77 WS-DIF-REPOSICAO             PIC 9(7)V99   VALUE 0.
       77 WS-ST-APR                    PIC X(2)      VALUE SPACES.
       77 WS-APR-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-APR-REFERENCIA            PIC X(20)     VALUE SPACES.
       77 WS-APR-VALOR                 PIC 9(7)V99   VALUE 0.
       77 WS-APR-VALOR-BASE            PIC 9(7)V99   VALUE 0.
       77 WS-APR-QTDE                  PIC 9(3)      VALUE 0.
       77 WS-APR-DESCRICAO             PIC X(40)     VALUE SPACES.
       77 WS-APR-LIBERADA              PIC X(1)      VALUE "N".
       77 WS-APR-PENDENTE              PIC X(1)      VALUE "N".
       77 WS-APR-COD-ACHADO            PIC 9(7)      VALUE 0.
       77 WS-APR-COD-LIVRE             PIC 9(7)      VALUE 0.
       77 WS-EXP-DATA-NUM              PIC 9(8)      VALUE 0.
       77 WS-EXP-CONTINUA              PIC X(1)      VALUE "S".
       77 WS-EXP-DEVOLVIDOS            PIC 9(4)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-USUARIO-ACHADO            PIC X(1)      VALUE "N".
       77 WS-ST-HCT                    PIC X(2)      VALUE SPACES.
       77 WS-CARTEIRA-BLOQUEADA        PIC X(1)      VALUE "N".
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-FILIAL-RETIRADA           PIC 9(3)      VALUE 0.
       77 WS-FILIAL-OK                 PIC X(1)      VALUE "N".
       77 WS-QTDE-CTG                  PIC 9(4)      VALUE 0.
       77 WS-EXEMPLAR-ESCOLHIDO        PIC X(1)      VALUE "N".
       77 WS-EMP-ABERTO-ACHADO         PIC X(1)      VALUE "N".
       77 WS-ITEM-DEPOSITO             PIC X(1)      VALUE "N".
       77 WS-ST-RD                     PIC X(2)      VALUE SPACES.
       77 WS-ITEM-DIDATICO             PIC X(1)      VALUE "N".
       77 WS-RD-DISCIPLINA             PIC X(10)     VALUE SPACES.
       77 WS-RD-PRAZO-HORAS            PIC 9(2)      VALUE 0.
       77 WS-LIM-DIDATICA              PIC 9(2)      VALUE 1.
       77 WS-RENOV-DIDATICA            PIC 9(2)      VALUE 0.
       77 WS-QTDE-EMP-DIDATICA         PIC 9(3)      VALUE 0.
       77 WS-HORA-LIMITE               PIC 9(2)      VALUE 0.
       77 WS-NOTIF-DATA                PIC 9(8)      VALUE 0.
       77 WS-RESERVA-GRAVADA           PIC X(1)      VALUE "N".
       77 WS-DIAS-MIN-RECOLHE          PIC 9(3)      VALUE 7.
       77 WS-PRAZO-RECOLHE             PIC 9(3)      VALUE 3.
       77 WS-RCL-QTDE-FILA             PIC 9(3)      VALUE 0.
       77 WS-RCL-QTDE-RECOLHIDOS       PIC 9(3)      VALUE 0.
       77 WS-RCL-EMP-COD               PIC 9(7)      VALUE 0.
       77 WS-RCL-DATA-EMP              PIC 9(8)      VALUE 0.
       77 WS-RCL-DATA-SALVA            PIC 9(8)      VALUE 0.
       77 WS-RCL-DIAS-CORRIDOS         PIC S9(5)     VALUE 0.
       77 WS-ST-PIX                    PIC X(2)      VALUE SPACES.
       77 WS-SIT-FIM-PIX               PIC X(1)      VALUE "N".
       77 WS-ST-LIC                    PIC X(2)      VALUE SPACES.
       77 WS-DIAS-EMP-DIGITAL          PIC 9(3)      VALUE 14.
       77 WS-LIM-EMP-DIGITAL           PIC 9(2)      VALUE 2.
       77 WS-ITEM-DIGITAL              PIC X(1)      VALUE "N".
       77 WS-LIC-ACHADA                PIC X(1)      VALUE "N".
       77 WS-LIC-VIGENTES              PIC 9(3)      VALUE 0.
       77 WS-LIC-SEQ-LIVRE             PIC 9(3)      VALUE 0.
       77 WS-LIC-DATA-FIM              PIC 9(8)      VALUE 0.
       77 WS-QTDE-FILA-TITULO          PIC 9(3)      VALUE 0.
       77 WS-USUARIO-NA-FILA           PIC X(1)      VALUE "N".
       77 WS-TIPO-EMP-DEV              PIC X(1)      VALUE SPACES.
       77 WS-ST-PLB                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PEX                    PIC X(2)      VALUE SPACES.
       77 WS-PTC-CODBARRAS             PIC X(13)     VALUE SPACES.
       77 WS-PTC-FILIAL                PIC 9(3)      VALUE 0.
       77 WS-PTC-ALTERADO              PIC X(1)      VALUE "N".
       77 WS-PTC-QTDE                  PIC 9(5)      VALUE 0.
       77 WS-PTC-LINHA                 PIC X(40)     VALUE SPACES.

       01 WS-TAB-DIAS-MES-DADOS.
           02 FILLER                   PIC 9(2)      VALUE 31.
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RENOV-TIPO-T
           END-READ.
           MOVE "LIM-EMP-DIDATICA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIM-DIDATICA
           END-READ.
           MOVE "MAX-RENOV-DIDATICA" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RENOV-DIDATICA
           END-READ.
           MOVE "DIAS-MIN-RECOLHE" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-MIN-RECOLHE
           END-READ.
           MOVE "PRAZO-RECOLHIMENTO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-PRAZO-RECOLHE
           END-READ.
           MOVE "DIAS-EMP-DIGITAL" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-DIAS-EMP-DIGITAL
           END-READ.
           MOVE "LIM-EMP-DIGITAL" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-LIM-EMP-DIGITAL
           END-READ.
           MOVE "ALCADA-REPOSICAO" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-ALCADA-REPOSICAO
           END-READ.

           CLOSE PARAMETROS.

      *    Política por tipo de material (DVD, jogo, tablet,
      *    e-book e audiolivro; os digitais não renovam):
      *    livros e tipos sem regra própria ficam com os valores
      *    neutros (999/99), e na combinação com a regra da
      *    categoria do leitor vale sempre a mais restritiva.
                   MOVE WS-DIAS-TIPO-T  TO WS-DIAS-TIPO
                   MOVE WS-LIM-TIPO-T   TO WS-LIM-TIPO
                   MOVE WS-RENOV-TIPO-T TO WS-RENOV-TIPO
               WHEN "E"
               WHEN "A"
                   MOVE WS-DIAS-EMP-DIGITAL TO WS-DIAS-TIPO
                   MOVE WS-LIM-EMP-DIGITAL  TO WS-LIM-TIPO
                   MOVE 0                   TO WS-RENOV-TIPO
               WHEN OTHER
                   MOVE 999 TO WS-DIAS-TIPO
                   MOVE 99  TO WS-LIM-TIPO
           PERFORM ABRIR-EMPRESTIMOS
           PERFORM ABRIR-LIVROS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       MOVE EMPRESTIMO-LIVRO TO LIVRO-COD
                       READ LIVROS KEY IS LIVRO-COD
                           INVALID KEY CONTINUE
                               END-IF
                       END-READ
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
           CLOSE LIVROS.

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
           DISPLAY "*  EMPRÉSTIMO E DEVOLUÇÃO EM CONTINGÊNCIA   *"
           DISPLAY "*********************************************"
           DISPLAY "  " WS-JANELA-DESCRICAO.

       AVISAR-JANELA-NOTURNA.
           DISPLAY "OPERAÇÃO INDISPONÍVEL DURANTE A CADEIA NOTURNA: "
                   "SÓ CONSULTAS ATÉ O FIM DO PROCESSAMENTO OU A "
                   "LIBERAÇÃO DE EMERGÊNCIA PELO SUPERVISOR.".

      *    Na janela noturna empréstimo e devolução seguem pelo
      *    modo contingência, reaplicado depois da cadeia; o que
      *    grava direto nos arquivos fica bloqueado.
       RESTRINGIR-OPCAO-JANELA.
           EVALUATE WS-OPCAO
               WHEN '1'
               WHEN '2'
               WHEN '8'
                   DISPLAY "CADEIA NOTURNA EM ANDAMENTO: O MOVIMENTO "
                           "SERÁ REGISTRADO EM CONTINGÊNCIA."
                   MOVE "G" TO WS-OPCAO
               WHEN '4'
               WHEN '5'
               WHEN '6'
               WHEN 'C'
               WHEN 'c'
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "-" TO WS-OPCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               PERFORM VERIFICAR-JANELA-NOTURNA
               DISPLAY "-------------------------------------"
               DISPLAY "      SISTEMA DE EMPRESTIMOS        "
               DISPLAY "-------------------------------------"
               DISPLAY "9 - Voltar"
               DISPLAY "Escolha uma opção (1..8/C/G/9): "
               ACCEPT WS-OPCAO
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                   PERFORM RESTRINGIR-OPCAO-JANELA
               END-IF
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM CADASTRAR-EMPRESTIMO
                   WHEN 'G'
                   WHEN 'g'
                       PERFORM MODO-CONTINGENCIA
                   WHEN '-'
                       CONTINUE
                   WHEN '9'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
               IF WS-PTC-ALTERADO = "S"
                   PERFORM EXPORTAR-LISTA-PORTICO
               END-IF
           END-PERFORM.

       ABRIR-EMPRESTIMOS.

           IF EXEMPLAR-STATUS = "D"
               MOVE "S" TO WS-EXEMPLAR-ACHADO
           ELSE IF EXEMPLAR-STATUS = "N"
               DISPLAY "FASCÍCULO EM LOTE DE ENCADERNAÇÃO; NÃO "
                       "CIRCULA ATÉ O RETORNO DO VOLUME."
           ELSE IF EXEMPLAR-STATUS = "V"
               DISPLAY "EXEMPLAR SEPARADO PARA A ENTREGA DOMICILIAR; "
                       "AGUARDE A BAIXA DA FOLHA DE ROTA."
           ELSE
               DISPLAY "EXEMPLAR EM MÃOS NÃO ESTÁ DISPONÍVEL "
                       "(STATUS '" EXEMPLAR-STATUS "'). VERIFIQUE "
                       "A SITUAÇÃO ANTES DE EMPRESTAR."
           END-IF
           END-IF
           END-IF.
           CLOSE EXEMPLARES.

       LOCALIZAR-USUARIO-POR-CARTEIRA.
           MOVE "N" TO WS-USUARIO-ACHADO.
           PERFORM VERIFICAR-CARTEIRA-BLOQUEADA.
           IF WS-CARTEIRA-BLOQUEADA = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-USUARIOS

           CLOSE USUARIOS.

      *    Número na lista de alerta de HIST-CARTEIRAS.DAT
      *    (carteirinha substituída por perda, furto ou dano) é
      *    recusado, e a tentativa fica na auditoria com o código
      *    do titular para a equipe apurar.
       VERIFICAR-CARTEIRA-BLOQUEADA.
           MOVE "N" TO WS-CARTEIRA-BLOQUEADA.
           OPEN INPUT HIST-CARTEIRAS.
           IF WS-ST-HCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRADA-BUSCA(1:12) TO HCT-NUMERO.
           READ HIST-CARTEIRAS KEY IS HCT-NUMERO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HCT-STATUS = "B"
                       MOVE "S" TO WS-CARTEIRA-BLOQUEADA
                   END-IF
           END-READ.
           CLOSE HIST-CARTEIRAS.

           IF WS-CARTEIRA-BLOQUEADA = "S"
               DISPLAY "*** ATENÇÃO: CARTEIRINHA " HCT-NUMERO
                       " BLOQUEADA ***"
               EVALUATE HCT-MOTIVO-BLOQUEIO
                   WHEN "P"
                       DISPLAY "COMUNICADA COMO PERDIDA PELO TITULAR."
                   WHEN "F"
                       DISPLAY "COMUNICADA COMO FURTADA/ROUBADA."
                   WHEN OTHER
                       DISPLAY "SUBSTITUÍDA POR NOVA VIA."
               END-EVALUATE
               DISPLAY "RETENHA O CARTÃO E CONFIRA O DOCUMENTO DO "
                       "PORTADOR. ATENDIMENTO RECUSADO."
               MOVE "CART-ALERT"        TO WS-AUD-OPERACAO
               MOVE HCT-USUARIO         TO WS-AUD-CHAVE
               MOVE HCT-MOTIVO-BLOQUEIO TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *    Entrada numérica com mais de 7 posições é CPF (com ou
      *    sem pontuação): ficam só os dígitos e a busca vai pelo
      *    índice alternativo ao cadastro vivo com esse número.
       LOCALIZAR-USUARIO-POR-CPF.
           MOVE "N"    TO WS-USUARIO-ACHADO.
           MOVE SPACES TO WS-CPF-BUSCA.
           MOVE 0      TO WS-CPF-QTDE-DIG.
           PERFORM VARYING WS-CPF-POS FROM 1 BY 1
                   UNTIL WS-CPF-POS > 14
               IF WS-ENTRADA-BUSCA(WS-CPF-POS:1) IS NUMERIC
                       AND WS-CPF-QTDE-DIG < 11
                   ADD 1 TO WS-CPF-QTDE-DIG
                   MOVE WS-ENTRADA-BUSCA(WS-CPF-POS:1)
                       TO WS-CPF-BUSCA(WS-CPF-QTDE-DIG:1)
               END-IF
           END-PERFORM.
           IF WS-CPF-QTDE-DIG NOT = 11
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-USUARIOS
           MOVE WS-CPF-BUSCA TO USUARIO-CPF
           MOVE "00" TO WS-FILE-STATUS
           START USUARIOS KEY IS EQUAL TO USUARIO-CPF
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-USUARIO-ACHADO = "S"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-CPF NOT = WS-CPF-BUSCA
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF USUARIO-COD NOT = 0
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "U"
                       MOVE "S" TO WS-USUARIO-ACHADO
                       MOVE USUARIO-COD TO WS-COD-USUARIO
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE USUARIOS.

       LOCALIZAR-EMPRESTIMO-EXEMPLAR.
           MOVE "N" TO WS-EMP-ABERTO-ACHADO.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EMPRESTIMOS

           MOVE WS-COD-LIVRO TO EMPRESTIMO-LIVRO
           MOVE WS-COD-EXEMPLAR TO EMPRESTIMO-EXEMPLAR
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-ITEM
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-EMP-ABERTO-ACHADO = "S"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-LIVRO NOT = WS-COD-LIVRO
                           OR EMPRESTIMO-EXEMPLAR NOT = WS-COD-EXEMPLAR
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       MOVE "S" TO WS-EMP-ABERTO-ACHADO
                       MOVE EMPRESTIMO-COD TO WS-EMP-COD
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.


       CADASTRAR-EMPRESTIMO.
           DISPLAY "PASSE A CARTEIRINHA OU DIGITE O CÓDIGO OU O "
                   "CPF DO USUÁRIO: "
           ACCEPT WS-ENTRADA-BUSCA
           IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
                   AND WS-ENTRADA-BUSCA(8:7) NOT = SPACES
               PERFORM LOCALIZAR-USUARIO-POR-CPF
               IF WS-USUARIO-ACHADO NOT = "S"
                   DISPLAY "CPF NÃO ENCONTRADO NO CADASTRO."
                   EXIT PARAGRAPH
               END-IF
           ELSE IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
               COMPUTE WS-COD-USUARIO =
                   FUNCTION NUMVAL(WS-ENTRADA-BUSCA(1:7))
           ELSE
               PERFORM LOCALIZAR-USUARIO-POR-CARTEIRA
               IF WS-USUARIO-ACHADO NOT = "S"
                   IF WS-CARTEIRA-BLOQUEADA NOT = "S"
                       DISPLAY "CARTEIRINHA NÃO ENCONTRADA."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           END-IF
           MOVE WS-COD-USUARIO TO USUARIO-COD

           PERFORM ABRIR-USUARIOS
               MOVE "C" TO WS-TIPO-LOTE
           END-IF.

      *    No teto da categoria o leitor ainda pode levar itens
      *    da reserva didática, que têm limite próprio.
           PERFORM CONTAR-EMPRESTIMOS-USUARIO.
           IF WS-TIPO-LOTE NOT = "C"
                   AND WS-QTDE-EMPRESTIMOS-USU
                       >= WS-MAX-EMPRESTIMOS-USU
               DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                       WS-MAX-EMPRESTIMOS-USU " EMPRÉSTIMOS ATIVOS "
                       "PARA A SUA CATEGORIA; SÓ PODERÁ LEVAR "
                       "ITENS DA RESERVA DIDÁTICA."
           END-IF.

           MOVE "N" TO WS-DATA-VALIDA
                   IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
                       MOVE "N" TO WS-CONTINUAR-LOTE
                   END-IF
               ELSE
                   PERFORM REGISTRAR-ITEM-LOTE
               END-IF
           MOVE LIVRO-TIPO-MATERIAL TO WS-TIPO-MATERIAL-ITEM.
           CLOSE LIVROS.

           MOVE "N" TO WS-ITEM-DIGITAL.
           IF WS-TIPO-MATERIAL-ITEM = "E"
                   OR WS-TIPO-MATERIAL-ITEM = "A"
               PERFORM REGISTRAR-ITEM-DIGITAL
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXEMPLAR-ESCOLHIDO = "S"
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "S"
                   PERFORM REGISTRAR-RESERVA
                   IF WS-RESERVA-GRAVADA = "S"
                           AND WS-EXEMPLAR-ESCOLHIDO = "N"
                       PERFORM SOLICITAR-RECOLHIMENTO
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    Exemplar na reserva didática em vigor: prazo curto e
      *    limite próprios no lugar das regras da categoria e do
      *    tipo de material.
           MOVE "N" TO WS-ITEM-DIDATICO.
           IF WS-TIPO-LOTE NOT = "C"
               PERFORM VERIFICAR-RESERVA-DIDATICA
           END-IF.

           IF WS-ITEM-DIDATICO = "S"
               PERFORM CONTAR-EMPRESTIMOS-DIDATICA
               IF WS-QTDE-EMP-DIDATICA >= WS-LIM-DIDATICA
                   DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                           WS-LIM-DIDATICA " ITEM(NS) DA RESERVA "
                           "DIDÁTICA."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-TIPO-LOTE NOT = "C"
                       AND WS-QTDE-EMPRESTIMOS-USU >=
                       WS-MAX-EMPRESTIMOS-USU
                   DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                           WS-MAX-EMPRESTIMOS-USU " EMPRÉSTIMOS "
                           "ATIVOS PARA A SUA CATEGORIA."
                   EXIT PARAGRAPH
               END-IF
               PERFORM DEFINIR-POLITICA-TIPO
               IF WS-LIM-TIPO < 99 AND WS-TIPO-LOTE NOT = "C"
                   PERFORM CONTAR-EMPRESTIMOS-TIPO
                   IF WS-QTDE-EMP-TIPO >= WS-LIM-TIPO
                       DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                               WS-LIM-TIPO " ITEM(NS) DESTE TIPO DE "
                               "MATERIAL."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           IF WS-TIPO-LOTE = "C"
               MOVE WS-EMP-AAAAMMDD TO WS-DEV-AAAAMMDD
               DISPLAY "CONSULTA LOCAL: DEVOLVER ATÉ O FECHAMENTO "
                       "DE HOJE."
           ELSE IF WS-ITEM-DIDATICO = "S"
               PERFORM CALCULAR-PRAZO-DIDATICA
           ELSE
      *    Entre o prazo da categoria e o do tipo de material
      *    vale o mais curto.
           END-IF.

           PERFORM GRAVAR-EMPRESTIMO.
           IF WS-ITEM-DIDATICO = "S"
               PERFORM CONTAR-USO-DIDATICA
           ELSE IF WS-TIPO-LOTE NOT = "C"
               ADD 1 TO WS-QTDE-EMPRESTIMOS-USU
           END-IF.

                   EXIT PARAGRAPH.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES
           MOVE "E" TO EXEMPLAR-STATUS
           MOVE EXEMPLAR-CODBARRAS TO WS-PTC-CODBARRAS
           MOVE EXEMPLAR-FILIAL    TO WS-PTC-FILIAL
           REWRITE REG-EXEMPLAR
           CLOSE EXEMPLARES.
           PERFORM GRAVAR-JORNAL-EXEMPLAR.

           IF WS-TIPO-LOTE NOT = "C"
               PERFORM LIBERAR-PORTICO
           END-IF.

           PERFORM RECALCULAR-STATUS-TITULO.

           DISPLAY "EMPRÉSTIMO CADASTRADO COM SUCESSO! (EXEMPLAR "
                   WS-COD-EXEMPLAR ")".

      *    Empréstimo digital (e-book/audiolivro): sem exemplar
      *    nem código de barras, ocupa uma cópia de licença
      *    vigente de LICENCAS-DIGITAIS.DAT (o número da licença
      *    fica no campo do exemplar) e expira sozinho no
      *    vencimento, sem multa (SIS-BATCH-DIGITAL). Com todas
      *    as cópias em uso, ou com leitores já na fila do
      *    título, o leitor entra na fila de RESERVAS.DAT, que o
      *    job noturno atende por ordem de chegada.
       REGISTRAR-ITEM-DIGITAL.
           IF WS-TIPO-LOTE = "C"
               DISPLAY "TÍTULO DIGITAL NÃO ENTRA EM CONSULTA LOCAL."
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-EMPRESTIMOS-USU >= WS-MAX-EMPRESTIMOS-USU
               DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                       WS-MAX-EMPRESTIMOS-USU " EMPRÉSTIMOS "
                       "ATIVOS PARA A SUA CATEGORIA."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DEFINIR-POLITICA-TIPO.
           PERFORM CONTAR-EMPRESTIMOS-TIPO.
           IF WS-QTDE-EMP-TIPO >= WS-LIM-TIPO
               DISPLAY "USUÁRIO JÁ ATINGIU O LIMITE DE "
                       WS-LIM-TIPO " ITEM(NS) DESTE TIPO DE "
                       "MATERIAL."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-LICENCA-LIVRE.
           IF WS-LIC-VIGENTES = 0
               DISPLAY "TÍTULO SEM LICENÇA DIGITAL VIGENTE; "
                       "EMPRÉSTIMO INDISPONÍVEL."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-FILA-TITULO.
           IF WS-USUARIO-NA-FILA = "S"
               DISPLAY "USUÁRIO JÁ ESTÁ NA FILA DESTE TÍTULO; O "
                       "ACESSO SERÁ LIBERADO AUTOMATICAMENTE NA "
                       "SUA VEZ."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIC-ACHADA NOT = "S" OR WS-QTDE-FILA-TITULO > 0
               DISPLAY "TODAS AS CÓPIAS DIGITAIS ESTÃO EM USO OU HÁ "
                       "LEITORES NA FILA DO TÍTULO."
               DISPLAY "DESEJA ENTRAR NA FILA DE RESERVA? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "S"
                   MOVE "S" TO WS-ITEM-DIGITAL
                   PERFORM REGISTRAR-RESERVA
                   MOVE "N" TO WS-ITEM-DIGITAL
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    O acesso se encerra sozinho, sem devolução no balcão:
      *    o vencimento não rola para dia de funcionamento e não
      *    passa da data final da licença.
           MOVE WS-DIAS-EMPRESTIMO-CAT TO WS-DIAS-EFETIVOS.
           IF WS-DIAS-TIPO < WS-DIAS-EFETIVOS
               MOVE WS-DIAS-TIPO TO WS-DIAS-EFETIVOS
           END-IF.
           COMPUTE WS-DEV-AAAAMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EMP-AAAAMMDD)
               + WS-DIAS-EFETIVOS).
           IF WS-LIC-DATA-FIM > 0
                   AND WS-LIC-DATA-FIM < WS-DEV-AAAAMMDD
               MOVE WS-LIC-DATA-FIM TO WS-DEV-AAAAMMDD
           END-IF.

           PERFORM OCUPAR-LICENCA.
           IF WS-LIC-ACHADA NOT = "S"
               DISPLAY "A CÓPIA DIGITAL ACABOU DE SER OCUPADA POR "
                       "OUTRA ESTAÇÃO. TENTE NOVAMENTE."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LIC-SEQ-LIVRE TO WS-COD-EXEMPLAR.
           MOVE "S" TO WS-ITEM-DIGITAL.
           PERFORM GRAVAR-EMPRESTIMO.
           MOVE "N" TO WS-ITEM-DIGITAL.
           ADD 1 TO WS-QTDE-EMPRESTIMOS-USU.

           MOVE WS-DEV-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "EMPRÉSTIMO DIGITAL CADASTRADO (LICENÇA "
                   WS-LIC-SEQ-LIVRE "). O ACESSO EXPIRA EM "
                   WS-DATA-FMT ".".

      *    Primeira licença do título em vigor na data do
      *    empréstimo (ativa, dentro da vigência e abaixo do teto)
      *    com cópia livre; conta também as vigentes, para
      *    distinguir título sem licença de título com todas as
      *    cópias em uso.
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
           PERFORM UNTIL WS-ST-LIC = "10" OR WS-LIC-ACHADA = "S"
               READ LICENCAS-DIGITAIS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LIC
               NOT AT END
                   IF LIC-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-ST-LIC
                   ELSE IF LIC-STATUS = "A"
                           AND LIC-DATA-INICIO <= WS-EMP-AAAAMMDD
                           AND (LIC-DATA-FIM = 0
                                OR LIC-DATA-FIM >= WS-EMP-AAAAMMDD)
                           AND (LIC-EMP-MAX = 0
                                OR LIC-EMP-USADOS < LIC-EMP-MAX)
                       ADD 1 TO WS-LIC-VIGENTES
                       IF LIC-EM-USO < LIC-COPIAS
                           MOVE "S"          TO WS-LIC-ACHADA
                           MOVE LIC-SEQ      TO WS-LIC-SEQ-LIVRE
                           MOVE LIC-DATA-FIM TO WS-LIC-DATA-FIM
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE LICENCAS-DIGITAIS.

      *    Reservas na fila ("A") do título, e se o próprio leitor
      *    já está nela.
       CONTAR-FILA-TITULO.
           MOVE 0    TO WS-QTDE-FILA-TITULO.
           MOVE "N"  TO WS-USUARIO-NA-FILA.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-RESERVAS

           MOVE WS-COD-LIVRO TO RESERVA-LIVRO
           START RESERVAS KEY IS EQUAL TO RESERVA-LIVRO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF RESERVA-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF RESERVA-STATUS = "A"
                       ADD 1 TO WS-QTDE-FILA-TITULO
                       IF RESERVA-USUARIO = WS-COD-USUARIO
                           MOVE "S" TO WS-USUARIO-NA-FILA
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE RESERVAS.

      *    Confirma a cópia livre com o registro travado (outra
      *    estação pode ter levado a última) e consome um
      *    empréstimo da licença; no teto ela passa a esgotada
      *    ("E") e as cópias em uso seguem até o vencimento.
       OCUPAR-LICENCA.
           MOVE "N" TO WS-LIC-ACHADA.
           PERFORM ABRIR-LICENCAS
           MOVE WS-COD-LIVRO     TO LIC-LIVRO
           MOVE WS-LIC-SEQ-LIVRE TO LIC-SEQ
           READ LICENCAS-DIGITAIS KEY IS LIC-CHAVE
               INVALID KEY
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH.

           IF WS-ST-LIC = "51" OR WS-ST-LIC = "99"
                   OR LIC-STATUS NOT = "A"
                   OR LIC-EM-USO >= LIC-COPIAS
               CLOSE LICENCAS-DIGITAIS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LIC-EM-USO.
           ADD 1 TO LIC-EMP-USADOS.
           IF LIC-EMP-MAX > 0 AND LIC-EMP-USADOS >= LIC-EMP-MAX
               MOVE "E" TO LIC-STATUS
               DISPLAY "LICENÇA " LIC-SEQ " ATINGIU O TETO DE "
                       LIC-EMP-MAX " EMPRÉSTIMOS."
           END-IF.
           REWRITE REG-LICENCA.
           CLOSE LICENCAS-DIGITAIS.
           MOVE "S" TO WS-LIC-ACHADA.

      *    Devolução antecipada de empréstimo digital: a cópia
      *    volta a ficar livre na licença (o empréstimo já
      *    consumido continua contando no teto).
       LIBERAR-LICENCA.
           PERFORM ABRIR-LICENCAS
           MOVE WS-COD-LIVRO    TO LIC-LIVRO
           MOVE WS-COD-EXEMPLAR TO LIC-SEQ
           READ LICENCAS-DIGITAIS KEY IS LIC-CHAVE
               INVALID KEY
                   CLOSE LICENCAS-DIGITAIS
                   EXIT PARAGRAPH.
           IF LIC-EM-USO > 0
               SUBTRACT 1 FROM LIC-EM-USO
               REWRITE REG-LICENCA
           END-IF.
           CLOSE LICENCAS-DIGITAIS.

       ABRIR-LICENCAS.
           OPEN I-O LICENCAS-DIGITAIS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-LIC NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O LICENCAS-DIGITAIS
           END-PERFORM.
           EVALUATE WS-ST-LIC
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO LICENCAS-DIGITAIS.DAT..."
                   OPEN OUTPUT LICENCAS-DIGITAIS
                   CLOSE LICENCAS-DIGITAIS
                   OPEN I-O LICENCAS-DIGITAIS
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR LICENCAS-DIGITAIS.DAT! "
                           "STATUS: " WS-ST-LIC
                   STOP RUN
           END-EVALUATE.

      *    Pórtico antifurto: o exemplar físico que sai emprestado
      *    entra na lista de peças liberadas (chave livro +
      *    exemplar, com o código de barras lido pelo pórtico) e
      *    sai dela na devolução ou na baixa por perda. Ao fim de
      *    cada opção que mexeu na lista, PORTICO-EMPRESTADOS.TXT
      *    é regravado para o fornecedor. A entrega domiciliar,
      *    os depósitos e a reaplicação da contingência mantêm a
      *    lista do mesmo modo; a reconstrução noturna
      *    (SIS-BATCH-PORTICO) acerta o restante.
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
           MOVE WS-EMP-AAAAMMDD  TO PLB-DATA-EMP
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
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-PLB NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O PORTICO-LIBERADOS
           END-PERFORM.
           EVALUATE WS-ST-PLB
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO PORTICO-LIBERADOS.DAT..."
                   OPEN OUTPUT PORTICO-LIBERADOS
                   CLOSE PORTICO-LIBERADOS
                   OPEN I-O PORTICO-LIBERADOS
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PORTICO-LIBERADOS.DAT! "
                           "STATUS: " WS-ST-PLB
                   STOP RUN
           END-EVALUATE.

       GRAVAR-EMPRESTIMO.
           PERFORM OBTER-PROX-NUM-EMP.

           MOVE 0                 TO EMPRESTIMO-RENOVACOES.
           MOVE WS-LOTE-COD       TO EMPRESTIMO-LOTE.
           MOVE WS-TIPO-LOTE      TO EMPRESTIMO-TIPO.
           IF WS-ITEM-DIDATICO = "S"
               MOVE "D"           TO EMPRESTIMO-TIPO
           END-IF.
           IF WS-ITEM-DIGITAL = "S"
               MOVE "L"           TO EMPRESTIMO-TIPO
           END-IF.

           WRITE REG-EMPRESTIMO
               INVALID KEY DISPLAY "ERRO: REGISTRO JÁ EXISTE!"
           PERFORM ABRIR-EMPRESTIMOS
           PERFORM ABRIR-LIVROS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-LOTE = WS-LOTE-COD
                           AND EMPRESTIMO-STATUS = "E"
                       PERFORM GRAVAR-ITEM-COMPROVANTE
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
           MOVE EMPRESTIMO-DATA-DEV TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF EMPRESTIMO-TIPO = "L"
               STRING LIVRO-TITULO(1:35) " LIC." EMPRESTIMO-EXEMPLAR
                      " EXPIRA " WS-DATA-FMT DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
           ELSE
               STRING LIVRO-TITULO(1:35) " EX." EMPRESTIMO-EXEMPLAR
                      " DEV. " WS-DATA-FMT DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-COMPROVANTE FROM WS-LINHA-IMP.

      *    Atraso da devolução contado só em dias de
                   STOP RUN
           END-EVALUATE.

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

      *    Enfileira um aviso ao leitor (reserva pronta, cobrança)
      *    com os contatos do cadastro; o despacho para o gateway
      *    de e-mail/SMS é feito pelo batch SIS-NOTIFICA.
      *    outro leitor do cadastro ou os contatos capturados no
      *    cadastro do menor.
       GRAVAR-NOTIFICACAO.
           MOVE WS-NOTIF-USUARIO TO WS-CTT-USUARIO.
           MOVE WS-NOTIF-TIPO TO WS-CTT-TIPO.
           PERFORM VERIFICAR-PREFERENCIA-AVISO.
           IF WS-AVISO-LIBERADO = "N"
               MOVE 0 TO WS-NOTIF-DATA
               DISPLAY "AVISO NÃO ENFILEIRADO: O LEITOR RECUSOU "
                       "ESTE TIPO NAS PREFERÊNCIAS DE CONTATO."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE SPACES TO WS-NOTIF-TELEFONE.

           ADD 1 TO WS-NOTIF-COD-LIVRE.
           MOVE WS-NOTIF-COD-LIVRE TO NOTIF-COD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-DATA.
           IF WS-NOTIF-DATA NOT = 0
               MOVE WS-NOTIF-DATA TO NOTIF-DATA
               MOVE 0             TO WS-NOTIF-DATA
           END-IF.
           MOVE WS-NOTIF-TIPO      TO NOTIF-TIPO.
           MOVE WS-NOTIF-USUARIO   TO NOTIF-USUARIO.
           MOVE WS-NOTIF-EMAIL     TO NOTIF-EMAIL.
           MOVE 0                  TO NOTIF-TENTATIVAS.
           WRITE REG-NOTIFICACAO.

           CLOSE NOTIFICACOES.

       CONTAR-EMPRESTIMOS-USUARIO.
           MOVE 0 TO WS-QTDE-EMPRESTIMOS-USU.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EMPRESTIMOS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "D"
                       ADD 1 TO WS-QTDE-EMPRESTIMOS-USU
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

       CONTAR-EMPRESTIMOS-DIDATICA.
           MOVE 0 TO WS-QTDE-EMP-DIDATICA.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EMPRESTIMOS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO = "D"
                       ADD 1 TO WS-QTDE-EMP-DIDATICA
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

      *    Procura o exemplar entre as reservas didáticas ativas
      *    cuja vigência cobre a data do empréstimo.
       VERIFICAR-RESERVA-DIDATICA.
           MOVE "N" TO WS-ITEM-DIDATICO.
           MOVE "00" TO WS-ST-RD.
           OPEN INPUT RESERVA-DIDATICA.
           IF WS-ST-RD NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-RD = "10"
                   OR WS-ITEM-DIDATICO = "S"
               READ RESERVA-DIDATICA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-RD
               NOT AT END
                   IF RD-LIVRO = WS-COD-LIVRO
                           AND RD-EXEMPLAR = WS-COD-EXEMPLAR
                           AND RD-STATUS = "A"
                           AND RD-DATA-INICIO <= WS-EMP-AAAAMMDD
                           AND RD-DATA-FIM >= WS-EMP-AAAAMMDD
                       MOVE "S"            TO WS-ITEM-DIDATICO
                       MOVE RD-DISCIPLINA  TO WS-RD-DISCIPLINA
                       MOVE RD-PRAZO-HORAS TO WS-RD-PRAZO-HORAS
                   END-IF
           END-PERFORM.

           CLOSE RESERVA-DIDATICA.

      *    Prazo da reserva: em horas devolve no mesmo dia (a
      *    hora-limite sai no balcão e no comprovante; a multa
      *    segue a data); sem horas, 1 dia de funcionamento.
       CALCULAR-PRAZO-DIDATICA.
           IF WS-RD-PRAZO-HORAS = 0
               MOVE 1 TO WS-DIAS-EFETIVOS
               PERFORM CALCULAR-DATA-DEVOLUCAO
               MOVE WS-DEV-AAAAMMDD TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               DISPLAY "RESERVA DIDÁTICA (" WS-RD-DISCIPLINA
                       "): PRAZO DE 1 DIA."
               DISPLAY "DATA DE DEVOLUÇÃO PREVISTA: " WS-DATA-FMT
           ELSE
               MOVE WS-EMP-AAAAMMDD TO WS-DEV-AAAAMMDD
               MOVE FUNCTION CURRENT-DATE(9:2) TO WS-HORA-LIMITE
               ADD WS-RD-PRAZO-HORAS TO WS-HORA-LIMITE
               IF WS-HORA-LIMITE > 23
                   MOVE 23 TO WS-HORA-LIMITE
               END-IF
               DISPLAY "RESERVA DIDÁTICA (" WS-RD-DISCIPLINA
                       "): PRAZO DE " WS-RD-PRAZO-HORAS " HORA(S)."
               DISPLAY "DEVOLVER HOJE ATÉ AS " WS-HORA-LIMITE
                       "H OU NO FECHAMENTO, O QUE VIER PRIMEIRO."
           END-IF.

      *    Contador de uso do exemplar na disciplina, base do
      *    relatório entregue ao professor no fim do semestre.
       CONTAR-USO-DIDATICA.
           MOVE "00" TO WS-ST-RD.
           OPEN I-O RESERVA-DIDATICA.
           IF WS-ST-RD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RD-DISCIPLINA TO RD-DISCIPLINA.
           MOVE WS-COD-LIVRO     TO RD-LIVRO.
           MOVE WS-COD-EXEMPLAR  TO RD-EXEMPLAR.
           READ RESERVA-DIDATICA KEY IS RD-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO RD-QTDE-EMPRESTIMOS
                   REWRITE REG-RESERVA-DID
           END-READ.
           CLOSE RESERVA-DIDATICA.

       DEFINIR-REGRAS-CATEGORIA.
           EVALUATE WS-USU-CATEGORIA
               WHEN "E"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECUSAR-ITEM-DEPOSITO.
           IF WS-ITEM-DEPOSITO = "S"
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DIGITE A DATA DE DEVOLUÇÃO (DD/MM/AAAA): "
           MOVE EMPRESTIMO-USUARIO      TO WS-REC-USUARIO.
           MOVE EMPRESTIMO-DATA-DEV     TO WS-REC-DATA-DEV.
           MOVE EMPRESTIMO-DATA-ENTREGA TO WS-REC-DATA-ENTREGA.
           MOVE EMPRESTIMO-TIPO         TO WS-TIPO-EMP-DEV.
           CLOSE EMPRESTIMOS.

      *    Empréstimo digital encerrado antes do vencimento: só
      *    libera a cópia da licença. Não há exemplar a
      *    reacomodar nem atraso a punir; a fila do título é
      *    atendida pelo job noturno.
           IF WS-TIPO-EMP-DEV = "L"
               MOVE 0   TO WS-REC-DIAS-ATRASO
               MOVE "N" TO WS-RESERVA-ACHADA
               MOVE "N" TO WS-RESERVA-TRANSITO
               PERFORM LIBERAR-LICENCA
               EXIT PARAGRAPH
           END-IF.

           PERFORM BLOQUEAR-PORTICO.

           PERFORM CONTAR-ATRASO-DEVOLUCAO.

           PERFORM ATUALIZAR-LIVRO.
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECUSAR-ITEM-DEPOSITO.
           IF WS-ITEM-DEPOSITO = "S"
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EXP-DATA-NUM TO WS-DATA-DIGITADA-NUM.
           PERFORM EFETIVAR-DEVOLUCAO.

           END-IF.
           DISPLAY "ITEM " WS-REC-EMP-COD " DEVOLVIDO.".

      *    Peça de depósito institucional (tipo "I") volta pela
      *    conferência do depósito em SIS-DEPOSITOS, que baixa a
      *    relação enviada; o balcão só orienta.
       RECUSAR-ITEM-DEPOSITO.
           MOVE "N" TO WS-ITEM-DEPOSITO.
           IF EMPRESTIMO-TIPO = "I"
               MOVE "S" TO WS-ITEM-DEPOSITO
               DISPLAY "EXEMPLAR DO DEPÓSITO INSTITUCIONAL "
                       EMPRESTIMO-LOTE ": DEVOLVA PELA CONFERÊNCIA "
                       "DO DEPÓSITO."
           END-IF.

      *    Entrada numérica da leva: primeiro tenta como código de
      *    empréstimo em andamento; se não servir, procura o
      *    empréstimo aberto mais antigo do livro com esse código.

           PERFORM ABRIR-EMPRESTIMOS

           MOVE WS-COD-LIVRO TO EMPRESTIMO-LIVRO
           MOVE 0 TO EMPRESTIMO-EXEMPLAR
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMO-ITEM
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-EMP-ABERTO-ACHADO = "S"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       MOVE "S" TO WS-EMP-ABERTO-ACHADO
                       MOVE EMPRESTIMO-COD TO WS-EMP-COD
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

           MOVE 0   TO WS-LOTE-COD.
           MOVE "N" TO WS-TIPO-LOTE.
           MOVE "N" TO WS-ITEM-DIDATICO.
           MOVE "N" TO WS-ITEM-DIGITAL.
           PERFORM GRAVAR-EMPRESTIMO.

           PERFORM ABRIR-EXEMPLARES
                   EXIT PARAGRAPH.
           MOVE REG-EXEMPLAR TO WS-JRN-ANTES
           MOVE "E" TO EXEMPLAR-STATUS
           MOVE EXEMPLAR-CODBARRAS TO WS-PTC-CODBARRAS
           MOVE EXEMPLAR-FILIAL    TO WS-PTC-FILIAL
           REWRITE REG-EXEMPLAR
           CLOSE EXEMPLARES.
           PERFORM GRAVAR-JORNAL-EXEMPLAR.
           PERFORM LIBERAR-PORTICO.

           PERFORM BAIXAR-RESERVA-ATENDIDA.

           END-READ.
           CLOSE FILIAIS.

      *    Reserva de título digital não tem filial de retirada
      *    (0): o acesso é liberado pelo job noturno.
       REGISTRAR-RESERVA.
           IF WS-ITEM-DIGITAL = "S"
               MOVE 0   TO WS-FILIAL-RETIRADA
               MOVE "S" TO WS-FILIAL-OK
           ELSE
               MOVE "N" TO WS-FILIAL-OK
           END-IF.
           PERFORM UNTIL WS-FILIAL-OK = "S"
               DISPLAY "FILIAL DE RETIRADA DA RESERVA (0 = SEDE): "
               ACCEPT WS-FILIAL-RETIRADA

           PERFORM ACHAR-ULTIMO-RESERVA.

           MOVE "N" TO WS-RESERVA-GRAVADA.
           PERFORM ABRIR-RESERVAS
           MOVE WS-RES-COD     TO RESERVA-COD
           MOVE WS-COD-LIVRO   TO RESERVA-LIVRO
               NOT INVALID KEY
                   DISPLAY "RESERVA REGISTRADA COM SUCESSO! (COD."
                       WS-RES-COD ")"
                   MOVE "S" TO WS-RESERVA-GRAVADA
                   MOVE "GRAVACAO" TO WS-AUD-OPERACAO
                   MOVE WS-RES-COD TO WS-AUD-CHAVE
                   MOVE SPACES     TO WS-AUD-STATUS-ANT

           PERFORM ABRIR-RESERVAS

           MOVE WS-COD-LIVRO TO RESERVA-LIVRO
           START RESERVAS KEY IS EQUAL TO RESERVA-LIVRO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

      *    A primeira reserva ativa da fila é atendida seja qual
      *    for a filial de retirada: retirada aqui (ou sem filial,
      *    de antes do campo existir) separa o exemplar no balcão;
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF RESERVA-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF RESERVA-STATUS = "A"
                       MOVE RESERVA-USUARIO TO WS-RES-USUARIO-ATENDIDO
                       MOVE RESERVA-COD TO WS-RES-COD-ATENDIDA
                       MOVE REG-RESERVA TO WS-JRN-ANTES
                           TO RESERVA-DATA
                       REWRITE REG-RESERVA
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE RESERVAS.
               PERFORM GRAVAR-NOTIFICACAO
           END-IF.

      *    Recolhimento: sem exemplar livre para a fila, o
      *    empréstimo comum mais antigo do título que já cumpriu o
      *    prazo mínimo garantido tem o vencimento antecipado (dias
      *    fechados rolam como no cadastro), fica sem renovação e o
      *    leitor é avisado. Um recolhimento em curso por reserva
      *    na fila; consulta, reserva didática e entrega
      *    domiciliar ficam de fora.
       SOLICITAR-RECOLHIMENTO.
           MOVE 0    TO WS-RCL-QTDE-FILA.
           MOVE "00" TO WS-FILE-STATUS.
           PERFORM ABRIR-RESERVAS
           MOVE WS-COD-LIVRO TO RESERVA-LIVRO
           START RESERVAS KEY IS EQUAL TO RESERVA-LIVRO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF RESERVA-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF RESERVA-STATUS = "A"
                       ADD 1 TO WS-RCL-QTDE-FILA
                   END-IF
                   END-IF
           END-PERFORM.
           CLOSE RESERVAS.

           MOVE 0    TO WS-RCL-QTDE-RECOLHIDOS.
           MOVE 0    TO WS-RCL-EMP-COD.
           MOVE 0    TO WS-RCL-DATA-EMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIT-HOJE.
           MOVE "00" TO WS-FILE-STATUS.
           PERFORM ABRIR-EMPRESTIMOS
           MOVE WS-COD-LIVRO TO EMPRESTIMO-LIVRO
           MOVE 0 TO EMPRESTIMO-EXEMPLAR
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMO-ITEM
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       IF EMPRESTIMO-TIPO = "R"
                           ADD 1 TO WS-RCL-QTDE-RECOLHIDOS
                       ELSE IF EMPRESTIMO-TIPO NOT = "C"
                               AND EMPRESTIMO-TIPO NOT = "D"
                               AND EMPRESTIMO-TIPO NOT = "V"
                               AND EMPRESTIMO-TIPO NOT = "I"
                           PERFORM AVALIAR-CANDIDATO-RECOLHE
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.
           CLOSE EMPRESTIMOS.

           IF WS-RCL-QTDE-RECOLHIDOS >= WS-RCL-QTDE-FILA
               DISPLAY "JÁ HÁ RECOLHIMENTO EM CURSO PARA ESTE "
                       "TÍTULO."
               EXIT PARAGRAPH
           END-IF.

      *    Data do recolhimento: hoje + prazo, rolada para dia de
      *    funcionamento; a data do lote em curso é preservada.
           MOVE WS-EMP-AAAAMMDD  TO WS-RCL-DATA-SALVA.
           MOVE WS-SIT-HOJE      TO WS-EMP-AAAAMMDD.
           MOVE WS-PRAZO-RECOLHE TO WS-DIAS-EFETIVOS.
           PERFORM CALCULAR-DATA-DEVOLUCAO.
           MOVE WS-RCL-DATA-SALVA TO WS-EMP-AAAAMMDD.

           IF WS-RCL-EMP-COD = 0
               DISPLAY "NENHUM EMPRÉSTIMO DESTE TÍTULO PODE SER "
                       "RECOLHIDO AGORA (PRAZO MÍNIMO DE "
                       WS-DIAS-MIN-RECOLHE " DIAS)."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-EMPRESTIMOS
           MOVE WS-RCL-EMP-COD TO EMPRESTIMO-COD
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY
                   CLOSE EMPRESTIMOS
                   EXIT PARAGRAPH.

           IF WS-FILE-STATUS = "51" OR WS-FILE-STATUS = "99"
               DISPLAY "EMPRÉSTIMO A RECOLHER EM USO POR OUTRA "
                       "ESTAÇÃO; RECOLHIMENTO NÃO REGISTRADO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-DATA-DEV <= WS-DEV-AAAAMMDD
               DISPLAY "O EMPRÉSTIMO MAIS ANTIGO JÁ VENCE ATÉ A "
                       "DATA DE RECOLHIMENTO; NADA A ANTECIPAR."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-STATUS TO WS-AUD-STATUS-ANT
           MOVE REG-EMPRESTIMO    TO WS-JRN-ANTES
           MOVE WS-DEV-AAAAMMDD   TO EMPRESTIMO-DATA-DEV
           MOVE "R"               TO EMPRESTIMO-TIPO
           REWRITE REG-EMPRESTIMO
           PERFORM GRAVAR-JORNAL-EMPRESTIMO

           MOVE "RECOLHE"      TO WS-AUD-OPERACAO
           MOVE WS-RCL-EMP-COD TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA

           MOVE EMPRESTIMO-USUARIO TO WS-NOTIF-USUARIO
           CLOSE EMPRESTIMOS.

           MOVE WS-DEV-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           DISPLAY "RECOLHIMENTO: EMPRÉSTIMO " WS-RCL-EMP-COD
                   " (LEITOR " WS-NOTIF-USUARIO ") PASSA A VENCER "
                   "EM " WS-DATA-FMT "."

           MOVE "K"             TO WS-NOTIF-TIPO
           MOVE WS-COD-LIVRO    TO WS-NOTIF-LIVRO
           MOVE 0               TO WS-NOTIF-VALOR
           MOVE WS-DEV-AAAAMMDD TO WS-NOTIF-DATA
           PERFORM GRAVAR-NOTIFICACAO.

       AVALIAR-CANDIDATO-RECOLHE.
           COMPUTE WS-RCL-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-SIT-HOJE) -
               FUNCTION INTEGER-OF-DATE(EMPRESTIMO-DATA-EMP).
           IF WS-RCL-DIAS-CORRIDOS < WS-DIAS-MIN-RECOLHE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCL-EMP-COD = 0
                   OR EMPRESTIMO-DATA-EMP < WS-RCL-DATA-EMP
               MOVE EMPRESTIMO-COD      TO WS-RCL-EMP-COD
               MOVE EMPRESTIMO-DATA-EMP TO WS-RCL-DATA-EMP
           END-IF.

       MENU-RESERVAS.
           MOVE "S" TO WS-OPCAO-RES.
           PERFORM UNTIL WS-OPCAO-RES = "N"
               WHEN "N" DISPLAY "   STATUS: SEPARADA NA ESTANTE"
               WHEN "T" DISPLAY "   STATUS: EM TRANSFERÊNCIA PARA "
                                "A FILIAL DE RETIRADA"
               WHEN "D" DISPLAY "   STATUS: EM ROTA DE ENTREGA "
                                "DOMICILIAR"
               WHEN "E" DISPLAY "   STATUS: ATENDIDA (EMPRÉSTIMO)"
               WHEN "V" DISPLAY "   STATUS: VENCIDA"
               WHEN "C" DISPLAY "   STATUS: CANCELADA"
                   IF RESERVA-USUARIO = WS-COD-USUARIO
                           AND (RESERVA-STATUS = "A"
                            OR RESERVA-STATUS = "N"
                            OR RESERVA-STATUS = "T"
                            OR RESERVA-STATUS = "D")
                       ADD 1 TO WS-QTDE-RES-LISTADAS
                       MOVE RESERVA-DATA TO WS-DATA-FMT-NUM
                       PERFORM FORMATAR-DATA

           PERFORM ABRIR-RESERVAS

           MOVE WS-COD-LIVRO TO RESERVA-LIVRO
           START RESERVAS KEY IS EQUAL TO RESERVA-LIVRO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ RESERVAS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF RESERVA-LIVRO NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       IF RESERVA-STATUS = "A"
                           ADD 1 TO WS-POSICAO-FILA
                           ADD 1 TO WS-QTDE-RES-LISTADAS
                                   " - DESDE " WS-DATA-FMT
                       END-IF
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE RESERVAS.
      *    aberto no caixa e histórico de empréstimos, com opção
      *    de gravar a ficha em arquivo para impressão.
       SITUACAO-LEITOR.
           DISPLAY "PASSE A CARTEIRINHA OU DIGITE O CÓDIGO OU O "
                   "CPF DO USUÁRIO: "
           ACCEPT WS-ENTRADA-BUSCA
           IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
                   AND WS-ENTRADA-BUSCA(8:7) NOT = SPACES
               PERFORM LOCALIZAR-USUARIO-POR-CPF
               IF WS-USUARIO-ACHADO NOT = "S"
                   DISPLAY "CPF NÃO ENCONTRADO NO CADASTRO."
                   EXIT PARAGRAPH
               END-IF
           ELSE IF WS-ENTRADA-BUSCA(1:1) IS NUMERIC
               COMPUTE WS-COD-USUARIO =
                   FUNCTION NUMVAL(WS-ENTRADA-BUSCA(1:7))
           ELSE
               PERFORM LOCALIZAR-USUARIO-POR-CARTEIRA
               IF WS-USUARIO-ACHADO NOT = "S"
                   IF WS-CARTEIRA-BLOQUEADA NOT = "S"
                       DISPLAY "CARTEIRINHA NÃO ENCONTRADA."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           END-IF

           PERFORM ABRIR-USUARIOS
           MOVE WS-COD-USUARIO TO USUARIO-COD
               STRING "   TOTAL DEVIDO: R$ " WS-SIT-TOTAL-DEB
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA-SIT
               PERFORM SITUACAO-COBRANCAS-PIX
           END-IF.

           MOVE "-- HISTÓRICO DE EMPRÉSTIMOS --" TO WS-LINHA-IMP.
           PERFORM ABRIR-EMPRESTIMOS
           PERFORM ABRIR-LIVROS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF EMPRESTIMO-STATUS = "E"
                       ADD 1 TO WS-SIT-QTDE-ATIVOS
                       PERFORM SITUACAO-LINHA-ATIVO
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.
               STRING "   " LIVRO-TITULO(1:30) " VENC. "
                      WS-DATA-FMT " *EM ATRASO*"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE IF EMPRESTIMO-TIPO = "R"
               STRING "   " LIVRO-TITULO(1:30) " VENC. "
                      WS-DATA-FMT " *RECOLHIDO*"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE IF EMPRESTIMO-TIPO = "V"
               STRING "   " LIVRO-TITULO(1:30) " VENC. "
                      WS-DATA-FMT " *DOMICILIAR*"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING "   " LIVRO-TITULO(1:30) " VENC. "
                      WS-DATA-FMT
                   IF RESERVA-USUARIO = WS-COD-USUARIO
                           AND (RESERVA-STATUS = "A"
                            OR RESERVA-STATUS = "N"
                            OR RESERVA-STATUS = "T"
                            OR RESERVA-STATUS = "D")
                       ADD 1 TO WS-SIT-QTDE-RES
                       PERFORM SITUACAO-LINHA-RESERVA
                   END-IF
               STRING "   " LIVRO-TITULO(1:30)
                      " (EM TRANSFERÊNCIA)"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE IF RESERVA-STATUS = "D"
               STRING "   " LIVRO-TITULO(1:30)
                      " (EM ROTA DE ENTREGA)"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           ELSE
               STRING "   " LIVRO-TITULO(1:30) " (NA FILA)"
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
           MOVE "00" TO WS-FILE-STATUS.
           PERFORM ABRIR-CONTAS-RECEBER

           MOVE WS-COD-USUARIO TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ NOT = 0
                           AND CR-STATUS = "A"
                       ADD 1 TO WS-SIT-QTDE-DEB
                       COMPUTE WS-SIT-TOTAL-DEB = WS-SIT-TOTAL-DEB
                              DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM ESCREVER-LINHA-SIT
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.

      *    Cobrança PIX aberta e no prazo (emitida pelo
      *    SIS-COBRANCA) sai na ficha com o código copia e cola,
      *    para o leitor pagar sem passar no caixa.
       SITUACAO-COBRANCAS-PIX.
           MOVE "00" TO WS-ST-PIX.
           OPEN INPUT COBRANCAS-PIX.
           IF WS-ST-PIX NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SIT-FIM-PIX.
           MOVE WS-COD-USUARIO TO PIX-USUARIO.
           MOVE 0              TO PIX-SEQ.
           START COBRANCAS-PIX KEY IS GREATER THAN PIX-CHAVE
               INVALID KEY MOVE "S" TO WS-SIT-FIM-PIX
           END-START.
           PERFORM UNTIL WS-SIT-FIM-PIX = "S"
               READ COBRANCAS-PIX NEXT RECORD
                   AT END MOVE "S" TO WS-SIT-FIM-PIX
               NOT AT END
                   IF PIX-USUARIO NOT = WS-COD-USUARIO
                       MOVE "S" TO WS-SIT-FIM-PIX
                   ELSE IF PIX-STATUS = "A"
                           AND PIX-VENCIMENTO >= WS-SIT-HOJE
                       PERFORM SITUACAO-LINHA-PIX
                   END-IF
           END-PERFORM.

           CLOSE COBRANCAS-PIX.

       SITUACAO-LINHA-PIX.
           MOVE PIX-VENCIMENTO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "   PIX " PIX-TXID " R$ " PIX-VALOR
                  " ATÉ " WS-DATA-FMT
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA-SIT.
           MOVE "   PIX COPIA E COLA:" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA-SIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "   " PIX-PAYLOAD(1:66)
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA-SIT.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "   " PIX-PAYLOAD(67:66)
                  DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA-SIT.
           IF PIX-PAYLOAD(133:68) NOT = SPACES
               MOVE SPACES TO WS-LINHA-IMP
               STRING "   " PIX-PAYLOAD(133:68)
                      DELIMITED BY SIZE INTO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA-SIT
           END-IF.

      *    O histórico soma o arquivo vivo e, sob demanda, o
      *    arquivo morto do fechamento anual (EMPRESTIMOS-HIST),
      *    para a ficha não encolher depois do arquivamento.
           PERFORM ABRIR-EMPRESTIMOS
           PERFORM ABRIR-LIVROS

           MOVE WS-COD-USUARIO TO EMPRESTIMO-USUARIO
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-USUARIO
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF (EMPRESTIMO-STATUS = "D"
                            OR EMPRESTIMO-STATUS = "P")
                       ADD 1 TO WS-SIT-QTDE-HIST
                       PERFORM SITUACAO-LINHA-HIST
                   END-IF
                   END-IF
           END-PERFORM.

           IF WS-SIT-INCLUIR-HIST = "S"
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "R"
               DISPLAY "EXEMPLAR RECOLHIDO PARA ATENDER RESERVA: "
                       "NÃO PODE SER RENOVADO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "L"
               DISPLAY "EMPRÉSTIMO DIGITAL NÃO É RENOVADO: AO "
                       "EXPIRAR, O LEITOR PODE PEGAR O TÍTULO "
                       "DE NOVO OU ENTRAR NA FILA."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "I"
               DISPLAY "EXEMPLAR DE DEPÓSITO INSTITUCIONAL: O "
                       "PRAZO SEGUE O TERMO DO ACORDO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

      *    O teto de renovações do tipo de material (DVD, jogo,
      *    tablet) vale quando é mais restritivo que o geral.
           MOVE SPACES TO WS-TIPO-MATERIAL-ITEM.
           IF WS-RENOV-TIPO < WS-MAX-RENOV-EFETIVO
               MOVE WS-RENOV-TIPO TO WS-MAX-RENOV-EFETIVO
           END-IF.
      *    Item da reserva didática tem teto de renovação próprio.
           IF EMPRESTIMO-TIPO = "D"
               MOVE WS-RENOV-DIDATICA TO WS-MAX-RENOV-EFETIVO
           END-IF.

           IF EMPRESTIMO-RENOVACOES >= WS-MAX-RENOV-EFETIVO
               DISPLAY "LIMITE DE RENOVAÇÕES ATINGIDO PARA ESTE"

           PERFORM ABRIR-CONTAS-RECEBER

           MOVE WS-COD-USUARIO TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

      *    Parcelas de acordo ainda não vencidas (CR-VENCIMENTO
      *    futuro) ficam fora do teto de débito: pagar em dia
      *    mantém o leitor liberado; a parcela vencida volta a
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ NOT = 0
                           AND CR-STATUS = "A"
                           AND (CR-VENCIMENTO = 0
                            OR CR-VENCIMENTO <= FUNCTION NUMVAL(
                       COMPUTE WS-DEBITO-USUARIO = WS-DEBITO-USUARIO
                           + CR-VALOR - CR-VALOR-PAGO
                   END-IF
                   END-IF
           END-PERFORM.

           CLOSE CONTAS-RECEBER.

           PERFORM ABRIR-CONTAS-RECEBER

           MOVE WS-COD-USUARIO TO CR-USUARIO
           MOVE 0 TO CR-SEQ
           START CONTAS-RECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ CONTAS-RECEBER NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF CR-USUARIO NOT = WS-COD-USUARIO
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE IF CR-SEQ > WS-CR-SEQ-LIVRE
                       MOVE CR-SEQ TO WS-CR-SEQ-LIVRE
                   END-IF
                   END-IF
           END-PERFORM.

           MOVE WS-COD-USUARIO     TO CR-USUARIO.
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "L"
               DISPLAY "EMPRÉSTIMO DIGITAL NÃO TEM PEÇA FÍSICA A "
                       "PERDER OU DANIFICAR."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "I"
               DISPLAY "PEÇA DE DEPÓSITO INSTITUCIONAL: A FALTA É "
                       "COBRADA NA CONFERÊNCIA DO DEPÓSITO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TIPO-OCORRENCIA
           PERFORM UNTIL WS-TIPO-OCORRENCIA = "P"
                   OR WS-TIPO-OCORRENCIA = "D"
                   TO WS-TIPO-OCORRENCIA
           END-PERFORM.

      *    O valor do catálogo é o padrão; cobrar outro valor
      *    (peça parcialmente danificada, edição mais cara) com
      *    diferença acima da alçada depende de aprovação.
           MOVE "N" TO WS-APR-LIBERADA
           PERFORM ABRIR-LIVROS
           MOVE EMPRESTIMO-LIVRO TO LIVRO-COD
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY MOVE 0 TO LIVRO-VALOR-REPOSICAO
           END-READ
           MOVE LIVRO-VALOR-REPOSICAO TO WS-VALOR-TABELA
           CLOSE LIVROS

           MOVE WS-VALOR-TABELA TO WS-VALOR-COBRANCA
           DISPLAY "VALOR DE REPOSIÇÃO DO CATÁLOGO: R$ "
                   WS-VALOR-TABELA
           DISPLAY "COBRAR OUTRO VALOR? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA = "S"
               DISPLAY "VALOR A COBRAR (R$): "
               ACCEPT WS-VALOR-COBRANCA
               IF WS-VALOR-COBRANCA > WS-VALOR-TABELA
                   COMPUTE WS-DIF-REPOSICAO =
                       WS-VALOR-COBRANCA - WS-VALOR-TABELA
               ELSE
                   COMPUTE WS-DIF-REPOSICAO =
                       WS-VALOR-TABELA - WS-VALOR-COBRANCA
               END-IF
               IF WS-DIF-REPOSICAO > WS-ALCADA-REPOSICAO
                   MOVE "R"               TO WS-APR-TIPO
                   MOVE SPACES            TO WS-APR-REFERENCIA
                   STRING "EMPRESTIMO " WS-EMP-COD
                           DELIMITED BY SIZE INTO WS-APR-REFERENCIA
                   MOVE WS-VALOR-COBRANCA TO WS-APR-VALOR
                   MOVE WS-VALOR-TABELA   TO WS-APR-VALOR-BASE
                   MOVE 0                 TO WS-APR-QTDE
                   MOVE SPACES            TO WS-APR-DESCRICAO
                   STRING "REPOSICAO LIVRO " EMPRESTIMO-LIVRO
                          " OCORRENCIA " WS-TIPO-OCORRENCIA
                           DELIMITED BY SIZE INTO WS-APR-DESCRICAO
                   PERFORM VERIFICAR-ALCADA
                   IF WS-APR-LIBERADA NOT = "S"
                       CLOSE EMPRESTIMOS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE EMPRESTIMO-STATUS   TO WS-AUD-STATUS-ANT
           MOVE REG-EMPRESTIMO      TO WS-JRN-ANTES
           MOVE "P"                 TO EMPRESTIMO-STATUS
           REWRITE REG-EXEMPLAR
           CLOSE EXEMPLARES.
           PERFORM GRAVAR-JORNAL-EXEMPLAR.
           PERFORM BLOQUEAR-PORTICO.

           PERFORM RECALCULAR-STATUS-TITULO.

                   DISPLAY "LIVRO NÃO ENCONTRADO PARA COBRANÇA."
                   CLOSE LIVROS
                   EXIT PARAGRAPH.
           CLOSE LIVROS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA
           DISPLAY "OCORRÊNCIA REGISTRADA. COBRANÇA DE REPOSIÇÃO: "
                   "R$ " WS-VALOR-COBRANCA.

           IF WS-VALOR-COBRANCA NOT = WS-VALOR-TABELA
               MOVE "REPOSICAO" TO WS-AUD-OPERACAO
               MOVE WS-EMP-COD  TO WS-AUD-CHAVE
               MOVE SPACES      TO WS-AUD-STATUS-ANT
               PERFORM REGISTRAR-AUDITORIA
           END-IF.
           PERFORM EFETIVAR-ALCADA.

      *    Contestação de devolução ("alega ter devolvido"): o
      *    empréstimo passa a "A", que congela a multa diária
      *    (o fechamento noturno só multa status "E") e entra na
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "L"
               DISPLAY "EMPRÉSTIMO DIGITAL EXPIRA SOZINHO E NÃO "
                       "GERA MULTA; NÃO HÁ O QUE CONTESTAR."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-TIPO = "I"
               DISPLAY "DEPÓSITO INSTITUCIONAL NÃO GERA MULTA; A "
                       "FALTA É TRATADA NA CONFERÊNCIA DO DEPÓSITO."
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "LEITOR " EMPRESTIMO-USUARIO " ALEGA JÁ TER "
                   "DEVOLVIDO O LIVRO " EMPRESTIMO-LIVRO "/"
                   EMPRESTIMO-EXEMPLAR ". CONFIRMA A "

           ADD 1 TO WS-QTDE-CTG.
           DISPLAY "MOVIMENTO ANOTADO.".

       ABRIR-APROVACOES.
           OPEN I-O APROVACOES.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-APR NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O APROVACOES
           END-PERFORM.
           EVALUATE WS-ST-APR
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO APROVACOES.DAT..."
                   OPEN OUTPUT APROVACOES
                   CLOSE APROVACOES
                   OPEN I-O APROVACOES
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR APROVACOES.DAT! STATUS: "
                   WS-ST-APR
                   STOP RUN
           END-EVALUATE.

      *    Dupla custódia: acima da alçada a operação não é
      *    aplicada. Sem aprovação para ela, vira pedido pendente
      *    em APROVACOES.DAT, decidido por outro supervisor em
      *    SIS-APROVACOES. O pedido aprovado do mesmo operador
      *    para a mesma operação (tipo, referência, valor e
      *    quantidade) libera uma única execução, consumida em
      *    EFETIVAR-ALCADA depois que a operação é gravada.
       VERIFICAR-ALCADA.
           MOVE "N"  TO WS-APR-LIBERADA.
           MOVE "N"  TO WS-APR-PENDENTE.
           MOVE 0    TO WS-APR-COD-ACHADO.
           MOVE 0    TO WS-APR-COD-LIVRE.
           MOVE "00" TO WS-ST-APR.

           PERFORM ABRIR-APROVACOES

           PERFORM UNTIL WS-ST-APR = "10"
               READ APROVACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-APR
               NOT AT END
                   IF APR-COD > WS-APR-COD-LIVRE
                       MOVE APR-COD TO WS-APR-COD-LIVRE
                   END-IF
                   IF APR-TIPO = WS-APR-TIPO
                           AND APR-REFERENCIA = WS-APR-REFERENCIA
                           AND APR-SOLICITANTE = WS-OPERADOR-ATUAL
                           AND WS-APR-LIBERADA = "N"
                       IF APR-STATUS = "A"
                               AND APR-VALOR = WS-APR-VALOR
                               AND APR-QTDE = WS-APR-QTDE
                           MOVE "S"     TO WS-APR-LIBERADA
                           MOVE APR-COD TO WS-APR-COD-ACHADO
                       ELSE IF APR-STATUS = "P"
                           MOVE "S"     TO WS-APR-PENDENTE
                           MOVE APR-COD TO WS-APR-COD-ACHADO
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           IF WS-APR-LIBERADA = "S"
               CLOSE APROVACOES
               DISPLAY "OPERAÇÃO LIBERADA PELA APROVAÇÃO Nº "
                       WS-APR-COD-ACHADO "."
               EXIT PARAGRAPH
           END-IF.

           IF WS-APR-PENDENTE = "S"
               CLOSE APROVACOES
               DISPLAY "A SOLICITAÇÃO Nº " WS-APR-COD-ACHADO
                       " PARA ESTA OPERAÇÃO AINDA AGUARDA A "
                       "DECISÃO DE UM SUPERVISOR."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APR-COD-LIVRE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE WS-APR-COD-LIVRE      TO APR-COD.
           MOVE WS-APR-TIPO           TO APR-TIPO.
           MOVE "P"                   TO APR-STATUS.
           MOVE "SIS-EMPRESTIMOS"     TO APR-PROGRAMA.
           MOVE WS-APR-REFERENCIA     TO APR-REFERENCIA.
           MOVE WS-APR-VALOR          TO APR-VALOR.
           MOVE WS-APR-VALOR-BASE     TO APR-VALOR-BASE.
           MOVE WS-APR-QTDE           TO APR-QTDE.
           MOVE WS-APR-DESCRICAO      TO APR-DESCRICAO.
           MOVE WS-OPERADOR-ATUAL     TO APR-SOLICITANTE.
           MOVE WS-DATA-SISTEMA(1:21) TO APR-DATA-SOLIC.
           MOVE SPACES                TO APR-APROVADOR.
           MOVE SPACES                TO APR-DATA-DECISAO.
           MOVE SPACES                TO APR-MOTIVO.
           MOVE 0                     TO APR-DATA-EFETIVACAO.
           WRITE REG-APROVACAO.
           CLOSE APROVACOES.

           DISPLAY "OPERAÇÃO ACIMA DA ALÇADA: SOLICITAÇÃO Nº "
                   WS-APR-COD-LIVRE " ENVIADA À FILA DE APROVAÇÃO."
           DISPLAY "DEPOIS DA APROVAÇÃO POR OUTRO SUPERVISOR, "
                   "REPITA A OPERAÇÃO."

           MOVE "ALCADA-SOL"     TO WS-AUD-OPERACAO.
           MOVE WS-APR-COD-LIVRE TO WS-AUD-CHAVE.
           MOVE SPACES           TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       EFETIVAR-ALCADA.
           IF WS-APR-LIBERADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-APR-LIBERADA.

           PERFORM ABRIR-APROVACOES
           MOVE WS-APR-COD-ACHADO TO APR-COD
           READ APROVACOES KEY IS APR-COD
               INVALID KEY
                   CLOSE APROVACOES
                   EXIT PARAGRAPH.

           MOVE "E" TO APR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APR-DATA-EFETIVACAO.
           REWRITE REG-APROVACAO.
           CLOSE APROVACOES.

           MOVE "ALCADA-USO"      TO WS-AUD-OPERACAO.
           MOVE WS-APR-COD-ACHADO TO WS-AUD-CHAVE.
           MOVE "A"               TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.
