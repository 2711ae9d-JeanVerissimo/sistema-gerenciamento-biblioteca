      *               (NOTIFICACOES-RETORNO.DAT), marcando enviados
      *               e recolocando falhas na fila até 3 tentativas,
      *               e em seguida exporta as notificações pendentes
      *               para o arquivo de saída do gateway; cartas de
      *               cobrança levam o PIX copia e cola da cobrança
      *               aberta do leitor (COBRANCAS-PIX.DAT). Não faz
      *               nenhum ACCEPT — destina-se a cron/agendador.
      *               Na exportação valem as preferências de contato
      *               (CONTATOS.DAT): o aviso de tipo recusado pelo
      *               leitor sai da fila com status "O" (cobrança e
      *               recolhimento são obrigatórios), e a linha leva
      *               o e-mail e o celular completos e o canal.
      *               As respostas aos comandos recebidos por SMS ou
      *               WhatsApp (SIS-MENSAGENS, tipos "0", "3" a "9",
      *               "H", "N" e "X") voltam ao celular que mandou
      *               a mensagem e não passam pelas recusas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-USU.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT COBRANCAS-PIX ASSIGN TO 'COBRANCAS-PIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PIX.

           SELECT EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EVT.

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

       DATA DIVISION.
       FILE SECTION.

           02 RET-STATUS               PIC X(1).

       FD SAIDA.
       01 REG-SAIDA                    PIC X(500).

       FD MODELOS.
       01 REG-MODELO.
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD LIVROS.
       01 REG-LIVRO.
           02 LIVRO-TIPO-MATERIAL      PIC X(1).
           02 LIVRO-CHAMADA            PIC X(15).

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

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

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

       WORKING-STORAGE SECTION.
       77 WS-ST-NOT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RET                    PIC X(2)      VALUE SPACES.
       77 WS-ST-SAI                    PIC X(2)      VALUE SPACES.
       77 WS-SAIDA-NOME                PIC X(30)     VALUE SPACES.
       77 WS-LINHA-CSV                 PIC X(500)    VALUE SPACES.
       77 WS-ST-MOD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-MODELOS-OK                PIC X(1)      VALUE "N".
       77 WS-USUARIOS-OK               PIC X(1)      VALUE "N".
       77 WS-LIVROS-OK                 PIC X(1)      VALUE "N".
       77 WS-ST-PIX                    PIC X(2)      VALUE SPACES.
       77 WS-PIX-OK                    PIC X(1)      VALUE "N".
       77 WS-ST-EVT                    PIC X(2)      VALUE SPACES.
       77 WS-EVENTOS-OK                PIC X(1)      VALUE "N".
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-FILIAIS-OK                PIC X(1)      VALUE "N".
       77 WS-EVENTO-FILIAL             PIC 9(3)      VALUE 0.
       77 WS-PIX-FIM                   PIC X(1)      VALUE "N".
       77 WS-PIX-PAYLOAD               PIC X(200)    VALUE SPACES.
       77 WS-MSG-TRAB                  PIC X(350)    VALUE SPACES.
       77 WS-MSG-PADRAO                PIC X(50)     VALUE
          "BIBLIOTECA MUNICIPAL: AVISO AO LEITOR &NOME.".
       77 WS-MSG-NOVA                  PIC X(350)    VALUE SPACES.
       77 WS-MARCADOR                  PIC X(8)      VALUE SPACES.
       77 WS-MARCADOR-TAM              PIC 9(2)      VALUE 0.
       77 WS-SUBST                     PIC X(50)     VALUE SPACES.
       77 WS-QTDE-EXPORTADAS           PIC 9(5)      VALUE 0.
       77 WS-COD-ATUAL                 PIC 9(7)      VALUE 0.
       77 WS-FIM-VARREDURA             PIC X(1)      VALUE "N".
       77 WS-ST-CTT                    PIC X(2)      VALUE SPACES.
       77 WS-CONTATOS-OK               PIC X(1)      VALUE "N".
       77 WS-AVISO-LIBERADO            PIC X(1)      VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)      VALUE 0.
       77 WS-QTDE-SUPRIMIDAS           PIC 9(5)      VALUE 0.
       77 WS-EXP-EMAIL                 PIC X(60)     VALUE SPACES.
       77 WS-EXP-CELULAR               PIC X(13)     VALUE SPACES.
       77 WS-EXP-CANAL                 PIC X(1)      VALUE SPACES.

       PROCEDURE DIVISION.

                   WS-QTDE-FALHAS-FINAIS.
           DISPLAY "EXPORTADAS PARA O GATEWAY:  "
                   WS-QTDE-EXPORTADAS.
           DISPLAY "SUPRIMIDAS POR RECUSA DO LEITOR: "
                   WS-QTDE-SUPRIMIDAS.
           DISPLAY "JOB SIS-NOTIFICA ENCERRADO.".
           STOP RUN.

           OPEN OUTPUT SAIDA.

           STRING "COD;TIPO;USUARIO;EMAIL;TELEFONE;LIVRO;VALOR;"
                  "MENSAGEM;CANAL"
                   DELIMITED BY SIZE INTO WS-LINHA-CSV.
           WRITE REG-SAIDA FROM WS-LINHA-CSV.

      *    A linha exportada agora leva a mensagem final montada
      *    a partir do modelo do tipo (MODELOS.DAT): o gateway só
      *    entrega, sem texto embutido do lado de lá.
      *    EMAIL e TELEFONE saem das preferências de contato quando
      *    houver; CANAL vai no fim da linha para não deslocar as
      *    colunas que o gateway já lê.
       EXPORTAR-NOTIFICACAO.
           PERFORM RESOLVER-CONTATO-NOTIF.
           IF WS-AVISO-LIBERADO = "N"
               MOVE "O" TO NOTIF-STATUS
               REWRITE REG-NOTIFICACAO
               ADD 1 TO WS-QTDE-SUPRIMIDAS
               EXIT PARAGRAPH
           END-IF.

           PERFORM MONTAR-MENSAGEM.

           MOVE SPACES TO WS-LINHA-CSV.
                  ";" DELIMITED BY SIZE
                  NOTIF-USUARIO       DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-EMAIL)
                                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-CELULAR)
                                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOTIF-LIVRO         DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-TRAB)
                                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-EXP-CANAL        DELIMITED BY SIZE
                  INTO WS-LINHA-CSV.
           WRITE REG-SAIDA FROM WS-LINHA-CSV.

           REWRITE REG-NOTIFICACAO.
           ADD 1 TO WS-QTDE-EXPORTADAS.

      *    Canal "A" (ambos) quando o leitor não escolheu; com
      *    canal escolhido, só o contato daquele canal é exportado.
       RESOLVER-CONTATO-NOTIF.
           MOVE "S"            TO WS-AVISO-LIBERADO.
           MOVE NOTIF-EMAIL    TO WS-EXP-EMAIL.
           MOVE NOTIF-TELEFONE TO WS-EXP-CELULAR.
           MOVE "A"            TO WS-EXP-CANAL.

      *    Resposta a comando do leitor: vai só para o celular de
      *    origem, por WhatsApp quando é o canal escolhido e por
      *    SMS nos demais casos.
           IF NOTIF-TIPO = "0" OR "H" OR "N" OR "X"
                   OR (NOTIF-TIPO >= "3" AND NOTIF-TIPO <= "9")
               MOVE SPACES TO WS-EXP-EMAIL
               MOVE "S"    TO WS-EXP-CANAL
               IF WS-CONTATOS-OK = "S" AND NOTIF-USUARIO NOT = 0
                   MOVE NOTIF-USUARIO TO CTT-USUARIO
                   READ CONTATOS KEY IS CTT-USUARIO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CTT-CANAL = "W"
                               MOVE "W" TO WS-EXP-CANAL
                           END-IF
                   END-READ
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONTATOS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE NOTIF-USUARIO TO CTT-USUARIO.
           READ CONTATOS KEY IS CTT-USUARIO
               INVALID KEY EXIT PARAGRAPH.

           IF NOTIF-TIPO NOT = "1" AND NOTIF-TIPO NOT = "2"
                   AND NOTIF-TIPO NOT = "K"
               MOVE 0 TO WS-QTDE-RECUSA
               INSPECT CTT-TIPOS-RECUSADOS TALLYING WS-QTDE-RECUSA
                   FOR ALL NOTIF-TIPO
               IF WS-QTDE-RECUSA > 0
                   MOVE "N" TO WS-AVISO-LIBERADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF CTT-EMAIL NOT = SPACES
               MOVE CTT-EMAIL TO WS-EXP-EMAIL
           END-IF.
           IF CTT-CELULAR NOT = SPACES
               MOVE CTT-CELULAR TO WS-EXP-CELULAR
           END-IF.
           EVALUATE CTT-CANAL
               WHEN "E"
                   IF WS-EXP-EMAIL NOT = SPACES
                       MOVE "E"    TO WS-EXP-CANAL
                       MOVE SPACES TO WS-EXP-CELULAR
                   END-IF
               WHEN "S"
               WHEN "W"
                   IF WS-EXP-CELULAR NOT = SPACES
                       MOVE CTT-CANAL TO WS-EXP-CANAL
                       MOVE SPACES    TO WS-EXP-EMAIL
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.

       ABRIR-APOIO-RENDER.
           MOVE "N"  TO WS-MODELOS-OK.
           MOVE "N"  TO WS-USUARIOS-OK.
           IF WS-ST-LIV = "00"
               MOVE "S" TO WS-LIVROS-OK
           END-IF.
           MOVE "N"  TO WS-PIX-OK.
           MOVE "00" TO WS-ST-PIX.
           OPEN INPUT COBRANCAS-PIX.
           IF WS-ST-PIX = "00"
               MOVE "S" TO WS-PIX-OK
           END-IF.
           MOVE "N"  TO WS-EVENTOS-OK.
           MOVE "00" TO WS-ST-EVT.
           OPEN INPUT EVENTOS.
           IF WS-ST-EVT = "00"
               MOVE "S" TO WS-EVENTOS-OK
           END-IF.
           MOVE "N"  TO WS-FILIAIS-OK.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.
           IF WS-ST-FIL = "00"
               MOVE "S" TO WS-FILIAIS-OK
           END-IF.
           MOVE "N"  TO WS-CONTATOS-OK.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT = "00"
               MOVE "S" TO WS-CONTATOS-OK
           END-IF.

       FECHAR-APOIO-RENDER.
           IF WS-MODELOS-OK = "S"
           IF WS-LIVROS-OK = "S"
               CLOSE LIVROS
           END-IF.
           IF WS-PIX-OK = "S"
               CLOSE COBRANCAS-PIX
           END-IF.
           IF WS-EVENTOS-OK = "S"
               CLOSE EVENTOS
           END-IF.
           IF WS-FILIAIS-OK = "S"
               CLOSE FILIAIS
           END-IF.
           IF WS-CONTATOS-OK = "S"
               CLOSE CONTATOS
           END-IF.

      *    Monta a mensagem do tipo substituindo os marcadores
      *    &NOME, &TITULO, &DATA e &VALOR. Nos avisos da
      *    programação cultural (tipos "E" e "W") NOTIF-LIVRO traz
      *    a chave do evento (filial * 10000 + evento): &TITULO é
      *    o título do evento e &FILIAL o nome da filial; nos
      *    demais tipos &FILIAL fica em branco porque a fila não
      *    carrega a filial do movimento.
       MONTAR-MENSAGEM.
           MOVE SPACES TO WS-MSG-TRAB.
           IF WS-MODELOS-OK = "S"
           PERFORM SUBSTITUIR-MARCADOR.

           MOVE SPACES TO WS-SUBST.
           MOVE 0      TO WS-EVENTO-FILIAL.
           IF NOTIF-TIPO = "E" OR NOTIF-TIPO = "W"
               PERFORM LOCALIZAR-EVENTO-NOTIF
           ELSE IF WS-LIVROS-OK = "S" AND NOTIF-LIVRO NOT = 0
               MOVE NOTIF-LIVRO TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LIVRO-TITULO(1:50) TO WS-SUBST
               END-READ
           END-IF
           END-IF.
           MOVE "&TITULO" TO WS-MARCADOR.
           MOVE 7         TO WS-MARCADOR-TAM.
           PERFORM SUBSTITUIR-MARCADOR.

           MOVE SPACES    TO WS-SUBST.
           IF WS-FILIAIS-OK = "S" AND WS-EVENTO-FILIAL NOT = 0
               MOVE WS-EVENTO-FILIAL TO FILIAL-COD
               READ FILIAIS KEY IS FILIAL-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FILIAL-NOME TO WS-SUBST
               END-READ
           END-IF.
           MOVE "&FILIAL" TO WS-MARCADOR.
           MOVE 7         TO WS-MARCADOR-TAM.
           PERFORM SUBSTITUIR-MARCADOR.

           IF NOTIF-TIPO = "1" OR NOTIF-TIPO = "2"
               PERFORM ANEXAR-PIX-COBRANCA
           END-IF.

       LOCALIZAR-EVENTO-NOTIF.
           IF WS-EVENTOS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DIVIDE NOTIF-LIVRO BY 10000 GIVING EVT-FILIAL
               REMAINDER EVT-COD.
           READ EVENTOS KEY IS EVT-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EVT-TITULO TO WS-SUBST
                   MOVE EVT-FILIAL TO WS-EVENTO-FILIAL
           END-READ.

      *    Carta de cobrança: acrescenta ao texto do modelo o
      *    código copia e cola da cobrança PIX aberta mais recente
      *    do leitor, emitida pelo SIS-COBRANCA junto com a carta.
       ANEXAR-PIX-COBRANCA.
           IF WS-PIX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PIX-PAYLOAD.
           MOVE "N"    TO WS-PIX-FIM.
           MOVE NOTIF-USUARIO TO PIX-USUARIO.
           MOVE 0             TO PIX-SEQ.
           START COBRANCAS-PIX KEY IS GREATER THAN PIX-CHAVE
               INVALID KEY MOVE "S" TO WS-PIX-FIM
           END-START.
           PERFORM UNTIL WS-PIX-FIM = "S"
               READ COBRANCAS-PIX NEXT RECORD
                   AT END MOVE "S" TO WS-PIX-FIM
               NOT AT END
                   IF PIX-USUARIO NOT = NOTIF-USUARIO
                       MOVE "S" TO WS-PIX-FIM
                   ELSE IF PIX-STATUS = "A"
                           AND PIX-VENCIMENTO >= WS-HOJE-AAAAMMDD
                       MOVE PIX-PAYLOAD TO WS-PIX-PAYLOAD
                   END-IF
           END-PERFORM.
           IF WS-PIX-PAYLOAD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MSG-NOVA.
           STRING FUNCTION TRIM(WS-MSG-TRAB TRAILING)
                  DELIMITED BY SIZE
                  " PAGUE COM PIX COPIA E COLA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PIX-PAYLOAD) DELIMITED BY SIZE
                  INTO WS-MSG-NOVA
           ON OVERFLOW CONTINUE
           END-STRING.
           MOVE WS-MSG-NOVA TO WS-MSG-TRAB.

      *    Troca a primeira ocorrência do marcador pelo valor,
      *    remontando a mensagem (prefixo + valor + resto).
       SUBSTITUIR-MARCADOR.
           MOVE 0 TO WS-POS-ACHADA.
           PERFORM VARYING WS-POS-BUSCA FROM 1 BY 1
                   UNTIL WS-POS-BUSCA > 350 - WS-MARCADOR-TAM + 1
                   OR WS-POS-ACHADA > 0
               IF WS-MSG-TRAB(WS-POS-BUSCA:WS-MARCADOR-TAM)
                       = WS-MARCADOR(1:WS-MARCADOR-TAM)
               INTO WS-MSG-NOVA WITH POINTER WS-PTR
           ON OVERFLOW CONTINUE
           END-STRING.
           IF WS-RESTO-POS <= 350
               STRING WS-MSG-TRAB(WS-RESTO-POS:
                       351 - WS-RESTO-POS) DELIMITED BY SIZE
                   INTO WS-MSG-NOVA WITH POINTER WS-PTR
               ON OVERFLOW CONTINUE
               END-STRING
