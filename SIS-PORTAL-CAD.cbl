       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-PORTAL-CAD.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Importação dos pré-cadastros feitos pelo
      *               portal municipal: lê PORTAL-CADASTROS.CSV
      *               (protocolo;nome;telefone;e-mail;categoria;
      *               menor;nome, telefone e e-mail do responsável)
      *               depositado pelo portal, confere cada linha
      *               com as mesmas regras do cadastro no balcão
      *               (nome, telefone DDD+9, e-mail, categoria,
      *               responsável do menor) e procura o leitor em
      *               USUARIOS.DAT para não duplicar cadastro. As
      *               solicitações aceitas entram em
      *               PRE-CADASTROS.DAT aguardando a conferência
      *               de documentos no balcão (SIS-USUARIOS); as
      *               que ficam sem comparecimento além do prazo
      *               PRE-CADASTRO-DIAS expiram. O desfecho de
      *               cada solicitação (recebida, ativada com a
      *               carteirinha, recusada com motivo ou
      *               expirada) volta ao portal em
      *               PORTAL-CADASTROS-RET.CSV. Não faz nenhum
      *               ACCEPT — destina-se a cron/agendador.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'PORTAL-CADASTROS.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-ENT.

           SELECT RETORNO ASSIGN TO 'PORTAL-CADASTROS-RET.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-RET.

           SELECT PRE-CADASTROS ASSIGN TO 'PRE-CADASTROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PRE.

           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUARIO-COD
               ALTERNATE RECORD KEY IS USUARIO-CPF
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-USU.

           SELECT PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA.
       01 REG-ENTRADA                  PIC X(200).

       FD RETORNO.
       01 REG-RETORNO                  PIC X(80).

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

       FD PARAMETROS.
       01 REG-PARAMETRO.
           02 PARAM-CHAVE              PIC X(20).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-ST-ENT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RET                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PRE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-USU                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DIAS-PRE-CADASTRO         PIC 9(3)      VALUE 30.
       77 WS-DATA-CORTE                PIC 9(8)      VALUE 0.
       77 WS-ULTIMO-PRE-COD            PIC 9(7)      VALUE 0.
       77 WS-QTDE-LIDAS                PIC 9(5)      VALUE 0.
       77 WS-QTDE-ACEITAS              PIC 9(5)      VALUE 0.
       77 WS-QTDE-RECUSADAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-IGNORADAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-EXPIRADAS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-DESCARTADAS          PIC 9(5)      VALUE 0.
       77 WS-QTDE-RETORNOS             PIC 9(5)      VALUE 0.
       77 WS-MOTIVO-RECUSA             PIC X(2)      VALUE SPACES.
       77 WS-MOTIVO-TEXTO              PIC X(40)     VALUE SPACES.
       77 WS-PROTOCOLO-REPETIDO        PIC X(1)      VALUE "N".
       77 WS-TELEFONE-VALIDO           PIC X(1)      VALUE "N".
       77 WS-EMAIL-VALIDO              PIC X(1)      VALUE "N".
       77 WS-IDX-VAL                   PIC 9(2)      VALUE 0.
       77 WS-POS-ARROBA                PIC 9(2)      VALUE 0.
       77 WS-NOME-MAIUSC               PIC X(40)     VALUE SPACES.
       77 WS-LINHA-RET                 PIC X(80)     VALUE SPACES.
       01 WS-SOLICITACAO.
           02 WS-PROTOCOLO             PIC X(15).
           02 WS-NOME                  PIC X(40).
           02 WS-TELEFONE              PIC X(11).
           02 WS-EMAIL                 PIC X(20).
           02 WS-CATEGORIA             PIC X(1).
           02 WS-EH-MENOR              PIC X(1).
           02 WS-RESP-NOME             PIC X(40).
           02 WS-RESP-TELEFONE         PIC X(11).
           02 WS-RESP-EMAIL            PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "JOB SIS-PORTAL-CAD INICIADO EM "
                   WS-HOJE-AAAAMMDD.
           PERFORM LER-PARAMETROS.

           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               - WS-DIAS-PRE-CADASTRO).

           PERFORM ABRIR-PRE-CADASTROS.
           PERFORM EXPIRAR-PENDENTES.
           PERFORM IMPORTAR-SOLICITACOES.
           PERFORM GERAR-RETORNO.
           CLOSE PRE-CADASTROS.

           DISPLAY "SOLICITAÇÕES LIDAS:      " WS-QTDE-LIDAS.
           DISPLAY "NA FILA DO BALCÃO:       " WS-QTDE-ACEITAS.
           DISPLAY "RECUSADAS NA IMPORTAÇÃO: " WS-QTDE-RECUSADAS.
           DISPLAY "PROTOCOLOS JÁ RECEBIDOS: " WS-QTDE-IGNORADAS.
           DISPLAY "EXPIRADAS NO PRAZO:      " WS-QTDE-EXPIRADAS.
           DISPLAY "ENCERRADAS DESCARTADAS:  " WS-QTDE-DESCARTADAS.
           DISPLAY "LINHAS DE RETORNO:       " WS-QTDE-RETORNOS
                   " (VER PORTAL-CADASTROS-RET.CSV)".
           DISPLAY "JOB SIS-PORTAL-CAD ENCERRADO.".
           STOP RUN.

      *    Política centralizada em PARAMETROS.DAT; na ausência do
      *    arquivo vale o padrão da cláusula VALUE.
       LER-PARAMETROS.
           MOVE "00" TO WS-ST-PAR.
           OPEN INPUT PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "PRE-CADASTRO-DIAS" TO PARAM-CHAVE
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-DIAS-PRE-CADASTRO
           END-READ.

           CLOSE PARAMETROS.

       ABRIR-PRE-CADASTROS.
           OPEN I-O PRE-CADASTROS.
           EVALUATE WS-ST-PRE
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT PRE-CADASTROS
                   CLOSE PRE-CADASTROS
                   OPEN I-O PRE-CADASTROS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PRE-CADASTROS.DAT! STATUS: "
                   WS-ST-PRE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Solicitação pendente há mais de PRE-CADASTRO-DIAS sem
      *    comparecimento ao balcão expira (motivo 98). As já
      *    encerradas e informadas ao portal há mais do que o
      *    mesmo prazo são descartadas, para não guardar dados
      *    pessoais de quem não chegou a ser leitor. A varredura
      *    também acha o último código para a importação.
       EXPIRAR-PENDENTES.
           MOVE 0    TO WS-ULTIMO-PRE-COD.
           MOVE "00" TO WS-ST-PRE.
           PERFORM UNTIL WS-ST-PRE = "10"
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-COD > WS-ULTIMO-PRE-COD
                       MOVE PRE-COD TO WS-ULTIMO-PRE-COD
                   END-IF
                   IF PRE-STATUS = "P"
                           AND PRE-DATA-SOLIC < WS-DATA-CORTE
                       MOVE "E"              TO PRE-STATUS
                       MOVE WS-HOJE-AAAAMMDD TO PRE-DATA-DECISAO
                       MOVE "98"             TO PRE-MOTIVO
                       MOVE "PRAZO PARA COMPARECER AO BALCAO ESGOTADO"
                           TO PRE-MOTIVO-TEXTO
                       MOVE "SISTEMA"        TO PRE-OPERADOR
                       REWRITE REG-PRE-CADASTRO
                       ADD 1 TO WS-QTDE-EXPIRADAS
                       DISPLAY "PRÉ-CADASTRO " PRE-COD " EXPIRADO "
                               "(PROTOCOLO " PRE-PROTOCOLO ")."
                   ELSE IF PRE-STATUS NOT = "P"
                           AND PRE-RETORNO = PRE-STATUS
                           AND PRE-DATA-DECISAO < WS-DATA-CORTE
                       DELETE PRE-CADASTROS RECORD
                       ADD 1 TO WS-QTDE-DESCARTADAS
                   END-IF
           END-PERFORM.

       IMPORTAR-SOLICITACOES.
           MOVE "00" TO WS-ST-ENT.
           OPEN INPUT ENTRADA.
           IF WS-ST-ENT NOT = "00"
               DISPLAY "PORTAL-CADASTROS.CSV NÃO ENCONTRADO; NADA "
                       "A IMPORTAR."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-ENT = "10"
               READ ENTRADA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ENT
               NOT AT END
                   IF REG-ENTRADA NOT = SPACES
                       ADD 1 TO WS-QTDE-LIDAS
                       PERFORM PROCESSAR-SOLICITACAO
                   END-IF
           END-PERFORM.

           CLOSE ENTRADA.

      *    Motivos de recusa devolvidos ao portal:
      *    01 nome em branco               02 telefone inválido
      *    03 e-mail inválido              04 categoria inválida
      *    05 menor sem responsável        06 leitor já cadastrado
      *    07 solicitação já pendente      90 recusado no balcão
      *    98 prazo de comparecimento esgotado
       PROCESSAR-SOLICITACAO.
           INITIALIZE WS-SOLICITACAO.
           UNSTRING REG-ENTRADA DELIMITED BY ";"
               INTO WS-PROTOCOLO
                    WS-NOME
                    WS-TELEFONE
                    WS-EMAIL
                    WS-CATEGORIA
                    WS-EH-MENOR
                    WS-RESP-NOME
                    WS-RESP-TELEFONE
                    WS-RESP-EMAIL
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-EH-MENOR)  TO WS-EH-MENOR.

      *    Sem protocolo não há como devolver o desfecho ao
      *    portal; o mesmo protocolo reenviado já tem registro e
      *    seguirá o andamento do original.
           IF WS-PROTOCOLO = SPACES
               ADD 1 TO WS-QTDE-IGNORADAS
               DISPLAY "LINHA " WS-QTDE-LIDAS " SEM PROTOCOLO; "
                       "IGNORADA."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-PROTOCOLO.
           IF WS-PROTOCOLO-REPETIDO = "S"
               ADD 1 TO WS-QTDE-IGNORADAS
               DISPLAY "PROTOCOLO " WS-PROTOCOLO " JÁ RECEBIDO; "
                       "IGNORADO."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-MOTIVO-TEXTO.
           PERFORM VALIDAR-SOLICITACAO.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM VERIFICAR-DUPLICIDADE
           END-IF.

           PERFORM GRAVAR-PRE-CADASTRO.

       VERIFICAR-PROTOCOLO.
           MOVE "N" TO WS-PROTOCOLO-REPETIDO.
           MOVE 0   TO PRE-COD.
           MOVE "00" TO WS-ST-PRE.
           START PRE-CADASTROS KEY IS NOT LESS THAN PRE-COD
               INVALID KEY MOVE "10" TO WS-ST-PRE
           END-START.
           PERFORM UNTIL WS-ST-PRE = "10"
                   OR WS-PROTOCOLO-REPETIDO = "S"
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-PROTOCOLO = WS-PROTOCOLO
                       MOVE "S" TO WS-PROTOCOLO-REPETIDO
                   END-IF
           END-PERFORM.

      *    Mesmas exigências de SOLICITAR-DADOS-USUARIO no balcão.
       VALIDAR-SOLICITACAO.
           IF WS-NOME = SPACES
               MOVE "01" TO WS-MOTIVO-RECUSA
               MOVE "NOME NAO INFORMADO" TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-TELEFONE.
           IF WS-TELEFONE-VALIDO NOT = "S"
               MOVE "02" TO WS-MOTIVO-RECUSA
               MOVE "TELEFONE INVALIDO: USE DDD + 9 DIGITOS"
                   TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-EMAIL.
           IF WS-EMAIL-VALIDO NOT = "S"
               MOVE "03" TO WS-MOTIVO-RECUSA
               MOVE "E-MAIL INVALIDO: USE NOME@DOMINIO"
                   TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATEGORIA NOT = "E" AND WS-CATEGORIA NOT = "F"
                   AND WS-CATEGORIA NOT = "C"
               MOVE "04" TO WS-MOTIVO-RECUSA
               MOVE "CATEGORIA INVALIDA (E, F OU C)"
                   TO WS-MOTIVO-TEXTO
               EXIT PARAGRAPH
           END-IF.

           IF WS-EH-MENOR = "S"
               IF WS-RESP-NOME = SPACES
                   MOVE "05" TO WS-MOTIVO-RECUSA
                   MOVE "MENOR DE IDADE SEM RESPONSAVEL LEGAL"
                       TO WS-MOTIVO-TEXTO
               END-IF
           ELSE
               MOVE SPACES TO WS-RESP-NOME
               MOVE SPACES TO WS-RESP-TELEFONE
               MOVE SPACES TO WS-RESP-EMAIL
           END-IF.

       VALIDAR-TELEFONE.
           MOVE "S" TO WS-TELEFONE-VALIDO.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > 11
               IF WS-TELEFONE(WS-IDX-VAL:1) NOT NUMERIC
                   MOVE "N" TO WS-TELEFONE-VALIDO
               END-IF
           END-PERFORM.

       VALIDAR-EMAIL.
           MOVE "N" TO WS-EMAIL-VALIDO.
           MOVE 0   TO WS-POS-ARROBA.

           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > 20
               IF WS-EMAIL(WS-IDX-VAL:1) = "@"
                   MOVE WS-IDX-VAL TO WS-POS-ARROBA
               END-IF
           END-PERFORM.

           IF WS-POS-ARROBA > 1
               PERFORM VARYING WS-IDX-VAL FROM WS-POS-ARROBA BY 1
                       UNTIL WS-IDX-VAL > 20
                   IF WS-EMAIL(WS-IDX-VAL:1) = "."
                           AND WS-IDX-VAL > WS-POS-ARROBA + 1
                           AND WS-IDX-VAL < 20
                           AND WS-EMAIL(WS-IDX-VAL + 1:1) NOT = SPACE
                       MOVE "S" TO WS-EMAIL-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

      *    Mesmo nome com o mesmo telefone ou e-mail de um leitor
      *    ativo no cadastro (06) ou de outra solicitação ainda na
      *    fila do balcão (07). Telefone e e-mail sozinhos não
      *    bastam: irmãos costumam usar o contato dos pais.
       VERIFICAR-DUPLICIDADE.
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME-MAIUSC.

           MOVE "00" TO WS-ST-USU.
           OPEN INPUT USUARIOS.
           IF WS-ST-USU = "00"
               PERFORM UNTIL WS-ST-USU = "10"
                       OR WS-MOTIVO-RECUSA NOT = SPACES
                   READ USUARIOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-USU
                   NOT AT END
                       IF USUARIO-COD NOT = 0
                               AND USUARIO-STATUS NOT = "X"
                               AND USUARIO-STATUS NOT = "C"
                               AND USUARIO-STATUS NOT = "U"
                               AND FUNCTION UPPER-CASE(USUARIO-NOME)
                                   = WS-NOME-MAIUSC
                               AND (USUARIO-TELEFONE = WS-TELEFONE
                                OR USUARIO-EMAIL = WS-EMAIL)
                           MOVE "06" TO WS-MOTIVO-RECUSA
                           MOVE "LEITOR JA CADASTRADO NA BIBLIOTECA"
                               TO WS-MOTIVO-TEXTO
                       END-IF
               END-PERFORM
               CLOSE USUARIOS
           END-IF.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0    TO PRE-COD.
           MOVE "00" TO WS-ST-PRE.
           START PRE-CADASTROS KEY IS NOT LESS THAN PRE-COD
               INVALID KEY MOVE "10" TO WS-ST-PRE
           END-START.
           PERFORM UNTIL WS-ST-PRE = "10"
                   OR WS-MOTIVO-RECUSA NOT = SPACES
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-STATUS = "P"
                           AND FUNCTION UPPER-CASE(PRE-NOME)
                               = WS-NOME-MAIUSC
                           AND (PRE-TELEFONE = WS-TELEFONE
                            OR PRE-EMAIL = WS-EMAIL)
                       MOVE "07" TO WS-MOTIVO-RECUSA
                       MOVE "JA EXISTE SOLICITACAO PENDENTE"
                           TO WS-MOTIVO-TEXTO
                   END-IF
           END-PERFORM.

      *    Aceita (P) ou recusada (R) na importação, toda linha com
      *    protocolo fica registrada para o retorno ao portal.
       GRAVAR-PRE-CADASTRO.
           ADD 1 TO WS-ULTIMO-PRE-COD.
           INITIALIZE REG-PRE-CADASTRO.
           MOVE WS-ULTIMO-PRE-COD  TO PRE-COD.
           MOVE WS-PROTOCOLO       TO PRE-PROTOCOLO.
           MOVE WS-NOME            TO PRE-NOME.
           MOVE WS-TELEFONE        TO PRE-TELEFONE.
           MOVE WS-EMAIL           TO PRE-EMAIL.
           MOVE WS-CATEGORIA       TO PRE-CATEGORIA.
           MOVE WS-RESP-NOME       TO PRE-RESP-NOME.
           MOVE WS-RESP-TELEFONE   TO PRE-RESP-TELEFONE.
           MOVE WS-RESP-EMAIL      TO PRE-RESP-EMAIL.
           MOVE WS-HOJE-AAAAMMDD   TO PRE-DATA-SOLIC.
           MOVE SPACES             TO PRE-RETORNO.
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE "P" TO PRE-STATUS
               MOVE 0   TO PRE-DATA-DECISAO
           ELSE
               MOVE "R"              TO PRE-STATUS
               MOVE WS-HOJE-AAAAMMDD TO PRE-DATA-DECISAO
               MOVE WS-MOTIVO-RECUSA TO PRE-MOTIVO
               MOVE WS-MOTIVO-TEXTO  TO PRE-MOTIVO-TEXTO
               MOVE "SISTEMA"        TO PRE-OPERADOR
           END-IF.

           WRITE REG-PRE-CADASTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRÉ-CADASTRO "
                           WS-ULTIMO-PRE-COD "! STATUS: " WS-ST-PRE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

           IF PRE-STATUS = "P"
               ADD 1 TO WS-QTDE-ACEITAS
           ELSE
               ADD 1 TO WS-QTDE-RECUSADAS
               DISPLAY "SOLICITAÇÃO RECUSADA (MOTIVO "
                       WS-MOTIVO-RECUSA "): PROTOCOLO "
                       WS-PROTOCOLO "."
           END-IF.

      *    Uma linha por mudança de situação ainda não informada
      *    (PRE-RETORNO guarda a última situação enviada):
      *    protocolo;P;código da fila        (recebida)
      *    protocolo;A;carteirinha            (ativada no balcão)
      *    protocolo;R;motivo;texto           (recusada)
      *    protocolo;E;98;texto               (expirada)
       GERAR-RETORNO.
           OPEN OUTPUT RETORNO.

           MOVE 0    TO PRE-COD.
           MOVE "00" TO WS-ST-PRE.
           START PRE-CADASTROS KEY IS NOT LESS THAN PRE-COD
               INVALID KEY MOVE "10" TO WS-ST-PRE
           END-START.
           PERFORM UNTIL WS-ST-PRE = "10"
               READ PRE-CADASTROS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-PRE
               NOT AT END
                   IF PRE-RETORNO NOT = PRE-STATUS
                       PERFORM GRAVAR-LINHA-RETORNO
                   END-IF
           END-PERFORM.

           CLOSE RETORNO.

       GRAVAR-LINHA-RETORNO.
           MOVE SPACES TO WS-LINHA-RET.
           EVALUATE PRE-STATUS
               WHEN "P"
                   STRING FUNCTION TRIM(PRE-PROTOCOLO)
                              DELIMITED BY SIZE
                          ";P;"   DELIMITED BY SIZE
                          PRE-COD DELIMITED BY SIZE
                          INTO WS-LINHA-RET
               WHEN "A"
                   STRING FUNCTION TRIM(PRE-PROTOCOLO)
                              DELIMITED BY SIZE
                          ";A;U"  DELIMITED BY SIZE
                          PRE-USUARIO-COD DELIMITED BY SIZE
                          INTO WS-LINHA-RET
               WHEN OTHER
                   STRING FUNCTION TRIM(PRE-PROTOCOLO)
                              DELIMITED BY SIZE
                          ";"        DELIMITED BY SIZE
                          PRE-STATUS DELIMITED BY SIZE
                          ";"        DELIMITED BY SIZE
                          PRE-MOTIVO DELIMITED BY SIZE
                          ";"        DELIMITED BY SIZE
                          FUNCTION TRIM(PRE-MOTIVO-TEXTO)
                              DELIMITED BY SIZE
                          INTO WS-LINHA-RET
           END-EVALUATE.
           MOVE WS-LINHA-RET TO REG-RETORNO.
           WRITE REG-RETORNO.
           ADD 1 TO WS-QTDE-RETORNOS.

           MOVE PRE-STATUS TO PRE-RETORNO.
           REWRITE REG-PRE-CADASTRO.
