      *               reclamação ao fornecedor dos fascículos
      *               atrasados além do parâmetro
      *               DIAS-RECLAMA-FASC.
      *               Encadernação: os fascículos recebidos de um
      *               volume/ano, conferidos contra o kardex, vão
      *               em lote (ENCADERNACAO.DAT) com romaneio; os
      *               exemplares dos fascículos ficam com o status
      *               "N" (na encadernadora) enquanto o lote está
      *               fora, e no retorno são baixados ("X") e dão
      *               lugar a um único exemplar do volume
      *               encadernado, com o custo no lote.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT ENCADERNACAO ASSIGN TO 'ENCADERNACAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-LOTE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-ENC.

           SELECT ROMANEIO-RPT ASSIGN TO WS-ROMANEIO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT RECLAMA-RPT ASSIGN TO WS-RECL-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

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

      *    Lote de encadernação: E = na encadernadora, R = de
      *    volta. Os fascículos do lote são os da assinatura no
      *    ano e na faixa de números, com FASC-STATUS "E"/"B".
       FD ENCADERNACAO.
       01 REG-ENCADERNACAO.
           02 ENC-LOTE                 PIC 9(5).
           02 ENC-ASS-COD              PIC 9(5).
           02 ENC-VOLUME               PIC X(10).
           02 ENC-ANO                  PIC 9(4).
           02 ENC-SEQ-INICIAL          PIC 9(4).
           02 ENC-SEQ-FINAL            PIC 9(4).
           02 ENC-QTDE-FASC            PIC 9(3).
           02 ENC-QTDE-FALTANTES       PIC 9(3).
           02 ENC-ENCADERNADORA        PIC X(30).
           02 ENC-DATA-ENVIO           PIC 9(8).
           02 ENC-DATA-RETORNO         PIC 9(8).
           02 ENC-STATUS               PIC X(1).
           02 ENC-CUSTO                PIC 9(7)V99.
           02 ENC-LIVRO-COD            PIC 9(7).
           02 ENC-EXEMPLAR             PIC 9(3).

       FD ROMANEIO-RPT.
       01 REG-ROMANEIO-RPT             PIC X(80).

       FD RECLAMA-RPT.
       01 REG-RECLAMA-RPT              PIC X(80).

           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-ST-ASS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PAR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-ENC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-RECL-NOME                 PIC X(30)     VALUE SPACES.
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DIAS-RECLAMA              PIC 9(3)      VALUE 15.
       77 WS-COD-ASSINATURA            PIC 9(5)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-ROMANEIO-NOME             PIC X(30)     VALUE SPACES.
       77 WS-LOTE-ATUAL                PIC 9(5)      VALUE 0.
       77 WS-LOTE-LIVRE                PIC 9(5)      VALUE 0.
       77 WS-VOLUME-ENC                PIC X(10)     VALUE SPACES.
       77 WS-ANO-ENC                   PIC 9(4)      VALUE 0.
       77 WS-SEQ-INICIAL               PIC 9(4)      VALUE 0.
       77 WS-SEQ-FINAL                 PIC 9(4)      VALUE 0.
       77 WS-ENCADERNADORA             PIC X(30)     VALUE SPACES.
       77 WS-QTDE-LOTE                 PIC 9(3)      VALUE 0.
       77 WS-QTDE-FALTANTES            PIC 9(3)      VALUE 0.
       77 WS-QTDE-BLOQUEADOS           PIC 9(3)      VALUE 0.
       77 WS-CUSTO-ENC                 PIC 9(7)V99   VALUE 0.
       77 WS-LIVRO-VOLUME              PIC 9(7)      VALUE 0.
       77 WS-LOCAL-VOLUME              PIC X(10)     VALUE SPACES.
       77 WS-CHAMADA-VOLUME            PIC X(15)     VALUE SPACES.
       77 WS-COD-LIVRO-RECALC          PIC 9(7)      VALUE 0.
       77 WS-QTDE-DISPONIVEIS          PIC 9(3)      VALUE 0.
       77 WS-QTDE-RESERVADOS           PIC 9(3)      VALUE 0.
       77 WS-FASC-NO-LOTE              PIC X(1)      VALUE "N".
       77 WS-ED-CUSTO                  PIC ZZZ.ZZ9,99.

       01 WS-TAB-DIAS-MES-DADOS.
           02 FILLER                   PIC 9(2)      VALUE 31.
               DISPLAY "4 - Registrar Chegada de Fascículo"
               DISPLAY "5 - Kardex da Assinatura"
               DISPLAY "6 - Relatório de Reclamação ao Fornecedor"
               DISPLAY "7 - Montar Lote de Encadernação"
               DISPLAY "8 - Retorno da Encadernação"
               DISPLAY "9 - Listar Lotes de Encadernação"
               DISPLAY "0 - Voltar"
               DISPLAY "Escolha uma opção (1..9/0): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                   WHEN '6'
                       PERFORM RELATORIO-RECLAMACAO
                   WHEN '7'
                       PERFORM MONTAR-LOTE-ENCADERNACAO
                   WHEN '8'
                       PERFORM RETORNO-ENCADERNACAO
                   WHEN '9'
                       PERFORM LISTAR-LOTES-ENCADERNACAO
                   WHEN '0'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
                   CLOSE FASCICULOS
                   EXIT PARAGRAPH.

           IF FASC-STATUS NOT = "P"
               DISPLAY "FASCÍCULO JÁ RECEBIDO."
               CLOSE FASCICULOS
               EXIT PARAGRAPH
                  FUNCTION TRIM(ASS-TITULO)
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-RECLAMA-RPT FROM WS-LINHA-IMP.

       ABRIR-ENCADERNACAO.
           OPEN I-O ENCADERNACAO.
           EVALUATE WS-ST-ENC
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO ENCADERNACAO.DAT..."
                   OPEN OUTPUT ENCADERNACAO
                   CLOSE ENCADERNACAO
                   OPEN I-O ENCADERNACAO
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ENCADERNACAO.DAT! STATUS: "
                   WS-ST-ENC
                   STOP RUN
           END-EVALUATE.

       ABRIR-LIVROS.
           OPEN I-O LIVROS.
           EVALUATE WS-ST-LIV
               WHEN "00" CONTINUE
               WHEN "35"
                   OPEN OUTPUT LIVROS
                   CLOSE LIVROS
                   OPEN I-O LIVROS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR LIVROS.DAT! STATUS: "
                   WS-ST-LIV
                   STOP RUN
           END-EVALUATE.

      *    Fascículo pertence ao volume quando é da assinatura,
      *    foi previsto no ano e está na faixa de números (faixa
      *    zerada = o ano inteiro).
       VERIFICAR-FASCICULO-VOLUME.
           MOVE "N" TO WS-FASC-NO-LOTE.
           IF FASC-ASS-COD = WS-COD-ASSINATURA
                   AND FASC-DATA-PREVISTA(1:4) = WS-ANO-ENC
                   AND FASC-SEQ >= WS-SEQ-INICIAL
                   AND FASC-SEQ <= WS-SEQ-FINAL
               MOVE "S" TO WS-FASC-NO-LOTE
           END-IF.

      *    Montagem do lote: confere o volume contra o kardex —
      *    fascículo já encadernado, na encadernadora ou com o
      *    exemplar fora da estante impede o lote; fascículo não
      *    recebido é falta, e o lote só sai incompleto com a
      *    confirmação do operador.
       MONTAR-LOTE-ENCADERNACAO.
           DISPLAY "DIGITE O CÓDIGO DA ASSINATURA: "
           ACCEPT WS-COD-ASSINATURA

           PERFORM ABRIR-ASSINATURAS
           MOVE WS-COD-ASSINATURA TO ASS-COD.
           READ ASSINATURAS KEY IS ASS-COD
               INVALID KEY
                   DISPLAY "ASSINATURA NÃO ENCONTRADA."
                   CLOSE ASSINATURAS
                   EXIT PARAGRAPH.
           MOVE ASS-LIVRO-COD TO WS-LIVRO-VINCULO.
           MOVE ASS-TITULO    TO WS-TITULO-ASS.
           CLOSE ASSINATURAS.

           MOVE SPACES TO WS-VOLUME-ENC.
           PERFORM UNTIL WS-VOLUME-ENC NOT = SPACES
               DISPLAY "VOLUME (EX.: 12): "
               ACCEPT WS-VOLUME-ENC
           END-PERFORM.
           MOVE 0 TO WS-ANO-ENC.
           PERFORM UNTIL WS-ANO-ENC > 0
               DISPLAY "ANO DOS FASCÍCULOS (AAAA): "
               ACCEPT WS-ANO-ENC
           END-PERFORM.
           DISPLAY "DO FASCÍCULO NÚMERO (0 = ANO INTEIRO): "
           ACCEPT WS-SEQ-INICIAL.
           MOVE 9999 TO WS-SEQ-FINAL.
           IF WS-SEQ-INICIAL > 0
               DISPLAY "ATÉ O FASCÍCULO NÚMERO: "
               ACCEPT WS-SEQ-FINAL
           END-IF.

           MOVE 0    TO WS-QTDE-LOTE.
           MOVE 0    TO WS-QTDE-FALTANTES.
           MOVE 0    TO WS-QTDE-BLOQUEADOS.
           MOVE "00" TO WS-ST-FSC.

           PERFORM ABRIR-FASCICULOS
           PERFORM ABRIR-EXEMPLARES

           PERFORM UNTIL WS-ST-FSC = "10"
               READ FASCICULOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-FSC
               NOT AT END
                   PERFORM VERIFICAR-FASCICULO-VOLUME
                   IF WS-FASC-NO-LOTE = "S"
                       PERFORM CONFERIR-FASCICULO-LOTE
                   END-IF
           END-PERFORM.

           CLOSE EXEMPLARES.
           CLOSE FASCICULOS.

           IF WS-QTDE-BLOQUEADOS > 0
               DISPLAY WS-QTDE-BLOQUEADOS " FASCÍCULO(S) IMPEDEM O "
                       "LOTE. RESOLVA-OS E MONTE O LOTE DE NOVO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-LOTE = 0
               DISPLAY "NENHUM FASCÍCULO RECEBIDO PARA O VOLUME."
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTDE-FALTANTES > 0
               DISPLAY "COLEÇÃO INCOMPLETA: " WS-QTDE-FALTANTES
                       " FASCÍCULO(S) NÃO RECEBIDO(S)."
               DISPLAY "ENVIAR O VOLUME INCOMPLETO MESMO ASSIM? "
                       "(S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   DISPLAY "LOTE NÃO MONTADO."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-ENCADERNADORA.
           PERFORM UNTIL WS-ENCADERNADORA NOT = SPACES
               DISPLAY "ENCADERNADORA: "
               ACCEPT WS-ENCADERNADORA
           END-PERFORM.

           PERFORM OBTER-PROX-LOTE.
           PERFORM ABRIR-ROMANEIO.

           MOVE 0    TO WS-QTDE-LOTE.
           MOVE 0    TO WS-QTDE-FALTANTES.
           MOVE "00" TO WS-ST-FSC.

           PERFORM ABRIR-FASCICULOS
           PERFORM ABRIR-EXEMPLARES

           PERFORM UNTIL WS-ST-FSC = "10"
               READ FASCICULOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-FSC
               NOT AT END
                   PERFORM VERIFICAR-FASCICULO-VOLUME
                   IF WS-FASC-NO-LOTE = "S"
                       PERFORM ENVIAR-FASCICULO-LOTE
                   END-IF
           END-PERFORM.

           CLOSE EXEMPLARES.
           CLOSE FASCICULOS.

           PERFORM FECHAR-ROMANEIO.

           PERFORM ABRIR-ENCADERNACAO
           MOVE WS-LOTE-LIVRE     TO ENC-LOTE.
           MOVE WS-COD-ASSINATURA TO ENC-ASS-COD.
           MOVE WS-VOLUME-ENC     TO ENC-VOLUME.
           MOVE WS-ANO-ENC        TO ENC-ANO.
           MOVE WS-SEQ-INICIAL    TO ENC-SEQ-INICIAL.
           MOVE WS-SEQ-FINAL      TO ENC-SEQ-FINAL.
           MOVE WS-QTDE-LOTE      TO ENC-QTDE-FASC.
           MOVE WS-QTDE-FALTANTES TO ENC-QTDE-FALTANTES.
           MOVE WS-ENCADERNADORA  TO ENC-ENCADERNADORA.
           MOVE WS-HOJE-AAAAMMDD  TO ENC-DATA-ENVIO.
           MOVE 0                 TO ENC-DATA-RETORNO.
           MOVE "E"               TO ENC-STATUS.
           MOVE 0                 TO ENC-CUSTO.
           MOVE 0                 TO ENC-LIVRO-COD.
           MOVE 0                 TO ENC-EXEMPLAR.
           WRITE REG-ENCADERNACAO
               INVALID KEY
                   DISPLAY "ERRO: LOTE " WS-LOTE-LIVRE " JÁ EXISTE!"
           END-WRITE.
           CLOSE ENCADERNACAO.

           IF WS-LIVRO-VINCULO NOT = 0
               MOVE WS-LIVRO-VINCULO TO WS-COD-LIVRO-RECALC
               PERFORM RECALCULAR-STATUS-TITULO
           END-IF.

           DISPLAY "LOTE " WS-LOTE-LIVRE " MONTADO COM "
                   WS-QTDE-LOTE " FASCÍCULO(S)."
           DISPLAY "ROMANEIO GERADO: " WS-ROMANEIO-NOME

           MOVE "ENCADERNA"    TO WS-AUD-OPERACAO
           MOVE WS-LOTE-LIVRE  TO WS-AUD-CHAVE
           MOVE SPACES         TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

       CONFERIR-FASCICULO-LOTE.
           EVALUATE FASC-STATUS
               WHEN "P"
                   ADD 1 TO WS-QTDE-FALTANTES
                   DISPLAY "   FALTA O FASCÍCULO " FASC-SEQ
                           " (PREVISTO " FASC-DATA-PREVISTA ")"
               WHEN "E"
                   ADD 1 TO WS-QTDE-BLOQUEADOS
                   DISPLAY "   FASCÍCULO " FASC-SEQ
                           " JÁ ESTÁ NA ENCADERNADORA."
               WHEN "B"
                   ADD 1 TO WS-QTDE-BLOQUEADOS
                   DISPLAY "   FASCÍCULO " FASC-SEQ
                           " JÁ FOI ENCADERNADO."
               WHEN OTHER
                   ADD 1 TO WS-QTDE-LOTE
                   IF FASC-EXEMPLAR NOT = 0
                           AND WS-LIVRO-VINCULO NOT = 0
                       MOVE WS-LIVRO-VINCULO TO EXEMPLAR-LIVRO-COD
                       MOVE FASC-EXEMPLAR    TO EXEMPLAR-NUM
                       READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF EXEMPLAR-STATUS NOT = "D"
                                   ADD 1 TO WS-QTDE-BLOQUEADOS
                                   DISPLAY "   FASCÍCULO " FASC-SEQ
                                           " FORA DA ESTANTE "
                                           "(EXEMPLAR "
                                           EXEMPLAR-NUM
                                           " STATUS '"
                                           EXEMPLAR-STATUS "')."
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

       ENVIAR-FASCICULO-LOTE.
           MOVE SPACES TO WS-LINHA-IMP.
           IF FASC-STATUS = "P"
               ADD 1 TO WS-QTDE-FALTANTES
               STRING "  " FASC-SEQ "   " FASC-DATA-PREVISTA
                      "   NÃO RECEBIDO - FORA DO LOTE"
                       DELIMITED BY SIZE INTO WS-LINHA-IMP
               WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP
               EXIT PARAGRAPH
           END-IF.
           IF FASC-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTDE-LOTE.
           MOVE "E" TO FASC-STATUS.
           REWRITE REG-FASCICULO.

           MOVE SPACES TO EXEMPLAR-CODBARRAS.
           IF FASC-EXEMPLAR NOT = 0 AND WS-LIVRO-VINCULO NOT = 0
               MOVE WS-LIVRO-VINCULO TO EXEMPLAR-LIVRO-COD
               MOVE FASC-EXEMPLAR    TO EXEMPLAR-NUM
               READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   INVALID KEY
                       MOVE SPACES TO EXEMPLAR-CODBARRAS
                   NOT INVALID KEY
                       MOVE REG-EXEMPLAR TO WS-JRN-ANTES
                       MOVE "N" TO EXEMPLAR-STATUS
                       REWRITE REG-EXEMPLAR
                       MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "R"          TO WS-JRN-OPERACAO
                       PERFORM GRAVAR-JORNAL
               END-READ
           END-IF.

           STRING "  " FASC-SEQ "   " FASC-DATA-PREVISTA "   "
                  FASC-DATA-CHEGADA "   " EXEMPLAR-CODBARRAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.

       OBTER-PROX-LOTE.
           MOVE 0    TO WS-LOTE-LIVRE.
           MOVE "00" TO WS-ST-ENC.

           PERFORM ABRIR-ENCADERNACAO

           PERFORM UNTIL WS-ST-ENC = "10"
               READ ENCADERNACAO NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ENC
               NOT AT END
                   IF ENC-LOTE > WS-LOTE-LIVRE
                       MOVE ENC-LOTE TO WS-LOTE-LIVRE
                   END-IF
           END-PERFORM.

           CLOSE ENCADERNACAO.
           ADD 1 TO WS-LOTE-LIVRE.

      *    Romaneio que acompanha o lote até a encadernadora.
       ABRIR-ROMANEIO.
           MOVE SPACES TO WS-ROMANEIO-NOME.
           STRING "ROMANEIO-ENCAD-" WS-LOTE-LIVRE ".TXT"
                   DELIMITED BY SIZE INTO WS-ROMANEIO-NOME.
           OPEN OUTPUT ROMANEIO-RPT.

           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ROMANEIO DE ENCADERNAÇÃO - LOTE "
                  WS-LOTE-LIVRE
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  DATA: " WS-HOJE-AAAAMMDD
                  "  OPERADOR: " WS-OPERADOR-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ENCADERNADORA: " WS-ENCADERNADORA
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  PERIÓDICO: " WS-TITULO-ASS
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  ASSINATURA " WS-COD-ASSINATURA
                  "  VOLUME " WS-VOLUME-ENC
                  "  ANO " WS-ANO-ENC
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE "=======================================" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE "  FASC   PREVISTO   CHEGADA    COD. BARRAS" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE "---------------------------------------" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.

       FECHAR-ROMANEIO.
           MOVE "---------------------------------------" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "FASCÍCULOS NO LOTE: " WS-QTDE-LOTE
                  "  NÃO RECEBIDOS: " WS-QTDE-FALTANTES
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE "ENTREGUE POR: ______________________" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           MOVE "RECEBIDO POR (ENCADERNADORA): ______________" TO
               WS-LINHA-IMP.
           WRITE REG-ROMANEIO-RPT FROM WS-LINHA-IMP.
           CLOSE ROMANEIO-RPT.

      *    Retorno do lote: os fascículos passam a "B"
      *    (encadernados), seus exemplares são baixados ("X") e
      *    nasce o exemplar do volume encadernado, com código de
      *    barras, localização na estante e o custo no lote.
       RETORNO-ENCADERNACAO.
           DISPLAY "DIGITE O NÚMERO DO LOTE: "
           ACCEPT WS-LOTE-ATUAL

           PERFORM ABRIR-ENCADERNACAO
           MOVE WS-LOTE-ATUAL TO ENC-LOTE.
           READ ENCADERNACAO KEY IS ENC-LOTE
               INVALID KEY
                   DISPLAY "LOTE NÃO ENCONTRADO."
                   CLOSE ENCADERNACAO
                   EXIT PARAGRAPH.
           IF ENC-STATUS NOT = "E"
               DISPLAY "LOTE JÁ RETORNOU DA ENCADERNADORA."
               CLOSE ENCADERNACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE ENC-ASS-COD     TO WS-COD-ASSINATURA.
           MOVE ENC-ANO         TO WS-ANO-ENC.
           MOVE ENC-SEQ-INICIAL TO WS-SEQ-INICIAL.
           MOVE ENC-SEQ-FINAL   TO WS-SEQ-FINAL.
           MOVE ENC-VOLUME      TO WS-VOLUME-ENC.
           CLOSE ENCADERNACAO.

           PERFORM ABRIR-ASSINATURAS
           MOVE WS-COD-ASSINATURA TO ASS-COD.
           READ ASSINATURAS KEY IS ASS-COD
               INVALID KEY
                   MOVE 0 TO ASS-LIVRO-COD
           END-READ.
           MOVE ASS-LIVRO-COD TO WS-LIVRO-VINCULO.
           CLOSE ASSINATURAS.

           DISPLAY "LOTE " WS-LOTE-ATUAL " - ASSINATURA "
                   WS-COD-ASSINATURA " VOLUME " WS-VOLUME-ENC
                   " ANO " WS-ANO-ENC
           DISPLAY "CONFIRMA O RETORNO DO VOLUME ENCADERNADO? (S/N)"
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "RETORNO NÃO REGISTRADO."
               EXIT PARAGRAPH
           END-IF.

      *    O volume entra no título vinculado à assinatura; sem
      *    vínculo, o bibliotecário indica o título do catálogo.
           MOVE WS-LIVRO-VINCULO TO WS-LIVRO-VOLUME.
           PERFORM UNTIL WS-LIVRO-VOLUME NOT = 0
               DISPLAY "CÓDIGO DO LIVRO (CATÁLOGO) DO VOLUME "
                       "ENCADERNADO: "
               ACCEPT WS-LIVRO-VOLUME
               IF WS-LIVRO-VOLUME NOT = 0
                   PERFORM ABRIR-LIVROS
                   MOVE WS-LIVRO-VOLUME TO LIVRO-COD
                   READ LIVROS KEY IS LIVRO-COD
                       INVALID KEY
                           DISPLAY "LIVRO NÃO ENCONTRADO."
                           MOVE 0 TO WS-LIVRO-VOLUME
                   END-READ
                   CLOSE LIVROS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-CUSTO-ENC.
           PERFORM UNTIL WS-CUSTO-ENC > 0
               DISPLAY "CUSTO DA ENCADERNAÇÃO (R$): "
               ACCEPT WS-CUSTO-ENC
           END-PERFORM.
           DISPLAY "LOCALIZAÇÃO NA ESTANTE (SEÇÃO) DO VOLUME: "
           ACCEPT WS-LOCAL-VOLUME.

           PERFORM CONFERIR-CHAMADA-VOLUME.

           MOVE 0    TO WS-QTDE-LOTE.
           MOVE "00" TO WS-ST-FSC.

           PERFORM ABRIR-FASCICULOS
           PERFORM ABRIR-EXEMPLARES

           PERFORM UNTIL WS-ST-FSC = "10"
               READ FASCICULOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-FSC
               NOT AT END
                   PERFORM VERIFICAR-FASCICULO-VOLUME
                   IF WS-FASC-NO-LOTE = "S" AND FASC-STATUS = "E"
                       PERFORM BAIXAR-FASCICULO-LOTE
                   END-IF
           END-PERFORM.

           CLOSE FASCICULOS.

           MOVE WS-LIVRO-VOLUME TO WS-LIVRO-VINCULO.
           PERFORM CRIAR-EXEMPLAR-VOLUME.

           PERFORM ABRIR-ENCADERNACAO
           MOVE WS-LOTE-ATUAL TO ENC-LOTE.
           READ ENCADERNACAO KEY IS ENC-LOTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "R"              TO ENC-STATUS
                   MOVE WS-HOJE-AAAAMMDD TO ENC-DATA-RETORNO
                   MOVE WS-CUSTO-ENC     TO ENC-CUSTO
                   MOVE WS-LIVRO-VOLUME  TO ENC-LIVRO-COD
                   MOVE WS-ULT-EXEMPLAR  TO ENC-EXEMPLAR
                   REWRITE REG-ENCADERNACAO
           END-READ.
           CLOSE ENCADERNACAO.

           MOVE WS-LIVRO-VOLUME TO WS-COD-LIVRO-RECALC.
           PERFORM RECALCULAR-STATUS-TITULO.

           MOVE WS-CUSTO-ENC TO WS-ED-CUSTO.
           DISPLAY "LOTE " WS-LOTE-ATUAL " RETORNADO: "
                   WS-QTDE-LOTE " FASCÍCULO(S) BAIXADO(S); VOLUME "
                   "ENCADERNADO = EXEMPLAR " WS-LIVRO-VOLUME "/"
                   WS-ULT-EXEMPLAR " (CUSTO R$ " WS-ED-CUSTO ")."

           MOVE "RETENCAD"     TO WS-AUD-OPERACAO
           MOVE WS-LOTE-ATUAL  TO WS-AUD-CHAVE
           MOVE "E"            TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

       BAIXAR-FASCICULO-LOTE.
           ADD 1 TO WS-QTDE-LOTE.
           MOVE "B" TO FASC-STATUS.
           REWRITE REG-FASCICULO.

           IF FASC-EXEMPLAR NOT = 0 AND WS-LIVRO-VINCULO NOT = 0
               MOVE WS-LIVRO-VINCULO TO EXEMPLAR-LIVRO-COD
               MOVE FASC-EXEMPLAR    TO EXEMPLAR-NUM
               READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-EXEMPLAR TO WS-JRN-ANTES
                       MOVE "X" TO EXEMPLAR-STATUS
                       REWRITE REG-EXEMPLAR
                       MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "R"          TO WS-JRN-OPERACAO
                       PERFORM GRAVAR-JORNAL
               END-READ
           END-IF.

      *    Volume encadernado vai para a estante pelo número de
      *    chamada do título; sem chamada cadastrada, ela é
      *    pedida aqui e gravada no catálogo.
       CONFERIR-CHAMADA-VOLUME.
           PERFORM ABRIR-LIVROS
           MOVE WS-LIVRO-VOLUME TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   CLOSE LIVROS
                   EXIT PARAGRAPH.
           IF LIVRO-CHAMADA = SPACES
               MOVE SPACES TO WS-CHAMADA-VOLUME
               PERFORM UNTIL WS-CHAMADA-VOLUME NOT = SPACES
                   DISPLAY "NÚMERO DE CHAMADA DO TÍTULO: "
                   ACCEPT WS-CHAMADA-VOLUME
               END-PERFORM
               MOVE REG-LIVRO TO WS-JRN-ANTES
               MOVE WS-CHAMADA-VOLUME TO LIVRO-CHAMADA
               REWRITE REG-LIVRO
               MOVE REG-LIVRO TO WS-JRN-DEPOIS
               MOVE "LIVROS"  TO WS-JRN-ARQUIVO
               MOVE "R"       TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
           END-IF.
           DISPLAY "NÚMERO DE CHAMADA DO VOLUME: " LIVRO-CHAMADA
                   " V." WS-VOLUME-ENC.
           CLOSE LIVROS.

      *    EXEMPLARES segue aberto desde a baixa dos fascículos.
       CRIAR-EXEMPLAR-VOLUME.
           MOVE 0    TO WS-ULT-EXEMPLAR.
           MOVE "00" TO WS-ST-EXE.
           MOVE LOW-VALUES TO EXEMPLAR-CHAVE.
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-ST-EXE
           END-START.

           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD = WS-LIVRO-VINCULO
                           AND EXEMPLAR-NUM > WS-ULT-EXEMPLAR
                       MOVE EXEMPLAR-NUM TO WS-ULT-EXEMPLAR
                   END-IF
           END-PERFORM.

           ADD 1 TO WS-ULT-EXEMPLAR.
           MOVE WS-LIVRO-VINCULO TO EXEMPLAR-LIVRO-COD.
           MOVE WS-ULT-EXEMPLAR  TO EXEMPLAR-NUM.
           MOVE "D"              TO EXEMPLAR-STATUS.
           MOVE 1                TO EXEMPLAR-FILIAL.
           MOVE 0                TO EXEMPLAR-FILIAL-DEST.
           MOVE WS-LOCAL-VOLUME  TO EXEMPLAR-LOCALIZACAO.
           MOVE SPACES TO EXEMPLAR-CODBARRAS.
           STRING "E" EXEMPLAR-LIVRO-COD EXEMPLAR-NUM
                   DELIMITED BY SIZE INTO EXEMPLAR-CODBARRAS.
           WRITE REG-EXEMPLAR
               INVALID KEY
                   DISPLAY "EXEMPLAR JÁ EXISTIA."
               NOT INVALID KEY
                   DISPLAY "EXEMPLAR DO VOLUME " WS-LIVRO-VINCULO "/"
                           WS-ULT-EXEMPLAR " CRIADO - CÓDIGO DE "
                           "BARRAS " EXEMPLAR-CODBARRAS "."
                   MOVE SPACES       TO WS-JRN-ANTES
                   MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "W"          TO WS-JRN-OPERACAO
                   PERFORM GRAVAR-JORNAL
           END-WRITE.
           CLOSE EXEMPLARES.

      *    Status do título pelo conjunto dos exemplares, no molde
      *    de RECALCULAR-STATUS-TITULO de SIS-DESCARTE.
       RECALCULAR-STATUS-TITULO.
           MOVE 0 TO WS-QTDE-DISPONIVEIS.
           MOVE 0 TO WS-QTDE-RESERVADOS.
           MOVE "00" TO WS-ST-EXE.

           PERFORM ABRIR-EXEMPLARES

           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD = WS-COD-LIVRO-RECALC
                       IF EXEMPLAR-STATUS = "D"
                           ADD 1 TO WS-QTDE-DISPONIVEIS
                       ELSE IF EXEMPLAR-STATUS = "R"
                           ADD 1 TO WS-QTDE-RESERVADOS
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           CLOSE EXEMPLARES.

           PERFORM ABRIR-LIVROS
           MOVE WS-COD-LIVRO-RECALC TO LIVRO-COD.
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
           END-IF
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

       LISTAR-LOTES-ENCADERNACAO.
           MOVE 0    TO WS-QTDE-LISTADOS.
           MOVE "00" TO WS-ST-ENC.

           PERFORM ABRIR-ENCADERNACAO

           DISPLAY "LOTE  |ASS   |VOLUME    |ANO |QTD|ST| ENVIO    "
                   "| RETORNO  | CUSTO"
           DISPLAY "-------------------------------------------------"
                   "------------------"

           PERFORM UNTIL WS-ST-ENC = "10"
               READ ENCADERNACAO NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ENC
               NOT AT END
                   ADD 1 TO WS-QTDE-LISTADOS
                   MOVE ENC-CUSTO TO WS-ED-CUSTO
                   DISPLAY ENC-LOTE " |" ENC-ASS-COD " |"
                           ENC-VOLUME "|" ENC-ANO "|"
                           ENC-QTDE-FASC "|" ENC-STATUS " |"
                           ENC-DATA-ENVIO " |" ENC-DATA-RETORNO
                           " |" WS-ED-CUSTO
           END-PERFORM.

           CLOSE ENCADERNACAO.

           DISPLAY "-------------------------------------------------"
                   "------------------"
           DISPLAY "TOTAL DE LOTES: " WS-QTDE-LISTADOS.
