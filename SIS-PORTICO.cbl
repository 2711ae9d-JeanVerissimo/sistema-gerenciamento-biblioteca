       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-PORTICO.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Conciliação dos alarmes do pórtico antifurto.
      *               Lê o arquivo de eventos do fornecedor
      *               (PORTICO-ALARMES.TXT, uma linha por alarme:
      *               código de barras;filial;pórtico;AAAAMMDD;
      *               HHMMSS), confronta cada alarme com
      *               EMPRESTIMOS.DAT e o classifica como empréstimo
      *               válido (falha de desmagnetização no balcão),
      *               consulta local saindo do prédio, sem
      *               empréstimo (possível furto) ou etiqueta fora
      *               do acervo. Os alarmes ficam em
      *               PORTICO-OCORRENCIAS.DAT (o reenvio do mesmo
      *               evento é ignorado) e saem no relatório de
      *               segurança por filial,
      *               SEGURANCA-PORTICO-<inicio>-<fim>.TXT. O alarme
      *               sem empréstimo aponta o exemplar já faltante
      *               no inventário ("F") e, com a confirmação do
      *               operador, marca como faltante o exemplar que
      *               constava na estante, como faz o fechamento do
      *               SIS-INVENTARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALARMES-PORTICO ASSIGN TO 'PORTICO-ALARMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-ALM.

           SELECT OCORRENCIAS ASSIGN TO 'PORTICO-OCORRENCIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-OCR.

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

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-JRN.

           SELECT SEGURANCA-RPT ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD ALARMES-PORTICO.
       01 REG-ALARME-PORTICO           PIC X(80).

       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           02 OCR-CHAVE.
               03 OCR-FILIAL           PIC 9(3).
               03 OCR-DATA             PIC 9(8).
               03 OCR-HORA             PIC 9(6).
               03 OCR-CODBARRAS        PIC X(13).
           02 OCR-PORTICO              PIC X(4).
           02 OCR-LIVRO                PIC 9(7).
           02 OCR-EXEMPLAR             PIC 9(3).
           02 OCR-CLASSE               PIC X(1).
           02 OCR-EMPRESTIMO           PIC 9(7).
           02 OCR-EXE-STATUS           PIC X(1).
           02 OCR-FALTANTE             PIC X(1).
           02 OCR-DATA-CONC            PIC 9(8).
           02 OCR-OPERADOR             PIC X(10).

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

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD JORNAL.
       01 REG-JORNAL.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD SEGURANCA-RPT.
       01 REG-SEGURANCA-RPT            PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-TENTATIVAS-ARQ            PIC 9(2)      VALUE 0.
       77 WS-SEGUNDOS-ESPERA           PIC 9(2)      VALUE 2.
       77 WS-ST-ALM                    PIC X(2)      VALUE SPACES.
       77 WS-ST-OCR                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-JRN                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-RPT-NOME                  PIC X(45)     VALUE SPACES.
       77 WS-LINHA-RPT                 PIC X(120)    VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-COD-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-COD-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-EXE-STATUS                PIC X(1)      VALUE SPACES.
       77 WS-EXEMPLAR-ACHADO           PIC X(1)      VALUE "N".
       77 WS-EMP-ACHADO                PIC X(1)      VALUE "N".
       77 WS-EMP-COD                   PIC 9(7)      VALUE 0.
       77 WS-EMP-TIPO                  PIC X(1)      VALUE SPACES.
       77 WS-EMP-DATA-ACHADA           PIC 9(8)      VALUE 0.
       77 WS-MARCAR-FALTANTE           PIC X(1)      VALUE "N".
       77 WS-QTDE-DISPONIVEIS          PIC 9(3)      VALUE 0.
       77 WS-QTDE-RESERVADOS           PIC 9(3)      VALUE 0.
       77 WS-ALM-CODBARRAS             PIC X(13)     VALUE SPACES.
       77 WS-ALM-FILIAL-TXT            PIC X(3)      VALUE SPACES.
       77 WS-ALM-PORTICO               PIC X(4)      VALUE SPACES.
       77 WS-ALM-DATA-TXT              PIC X(8)      VALUE SPACES.
       77 WS-ALM-HORA-TXT              PIC X(6)      VALUE SPACES.
       77 WS-ALM-DATA                  PIC 9(8)      VALUE 0.
       77 WS-QTDE-LIDOS                PIC 9(5)      VALUE 0.
       77 WS-QTDE-NOVOS                PIC 9(5)      VALUE 0.
       77 WS-QTDE-REPETIDOS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-INVALIDOS            PIC 9(5)      VALUE 0.
       77 WS-QTDE-MARCADOS             PIC 9(5)      VALUE 0.
       77 WS-QTDE-JA-FALTANTES         PIC 9(5)      VALUE 0.
       77 WS-PER-INICIO                PIC 9(8)      VALUE 0.
       77 WS-PER-FIM                   PIC 9(8)      VALUE 0.
       77 WS-FILIAL-ATUAL              PIC 9(3)      VALUE 0.
       77 WS-PRIMEIRA-FILIAL           PIC X(1)      VALUE "S".
       77 WS-CLASSE-DESC               PIC X(36)     VALUE SPACES.
       77 WS-SITUACAO-DESC             PIC X(30)     VALUE SPACES.
       77 WS-HORA-FMT                  PIC X(8)      VALUE SPACES.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-INI              PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-IDX-TOT                   PIC 9(1)      VALUE 0.

      *    Contadores por classe de alarme: V = empréstimo válido,
      *    C = consulta local, S = sem empréstimo, D = etiqueta
      *    fora do acervo. Linha 1 = total da filial do relatório,
      *    linha 2 = total geral.
       01 WS-TAB-CLASSES.
           02 WS-TOT-LINHA             OCCURS 2 TIMES.
               03 WS-TOT-V             PIC 9(5).
               03 WS-TOT-C             PIC 9(5).
               03 WS-TOT-S             PIC 9(5).
               03 WS-TOT-D             PIC 9(5).
               03 WS-TOT-GERAL         PIC 9(5).

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
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "     PÓRTICO ANTIFURTO - SEGURANÇA   "
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Conciliar Alarmes do Pórtico"
               DISPLAY "2 - Relatório de Segurança por Período"
               DISPLAY "3 - Voltar"
               DISPLAY "Escolha uma opção (1/2/3): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM CONCILIAR-ALARMES
                   WHEN '2'
                       PERFORM RELATORIO-PERIODO
                   WHEN '3'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-OCORRENCIAS.
           OPEN I-O OCORRENCIAS.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-OCR NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O OCORRENCIAS
           END-PERFORM.
           EVALUATE WS-ST-OCR
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO PORTICO-OCORRENCIAS.DAT..."
                   OPEN OUTPUT OCORRENCIAS
                   CLOSE OCORRENCIAS
                   OPEN I-O OCORRENCIAS
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PORTICO-OCORRENCIAS.DAT! "
                           "STATUS: " WS-ST-OCR
                   STOP RUN
           END-EVALUATE.

       ABRIR-EXEMPLARES.
           OPEN I-O EXEMPLARES.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-FILE-STATUS NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN I-O EXEMPLARES
           END-PERFORM.
           EVALUATE WS-FILE-STATUS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO EXEMPLARES.DAT..."
                   OPEN OUTPUT EXEMPLARES
                   CLOSE EXEMPLARES
                   OPEN I-O EXEMPLARES
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR EXEMPLARES.DAT! STATUS: "
                   WS-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-AUD NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN EXTEND AUDITORIA
           END-PERFORM.
           EVALUATE WS-ST-AUD
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AUDITORIA.DAT! STATUS: "
                   WS-ST-AUD
                   STOP RUN
           END-EVALUATE.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA

           PERFORM ABRIR-AUDITORIA
           MOVE WS-DATA-SISTEMA(1:21) TO AUD-DATA-HORA
           MOVE "SIS-PORTICO"         TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

       ABRIR-JORNAL.
           OPEN EXTEND JORNAL.
           MOVE 0 TO WS-TENTATIVAS-ARQ.
           PERFORM UNTIL WS-ST-JRN NOT = "93"
                   OR WS-TENTATIVAS-ARQ >= 5
               ADD 1 TO WS-TENTATIVAS-ARQ
               DISPLAY "ARQUIVO EM USO POR OUTRA "
                       "ESTAÇÃO; AGUARDANDO..."
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
               OPEN EXTEND JORNAL
           END-PERFORM.
           EVALUATE WS-ST-JRN
               WHEN "00" CONTINUE
               WHEN "05" CONTINUE
               WHEN "35"
                   OPEN OUTPUT JORNAL
                   CLOSE JORNAL
                   OPEN EXTEND JORNAL
               WHEN "93"
                   DISPLAY "ARQUIVO EM USO POR OUTRA "
                           "ESTAÇÃO. TENTE NOVAMENTE "
                           "MAIS TARDE."
                   STOP RUN
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

      *    Cada linha do fornecedor vira uma ocorrência com chave
      *    filial + data + hora + código de barras; o mesmo
      *    arquivo reenviado não duplica alarmes nem remarca
      *    exemplares. Ao fim, o relatório cobre as datas de
      *    alarme recebidas nesta carga.
       CONCILIAR-ALARMES.
           OPEN INPUT ALARMES-PORTICO.
           IF WS-ST-ALM NOT = "00"
               DISPLAY "SEM ARQUIVO DE ALARMES DO PÓRTICO "
                       "(PORTICO-ALARMES.TXT)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MARCAR COMO FALTANTES ('F') OS EXEMPLARES COM "
                   "ALARME SEM EMPRÉSTIMO QUE CONSTAM NA ESTANTE? "
                   "(S/N)"
           ACCEPT WS-MARCAR-FALTANTE
           MOVE FUNCTION UPPER-CASE(WS-MARCAR-FALTANTE)
               TO WS-MARCAR-FALTANTE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE 0        TO WS-QTDE-LIDOS.
           MOVE 0        TO WS-QTDE-NOVOS.
           MOVE 0        TO WS-QTDE-REPETIDOS.
           MOVE 0        TO WS-QTDE-INVALIDOS.
           MOVE 0        TO WS-QTDE-MARCADOS.
           MOVE 0        TO WS-QTDE-JA-FALTANTES.
           MOVE 99999999 TO WS-PER-INICIO.
           MOVE 0        TO WS-PER-FIM.

           PERFORM ABRIR-OCORRENCIAS.

           PERFORM UNTIL WS-ST-ALM = "10"
               READ ALARMES-PORTICO NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ALM
               NOT AT END
                   IF REG-ALARME-PORTICO NOT = SPACES
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM PROCESSAR-ALARME
                   END-IF
           END-PERFORM.

           CLOSE OCORRENCIAS.
           CLOSE ALARMES-PORTICO.

           DISPLAY "---------------------------------------------------"
           DISPLAY "ALARMES LIDOS:                " WS-QTDE-LIDOS
           DISPLAY "ALARMES CONCILIADOS:          " WS-QTDE-NOVOS
           DISPLAY "JÁ CONCILIADOS ANTES:         " WS-QTDE-REPETIDOS
           DISPLAY "LINHAS INVÁLIDAS:             " WS-QTDE-INVALIDOS
           DISPLAY "JÁ FALTANTES NO INVENTÁRIO:   "
                   WS-QTDE-JA-FALTANTES
           DISPLAY "MARCADOS COMO FALTANTES ('F'):" WS-QTDE-MARCADOS

           MOVE "PORTICOCON"     TO WS-AUD-OPERACAO
           MOVE WS-HOJE-AAAAMMDD TO WS-AUD-CHAVE
           MOVE SPACES           TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

           IF WS-QTDE-NOVOS > 0
               PERFORM EMITIR-RELATORIO-SEGURANCA
           END-IF.

       PROCESSAR-ALARME.
           MOVE SPACES TO WS-ALM-CODBARRAS.
           MOVE SPACES TO WS-ALM-FILIAL-TXT.
           MOVE SPACES TO WS-ALM-PORTICO.
           MOVE SPACES TO WS-ALM-DATA-TXT.
           MOVE SPACES TO WS-ALM-HORA-TXT.
           UNSTRING REG-ALARME-PORTICO DELIMITED BY ";"
               INTO WS-ALM-CODBARRAS
                    WS-ALM-FILIAL-TXT
                    WS-ALM-PORTICO
                    WS-ALM-DATA-TXT
                    WS-ALM-HORA-TXT
           END-UNSTRING.

           IF WS-ALM-CODBARRAS = SPACES
                   OR WS-ALM-FILIAL-TXT IS NOT NUMERIC
                   OR WS-ALM-DATA-TXT IS NOT NUMERIC
                   OR WS-ALM-HORA-TXT IS NOT NUMERIC
               ADD 1 TO WS-QTDE-INVALIDOS
               DISPLAY "LINHA INVÁLIDA NO ARQUIVO DE ALARMES: "
                       REG-ALARME-PORTICO(1:40)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALM-DATA-TXT TO WS-ALM-DATA.

           MOVE WS-ALM-FILIAL-TXT TO OCR-FILIAL.
           MOVE WS-ALM-DATA       TO OCR-DATA.
           MOVE WS-ALM-HORA-TXT   TO OCR-HORA.
           MOVE WS-ALM-CODBARRAS  TO OCR-CODBARRAS.
           READ OCORRENCIAS KEY IS OCR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-REPETIDOS
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-ALM-FILIAL-TXT TO OCR-FILIAL.
           MOVE WS-ALM-DATA       TO OCR-DATA.
           MOVE WS-ALM-HORA-TXT   TO OCR-HORA.
           MOVE WS-ALM-CODBARRAS  TO OCR-CODBARRAS.
           MOVE WS-ALM-PORTICO    TO OCR-PORTICO.
           MOVE 0                 TO OCR-LIVRO.
           MOVE 0                 TO OCR-EXEMPLAR.
           MOVE 0                 TO OCR-EMPRESTIMO.
           MOVE SPACES            TO OCR-EXE-STATUS.
           MOVE "N"               TO OCR-FALTANTE.
           MOVE WS-HOJE-AAAAMMDD  TO OCR-DATA-CONC.
           MOVE WS-OPERADOR-ATUAL TO OCR-OPERADOR.

           PERFORM LOCALIZAR-EXEMPLAR-POR-BARRAS.
           IF WS-EXEMPLAR-ACHADO NOT = "S"
               MOVE "D" TO OCR-CLASSE
           ELSE
               MOVE WS-COD-LIVRO    TO OCR-LIVRO
               MOVE WS-COD-EXEMPLAR TO OCR-EXEMPLAR
               MOVE WS-EXE-STATUS   TO OCR-EXE-STATUS
               PERFORM LOCALIZAR-EMPRESTIMO-ALARME
               IF WS-EMP-ACHADO = "S"
                   MOVE WS-EMP-COD TO OCR-EMPRESTIMO
                   IF WS-EMP-TIPO = "C"
                       MOVE "C" TO OCR-CLASSE
                   ELSE
                       MOVE "V" TO OCR-CLASSE
                   END-IF
               ELSE
                   MOVE "S" TO OCR-CLASSE
                   PERFORM VINCULAR-FALTANTE
               END-IF
           END-IF.

           WRITE REG-OCORRENCIA
               INVALID KEY
                   ADD 1 TO WS-QTDE-REPETIDOS
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-QTDE-NOVOS.

           IF WS-ALM-DATA < WS-PER-INICIO
               MOVE WS-ALM-DATA TO WS-PER-INICIO
           END-IF.
           IF WS-ALM-DATA > WS-PER-FIM
               MOVE WS-ALM-DATA TO WS-PER-FIM
           END-IF.

           PERFORM DESCREVER-OCORRENCIA.
           DISPLAY OCR-FILIAL " " OCR-CODBARRAS " - "
                   FUNCTION TRIM(WS-CLASSE-DESC) " - "
                   FUNCTION TRIM(WS-SITUACAO-DESC).

       LOCALIZAR-EXEMPLAR-POR-BARRAS.
           MOVE "N" TO WS-EXEMPLAR-ACHADO.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EXEMPLARES

           PERFORM UNTIL WS-FILE-STATUS = "10"
                   OR WS-EXEMPLAR-ACHADO = "S"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EXEMPLAR-CODBARRAS = WS-ALM-CODBARRAS
                       MOVE "S" TO WS-EXEMPLAR-ACHADO
                       MOVE EXEMPLAR-LIVRO-COD TO WS-COD-LIVRO
                       MOVE EXEMPLAR-NUM       TO WS-COD-EXEMPLAR
                       MOVE EXEMPLAR-STATUS    TO WS-EXE-STATUS
                   END-IF
           END-PERFORM.

           CLOSE EXEMPLARES.

      *    Explica o alarme o empréstimo do exemplar feito até a
      *    data do alarme e ainda fora da estante naquela data:
      *    em aberto ("E"), contestado ("A"), perdido ("P") ou
      *    devolvido na data do alarme ou depois (a consulta
      *    local fecha no mesmo dia). Havendo mais de um, vale o
      *    mais recente.
       LOCALIZAR-EMPRESTIMO-ALARME.
           MOVE "N"    TO WS-EMP-ACHADO.
           MOVE 0      TO WS-EMP-COD.
           MOVE SPACES TO WS-EMP-TIPO.
           MOVE 0      TO WS-EMP-DATA-ACHADA.

           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO    TO EMPRESTIMO-LIVRO
           MOVE WS-COD-EXEMPLAR TO EMPRESTIMO-EXEMPLAR
           START EMPRESTIMOS KEY IS EQUAL TO EMPRESTIMO-ITEM
               INVALID KEY MOVE "10" TO WS-ST-EMP
           END-START

           PERFORM UNTIL WS-ST-EMP = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EMP
               NOT AT END
                   IF EMPRESTIMO-LIVRO NOT = WS-COD-LIVRO
                           OR EMPRESTIMO-EXEMPLAR NOT = WS-COD-EXEMPLAR
                       MOVE "10" TO WS-ST-EMP
                   ELSE
                       PERFORM AVALIAR-EMPRESTIMO-ALARME
                   END-IF
           END-PERFORM.

           CLOSE EMPRESTIMOS.

       AVALIAR-EMPRESTIMO-ALARME.
           IF EMPRESTIMO-COD = 0
                   OR EMPRESTIMO-DATA-EMP > WS-ALM-DATA
                   OR EMPRESTIMO-DATA-EMP < WS-EMP-DATA-ACHADA
               EXIT PARAGRAPH
           END-IF.

           IF EMPRESTIMO-STATUS = "E" OR EMPRESTIMO-STATUS = "A"
                   OR EMPRESTIMO-STATUS = "P"
                   OR (EMPRESTIMO-STATUS = "D"
                       AND EMPRESTIMO-DATA-ENTREGA >= WS-ALM-DATA)
               MOVE "S"                 TO WS-EMP-ACHADO
               MOVE EMPRESTIMO-COD      TO WS-EMP-COD
               MOVE EMPRESTIMO-TIPO     TO WS-EMP-TIPO
               MOVE EMPRESTIMO-DATA-EMP TO WS-EMP-DATA-ACHADA
           END-IF.

      *    Alarme sem empréstimo: se o inventário já dá o
      *    exemplar como faltante, só aponta; se ele constava na
      *    estante ("D" ou "R") e o operador confirmou, passa a
      *    faltante com a mesma operação de auditoria do
      *    fechamento do inventário.
       VINCULAR-FALTANTE.
           IF WS-EXE-STATUS = "F"
               MOVE "J" TO OCR-FALTANTE
               ADD 1 TO WS-QTDE-JA-FALTANTES
               EXIT PARAGRAPH
           END-IF.

           IF WS-MARCAR-FALTANTE NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXE-STATUS NOT = "D" AND WS-EXE-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-EXEMPLARES
           MOVE WS-COD-LIVRO    TO EXEMPLAR-LIVRO-COD
           MOVE WS-COD-EXEMPLAR TO EXEMPLAR-NUM
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY
                   CLOSE EXEMPLARES
                   EXIT PARAGRAPH.

           MOVE EXEMPLAR-STATUS TO WS-AUD-STATUS-ANT
           MOVE REG-EXEMPLAR    TO WS-JRN-ANTES
           MOVE "F" TO EXEMPLAR-STATUS
           REWRITE REG-EXEMPLAR
           MOVE REG-EXEMPLAR TO WS-JRN-DEPOIS
           CLOSE EXEMPLARES.

           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
           MOVE "R"          TO WS-JRN-OPERACAO
           PERFORM GRAVAR-JORNAL
           MOVE "FALTANTE"   TO WS-AUD-OPERACAO
           MOVE WS-COD-LIVRO TO WS-AUD-CHAVE
           PERFORM REGISTRAR-AUDITORIA

           MOVE "M" TO OCR-FALTANTE.
           ADD 1 TO WS-QTDE-MARCADOS.

           PERFORM RECALCULAR-STATUS-TITULO.

       RECALCULAR-STATUS-TITULO.
           MOVE 0 TO WS-QTDE-DISPONIVEIS.
           MOVE 0 TO WS-QTDE-RESERVADOS.
           MOVE "00" TO WS-FILE-STATUS.

           PERFORM ABRIR-EXEMPLARES
           MOVE WS-COD-LIVRO TO EXEMPLAR-LIVRO-COD
           MOVE 0            TO EXEMPLAR-NUM
           START EXEMPLARES KEY IS NOT LESS THAN EXEMPLAR-CHAVE
               INVALID KEY MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EXEMPLAR-LIVRO-COD NOT = WS-COD-LIVRO
                       MOVE "10" TO WS-FILE-STATUS
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
               DISPLAY "ERRO AO ABRIR LIVROS.DAT! STATUS: "
                       WS-ST-LIV
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COD-LIVRO TO LIVRO-COD
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   CLOSE LIVROS
                   EXIT PARAGRAPH.

           MOVE REG-LIVRO TO WS-JRN-ANTES

           IF WS-QTDE-DISPONIVEIS > 0
               MOVE "D" TO LIVRO-STATUS
           ELSE IF WS-QTDE-RESERVADOS > 0
               MOVE "R" TO LIVRO-STATUS
           ELSE
               MOVE "E" TO LIVRO-STATUS
           END-IF

           REWRITE REG-LIVRO
           CLOSE LIVROS.

           IF WS-JRN-ANTES NOT = REG-LIVRO
               MOVE REG-LIVRO  TO WS-JRN-DEPOIS
               MOVE "LIVROS"   TO WS-JRN-ARQUIVO
               MOVE "R"        TO WS-JRN-OPERACAO
               PERFORM GRAVAR-JORNAL
           ELSE
               MOVE SPACES TO WS-JRN-ANTES
           END-IF.

       DESCREVER-OCORRENCIA.
           MOVE SPACES TO WS-SITUACAO-DESC.
           EVALUATE OCR-CLASSE
               WHEN "V"
                   MOVE "EMPRÉSTIMO VÁLIDO (DESMAGNETIZAR)"
                       TO WS-CLASSE-DESC
               WHEN "C"
                   MOVE "CONSULTA LOCAL SAINDO DO PRÉDIO"
                       TO WS-CLASSE-DESC
               WHEN "S"
                   MOVE "SEM EMPRÉSTIMO (POSSÍVEL FURTO)"
                       TO WS-CLASSE-DESC
               WHEN OTHER
                   MOVE "ETIQUETA FORA DO ACERVO"
                       TO WS-CLASSE-DESC
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OCR-CLASSE = "V" OR OCR-CLASSE = "C"
                   STRING "EMPRÉSTIMO " OCR-EMPRESTIMO
                           DELIMITED BY SIZE INTO WS-SITUACAO-DESC
               WHEN OCR-CLASSE = "D"
                   MOVE "SEM CADASTRO EM EXEMPLARES"
                       TO WS-SITUACAO-DESC
               WHEN OCR-FALTANTE = "J"
                   MOVE "JÁ FALTANTE NO INVENTÁRIO"
                       TO WS-SITUACAO-DESC
               WHEN OCR-FALTANTE = "M"
                   MOVE "MARCADO FALTANTE (F)"
                       TO WS-SITUACAO-DESC
               WHEN OTHER
                   STRING "EXEMPLAR EM STATUS " OCR-EXE-STATUS
                           DELIMITED BY SIZE INTO WS-SITUACAO-DESC
           END-EVALUATE.

       RELATORIO-PERIODO.
           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DATA INICIAL DOS ALARMES (DD/MM/AAAA): "
               ACCEPT WS-DATA-DIGITADA
               PERFORM VALIDAR-DATA-DIGITADA
               IF WS-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-PER-INICIO.

           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DATA FINAL DOS ALARMES (DD/MM/AAAA): "
               ACCEPT WS-DATA-DIGITADA
               PERFORM VALIDAR-DATA-DIGITADA
               IF WS-DATA-VALIDA NOT = "S"
                   DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-PER-FIM.

           IF WS-PER-FIM < WS-PER-INICIO
               DISPLAY "DATA FINAL ANTERIOR À INICIAL."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EMITIR-RELATORIO-SEGURANCA.

      *    Relatório de segurança por filial do pórtico, na ordem
      *    da chave de PORTICO-OCORRENCIAS.DAT (filial, data,
      *    hora), com subtotal por classe a cada filial.
       EMITIR-RELATORIO-SEGURANCA.
           MOVE 0      TO WS-FILIAL-ATUAL.
           MOVE "S"    TO WS-PRIMEIRA-FILIAL.
           MOVE ZEROS  TO WS-TAB-CLASSES.

           MOVE SPACES TO WS-RPT-NOME.
           STRING "SEGURANCA-PORTICO-" WS-PER-INICIO "-"
                  WS-PER-FIM ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT SEGURANCA-RPT.
           IF WS-ST-RPT NOT = "00"
               DISPLAY "ERRO AO GRAVAR " WS-RPT-NOME
                       " STATUS: " WS-ST-RPT
               EXIT PARAGRAPH
           END-IF.

           MOVE ALL "=" TO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           MOVE WS-PER-INICIO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FMT   TO WS-DATA-FMT-INI.
           MOVE WS-PER-FIM    TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           STRING "  PÓRTICO ANTIFURTO - RELATÓRIO DE SEGURANÇA - "
                  "ALARMES DE " WS-DATA-FMT-INI " A " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           MOVE ALL "=" TO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.

           MOVE "00" TO WS-ST-OCR.
           OPEN INPUT OCORRENCIAS.
           IF WS-ST-OCR = "00"
               PERFORM UNTIL WS-ST-OCR = "10"
                   READ OCORRENCIAS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-OCR
                   NOT AT END
                       IF OCR-DATA >= WS-PER-INICIO
                               AND OCR-DATA <= WS-PER-FIM
                           PERFORM IMPRIMIR-OCORRENCIA
                       END-IF
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF.

           IF WS-PRIMEIRA-FILIAL = "S"
               MOVE "  NENHUM ALARME DO PÓRTICO NO PERÍODO."
                   TO WS-LINHA-RPT
               PERFORM ESCREVER-LINHA-RPT
           ELSE
               MOVE 1 TO WS-IDX-TOT
               PERFORM IMPRIMIR-TOTAIS
           END-IF.

           PERFORM ESCREVER-LINHA-RPT.
           MOVE ALL "=" TO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           MOVE "TOTAL GERAL" TO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           MOVE 2 TO WS-IDX-TOT.
           PERFORM IMPRIMIR-TOTAIS.

           CLOSE SEGURANCA-RPT.

           DISPLAY "ALARMES NO PERÍODO:           " WS-TOT-GERAL(2)
           DISPLAY "  EMPRÉSTIMO VÁLIDO:          " WS-TOT-V(2)
           DISPLAY "  CONSULTA LOCAL:             " WS-TOT-C(2)
           DISPLAY "  SEM EMPRÉSTIMO:             " WS-TOT-S(2)
           DISPLAY "  FORA DO ACERVO:             " WS-TOT-D(2)
           DISPLAY "RELATÓRIO GRAVADO EM " WS-RPT-NOME

           MOVE "PORTICORPT"  TO WS-AUD-OPERACAO
           MOVE WS-PER-INICIO TO WS-AUD-CHAVE
           MOVE SPACES        TO WS-AUD-STATUS-ANT
           PERFORM REGISTRAR-AUDITORIA.

       IMPRIMIR-OCORRENCIA.
           IF WS-PRIMEIRA-FILIAL = "S"
                   OR OCR-FILIAL NOT = WS-FILIAL-ATUAL
               IF WS-PRIMEIRA-FILIAL = "N"
                   MOVE 1 TO WS-IDX-TOT
                   PERFORM IMPRIMIR-TOTAIS
               END-IF
               MOVE "N"        TO WS-PRIMEIRA-FILIAL
               MOVE OCR-FILIAL TO WS-FILIAL-ATUAL
               MOVE 0 TO WS-TOT-V(1)
               MOVE 0 TO WS-TOT-C(1)
               MOVE 0 TO WS-TOT-S(1)
               MOVE 0 TO WS-TOT-D(1)
               MOVE 0 TO WS-TOT-GERAL(1)
               PERFORM ESCREVER-LINHA-RPT
               STRING "FILIAL " OCR-FILIAL
                       DELIMITED BY SIZE INTO WS-LINHA-RPT
               PERFORM ESCREVER-LINHA-RPT
               STRING "DATA       HORA     PORT CÓDIGO BARRAS "
                      "LIVRO/EX    CLASSIFICAÇÃO"
                      "                        SITUAÇÃO"
                       DELIMITED BY SIZE INTO WS-LINHA-RPT
               PERFORM ESCREVER-LINHA-RPT
           END-IF.

           PERFORM DESCREVER-OCORRENCIA.
           MOVE OCR-DATA TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-HORA-FMT.
           STRING OCR-HORA(1:2) ":" OCR-HORA(3:2) ":" OCR-HORA(5:2)
                   DELIMITED BY SIZE INTO WS-HORA-FMT.
           STRING WS-DATA-FMT " " WS-HORA-FMT " " OCR-PORTICO " "
                  OCR-CODBARRAS " " OCR-LIVRO "/" OCR-EXEMPLAR " "
                  WS-CLASSE-DESC " " WS-SITUACAO-DESC
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > 2
               ADD 1 TO WS-TOT-GERAL(WS-IDX-TOT)
               EVALUATE OCR-CLASSE
                   WHEN "V" ADD 1 TO WS-TOT-V(WS-IDX-TOT)
                   WHEN "C" ADD 1 TO WS-TOT-C(WS-IDX-TOT)
                   WHEN "S" ADD 1 TO WS-TOT-S(WS-IDX-TOT)
                   WHEN OTHER ADD 1 TO WS-TOT-D(WS-IDX-TOT)
               END-EVALUATE
           END-PERFORM.

       IMPRIMIR-TOTAIS.
           STRING "  EMPRÉSTIMO VÁLIDO (FALHA DE DESMAGNETIZAÇÃO): "
                  WS-TOT-V(WS-IDX-TOT)
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           STRING "  CONSULTA LOCAL SAINDO DO PRÉDIO:               "
                  WS-TOT-C(WS-IDX-TOT)
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           STRING "  SEM EMPRÉSTIMO (POSSÍVEL FURTO):              "
                  WS-TOT-S(WS-IDX-TOT)
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           STRING "  ETIQUETA FORA DO ACERVO:                      "
                  WS-TOT-D(WS-IDX-TOT)
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.
           STRING "  TOTAL DE ALARMES:                             "
                  WS-TOT-GERAL(WS-IDX-TOT)
                   DELIMITED BY SIZE INTO WS-LINHA-RPT.
           PERFORM ESCREVER-LINHA-RPT.

       ESCREVER-LINHA-RPT.
           WRITE REG-SEGURANCA-RPT FROM WS-LINHA-RPT.
           MOVE SPACES TO WS-LINHA-RPT.

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
           MOVE WS-DATA-FMT-NUM(1:4) TO WS-DATA-FMT(7:4)
           MOVE WS-DATA-FMT-NUM(5:2) TO WS-DATA-FMT(4:2)
           MOVE WS-DATA-FMT-NUM(7:2) TO WS-DATA-FMT(1:2)
           MOVE "/"                 TO WS-DATA-FMT(3:1)
           MOVE "/"                 TO WS-DATA-FMT(6:1).
