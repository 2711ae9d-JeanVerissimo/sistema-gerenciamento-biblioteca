       DATE-COMPILED. 15/02/2025.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Gera relatórios simples do sistema de biblioteca.
      *               A exportação de lembretes respeita as
      *               preferências de contato (CONTATOS.DAT).

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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CONTATOS ASSIGN TO 'CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-USUARIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-CTT.

           SELECT LIVROS-RPT ASSIGN TO WS-LIVROS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
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
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

           SELECT CAIXA-MOVTOS ASSIGN TO 'CAIXA-MOVTOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-MOV.

           SELECT FILIAIS ASSIGN TO 'FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILIAL-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-FIL.

           SELECT CARGA-RPT ASSIGN TO WS-CARGA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-WRK.

           SELECT CARGA-CSV ASSIGN TO WS-CARGA-CSV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-WRK.

           SELECT CARGA-OPE-CSV ASSIGN TO WS-CARGA-OPE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-WRK.

           SELECT GIRO-RPT ASSIGN TO WS-GIRO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-WRK.

           SELECT GIRO-CANDIDATOS ASSIGN TO 'GIRO-CANDIDATOS.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-GCA.

       DATA DIVISION.
       FILE SECTION.

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
           02 LEMBRETE-TELEFONE        PIC X(11).
           02 LEMBRETE-TITULO          PIC X(50).
           02 LEMBRETE-DATA-DEV        PIC X(10).
           02 LEMBRETE-EMAIL-COMPLETO  PIC X(60).
           02 LEMBRETE-CELULAR         PIC X(13).
           02 LEMBRETE-CANAL           PIC X(1).

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

       FD LIVROS-RPT.
       01 REG-LIVROS-RPT               PIC X(120).
           02 PARAM-VALOR              PIC 9(7)V99.
           02 PARAM-DESCRICAO          PIC X(40).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           02 AUD-DATA-HORA            PIC X(21).
           02 AUD-PROGRAMA             PIC X(15).
           02 AUD-OPERACAO             PIC X(10).
           02 AUD-CHAVE                PIC X(10).
           02 AUD-STATUS-ANTERIOR      PIC X(1).
           02 AUD-OPERADOR            PIC X(10).

       FD CAIXA-MOVTOS.
       01 REG-CAIXA-MOVTO.
           02 MOVTO-DATA-HORA          PIC X(21).
           02 MOVTO-SESSAO             PIC 9(5).
           02 MOVTO-OPERADOR           PIC X(10).
           02 MOVTO-TIPO               PIC X(1).
           02 MOVTO-FORMA              PIC X(1).
           02 MOVTO-USUARIO            PIC 9(7).
           02 MOVTO-RECIBO             PIC 9(6).
           02 MOVTO-VALOR              PIC 9(7)V99.

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

       FD CARGA-RPT.
       01 REG-CARGA-RPT                PIC X(120).

       FD CARGA-CSV.
       01 REG-CARGA-CSV                PIC X(120).

       FD CARGA-OPE-CSV.
       01 REG-CARGA-OPE-CSV            PIC X(120).

       FD GIRO-RPT.
       01 REG-GIRO-RPT                 PIC X(120).

       FD GIRO-CANDIDATOS.
       01 REG-GIRO-CANDIDATO           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-LIVROS-RPT-NOME           PIC X(30).
       77 WS-USUARIOS-RPT-NOME         PIC X(30).
       77 WS-DATA-FMT-NUM              PIC 9(8)       VALUE 0.
       77 WS-DATA-FMT2                 PIC X(10)      VALUE SPACES.
       77 WS-REG-LEMBRETES-GERADOS     PIC 9(5)       VALUE 0.
       77 WS-ST-CTT                    PIC X(2)       VALUE SPACES.
       77 WS-CONTATOS-OK               PIC X(1)       VALUE "N".
       77 WS-CTT-ACHADO                PIC X(1)       VALUE "N".
       77 WS-AVISO-LIBERADO            PIC X(1)       VALUE "S".
       77 WS-QTDE-RECUSA               PIC 9(2)       VALUE 0.
       77 WS-QTDE-AVISOS-RECUSADOS     PIC 9(5)       VALUE 0.
       77 WS-ST-EXE                    PIC X(2)       VALUE SPACES.
       77 WS-FILTRO-FILIAL             PIC 9(3)       VALUE 0.
       77 WS-TEM-NA-FILIAL             PIC X(1)       VALUE "N".
       77 WS-TOPO-NOME                 PIC X(30)     VALUE SPACES.
       77 WS-TOPO-FILIAL               PIC 9(3)      VALUE 0.
       77 WS-TOPO-QTDE                 PIC 9(5)      VALUE 0.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-ST-MOV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.

      *    Mapa de carga do balcão: transações por filial, dia da
      *    semana e faixa horária, para a escala da equipe.
       77 WS-CARGA-NOME                PIC X(30)     VALUE SPACES.
       77 WS-CARGA-CSV-NOME            PIC X(30)     VALUE SPACES.
       77 WS-CARGA-OPE-NOME            PIC X(30)     VALUE SPACES.
       77 WS-CRG-INICIO                PIC 9(8)      VALUE 0.
       77 WS-CRG-FIM                   PIC 9(8)      VALUE 0.
       77 WS-CRG-FILTRO                PIC 9(3)      VALUE 0.
       77 WS-CRG-POR-OPERADOR          PIC X(1)      VALUE "N".
       77 WS-CRG-DATA                  PIC 9(8)      VALUE 0.
       77 WS-CRG-HORA                  PIC 9(2)      VALUE 0.
       77 WS-CRG-OPERADOR              PIC X(10)     VALUE SPACES.
       77 WS-CRG-TIPO-EVT              PIC 9(1)      VALUE 0.
       77 WS-CRG-FILIAL                PIC 9(3)      VALUE 0.
       77 WS-CRG-COD-EMP               PIC 9(7)      VALUE 0.
       77 WS-CRG-LIVRO                 PIC 9(7)      VALUE 0.
       77 WS-CRG-EXEMPLAR              PIC 9(3)      VALUE 0.
       77 WS-CRG-DATA-TESTADA          PIC 9(8)      VALUE 0.
       77 WS-CRG-DATA-FECHADA          PIC X(1)      VALUE "N".
       77 WS-CRG-DATA-ANT              PIC 9(8)      VALUE 0.
       77 WS-CRG-DATA-HORA-ANT         PIC X(10)     VALUE SPACES.
       77 WS-CRG-DIA-SEM               PIC 9(1)      VALUE 0.
       77 WS-CRG-DIA-ANT               PIC 9(1)      VALUE 0.
       77 WS-CRG-HORA-ANT              PIC 9(2)      VALUE 0.
       77 WS-CRG-IDX-FIL               PIC 9(2)      VALUE 0.
       77 WS-CRG-IDX-OPE               PIC 9(3)      VALUE 0.
       77 WS-CRG-IDX-DIA               PIC 9(1)      VALUE 0.
       77 WS-CRG-IDX-HORA              PIC 9(2)      VALUE 0.
       77 WS-CRG-IDX-TIPO              PIC 9(1)      VALUE 0.
       77 WS-CRG-IDX-AUX               PIC 9(2)      VALUE 0.
       77 WS-CRG-HORA-MIN              PIC 9(2)      VALUE 0.
       77 WS-CRG-HORA-MAX              PIC 9(2)      VALUE 0.
       77 WS-CRG-EVENTOS               PIC 9(7)      VALUE 0.
       77 WS-CRG-FORA-TABELA           PIC 9(7)      VALUE 0.
       77 WS-CRG-DIAS-FECHADOS         PIC 9(5)      VALUE 0.
       77 WS-CRG-CELULA                PIC 9(7)      VALUE 0.
       77 WS-CRG-TOTAL-DIA             PIC 9(7)      VALUE 0.
       77 WS-CRG-MEDIA                 PIC 9(5)V9    VALUE 0.
       77 WS-CRG-MAIOR                 PIC 9(5)      VALUE 0.
       77 WS-CRG-FIM-SORT              PIC X(1)      VALUE "N".
       77 WS-CRG-LINHA                 PIC X(120)    VALUE SPACES.
       77 WS-CRG-POS                   PIC 9(3)      VALUE 0.
       77 WS-CRG-NOME-FILIAL           PIC X(30)     VALUE SPACES.
       77 WS-CRG-HORA-FIM              PIC 9(2)      VALUE 0.
       77 WS-ED-CRG-MEDIA              PIC ZZ9,9.
       77 WS-ED-CRG-MEDIA-DIA          PIC ZZZZ9,9.
       77 WS-ED-CRG-PICO               PIC ZZZZ9.
       77 WS-ED-CRG-QTDE               PIC ZZZZZZ9.
       77 WS-ED-CRG-DIAS               PIC ZZ9.
       77 WS-ED-CRG-MEDIA-CSV          PIC 9(5),9.

      *    Giro do acervo e exemplares ociosos.
       77 WS-GIRO-NOME                 PIC X(30)     VALUE SPACES.
       77 WS-ST-GCA                    PIC X(2)      VALUE SPACES.
       77 WS-GIR-ANOS                  PIC 9(2)      VALUE 0.
       77 WS-GIR-ANOS-CAND             PIC 9(1)      VALUE 0.
       77 WS-GIR-FILIAL-CAND           PIC 9(3)      VALUE 0.
       77 WS-GIR-CORTE                 PIC 9(8)      VALUE 0.
       77 WS-GIR-CORTE-2               PIC 9(8)      VALUE 0.
       77 WS-GIR-CORTE-3               PIC 9(8)      VALUE 0.
       77 WS-GIR-CORTE-5               PIC 9(8)      VALUE 0.
       77 WS-GIR-CORTE-CAND            PIC 9(8)      VALUE 0.
       77 WS-GIR-CHAVE-EX              PIC X(10)     VALUE SPACES.
       77 WS-GIR-CHAVE-SORT            PIC X(10)     VALUE SPACES.
       77 WS-GIR-EMP-EXEMPLAR          PIC 9(5)      VALUE 0.
       77 WS-GIR-ULTIMO                PIC 9(8)      VALUE 0.
       77 WS-GIR-FIM-SORT              PIC X(1)      VALUE "N".
       77 WS-GIR-EXEMPLARES            PIC 9(7)      VALUE 0.
       77 WS-GIR-EMPRESTIMOS           PIC 9(7)      VALUE 0.
       77 WS-GIR-OCIOSOS-2             PIC 9(7)      VALUE 0.
       77 WS-GIR-OCIOSOS-3             PIC 9(7)      VALUE 0.
       77 WS-GIR-OCIOSOS-5             PIC 9(7)      VALUE 0.
       77 WS-GIR-CANDIDATOS            PIC 9(5)      VALUE 0.
       77 WS-GIR-CHAVE-BUSCA           PIC X(20)     VALUE SPACES.
       77 WS-GIR-DIM                   PIC 9(1)      VALUE 0.
       77 WS-GIR-IDX                   PIC 9(3)      VALUE 0.
       77 WS-GIR-POS                   PIC 9(3)      VALUE 0.
       77 WS-GIR-ACHADO                PIC 9(3)      VALUE 0.
       77 WS-GIR-ROTULO                PIC X(20)     VALUE SPACES.
       77 WS-GIR-TAXA                  PIC 9(5)V99   VALUE 0.
       77 WS-GIR-PCT                   PIC 9(3)V9    VALUE 0.
       77 WS-GIR-LINHA                 PIC X(120)    VALUE SPACES.
       77 WS-ED-GIR-QTDE               PIC Z.ZZZ.ZZ9.
       77 WS-ED-GIR-TAXA               PIC ZZ9,99.
       77 WS-ED-GIR-PCT                PIC ZZ9,9.

       01 WS-TITULOS-GIRO-DADOS.
           02 FILLER                   PIC X(40) VALUE
               "FAIXA DE CLASSIFICAÇÃO (CHAMADA)".
           02 FILLER                   PIC X(40) VALUE
               "CATEGORIA".
           02 FILLER                   PIC X(40) VALUE
               "TIPO DE MATERIAL".
           02 FILLER                   PIC X(40) VALUE
               "FILIAL DO EXEMPLAR".
       01 WS-TITULOS-GIRO REDEFINES WS-TITULOS-GIRO-DADOS.
           02 WS-TITULO-GIRO           PIC X(40)     OCCURS 4 TIMES.

      *    Uma tabela ordenada por dimensão (1 faixa de chamada,
      *    2 categoria, 3 tipo de material, 4 filial). Passando de
      *    120 grupos, o restante soma na última entrada.
       01 WS-TAB-GIRO.
           02 WS-GIR-DIMENSAO OCCURS 4 TIMES.
               03 WS-GIR-QTDE          PIC 9(3).
               03 WS-GIR-ENT OCCURS 121 TIMES.
                   04 WS-GIR-CHAVE     PIC X(20).
                   04 WS-GIR-ENT-EXE   PIC 9(7).
                   04 WS-GIR-ENT-EMP   PIC 9(7).
                   04 WS-GIR-ENT-OC2   PIC 9(7).
                   04 WS-GIR-ENT-OC3   PIC 9(7).
                   04 WS-GIR-ENT-OC5   PIC 9(7).

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

      *    Dia da semana pelo resto de INTEGER-OF-DATE por 7
      *    (1 = segunda ... 6 = sábado; o resto 0, domingo, vai
      *    para a posição 7).
       01 WS-NOMES-DIAS-DADOS          PIC X(21)
                                       VALUE "SEGTERQUAQUISEXSABDOM".
       01 WS-NOMES-DIAS REDEFINES WS-NOMES-DIAS-DADOS.
           02 WS-NOME-DIA              PIC X(3)      OCCURS 7 TIMES.

       01 WS-NOMES-TIPOS-DADOS         PIC X(40) VALUE
           "EMPRESTDEVOLUCRENOVACPAGAMENCADASTR     ".
       01 WS-NOMES-TIPOS REDEFINES WS-NOMES-TIPOS-DADOS.
           02 WS-NOME-TIPO             PIC X(7)      OCCURS 5 TIMES.

       01 WS-CRG-ABERTOS-TAB.
           02 WS-CRG-ABERTOS           PIC 9(4)      OCCURS 7 TIMES.

      *    Contagem por filial (até 20 no período; as demais são
      *    apenas contadas à parte), dia da semana, hora cheia e
      *    tipo de transação. O pico é o maior volume da célula
      *    num único dia; HORA-ATUAL/DIA-ATUAL acumulam a hora e
      *    o dia em curso até a quebra da classificação.
       01 WS-TAB-CARGA.
           02 WS-CRG-QTDE-FIL          PIC 9(2)      VALUE 0.
           02 WS-CRG-FIL OCCURS 20 TIMES.
               03 WS-CRG-FIL-COD       PIC 9(3).
               03 WS-CRG-FIL-EMITIDA   PIC X(1).
               03 WS-CRG-HORA-ATUAL    PIC 9(5).
               03 WS-CRG-DIA-ATUAL     PIC 9(5).
               03 WS-CRG-SEMANA OCCURS 7 TIMES.
                   04 WS-CRG-PICO-DIA  PIC 9(5).
                   04 WS-CRG-FAIXA OCCURS 24 TIMES.
                       05 WS-CRG-QTDE  PIC 9(5)      OCCURS 5 TIMES.
                       05 WS-CRG-PICO  PIC 9(5).

      *    Produtividade por operador. A filial principal é a dos
      *    exemplares que o operador mais movimentou no período;
      *    é por ela que entram pagamentos, cadastros e
      *    transações interbibliotecas, que não trazem filial.
       01 WS-TAB-OPE-CARGA.
           02 WS-OPC-QTDE              PIC 9(3)      VALUE 0.
           02 WS-OPC OCCURS 100 TIMES.
               03 WS-OPC-ID            PIC X(10).
               03 WS-OPC-FIL-PRINC     PIC 9(3).
               03 WS-OPC-TIPO          PIC 9(5)      OCCURS 5 TIMES.
               03 WS-OPC-TOTAL         PIC 9(6).
               03 WS-OPC-DIAS          PIC 9(4).
               03 WS-OPC-HORAS         PIC 9(5).
               03 WS-OPC-ULT-DATA      PIC 9(8).
               03 WS-OPC-ULT-HORA      PIC X(10).
               03 WS-OPC-QTDE-FIS      PIC 9(2).
               03 WS-OPC-FIL OCCURS 10 TIMES.
                   04 WS-OPC-FIL-COD   PIC 9(3).
                   04 WS-OPC-FIL-EVT   PIC 9(5).

       PROCEDURE DIVISION.

               DISPLAY "9 - Demanda de Aquisição"
               DISPLAY "E - Comparativo Mensal (Estatísticas)"
               DISPLAY "T - Lista Topográfica (Ordem de Estante)"
               DISPLAY "H - Carga do Balcão (Filial/Dia/Hora)"
               DISPLAY "G - Giro do Acervo e Exemplares Ociosos"
               DISPLAY "0 - Voltar"
               DISPLAY "Escolha uma opção (1..9/E/T/H/G/0): "
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 'T'
                   WHEN 't'
                       PERFORM RELATORIO-TOPOGRAFICO
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM RELATORIO-CARGA-BALCAO
                   WHEN 'G'
                   WHEN 'g'
                       PERFORM RELATORIO-GIRO-ACERVO
                   WHEN '0'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "I"
                       PERFORM CALCULAR-DIAS-ATRASO
                       IF WS-DIAS-ATRASO > 0
                           ADD 1 TO WS-REG-EMPRESTIMOS-ATRASO
           PERFORM ABRIR-LIVROS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM ABRIR-LEMBRETES.
           MOVE "N"  TO WS-CONTATOS-OK.
           MOVE "00" TO WS-ST-CTT.
           OPEN INPUT CONTATOS.
           IF WS-ST-CTT = "00"
               MOVE "S" TO WS-CONTATOS-OK
           END-IF.

           DISPLAY "==================================================="
           DISPLAY "     EXPORTAÇÃO DE LEMBRETES DE VENCIMENTO      "
               NOT AT END
                   IF EMPRESTIMO-STATUS = "E"
                           AND EMPRESTIMO-TIPO NOT = "C"
                           AND EMPRESTIMO-TIPO NOT = "I"
                       PERFORM CALCULAR-DIAS-ATRASO
                       COMPUTE WS-DIAS-RESTANTES = 0 - WS-DIAS-ATRASO
                       IF WS-DIAS-RESTANTES >= 0
           CLOSE LIVROS.
           CLOSE CALENDARIO.
           CLOSE LEMBRETES.
           IF WS-CONTATOS-OK = "S"
               CLOSE CONTATOS
           END-IF.

           DISPLAY "---------------------------------------------------"
           DISPLAY " LEMBRETES GERADOS: " WS-REG-LEMBRETES-GERADOS
           DISPLAY " RECUSADOS PELO LEITOR: " WS-QTDE-AVISOS-RECUSADOS
           DISPLAY " ARQUIVO: LEMBRETES-VENC.DAT"
           DISPLAY "==================================================".

       GRAVAR-LEMBRETE.
           MOVE "S" TO WS-AVISO-LIBERADO.
           MOVE "N" TO WS-CTT-ACHADO.
           IF WS-CONTATOS-OK = "S"
               MOVE EMPRESTIMO-USUARIO TO CTT-USUARIO
               READ CONTATOS KEY IS CTT-USUARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CTT-ACHADO
                       MOVE 0 TO WS-QTDE-RECUSA
                       INSPECT CTT-TIPOS-RECUSADOS TALLYING
                           WS-QTDE-RECUSA FOR ALL "D"
                       IF WS-QTDE-RECUSA > 0
                           MOVE "N" TO WS-AVISO-LIBERADO
                       END-IF
               END-READ
           END-IF.
           IF WS-AVISO-LIBERADO = "N"
               ADD 1 TO WS-QTDE-AVISOS-RECUSADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE EMPRESTIMO-USUARIO TO USUARIO-COD
           READ USUARIOS KEY IS USUARIO-COD
               INVALID KEY
           MOVE EMPRESTIMO-DATA-DEV TO WS-DATA-FMT-NUM
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-FMT         TO LEMBRETE-DATA-DEV
           MOVE USUARIO-EMAIL TO LEMBRETE-EMAIL-COMPLETO
           MOVE USUARIO-TELEFONE TO LEMBRETE-CELULAR
           MOVE SPACE TO LEMBRETE-CANAL
           IF WS-CTT-ACHADO = "S"
               IF CTT-EMAIL NOT = SPACES
                   MOVE CTT-EMAIL TO LEMBRETE-EMAIL-COMPLETO
               END-IF
               IF CTT-CELULAR NOT = SPACES
                   MOVE CTT-CELULAR TO LEMBRETE-CELULAR
               END-IF
               MOVE CTT-CANAL TO LEMBRETE-CANAL
           END-IF

           WRITE REG-LEMBRETE
           ADD 1 TO WS-REG-LEMBRETES-GERADOS.
               END-PERFORM
           END-IF.

      *    Depósito institucional (tipo "I") não tem leitor e
      *    fica fora do ranking.
       COLETAR-USUARIOS-EMP.
           MOVE 0 TO EMPRESTIMO-COD.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMO-COD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-COD NOT = 0
                           AND EMPRESTIMO-TIPO NOT = "I"
                       MOVE SPACES TO WRK-CHAVE-TXT
                       MOVE EMPRESTIMO-USUARIO TO WRK-COD
                       MOVE 1 TO WRK-TOTAL
                   READ EMPRESTIMOS-HIST NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HST
                   NOT AT END
                       IF EMP-HIST-TIPO NOT = "I"
                           MOVE SPACES TO WRK-CHAVE-TXT
                           MOVE EMP-HIST-USUARIO TO WRK-COD
                           MOVE 1 TO WRK-TOTAL
                           MOVE 0 TO WRK-VALOR
                           IF EMP-HIST-TIPO = "C"
                               MOVE 1 TO WRK-DISPONIVEL
                           ELSE
                               MOVE 0 TO WRK-DISPONIVEL
                           END-IF
                           RELEASE WRK-REG
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.
                       WRITE REG-TOPOGRAFICO-RPT FROM WS-LINHA-CSV
               END-RETURN
           END-PERFORM.

      *    Mapa de carga do balcão para a escala da equipe: conta
      *    empréstimos, devoluções e renovações (trilha de
      *    auditoria, com a filial do exemplar tirada de
      *    EMPRESTIMOS), pagamentos (CAIXA-MOVTOS) e cadastros de
      *    leitores por filial, dia da semana e hora cheia no
      *    período pedido. Domingos e datas de CALENDARIO.DAT não
      *    entram. Gera a grade para impressão e o CSV para os
      *    gráficos da coordenação.
       RELATORIO-CARGA-BALCAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "(DEIXE EM BRANCO PARA AS ÚLTIMAS 4 SEMANAS.)"

           DISPLAY "DATA INICIAL (DD/MM/AAAA): "
           PERFORM PEDIR-DATA-CARGA.
           IF WS-DATA-DIGITADA-NUM = 0
               COMPUTE WS-CRG-INICIO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) - 28)
           ELSE
               MOVE WS-DATA-DIGITADA-NUM TO WS-CRG-INICIO
           END-IF.

           DISPLAY "DATA FINAL (DD/MM/AAAA): "
           PERFORM PEDIR-DATA-CARGA.
           IF WS-DATA-DIGITADA-NUM = 0
               MOVE WS-HOJE-AAAAMMDD TO WS-CRG-FIM
           ELSE
               MOVE WS-DATA-DIGITADA-NUM TO WS-CRG-FIM
           END-IF.

           IF WS-CRG-FIM < WS-CRG-INICIO
               DISPLAY "DATA FINAL ANTERIOR À INICIAL."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "FILIAL (0 = TODAS): "
           ACCEPT WS-CRG-FILTRO.
           DISPLAY "INCLUIR PRODUTIVIDADE POR OPERADOR? (S/N)"
           ACCEPT WS-CRG-POR-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-CRG-POR-OPERADOR)
               TO WS-CRG-POR-OPERADOR

           INITIALIZE WS-TAB-CARGA.
           INITIALIZE WS-TAB-OPE-CARGA.
           INITIALIZE WS-CRG-ABERTOS-TAB.
           MOVE 0 TO WS-CRG-EVENTOS.
           MOVE 0 TO WS-CRG-FORA-TABELA.
           MOVE 0 TO WS-CRG-DIAS-FECHADOS.
           MOVE 0 TO WS-CRG-DATA-TESTADA.

           PERFORM ABRIR-CALENDARIO.
           PERFORM CONTAR-DIAS-ABERTOS.

           PERFORM ABRIR-EMPRESTIMOS.
           PERFORM ABRIR-EXEMPLARES.
           MOVE "N" TO WS-HIST-ABERTO.
           MOVE "00" TO WS-ST-HST.
           OPEN INPUT EMPRESTIMOS-HIST.
           IF WS-ST-HST = "00"
               MOVE "S" TO WS-HIST-ABERTO
           END-IF.

      *    A chave junta data, hora e operador: a quebra de hora
      *    fecha os picos e a ordem cronológica conta os dias e as
      *    horas em que cada operador atendeu.
           SORT WRK-SORT ON ASCENDING KEY WRK-CHAVE-TXT
               INPUT PROCEDURE IS COLETAR-CARGA
               OUTPUT PROCEDURE IS TOTALIZAR-CARGA.

           CLOSE EMPRESTIMOS.
           CLOSE EXEMPLARES.
           CLOSE CALENDARIO.
           IF WS-HIST-ABERTO = "S"
               CLOSE EMPRESTIMOS-HIST
           END-IF.

           PERFORM EMITIR-MAPA-CARGA.

           DISPLAY "TRANSAÇÕES APURADAS: " WS-CRG-EVENTOS
           IF WS-CRG-DIAS-FECHADOS > 0
               DISPLAY "TRANSAÇÕES EM DIAS FECHADOS (IGNORADAS): "
                       WS-CRG-DIAS-FECHADOS
           END-IF
           IF WS-CRG-FORA-TABELA > 0
               DISPLAY "TRANSAÇÕES ALÉM DE 20 FILIAIS "
                       "(NÃO MAPEADAS): " WS-CRG-FORA-TABELA
           END-IF
           DISPLAY "ARQUIVOS GERADOS: " WS-CARGA-NOME
           DISPLAY "                  " WS-CARGA-CSV-NOME
           IF WS-CRG-POR-OPERADOR = "S"
               DISPLAY "                  " WS-CARGA-OPE-NOME
           END-IF.

       PEDIR-DATA-CARGA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE 0   TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE "
                               "(DD/MM/AAAA OU BRANCO): "
                   END-IF
               END-IF
           END-PERFORM.

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

      *    Dias de funcionamento de cada dia da semana no período:
      *    o divisor das médias.
       CONTAR-DIAS-ABERTOS.
           COMPUTE WS-DIA-CORRENTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CRG-INICIO).
           MOVE WS-CRG-INICIO TO WS-DATA-TESTE.
           PERFORM UNTIL WS-DATA-TESTE > WS-CRG-FIM
               PERFORM VERIFICAR-DIA-FECHADO
               IF WS-DIA-FECHADO = "N"
                   PERFORM CALCULAR-DIA-SEMANA-CARGA
                   ADD 1 TO WS-CRG-ABERTOS(WS-CRG-DIA-SEM)
               END-IF
               ADD 1 TO WS-DIA-CORRENTE-INT
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE-INT)
           END-PERFORM.

       CALCULAR-DIA-SEMANA-CARGA.
           COMPUTE WS-CRG-DIA-SEM =
               FUNCTION MOD(WS-DIA-CORRENTE-INT, 7).
           IF WS-CRG-DIA-SEM = 0
               MOVE 7 TO WS-CRG-DIA-SEM
           END-IF.

       COLETAR-CARGA.
           MOVE "00" TO WS-ST-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-ST-AUD = "00"
               PERFORM UNTIL WS-ST-AUD = "10"
                   READ AUDITORIA NEXT RECORD
                       AT END MOVE "10" TO WS-ST-AUD
                   NOT AT END
                       PERFORM CLASSIFICAR-AUDITORIA-CARGA
               END-PERFORM
               CLOSE AUDITORIA
           ELSE
               DISPLAY "AUDITORIA.DAT INDISPONÍVEL; CIRCULAÇÃO E "
                       "CADASTROS FICAM FORA DO MAPA."
           END-IF.

           MOVE "00" TO WS-ST-MOV.
           OPEN INPUT CAIXA-MOVTOS.
           IF WS-ST-MOV = "00"
               PERFORM UNTIL WS-ST-MOV = "10"
                   READ CAIXA-MOVTOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-MOV
                   NOT AT END
                       PERFORM CLASSIFICAR-MOVTO-CARGA
               END-PERFORM
               CLOSE CAIXA-MOVTOS
           END-IF.

      *    Tipos: 1 empréstimo, 2 devolução, 3 renovação,
      *    4 pagamento, 5 cadastro. Autoatendimento (SIS-TOTEM) e
      *    reaplicação de contingência não são carga de balcão.
       CLASSIFICAR-AUDITORIA-CARGA.
           IF AUD-DATA-HORA(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-DATA-HORA(1:8) TO WS-CRG-DATA.
           IF WS-CRG-DATA < WS-CRG-INICIO OR WS-CRG-DATA > WS-CRG-FIM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CRG-TIPO-EVT.
           MOVE 0 TO WS-CRG-FILIAL.
           IF AUD-PROGRAMA = "SIS-EMPRESTIMOS"
               IF AUD-OPERACAO = "GRAVACAO"
                   MOVE 1 TO WS-CRG-TIPO-EVT
               ELSE IF AUD-OPERACAO = "DEVOLUCAO"
                   MOVE 2 TO WS-CRG-TIPO-EVT
               ELSE IF AUD-OPERACAO = "RENOVACAO"
                   MOVE 3 TO WS-CRG-TIPO-EVT
               END-IF
               END-IF
               END-IF
           ELSE IF AUD-PROGRAMA = "SIS-INTERBIB"
               IF AUD-OPERACAO = "EMPITB"
                   MOVE 1 TO WS-CRG-TIPO-EVT
               ELSE IF AUD-OPERACAO = "DEVITB"
                   MOVE 2 TO WS-CRG-TIPO-EVT
               END-IF
               END-IF
           ELSE IF AUD-PROGRAMA = "SIS-USUARIOS"
                   AND AUD-OPERACAO = "GRAVACAO"
               MOVE 5 TO WS-CRG-TIPO-EVT
           END-IF
           END-IF
           END-IF.
           IF WS-CRG-TIPO-EVT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-DATA-CARGA.
           IF WS-CRG-DATA-FECHADA = "S"
               ADD 1 TO WS-CRG-DIAS-FECHADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE AUD-DATA-HORA(9:2) TO WS-CRG-HORA.
           MOVE AUD-OPERADOR       TO WS-CRG-OPERADOR.
           IF AUD-PROGRAMA = "SIS-EMPRESTIMOS"
                   AND AUD-CHAVE(1:7) IS NUMERIC
               MOVE AUD-CHAVE(1:7) TO WS-CRG-COD-EMP
               PERFORM LOCALIZAR-FILIAL-CARGA
           END-IF.
           PERFORM LIBERAR-EVENTO-CARGA.

      *    Só pagamentos recebidos no caixa; a sessão 0 é a baixa
      *    automática do PIX pelo banco.
       CLASSIFICAR-MOVTO-CARGA.
           IF MOVTO-TIPO NOT = "P" OR MOVTO-SESSAO = 0
               EXIT PARAGRAPH
           END-IF.
           IF MOVTO-DATA-HORA(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVTO-DATA-HORA(1:8) TO WS-CRG-DATA.
           IF WS-CRG-DATA < WS-CRG-INICIO OR WS-CRG-DATA > WS-CRG-FIM
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-DATA-CARGA.
           IF WS-CRG-DATA-FECHADA = "S"
               ADD 1 TO WS-CRG-DIAS-FECHADOS
               EXIT PARAGRAPH
           END-IF.

           MOVE 4                     TO WS-CRG-TIPO-EVT.
           MOVE 0                     TO WS-CRG-FILIAL.
           MOVE MOVTO-DATA-HORA(9:2)  TO WS-CRG-HORA.
           MOVE MOVTO-OPERADOR        TO WS-CRG-OPERADOR.
           PERFORM LIBERAR-EVENTO-CARGA.

      *    Os dois arquivos vêm em ordem cronológica: guarda o
      *    resultado do último dia testado.
       VERIFICAR-DATA-CARGA.
           IF WS-CRG-DATA NOT = WS-CRG-DATA-TESTADA
               MOVE WS-CRG-DATA TO WS-CRG-DATA-TESTADA
               MOVE WS-CRG-DATA TO WS-DATA-TESTE
               COMPUTE WS-DIA-CORRENTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CRG-DATA)
               PERFORM VERIFICAR-DIA-FECHADO
               MOVE WS-DIA-FECHADO TO WS-CRG-DATA-FECHADA
           END-IF.

      *    Filial do exemplar do empréstimo, no arquivo vivo ou no
      *    histórico (a mesma dimensão de SIS-BATCH-ESTAT).
       LOCALIZAR-FILIAL-CARGA.
           MOVE 0 TO WS-CRG-LIVRO.
           MOVE WS-CRG-COD-EMP TO EMPRESTIMO-COD.
           READ EMPRESTIMOS KEY IS EMPRESTIMO-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EMPRESTIMO-LIVRO    TO WS-CRG-LIVRO
                   MOVE EMPRESTIMO-EXEMPLAR TO WS-CRG-EXEMPLAR
           END-READ.
           IF WS-CRG-LIVRO = 0 AND WS-HIST-ABERTO = "S"
               MOVE WS-CRG-COD-EMP TO EMP-HIST-COD
               READ EMPRESTIMOS-HIST KEY IS EMP-HIST-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-HIST-LIVRO    TO WS-CRG-LIVRO
                       MOVE EMP-HIST-EXEMPLAR TO WS-CRG-EXEMPLAR
               END-READ
           END-IF.
           IF WS-CRG-LIVRO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CRG-LIVRO    TO EXEMPLAR-LIVRO-COD.
           MOVE WS-CRG-EXEMPLAR TO EXEMPLAR-NUM.
           READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EXEMPLAR-FILIAL TO WS-CRG-FILIAL
           END-READ.

       LIBERAR-EVENTO-CARGA.
           PERFORM LOCALIZAR-OPERADOR-CARGA.
           IF WS-CRG-FILIAL > 0 AND WS-CRG-IDX-OPE > 0
               PERFORM SOMAR-FILIAL-OPERADOR
           END-IF.

           MOVE SPACES           TO WRK-CHAVE-TXT.
           MOVE WS-CRG-DATA      TO WRK-CHAVE-TXT(1:8).
           MOVE WS-CRG-HORA      TO WRK-CHAVE-TXT(9:2).
           MOVE WS-CRG-OPERADOR  TO WRK-CHAVE-TXT(11:10).
           MOVE WS-CRG-FILIAL    TO WRK-COD.
           MOVE WS-CRG-TIPO-EVT  TO WRK-TOTAL.
           MOVE 0                TO WRK-VALOR.
           MOVE 0                TO WRK-DISPONIVEL.
           RELEASE WRK-REG.

       LOCALIZAR-OPERADOR-CARGA.
           MOVE 0 TO WS-CRG-IDX-OPE.
           PERFORM VARYING WS-CRG-POS FROM 1 BY 1
                   UNTIL WS-CRG-POS > WS-OPC-QTDE
                   OR WS-CRG-IDX-OPE > 0
               IF WS-OPC-ID(WS-CRG-POS) = WS-CRG-OPERADOR
                   MOVE WS-CRG-POS TO WS-CRG-IDX-OPE
               END-IF
           END-PERFORM.
           IF WS-CRG-IDX-OPE = 0 AND WS-OPC-QTDE < 100
               ADD 1 TO WS-OPC-QTDE
               MOVE WS-OPC-QTDE     TO WS-CRG-IDX-OPE
               MOVE WS-CRG-OPERADOR TO WS-OPC-ID(WS-CRG-IDX-OPE)
           END-IF.

       SOMAR-FILIAL-OPERADOR.
           MOVE 0 TO WS-CRG-IDX-AUX.
           PERFORM VARYING WS-CRG-IDX-FIL FROM 1 BY 1
                   UNTIL WS-CRG-IDX-FIL >
                         WS-OPC-QTDE-FIS(WS-CRG-IDX-OPE)
                   OR WS-CRG-IDX-AUX > 0
               IF WS-OPC-FIL-COD(WS-CRG-IDX-OPE, WS-CRG-IDX-FIL)
                       = WS-CRG-FILIAL
                   MOVE WS-CRG-IDX-FIL TO WS-CRG-IDX-AUX
               END-IF
           END-PERFORM.
           IF WS-CRG-IDX-AUX = 0
                   AND WS-OPC-QTDE-FIS(WS-CRG-IDX-OPE) < 10
               ADD 1 TO WS-OPC-QTDE-FIS(WS-CRG-IDX-OPE)
               MOVE WS-OPC-QTDE-FIS(WS-CRG-IDX-OPE) TO WS-CRG-IDX-AUX
               MOVE WS-CRG-FILIAL
                   TO WS-OPC-FIL-COD(WS-CRG-IDX-OPE, WS-CRG-IDX-AUX)
           END-IF.
           IF WS-CRG-IDX-AUX > 0
               ADD 1 TO WS-OPC-FIL-EVT(WS-CRG-IDX-OPE, WS-CRG-IDX-AUX)
           END-IF.

      *    Ao fim da coleta todos os operadores já têm a contagem
      *    por filial; a principal é a de maior movimento.
       APURAR-FILIAL-PRINCIPAL.
           PERFORM VARYING WS-CRG-IDX-OPE FROM 1 BY 1
                   UNTIL WS-CRG-IDX-OPE > WS-OPC-QTDE
               MOVE 0 TO WS-CRG-MAIOR
               PERFORM VARYING WS-CRG-IDX-AUX FROM 1 BY 1
                       UNTIL WS-CRG-IDX-AUX >
                             WS-OPC-QTDE-FIS(WS-CRG-IDX-OPE)
                   IF WS-OPC-FIL-EVT(WS-CRG-IDX-OPE, WS-CRG-IDX-AUX)
                           > WS-CRG-MAIOR
                       MOVE WS-OPC-FIL-EVT(WS-CRG-IDX-OPE,
                                           WS-CRG-IDX-AUX)
                           TO WS-CRG-MAIOR
                       MOVE WS-OPC-FIL-COD(WS-CRG-IDX-OPE,
                                           WS-CRG-IDX-AUX)
                           TO WS-OPC-FIL-PRINC(WS-CRG-IDX-OPE)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TOTALIZAR-CARGA.
           PERFORM APURAR-FILIAL-PRINCIPAL.
           MOVE SPACES TO WS-CRG-DATA-HORA-ANT.
           MOVE 0      TO WS-CRG-DATA-ANT.
           MOVE "N"    TO WS-CRG-FIM-SORT.
           PERFORM UNTIL WS-CRG-FIM-SORT = "S"
               RETURN WRK-SORT
                   AT END MOVE "S" TO WS-CRG-FIM-SORT
                   NOT AT END
                       PERFORM CONTAR-EVENTO-CARGA
               END-RETURN
           END-PERFORM.
           PERFORM FECHAR-HORA-CARGA.
           PERFORM FECHAR-DIA-CARGA.

       CONTAR-EVENTO-CARGA.
           IF WRK-CHAVE-TXT(1:10) NOT = WS-CRG-DATA-HORA-ANT
               PERFORM FECHAR-HORA-CARGA
               MOVE WRK-CHAVE-TXT(1:8) TO WS-CRG-DATA
               IF WS-CRG-DATA NOT = WS-CRG-DATA-ANT
                   PERFORM FECHAR-DIA-CARGA
                   MOVE WS-CRG-DATA TO WS-CRG-DATA-ANT
                   COMPUTE WS-DIA-CORRENTE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CRG-DATA)
                   PERFORM CALCULAR-DIA-SEMANA-CARGA
                   MOVE WS-CRG-DIA-SEM TO WS-CRG-DIA-ANT
               END-IF
               MOVE WRK-CHAVE-TXT(1:10) TO WS-CRG-DATA-HORA-ANT
               MOVE WRK-CHAVE-TXT(9:2)  TO WS-CRG-HORA-ANT
           END-IF.

           MOVE WRK-CHAVE-TXT(11:10) TO WS-CRG-OPERADOR.
           MOVE WRK-COD              TO WS-CRG-FILIAL.
           MOVE WRK-TOTAL            TO WS-CRG-TIPO-EVT.
           PERFORM LOCALIZAR-OPERADOR-CARGA.
           IF WS-CRG-FILIAL = 0 AND WS-CRG-IDX-OPE > 0
               MOVE WS-OPC-FIL-PRINC(WS-CRG-IDX-OPE) TO WS-CRG-FILIAL
           END-IF.
           IF WS-CRG-FILTRO NOT = 0
                   AND WS-CRG-FILIAL NOT = WS-CRG-FILTRO
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZAR-FILIAL-TABELA.
           IF WS-CRG-IDX-FIL = 0
               ADD 1 TO WS-CRG-FORA-TABELA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CRG-EVENTOS.
           COMPUTE WS-CRG-IDX-HORA = WS-CRG-HORA-ANT + 1.
           ADD 1 TO WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-DIA-ANT,
                                WS-CRG-IDX-HORA, WS-CRG-TIPO-EVT).
           ADD 1 TO WS-CRG-HORA-ATUAL(WS-CRG-IDX-FIL).
           ADD 1 TO WS-CRG-DIA-ATUAL(WS-CRG-IDX-FIL).

           IF WS-CRG-POR-OPERADOR = "S" AND WS-CRG-IDX-OPE > 0
               ADD 1 TO WS-OPC-TIPO(WS-CRG-IDX-OPE, WS-CRG-TIPO-EVT)
               ADD 1 TO WS-OPC-TOTAL(WS-CRG-IDX-OPE)
               IF WS-OPC-ULT-DATA(WS-CRG-IDX-OPE) NOT = WS-CRG-DATA-ANT
                   ADD 1 TO WS-OPC-DIAS(WS-CRG-IDX-OPE)
                   MOVE WS-CRG-DATA-ANT
                       TO WS-OPC-ULT-DATA(WS-CRG-IDX-OPE)
               END-IF
               IF WS-OPC-ULT-HORA(WS-CRG-IDX-OPE)
                       NOT = WS-CRG-DATA-HORA-ANT
                   ADD 1 TO WS-OPC-HORAS(WS-CRG-IDX-OPE)
                   MOVE WS-CRG-DATA-HORA-ANT
                       TO WS-OPC-ULT-HORA(WS-CRG-IDX-OPE)
               END-IF
           END-IF.

       LOCALIZAR-FILIAL-TABELA.
           MOVE 0 TO WS-CRG-IDX-FIL.
           PERFORM VARYING WS-CRG-IDX-AUX FROM 1 BY 1
                   UNTIL WS-CRG-IDX-AUX > WS-CRG-QTDE-FIL
                   OR WS-CRG-IDX-FIL > 0
               IF WS-CRG-FIL-COD(WS-CRG-IDX-AUX) = WS-CRG-FILIAL
                   MOVE WS-CRG-IDX-AUX TO WS-CRG-IDX-FIL
               END-IF
           END-PERFORM.
           IF WS-CRG-IDX-FIL = 0 AND WS-CRG-QTDE-FIL < 20
               ADD 1 TO WS-CRG-QTDE-FIL
               MOVE WS-CRG-QTDE-FIL TO WS-CRG-IDX-FIL
               MOVE WS-CRG-FILIAL   TO WS-CRG-FIL-COD(WS-CRG-IDX-FIL)
           END-IF.

      *    Quebra de hora: o volume da hora que terminou vira o
      *    pico da célula se for o maior já visto.
       FECHAR-HORA-CARGA.
           IF WS-CRG-DATA-HORA-ANT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CRG-IDX-HORA = WS-CRG-HORA-ANT + 1.
           PERFORM VARYING WS-CRG-IDX-FIL FROM 1 BY 1
                   UNTIL WS-CRG-IDX-FIL > WS-CRG-QTDE-FIL
               IF WS-CRG-HORA-ATUAL(WS-CRG-IDX-FIL) >
                       WS-CRG-PICO(WS-CRG-IDX-FIL, WS-CRG-DIA-ANT,
                                   WS-CRG-IDX-HORA)
                   MOVE WS-CRG-HORA-ATUAL(WS-CRG-IDX-FIL)
                       TO WS-CRG-PICO(WS-CRG-IDX-FIL, WS-CRG-DIA-ANT,
                                      WS-CRG-IDX-HORA)
               END-IF
               MOVE 0 TO WS-CRG-HORA-ATUAL(WS-CRG-IDX-FIL)
           END-PERFORM.

       FECHAR-DIA-CARGA.
           IF WS-CRG-DATA-ANT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CRG-IDX-FIL FROM 1 BY 1
                   UNTIL WS-CRG-IDX-FIL > WS-CRG-QTDE-FIL
               IF WS-CRG-DIA-ATUAL(WS-CRG-IDX-FIL) >
                       WS-CRG-PICO-DIA(WS-CRG-IDX-FIL, WS-CRG-DIA-ANT)
                   MOVE WS-CRG-DIA-ATUAL(WS-CRG-IDX-FIL)
                       TO WS-CRG-PICO-DIA(WS-CRG-IDX-FIL,
                                          WS-CRG-DIA-ANT)
               END-IF
               MOVE 0 TO WS-CRG-DIA-ATUAL(WS-CRG-IDX-FIL)
           END-PERFORM.

       EMITIR-MAPA-CARGA.
           MOVE SPACES TO WS-CARGA-NOME.
           STRING "CARGA-BALCAO-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-CARGA-NOME.
           MOVE SPACES TO WS-CARGA-CSV-NOME.
           STRING "CARGA-BALCAO-" WS-HOJE-AAAAMMDD ".CSV"
                   DELIMITED BY SIZE INTO WS-CARGA-CSV-NOME.
           OPEN OUTPUT CARGA-RPT.
           OPEN OUTPUT CARGA-CSV.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.

           MOVE WS-CRG-INICIO TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FMT TO WS-DATA-FMT2.
           MOVE WS-CRG-FIM TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-CRG-LINHA.
           STRING "MAPA DE CARGA DO BALCÃO - " WS-DATA-FMT2
                  " A " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

           MOVE SPACES TO WS-CRG-LINHA.
           MOVE "DIAS DE FUNCIONAMENTO NO PERÍODO:" TO WS-CRG-LINHA.
           PERFORM VARYING WS-CRG-IDX-DIA FROM 1 BY 1
                   UNTIL WS-CRG-IDX-DIA > 6
               COMPUTE WS-CRG-POS = 36 + (WS-CRG-IDX-DIA - 1) * 8
               MOVE WS-NOME-DIA(WS-CRG-IDX-DIA)
                   TO WS-CRG-LINHA(WS-CRG-POS:3)
               MOVE WS-CRG-ABERTOS(WS-CRG-IDX-DIA) TO WS-ED-CRG-DIAS
               MOVE WS-ED-CRG-DIAS TO WS-CRG-LINHA(WS-CRG-POS + 4:3)
           END-PERFORM.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE "CÉLULA: MÉDIA POR DIA DE FUNCIONAMENTO / PICO NUM "
               & "ÚNICO DIA. DOMINGOS E FERIADOS DO CALENDÁRIO NÃO "
               & "ENTRAM." TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

           MOVE "FILIAL;DIA_SEMANA;HORA;EMPRESTIMOS;DEVOLUCOES;"
               & "RENOVACOES;PAGAMENTOS;CADASTROS;TOTAL;DIAS_ABERTOS;"
               & "MEDIA;PICO" TO WS-CRG-LINHA.
           WRITE REG-CARGA-CSV FROM WS-CRG-LINHA.

           IF WS-CRG-QTDE-FIL = 0
               MOVE SPACES TO WS-CRG-LINHA
               WRITE REG-CARGA-RPT FROM WS-CRG-LINHA
               MOVE "NENHUMA TRANSAÇÃO DE BALCÃO NO PERÍODO."
                   TO WS-CRG-LINHA
               WRITE REG-CARGA-RPT FROM WS-CRG-LINHA
           END-IF.

      *    Filiais em ordem de código (a tabela está na ordem em
      *    que apareceram no período).
           PERFORM WS-CRG-QTDE-FIL TIMES
               MOVE 0 TO WS-CRG-IDX-FIL
               PERFORM VARYING WS-CRG-IDX-AUX FROM 1 BY 1
                       UNTIL WS-CRG-IDX-AUX > WS-CRG-QTDE-FIL
                   IF WS-CRG-FIL-EMITIDA(WS-CRG-IDX-AUX) NOT = "S"
                       IF WS-CRG-IDX-FIL = 0
                           MOVE WS-CRG-IDX-AUX TO WS-CRG-IDX-FIL
                       ELSE IF WS-CRG-FIL-COD(WS-CRG-IDX-AUX) <
                               WS-CRG-FIL-COD(WS-CRG-IDX-FIL)
                           MOVE WS-CRG-IDX-AUX TO WS-CRG-IDX-FIL
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "S" TO WS-CRG-FIL-EMITIDA(WS-CRG-IDX-FIL)
               PERFORM EMITIR-FILIAL-CARGA
           END-PERFORM.

           IF WS-CRG-POR-OPERADOR = "S"
               PERFORM EMITIR-CARGA-OPERADORES
           END-IF.

           CLOSE CARGA-RPT.
           CLOSE CARGA-CSV.
           IF WS-ST-FIL = "00"
               CLOSE FILIAIS
           END-IF.

       EMITIR-FILIAL-CARGA.
           MOVE WS-CRG-FIL-COD(WS-CRG-IDX-FIL) TO WS-CRG-FILIAL.
           IF WS-CRG-FILIAL = 0
               MOVE "SEM FILIAL IDENTIFICADA" TO WS-CRG-NOME-FILIAL
           ELSE
               MOVE "FILIAL NÃO CADASTRADA" TO WS-CRG-NOME-FILIAL
               IF WS-ST-FIL = "00"
                   MOVE WS-CRG-FILIAL TO FILIAL-COD
                   READ FILIAIS KEY IS FILIAL-COD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FILIAL-NOME TO WS-CRG-NOME-FILIAL
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           STRING "FILIAL " WS-CRG-FILIAL " - " WS-CRG-NOME-FILIAL
                   DELIMITED BY SIZE INTO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE ALL "-" TO WS-CRG-LINHA(1:81).
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

      *    Só as faixas entre a primeira e a última hora com
      *    movimento na filial.
           MOVE 0 TO WS-CRG-HORA-MIN.
           MOVE 0 TO WS-CRG-HORA-MAX.
           PERFORM VARYING WS-CRG-IDX-HORA FROM 1 BY 1
                   UNTIL WS-CRG-IDX-HORA > 24
               PERFORM VARYING WS-CRG-IDX-DIA FROM 1 BY 1
                       UNTIL WS-CRG-IDX-DIA > 7
                   PERFORM SOMAR-CELULA-CARGA
                   IF WS-CRG-CELULA > 0
                       IF WS-CRG-HORA-MIN = 0
                           MOVE WS-CRG-IDX-HORA TO WS-CRG-HORA-MIN
                       END-IF
                       MOVE WS-CRG-IDX-HORA TO WS-CRG-HORA-MAX
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-CRG-LINHA.
           MOVE "HORA" TO WS-CRG-LINHA(1:4).
           PERFORM VARYING WS-CRG-IDX-DIA FROM 1 BY 1
                   UNTIL WS-CRG-IDX-DIA > 6
               COMPUTE WS-CRG-POS = 9 + (WS-CRG-IDX-DIA - 1) * 12 + 5
               MOVE WS-NOME-DIA(WS-CRG-IDX-DIA)
                   TO WS-CRG-LINHA(WS-CRG-POS:3)
           END-PERFORM.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

           IF WS-CRG-HORA-MIN > 0
               PERFORM VARYING WS-CRG-IDX-HORA FROM WS-CRG-HORA-MIN
                       BY 1 UNTIL WS-CRG-IDX-HORA > WS-CRG-HORA-MAX
                   PERFORM EMITIR-FAIXA-CARGA
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE "DIA  EMPREST DEVOLUC RENOVAC PAGAMEN CADASTR   TOTAL"
               & "  DIAS MÉDIA/DIA PICO/DIA" TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           PERFORM VARYING WS-CRG-IDX-DIA FROM 1 BY 1
                   UNTIL WS-CRG-IDX-DIA > 6
               PERFORM EMITIR-DIA-CARGA
           END-PERFORM.

       SOMAR-CELULA-CARGA.
           MOVE 0 TO WS-CRG-CELULA.
           PERFORM VARYING WS-CRG-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-CRG-IDX-TIPO > 5
               ADD WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                               WS-CRG-IDX-HORA, WS-CRG-IDX-TIPO)
                   TO WS-CRG-CELULA
           END-PERFORM.

      *    Uma linha da grade (média/pico por dia da semana) e as
      *    linhas correspondentes do CSV, uma por dia.
       EMITIR-FAIXA-CARGA.
           COMPUTE WS-CRG-HORA = WS-CRG-IDX-HORA - 1.
           COMPUTE WS-CRG-HORA-FIM = WS-CRG-IDX-HORA.
           MOVE SPACES TO WS-CRG-LINHA.
           STRING WS-CRG-HORA "h-" WS-CRG-HORA-FIM "h"
                   DELIMITED BY SIZE INTO WS-CRG-LINHA.

           PERFORM VARYING WS-CRG-IDX-DIA FROM 1 BY 1
                   UNTIL WS-CRG-IDX-DIA > 6
               PERFORM SOMAR-CELULA-CARGA
               MOVE 0 TO WS-CRG-MEDIA
               IF WS-CRG-ABERTOS(WS-CRG-IDX-DIA) > 0
                   COMPUTE WS-CRG-MEDIA ROUNDED = WS-CRG-CELULA /
                       WS-CRG-ABERTOS(WS-CRG-IDX-DIA)
               END-IF
               MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA
               MOVE WS-CRG-PICO(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                                WS-CRG-IDX-HORA) TO WS-ED-CRG-PICO
               COMPUTE WS-CRG-POS = 9 + (WS-CRG-IDX-DIA - 1) * 12
               MOVE WS-ED-CRG-MEDIA TO WS-CRG-LINHA(WS-CRG-POS:5)
               MOVE "/"             TO WS-CRG-LINHA(WS-CRG-POS + 5:1)
               MOVE WS-ED-CRG-PICO  TO WS-CRG-LINHA(WS-CRG-POS + 6:5)
               PERFORM GRAVAR-CSV-CARGA
           END-PERFORM.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

       GRAVAR-CSV-CARGA.
           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-CSV.
           MOVE SPACES TO WS-LINHA-CSV.
           STRING WS-CRG-FILIAL ";"
                  WS-NOME-DIA(WS-CRG-IDX-DIA) ";"
                  WS-CRG-HORA ";"
                  WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA, 1) ";"
                  WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA, 2) ";"
                  WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA, 3) ";"
                  WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA, 4) ";"
                  WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA, 5) ";"
                  WS-CRG-CELULA ";"
                  WS-CRG-ABERTOS(WS-CRG-IDX-DIA) ";"
                  WS-ED-CRG-MEDIA-CSV ";"
                  WS-CRG-PICO(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                              WS-CRG-IDX-HORA)
                   DELIMITED BY SIZE INTO WS-LINHA-CSV.
           WRITE REG-CARGA-CSV FROM WS-LINHA-CSV.

      *    Totais do período por dia da semana e tipo de
      *    transação, com a média por dia aberto e o dia mais
      *    carregado.
       EMITIR-DIA-CARGA.
           MOVE SPACES TO WS-CRG-LINHA.
           MOVE WS-NOME-DIA(WS-CRG-IDX-DIA) TO WS-CRG-LINHA(1:3).
           MOVE 0 TO WS-CRG-TOTAL-DIA.
           PERFORM VARYING WS-CRG-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-CRG-IDX-TIPO > 5
               MOVE 0 TO WS-CRG-CELULA
               PERFORM VARYING WS-CRG-IDX-HORA FROM 1 BY 1
                       UNTIL WS-CRG-IDX-HORA > 24
                   ADD WS-CRG-QTDE(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA,
                                   WS-CRG-IDX-HORA, WS-CRG-IDX-TIPO)
                       TO WS-CRG-CELULA
               END-PERFORM
               ADD WS-CRG-CELULA TO WS-CRG-TOTAL-DIA
               MOVE WS-CRG-CELULA TO WS-ED-CRG-QTDE
               COMPUTE WS-CRG-POS = 6 + (WS-CRG-IDX-TIPO - 1) * 8
               MOVE WS-ED-CRG-QTDE TO WS-CRG-LINHA(WS-CRG-POS:7)
           END-PERFORM.
           MOVE WS-CRG-TOTAL-DIA TO WS-ED-CRG-QTDE.
           MOVE WS-ED-CRG-QTDE TO WS-CRG-LINHA(46:7).
           MOVE WS-CRG-ABERTOS(WS-CRG-IDX-DIA) TO WS-ED-CRG-DIAS.
           MOVE WS-ED-CRG-DIAS TO WS-CRG-LINHA(55:3).
           MOVE 0 TO WS-CRG-MEDIA.
           IF WS-CRG-ABERTOS(WS-CRG-IDX-DIA) > 0
               COMPUTE WS-CRG-MEDIA ROUNDED = WS-CRG-TOTAL-DIA /
                   WS-CRG-ABERTOS(WS-CRG-IDX-DIA)
           END-IF.
           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-DIA.
           MOVE WS-ED-CRG-MEDIA-DIA TO WS-CRG-LINHA(60:7).
           MOVE WS-CRG-PICO-DIA(WS-CRG-IDX-FIL, WS-CRG-IDX-DIA)
               TO WS-ED-CRG-PICO.
           MOVE WS-ED-CRG-PICO TO WS-CRG-LINHA(71:5).
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

      *    Produtividade por operador: volume por tipo, dias e
      *    horas cheias com atendimento e as médias resultantes.
       EMITIR-CARGA-OPERADORES.
           MOVE SPACES TO WS-CARGA-OPE-NOME.
           STRING "CARGA-OPERADORES-" WS-HOJE-AAAAMMDD ".CSV"
                   DELIMITED BY SIZE INTO WS-CARGA-OPE-NOME.
           OPEN OUTPUT CARGA-OPE-CSV.
           MOVE "OPERADOR;FILIAL_PRINCIPAL;EMPRESTIMOS;DEVOLUCOES;"
               & "RENOVACOES;PAGAMENTOS;CADASTROS;TOTAL;DIAS;HORAS;"
               & "MEDIA_DIA;MEDIA_HORA" TO WS-LINHA-CSV.
           WRITE REG-CARGA-OPE-CSV FROM WS-LINHA-CSV.

           MOVE SPACES TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE "PRODUTIVIDADE POR OPERADOR" TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE ALL "-" TO WS-CRG-LINHA(1:93).
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.
           MOVE "OPERADOR   FIL EMPREST DEVOLUC RENOVAC PAGAMEN CADAST"
               & "R   TOTAL DIAS HORAS MÉDIA/DIA MÉDIA/HORA"
               TO WS-CRG-LINHA.
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

           PERFORM VARYING WS-CRG-IDX-OPE FROM 1 BY 1
                   UNTIL WS-CRG-IDX-OPE > WS-OPC-QTDE
               IF WS-OPC-TOTAL(WS-CRG-IDX-OPE) > 0
                   PERFORM EMITIR-OPERADOR-CARGA
               END-IF
           END-PERFORM.

           CLOSE CARGA-OPE-CSV.

       EMITIR-OPERADOR-CARGA.
           MOVE SPACES TO WS-CRG-LINHA.
           MOVE WS-OPC-ID(WS-CRG-IDX-OPE) TO WS-CRG-LINHA(1:10).
           MOVE WS-OPC-FIL-PRINC(WS-CRG-IDX-OPE)
               TO WS-CRG-LINHA(12:3).
           PERFORM VARYING WS-CRG-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-CRG-IDX-TIPO > 5
               MOVE WS-OPC-TIPO(WS-CRG-IDX-OPE, WS-CRG-IDX-TIPO)
                   TO WS-ED-CRG-QTDE
               COMPUTE WS-CRG-POS = 16 + (WS-CRG-IDX-TIPO - 1) * 8
               MOVE WS-ED-CRG-QTDE TO WS-CRG-LINHA(WS-CRG-POS:7)
           END-PERFORM.
           MOVE WS-OPC-TOTAL(WS-CRG-IDX-OPE) TO WS-ED-CRG-QTDE.
           MOVE WS-ED-CRG-QTDE TO WS-CRG-LINHA(56:7).
           MOVE WS-OPC-DIAS(WS-CRG-IDX-OPE) TO WS-ED-CRG-PICO.
           MOVE WS-ED-CRG-PICO TO WS-CRG-LINHA(63:5).
           MOVE WS-OPC-HORAS(WS-CRG-IDX-OPE) TO WS-ED-CRG-PICO.
           MOVE WS-ED-CRG-PICO TO WS-CRG-LINHA(69:5).

           MOVE 0 TO WS-CRG-MEDIA.
           IF WS-OPC-DIAS(WS-CRG-IDX-OPE) > 0
               COMPUTE WS-CRG-MEDIA ROUNDED =
                   WS-OPC-TOTAL(WS-CRG-IDX-OPE) /
                   WS-OPC-DIAS(WS-CRG-IDX-OPE)
           END-IF.
           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-DIA.
           MOVE WS-ED-CRG-MEDIA-DIA TO WS-CRG-LINHA(76:7).
           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-CSV.
           MOVE WS-ED-CRG-MEDIA-CSV TO WS-DATA-FMT.

           MOVE 0 TO WS-CRG-MEDIA.
           IF WS-OPC-HORAS(WS-CRG-IDX-OPE) > 0
               COMPUTE WS-CRG-MEDIA ROUNDED =
                   WS-OPC-TOTAL(WS-CRG-IDX-OPE) /
                   WS-OPC-HORAS(WS-CRG-IDX-OPE)
           END-IF.
           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-DIA.
           MOVE WS-ED-CRG-MEDIA-DIA TO WS-CRG-LINHA(87:7).
           WRITE REG-CARGA-RPT FROM WS-CRG-LINHA.

           MOVE WS-CRG-MEDIA TO WS-ED-CRG-MEDIA-CSV.
           MOVE SPACES TO WS-LINHA-CSV.
           STRING WS-OPC-ID(WS-CRG-IDX-OPE) DELIMITED BY SPACE
                  ";" WS-OPC-FIL-PRINC(WS-CRG-IDX-OPE)
                  ";" WS-OPC-TIPO(WS-CRG-IDX-OPE, 1)
                  ";" WS-OPC-TIPO(WS-CRG-IDX-OPE, 2)
                  ";" WS-OPC-TIPO(WS-CRG-IDX-OPE, 3)
                  ";" WS-OPC-TIPO(WS-CRG-IDX-OPE, 4)
                  ";" WS-OPC-TIPO(WS-CRG-IDX-OPE, 5)
                  ";" WS-OPC-TOTAL(WS-CRG-IDX-OPE)
                  ";" WS-OPC-DIAS(WS-CRG-IDX-OPE)
                  ";" WS-OPC-HORAS(WS-CRG-IDX-OPE)
                  ";" WS-DATA-FMT(1:7)
                  ";" WS-ED-CRG-MEDIA-CSV
                   DELIMITED BY SIZE INTO WS-LINHA-CSV.
           WRITE REG-CARGA-OPE-CSV FROM WS-LINHA-CSV.

      *    Giro do acervo: para cada exemplar de EXEMPLARES.DAT,
      *    os empréstimos dos últimos N anos (arquivo vivo mais o
      *    histórico) e a data do último empréstimo, consolidados
      *    por faixa de chamada, categoria, tipo de material e
      *    filial: exemplares, empréstimos por exemplar e a parcela
      *    ociosa há 2, 3 e 5 anos. Os ociosos na estante podem ir
      *    para GIRO-CANDIDATOS.CSV, que SIS-DESCARTE importa.
       RELATORIO-GIRO-ACERVO.
           DISPLAY "ANOS DE HISTÓRICO PARA O GIRO (ENTER = 5): "
           ACCEPT WS-GIR-ANOS.
           IF WS-GIR-ANOS = 0
               MOVE 5 TO WS-GIR-ANOS
           END-IF.

           MOVE 9 TO WS-GIR-ANOS-CAND.
           PERFORM UNTIL WS-GIR-ANOS-CAND = 0 OR 2 OR 3 OR 5
               DISPLAY "GERAR CANDIDATOS AO DESCARTE? ANOS SEM "
                       "EMPRÉSTIMO (2, 3 OU 5; ENTER = NÃO): "
               ACCEPT WS-GIR-ANOS-CAND
           END-PERFORM.
           MOVE 0 TO WS-GIR-FILIAL-CAND.
           IF WS-GIR-ANOS-CAND > 0
               DISPLAY "FILIAL DOS CANDIDATOS (0 = TODAS): "
               ACCEPT WS-GIR-FILIAL-CAND
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           COMPUTE WS-GIR-CORTE = WS-HOJE-AAAAMMDD
                                - WS-GIR-ANOS * 10000.
           COMPUTE WS-GIR-CORTE-2 = WS-HOJE-AAAAMMDD - 20000.
           COMPUTE WS-GIR-CORTE-3 = WS-HOJE-AAAAMMDD - 30000.
           COMPUTE WS-GIR-CORTE-5 = WS-HOJE-AAAAMMDD - 50000.
           COMPUTE WS-GIR-CORTE-CAND = WS-HOJE-AAAAMMDD
                                     - WS-GIR-ANOS-CAND * 10000.

           INITIALIZE WS-TAB-GIRO.
           MOVE 0 TO WS-GIR-EXEMPLARES.
           MOVE 0 TO WS-GIR-EMPRESTIMOS.
           MOVE 0 TO WS-GIR-OCIOSOS-2.
           MOVE 0 TO WS-GIR-OCIOSOS-3.
           MOVE 0 TO WS-GIR-OCIOSOS-5.
           MOVE 0 TO WS-GIR-CANDIDATOS.

           IF WS-GIR-ANOS-CAND > 0
               OPEN OUTPUT GIRO-CANDIDATOS
               MOVE "LIVRO;EXEMPLAR;FILIAL;CHAMADA;ULTIMO_EMPRESTIMO;"
                   & "EMPRESTIMOS_NO_PERIODO;TITULO"
                   TO REG-GIRO-CANDIDATO
               WRITE REG-GIRO-CANDIDATO
           END-IF.

           PERFORM ABRIR-EMPRESTIMOS.
           PERFORM ABRIR-EXEMPLARES.
           PERFORM ABRIR-LIVROS.
           MOVE "N" TO WS-HIST-ABERTO.
           MOVE "00" TO WS-ST-HST.
           OPEN INPUT EMPRESTIMOS-HIST.
           IF WS-ST-HST = "00"
               MOVE "S" TO WS-HIST-ABERTO
           END-IF.

      *    Os empréstimos classificados por livro, exemplar e data
      *    casam em sequência com EXEMPLARES.DAT, lido na ordem da
      *    chave: o último de cada exemplar é o mais recente.
           SORT WRK-SORT ON ASCENDING KEY WRK-CHAVE-TXT
               INPUT PROCEDURE IS COLETAR-GIRO
               OUTPUT PROCEDURE IS CRUZAR-GIRO.

           CLOSE EMPRESTIMOS.
           CLOSE EXEMPLARES.
           CLOSE LIVROS.
           IF WS-HIST-ABERTO = "S"
               CLOSE EMPRESTIMOS-HIST
           END-IF.
           IF WS-GIR-ANOS-CAND > 0
               CLOSE GIRO-CANDIDATOS
           END-IF.

           PERFORM EMITIR-GIRO-ACERVO.

           DISPLAY "EXEMPLARES ANALISADOS: " WS-GIR-EXEMPLARES
           DISPLAY "RELATÓRIO GERADO: " WS-GIRO-NOME
           IF WS-GIR-ANOS-CAND > 0
               DISPLAY "CANDIDATOS AO DESCARTE (" WS-GIR-ANOS-CAND
                       " ANOS SEM EMPRÉSTIMO): " WS-GIR-CANDIDATOS
               DISPLAY "ARQUIVO GIRO-CANDIDATOS.CSV PRONTO PARA "
                       "IMPORTAÇÃO NO DESBASTE."
           END-IF.

       COLETAR-GIRO.
           MOVE "00" TO WS-FILE-STATUS.
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF EMPRESTIMO-COD NOT = 0
                       MOVE SPACES TO WRK-CHAVE-TXT
                       MOVE EMPRESTIMO-LIVRO    TO WRK-CHAVE-TXT(1:7)
                       MOVE EMPRESTIMO-EXEMPLAR TO WRK-CHAVE-TXT(8:3)
                       MOVE EMPRESTIMO-DATA-EMP TO WRK-CHAVE-TXT(11:8)
                       PERFORM LIBERAR-EMPRESTIMO-GIRO
                   END-IF
           END-PERFORM.

           IF WS-HIST-ABERTO = "S"
               PERFORM UNTIL WS-ST-HST = "10"
                   READ EMPRESTIMOS-HIST NEXT RECORD
                       AT END MOVE "10" TO WS-ST-HST
                   NOT AT END
                       MOVE SPACES TO WRK-CHAVE-TXT
                       MOVE EMP-HIST-LIVRO    TO WRK-CHAVE-TXT(1:7)
                       MOVE EMP-HIST-EXEMPLAR TO WRK-CHAVE-TXT(8:3)
                       MOVE EMP-HIST-DATA-EMP TO WRK-CHAVE-TXT(11:8)
                       PERFORM LIBERAR-EMPRESTIMO-GIRO
               END-PERFORM
           END-IF.

      *    WRK-TOTAL = 1 quando o empréstimo cai na janela de N
      *    anos; fora dela só conta para a data do último.
       LIBERAR-EMPRESTIMO-GIRO.
           MOVE 0 TO WRK-COD.
           MOVE 0 TO WRK-TOTAL.
           IF WRK-CHAVE-TXT(11:8) >= WS-GIR-CORTE
               MOVE 1 TO WRK-TOTAL
           END-IF.
           MOVE 0 TO WRK-VALOR.
           MOVE 0 TO WRK-DISPONIVEL.
           RELEASE WRK-REG.

       RETORNAR-GIRO.
           RETURN WRK-SORT
               AT END
                   MOVE "S"         TO WS-GIR-FIM-SORT
                   MOVE HIGH-VALUES TO WS-GIR-CHAVE-SORT
               NOT AT END
                   MOVE WRK-CHAVE-TXT(1:10) TO WS-GIR-CHAVE-SORT
           END-RETURN.

       CRUZAR-GIRO.
           MOVE "N" TO WS-GIR-FIM-SORT.
           PERFORM RETORNAR-GIRO.
           MOVE "00" TO WS-ST-EXE.
           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   PERFORM AVALIAR-EXEMPLAR-GIRO
           END-PERFORM.

       AVALIAR-EXEMPLAR-GIRO.
           MOVE EXEMPLAR-LIVRO-COD TO WS-GIR-CHAVE-EX(1:7).
           MOVE EXEMPLAR-NUM       TO WS-GIR-CHAVE-EX(8:3).

      *    Empréstimos de exemplares que já não existem ficam para
      *    trás.
           PERFORM UNTIL WS-GIR-CHAVE-SORT >= WS-GIR-CHAVE-EX
               PERFORM RETORNAR-GIRO
           END-PERFORM.

           MOVE 0 TO WS-GIR-EMP-EXEMPLAR.
           MOVE 0 TO WS-GIR-ULTIMO.
           PERFORM UNTIL WS-GIR-CHAVE-SORT NOT = WS-GIR-CHAVE-EX
               ADD WRK-TOTAL TO WS-GIR-EMP-EXEMPLAR
               MOVE WRK-CHAVE-TXT(11:8) TO WS-GIR-ULTIMO
               PERFORM RETORNAR-GIRO
           END-PERFORM.

      *    Baixados, perdidos e faltantes não fazem parte do acervo
      *    em poder da biblioteca.
           IF EXEMPLAR-LIVRO-COD = 0
                   OR EXEMPLAR-STATUS = "X"
                   OR EXEMPLAR-STATUS = "P"
                   OR EXEMPLAR-STATUS = "F"
               EXIT PARAGRAPH
           END-IF.

           MOVE EXEMPLAR-LIVRO-COD TO LIVRO-COD.
           READ LIVROS KEY IS LIVRO-COD
               INVALID KEY
                   MOVE SPACES TO LIVRO-TITULO
                   MOVE SPACES TO LIVRO-CATEGORIA
                   MOVE SPACES TO LIVRO-CHAMADA
                   MOVE "L"    TO LIVRO-TIPO-MATERIAL
           END-READ.

           ADD 1 TO WS-GIR-EXEMPLARES.
           ADD WS-GIR-EMP-EXEMPLAR TO WS-GIR-EMPRESTIMOS.
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-2
               ADD 1 TO WS-GIR-OCIOSOS-2
           END-IF.
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-3
               ADD 1 TO WS-GIR-OCIOSOS-3
           END-IF.
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-5
               ADD 1 TO WS-GIR-OCIOSOS-5
           END-IF.

           PERFORM CALCULAR-FAIXA-CHAMADA.
           MOVE 1 TO WS-GIR-DIM.
           PERFORM SOMAR-DIMENSAO-GIRO.

           MOVE LIVRO-CATEGORIA TO WS-GIR-CHAVE-BUSCA.
           IF WS-GIR-CHAVE-BUSCA = SPACES
               MOVE "SEM CATEGORIA" TO WS-GIR-CHAVE-BUSCA
           END-IF.
           MOVE 2 TO WS-GIR-DIM.
           PERFORM SOMAR-DIMENSAO-GIRO.

           MOVE LIVRO-TIPO-MATERIAL TO WS-GIR-CHAVE-BUSCA.
           IF WS-GIR-CHAVE-BUSCA = SPACES
               MOVE "L" TO WS-GIR-CHAVE-BUSCA
           END-IF.
           MOVE 3 TO WS-GIR-DIM.
           PERFORM SOMAR-DIMENSAO-GIRO.

           MOVE EXEMPLAR-FILIAL TO WS-GIR-CHAVE-BUSCA.
           MOVE 4 TO WS-GIR-DIM.
           PERFORM SOMAR-DIMENSAO-GIRO.

           IF WS-GIR-ANOS-CAND > 0
                   AND WS-GIR-ULTIMO < WS-GIR-CORTE-CAND
                   AND EXEMPLAR-STATUS = "D"
                   AND (WS-GIR-FILIAL-CAND = 0
                    OR EXEMPLAR-FILIAL = WS-GIR-FILIAL-CAND)
               PERFORM GRAVAR-CANDIDATO-GIRO
           END-IF.

      *    Faixa pela classe principal da CDD/CDU (primeiro
      *    algarismo: 800-899); chamadas locais não numéricas
      *    agrupam pela letra inicial.
       CALCULAR-FAIXA-CHAMADA.
           MOVE SPACES TO WS-GIR-CHAVE-BUSCA.
           IF LIVRO-CHAMADA = SPACES
               MOVE "SEM CHAMADA" TO WS-GIR-CHAVE-BUSCA
           ELSE IF LIVRO-CHAMADA(1:1) IS NUMERIC
               STRING LIVRO-CHAMADA(1:1) "00-"
                      LIVRO-CHAMADA(1:1) "99"
                       DELIMITED BY SIZE INTO WS-GIR-CHAVE-BUSCA
           ELSE
               STRING "CLASSE " LIVRO-CHAMADA(1:1)
                       DELIMITED BY SIZE INTO WS-GIR-CHAVE-BUSCA
           END-IF
           END-IF.

       SOMAR-DIMENSAO-GIRO.
           PERFORM LOCALIZAR-ENTRADA-GIRO.
           ADD 1 TO WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-ACHADO).
           ADD WS-GIR-EMP-EXEMPLAR
               TO WS-GIR-ENT-EMP(WS-GIR-DIM, WS-GIR-ACHADO).
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-2
               ADD 1 TO WS-GIR-ENT-OC2(WS-GIR-DIM, WS-GIR-ACHADO)
           END-IF.
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-3
               ADD 1 TO WS-GIR-ENT-OC3(WS-GIR-DIM, WS-GIR-ACHADO)
           END-IF.
           IF WS-GIR-ULTIMO < WS-GIR-CORTE-5
               ADD 1 TO WS-GIR-ENT-OC5(WS-GIR-DIM, WS-GIR-ACHADO)
           END-IF.

      *    Inserção em ordem de chave, para o relatório sair
      *    classificado sem nova passagem.
       LOCALIZAR-ENTRADA-GIRO.
           PERFORM VARYING WS-GIR-IDX FROM 1 BY 1
                   UNTIL WS-GIR-IDX > WS-GIR-QTDE(WS-GIR-DIM)
                   OR WS-GIR-CHAVE(WS-GIR-DIM, WS-GIR-IDX)
                      >= WS-GIR-CHAVE-BUSCA
               CONTINUE
           END-PERFORM.
           IF WS-GIR-IDX <= WS-GIR-QTDE(WS-GIR-DIM)
               IF WS-GIR-CHAVE(WS-GIR-DIM, WS-GIR-IDX)
                       = WS-GIR-CHAVE-BUSCA
                   MOVE WS-GIR-IDX TO WS-GIR-ACHADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-GIR-QTDE(WS-GIR-DIM) >= 120
               MOVE 120 TO WS-GIR-ACHADO
               MOVE "(DEMAIS)" TO WS-GIR-CHAVE(WS-GIR-DIM, 120)
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-GIR-POS FROM WS-GIR-QTDE(WS-GIR-DIM)
                   BY -1 UNTIL WS-GIR-POS < WS-GIR-IDX
               MOVE WS-GIR-ENT(WS-GIR-DIM, WS-GIR-POS)
                   TO WS-GIR-ENT(WS-GIR-DIM, WS-GIR-POS + 1)
           END-PERFORM.
           INITIALIZE WS-GIR-ENT(WS-GIR-DIM, WS-GIR-IDX).
           MOVE WS-GIR-CHAVE-BUSCA
               TO WS-GIR-CHAVE(WS-GIR-DIM, WS-GIR-IDX).
           ADD 1 TO WS-GIR-QTDE(WS-GIR-DIM).
           MOVE WS-GIR-IDX TO WS-GIR-ACHADO.

       GRAVAR-CANDIDATO-GIRO.
           ADD 1 TO WS-GIR-CANDIDATOS.
           MOVE SPACES TO REG-GIRO-CANDIDATO.
           STRING EXEMPLAR-LIVRO-COD ";" EXEMPLAR-NUM ";"
                  EXEMPLAR-FILIAL ";" LIVRO-CHAMADA ";"
                  WS-GIR-ULTIMO ";" WS-GIR-EMP-EXEMPLAR ";"
                  LIVRO-TITULO
                   DELIMITED BY SIZE INTO REG-GIRO-CANDIDATO.
           WRITE REG-GIRO-CANDIDATO.

       EMITIR-GIRO-ACERVO.
           MOVE SPACES TO WS-GIRO-NOME.
           STRING "GIRO-ACERVO-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-GIRO-NOME.
           OPEN OUTPUT GIRO-RPT.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.

           MOVE SPACES TO WS-GIR-LINHA.
           STRING "GIRO DO ACERVO E EXEMPLARES OCIOSOS - "
                  WS-HOJE-AAAAMMDD " - EMPRÉSTIMOS DOS ÚLTIMOS "
                  WS-GIR-ANOS " ANOS"
                   DELIMITED BY SIZE INTO WS-GIR-LINHA.
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.
           MOVE "OCIOSO = SEM EMPRÉSTIMO HÁ 2, 3 OU 5 ANOS (NUNCA "
               & "EMPRESTADO CONTA COMO OCIOSO)."
               TO WS-GIR-LINHA.
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.
           MOVE "NÃO ENTRAM EXEMPLARES BAIXADOS, PERDIDOS OU "
               & "FALTANTES." TO WS-GIR-LINHA.
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.

           MOVE "TOTAL DO ACERVO"    TO WS-GIR-ROTULO.
           MOVE WS-GIR-EXEMPLARES    TO WS-GIR-ENT-EXE(1, 121).
           MOVE WS-GIR-EMPRESTIMOS   TO WS-GIR-ENT-EMP(1, 121).
           MOVE WS-GIR-OCIOSOS-2     TO WS-GIR-ENT-OC2(1, 121).
           MOVE WS-GIR-OCIOSOS-3     TO WS-GIR-ENT-OC3(1, 121).
           MOVE WS-GIR-OCIOSOS-5     TO WS-GIR-ENT-OC5(1, 121).
           MOVE 1   TO WS-GIR-DIM.
           MOVE 121 TO WS-GIR-IDX.
           MOVE SPACES TO WS-GIR-LINHA.
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.
           PERFORM EMITIR-CABECALHO-GIRO.
           PERFORM EMITIR-LINHA-GIRO.

           PERFORM VARYING WS-GIR-DIM FROM 1 BY 1
                   UNTIL WS-GIR-DIM > 4
               MOVE SPACES TO WS-GIR-LINHA
               WRITE REG-GIRO-RPT FROM WS-GIR-LINHA
               MOVE WS-TITULO-GIRO(WS-GIR-DIM) TO WS-GIR-LINHA
               WRITE REG-GIRO-RPT FROM WS-GIR-LINHA
               PERFORM EMITIR-CABECALHO-GIRO
               PERFORM VARYING WS-GIR-IDX FROM 1 BY 1
                       UNTIL WS-GIR-IDX > WS-GIR-QTDE(WS-GIR-DIM)
                   PERFORM MONTAR-ROTULO-GIRO
                   PERFORM EMITIR-LINHA-GIRO
               END-PERFORM
           END-PERFORM.

           CLOSE GIRO-RPT.
           IF WS-ST-FIL = "00"
               CLOSE FILIAIS
           END-IF.

       EMITIR-CABECALHO-GIRO.
           MOVE SPACES TO WS-GIR-LINHA.
           MOVE "GRUPO"            TO WS-GIR-LINHA(1:5).
           MOVE "EXEMPLARES"       TO WS-GIR-LINHA(23:10).
           MOVE "EMPRÉSTIMOS"      TO WS-GIR-LINHA(34:12).
           MOVE "EMP/EX"           TO WS-GIR-LINHA(47:6).
           MOVE "OCIOSOS 2A"       TO WS-GIR-LINHA(55:10).
           MOVE "3A"               TO WS-GIR-LINHA(69:2).
           MOVE "5A"               TO WS-GIR-LINHA(77:2).
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.
           MOVE ALL "-" TO WS-GIR-LINHA(1:80).
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.

       MONTAR-ROTULO-GIRO.
           MOVE WS-GIR-CHAVE(WS-GIR-DIM, WS-GIR-IDX) TO WS-GIR-ROTULO.
           IF WS-GIR-DIM = 3
               EVALUATE WS-GIR-ROTULO(1:1)
                   WHEN "L" MOVE "LIVRO"  TO WS-GIR-ROTULO
                   WHEN "D" MOVE "DVD"    TO WS-GIR-ROTULO
                   WHEN "J" MOVE "JOGO"   TO WS-GIR-ROTULO
                   WHEN "T" MOVE "TABLET" TO WS-GIR-ROTULO
               END-EVALUATE
           END-IF.
           IF WS-GIR-DIM = 4 AND WS-GIR-ROTULO(1:3) IS NUMERIC
                   AND WS-ST-FIL = "00"
               MOVE WS-GIR-ROTULO(1:3) TO FILIAL-COD
               READ FILIAIS KEY IS FILIAL-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FILIAL-NOME(1:16) TO WS-GIR-ROTULO(5:16)
               END-READ
           END-IF.

       EMITIR-LINHA-GIRO.
           MOVE SPACES TO WS-GIR-LINHA.
           MOVE WS-GIR-ROTULO TO WS-GIR-LINHA(1:20).
           MOVE WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-IDX)
               TO WS-ED-GIR-QTDE.
           MOVE WS-ED-GIR-QTDE TO WS-GIR-LINHA(23:9).
           MOVE WS-GIR-ENT-EMP(WS-GIR-DIM, WS-GIR-IDX)
               TO WS-ED-GIR-QTDE.
           MOVE WS-ED-GIR-QTDE TO WS-GIR-LINHA(35:9).

           MOVE 0 TO WS-GIR-TAXA.
           IF WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-IDX) > 0
               COMPUTE WS-GIR-TAXA ROUNDED =
                   WS-GIR-ENT-EMP(WS-GIR-DIM, WS-GIR-IDX) /
                   WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-IDX)
           END-IF.
           MOVE WS-GIR-TAXA TO WS-ED-GIR-TAXA.
           MOVE WS-ED-GIR-TAXA TO WS-GIR-LINHA(47:6).

           MOVE WS-GIR-ENT-OC2(WS-GIR-DIM, WS-GIR-IDX)
               TO WS-GIR-EMP-EXEMPLAR.
           MOVE 59 TO WS-GIR-POS.
           PERFORM EMITIR-PERCENTUAL-GIRO.
           MOVE WS-GIR-ENT-OC3(WS-GIR-DIM, WS-GIR-IDX)
               TO WS-GIR-EMP-EXEMPLAR.
           MOVE 66 TO WS-GIR-POS.
           PERFORM EMITIR-PERCENTUAL-GIRO.
           MOVE WS-GIR-ENT-OC5(WS-GIR-DIM, WS-GIR-IDX)
               TO WS-GIR-EMP-EXEMPLAR.
           MOVE 74 TO WS-GIR-POS.
           PERFORM EMITIR-PERCENTUAL-GIRO.
           WRITE REG-GIRO-RPT FROM WS-GIR-LINHA.

       EMITIR-PERCENTUAL-GIRO.
           MOVE 0 TO WS-GIR-PCT.
           IF WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-IDX) > 0
               COMPUTE WS-GIR-PCT ROUNDED =
                   WS-GIR-EMP-EXEMPLAR * 100 /
                   WS-GIR-ENT-EXE(WS-GIR-DIM, WS-GIR-IDX)
           END-IF.
           MOVE WS-GIR-PCT TO WS-ED-GIR-PCT.
           MOVE WS-ED-GIR-PCT TO WS-GIR-LINHA(WS-GIR-POS:5).
           MOVE "%" TO WS-GIR-LINHA(WS-GIR-POS + 5:1).
