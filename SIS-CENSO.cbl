       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-CENSO.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Frequência e censo anual das bibliotecas
      *               públicas (SNBP/IBGE). O balcão registra a
      *               contagem diária de visitantes da catraca por
      *               filial em VISITAS.DAT (chave filial + data).
      *               O censo do ano compila dos arquivos vivos e
      *               históricos o acervo por tipo de material e
      *               filial, incorporações e baixas, leitores
      *               ativos, novos e com empréstimo por categoria
      *               e faixa etária, empréstimos, renovações,
      *               empréstimo entre bibliotecas, ação cultural e
      *               frequência, em CENSO-BIBLIOTECAS-<ano>.TXT na
      *               ordem dos blocos do formulário, para
      *               transcrição direta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITAS ASSIGN TO 'VISITAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-VIS.

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

           SELECT LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVRO-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-LIV.

           SELECT EXEMPLARES ASSIGN TO 'EXEMPLARES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEMPLAR-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-EXE.

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

           SELECT EMP-INTERBIB ASSIGN TO 'EMP-INTERBIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTERBIB-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-ITB.

           SELECT DESCARTE ASSIGN TO 'DESCARTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESC-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-DSC.

           SELECT PEDIDOS-COMPRA ASSIGN TO 'PEDIDOS-COMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-COD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PED.

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

           SELECT CENSO-RPT ASSIGN TO WS-RPT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-RPT.

           SELECT WRK-SORT ASSIGN TO 'CENSO-SORT.TMP'.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD VISITAS.
       01 REG-VISITA.
           02 VIS-CHAVE.
               03 VIS-FILIAL           PIC 9(3).
               03 VIS-DATA             PIC 9(8).
           02 VIS-QTDE                 PIC 9(5).
           02 VIS-DATA-REG             PIC 9(8).
           02 VIS-OPERADOR             PIC X(10).

       FD FILIAIS.
       01 REG-FILIAL.
           02 FILIAL-COD               PIC 9(3).
           02 FILIAL-NOME              PIC X(30).
           02 FILIAL-STATUS            PIC X(1).

       FD CALENDARIO.
       01 REG-CALENDARIO.
           02 CAL-DATA                 PIC 9(8).
           02 CAL-DESCRICAO            PIC X(30).

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

       FD EMP-INTERBIB.
       01 REG-INTERBIB.
           02 INTERBIB-COD             PIC 9(7).
           02 INTERBIB-SENTIDO         PIC X(1).
           02 INTERBIB-PARCEIRO        PIC 9(3).
           02 INTERBIB-LIVRO           PIC 9(7).
           02 INTERBIB-EXEMPLAR        PIC 9(3).
           02 INTERBIB-TITULO          PIC X(50).
           02 INTERBIB-DATA-SAIDA      PIC 9(8).
           02 INTERBIB-DATA-PREVISTA   PIC 9(8).
           02 INTERBIB-DATA-RETORNO    PIC 9(8).
           02 INTERBIB-STATUS          PIC X(1).
           02 INTERBIB-USUARIO         PIC 9(7).
           02 INTERBIB-USU-DATA-DEV    PIC 9(8).

       FD DESCARTE.
       01 REG-DESCARTE.
           02 DESC-CHAVE.
               03 DESC-LIVRO-COD       PIC 9(7).
               03 DESC-NUM             PIC 9(3).
           02 DESC-STATUS              PIC X(1).
           02 DESC-DATA-PROPOSTA       PIC 9(8).
           02 DESC-DATA-APROVACAO      PIC 9(8).
           02 DESC-DOC                 PIC 9(5).

       FD PEDIDOS-COMPRA.
       01 REG-PEDIDO.
           02 PED-COD                  PIC 9(7).
           02 PED-FORNECEDOR           PIC 9(5).
           02 PED-TITULO               PIC X(50).
           02 PED-AUTOR                PIC X(30).
           02 PED-QTDE                 PIC 9(3).
           02 PED-DATA                 PIC 9(8).
           02 PED-DATA-PREVISTA        PIC 9(8).
           02 PED-STATUS               PIC X(1).
           02 PED-LIVRO                PIC 9(7).
           02 PED-SUGESTAO             PIC 9(7).

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

       FD CENSO-RPT.
       01 REG-CENSO-RPT                PIC X(80).

       SD WRK-SORT.
       01 WRK-REG.
           02 WRK-USUARIO              PIC 9(7).

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
       77 WS-ST-VIS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-FIL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-CAL                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LIV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EXE                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EMP                    PIC X(2)      VALUE SPACES.
       77 WS-ST-HST                    PIC X(2)      VALUE SPACES.
       77 WS-ST-ITB                    PIC X(2)      VALUE SPACES.
       77 WS-ST-DSC                    PIC X(2)      VALUE SPACES.
       77 WS-ST-PED                    PIC X(2)      VALUE SPACES.
       77 WS-ST-EVT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-INS                    PIC X(2)      VALUE SPACES.
       77 WS-ST-RPT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-AUD                    PIC X(2)      VALUE SPACES.
       77 WS-OPCAO                     PIC X(1)      VALUE 'S'.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-OPERADOR-ATUAL            PIC X(10)     VALUE SPACES.
       77 WS-DATA-SISTEMA              PIC X(21).
       77 WS-AUD-OPERACAO              PIC X(10).
       77 WS-AUD-CHAVE                 PIC X(10).
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-RPT-NOME                  PIC X(40)     VALUE SPACES.
       77 WS-LINHA-IMP                 PIC X(80)     VALUE SPACES.
       77 WS-HOJE-AAAAMMDD             PIC 9(8)      VALUE 0.
       77 WS-DATA-FMT                  PIC X(10)     VALUE SPACES.
       77 WS-DATA-FMT-NUM              PIC 9(8)      VALUE 0.
       77 WS-DATA-TESTE                PIC 9(8)      VALUE 0.
       77 WS-DIA-FECHADO               PIC X(1)      VALUE "N".
       77 WS-CALENDARIO-OK             PIC X(1)      VALUE "N".
       77 WS-DATA-DIGITADA             PIC X(10)     VALUE SPACES.
       77 WS-DATA-DIGITADA-NUM         PIC 9(8)      VALUE 0.
       77 WS-DATA-VALIDA               PIC X(1)      VALUE "N".
       77 WS-VAL-DIA                   PIC 9(2)      VALUE 0.
       77 WS-VAL-MES                   PIC 9(2)      VALUE 0.
       77 WS-VAL-ANO                   PIC 9(4)      VALUE 0.
       77 WS-MAX-DIA-MES               PIC 9(2)      VALUE 0.
       77 WS-FILIAL-VISITA             PIC 9(3)      VALUE 0.
       77 WS-FILIAL-NOME               PIC X(30)     VALUE SPACES.
       77 WS-DATA-VISITA               PIC 9(8)      VALUE 0.
       77 WS-QTDE-VISITANTES           PIC 9(5)      VALUE 0.
       77 WS-MES-DIGITADO              PIC X(7)      VALUE SPACES.
       77 WS-MES-REF                   PIC 9(6)      VALUE 0.
       77 WS-TOTAL-MES                 PIC 9(7)      VALUE 0.
       77 WS-DIAS-COM-CONTAGEM         PIC 9(3)      VALUE 0.
       77 WS-DIAS-SEM-CONTAGEM         PIC 9(3)      VALUE 0.
       77 WS-DIA-INT                   PIC 9(7)      VALUE 0.
       77 WS-DIA-INT-FIM               PIC 9(7)      VALUE 0.
       77 WS-ANO-CENSO                 PIC 9(4)      VALUE 0.
       77 WS-DATA-INI                  PIC 9(8)      VALUE 0.
       77 WS-DATA-FIM                  PIC 9(8)      VALUE 0.
       77 WS-DIAS-FUNCIONAMENTO        PIC 9(3)      VALUE 0.
       77 WS-QTDE-FILIAIS-ATIVAS       PIC 9(3)      VALUE 0.
       77 WS-IDX-FIL                   PIC 9(3)      VALUE 0.
       77 WS-IDX-TIPO                  PIC 9(1)      VALUE 0.
       77 WS-IDX-CAT                   PIC 9(1)      VALUE 0.
       77 WS-IDX-FAIXA                 PIC 9(1)      VALUE 0.
       77 WS-IDX-MES                   PIC 9(2)      VALUE 0.
       77 WS-FILIAL-MOVTO              PIC 9(3)      VALUE 0.
       77 WS-LIVRO-ANTERIOR            PIC 9(7)      VALUE 0.
       77 WS-USUARIO-ANTERIOR          PIC 9(7)      VALUE 0.
       77 WS-FIM-SORT                  PIC X(1)      VALUE "N".
       77 WS-TOTAL-LINHA               PIC 9(7)      VALUE 0.
       77 WS-ITEM-ROTULO               PIC X(56)     VALUE SPACES.
       77 WS-ITEM-VALOR                PIC 9(7)      VALUE 0.
       77 WS-ED-VALOR                  PIC Z.ZZZ.ZZ9.
       77 WS-ED-COL                    PIC ZZZZZZ9.
       77 WS-ED-MEDIA                  PIC ZZZZ9,9.
       77 WS-MEDIA                     PIC 9(5)V9    VALUE 0.
       77 WS-INC-COMPRA                PIC 9(7)      VALUE 0.
       77 WS-INC-CADASTRO              PIC 9(7)      VALUE 0.
       77 WS-INC-ENCADERNADOS          PIC 9(7)      VALUE 0.
       77 WS-INC-FASCICULOS            PIC 9(7)      VALUE 0.
       77 WS-BX-DESCARTE               PIC 9(7)      VALUE 0.
       77 WS-BX-FALTANTES              PIC 9(7)      VALUE 0.
       77 WS-BX-PERDAS                 PIC 9(7)      VALUE 0.
       77 WS-REN-BALCAO                PIC 9(7)      VALUE 0.
       77 WS-REN-TOTEM                 PIC 9(7)      VALUE 0.
       77 WS-ITB-CEDIDOS               PIC 9(7)      VALUE 0.
       77 WS-ITB-RECEBIDOS             PIC 9(7)      VALUE 0.
       77 WS-ITB-EMP-LEITORES          PIC 9(7)      VALUE 0.
       77 WS-TOT-EMP-DOM               PIC 9(7)      VALUE 0.
       77 WS-TOT-CONSULTAS             PIC 9(7)      VALUE 0.
       77 WS-TOT-VISITAS               PIC 9(7)      VALUE 0.
       77 WS-TOT-EVENTOS               PIC 9(7)      VALUE 0.
       77 WS-TOT-PUBLICO               PIC 9(7)      VALUE 0.

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

       01 WS-TAB-NOMES-MES-DADOS.
           02 FILLER                   PIC X(9)      VALUE "JANEIRO".
           02 FILLER                   PIC X(9)      VALUE "FEVEREIRO".
           02 FILLER                   PIC X(9)      VALUE "MARCO".
           02 FILLER                   PIC X(9)      VALUE "ABRIL".
           02 FILLER                   PIC X(9)      VALUE "MAIO".
           02 FILLER                   PIC X(9)      VALUE "JUNHO".
           02 FILLER                   PIC X(9)      VALUE "JULHO".
           02 FILLER                   PIC X(9)      VALUE "AGOSTO".
           02 FILLER                   PIC X(9)      VALUE "SETEMBRO".
           02 FILLER                   PIC X(9)      VALUE "OUTUBRO".
           02 FILLER                   PIC X(9)      VALUE "NOVEMBRO".
           02 FILLER                   PIC X(9)      VALUE "DEZEMBRO".
       01 WS-TAB-NOMES-MES REDEFINES WS-TAB-NOMES-MES-DADOS.
           02 WS-NOME-MES               PIC X(9)     OCCURS 12 TIMES.

      *    Tipos de material do cadastro (L, D, J, T); o quinto
      *    grupo recolhe títulos sem tipo ou com tipo desconhecido.
       01 WS-TAB-TIPOS-DADOS.
           02 FILLER                   PIC X(9)      VALUE "LLIVROS".
           02 FILLER                   PIC X(9)      VALUE "DDVD".
           02 FILLER                   PIC X(9)      VALUE "JJOGOS".
           02 FILLER                   PIC X(9)      VALUE "TTABLETS".
           02 FILLER                   PIC X(9)      VALUE " OUTROS".
       01 WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-DADOS.
           02 WS-TIPO-ENT OCCURS 5 TIMES.
               03 WS-TIPO-COD          PIC X(1).
               03 WS-TIPO-ROTULO       PIC X(8).

       01 WS-TAB-CATEGORIAS-DADOS.
           02 FILLER                   PIC X(19)
                                       VALUE "EESTUDANTE".
           02 FILLER                   PIC X(19)
                                       VALUE "FDOCENTE/FUNCION.".
           02 FILLER                   PIC X(19)
                                       VALUE "CCOMUNIDADE".
           02 FILLER                   PIC X(19)
                                       VALUE " NAO IDENTIFICADA".
       01 WS-TAB-CATEGORIAS REDEFINES WS-TAB-CATEGORIAS-DADOS.
           02 WS-CAT-ENT OCCURS 4 TIMES.
               03 WS-CAT-COD           PIC X(1).
               03 WS-CAT-ROTULO        PIC X(18).

       01 WS-TAB-TIPOS-EVT-DADOS.
           02 FILLER                   PIC X(26)
                                       VALUE "HCONTACAO DE HISTORIAS".
           02 FILLER                   PIC X(26)
                                       VALUE "OOFICINAS".
           02 FILLER                   PIC X(26)
                                       VALUE "PPALESTRAS/ENC. AUTOR".
           02 FILLER                   PIC X(26)
                                       VALUE "XOUTRAS ATIVIDADES".
       01 WS-TAB-TIPOS-EVT REDEFINES WS-TAB-TIPOS-EVT-DADOS.
           02 WS-TEV-ENT OCCURS 4 TIMES.
               03 WS-TEV-COD           PIC X(1).
               03 WS-TEV-ROTULO        PIC X(25).

      *    Dimensão por filial indexada direto pelo código (1-200),
      *    como na fotografia estatística; acima disso a filial
      *    entra só nos totais.
       01 WS-TAB-CNS-FILIAIS.
           02 WS-CNS-FIL OCCURS 200 TIMES.
               03 WS-CNS-ACERVO        PIC 9(7)  OCCURS 5 TIMES.
               03 WS-CNS-EMP-DOM       PIC 9(7).
               03 WS-CNS-CONSULTAS     PIC 9(7).
               03 WS-CNS-VISITAS       PIC 9(7).
               03 WS-CNS-DIAS-CONT     PIC 9(3).

       01 WS-TAB-CNS-TIPOS.
           02 WS-CNS-TIPO OCCURS 5 TIMES.
               03 WS-CNS-TIT-TIPO      PIC 9(7).
               03 WS-CNS-EXE-TIPO      PIC 9(7).

      *    Faixa 1 = menor de idade (cadastro com responsável
      *    legal), faixa 2 = adulto.
       01 WS-TAB-CNS-USUARIOS.
           02 WS-CNS-CAT OCCURS 4 TIMES.
               03 WS-CNS-USU-ATIVOS    PIC 9(7)  OCCURS 2 TIMES.
               03 WS-CNS-USU-NOVOS     PIC 9(7)  OCCURS 2 TIMES.
               03 WS-CNS-USU-LEITORES  PIC 9(7)  OCCURS 2 TIMES.

       01 WS-TAB-CNS-MESES.
           02 WS-CNS-VIS-MES           PIC 9(7)  OCCURS 12 TIMES.

       01 WS-TAB-CNS-EVENTOS.
           02 WS-CNS-EVT OCCURS 4 TIMES.
               03 WS-CNS-EVT-QTDE      PIC 9(5).
               03 WS-CNS-EVT-PRESENTES PIC 9(7).
               03 WS-CNS-EVT-LIVRE     PIC 9(7).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR-ATUAL FROM COMMAND-LINE.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               DISPLAY "-------------------------------------"
               DISPLAY "  CENSO ANUAL E FREQUÊNCIA"
               DISPLAY "-------------------------------------"
               DISPLAY "1 - Registrar Contagem de Visitantes"
               DISPLAY "2 - Consultar Contagens do Mês"
               DISPLAY "3 - Emitir Censo Anual (SNBP/IBGE)"
               DISPLAY "4 - Voltar"
               DISPLAY "Escolha uma opção (1..4): "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                       PERFORM REGISTRAR-VISITANTES
                   WHEN '2'
                       PERFORM CONSULTAR-VISITAS-MES
                   WHEN '3'
                       PERFORM EMITIR-CENSO
                   WHEN '4'
                       MOVE "N" TO WS-OPCAO
                   WHEN OTHER
                       DISPLAY "OPÇÃO INVÁLIDA!"
               END-EVALUATE
           END-PERFORM.

       ABRIR-VISITAS.
           OPEN I-O VISITAS.
           EVALUATE WS-ST-VIS
               WHEN "00" CONTINUE
               WHEN "35"
                   DISPLAY "CRIANDO VISITAS.DAT..."
                   OPEN OUTPUT VISITAS
                   CLOSE VISITAS
                   OPEN I-O VISITAS
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR VISITAS.DAT! STATUS: "
                   WS-ST-VIS
                   STOP RUN
           END-EVALUATE.

       OBTER-NOME-FILIAL.
           MOVE SPACES TO WS-FILIAL-NOME.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.
           IF WS-ST-FIL NOT = "00"
               IF WS-FILIAL-VISITA = 1
                   MOVE "SEDE" TO WS-FILIAL-NOME
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILIAL-VISITA TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAL-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FILIAL-NOME TO WS-FILIAL-NOME
           END-READ.
           CLOSE FILIAIS.

      *    Domingo (INTEGER-OF-DATE múltiplo de 7) ou data
      *    cadastrada em CALENDARIO.DAT = biblioteca fechada.
       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           IF FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE), 7) = 0
               MOVE "S" TO WS-DIA-FECHADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CALENDARIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-TESTE TO CAL-DATA.
           READ CALENDARIO KEY IS CAL-DATA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DIA-FECHADO
           END-READ.

       ABRIR-CALENDARIO-CONSULTA.
           MOVE "N"  TO WS-CALENDARIO-OK.
           MOVE "00" TO WS-ST-CAL.
           OPEN INPUT CALENDARIO.
           IF WS-ST-CAL = "00"
               MOVE "S" TO WS-CALENDARIO-OK
           END-IF.

       FECHAR-CALENDARIO-CONSULTA.
           IF WS-CALENDARIO-OK = "S"
               CLOSE CALENDARIO
           END-IF.

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

      *    Contagem da catraca no fim do expediente; uma por
      *    filial e dia. Nova digitação para o mesmo dia
      *    substitui a anterior após confirmação.
       REGISTRAR-VISITANTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           DISPLAY "FILIAL DA CONTAGEM (0 = SEDE): "
           ACCEPT WS-FILIAL-VISITA.
           IF WS-FILIAL-VISITA = 0
               MOVE 1 TO WS-FILIAL-VISITA
           END-IF.
           PERFORM OBTER-NOME-FILIAL.
           IF WS-FILIAL-NOME = SPACES
               DISPLAY "FILIAL NÃO CADASTRADA."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILIAL: " WS-FILIAL-NOME.

           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "DATA DA CONTAGEM (DD/MM/AAAA, ENTER = HOJE): "
               MOVE SPACES TO WS-DATA-DIGITADA
               ACCEPT WS-DATA-DIGITADA
               IF WS-DATA-DIGITADA = SPACES
                   MOVE WS-HOJE-AAAAMMDD TO WS-DATA-DIGITADA-NUM
                   MOVE "S" TO WS-DATA-VALIDA
               ELSE
                   PERFORM VALIDAR-DATA-DIGITADA
                   IF WS-DATA-VALIDA NOT = "S"
                       DISPLAY "DATA INVÁLIDA. INFORME NOVAMENTE."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-DIGITADA-NUM TO WS-DATA-VISITA.
           IF WS-DATA-VISITA > WS-HOJE-AAAAMMDD
               DISPLAY "NÃO É POSSÍVEL REGISTRAR CONTAGEM FUTURA."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-CALENDARIO-CONSULTA.
           MOVE WS-DATA-VISITA TO WS-DATA-TESTE.
           PERFORM VERIFICAR-DIA-FECHADO.
           PERFORM FECHAR-CALENDARIO-CONSULTA.
           IF WS-DIA-FECHADO = "S"
               DISPLAY "ATENÇÃO: DIA FECHADO NO CALENDÁRIO. "
                       "REGISTRAR MESMO ASSIM? (S/N)"
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM ABRIR-VISITAS.
           MOVE WS-FILIAL-VISITA TO VIS-FILIAL.
           MOVE WS-DATA-VISITA   TO VIS-DATA.
           MOVE SPACES           TO WS-AUD-STATUS-ANT.
           READ VISITAS KEY IS VIS-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "A" TO WS-AUD-STATUS-ANT
                   DISPLAY "JÁ HÁ CONTAGEM PARA ESTE DIA: " VIS-QTDE
                           " VISITANTE(S). SUBSTITUIR? (S/N)"
                   ACCEPT WS-RESPOSTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPOSTA)
                       TO WS-RESPOSTA
           END-READ.
           IF WS-AUD-STATUS-ANT = "A" AND WS-RESPOSTA NOT = "S"
               CLOSE VISITAS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "QUANTIDADE DE VISITANTES (CONTADOR DA PORTA): "
           ACCEPT WS-QTDE-VISITANTES.

           MOVE WS-FILIAL-VISITA   TO VIS-FILIAL.
           MOVE WS-DATA-VISITA     TO VIS-DATA.
           MOVE WS-QTDE-VISITANTES TO VIS-QTDE.
           MOVE WS-HOJE-AAAAMMDD   TO VIS-DATA-REG.
           MOVE WS-OPERADOR-ATUAL  TO VIS-OPERADOR.
           IF WS-AUD-STATUS-ANT = "A"
               REWRITE REG-VISITA
           ELSE
               WRITE REG-VISITA
                   INVALID KEY
                       DISPLAY "CONTAGEM ACABOU DE SER REGISTRADA "
                               "POR OUTRA ESTAÇÃO."
                       CLOSE VISITAS
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE VISITAS.
           DISPLAY "CONTAGEM REGISTRADA.".

           MOVE "VISITAS"      TO WS-AUD-OPERACAO.
           MOVE SPACES         TO WS-AUD-CHAVE.
           STRING WS-FILIAL-VISITA(2:2) WS-DATA-VISITA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

      *    Contagens do mês por filial e os dias de funcionamento
      *    sem contagem, para completar antes do censo.
       CONSULTAR-VISITAS-MES.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "MÊS (MM/AAAA): "
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
           DISPLAY "FILIAL (0 = SEDE): "
           ACCEPT WS-FILIAL-VISITA.
           IF WS-FILIAL-VISITA = 0
               MOVE 1 TO WS-FILIAL-VISITA
           END-IF.

           MOVE 0 TO WS-TOTAL-MES.
           MOVE 0 TO WS-DIAS-COM-CONTAGEM.
           MOVE 0 TO WS-DIAS-SEM-CONTAGEM.
           PERFORM ABRIR-VISITAS.
           PERFORM ABRIR-CALENDARIO-CONSULTA.

           MOVE WS-MES-REF(5:2) TO WS-VAL-MES.
           MOVE WS-MES-REF(1:4) TO WS-VAL-ANO.
           MOVE WS-DIAS-MES(WS-VAL-MES) TO WS-MAX-DIA-MES.
           IF WS-VAL-MES = 2 AND FUNCTION MOD(WS-VAL-ANO, 4) = 0
                   AND (FUNCTION MOD(WS-VAL-ANO, 100) NOT = 0
                     OR FUNCTION MOD(WS-VAL-ANO, 400) = 0)
               MOVE 29 TO WS-MAX-DIA-MES
           END-IF.

           DISPLAY "DATA       VISITANTES"
           PERFORM VARYING WS-VAL-DIA FROM 1 BY 1
                   UNTIL WS-VAL-DIA > WS-MAX-DIA-MES
               COMPUTE WS-DATA-TESTE = WS-MES-REF * 100 + WS-VAL-DIA
               MOVE WS-DATA-TESTE TO WS-DATA-FMT-NUM
               PERFORM FORMATAR-DATA
               MOVE WS-FILIAL-VISITA TO VIS-FILIAL
               MOVE WS-DATA-TESTE    TO VIS-DATA
               READ VISITAS KEY IS VIS-CHAVE
                   INVALID KEY
                       PERFORM VERIFICAR-DIA-FECHADO
                       IF WS-DIA-FECHADO = "S"
                           DISPLAY WS-DATA-FMT "    (FECHADO)"
                       ELSE
                           ADD 1 TO WS-DIAS-SEM-CONTAGEM
                           DISPLAY WS-DATA-FMT "    SEM CONTAGEM"
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-DIAS-COM-CONTAGEM
                       ADD VIS-QTDE TO WS-TOTAL-MES
                       DISPLAY WS-DATA-FMT "    " VIS-QTDE
               END-READ
           END-PERFORM.
           PERFORM FECHAR-CALENDARIO-CONSULTA.
           CLOSE VISITAS.
           DISPLAY "TOTAL DO MÊS: " WS-TOTAL-MES " VISITANTES EM "
                   WS-DIAS-COM-CONTAGEM " DIA(S); "
                   WS-DIAS-SEM-CONTAGEM " DIA(S) ABERTO(S) SEM "
                   "CONTAGEM.".

      *    Censo do ano: apura cada bloco a partir dos arquivos
      *    vivos, do histórico de empréstimos e da trilha de
      *    auditoria, e grava o formulário. Arquivo ausente deixa
      *    o bloco correspondente zerado.
       EMITIR-CENSO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           MOVE 0 TO WS-ANO-CENSO.
           PERFORM UNTIL WS-ANO-CENSO >= 1900
                   AND WS-ANO-CENSO <= WS-HOJE-AAAAMMDD(1:4)
               DISPLAY "ANO DE REFERÊNCIA DO CENSO (AAAA): "
               ACCEPT WS-ANO-CENSO
           END-PERFORM.
           COMPUTE WS-DATA-INI = WS-ANO-CENSO * 10000 + 0101.
           COMPUTE WS-DATA-FIM = WS-ANO-CENSO * 10000 + 1231.

           INITIALIZE WS-TAB-CNS-FILIAIS.
           INITIALIZE WS-TAB-CNS-TIPOS.
           INITIALIZE WS-TAB-CNS-USUARIOS.
           INITIALIZE WS-TAB-CNS-MESES.
           INITIALIZE WS-TAB-CNS-EVENTOS.
           MOVE 0 TO WS-INC-COMPRA WS-INC-CADASTRO
                     WS-INC-ENCADERNADOS WS-INC-FASCICULOS.
           MOVE 0 TO WS-BX-DESCARTE WS-BX-FALTANTES WS-BX-PERDAS.
           MOVE 0 TO WS-REN-BALCAO WS-REN-TOTEM.
           MOVE 0 TO WS-ITB-CEDIDOS WS-ITB-RECEBIDOS
                     WS-ITB-EMP-LEITORES.
           MOVE 0 TO WS-TOT-EMP-DOM WS-TOT-CONSULTAS
                     WS-TOT-VISITAS WS-TOT-EVENTOS WS-TOT-PUBLICO.

           DISPLAY "APURANDO O CENSO DE " WS-ANO-CENSO "...".
           PERFORM APURAR-DIAS-FUNCIONAMENTO.
           PERFORM APURAR-ACERVO.
           PERFORM APURAR-AUDITORIA.
           PERFORM APURAR-DESCARTES.
           PERFORM APURAR-USUARIOS-ATIVOS.
           PERFORM APURAR-EMPRESTIMOS.
           PERFORM APURAR-INTERBIB.
           PERFORM APURAR-EVENTOS.
           PERFORM APURAR-VISITAS.

           MOVE SPACES TO WS-RPT-NOME.
           STRING "CENSO-BIBLIOTECAS-" WS-ANO-CENSO ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NOME.
           OPEN OUTPUT CENSO-RPT.
           MOVE "00" TO WS-ST-FIL.
           OPEN INPUT FILIAIS.

           PERFORM EMITIR-BLOCO-IDENTIFICACAO.
           PERFORM EMITIR-BLOCO-ACERVO.
           PERFORM EMITIR-BLOCO-USUARIOS.
           PERFORM EMITIR-BLOCO-SERVICOS.
           PERFORM EMITIR-BLOCO-ACAO-CULTURAL.
           PERFORM EMITIR-BLOCO-FREQUENCIA.

           IF WS-ST-FIL = "00"
               CLOSE FILIAIS
           END-IF.
           CLOSE CENSO-RPT.
           DISPLAY "CENSO GRAVADO EM " WS-RPT-NOME.

           MOVE "CENSO"      TO WS-AUD-OPERACAO.
           MOVE WS-ANO-CENSO TO WS-AUD-CHAVE.
           MOVE SPACES       TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

       APURAR-DIAS-FUNCIONAMENTO.
           MOVE 0 TO WS-DIAS-FUNCIONAMENTO.
           PERFORM ABRIR-CALENDARIO-CONSULTA.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-INI).
           COMPUTE WS-DIA-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM).
           PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIM
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               PERFORM VERIFICAR-DIA-FECHADO
               IF WS-DIA-FECHADO = "N"
                   ADD 1 TO WS-DIAS-FUNCIONAMENTO
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM.
           PERFORM FECHAR-CALENDARIO-CONSULTA.

      *    Acervo na data da emissão: exemplares que a biblioteca
      *    ainda detém (fora baixados, perdidos e faltantes), por
      *    tipo de material do título e filial do exemplar; o
      *    arquivo vem na ordem do título, e a troca de título
      *    conta os títulos por tipo.
       APURAR-ACERVO.
           MOVE "00" TO WS-ST-EXE.
           OPEN INPUT EXEMPLARES.
           IF WS-ST-EXE NOT = "00"
               DISPLAY "EXEMPLARES.DAT INDISPONÍVEL; ACERVO ZERADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-LIV.
           OPEN INPUT LIVROS.
           MOVE 0 TO WS-LIVRO-ANTERIOR.
           PERFORM UNTIL WS-ST-EXE = "10"
               READ EXEMPLARES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EXE
               NOT AT END
                   IF EXEMPLAR-STATUS NOT = "X"
                           AND EXEMPLAR-STATUS NOT = "P"
                           AND EXEMPLAR-STATUS NOT = "F"
                       PERFORM CONTAR-EXEMPLAR-ACERVO
                   END-IF
           END-PERFORM.
           CLOSE EXEMPLARES.
           IF WS-ST-LIV NOT = "35"
               CLOSE LIVROS
           END-IF.

       CONTAR-EXEMPLAR-ACERVO.
           IF EXEMPLAR-LIVRO-COD NOT = WS-LIVRO-ANTERIOR
               MOVE EXEMPLAR-LIVRO-COD TO WS-LIVRO-ANTERIOR
               MOVE SPACES TO LIVRO-TIPO-MATERIAL
               MOVE EXEMPLAR-LIVRO-COD TO LIVRO-COD
               READ LIVROS KEY IS LIVRO-COD
                   INVALID KEY MOVE SPACES TO LIVRO-TIPO-MATERIAL
               END-READ
               PERFORM LOCALIZAR-TIPO-MATERIAL
               ADD 1 TO WS-CNS-TIT-TIPO(WS-IDX-TIPO)
           END-IF.
           ADD 1 TO WS-CNS-EXE-TIPO(WS-IDX-TIPO).
           IF EXEMPLAR-FILIAL >= 1 AND EXEMPLAR-FILIAL <= 200
               ADD 1 TO WS-CNS-ACERVO(EXEMPLAR-FILIAL, WS-IDX-TIPO)
           END-IF.

       LOCALIZAR-TIPO-MATERIAL.
           MOVE 1 TO WS-IDX-TIPO.
           IF LIVRO-TIPO-MATERIAL = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-IDX-TIPO = 5
                   OR WS-TIPO-COD(WS-IDX-TIPO) = LIVRO-TIPO-MATERIAL
               ADD 1 TO WS-IDX-TIPO
           END-PERFORM.

      *    Uma passada pela trilha de auditoria apura o que não
      *    deixa data nos cadastros: incorporações (exemplar
      *    cadastrado, pedido recebido, volume encadernado,
      *    fascículo recebido), faltantes do inventário, perdas
      *    e danos, leitores novos, renovações e empréstimos de
      *    material recebido de outra biblioteca.
       APURAR-AUDITORIA.
           MOVE "00" TO WS-ST-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-ST-AUD NOT = "00"
               DISPLAY "AUDITORIA.DAT INDISPONÍVEL; MOVIMENTOS SEM "
                       "DATA PRÓPRIA FICAM ZERADOS."
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-PED.
           OPEN INPUT PEDIDOS-COMPRA.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT USUARIOS.

           PERFORM UNTIL WS-ST-AUD = "10"
               READ AUDITORIA NEXT RECORD
                   AT END MOVE "10" TO WS-ST-AUD
               NOT AT END
                   IF AUD-DATA-HORA(1:8) IS NUMERIC
                           AND AUD-DATA-HORA(1:8) >= WS-DATA-INI
                           AND AUD-DATA-HORA(1:8) <= WS-DATA-FIM
                       PERFORM CLASSIFICAR-AUDITORIA
                   END-IF
           END-PERFORM.

           CLOSE AUDITORIA.
           IF WS-ST-PED NOT = "35"
               CLOSE PEDIDOS-COMPRA
           END-IF.
           IF WS-FILE-STATUS NOT = "35"
               CLOSE USUARIOS
           END-IF.

       CLASSIFICAR-AUDITORIA.
           EVALUATE AUD-OPERACAO
               WHEN "EXEMPLAR"
               WHEN "DOACAOINC"
                   ADD 1 TO WS-INC-CADASTRO
               WHEN "RECEBEPED"
                   PERFORM CONTAR-PEDIDO-RECEBIDO
               WHEN "RETENCAD"
                   ADD 1 TO WS-INC-ENCADERNADOS
               WHEN "CHEGAFASC"
                   ADD 1 TO WS-INC-FASCICULOS
               WHEN "FALTANTE"
                   ADD 1 TO WS-BX-FALTANTES
               WHEN "PERDADANO"
                   ADD 1 TO WS-BX-PERDAS
               WHEN "RENOVACAO"
                   IF AUD-PROGRAMA = "SIS-TOTEM"
                       ADD 1 TO WS-REN-TOTEM
                   ELSE
                       ADD 1 TO WS-REN-BALCAO
                   END-IF
               WHEN "EMPITB"
                   ADD 1 TO WS-ITB-EMP-LEITORES
               WHEN "GRAVACAO"
                   IF AUD-PROGRAMA = "SIS-USUARIOS"
                       PERFORM CONTAR-USUARIO-NOVO
                   END-IF
           END-EVALUATE.

       CONTAR-PEDIDO-RECEBIDO.
           IF WS-ST-PED NOT = "00" OR AUD-CHAVE(1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-CHAVE(1:7) TO PED-COD.
           READ PEDIDOS-COMPRA KEY IS PED-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD PED-QTDE TO WS-INC-COMPRA
           END-READ.

       CONTAR-USUARIO-NOVO.
           MOVE 4 TO WS-IDX-CAT.
           MOVE 2 TO WS-IDX-FAIXA.
           IF WS-FILE-STATUS = "00" AND AUD-CHAVE(1:7) IS NUMERIC
               MOVE AUD-CHAVE(1:7) TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CLASSIFICAR-USUARIO
               END-READ
           END-IF.
           ADD 1 TO WS-CNS-USU-NOVOS(WS-IDX-CAT, WS-IDX-FAIXA).

      *    Categoria do cadastro e faixa etária: o cadastro não
      *    guarda data de nascimento, e o menor de idade é
      *    identificado pelo responsável legal obrigatório.
       CLASSIFICAR-USUARIO.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM UNTIL WS-IDX-CAT = 4
                   OR WS-CAT-COD(WS-IDX-CAT) = USUARIO-CATEGORIA
               ADD 1 TO WS-IDX-CAT
           END-PERFORM.
           IF USUARIO-RESP-COD NOT = 0
                   OR USUARIO-RESP-NOME NOT = SPACES
               MOVE 1 TO WS-IDX-FAIXA
           ELSE
               MOVE 2 TO WS-IDX-FAIXA
           END-IF.

      *    A data da baixa não fica no registro: vale a data da
      *    aprovação do descarte, que precede a baixa no termo.
       APURAR-DESCARTES.
           MOVE "00" TO WS-ST-DSC.
           OPEN INPUT DESCARTE.
           IF WS-ST-DSC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-DSC = "10"
               READ DESCARTE NEXT RECORD
                   AT END MOVE "10" TO WS-ST-DSC
               NOT AT END
                   IF DESC-STATUS = "B"
                           AND DESC-DATA-APROVACAO >= WS-DATA-INI
                           AND DESC-DATA-APROVACAO <= WS-DATA-FIM
                       ADD 1 TO WS-BX-DESCARTE
                   END-IF
           END-PERFORM.
           CLOSE DESCARTE.

      *    Leitor ativo: cadastro em uso na emissão e matrícula
      *    válida em algum momento do ano de referência.
       APURAR-USUARIOS-ATIVOS.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT USUARIOS.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS = "10"
               READ USUARIOS NEXT RECORD
                   AT END MOVE "10" TO WS-FILE-STATUS
               NOT AT END
                   IF USUARIO-COD NOT = 0
                           AND USUARIO-STATUS NOT = "X"
                           AND USUARIO-STATUS NOT = "U"
                           AND USUARIO-STATUS NOT = "C"
                           AND USUARIO-STATUS NOT = "I"
                           AND USUARIO-VALIDADE >= WS-DATA-INI
                       PERFORM CLASSIFICAR-USUARIO
                       ADD 1 TO
                           WS-CNS-USU-ATIVOS(WS-IDX-CAT, WS-IDX-FAIXA)
                   END-IF
           END-PERFORM.
           CLOSE USUARIOS.

      *    Empréstimos do ano nos arquivos vivo e histórico, por
      *    filial do exemplar; a classificação pelo código do
      *    leitor conta cada leitor uma vez só.
       APURAR-EMPRESTIMOS.
           MOVE "00" TO WS-ST-EXE.
           OPEN INPUT EXEMPLARES.
           MOVE "00" TO WS-FILE-STATUS.
           OPEN INPUT USUARIOS.

           SORT WRK-SORT ON ASCENDING KEY WRK-USUARIO
               INPUT PROCEDURE IS COLETAR-EMPRESTIMOS-ANO
               OUTPUT PROCEDURE IS CONTAR-LEITORES-ANO.

           IF WS-ST-EXE NOT = "35"
               CLOSE EXEMPLARES
           END-IF.
           IF WS-FILE-STATUS NOT = "35"
               CLOSE USUARIOS
           END-IF.

       COLETAR-EMPRESTIMOS-ANO.
           MOVE "00" TO WS-ST-EMP.
           OPEN INPUT EMPRESTIMOS.
           IF WS-ST-EMP = "00"
               PERFORM UNTIL WS-ST-EMP = "10"
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-EMP
                   NOT AT END
                       IF EMPRESTIMO-COD NOT = 0
                               AND EMPRESTIMO-DATA-EMP >= WS-DATA-INI
                               AND EMPRESTIMO-DATA-EMP <= WS-DATA-FIM
                           MOVE EMPRESTIMO-LIVRO    TO
                               EXEMPLAR-LIVRO-COD
                           MOVE EMPRESTIMO-EXEMPLAR TO EXEMPLAR-NUM
                           MOVE EMPRESTIMO-TIPO     TO WS-RESPOSTA
                           MOVE EMPRESTIMO-USUARIO  TO WRK-USUARIO
                           PERFORM CONTAR-EMPRESTIMO-ANO
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
                       IF EMP-HIST-COD NOT = 0
                               AND EMP-HIST-DATA-EMP >= WS-DATA-INI
                               AND EMP-HIST-DATA-EMP <= WS-DATA-FIM
                           MOVE EMP-HIST-LIVRO    TO
                               EXEMPLAR-LIVRO-COD
                           MOVE EMP-HIST-EXEMPLAR TO EXEMPLAR-NUM
                           MOVE EMP-HIST-TIPO     TO WS-RESPOSTA
                           MOVE EMP-HIST-USUARIO  TO WRK-USUARIO
                           PERFORM CONTAR-EMPRESTIMO-ANO
                       END-IF
               END-PERFORM
               CLOSE EMPRESTIMOS-HIST
           END-IF.

      *    Consulta local (tipo "C") é uso no salão e sai em linha
      *    própria; os demais tipos são empréstimo domiciliar.
       CONTAR-EMPRESTIMO-ANO.
           MOVE 0 TO WS-FILIAL-MOVTO.
           IF WS-ST-EXE = "00"
               READ EXEMPLARES KEY IS EXEMPLAR-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EXEMPLAR-FILIAL TO WS-FILIAL-MOVTO
               END-READ
           END-IF.
           IF WS-RESPOSTA = "C"
               ADD 1 TO WS-TOT-CONSULTAS
               IF WS-FILIAL-MOVTO >= 1 AND WS-FILIAL-MOVTO <= 200
                   ADD 1 TO WS-CNS-CONSULTAS(WS-FILIAL-MOVTO)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-EMP-DOM
               IF WS-FILIAL-MOVTO >= 1 AND WS-FILIAL-MOVTO <= 200
                   ADD 1 TO WS-CNS-EMP-DOM(WS-FILIAL-MOVTO)
               END-IF
           END-IF.
           RELEASE WRK-REG.

       CONTAR-LEITORES-ANO.
           MOVE 0   TO WS-USUARIO-ANTERIOR.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WRK-SORT
                   AT END MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF WRK-USUARIO NOT = WS-USUARIO-ANTERIOR
                           MOVE WRK-USUARIO TO WS-USUARIO-ANTERIOR
                           PERFORM CONTAR-LEITOR-ANO
                       END-IF
           END-PERFORM.

       CONTAR-LEITOR-ANO.
           MOVE 4 TO WS-IDX-CAT.
           MOVE 2 TO WS-IDX-FAIXA.
           IF WS-FILE-STATUS = "00"
               MOVE WRK-USUARIO TO USUARIO-COD
               READ USUARIOS KEY IS USUARIO-COD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CLASSIFICAR-USUARIO
               END-READ
           END-IF.
           ADD 1 TO WS-CNS-USU-LEITORES(WS-IDX-CAT, WS-IDX-FAIXA).

      *    Sentido "S" = material nosso cedido a outra biblioteca;
      *    "E" = material recebido de outra biblioteca.
       APURAR-INTERBIB.
           MOVE "00" TO WS-ST-ITB.
           OPEN INPUT EMP-INTERBIB.
           IF WS-ST-ITB NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-ITB = "10"
               READ EMP-INTERBIB NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ITB
               NOT AT END
                   IF INTERBIB-DATA-SAIDA >= WS-DATA-INI
                           AND INTERBIB-DATA-SAIDA <= WS-DATA-FIM
                       IF INTERBIB-SENTIDO = "S"
                           ADD 1 TO WS-ITB-CEDIDOS
                       ELSE IF INTERBIB-SENTIDO = "E"
                           ADD 1 TO WS-ITB-RECEBIDOS
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE EMP-INTERBIB.

      *    Eventos realizados no ano (cancelados ficam de fora);
      *    público = inscritos presentes na chamada mais o
      *    público sem inscrição contado na porta.
       APURAR-EVENTOS.
           MOVE "00" TO WS-ST-EVT.
           OPEN INPUT EVENTOS.
           IF WS-ST-EVT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-ST-INS.
           OPEN INPUT INSCRICOES-EVT.
           PERFORM UNTIL WS-ST-EVT = "10"
               READ EVENTOS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-EVT
               NOT AT END
                   IF EVT-STATUS = "A"
                           AND EVT-DATA >= WS-DATA-INI
                           AND EVT-DATA <= WS-DATA-FIM
                       PERFORM CONTAR-EVENTO-ANO
                   END-IF
           END-PERFORM.
           CLOSE EVENTOS.
           IF WS-ST-INS NOT = "35"
               CLOSE INSCRICOES-EVT
           END-IF.

       CONTAR-EVENTO-ANO.
           MOVE 1 TO WS-IDX-TIPO.
           PERFORM UNTIL WS-IDX-TIPO = 4
                   OR WS-TEV-COD(WS-IDX-TIPO) = EVT-TIPO
               ADD 1 TO WS-IDX-TIPO
           END-PERFORM.
           ADD 1 TO WS-CNS-EVT-QTDE(WS-IDX-TIPO).
           ADD EVT-PUBLICO-LIVRE TO WS-CNS-EVT-LIVRE(WS-IDX-TIPO).
           IF EVT-INSCRICAO NOT = "S" OR WS-ST-INS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE EVT-FILIAL TO INS-FILIAL.
           MOVE EVT-COD    TO INS-EVENTO.
           MOVE 0          TO INS-USUARIO.
           MOVE "00"       TO WS-ST-INS.
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
                       IF INS-STATUS = "P"
                           ADD 1 TO
                               WS-CNS-EVT-PRESENTES(WS-IDX-TIPO)
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE "00" TO WS-ST-INS.

       APURAR-VISITAS.
           MOVE "00" TO WS-ST-VIS.
           OPEN INPUT VISITAS.
           IF WS-ST-VIS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ST-VIS = "10"
               READ VISITAS NEXT RECORD
                   AT END MOVE "10" TO WS-ST-VIS
               NOT AT END
                   IF VIS-DATA >= WS-DATA-INI
                           AND VIS-DATA <= WS-DATA-FIM
                       ADD VIS-QTDE TO WS-TOT-VISITAS
                       MOVE VIS-DATA(5:2) TO WS-IDX-MES
                       ADD VIS-QTDE TO WS-CNS-VIS-MES(WS-IDX-MES)
                       IF VIS-FILIAL >= 1 AND VIS-FILIAL <= 200
                           ADD VIS-QTDE TO WS-CNS-VISITAS(VIS-FILIAL)
                           ADD 1 TO WS-CNS-DIAS-CONT(VIS-FILIAL)
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE VISITAS.

       ESCREVER-LINHA.
           WRITE REG-CENSO-RPT FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.

      *    Linha de item do formulário: rótulo numerado à
      *    esquerda e a quantidade alinhada à direita.
       ESCREVER-ITEM.
           MOVE SPACES         TO WS-LINHA-IMP.
           MOVE WS-ITEM-ROTULO TO WS-LINHA-IMP(3:56).
           MOVE WS-ITEM-VALOR  TO WS-ED-VALOR.
           MOVE WS-ED-VALOR    TO WS-LINHA-IMP(62:9).
           PERFORM ESCREVER-LINHA.

       ESCREVER-SEPARADOR.
           MOVE ALL "=" TO WS-LINHA-IMP(1:72).
           PERFORM ESCREVER-LINHA.

       ESCREVER-TITULO-BLOCO.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-SEPARADOR.
           MOVE WS-ITEM-ROTULO TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-SEPARADOR.

      *    Nome da filial para as linhas por filial; filial sem
      *    cadastro sai só com o código.
       BUSCAR-NOME-FILIAL.
           MOVE SPACES TO WS-FILIAL-NOME.
           IF WS-ST-FIL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDX-FIL TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAL-COD
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FILIAL-NOME TO WS-FILIAL-NOME
           END-READ.

       EMITIR-BLOCO-IDENTIFICACAO.
           PERFORM ESCREVER-SEPARADOR.
           MOVE "  CENSO DAS BIBLIOTECAS PÚBLICAS - SNBP/IBGE"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-FMT-NUM.
           PERFORM FORMATAR-DATA.
           STRING "  ANO DE REFERÊNCIA: " WS-ANO-CENSO
                  "      EMITIDO EM " WS-DATA-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-SEPARADOR.

           MOVE "BLOCO 1 - IDENTIFICAÇÃO E FUNCIONAMENTO"
               TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE 0 TO WS-QTDE-FILIAIS-ATIVAS.
           IF WS-ST-FIL = "00"
               MOVE "  FIL NOME                           SITUAÇÃO"
                   TO WS-LINHA-IMP
               PERFORM ESCREVER-LINHA
               MOVE 0 TO FILIAL-COD
               START FILIAIS KEY IS NOT LESS THAN FILIAL-COD
                   INVALID KEY MOVE "10" TO WS-ST-FIL
               END-START
               PERFORM UNTIL WS-ST-FIL = "10"
                   READ FILIAIS NEXT RECORD
                       AT END MOVE "10" TO WS-ST-FIL
                   NOT AT END
                       IF FILIAL-STATUS = "A"
                           ADD 1 TO WS-QTDE-FILIAIS-ATIVAS
                       END-IF
                       STRING "  " FILIAL-COD " " FILIAL-NOME " "
                              FILIAL-STATUS
                               DELIMITED BY SIZE INTO WS-LINHA-IMP
                       PERFORM ESCREVER-LINHA
               END-PERFORM
               MOVE "00" TO WS-ST-FIL
           ELSE
               MOVE 1 TO WS-QTDE-FILIAIS-ATIVAS
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "1.1 PONTOS DE SERVIÇO (FILIAIS ATIVAS)"
               TO WS-ITEM-ROTULO.
           MOVE WS-QTDE-FILIAIS-ATIVAS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "1.2 DIAS DE FUNCIONAMENTO NO ANO" TO WS-ITEM-ROTULO.
           MOVE WS-DIAS-FUNCIONAMENTO TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.

       EMITIR-BLOCO-ACERVO.
           MOVE "BLOCO 2 - ACERVO" TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE "2.1 ACERVO POR TIPO DE MATERIAL (POSIÇÃO NA "
               & "EMISSÃO)" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "    TIPO          TÍTULOS  EXEMPLARES" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-ITEM-VALOR.
           MOVE 0 TO WS-TOTAL-LINHA.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5
               MOVE WS-TIPO-ROTULO(WS-IDX-TIPO) TO WS-LINHA-IMP(5:8)
               MOVE WS-CNS-TIT-TIPO(WS-IDX-TIPO) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(18:7)
               MOVE WS-CNS-EXE-TIPO(WS-IDX-TIPO) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(30:7)
               ADD WS-CNS-TIT-TIPO(WS-IDX-TIPO) TO WS-ITEM-VALOR
               ADD WS-CNS-EXE-TIPO(WS-IDX-TIPO) TO WS-TOTAL-LINHA
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE "TOTAL" TO WS-LINHA-IMP(5:8).
           MOVE WS-ITEM-VALOR  TO WS-ED-COL.
           MOVE WS-ED-COL      TO WS-LINHA-IMP(18:7).
           MOVE WS-TOTAL-LINHA TO WS-ED-COL.
           MOVE WS-ED-COL      TO WS-LINHA-IMP(30:7).
           PERFORM ESCREVER-LINHA.

           PERFORM ESCREVER-LINHA.
           MOVE "2.2 EXEMPLARES POR FILIAL E TIPO DE MATERIAL"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "FIL NOME                 LIVROS     DVD   JOGOS "
               & "TABLETS  OUTROS   TOTAL" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > 200
               MOVE 0 TO WS-TOTAL-LINHA
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 5
                   ADD WS-CNS-ACERVO(WS-IDX-FIL, WS-IDX-TIPO)
                       TO WS-TOTAL-LINHA
               END-PERFORM
               IF WS-TOTAL-LINHA > 0
                   PERFORM ESCREVER-LINHA-ACERVO-FILIAL
               END-IF
           END-PERFORM.

           PERFORM ESCREVER-LINHA.
           MOVE "2.3 INCORPORAÇÕES NO ANO (EXEMPLARES)" TO
               WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "2.3.1 COMPRA (PEDIDOS RECEBIDOS)" TO WS-ITEM-ROTULO.
           MOVE WS-INC-COMPRA TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.3.2 DOAÇÃO E OUTRAS ENTRADAS (CADASTRO DIRETO)"
               TO WS-ITEM-ROTULO.
           MOVE WS-INC-CADASTRO TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.3.3 VOLUMES DE PERIÓDICOS ENCADERNADOS"
               TO WS-ITEM-ROTULO.
           MOVE WS-INC-ENCADERNADOS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.3.4 FASCÍCULOS DE PERIÓDICOS RECEBIDOS"
               TO WS-ITEM-ROTULO.
           MOVE WS-INC-FASCICULOS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.3.5 TOTAL DE INCORPORAÇÕES" TO WS-ITEM-ROTULO.
           COMPUTE WS-ITEM-VALOR = WS-INC-COMPRA + WS-INC-CADASTRO
               + WS-INC-ENCADERNADOS + WS-INC-FASCICULOS.
           PERFORM ESCREVER-ITEM.

           PERFORM ESCREVER-LINHA.
           MOVE "2.4 BAIXAS NO ANO (EXEMPLARES)" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "2.4.1 DESCARTE APROVADO (TERMO DE BAIXA)"
               TO WS-ITEM-ROTULO.
           MOVE WS-BX-DESCARTE TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.4.2 EXTRAVIO APURADO EM INVENTÁRIO"
               TO WS-ITEM-ROTULO.
           MOVE WS-BX-FALTANTES TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.4.3 PERDA OU DANO POR LEITOR" TO WS-ITEM-ROTULO.
           MOVE WS-BX-PERDAS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "2.4.4 TOTAL DE BAIXAS" TO WS-ITEM-ROTULO.
           COMPUTE WS-ITEM-VALOR = WS-BX-DESCARTE + WS-BX-FALTANTES
               + WS-BX-PERDAS.
           PERFORM ESCREVER-ITEM.

       ESCREVER-LINHA-ACERVO-FILIAL.
           PERFORM BUSCAR-NOME-FILIAL.
           MOVE WS-IDX-FIL          TO WS-LINHA-IMP(1:3).
           MOVE WS-FILIAL-NOME(1:20) TO WS-LINHA-IMP(5:20).
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5
               MOVE WS-CNS-ACERVO(WS-IDX-FIL, WS-IDX-TIPO)
                   TO WS-ED-COL
               MOVE WS-ED-COL TO
                   WS-LINHA-IMP(WS-IDX-TIPO * 8 + 18:7)
           END-PERFORM.
           MOVE WS-TOTAL-LINHA TO WS-ED-COL.
           MOVE WS-ED-COL      TO WS-LINHA-IMP(66:7).
           PERFORM ESCREVER-LINHA.

       EMITIR-BLOCO-USUARIOS.
           MOVE "BLOCO 3 - USUÁRIOS" TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE "3.1 LEITORES POR CATEGORIA E FAIXA ETÁRIA "
               & "(MEN = MENOR DE 18, ADU = ADULTO)" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "                    ATIVOS NO ANO    NOVOS NO ANO "
               & "  COM EMPRÉSTIMO" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "CATEGORIA              MEN     ADU     MEN     ADU"
               & "     MEN     ADU" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 4
               MOVE WS-CAT-ROTULO(WS-IDX-CAT) TO WS-LINHA-IMP(1:18)
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 2
                   MOVE WS-CNS-USU-ATIVOS(WS-IDX-CAT, WS-IDX-FAIXA)
                       TO WS-ED-COL
                   MOVE WS-ED-COL TO
                       WS-LINHA-IMP(WS-IDX-FAIXA * 8 + 12:7)
                   MOVE WS-CNS-USU-NOVOS(WS-IDX-CAT, WS-IDX-FAIXA)
                       TO WS-ED-COL
                   MOVE WS-ED-COL TO
                       WS-LINHA-IMP(WS-IDX-FAIXA * 8 + 28:7)
                   MOVE WS-CNS-USU-LEITORES(WS-IDX-CAT, WS-IDX-FAIXA)
                       TO WS-ED-COL
                   MOVE WS-ED-COL TO
                       WS-LINHA-IMP(WS-IDX-FAIXA * 8 + 44:7)
               END-PERFORM
               PERFORM ESCREVER-LINHA
           END-PERFORM.

           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-ITEM-VALOR.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 4
               ADD WS-CNS-USU-ATIVOS(WS-IDX-CAT, 1)
                   WS-CNS-USU-ATIVOS(WS-IDX-CAT, 2) TO WS-ITEM-VALOR
           END-PERFORM.
           MOVE "3.2 TOTAL DE LEITORES ATIVOS" TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-ITEM.
           MOVE 0 TO WS-ITEM-VALOR.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 4
               ADD WS-CNS-USU-NOVOS(WS-IDX-CAT, 1)
                   WS-CNS-USU-NOVOS(WS-IDX-CAT, 2) TO WS-ITEM-VALOR
           END-PERFORM.
           MOVE "3.3 TOTAL DE NOVOS CADASTROS NO ANO"
               TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-ITEM.
           MOVE 0 TO WS-ITEM-VALOR.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 4
               ADD WS-CNS-USU-LEITORES(WS-IDX-CAT, 1)
                   WS-CNS-USU-LEITORES(WS-IDX-CAT, 2)
                   TO WS-ITEM-VALOR
           END-PERFORM.
           MOVE "3.4 LEITORES QUE TOMARAM EMPRÉSTIMO NO ANO"
               TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-ITEM.

       EMITIR-BLOCO-SERVICOS.
           MOVE "BLOCO 4 - SERVIÇOS" TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE "4.1 EMPRÉSTIMOS DOMICILIARES" TO WS-ITEM-ROTULO.
           MOVE WS-TOT-EMP-DOM TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.2 CONSULTAS LOCAIS REGISTRADAS" TO WS-ITEM-ROTULO.
           MOVE WS-TOT-CONSULTAS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.3 RENOVAÇÕES NO BALCÃO" TO WS-ITEM-ROTULO.
           MOVE WS-REN-BALCAO TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.4 RENOVAÇÕES NO AUTOATENDIMENTO"
               TO WS-ITEM-ROTULO.
           MOVE WS-REN-TOTEM TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.5 EMPRÉSTIMO ENTRE BIBLIOTECAS - CEDIDOS"
               TO WS-ITEM-ROTULO.
           MOVE WS-ITB-CEDIDOS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.6 EMPRÉSTIMO ENTRE BIBLIOTECAS - RECEBIDOS"
               TO WS-ITEM-ROTULO.
           MOVE WS-ITB-RECEBIDOS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "4.7 EMPRÉSTIMOS A LEITORES DE MATERIAL RECEBIDO"
               TO WS-ITEM-ROTULO.
           MOVE WS-ITB-EMP-LEITORES TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.

           PERFORM ESCREVER-LINHA.
           MOVE "4.8 EMPRÉSTIMOS POR FILIAL" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "FIL NOME                 DOMICILIARES  CONSULTAS"
               TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > 200
               IF WS-CNS-EMP-DOM(WS-IDX-FIL) > 0
                       OR WS-CNS-CONSULTAS(WS-IDX-FIL) > 0
                   PERFORM BUSCAR-NOME-FILIAL
                   MOVE WS-IDX-FIL           TO WS-LINHA-IMP(1:3)
                   MOVE WS-FILIAL-NOME(1:20) TO WS-LINHA-IMP(5:20)
                   MOVE WS-CNS-EMP-DOM(WS-IDX-FIL) TO WS-ED-COL
                   MOVE WS-ED-COL TO WS-LINHA-IMP(31:7)
                   MOVE WS-CNS-CONSULTAS(WS-IDX-FIL) TO WS-ED-COL
                   MOVE WS-ED-COL TO WS-LINHA-IMP(43:7)
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.

       EMITIR-BLOCO-ACAO-CULTURAL.
           MOVE "BLOCO 5 - AÇÃO CULTURAL" TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE "TIPO DE ATIVIDADE          EVENTOS  INSCR.PRES. "
               & " SEM INSCR.  PÚBLICO" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4
               MOVE WS-TEV-ROTULO(WS-IDX-TIPO) TO WS-LINHA-IMP(1:25)
               MOVE WS-CNS-EVT-QTDE(WS-IDX-TIPO) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(28:7)
               MOVE WS-CNS-EVT-PRESENTES(WS-IDX-TIPO) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(40:7)
               MOVE WS-CNS-EVT-LIVRE(WS-IDX-TIPO) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(52:7)
               COMPUTE WS-TOTAL-LINHA =
                   WS-CNS-EVT-PRESENTES(WS-IDX-TIPO)
                   + WS-CNS-EVT-LIVRE(WS-IDX-TIPO)
               MOVE WS-TOTAL-LINHA TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(61:7)
               ADD WS-CNS-EVT-QTDE(WS-IDX-TIPO) TO WS-TOT-EVENTOS
               ADD WS-TOTAL-LINHA TO WS-TOT-PUBLICO
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           MOVE "5.1 TOTAL DE ATIVIDADES CULTURAIS REALIZADAS"
               TO WS-ITEM-ROTULO.
           MOVE WS-TOT-EVENTOS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE "5.2 PÚBLICO TOTAL DAS ATIVIDADES" TO WS-ITEM-ROTULO.
           MOVE WS-TOT-PUBLICO TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.

       EMITIR-BLOCO-FREQUENCIA.
           MOVE "BLOCO 6 - FREQUÊNCIA (CONTAGEM DE VISITANTES)"
               TO WS-ITEM-ROTULO.
           PERFORM ESCREVER-TITULO-BLOCO.
           MOVE "6.1 TOTAL DE VISITANTES NO ANO" TO WS-ITEM-ROTULO.
           MOVE WS-TOT-VISITAS TO WS-ITEM-VALOR.
           PERFORM ESCREVER-ITEM.
           MOVE 0 TO WS-MEDIA.
           IF WS-DIAS-FUNCIONAMENTO > 0
               COMPUTE WS-MEDIA ROUNDED =
                   WS-TOT-VISITAS / WS-DIAS-FUNCIONAMENTO
           END-IF.
           MOVE WS-MEDIA TO WS-ED-MEDIA.
           MOVE "6.2 MÉDIA DE VISITANTES POR DIA DE FUNCIONAMENTO"
               TO WS-LINHA-IMP(3:56).
           MOVE WS-ED-MEDIA TO WS-LINHA-IMP(63:7).
           PERFORM ESCREVER-LINHA.

           PERFORM ESCREVER-LINHA.
           MOVE "6.3 VISITANTES POR MÊS" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE WS-NOME-MES(WS-IDX-MES) TO WS-LINHA-IMP(5:9)
               MOVE WS-CNS-VIS-MES(WS-IDX-MES) TO WS-ED-COL
               MOVE WS-ED-COL TO WS-LINHA-IMP(18:7)
               PERFORM ESCREVER-LINHA
           END-PERFORM.

           PERFORM ESCREVER-LINHA.
           MOVE "6.4 VISITANTES POR FILIAL" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           MOVE "FIL NOME                  VISITANTES  DIAS C/ "
               & "CONTAGEM  MÉDIA/DIA" TO WS-LINHA-IMP.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > 200
               IF WS-CNS-DIAS-CONT(WS-IDX-FIL) > 0
                   PERFORM BUSCAR-NOME-FILIAL
                   MOVE WS-IDX-FIL           TO WS-LINHA-IMP(1:3)
                   MOVE WS-FILIAL-NOME(1:20) TO WS-LINHA-IMP(5:20)
                   MOVE WS-CNS-VISITAS(WS-IDX-FIL) TO WS-ED-COL
                   MOVE WS-ED-COL TO WS-LINHA-IMP(30:7)
                   MOVE WS-CNS-DIAS-CONT(WS-IDX-FIL) TO WS-ED-COL
                   MOVE WS-ED-COL TO WS-LINHA-IMP(45:7)
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-CNS-VISITAS(WS-IDX-FIL)
                       / WS-CNS-DIAS-CONT(WS-IDX-FIL)
                   MOVE WS-MEDIA TO WS-ED-MEDIA
                   MOVE WS-ED-MEDIA TO WS-LINHA-IMP(58:7)
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-SEPARADOR.

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
           MOVE "SIS-CENSO"           TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.
