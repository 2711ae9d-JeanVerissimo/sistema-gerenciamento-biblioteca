       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIS-MIGRA-CPF.
       AUTHOR.        JEAN CARLOS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Conversão única para o CPF do leitor, no molde
      *               de SIS-MIGRA-LEIAUTES: USUARIOS.DAT ganha o
      *               campo USUARIO-CPF (em branco para todos os
      *               cadastros existentes, a completar pelo
      *               cadastro de usuários) e o índice alternativo
      *               por CPF, o que exige recriar o arquivo; o
      *               jornal de imagens — o corrente e cada geração
      *               de GERACOES-JORNAL.DAT — passa de 200 para 250
      *               posições por imagem, para caber o cadastro
      *               de leitor ampliado. Os demais arquivos não
      *               mudaram de leiaute.
      *               Cada arquivo é gravado como <NOME>-NOVO.DAT;
      *               após conferir os totais, o operador substitui
      *               os arquivos antigos pelos novos e gera um
      *               backup completo (SIS-BACKUP) antes de liberar
      *               as estações — os extratos .BKP antigos ficam
      *               superados por esse backup novo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS-ANT ASSIGN TO 'USUARIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ANT-COD
               FILE STATUS IS WS-ST-ANT.

           SELECT USUARIOS-NOVO ASSIGN TO 'USUARIOS-NOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-NOV-COD
               ALTERNATE RECORD KEY IS USU-NOV-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-NOV.

           SELECT JORNAL-ANT ASSIGN TO WS-JRN-ANT-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-ANT.

           SELECT JORNAL-NOVO ASSIGN TO WS-JRN-NOV-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-NOV.

           SELECT GERACOES ASSIGN TO 'GERACOES-JORNAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-LST.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIOS-ANT.
       01 REG-USUARIO-ANT.
           02 USU-ANT-COD              PIC 9(7).
           02 USU-ANT-NOME             PIC X(40).
           02 USU-ANT-TELEFONE         PIC X(11).
           02 USU-ANT-EMAIL            PIC X(20).
           02 USU-ANT-STATUS           PIC X(1).
           02 USU-ANT-CATEGORIA        PIC X(1).
           02 USU-ANT-CARTEIRA         PIC X(12).
           02 USU-ANT-VALIDADE         PIC 9(8).
           02 USU-ANT-SUSPENSO-ATE     PIC 9(8).
           02 USU-ANT-PIN              PIC X(4).
           02 USU-ANT-RESP-COD         PIC 9(7).
           02 USU-ANT-RESP-NOME        PIC X(40).
           02 USU-ANT-RESP-TELEFONE    PIC X(11).
           02 USU-ANT-RESP-EMAIL       PIC X(20).

       FD USUARIOS-NOVO.
       01 REG-USUARIO-NOVO.
           02 USU-NOV-COD              PIC 9(7).
           02 USU-NOV-NOME             PIC X(40).
           02 USU-NOV-TELEFONE         PIC X(11).
           02 USU-NOV-EMAIL            PIC X(20).
           02 USU-NOV-STATUS           PIC X(1).
           02 USU-NOV-CATEGORIA        PIC X(1).
           02 USU-NOV-CARTEIRA         PIC X(12).
           02 USU-NOV-VALIDADE         PIC 9(8).
           02 USU-NOV-SUSPENSO-ATE     PIC 9(8).
           02 USU-NOV-PIN              PIC X(4).
           02 USU-NOV-RESP-COD         PIC 9(7).
           02 USU-NOV-RESP-NOME        PIC X(40).
           02 USU-NOV-RESP-TELEFONE    PIC X(11).
           02 USU-NOV-RESP-EMAIL       PIC X(20).
           02 USU-NOV-CPF              PIC X(11).

       FD JORNAL-ANT.
       01 REG-JORNAL-ANT.
           02 JRA-DATA-HORA            PIC X(21).
           02 JRA-ARQUIVO              PIC X(12).
           02 JRA-OPERACAO             PIC X(1).
           02 JRA-IMAGEM-ANTES         PIC X(200).
           02 JRA-IMAGEM-DEPOIS        PIC X(200).

       FD JORNAL-NOVO.
       01 REG-JORNAL-NOVO.
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD GERACOES.
       01 REG-GERACAO.
           02 GER-NOME                 PIC X(30).
           02 GER-DATA-HORA            PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-ST-ANT                    PIC X(2)      VALUE SPACES.
       77 WS-ST-NOV                    PIC X(2)      VALUE SPACES.
       77 WS-ST-LST                    PIC X(2)      VALUE SPACES.
       77 WS-JRN-ANT-NOME              PIC X(40)     VALUE SPACES.
       77 WS-JRN-NOV-NOME              PIC X(40)     VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-QTDE-LIDOS                PIC 9(7)      VALUE 0.
       77 WS-QTDE-GRAVADOS             PIC 9(7)      VALUE 0.
       77 WS-QTDE-GERACOES             PIC 9(3)      VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "==================================================="
           DISPLAY "   CONVERSÃO PARA O CPF NO CADASTRO DE LEITORES   "
           DISPLAY "==================================================="
           DISPLAY "SERÃO GERADOS USUARIOS-NOVO.DAT (COM O CAMPO E O"
           DISPLAY "ÍNDICE DE CPF), JORNAL-NOVO.DAT E <GERAÇÃO>-NOVO"
           DISPLAY "PARA CADA GERAÇÃO DE GERACOES-JORNAL.DAT."
           DISPLAY "RODE COM TODAS AS ESTAÇÕES PARADAS. APÓS"
           DISPLAY "CONFERIR OS TOTAIS, SUBSTITUA OS ARQUIVOS"
           DISPLAY "ANTIGOS PELOS NOVOS E GERE UM BACKUP COMPLETO"
           DISPLAY "(SIS-BACKUP) ANTES DE LIBERAR AS ESTAÇÕES."
           DISPLAY "CONFIRMA A CONVERSÃO? (S/N): "
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               DISPLAY "CONVERSÃO CANCELADA."
               STOP RUN
           END-IF.

           PERFORM CONVERTER-USUARIOS.
           PERFORM CONVERTER-JORNAIS.

           DISPLAY "CONVERSÃO CONCLUÍDA. CONFIRA OS TOTAIS ACIMA "
                   "ANTES DE SUBSTITUIR OS ARQUIVOS.".
           DISPLAY "OS LEITORES SEM CPF APARECEM NA OPÇÃO 'COMPLETAR "
                   "CPF' DO CADASTRO DE USUÁRIOS.".
           STOP RUN.

       CONVERTER-USUARIOS.
           MOVE 0    TO WS-QTDE-LIDOS.
           MOVE 0    TO WS-QTDE-GRAVADOS.
           MOVE "00" TO WS-ST-ANT.

           OPEN INPUT USUARIOS-ANT.
           IF WS-ST-ANT NOT = "00"
               DISPLAY "USUARIOS.DAT AUSENTE; ETAPA PULADA."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT USUARIOS-NOVO.

           PERFORM UNTIL WS-ST-ANT = "10"
               READ USUARIOS-ANT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ANT
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE USU-ANT-COD        TO USU-NOV-COD
                   MOVE USU-ANT-NOME       TO USU-NOV-NOME
                   MOVE USU-ANT-TELEFONE   TO USU-NOV-TELEFONE
                   MOVE USU-ANT-EMAIL      TO USU-NOV-EMAIL
                   MOVE USU-ANT-STATUS     TO USU-NOV-STATUS
                   MOVE USU-ANT-CATEGORIA  TO USU-NOV-CATEGORIA
                   MOVE USU-ANT-CARTEIRA   TO USU-NOV-CARTEIRA
                   MOVE USU-ANT-VALIDADE   TO USU-NOV-VALIDADE
                   MOVE USU-ANT-SUSPENSO-ATE
                       TO USU-NOV-SUSPENSO-ATE
                   MOVE USU-ANT-PIN        TO USU-NOV-PIN
                   MOVE USU-ANT-RESP-COD   TO USU-NOV-RESP-COD
                   MOVE USU-ANT-RESP-NOME  TO USU-NOV-RESP-NOME
                   MOVE USU-ANT-RESP-TELEFONE
                       TO USU-NOV-RESP-TELEFONE
                   MOVE USU-ANT-RESP-EMAIL TO USU-NOV-RESP-EMAIL
      *    CPF em branco = ainda não informado; o balcão completa
      *    pela lista de leitores sem CPF.
                   MOVE SPACES             TO USU-NOV-CPF
                   WRITE REG-USUARIO-NOVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-QTDE-GRAVADOS
                   END-WRITE
           END-PERFORM.

           CLOSE USUARIOS-ANT.
           CLOSE USUARIOS-NOVO.
           DISPLAY "USUARIOS: " WS-QTDE-LIDOS " LIDO(S), "
                   WS-QTDE-GRAVADOS " GRAVADO(S) EM "
                   "USUARIOS-NOVO.DAT.".

       CONVERTER-JORNAIS.
           MOVE "JORNAL.DAT"      TO WS-JRN-ANT-NOME.
           MOVE "JORNAL-NOVO.DAT" TO WS-JRN-NOV-NOME.
           PERFORM CONVERTER-UM-JORNAL.

           MOVE 0    TO WS-QTDE-GERACOES.
           MOVE "00" TO WS-ST-LST.
           OPEN INPUT GERACOES.
           IF WS-ST-LST NOT = "00"
               DISPLAY "SEM GERAÇÕES DE JORNAL A CONVERTER."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-ST-LST = "10"
               READ GERACOES NEXT RECORD
                   AT END MOVE "10" TO WS-ST-LST
               NOT AT END
                   ADD 1 TO WS-QTDE-GERACOES
                   MOVE GER-NOME TO WS-JRN-ANT-NOME
                   MOVE SPACES   TO WS-JRN-NOV-NOME
                   STRING FUNCTION TRIM(GER-NOME) "-NOVO"
                           DELIMITED BY SIZE INTO WS-JRN-NOV-NOME
                   PERFORM CONVERTER-UM-JORNAL
           END-PERFORM.

           CLOSE GERACOES.
           DISPLAY "GERAÇÕES DE JORNAL CONVERTIDAS: "
                   WS-QTDE-GERACOES ".".

      *    As imagens antigas de USUARIOS (190 posições) ficam sem
      *    CPF, como o cadastro convertido; SIS-RECUPERA as aplica
      *    normalmente.
       CONVERTER-UM-JORNAL.
           MOVE 0    TO WS-QTDE-LIDOS.
           MOVE "00" TO WS-ST-ANT.

           OPEN INPUT JORNAL-ANT.
           IF WS-ST-ANT NOT = "00"
               DISPLAY FUNCTION TRIM(WS-JRN-ANT-NOME)
                       " AUSENTE; PULADO."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JORNAL-NOVO.

           PERFORM UNTIL WS-ST-ANT = "10"
               READ JORNAL-ANT NEXT RECORD
                   AT END MOVE "10" TO WS-ST-ANT
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   MOVE JRA-DATA-HORA     TO JRN-DATA-HORA
                   MOVE JRA-ARQUIVO       TO JRN-ARQUIVO
                   MOVE JRA-OPERACAO      TO JRN-OPERACAO
                   MOVE SPACES            TO JRN-IMAGEM-ANTES
                   MOVE JRA-IMAGEM-ANTES
                       TO JRN-IMAGEM-ANTES(1:200)
                   MOVE SPACES            TO JRN-IMAGEM-DEPOIS
                   MOVE JRA-IMAGEM-DEPOIS
                       TO JRN-IMAGEM-DEPOIS(1:200)
                   WRITE REG-JORNAL-NOVO
           END-PERFORM.

           CLOSE JORNAL-ANT.
           CLOSE JORNAL-NOVO.
           DISPLAY FUNCTION TRIM(WS-JRN-ANT-NOME) ": "
                   WS-QTDE-LIDOS " MOVIMENTO(S) EM "
                   FUNCTION TRIM(WS-JRN-NOV-NOME) ".".
