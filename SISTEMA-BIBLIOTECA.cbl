       DATE-COMPILED.   15/02/2025.
       SECURITY.        APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.         Programa principal do sistema de gerenciamento
      *                 Com a cadeia noturna em andamento (chave
      *                 JANELA-NOTURNA de PARAMETROS.DAT) mostra o
      *                 aviso no menu e só abre os módulos de
      *                 consulta e os que tratam a janela por conta
      *                 própria; o supervisor pode liberar o sistema
      *                 em emergência, com registro na auditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ST-PAR.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-AUD.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01 WS-COMANDO             PIC X(100).
       77 WS-OPCAO               PIC X(1) VALUE SPACES.
       77 WS-TEM-DIGITO          PIC X(1) VALUE "N".
       77 WS-TAM-SENHA           PIC 9(2) VALUE 0.
       77 WS-IDX-SENHA           PIC 9(2) VALUE 0.
       77 WS-ST-AUD              PIC X(2) VALUE SPACES.
       77 WS-DATA-SISTEMA        PIC X(21).
       77 WS-AUD-OPERACAO        PIC X(10).
       77 WS-AUD-CHAVE           PIC X(10).
       77 WS-AUD-STATUS-ANT      PIC X(1) VALUE SPACES.
       77 WS-JANELA-NOTURNA      PIC X(1) VALUE "N".
       77 WS-JANELA-SITUACAO     PIC 9(1) VALUE 0.
       77 WS-JANELA-DESCRICAO    PIC X(40) VALUE SPACES.
       77 WS-CONFIRMA-LIB        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.


       MENU-PRINCIPAL.
           PERFORM UNTIL WS-OPCAO = "N"
               PERFORM VERIFICAR-JANELA-NOTURNA
               DISPLAY "====================================="
               DISPLAY "  SISTEMA DE GERENCIAMENTO DA BIBLIOTECA"
               DISPLAY "  OPERADOR: " FUNCTION TRIM(WS-OPERADOR-ATUAL)
               DISPLAY "M - Fechamento Mensal (Tesouraria)"
               DISPLAY "C - Calendário de Dias Fechados"
               DISPLAY "P - Parâmetros de Política"
               DISPLAY "L - Proteção de Dados (LGPD)"
               DISPLAY "S - Salas e Equipamentos"
               DISPLAY "T - Reserva Didática"
               DISPLAY "U - Intercâmbio MARC 21"
               DISPLAY "V - Eventos Culturais"
               DISPLAY "G - Censo Anual e Contagem de Visitantes"
               DISPLAY "H - Licenças Digitais"
               DISPLAY "J - Serviço de Extensão (Entrega Domiciliar)"
               DISPLAY "W - Aprovações Pendentes (Alçadas)"
               DISPLAY "X - Coleções Volantes (Depósitos)"
               DISPLAY "Y - Doações de Acervo"
               DISPLAY "Z - Pórtico Antifurto (Alarmes)"
               IF WS-JANELA-NOTURNA = "S"
                   DISPLAY "* - Liberação de Emergência "
                           "(Cadeia Noturna)"
               END-IF
               DISPLAY "0 - Encerrar"
               DISPLAY "Opções: 1..9/F/B/Q/K/E/D/A/R/O/I/M/C/P/L/S/"
                       "T/U/V/G/H/J/W/X/Y/Z/*/0"
               DISPLAY "Escolha uma opção: "
               ACCEPT WS-OPCAO
               PERFORM LER-JANELA-NOTURNA
               IF WS-JANELA-NOTURNA = "S"
                   PERFORM RESTRINGIR-OPCAO-JANELA
               END-IF

               EVALUATE WS-OPCAO
                   WHEN "1"
                       ELSE
                           PERFORM AVISAR-ACESSO-RESTRITO
                       END-IF
                   WHEN "L"
                   WHEN "l"
                       IF WS-PERFIL-ATUAL = "S"
                           STRING "SIS-LGPD "
                                                 DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                                  INTO WS-COMANDO
                           CALL "SYSTEM" USING WS-COMANDO
                       ELSE
                           PERFORM AVISAR-ACESSO-RESTRITO
                       END-IF
                   WHEN "S"
                   WHEN "s"
                       STRING "SIS-SALAS "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "T"
                   WHEN "t"
                       STRING "SIS-DIDATICA "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "U"
                   WHEN "u"
                       STRING "SIS-MARC "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "V"
                   WHEN "v"
                       STRING "SIS-EVENTOS "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "G"
                   WHEN "g"
                       STRING "SIS-CENSO "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "H"
                   WHEN "h"
                       STRING "SIS-LICENCAS "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "J"
                   WHEN "j"
                       STRING "SIS-DOMICILIAR "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "W"
                   WHEN "w"
                       IF WS-PERFIL-ATUAL = "S"
                           STRING "SIS-APROVACOES "
                                                 DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                                  INTO WS-COMANDO
                           CALL "SYSTEM" USING WS-COMANDO
                       ELSE
                           PERFORM AVISAR-ACESSO-RESTRITO
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       STRING "SIS-DEPOSITOS "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "Y"
                   WHEN "y"
                       STRING "SIS-DOACOES "
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                              INTO WS-COMANDO
                       CALL "SYSTEM" USING WS-COMANDO
                   WHEN "Z"
                   WHEN "z"
                       IF WS-PERFIL-ATUAL = "S"
                           STRING "SIS-PORTICO "
                                                 DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-OPERADOR-ATUAL)
                                                 DELIMITED BY SIZE
                                  INTO WS-COMANDO
                           CALL "SYSTEM" USING WS-COMANDO
                       ELSE
                           PERFORM AVISAR-ACESSO-RESTRITO
                       END-IF
                   WHEN "*"
                       IF WS-PERFIL-ATUAL = "S"
                           PERFORM LIBERAR-JANELA-NOTURNA
                       ELSE
                           PERFORM AVISAR-ACESSO-RESTRITO
                       END-IF
                   WHEN "-"
                       CONTINUE
                   WHEN "0"
                       DISPLAY "ENCERRANDO PROGRAMA..."
                       MOVE "N" TO WS-OPCAO
               END-EVALUATE
           END-PERFORM.

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

      *    Usuários, empréstimos e caixa tratam a janela dentro
      *    do próprio módulo; relatórios e auditoria só leem.
       RESTRINGIR-OPCAO-JANELA.
           EVALUATE WS-OPCAO
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "6"
               WHEN "8"
               WHEN "*"
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   PERFORM AVISAR-JANELA-NOTURNA
                   MOVE "-" TO WS-OPCAO
           END-EVALUATE.

      *    Liberação de emergência: reabre a gravação em todas as
      *    estações antes do fim da cadeia (cadeia travada ou
      *    falha sem reinício na mesma noite). A próxima execução
      *    da cadeia volta a fechar a janela.
       LIBERAR-JANELA-NOTURNA.
           PERFORM LER-JANELA-NOTURNA.
           IF WS-JANELA-NOTURNA NOT = "S"
               DISPLAY "NENHUMA JANELA NOTURNA ATIVA NO MOMENTO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXIBIR-JANELA-NOTURNA.
           DISPLAY "A LIBERAÇÃO REABRE A GRAVAÇÃO EM TODAS AS "
                   "ESTAÇÕES COM A CADEIA AINDA PENDENTE."
           DISPLAY "CONFIRMA A LIBERAÇÃO DE EMERGÊNCIA? (S/N): "
           ACCEPT WS-CONFIRMA-LIB
           IF WS-CONFIRMA-LIB NOT = "S" AND NOT = "s"
               DISPLAY "LIBERAÇÃO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-ST-PAR.
           OPEN I-O PARAMETROS.
           IF WS-ST-PAR NOT = "00"
               DISPLAY "ERRO AO ABRIR PARAMETROS.DAT! STATUS: "
                       WS-ST-PAR
               EXIT PARAGRAPH
           END-IF.

           MOVE "JANELA-NOTURNA" TO PARAM-CHAVE.
           READ PARAMETROS KEY IS PARAM-CHAVE
               INVALID KEY
                   DISPLAY "JANELA NOTURNA NÃO ENCONTRADA EM "
                           "PARAMETROS.DAT."
                   CLOSE PARAMETROS
                   EXIT PARAGRAPH.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
           MOVE 3      TO PARAM-VALOR.
           MOVE SPACES TO PARAM-DESCRICAO.
           STRING "LIBERADA POR "       DELIMITED BY SIZE
                  WS-OPERADOR-ATUAL     DELIMITED BY SPACE
                  " EM "                DELIMITED BY SIZE
                  WS-DATA-SISTEMA(1:8)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-DATA-SISTEMA(9:4)  DELIMITED BY SIZE
                  INTO PARAM-DESCRICAO.
           REWRITE REG-PARAMETRO.
           CLOSE PARAMETROS.

           MOVE "JANELALIB"        TO WS-AUD-OPERACAO.
           MOVE "JANELA-NOT"       TO WS-AUD-CHAVE.
           MOVE WS-JANELA-SITUACAO TO WS-AUD-STATUS-ANT.
           PERFORM REGISTRAR-AUDITORIA.

           MOVE "N" TO WS-JANELA-NOTURNA.
           DISPLAY "SISTEMA LIBERADO. AS ESTAÇÕES VOLTAM À "
                   "OPERAÇÃO NORMAL NA PRÓXIMA OPÇÃO DE MENU.".

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
           MOVE "SIS-BIBLIOTECA"      TO AUD-PROGRAMA
           MOVE WS-AUD-OPERACAO       TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE          TO AUD-CHAVE
           MOVE WS-AUD-STATUS-ANT     TO AUD-STATUS-ANTERIOR
           MOVE WS-OPERADOR-ATUAL     TO AUD-OPERADOR

           WRITE REG-AUDITORIA

           CLOSE AUDITORIA.

       AVISAR-ACESSO-RESTRITO.
           DISPLAY "ACESSO RESTRITO: OPÇÃO DISPONÍVEL APENAS PARA "
                   "OPERADORES COM PERFIL DE SUPERVISOR.".
