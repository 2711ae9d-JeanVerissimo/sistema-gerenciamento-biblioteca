      *               avulsa pela chave; e leiaute de carteirinha
      *               dos leitores a partir de USUARIOS.DAT (nome,
      *               categoria, número da carteira e validade),
      *               também com segunda via avulsa (mesmo número;
      *               perda ou furto usa a substituição de
      *               SIS-USUARIOS, que bloqueia o número antigo e
      *               acrescenta a nova via ao arquivo do dia). Os
      *               arquivos gerados alimentam o aplicativo de
      *               impressão do balcão.

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
           02 USUARIO-RESP-NOME        PIC X(40).
           02 USUARIO-RESP-TELEFONE    PIC X(11).
           02 USUARIO-RESP-EMAIL       PIC X(20).
           02 USUARIO-CPF              PIC X(11).

       FD ETIQ-LOMBADA.
       01 REG-ETIQ-LOMBADA             PIC X(80).
                   DELIMITED BY SIZE INTO WS-CART-NOME.
           OPEN OUTPUT CARTEIRAS.

      *    A via avulsa é acrescentada ao arquivo do dia, sem
      *    apagar as substitutas já gravadas por SIS-USUARIOS.
       ABRIR-CARTEIRAS-AVULSA.
           MOVE SPACES TO WS-CART-NOME.
           STRING "CARTEIRAS-" WS-HOJE-AAAAMMDD ".TXT"
                   DELIMITED BY SIZE INTO WS-CART-NOME.
           OPEN EXTEND CARTEIRAS.
           IF WS-ST-CRT = "35"
               OPEN OUTPUT CARTEIRAS
           END-IF.

       GRAVAR-CARTEIRA-LEITOR.
           MOVE "========================================" TO
               WS-LINHA-IMP.
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CARTEIRINHA PERDIDA OU FURTADA? USE A "
                   "SUBSTITUIÇÃO NO CADASTRO DE USUÁRIOS."
           PERFORM ABRIR-CARTEIRAS-AVULSA.
           PERFORM GRAVAR-CARTEIRA-LEITOR.
           MOVE "        *** SEGUNDA VIA ***             " TO
               WS-LINHA-IMP.
