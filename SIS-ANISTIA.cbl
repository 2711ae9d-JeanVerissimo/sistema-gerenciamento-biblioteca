               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               ALTERNATE RECORD KEY IS CR-STATUS
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FILE-STATUS.
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

       FD RESUMO-ANISTIA.
       01 REG-RESUMO-ANISTIA           PIC X(80).
           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS               PIC X(2)      VALUE SPACES.
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-RESPOSTA                  PIC X(1).
       77 WS-CAMPANHA                  PIC X(8)      VALUE SPACES.
       77 WS-CRIT-ORIGEM               PIC X(1)      VALUE SPACES.
