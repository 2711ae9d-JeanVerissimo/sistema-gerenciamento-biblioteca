           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-ST-AUT                    PIC X(2)      VALUE SPACES.
       77 WS-AUD-STATUS-ANT            PIC X(1)      VALUE SPACES.
       77 WS-JRN-ARQUIVO               PIC X(12)     VALUE SPACES.
       77 WS-JRN-OPERACAO              PIC X(1)      VALUE SPACES.
       77 WS-JRN-ANTES                 PIC X(250)    VALUE SPACES.
       77 WS-JRN-DEPOIS                PIC X(250)    VALUE SPACES.
       77 WS-NOME-AUTOR                PIC X(30)     VALUE SPACES.
       77 WS-NOME-CATEG                PIC X(20)     VALUE SPACES.
       77 WS-NOME-ERRADO-AUT           PIC X(30)     VALUE SPACES.
