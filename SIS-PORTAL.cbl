           02 JRN-DATA-HORA            PIC X(21).
           02 JRN-ARQUIVO              PIC X(12).
           02 JRN-OPERACAO             PIC X(1).
           02 JRN-IMAGEM-ANTES         PIC X(250).
           02 JRN-IMAGEM-DEPOIS        PIC X(250).

       FD JORNAL-GERACAO.
       01 REG-JORNAL-GER               PIC X(534).

       FD GERACOES.
       01 REG-GERACAO.
