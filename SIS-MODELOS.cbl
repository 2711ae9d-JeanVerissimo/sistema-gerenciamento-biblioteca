      *               exportação: o texto do e-mail/SMS passa a ser
      *               do supervisor da biblioteca, sem chamado para
      *               a equipe do gateway. O arquivo nasce semeado
      *               com os textos de hoje do gateway; tipos
      *               criados depois entram no arquivo existente com
      *               o texto padrão, sem tocar nos já ajustados.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ABRIR-MODELOS.
           OPEN I-O MODELOS.
           EVALUATE WS-ST-MOD
               WHEN "00"
                   PERFORM COMPLETAR-MODELOS
               WHEN "35"
                   DISPLAY "CRIANDO MODELOS.DAT COM OS TEXTOS "
                           "PADRÃO..."
                   STOP RUN
           END-EVALUATE.

      *    Tipos criados depois da implantação entram no arquivo
      *    existente com o texto padrão; os que já existem são
      *    recusados por chave duplicada e mantêm o texto ajustado.
       COMPLETAR-MODELOS.
           PERFORM SEMEAR-MODELOS.
           MOVE "00" TO WS-ST-MOD.

      *    Textos de partida, um por NOTIF-TIPO em uso na fila;
      *    montados com STRING para não depender da coluna 72.
       SEMEAR-MODELOS.
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "S" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, SEU AGENDAMENTO DE SALA/EQUIPAMENTO"
                  " PARA &DATA ESTA CONFIRMADO. CANCELE NO"
                  " BALCAO SE NAO PUDER COMPARECER."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "K" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, &TITULO FOI SOLICITADO POR OUTRO"
                  " LEITOR. DEVOLVA ATE &DATA; O EMPRESTIMO"
                  " NAO PODE MAIS SER RENOVADO."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "E" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, LEMBRETE: &TITULO EM &DATA NA"
                  " &FILIAL. SE NAO PUDER IR, CANCELE A"
                  " INSCRICAO PARA LIBERAR A VAGA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "W" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, ABRIU VAGA: SUA INSCRICAO EM &TITULO"
                  " DE &DATA NA &FILIAL ESTA CONFIRMADA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "L" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, SUA RESERVA DIGITAL DE &TITULO FOI"
                  " LIBERADA: O ACESSO VALE ATE &DATA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

      *    Respostas aos comandos recebidos por SMS/WhatsApp
      *    (SIS-MENSAGENS).
           MOVE "3" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, &TITULO FOI RENOVADO."
                  " NOVO VENCIMENTO: &DATA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "4" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, &TITULO NAO PODE SER RENOVADO: HA"
                  " LEITOR AGUARDANDO O TITULO. DEVOLVA ATE"
                  " &DATA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "5" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, &TITULO NAO RENOVA POR MENSAGEM."
                  " PROCURE O BALCAO. VENCIMENTO ATUAL: &DATA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "6" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, NAO FOI POSSIVEL RENOVAR: HA"
                  " PENDENCIA NO SEU CADASTRO. PROCURE O"
                  " BALCAO DA BIBLIOTECA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "7" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, EMPRESTIMO DE &TITULO COM"
                  " VENCIMENTO EM &DATA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "8" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, SEUS DEBITOS EM ABERTO SOMAM R$"
                  " &VALOR. PAGAMENTO NO CAIXA DA BIBLIOTECA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "9" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, SUA RESERVA DE &TITULO ESTA EM"
                  " ANDAMENTO. AVISAREMOS QUANDO ESTIVER"
                  " DISPONIVEL."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "N" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, SUA RESERVA DE &TITULO ESTA"
                  " SEPARADA PARA RETIRADA NO BALCAO."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "0" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, NADA CONSTA PARA A SUA CONSULTA NO"
                  " CADASTRO DA BIBLIOTECA."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "H" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&NOME, COMANDO NAO RECONHECIDO. ENVIE"
                  " RENOVAR, SITUACAO, DEBITOS OU RESERVAS."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

           MOVE "X" TO MOD-TIPO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "BIBLIOTECA MUNICIPAL: NAO LOCALIZAMOS O SEU"
                  " CADASTRO POR ESTE NUMERO. PROCURE O BALCAO"
                  " PARA ATUALIZAR O CELULAR."
               DELIMITED BY SIZE INTO MOD-TEXTO.
           WRITE REG-MODELO.

       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           EVALUATE WS-ST-AUD
