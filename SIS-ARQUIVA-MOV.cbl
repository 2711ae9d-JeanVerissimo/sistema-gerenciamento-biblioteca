       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       Arquivamento dos movimentos auxiliares que só
      *               crescem: move as notificações já enviadas
      *               ("S"), com falha definitiva ("F") ou
      *               suprimidas por recusa do leitor ("O") de
      *               NOTIFICACOES.DAT para um arquivo morto datado
      *               e as linhas de COBRANCAS.DAT mais antigas que
      *               o corte (padrão 365 dias, ajustável pela
                       MOVE NOTIF-COD TO WS-COD-ATUAL
                       IF NOTIF-STATUS = "S"
                               OR NOTIF-STATUS = "F"
                               OR NOTIF-STATUS = "O"
                           MOVE REG-NOTIFICACAO TO REG-NOTIF-ARQ
                           WRITE REG-NOTIF-ARQ
                           DELETE NOTIFICACOES RECORD
