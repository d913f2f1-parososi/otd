      *> JNRECORD.cpy — Layout do journal de alterações do mestre
      *> PEDIDOS-JNL.DAT (sequencial, acumula entre execuções), gravado
      *> por quem altera o PEDIDOS.DAT e lido pelo OTD-ESTORNO para
      *> devolver o mestre ao estado anterior a uma execução.
      *> Um registro por pedido efetivamente alterado, com a imagem
      *> completa do PM-RECORD antes e depois da gravação; as imagens
      *> têm largura fixa maior que o PM-RECORD e JN-TAM-REG guarda o
      *> tamanho do layout em que foram gravadas.
       01  JN-RECORD.
      *>     Execução que gravou (a mesma chave do EXECUCOES.LOG)
           05  JN-EXECUCAO           PIC X(16).
           05  JN-SEQ                PIC 9(8).
           05  JN-PROGRAMA           PIC X(12).
      *>     INCLUSAO / ALTERACAO / CANCELAMENTO / REPROGRAMADO /
      *>     ENTREGA / ESTORNO
           05  JN-OPERACAO           PIC X(12).
      *>     No estorno: a execução que foi desfeita
           05  JN-EXEC-ORIGEM        PIC X(16).
           05  JN-PEDIDO             PIC 9(8).
           05  JN-TAM-REG            PIC 9(4).
      *>     'Y' = o pedido existia no mestre antes/depois da gravação
           05  JN-ANTES-EXISTE       PIC X.
           05  JN-DEPOIS-EXISTE      PIC X.
           05  JN-ANTES              PIC X(400).
           05  JN-DEPOIS             PIC X(400).
