      *> LCKRECORD.cpy — Bloqueio do mestre PEDIDOS.DAT (OTD.LCK,
      *> sequencial, um único registro), gravado por quem altera o
      *> mestre (OTD-AUDIT na carga, OTD-EXPURGO, OTD-ESTORNO,
      *> OTD-CONVERTE RECARREGAR) e consultado por quem só lê
      *> (OTD-AUDIT POSICAO, OTD-CONSULTA) para avisar que há
      *> alteração em curso.
      *> O arquivo nunca é apagado: no fim normal a execução regrava o
      *> registro como liberado. Registro ativo de uma execução que
      *> caiu no meio fica para trás e só sai com o parâmetro
      *> LIBERAR-BLOQUEIO (ou com o RESTART da mesma carga).
       01  LCK-RECORD.
      *>     A = bloqueio ativo; L = liberado
           05  LCK-SITUACAO          PIC X.
           05  LCK-PROGRAMA          PIC X(12).
      *>     Chave da execução que pegou ou liberou o bloqueio
      *>     (AAAAMMDDHHMMSScc, a mesma do EXECUCOES.LOG na carga)
           05  LCK-EXECUCAO          PIC X(16).
      *>     Data DD/MM/AAAA e hora HH:MM:SS do evento
           05  LCK-DATA              PIC X(10).
           05  LCK-HORA              PIC X(8).
           05  LCK-PARAMETROS        PIC X(60).
           05  FILLER                PIC X(43).
