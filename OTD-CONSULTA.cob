      *> Pedido que não está mais no mestre é procurado automaticamente
      *> no arquivo morto PEDIDOS-ARQ.DAT gravado pelo OTD-EXPURGO e
      *> exibido com a marcação [ARQUIVADO] (Req. 020).
      *>
      *> Com o bloqueio OTD.LCK (LCKRECORD.cpy) ativo, a consulta avisa
      *> que há carga ou manutenção do mestre em curso e segue.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-CONSULTA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "OTD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Arquivo morto gravado pelo OTD-EXPURGO: imagem fiel do
      *> PM-RECORD, um registro por linha (Req. 020)
       FD  ARQUIVO-FILE.
       01  ARQ-RECORD               PIC X(303).

      *> Bloqueio do mestre gravado por quem o altera
       FD  LOCK-FILE.
       COPY "LCKRECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-ARQ-STATUS         PIC XX VALUE '00'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.

      *> Bloqueio do mestre lido do OTD.LCK
       01 WS-LCK-ATIVO          PIC X VALUE 'N'.
       01 WS-LCK-PROGRAMA       PIC X(12) VALUE SPACES.
       01 WS-LCK-EXECUCAO       PIC X(16) VALUE SPACES.
       01 WS-LCK-DATA           PIC X(10) VALUE SPACES.
       01 WS-LCK-HORA           PIC X(8) VALUE SPACES.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 WDX-MOTIVO        PIC X(30).

      *> Promessa original e reprogramações da PREV ENT
       01 WS-DET-REPROG.
           05 FILLER            PIC X(18) VALUE 'PREV ENT ORIG.  : '.
           05 WDR-ORIGINAL      PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 WDR-QTD           PIC ZZ9.
           05 FILLER            PIC X(19) VALUE ' REPROGRAMACAO(OES)'.

      *> Faturamento somado das notas do pedido
       01 WS-DET-FATURADO.
           05 FILLER            PIC X(18) VALUE 'VLR FATURADO    : '.
           05 FILLER            PIC X(2)  VALUE 'R$'.
           05 WDF-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 WDF-PCT           PIC ZZ9.99.
           05 FILLER            PIC X(4)  VALUE '% - '.
           05 WDF-QTD           PIC ZZ9.
           05 FILLER            PIC X(20) VALUE ' NOTA(S), ULTIMA EM '.
           05 WDF-ULTIMA        PIC X(10).

      *> Comprovante de entrega (canhoto) e a OTD pela entrega
       01 WS-DET-ENTREGA.
           05 FILLER            PIC X(18) VALUE 'ENTREGUE EM     : '.
           05 WDE-DATA          PIC X(10).
           05 FILLER            PIC X(3)  VALUE '  ['.
           05 WDE-STATUS        PIC X(12).
           05 FILLER            PIC X(3)  VALUE ']  '.
           05 WDE-DIAS          PIC +ZZZ9.
           05 FILLER            PIC X(17) VALUE ' DIAS - TRANSITO '.
           05 WDE-TRANSITO      PIC +ZZZ9.
           05 FILLER            PIC X(5)  VALUE ' DIAS'.
       01 WS-DET-CANHOTO.
           05 FILLER            PIC X(18) VALUE 'CANHOTO         : '.
           05 FILLER            PIC X(3)  VALUE 'NF '.
           05 WDH-NOTA          PIC Z(8)9.
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 WDH-RECEBEDOR     PIC X(30).

       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
               STOP RUN
           END-IF

           PERFORM 1100-AVISAR-BLOQUEIO

           IF WS-PED-COUNT > 0
               PERFORM 2000-CONSULTAR-PEDIDOS
           END-IF
               END-IF
           END-IF.

       1100-AVISAR-BLOQUEIO.
      *>   A consulta só lê o mestre: não bloqueia, mas avisa que o
      *>   pedido pode estar no meio de uma alteração
           PERFORM 1110-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               DISPLAY 'AVISO: CARGA EM CURSO - PEDIDOS.DAT SENDO '
                   'ALTERADO POR ' FUNCTION TRIM(WS-LCK-PROGRAMA)
                   ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                   WS-LCK-DATA ' ' WS-LCK-HORA ')'
               DISPLAY 'AVISO: O PEDIDO CONSULTADO PODE AINDA NAO '
                   'REFLETIR ESSA EXECUCAO'
           END-IF.

       1110-LER-BLOQUEIO.
      *>   OTD.LCK tem um registro só; arquivo ausente ou vazio =
      *>   mestre livre
           MOVE 'N' TO WS-LCK-ATIVO
           MOVE SPACES TO WS-LCK-PROGRAMA WS-LCK-EXECUCAO
                          WS-LCK-DATA WS-LCK-HORA
           OPEN INPUT LOCK-FILE
           IF WS-LCK-STATUS = '00'
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-SITUACAO = 'A'
                           MOVE 'Y' TO WS-LCK-ATIVO
                       END-IF
                       MOVE LCK-PROGRAMA TO WS-LCK-PROGRAMA
                       MOVE LCK-EXECUCAO TO WS-LCK-EXECUCAO
                       MOVE LCK-DATA     TO WS-LCK-DATA
                       MOVE LCK-HORA     TO WS-LCK-HORA
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       2000-CONSULTAR-PEDIDOS.
      *>   READ direto pela chave para cada pedido da lista
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
           DISPLAY WS-DET-VENDEDOR
           DISPLAY WS-DET-TRANSP
           DISPLAY WS-DET-DATAS
      *>   Pedido reprogramado mostra a primeira promessa; registro
      *>   arquivado antes dos campos de reprogramação lê em branco
           IF PM-QTD-REPROG IS NUMERIC
               IF PM-QTD-REPROG > 0
                   MOVE PM-PREV-ENT-ORIG TO WDR-ORIGINAL
                   MOVE PM-QTD-REPROG    TO WDR-QTD
                   DISPLAY WS-DET-REPROG
               END-IF
           END-IF
           DISPLAY WS-DET-DIAS
           DISPLAY WS-DET-VALOR
      *>   Pedido sem nota somada pela carga não tem linha de
      *>   faturamento; registro arquivado antes do campo lê em branco
           IF PM-QTD-NOTAS IS NUMERIC
               IF PM-QTD-NOTAS > 0
                   MOVE PM-VLR-FATURADO TO WDF-VALOR
                   MOVE PM-PCT-ATENDIDO TO WDF-PCT
                   MOVE PM-QTD-NOTAS    TO WDF-QTD
                   MOVE PM-DT-ULT-NOTA  TO WDF-ULTIMA
                   DISPLAY WS-DET-FATURADO
               END-IF
           END-IF
      *>   Pedido sem canhoto não tem linha de entrega; registro
      *>   arquivado antes dos campos de entrega lê em branco. Entrega
      *>   de pedido ainda em aberto sai sem status e sem dias
           IF PM-NOTA-ENTREGA IS NUMERIC
               IF FUNCTION TRIM(PM-DT-ENTREGA) NOT = SPACES
                   MOVE PM-DT-ENTREGA     TO WDE-DATA
                   IF PM-STATUS-ENTREGA = SPACES
                       MOVE 'SEM STATUS'  TO WDE-STATUS
                   ELSE
                       MOVE PM-STATUS-ENTREGA TO WDE-STATUS
                   END-IF
                   MOVE PM-DIAS-ENTREGA   TO WDE-DIAS
                   MOVE PM-DIAS-TRANSITO  TO WDE-TRANSITO
                   MOVE PM-NOTA-ENTREGA   TO WDH-NOTA
                   MOVE PM-RECEBEDOR      TO WDH-RECEBEDOR
                   DISPLAY WS-DET-ENTREGA
                   DISPLAY WS-DET-CANHOTO
               END-IF
           END-IF
      *>   Data e motivo do cancelamento aplicado pela carga
      *>   (Req. 029)
           IF PM-STATUS-OTD = 'CANCELADO   '
