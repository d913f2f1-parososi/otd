      *> OTD-EXPURGO corta o registro cancelado por PM-DT-CANCEL
           05  PM-DT-CANCEL          PIC X(10).
           05  PM-MOT-CANCEL         PIC X(30).
      *> Reprogramação da PREV ENT renegociada com o cliente
      *> (REPROGRAMACOES.TXT): PM-PREV-ENT-ORIG guarda a primeira
      *> promessa ao lado da vigente (PM-PREV-ENT), PM-QTD-REPROG
      *> quantas vezes o pedido foi empurrado e PM-ULT-REPROG a data
      *> nova da última reprogramação aplicada — é o elo que a carga
      *> seguinte usa para não reaplicar a mesma linha
           05  PM-PREV-ENT-ORIG      PIC X(10).
           05  PM-QTD-REPROG         PIC 9(3).
           05  PM-ULT-REPROG         PIC X(10).
      *> Faturamento do pedido somado de todas as notas do NOTAS.TXT
      *> (faturamento parcial em várias notas): valor faturado,
      *> percentual atendido contra PM-VLR-MERC, emissão da última
      *> nota e quantidade de notas — base da taxa OTIF. Pedido sem
      *> nota no NOTAS.TXT da carga mantém o que já estava gravado
           05  PM-VLR-FATURADO       PIC 9(10)V99.
           05  PM-PCT-ATENDIDO       PIC 9(3)V99.
           05  PM-DT-ULT-NOTA        PIC X(10).
           05  PM-QTD-NOTAS          PIC 9(3).
      *> Comprovante de entrega (canhoto) do ENTREGAS.TXT das
      *> transportadoras: data em que o cliente recebeu, nota e
      *> recebedor do canhoto mais recente do pedido. A segunda
      *> classificação OTD (PM-STATUS-ENTREGA) mede a entrega contra a
      *> PREV ENT vigente pela mesma regra de SLA do status pela
      *> DT FAT; em branco = faturado ainda sem comprovante.
      *> PM-DIAS-ENTREGA = entrega - PREV ENT e PM-DIAS-TRANSITO =
      *> entrega - DT FAT, em dias corridos
           05  PM-DT-ENTREGA         PIC X(10).
           05  PM-NOTA-ENTREGA       PIC 9(9).
           05  PM-RECEBEDOR          PIC X(30).
           05  PM-STATUS-ENTREGA     PIC X(12).
           05  PM-DIAS-ENTREGA       PIC S9(4).
           05  PM-DIAS-TRANSITO      PIC S9(4).
