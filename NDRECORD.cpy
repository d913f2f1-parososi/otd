      *> NDRECORD.cpy — Layout de integração do contas a pagar para as
      *> notas de débito de multa das transportadoras (NOTAS-DEBITO.TXT,
      *> gravado pelo OTD-MULTA). Registros de 150 posições:
      *>   N = nota de débito, uma por transportadora na competência
      *>   I = item da nota, um por pedido multado
      *>   T = trailer, um por arquivo, com os totais de controle
      *> O número da nota é fixo por competência e transportadora
      *> (ND + AAAAMM + '-' + sequência): a sequência atribuída na
      *> primeira emissão fica no NUMERACAO-ND.DAT e é reutilizada em
      *> toda reemissão, para o contas a pagar recusar a mesma nota
      *> enviada duas vezes.
       01  ND-NOTA-RECORD.
           05  ND-TIPO               PIC X.
           05  ND-NUMERO             PIC X(12).
           05  ND-TRANSPORTADORA     PIC X(20).
      *>     Competência MM/AAAA (mês de faturamento dos pedidos)
           05  ND-COMPETENCIA        PIC X(7).
           05  ND-EMISSAO            PIC X(10).
           05  ND-QTD-ITENS          PIC 9(5).
           05  ND-VALOR              PIC 9(10)V99.
           05  ND-HISTORICO          PIC X(40).
           05  FILLER                PIC X(43).

       01  ND-ITEM-RECORD.
           05  NI-TIPO               PIC X.
           05  NI-NUMERO             PIC X(12).
           05  NI-PEDIDO             PIC 9(8).
           05  NI-PREV-ENT           PIC X(10).
           05  NI-DT-FAT             PIC X(10).
           05  NI-DIAS-ATRASO        PIC 9(4).
           05  NI-CARENCIA           PIC 9(3).
           05  NI-DIAS-COBRADOS      PIC 9(4).
           05  NI-MULTA-DIA          PIC 9(7)V99.
           05  NI-TETO               PIC 9(10)V99.
           05  NI-VALOR              PIC 9(10)V99.
      *>     'Y' = valor limitado pelo teto do contrato
           05  NI-TETO-APLICADO      PIC X.
      *>     Código de justificativa de transporte que gerou a multa
           05  NI-MOTIVO             PIC X(6).
           05  FILLER                PIC X(58).

       01  ND-TRAILER-RECORD.
           05  NT-TIPO               PIC X.
           05  NT-COMPETENCIA        PIC X(7).
           05  NT-EMISSAO            PIC X(10).
           05  NT-QTD-NOTAS          PIC 9(5).
           05  NT-QTD-ITENS          PIC 9(7).
           05  NT-VALOR              PIC 9(12)V99.
           05  FILLER                PIC X(106).
