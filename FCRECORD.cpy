      *> FCRECORD.cpy — Layout do FECHAMENTOS.DAT (sequencial, só
      *> acrescenta), gravado pelo OTD-FECHAMENTO e lido pelo OTD-AUDIT
      *> para saber quais competências estão fechadas.
      *> A competência é o mês da PREV ENT (MM/AAAA). Tipos de registro:
      *>   F = fechamento: evento e fotografia do mês inteiro (taxa
      *>       oficial); abre cada versão da fotografia
      *>   V = linha da fotografia por vendedor
      *>   C = linha da fotografia por cliente (grupo canônico)
      *>   T = linha da fotografia por transportadora
      *>   R = reabertura da competência, com usuário e motivo
      *> A situação de uma competência é a do seu último F ou R no
      *> arquivo; cada novo fechamento grava a versão seguinte e as
      *> versões anteriores continuam no arquivo.
       01  FC-RECORD.
           05  FC-TIPO               PIC X.
           05  FC-COMPETENCIA        PIC X(7).
           05  FC-VERSAO             PIC 9(3).
      *>     Data DD/MM/AAAA e hora HH:MM:SS do evento
           05  FC-DATA               PIC X(10).
           05  FC-HORA               PIC X(8).
           05  FC-USUARIO            PIC X(20).
      *>     Vendedor, grupo do cliente ou transportadora da linha;
      *>     'TOTAL DO MES' no F e em branco no R
           05  FC-CHAVE              PIC X(40).
      *>     Base da taxa: faturados (NO PRAZO/ADIANTADO + ATRASADO);
      *>     em aberto e cancelados ficam fora da taxa
           05  FC-FATURADOS          PIC 9(7).
           05  FC-NO-PRAZO           PIC 9(7).
           05  FC-ATRASADOS          PIC 9(7).
           05  FC-ABERTOS            PIC 9(7).
           05  FC-CANCELADOS         PIC 9(7).
           05  FC-TAXA               PIC 9(3)V99.
      *>     VLR MERC somado dos faturados (a base da taxa)
           05  FC-VLR-MERC           PIC 9(12)V99.
           05  FC-MOTIVO             PIC X(60).
           05  FILLER                PIC X(37).
