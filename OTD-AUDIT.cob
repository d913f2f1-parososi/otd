               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEC-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "PEDIDOS-JNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT REPROG-FILE
               ASSIGN TO "REPROGRAMACOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

           SELECT REPROG-INC-FILE
               ASSIGN TO "REPROG-INC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPI-STATUS.

           SELECT FECHAMENTOS-FILE
               ASSIGN TO "FECHAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

           SELECT RETRO-FILE
               ASSIGN TO "ALTERACOES-RETROATIVAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT ENTREGAS-FILE
               ASSIGN TO "ENTREGAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.

           SELECT ENTREGAS-INC-FILE
               ASSIGN TO "ENTREGAS-INC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENI-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "OTD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

           SELECT FEEDS-FILE
               ASSIGN TO "FEEDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDS-STATUS.

           SELECT FEED-SPOOL-FILE
               ASSIGN TO "FEED-CARGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INCONS-FILE.
       01  INCONS-RECORD            PIC X(160).

      *> Reprogramações de PREV ENT negociadas pelo comercial — CSV
      *> com ; separador, em ordem cronológica por pedido; pode vir
      *> só com as novas ou com o histórico inteiro, a carga
      *> reconhece pelo elo PM-ULT-REPROG o que já foi aplicado:
      *>   PEDIDO;DATA ANTERIOR;DATA NOVA;MOTIVO;AUTORIZADOR
       FD  REPROG-FILE.
       01  REPROG-RECORD            PIC X(160).

      *> Inconsistências das reprogramações: linha ilegível, pedido
      *> fora do mestre, reprogramação fora de sequência, PREV ENT
      *> do feed diferente da última data reprogramada
       FD  REPROG-INC-FILE.
       01  REPROG-INC-RECORD        PIC X(200).

      *> Competências fechadas pelo OTD-FECHAMENTO (só leitura aqui):
      *> a carga não muda o número oficial, só aponta o que mudou
       FD  FECHAMENTOS-FILE.
       COPY "FCRECORD.cpy".

      *> Pedidos de competência fechada alterados pela carga, um por
      *> linha:
      *>   COMPETENCIA|VERSAO|PEDIDO|OPERACAO|STATUS ANTES|STATUS
      *>   DEPOIS|PREV ENT ANTES|PREV ENT DEPOIS|DT FAT ANTES|DT FAT
      *>   DEPOIS|TAXA OFICIAL
       FD  RETRO-FILE.
       01  RETRO-RECORD             PIC X(200).

      *> Comprovantes de entrega (canhotos) enviados pelas
      *> transportadoras — CSV com ; separador, um canhoto por linha;
      *> entrega parcial traz um canhoto por nota e a data de entrega
      *> do pedido é a do canhoto mais recente:
      *>   PEDIDO;NOTA;DATA ENTREGA DD/MM/YYYY;RECEBEDOR
       FD  ENTREGAS-FILE.
       01  ENTREGAS-RECORD          PIC X(160).

      *> Inconsistências dos canhotos: linha ilegível, pedido fora do
      *> mestre, pedido cancelado, entrega de pedido ainda em aberto,
      *> entrega anterior ao faturamento
       FD  ENTREGAS-INC-FILE.
       01  ENTREGAS-INC-RECORD      PIC X(200).

      *> Log de execuções para o scheduler (Req. 019) — um registro
      *> acrescentado por execução:
      *>   INICIO|FIM|PARM|LIDOS|REJEITADOS|DIVERGENTES|FILTRADOS|
      *>   ABERTOS|TAXA-OTD|STATUS|RC|EXECUCAO
      *> EXECUCAO é a chave da execução no journal PEDIDOS-JNL.DAT,
      *> informada ao OTD-ESTORNO para desfazer a carga
       FD  EXECUCOES-FILE.
       01  EXECUCOES-RECORD         PIC X(250).

           05  CKPT-HASH-VLR         PIC 9(14)V99.
           05  CKPT-NO-PRAZO-DZ      PIC 9(8).
           05  CKPT-ATRASADO-DZ      PIC 9(8).
      *>     Restart continua a mesma execução no journal
           05  CKPT-EXEC-ID          PIC X(16).
           05  CKPT-NO-PRAZO-ORIG    PIC 9(8).
           05  CKPT-REPROGRAMADOS    PIC 9(8).
           05  CKPT-OTIF-BASE        PIC 9(8).
           05  CKPT-OTIF-OK          PIC 9(8).
           05  CKPT-OTIF-INCOMPL     PIC 9(8).
           05  CKPT-OTIF-ATRAS       PIC 9(8).
           05  CKPT-ENT-BASE         PIC 9(8).
           05  CKPT-ENT-NO-PRAZO     PIC 9(8).
           05  CKPT-ENT-ATRASADO     PIC 9(8).
           05  CKPT-ENT-VIROU-ATRASO PIC 9(8).
           05  CKPT-ENT-SEM-COMPROV  PIC 9(8).
           05  CKPT-ENT-TRANS-QTD    PIC 9(8).
           05  CKPT-ENT-TRANS-SOMA   PIC 9(10).
           05  CKPT-ENT-ANTES-FAT    PIC 9(8).

      *> Mestre de pedidos indexado por Nº Pedido (Req. 003) —
      *> permite READ direto por pedido em vez de reler o feed
       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

      *> Journal antes/depois de cada pedido gravado ou cancelado pela
      *> carga, base do estorno da execução pelo OTD-ESTORNO
       FD  JOURNAL-FILE.
       COPY "JNRECORD.cpy".

      *> Bloqueio do mestre contra execução concorrente: a carga só
      *> começa com o OTD.LCK livre (ou abandonado e liberado por
      *> parâmetro) e o devolve liberado no fim
       FD  LOCK-FILE.
       COPY "LCKRECORD.cpy".

      *> Feeds já aplicados ao mestre — um registro acrescentado por
      *> carga concluída, com a assinatura do arquivo (linhas, bytes e
      *> hash do conteúdo) e os totais do trailer, para a carga
      *> recusar o mesmo PEDIDOS.TXT disparado de novo
       FD  FEEDS-FILE.
       01  FEEDS-RECORD.
           05  FDS-EXECUCAO          PIC X(16).
           05  FDS-DATA              PIC X(10).
           05  FDS-HORA              PIC X(8).
           05  FDS-LINHAS            PIC 9(8).
           05  FDS-BYTES             PIC 9(12).
           05  FDS-ASSINATURA        PIC 9(9).
           05  FDS-TRAILER-LIDO      PIC X.
           05  FDS-TRAILER-QTD       PIC 9(8).
           05  FDS-TRAILER-VLR       PIC 9(14)V99.
      *>     Y = aplicado de novo de propósito (REPROCESSAR)
           05  FDS-REPROCESSO        PIC X.
           05  FILLER                PIC X(31).

      *> Cópia do feed lido de STDIN: o arquivo inteiro é lido e
      *> conferido contra o FEEDS.DAT antes de a carga mexer no
      *> mestre, e o processamento lê a cópia
       FD  FEED-SPOOL-FILE.
       01  FEED-SPOOL-RECORD        PIC X(512).

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-JUS-STATUS         PIC XX VALUE '00'.
       01 WS-CANC-STATUS        PIC XX VALUE '00'.
       01 WS-INC-STATUS         PIC XX VALUE '00'.
       01 WS-JNL-STATUS         PIC XX VALUE '00'.
       01 WS-REP-STATUS         PIC XX VALUE '00'.
       01 WS-RPI-STATUS         PIC XX VALUE '00'.
       01 WS-FCH-STATUS         PIC XX VALUE '00'.
       01 WS-RETRO-STATUS       PIC XX VALUE '00'.
       01 WS-ENT-STATUS         PIC XX VALUE '00'.
       01 WS-ENI-STATUS         PIC XX VALUE '00'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.
       01 WS-FDS-STATUS         PIC XX VALUE '00'.
       01 WS-SPL-STATUS         PIC XX VALUE '00'.

      *> Checkpoint / restart (Req. 004)
       01 WS-PARM               PIC X(100) VALUE SPACES.
      *> cancelamentos (Req. 029) passam pelo mesmo parser e iam
      *> truncados em 20
       01 WS-FIELD-3            PIC X(40).
      *> Campos 4 e 5 alargados para o MOTIVO e o AUTORIZADOR das
      *> reprogramações, que passam pelo mesmo parser; as datas do
      *> feed continuam lidas nas 10 primeiras posições
       01 WS-FIELD-4            PIC X(30).
       01 WS-FIELD-5            PIC X(20).
       01 WS-FIELD-6            PIC X(8).
       01 WS-FIELD-7            PIC X(16).
       01 WS-FIELD-8            PIC X(20).
               10 WV-ATRASADO    PIC 9(6).
               10 WV-VALOR-RISCO PIC 9(12)V99.
               10 WV-TAXA        PIC 9(5)V99.
               10 WV-NO-PRAZO-ORIG PIC 9(6).
               10 WV-REPROGRAMADOS PIC 9(6).
               10 WV-TAXA-ORIG   PIC 9(5)V99.
       01 WS-VEND-SWAP.
           05 WVS-NOME           PIC X(20).
           05 WVS-TOTAL          PIC 9(6).
           05 WVS-ATRASADO       PIC 9(6).
           05 WVS-VALOR-RISCO    PIC 9(12)V99.
           05 WVS-TAXA           PIC 9(5)V99.
           05 WVS-NO-PRAZO-ORIG  PIC 9(6).
           05 WVS-REPROGRAMADOS  PIC 9(6).
           05 WVS-TAXA-ORIG      PIC 9(5)V99.
       01 WS-VEND-FOUND         PIC X VALUE 'N'.
       01 WS-VEND-SKIP          PIC X VALUE 'N'.
       01 WS-VEND-OMITIDOS      PIC 9(6) VALUE 0.
               10 WC-TOTAL        PIC 9(6).
               10 WC-VALOR-TOTAL  PIC 9(12)V99.
               10 WC-VALOR-RISCO  PIC 9(12)V99.
               10 WC-NO-PRAZO     PIC 9(6).
               10 WC-NO-PRAZO-ORIG PIC 9(6).
               10 WC-REPROGRAMADOS PIC 9(6).
       01 WS-CLI-FOUND          PIC X VALUE 'N'.
       01 WS-CLI-SKIP           PIC X VALUE 'N'.
       01 WS-CLI-OMITIDOS       PIC 9(6) VALUE 0.
      *> (Req. 019): 0 = limpo, 4 = rejeitos acima do teto
      *> percentual, 8 = falha de arquivo ou execução incompleta —
      *> com isso a esteira noturna segura a carga de BI da
      *> AUDITORIA.EXT em vez de publicar números de uma execução ruim.
      *> Carga recusada sem tocar no mestre nem nas saídas: 12 = mestre
      *> bloqueado por outra execução, 16 = feed já aplicado
       01 WS-TS-ATUAL           PIC X(19) VALUE SPACES.
       01 WS-TS-INICIO          PIC X(19) VALUE SPACES.
       01 WS-TS-FIM             PIC X(19) VALUE SPACES.
       01 WS-RC-ED              PIC Z9.
       01 WS-EXEC-TAXA-ED       PIC ZZ9.99.

      *> Journal de alterações do mestre: todo pedido que a carga
      *> grava ou cancela deixa a imagem antes/depois em
      *> PEDIDOS-JNL.DAT sob a chave da execução (AAAAMMDDHHMMSScc,
      *> também gravada no EXECUCOES.LOG), para o OTD-ESTORNO poder
      *> devolver o mestre ao estado anterior a uma carga errada
       01 WS-EXEC-ID            PIC X(16) VALUE SPACES.
       01 WS-JNL-SEQ            PIC 9(8) VALUE 0.
       01 WS-JNL-EOF            PIC X VALUE 'N'.
       01 WS-JNL-ABERTO         PIC X VALUE 'N'.
       01 WS-JNL-OPERACAO       PIC X(12) VALUE SPACES.
       01 WS-PM-EXISTIA         PIC X VALUE 'N'.
       01 WS-PM-ANTES           PIC X(400) VALUE SPACES.
      *> Campos da imagem anterior usados no aviso de alteração
      *> retroativa, nas posições do PMRECORD.cpy
       01 WS-PM-ANTES-CAMPOS REDEFINES WS-PM-ANTES.
           05 FILLER             PIC X(68).
           05 WAN-PREV-ENT       PIC X(10).
           05 WAN-DT-FAT         PIC X(10).
           05 FILLER             PIC X(20).
           05 WAN-STATUS-OTD     PIC X(12).
           05 FILLER             PIC X(280).

      *> Competências (mês da PREV ENT) fechadas no FECHAMENTOS.DAT,
      *> pela situação do último evento de cada uma; pedido de mês
      *> fechado que a carga inclui ou muda de status, PREV ENT ou
      *> DT FAT vai para ALTERACOES-RETROATIVAS.TXT
       01 WS-FCH-CARREGADO      PIC X VALUE 'N'.
       01 WS-FCH-EOF            PIC X VALUE 'N'.
       01 WS-FCH-CHAVE          PIC 9(6) VALUE 0.
       01 WS-FCH-FOUND          PIC X VALUE 'N'.
       01 WS-FCH-COUNT          PIC 9(4) VALUE 0.
       01 WS-FCH-MAX            PIC 9(4) VALUE 600.
       01 WS-FCH-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-FCH-I              PIC 9(4) VALUE 0.
       01 WS-FCH-TABLE.
           05 WS-FCH-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-FCH-COUNT
                   ASCENDING KEY IS WFC-CHAVE
                   INDEXED BY WS-FCH-IDX.
               10 WFC-CHAVE      PIC 9(6).
               10 WFC-COMPETENCIA PIC X(7).
               10 WFC-SITUACAO   PIC X.
               10 WFC-VERSAO     PIC 9(3).
               10 WFC-TAXA       PIC 9(3)V99.
       01 WS-FCH-FECHADAS       PIC 9(4) VALUE 0.
       01 WS-RETRO-ABERTO       PIC X VALUE 'N'.
       01 WS-RETRO-ANTES        PIC 9(6) VALUE 0.
       01 WS-RETRO-DEPOIS       PIC 9(6) VALUE 0.
       01 WS-RETRO-MUDOU        PIC X VALUE 'N'.
       01 WS-RETRO-LINE         PIC X(132).
       01 WS-RETRO-TOTAL        PIC 9(8) VALUE 0.
       01 WS-RETRO-VERSAO-ED    PIC ZZ9.
       01 WS-RETRO-TAXA-ED      PIC ZZ9.99.

      *> Limites de alerta carregados de LIMITES.DAT (Req. 017);
      *> cada limite só dispara se estiver presente no arquivo
       01 WS-LIMITES-CARREGADOS PIC X VALUE 'N'.
       01 WS-BD-FIM             PIC S9(9) VALUE 0.
       01 WS-BD-DOW             PIC 9(1) VALUE 0.
       01 WS-BD-UTIL            PIC X VALUE 'N'.
       01 WS-BD-SALDO           PIC S9(4) VALUE 0.

      *> Reconciliação pedidos x notas fiscais (Req. 015): NOTAS.TXT
      *> carregado na partida; cada pedido faturado é casado com a
       01 WS-RECON-DIF-ED       PIC Z(13)9.99.
       01 WS-RECON-QTD-ED       PIC Z(7)9.

      *> OTIF (no prazo E completo): o pedido é casado com todas as
      *> suas notas — faturamento parcial sai em várias — e o
      *> faturado somado, o percentual atendido e a emissão da última
      *> nota vão para o mestre. Completo = faturado até a tolerância
      *> do valor do pedido; no prazo = última nota dentro da régua
      *> contratual (SLA, dias úteis no modo UTEIS) contra a PREV ENT
       01 WS-OTIF-APURADO       PIC X VALUE 'N'.
       01 WS-OTIF-DATA-OK       PIC X VALUE 'N'.
       01 WS-OTIF-VLR-FAT       PIC 9(10)V99 VALUE 0.
       01 WS-OTIF-QTD-NOTAS     PIC 9(3) VALUE 0.
       01 WS-OTIF-DT-ULT        PIC X(10) VALUE SPACES.
       01 WS-OTIF-ULT-INT       PIC S9(9) VALUE 0.
       01 WS-OTIF-PCT           PIC 9(3)V99 VALUE 0.
       01 WS-VLR-FATURADO       PIC 9(10)V99 VALUE 0.
       01 WS-PCT-ATENDIDO       PIC 9(3)V99 VALUE 0.
       01 WS-DT-ULT-NOTA        PIC X(10) VALUE SPACES.
       01 WS-QTD-NOTAS          PIC 9(3) VALUE 0.
       01 WS-OTIF-MEDIDO        PIC X VALUE 'N'.
       01 WS-OTIF-COMPLETO      PIC X VALUE 'N'.
       01 WS-OTIF-NO-PRAZO      PIC X VALUE 'N'.
       01 WS-OTIF-DIAS          PIC S9(4) VALUE 0.
       01 WS-OTIF-BASE          PIC 9(8) VALUE 0.
       01 WS-OTIF-OK            PIC 9(8) VALUE 0.
       01 WS-OTIF-INCOMPL       PIC 9(8) VALUE 0.
       01 WS-OTIF-ATRAS         PIC 9(8) VALUE 0.
       01 WS-TAXA-OTIF          PIC 9(5)V99 VALUE 0.

      *> Pedidos faturados parcialmente no escopo do relatório, com
      *> o saldo pendente de cada um
       01 WS-PAR-COUNT          PIC 9(4) VALUE 0.
       01 WS-PAR-MAX            PIC 9(4) VALUE 200.
       01 WS-PAR-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-PAR-QTD            PIC 9(8) VALUE 0.
       01 WS-PAR-SALDO          PIC 9(10)V99 VALUE 0.
       01 WS-PAR-SALDO-TOTAL    PIC 9(14)V99 VALUE 0.
       01 WS-PAR-SALDO-ED       PIC Z(13)9.99.
       01 WS-PAR-TABLE.
           05 WS-PAR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PAR-IDX.
               10 WPA-PEDIDO     PIC 9(8).
               10 WPA-NOME       PIC X(25).
               10 WPA-VLR-MERC   PIC 9(10)V99.
               10 WPA-FATURADO   PIC 9(10)V99.
               10 WPA-PCT        PIC 9(3)V99.
               10 WPA-QTD-NOTAS  PIC 9(3).
               10 WPA-ULT-NOTA   PIC X(10).

      *> Comprovante de entrega (canhoto): ENTREGAS.TXT carregado na
      *> partida como o NOTAS.TXT e ordenado por pedido; a data do
      *> canhoto mais recente do pedido vai para o mestre e dá a
      *> segunda classificação OTD, pela data em que o cliente
      *> recebeu, na mesma régua contratual da classificação pela
      *> DT FAT. Pedido sem canhoto na carga mantém a entrega que já
      *> estava gravada; canhoto de pedido que não veio no feed vai
      *> direto ao mestre depois do feed
       01 WS-ENT-CARREGADO      PIC X VALUE 'N'.
       01 WS-ENT-EOF            PIC X VALUE 'N'.
       01 WS-ENT-FOUND          PIC X VALUE 'N'.
       01 WS-ENT-COUNT          PIC 9(5) VALUE 0.
       01 WS-ENT-MAX            PIC 9(5) VALUE 40000.
       01 WS-ENT-I              PIC 9(5) VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   ASCENDING KEY IS WEN-PEDIDO
                   INDEXED BY WS-ENT-IDX.
               10 WEN-PEDIDO     PIC 9(8).
               10 WEN-NOTA       PIC 9(9).
               10 WEN-DATA       PIC X(10).
               10 WEN-DATA-INT   PIC S9(9).
               10 WEN-RECEBEDOR  PIC X(30).
               10 WEN-CASADA     PIC X.
       01 WS-ENT-LIDAS          PIC 9(8) VALUE 0.
       01 WS-ENT-INVALIDAS      PIC 9(8) VALUE 0.
       01 WS-ENT-OMITIDAS       PIC 9(8) VALUE 0.
       01 WS-ENT-INEXISTENTES   PIC 9(8) VALUE 0.
       01 WS-ENT-CANCELADOS     PIC 9(8) VALUE 0.
       01 WS-ENT-EM-ABERTO      PIC 9(8) VALUE 0.
       01 WS-ENT-APLICADAS      PIC 9(8) VALUE 0.
       01 WS-ENT-SEM-FEED       PIC 9(8) VALUE 0.
       01 WS-ENT-ANTES-FAT-INC  PIC 9(8) VALUE 0.
       01 WS-ENT-INC-SOMA       PIC 9(8) VALUE 0.
       01 WS-ENT-SALVA-SEM-CAD  PIC 9(8) VALUE 0.
       01 WS-ENT-LINE           PIC X(160).
      *>   Canhoto casado com o pedido da vez
       01 WS-ENT-CHAVE          PIC 9(8) VALUE 0.
       01 WS-ENT-APURADO        PIC X VALUE 'N'.
       01 WS-ENT-DT             PIC X(10) VALUE SPACES.
       01 WS-ENT-DT-INT         PIC S9(9) VALUE 0.
       01 WS-ENT-NOTA           PIC 9(9) VALUE 0.
       01 WS-ENT-RECEBEDOR      PIC X(30) VALUE SPACES.
      *>   Classificação pela entrega do pedido da vez
       01 WS-ENT-DATAS-OK       PIC X VALUE 'N'.
       01 WS-ENT-DATA-INT       PIC S9(9) VALUE 0.
       01 WS-ENT-PREV-INT       PIC S9(9) VALUE 0.
       01 WS-ENT-FAT-INT        PIC S9(9) VALUE 0.
       01 WS-ENT-DIAS-CLASS     PIC S9(4) VALUE 0.
       01 WS-ENT-ANTES-FAT      PIC X VALUE 'N'.
       01 WS-DT-ENTREGA         PIC X(10) VALUE SPACES.
       01 WS-STATUS-ENTREGA     PIC X(12) VALUE SPACES.
       01 WS-DIAS-ENTREGA       PIC S9(4) VALUE 0.
       01 WS-DIAS-TRANSITO      PIC S9(4) VALUE 0.
      *>   Totais pela entrega: base = faturado com comprovante;
      *>   VIROU-ATRASO = no prazo pela DT FAT e atrasado pela entrega
       01 WS-ENT-BASE           PIC 9(8) VALUE 0.
       01 WS-ENT-NO-PRAZO       PIC 9(8) VALUE 0.
       01 WS-ENT-ATRASADO       PIC 9(8) VALUE 0.
       01 WS-ENT-VIROU-ATRASO   PIC 9(8) VALUE 0.
       01 WS-ENT-SEM-COMPROV    PIC 9(8) VALUE 0.
       01 WS-ENT-TRANS-QTD      PIC 9(8) VALUE 0.
       01 WS-ENT-TRANS-SOMA     PIC 9(10) VALUE 0.
       01 WS-ENT-ANTES-FAT-QTD  PIC 9(8) VALUE 0.
       01 WS-TAXA-OTD-ENT       PIC 9(5)V99 VALUE 0.
       01 WS-ENT-MEDIA          PIC 9(4)V9 VALUE 0.
       01 WS-ENT-MEDIA-ED       PIC ZZZ9.9.

      *> Tempo de trânsito (DT FAT -> entrega, dias corridos) por
      *> transportadora, na ordem da busca binária como o ranking;
      *> entrega anterior ao faturamento fica fora da média
       01 WS-TRN-COUNT          PIC 9(4) VALUE 0.
       01 WS-TRN-MAX            PIC 9(4) VALUE 100.
       01 WS-TRN-CHAVE          PIC X(20) VALUE SPACES.
       01 WS-TRN-I              PIC 9(4) VALUE 0.
       01 WS-TRN-J              PIC 9(4) VALUE 0.
       01 WS-TRN-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-TRN-FOUND          PIC X VALUE 'N'.
       01 WS-TRN-TABLE.
           05 WS-TRN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TRN-COUNT
                   ASCENDING KEY IS WTN-NOME
                   INDEXED BY WS-TRN-IDX.
               10 WTN-NOME        PIC X(20).
               10 WTN-FATURADOS   PIC 9(6).
               10 WTN-ENTREGUES   PIC 9(6).
               10 WTN-FORA        PIC 9(6).
               10 WTN-SEM-COMPROV PIC 9(6).
               10 WTN-TRANS-QTD   PIC 9(6).
               10 WTN-TRANS-SOMA  PIC 9(8).
               10 WTN-PIOR        PIC 9(4).
               10 WTN-MEDIA       PIC 9(4)V9.
       01 WS-TRN-SWAP.
           05 WTNS-NOME           PIC X(20).
           05 WTNS-FATURADOS      PIC 9(6).
           05 WTNS-ENTREGUES      PIC 9(6).
           05 WTNS-FORA           PIC 9(6).
           05 WTNS-SEM-COMPROV    PIC 9(6).
           05 WTNS-TRANS-QTD      PIC 9(6).
           05 WTNS-TRANS-SOMA     PIC 9(8).
           05 WTNS-PIOR           PIC 9(4).
           05 WTNS-MEDIA          PIC 9(4)V9.

      *> Faturados há mais de WS-SCP-LIMITE dias (parâmetro
      *> COMPROVANTE=) ainda sem canhoto, no escopo do relatório;
      *> impressos do mais antigo para o mais novo
       01 WS-SCP-LIMITE         PIC 9(3) VALUE 10.
       01 WS-SCP-DIAS           PIC S9(9) VALUE 0.
       01 WS-SCP-COUNT          PIC 9(4) VALUE 0.
       01 WS-SCP-MAX            PIC 9(4) VALUE 200.
       01 WS-SCP-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-SCP-QTD            PIC 9(8) VALUE 0.
       01 WS-SCP-VALOR          PIC 9(14)V99 VALUE 0.
       01 WS-SCP-VALOR-ED       PIC Z(13)9.99.
       01 WS-SCP-TABLE.
           05 WS-SCP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SCP-COUNT
                   INDEXED BY WS-SCP-IDX.
               10 WSC-DIAS       PIC 9(4).
               10 WSC-PEDIDO     PIC 9(8).
               10 WSC-NOME       PIC X(25).
               10 WSC-TRANSP     PIC X(16).
               10 WSC-DT-FAT     PIC X(10).
               10 WSC-VLR-MERC   PIC 9(10)V99.

      *> Justificativas de atraso carregadas na partida como o
      *> NOTAS.TXT (Req. 028): pedido ATRASADO com justificativa sai
      *> com o código na linha de auditoria e no subtotal de atrasos
       01 WS-BAL-VLR-ED         PIC Z(13)9.99.
       01 WS-BALANCO-LINE       PIC X(132).

      *> Bloqueio do mestre (OTD.LCK): RESTART da mesma carga retoma o
      *> próprio bloqueio; LIBERAR-BLOQUEIO toma o de uma execução que
      *> caiu. Recusa: B = mestre em uso (RC 12), F = feed já
      *> aplicado (RC 16) — REPROCESSAR aplica de novo de propósito
       01 WS-LCK-ATIVO          PIC X VALUE 'N'.
       01 WS-LCK-MEU            PIC X VALUE 'N'.
       01 WS-LCK-LIBERAR        PIC X VALUE 'N'.
       01 WS-LCK-NOVA           PIC X VALUE SPACE.
       01 WS-LCK-PROGRAMA       PIC X(12) VALUE SPACES.
       01 WS-LCK-EXECUCAO       PIC X(16) VALUE SPACES.
       01 WS-LCK-DATA           PIC X(10) VALUE SPACES.
       01 WS-LCK-HORA           PIC X(8) VALUE SPACES.
       01 WS-RECUSA             PIC X VALUE SPACE.
       01 WS-REPROCESSAR        PIC X VALUE 'N'.

      *> Assinatura do feed lido (linhas, bytes e hash do conteúdo) e
      *> totais do trailer, conferidos contra o FEEDS.DAT
       01 WS-SPL-EOF            PIC X VALUE 'N'.
       01 WS-SPL-ABERTO         PIC X VALUE 'N'.
       01 WS-FEED-LINHAS        PIC 9(8) VALUE 0.
       01 WS-FEED-BYTES         PIC 9(12) VALUE 0.
       01 WS-FEED-ASSINATURA    PIC 9(9) VALUE 0.
       01 WS-FEED-LEN           PIC 9(4) VALUE 0.
       01 WS-FEED-POS           PIC 9(4) VALUE 0.
       01 WS-FEED-TRL-LIDO      PIC X VALUE 'N'.
       01 WS-FEED-TRL-QTD       PIC 9(8) VALUE 0.
       01 WS-FEED-TRL-VLR       PIC 9(14)V99 VALUE 0.
       01 WS-FDS-EOF            PIC X VALUE 'N'.
       01 WS-FEED-REPETIDO      PIC X VALUE 'N'.
       01 WS-FEED-MESMO-TRL     PIC X VALUE 'N'.
       01 WS-FDS-ANT-EXEC       PIC X(16) VALUE SPACES.
       01 WS-FDS-ANT-DATA       PIC X(10) VALUE SPACES.
       01 WS-FDS-ANT-HORA       PIC X(8) VALUE SPACES.
       01 WS-FDS-TRL-EXEC       PIC X(16) VALUE SPACES.

      *> Cancelamentos do ERP aplicados ao mestre na carga (Req. 029):
      *> pedido cancelado ganha PM-STATUS-OTD = CANCELADO, sai do
      *> aging e fica elegível ao expurgo pela data de cancelamento;
       01 WS-CANC-SOMA          PIC 9(8) VALUE 0.
       01 WS-CANC-LINE          PIC X(132).

      *> Reprogramações de PREV ENT aplicadas ao mestre na carga: a
      *> taxa OTD sai nas duas réguas, contra a promessa vigente (a
      *> PREV ENT do feed) e contra a primeira promessa
      *> (PM-PREV-ENT-ORIG), para o pedido empurrado três vezes não
      *> aparecer NO PRAZO. Tabela carregada na partida e ordenada
      *> por pedido e ordem de chegada no arquivo
       01 WS-REP-CARREGADO      PIC X VALUE 'N'.
       01 WS-REP-EOF            PIC X VALUE 'N'.
       01 WS-REP-FOUND          PIC X VALUE 'N'.
       01 WS-REP-COUNT          PIC 9(5) VALUE 0.
       01 WS-REP-MAX            PIC 9(5) VALUE 20000.
       01 WS-REP-SEQ            PIC 9(5) VALUE 0.
       01 WS-REP-I              PIC 9(5) VALUE 0.
       01 WS-REP-INICIO         PIC 9(5) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-REP-COUNT
                   ASCENDING KEY IS WRP-PEDIDO WRP-SEQ
                   INDEXED BY WS-REP-IDX.
               10 WRP-PEDIDO     PIC 9(8).
               10 WRP-SEQ        PIC 9(5).
               10 WRP-ANTERIOR   PIC X(10).
               10 WRP-NOVA       PIC X(10).
               10 WRP-MOTIVO     PIC X(30).
               10 WRP-AUTORIZ    PIC X(20).
               10 WRP-TRATADA    PIC X.
       01 WS-REP-LIDAS          PIC 9(8) VALUE 0.
       01 WS-REP-APLICADAS      PIC 9(8) VALUE 0.
       01 WS-REP-JA-APLICADAS   PIC 9(8) VALUE 0.
       01 WS-REP-INVALIDAS      PIC 9(8) VALUE 0.
       01 WS-REP-OMITIDAS       PIC 9(8) VALUE 0.
       01 WS-REP-FORA-SEQ       PIC 9(8) VALUE 0.
       01 WS-REP-INEXISTENTES   PIC 9(8) VALUE 0.
       01 WS-REP-DIVERGENTES    PIC 9(8) VALUE 0.
       01 WS-REP-SEM-FEED       PIC 9(8) VALUE 0.
       01 WS-REP-INC-SOMA       PIC 9(8) VALUE 0.
       01 WS-REP-LINE           PIC X(160).
       01 WS-PREV-ENT-ORIG      PIC X(10) VALUE SPACES.
       01 WS-QTD-REPROG         PIC 9(3) VALUE 0.
       01 WS-DIAS-ORIG          PIC S9(4) VALUE 0.
       01 WS-ATRASO-ORIG        PIC X VALUE 'N'.
       01 WS-TOTAL-NO-PRAZO-ORIG PIC 9(8) VALUE 0.
       01 WS-TOTAL-REPROGRAMADOS PIC 9(8) VALUE 0.
       01 WS-TAXA-OTD-ORIG      PIC 9(5)V99 VALUE 0.
       01 WS-TAXA-DIF           PIC S9(5)V99 VALUE 0.
      *> Taxas de um cliente na tabela do 3170 (a taxa da carga em
      *> WS-TAXA-OTD/WS-TAXA-OTD-ORIG segue para alertas, histórico e
      *> EXECUCOES.LOG)
       01 WS-TAXA-CLI-VIG       PIC 9(5)V99 VALUE 0.
       01 WS-TAXA-CLI-ORIG      PIC 9(5)V99 VALUE 0.

      *> Top 10 pedidos mais reprogramados no escopo do relatório:
      *> quantidade desc, empate por VLR MERC desc — mesma mecânica
      *> do top 10 de piores atrasos
       01 WS-MRP-MAX            PIC 9(2) VALUE 10.
       01 WS-MRP-COUNT          PIC 9(2) VALUE 0.
       01 WS-MRP-TABLE.
           05 WS-MRP-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-MRP-IDX.
               10 WMR-PEDIDO     PIC 9(8).
               10 WMR-NOME       PIC X(25).
               10 WMR-VENDEDOR   PIC X(16).
               10 WMR-QTD        PIC 9(3).
               10 WMR-ORIGINAL   PIC X(10).
               10 WMR-VIGENTE    PIC X(10).
               10 WMR-VLR-MERC   PIC 9(10)V99.
       01 WS-MRP-SWAP.
           05 WMRS-PEDIDO        PIC 9(8).
           05 WMRS-NOME          PIC X(25).
           05 WMRS-VENDEDOR      PIC X(16).
           05 WMRS-QTD           PIC 9(3).
           05 WMRS-ORIGINAL      PIC X(10).
           05 WMRS-VIGENTE       PIC X(10).
           05 WMRS-VLR-MERC      PIC 9(10)V99.
       01 WS-MRP-I              PIC 9(2).

      *> Pedidos em aberto (DT FAT em branco) e aging do backlog
      *> (Req. 011) — classificados contra a data de hoje
       01 WS-TODAY-INT          PIC S9(9) VALUE 0.
           05 WS-T2-DZ          PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.

      *> Taxa contra a primeira promessa ao lado da vigente — só
      *> impressa com reprogramações no arquivo ou no mestre
       01 WS-TAXA3-LINE.
           05 FILLER            PIC X(24) VALUE
              'TAXA PROMESSA ORIGINAL: '.
           05 WS-T3-ORIG        PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(4)  VALUE '    '.
           05 FILLER            PIC X(17) VALUE 'VIGENTE: '.
           05 WS-T3-VIG         PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(4)  VALUE '    '.
           05 FILLER            PIC X(15) VALUE 'REPROGRAMADOS: '.
           05 WS-T3-QTD         PIC ZZZ,ZZ9.

       01 WS-VALOR-LINE.
           05 FILLER            PIC X(20) VALUE 'VALOR TOTAL     : R$'.
           05 WS-VL-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(5) VALUE ' | R$'.
           05 WPL-VALOR          PIC ZZZ,ZZZ,ZZ9.99.

      *> Taxa OTIF ao lado da OTD — só impressa com notas na carga
      *> ou no mestre
       01 WS-OTIF-LINE.
           05 FILLER            PIC X(24) VALUE
              'TAXA OTIF (PRAZO+COMPL):'.
           05 FILLER            PIC X     VALUE ' '.
           05 WS-OT-TAXA        PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(9)  VALUE '    OTD: '.
           05 WS-OT-OTD         PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(10) VALUE '    BASE: '.
           05 WS-OT-BASE        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE ' COM NOTA  |  '.
           05 FILLER            PIC X(13) VALUE 'INCOMPLETOS: '.
           05 WS-OT-INCOMPL     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE '  FORA PRAZO: '.
           05 WS-OT-ATRAS       PIC ZZZ,ZZ9.

       01 WS-PAR-HEADER.
           05 FILLER            PIC X(40) VALUE
              'PEDIDOS FATURADOS PARCIALMENTE (SALDO)  '.
           05 WS-PAR-HDR-CAVEAT PIC X(100) VALUE SPACES.

       01 WS-PAR-LINE.
           05 WPR-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WPR-NOME          PIC X(25).
           05 FILLER            PIC X(5) VALUE ' | R$'.
           05 WPR-VLR-MERC      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE ' | FAT'.
           05 WPR-FATURADO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(10) VALUE ' | SALDO'.
           05 WPR-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WPR-PCT           PIC ZZ9.99.
           05 FILLER            PIC X(4) VALUE '% | '.
           05 WPR-QTD-NOTAS     PIC ZZ9.
           05 FILLER            PIC X(11) VALUE ' NF, ULT. '.
           05 WPR-ULT-NOTA      PIC X(10).

      *> Taxa OTD pela data de entrega ao lado da taxa pela DT FAT —
      *> só impressa com canhotos na carga ou no mestre
       01 WS-ENT-OTD-LINE.
           05 FILLER            PIC X(24) VALUE
              'TAXA OTD PELA ENTREGA:  '.
           05 FILLER            PIC X     VALUE ' '.
           05 WS-EO-TAXA        PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(9)  VALUE '  DT FAT:'.
           05 WS-EO-OTD         PIC ZZ9.99.
           05 FILLER            PIC X     VALUE '%'.
           05 FILLER            PIC X(10) VALUE '    BASE: '.
           05 WS-EO-BASE        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE ' COM CANHOTO | '.
           05 FILLER            PIC X(12) VALUE 'ATRASADOS: '.
           05 WS-EO-ATRAS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(17) VALUE '  SEM CANHOTO: '.
           05 WS-EO-SEM         PIC ZZZ,ZZ9.

       01 WS-TRN-HEADER.
           05 FILLER            PIC X(40) VALUE
              'TRANSITO POR TRANSPORTADORA (PIOR MEDIA)'.
           05 WS-TRN-HDR-CAVEAT PIC X(100) VALUE SPACES.

       01 WS-TRN-LINE.
           05 WTL-NOME          PIC X(20).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WTL-FATURADOS     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(8) VALUE ' FAT. |'.
           05 WTL-ENTREGUES     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE ' ENTREG. | '.
           05 WTL-MEDIA         PIC ZZZ9.9.
           05 FILLER            PIC X(14) VALUE ' DIAS MEDIA | '.
           05 WTL-PIOR          PIC ZZZ9.
           05 FILLER            PIC X(12) VALUE ' PIOR CASO |'.
           05 WTL-FORA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE ' FORA PRAZO | '.
           05 WTL-SEM           PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE ' SEM CANHOTO'.

       01 WS-SCP-HEADER.
           05 FILLER            PIC X(40) VALUE
              'FATURADOS SEM COMPROVANTE DE ENTREGA    '.
           05 WS-SCP-HDR-CAVEAT PIC X(100) VALUE SPACES.

       01 WS-SCP-LINE.
           05 WSP-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WSP-DIAS          PIC ZZZ9.
           05 FILLER            PIC X(18) VALUE ' DIAS DESDE O FAT '.
           05 WSP-DT-FAT        PIC X(10).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WSP-NOME          PIC X(25).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WSP-TRANSP        PIC X(16).
           05 FILLER            PIC X(5) VALUE ' | R$'.
           05 WSP-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

      *> Seção de reprogramações: as duas taxas por vendedor e por
      *> cliente e os pedidos mais reprogramados
       01 WS-RPV-HEADER.
           05 FILLER            PIC X(40) VALUE
              'OTD PROMESSA ORIGINAL X VIGENTE - VEND.'.
           05 WS-RPV-HDR-CAVEAT PIC X(100) VALUE SPACES.

       01 WS-RPC-HEADER.
           05 FILLER            PIC X(40) VALUE
              'OTD PROMESSA ORIGINAL X VIGENTE - CLI.  '.
           05 WS-RPC-HDR-CAVEAT PIC X(100) VALUE SPACES.

       01 WS-RPV-LINE.
           05 WRV-NOME          PIC X(25).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WRV-TOTAL         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE ' PEDIDOS |'.
           05 WRV-REPROG        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(9)  VALUE ' REPROG |'.
           05 WRV-TAXA-VIG      PIC ZZ9.99.
           05 FILLER            PIC X(11) VALUE '% VIGENTE |'.
           05 WRV-TAXA-ORIG     PIC ZZ9.99.
           05 FILLER            PIC X(12) VALUE '% ORIGINAL |'.
           05 WRV-DIF           PIC +ZZ9.99.

       01 WS-MRP-HEADER.
           05 FILLER            PIC X(40) VALUE
              'TOP 10 PEDIDOS MAIS REPROGRAMADOS       '.
           05 WS-MRP-HDR-CAVEAT PIC X(40) VALUE SPACES.

       01 WS-MRP-LINE.
           05 WMP-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WMP-QTD           PIC ZZ9.
           05 FILLER            PIC X(8) VALUE ' VEZES |'.
           05 WMP-NOME          PIC X(25).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WMP-VENDEDOR      PIC X(16).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WMP-ORIGINAL      PIC X(10).
           05 FILLER            PIC X(3) VALUE ' > '.
           05 WMP-VIGENTE       PIC X(10).
           05 FILLER            PIC X(5) VALUE ' | R$'.
           05 WMP-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TODAY              PIC X(10) VALUE SPACES.

       01 WS-OUTPUT-LINE        PIC X(132).
      *>   TOLERANCIA= ajusta o limite de divergência de valor da
      *>   reconciliação com as notas; UTEIS classifica e totaliza o
      *>   risco em dias úteis; POSICAO dispensa o feed e relata a
      *>   posição atual do mestre (Reqs. 004/008/012/015/016/025);
      *>   COMPROVANTE= é o prazo em dias depois da DT FAT para o
      *>   pedido sem canhoto entrar na lista de cobrança;
      *>   LIBERAR-BLOQUEIO toma o bloqueio abandonado por uma carga
      *>   que caiu; REPROCESSAR aplica de novo um feed já aplicado
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS

           IF WS-RESTART-MODE = 'Y'
               PERFORM 1910-LOAD-CHECKPOINT
           END-IF
      *>   Chave da execução no journal; o RESTART herda a do
      *>   checkpoint para a carga inteira ficar sob uma só chave
           IF WS-EXEC-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EXEC-ID
           END-IF

      *>   A carga altera o mestre: pega o bloqueio exclusivo e lê o
      *>   feed inteiro antes de abrir qualquer saída, para a recusa
      *>   (outra execução em curso ou feed já aplicado) não truncar
      *>   REJEITOS.TXT/AUDITORIA.EXT da última carga boa. A POSICAO
      *>   só lê o mestre e avisa se houver alteração em curso
           IF WS-POSICAO-MODE = 'N'
               PERFORM 1800-PEGAR-BLOQUEIO
               IF WS-RECUSA = SPACE AND WS-ERRO-ARQUIVO = 'N'
                   PERFORM 1840-LER-FEED
               END-IF
               IF WS-RECUSA = SPACE AND WS-ERRO-ARQUIVO = 'N'
                   PERFORM 1845-CONFERIR-FEED
               END-IF
               IF WS-RECUSA NOT = SPACE OR WS-ERRO-ARQUIVO = 'Y'
                   IF WS-SPL-ABERTO = 'Y'
                       CLOSE FEED-SPOOL-FILE
                   END-IF
                   PERFORM 9100-FINALIZAR-EXECUCAO
                   STOP RUN
               END-IF
           ELSE
               PERFORM 1815-AVISAR-BLOQUEIO
           END-IF

           IF WS-POSICAO-MODE = 'N'
               IF WS-RESTART-MODE = 'Y'

           PERFORM 1900-OPEN-PEDIDOS-MASTER

      *>   Só a carga altera o mestre; o modo POSICAO não journaliza
           IF WS-POSICAO-MODE = 'N'
               PERFORM 1905-ABRIR-JOURNAL
           END-IF

           PERFORM 1930-CARREGAR-CADASTRO

           PERFORM 1935-CARREGAR-CADASTRO-CLI
           IF WS-POSICAO-MODE = 'N'
               PERFORM 1940-CARREGAR-NOTAS
               PERFORM 1948-CARREGAR-JUSTIF
               PERFORM 1970-CARREGAR-REPROG
               PERFORM 1980-CARREGAR-FECHAMENTOS
               PERFORM 1990-CARREGAR-ENTREGAS
           END-IF

           PERFORM 1950-CARREGAR-FERIADOS
      *>   cancelado (Req. 029); o modo POSICAO é somente-leitura e
      *>   não mexe no mestre
           IF WS-POSICAO-MODE = 'N'
      *>       Reprogramação de pedido que não veio no feed vai direto
      *>       ao mestre, antes dos cancelamentos
               IF WS-REP-CARREGADO = 'Y'
                   PERFORM 2420-REPROGRAMAR-SEM-FEED
               END-IF
      *>       Canhoto de pedido que não veio no feed idem
               IF WS-ENT-CARREGADO = 'Y'
                   PERFORM 2440-ENTREGAS-SEM-FEED
               END-IF
               PERFORM 2400-PROCESSAR-CANCELADOS
           END-IF

               CLOSE EXTRACT-FILE
           END-IF
           CLOSE PEDIDOS-MASTER
           IF WS-JNL-ABERTO = 'Y'
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-DELTA-MODE = 'Y'
               CLOSE DELTAS-FILE
           END-IF
           IF WS-NOTAS-CARREGADAS = 'Y'
               CLOSE RECON-FILE
           END-IF
           IF WS-REP-CARREGADO = 'Y'
               CLOSE REPROG-INC-FILE
           END-IF
           IF WS-RETRO-ABERTO = 'Y'
               CLOSE RETRO-FILE
           END-IF
           IF WS-ENT-CARREGADO = 'Y'
               CLOSE ENTREGAS-INC-FILE
           END-IF
           IF WS-SPL-ABERTO = 'Y'
               CLOSE FEED-SPOOL-FILE
           END-IF

      *>   Feed aplicado fica registrado para o reenvio ser reconhecido
           IF WS-POSICAO-MODE = 'N' AND WS-ERRO-ARQUIVO = 'N'
               PERFORM 1850-REGISTRAR-FEED
           END-IF

           PERFORM 9100-FINALIZAR-EXECUCAO

                   MOVE 'Y' TO WS-UTEIS-MODE
               WHEN WS-PARM-TOKEN = 'POSICAO'
                   MOVE 'Y' TO WS-POSICAO-MODE
               WHEN WS-PARM-TOKEN = 'LIBERAR-BLOQUEIO'
                   MOVE 'Y' TO WS-LCK-LIBERAR
               WHEN WS-PARM-TOKEN = 'REPROCESSAR'
                   MOVE 'Y' TO WS-REPROCESSAR
               WHEN WS-PARM-TOKEN(1:11) = 'TOLERANCIA='
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-PARM-TOKEN(12:12))) = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-PARM-TOKEN(12:12))) TO WS-TOLERANCIA
                   END-IF
               WHEN WS-PARM-TOKEN(1:12) = 'COMPROVANTE='
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-PARM-TOKEN(13:3))) = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-PARM-TOKEN(13:3))) TO WS-SCP-LIMITE
                   END-IF
               WHEN WS-PARM-TOKEN(1:9) = 'VENDEDOR='
                   MOVE WS-PARM-TOKEN(10:20) TO WS-FILTRO-VENDEDOR
                   MOVE 'Y' TO WS-FILTRO-ATIVO
                   MOVE 'Y' TO WS-FILTRO-ATIVO
           END-EVALUATE.

       1800-PEGAR-BLOQUEIO.
      *>   Bloqueio exclusivo do mestre para a carga. Ativo de outra
      *>   execução recusa a carga (RC 12), salvo o RESTART da mesma
      *>   carga, que retoma o próprio bloqueio, e o parâmetro
      *>   LIBERAR-BLOQUEIO, que toma o bloqueio abandonado por uma
      *>   execução que caiu sem liberar
           PERFORM 1810-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               EVALUATE TRUE
                   WHEN WS-RESTART-MODE = 'Y'
                       AND WS-LCK-PROGRAMA = 'OTD-AUDIT'
                       AND WS-LCK-EXECUCAO = WS-EXEC-ID
                       DISPLAY 'BLOQUEIO DA CARGA INTERROMPIDA '
                           WS-EXEC-ID ' RETOMADO PELO RESTART'
                   WHEN WS-LCK-LIBERAR = 'Y'
                       DISPLAY 'AVISO: BLOQUEIO ABANDONADO DE '
                           FUNCTION TRIM(WS-LCK-PROGRAMA)
                           ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                           WS-LCK-DATA ' ' WS-LCK-HORA
                           ') LIBERADO POR PARAMETRO'
                   WHEN OTHER
                       PERFORM 1805-RECUSAR-BLOQUEIO
               END-EVALUATE
           END-IF

      *>   Grava o bloqueio e relê: se duas execuções gravarem juntas,
      *>   só a que ficou no arquivo segue
           IF WS-RECUSA = SPACE
               MOVE 'A' TO WS-LCK-NOVA
               PERFORM 1820-GRAVAR-BLOQUEIO
               PERFORM 1810-LER-BLOQUEIO
               EVALUATE TRUE
                   WHEN WS-LCK-ATIVO = 'Y'
                       AND WS-LCK-PROGRAMA = 'OTD-AUDIT'
                       AND WS-LCK-EXECUCAO = WS-EXEC-ID
                       MOVE 'Y' TO WS-LCK-MEU
                   WHEN WS-LCK-ATIVO = 'Y'
                       PERFORM 1805-RECUSAR-BLOQUEIO
                   WHEN OTHER
                       DISPLAY 'ERRO: OTD.LCK NAO PODE SER GRAVADO '
                           '(STATUS ' WS-LCK-STATUS ') - MESTRE '
                           'PRESERVADO, EXECUCAO ABORTADA'
                       MOVE 'Y' TO WS-ERRO-ARQUIVO
               END-EVALUATE
           END-IF.

       1805-RECUSAR-BLOQUEIO.
           MOVE 'B' TO WS-RECUSA
           DISPLAY 'ERRO: PEDIDOS.DAT EM USO POR '
               FUNCTION TRIM(WS-LCK-PROGRAMA)
               ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
               WS-LCK-DATA ' ' WS-LCK-HORA ') - CARGA RECUSADA'
           DISPLAY 'SE ESSA EXECUCAO CAIU E NAO ESTA MAIS RODANDO, '
               'RODE DE NOVO COM O PARAMETRO LIBERAR-BLOQUEIO'.

       1810-LER-BLOQUEIO.
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

       1815-AVISAR-BLOQUEIO.
      *>   POSICAO só lê o mestre: não bloqueia nem é recusada, mas
      *>   avisa que a carteira pode estar pela metade
           PERFORM 1810-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               DISPLAY 'AVISO: CARGA EM CURSO - PEDIDOS.DAT SENDO '
                   'ALTERADO POR ' FUNCTION TRIM(WS-LCK-PROGRAMA)
                   ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                   WS-LCK-DATA ' ' WS-LCK-HORA ')'
               DISPLAY 'AVISO: A POSICAO PODE MISTURAR PEDIDOS JA '
                   'ATUALIZADOS COM PEDIDOS AINDA NA SITUACAO ANTERIOR'
           END-IF.

       1820-GRAVAR-BLOQUEIO.
      *>   Regrava o registro único do OTD.LCK com a situação em
      *>   WS-LCK-NOVA (A = ativo, L = liberado)
           PERFORM 9000-TIMESTAMP-ATUAL
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-STATUS = '00'
               MOVE SPACES            TO LCK-RECORD
               MOVE WS-LCK-NOVA       TO LCK-SITUACAO
               MOVE 'OTD-AUDIT'       TO LCK-PROGRAMA
               MOVE WS-EXEC-ID        TO LCK-EXECUCAO
               MOVE WS-TS-ATUAL(1:10) TO LCK-DATA
               MOVE WS-TS-ATUAL(12:8) TO LCK-HORA
               MOVE WS-PARM           TO LCK-PARAMETROS
               WRITE LCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       1830-LIBERAR-BLOQUEIO.
           MOVE 'L' TO WS-LCK-NOVA
           PERFORM 1820-GRAVAR-BLOQUEIO
           IF WS-LCK-STATUS NOT = '00'
               DISPLAY 'AVISO: OTD.LCK NAO FOI LIBERADO (STATUS '
                   WS-LCK-STATUS ') - A PROXIMA CARGA PRECISA DE '
                   'LIBERAR-BLOQUEIO'
           END-IF
           MOVE 'N' TO WS-LCK-MEU.

       1840-LER-FEED.
      *>   Copia o feed de STDIN para FEED-CARGA.DAT calculando a
      *>   assinatura do arquivo e guardando os totais do trailer; a
      *>   carga propriamente dita lê a cópia no 2000. A cópia é
      *>   refeita a cada execução, inclusive no RESTART
           OPEN OUTPUT FEED-SPOOL-FILE
           IF WS-SPL-STATUS NOT = '00'
               DISPLAY 'ERRO: FEED-CARGA.DAT NAO PODE SER CRIADO '
                   '(STATUS ' WS-SPL-STATUS ') - MESTRE PRESERVADO, '
                   'EXECUCAO ABORTADA'
               MOVE 'Y' TO WS-ERRO-ARQUIVO
           ELSE
               MOVE 'N' TO WS-SPL-EOF
               PERFORM UNTIL WS-SPL-EOF = 'Y'
                   ACCEPT WS-INPUT-LINE
                       ON EXCEPTION
                           MOVE 'Y' TO WS-SPL-EOF
                       NOT ON EXCEPTION
                           IF WS-INPUT-LINE = SPACES
                               MOVE 'Y' TO WS-SPL-EOF
                           ELSE
                               PERFORM 1842-GUARDAR-LINHA-FEED
                           END-IF
                   END-ACCEPT
               END-PERFORM
               CLOSE FEED-SPOOL-FILE
               IF WS-ERRO-ARQUIVO = 'N'
                   OPEN INPUT FEED-SPOOL-FILE
                   IF WS-SPL-STATUS = '00'
                       MOVE 'Y' TO WS-SPL-ABERTO
                   ELSE
                       DISPLAY 'ERRO: FEED-CARGA.DAT INDISPONIVEL '
                           '(STATUS ' WS-SPL-STATUS ') - MESTRE '
                           'PRESERVADO, EXECUCAO ABORTADA'
                       MOVE 'Y' TO WS-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.

       1842-GUARDAR-LINHA-FEED.
      *>   Assinatura = linhas, bytes e hash (base 31, módulo primo)
      *>   do conteúdo de cada linha mais o fim de linha
           IF WS-ERRO-ARQUIVO = 'N'
               MOVE WS-INPUT-LINE TO FEED-SPOOL-RECORD
               WRITE FEED-SPOOL-RECORD
               IF WS-SPL-STATUS NOT = '00'
                   DISPLAY 'ERRO: GRAVACAO DE FEED-CARGA.DAT FALHOU '
                       '(STATUS ' WS-SPL-STATUS ') - MESTRE '
                       'PRESERVADO, EXECUCAO ABORTADA'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
               END-IF
           END-IF
           ADD 1 TO WS-FEED-LINHAS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-INPUT-LINE TRAILING)) TO WS-FEED-LEN
           ADD WS-FEED-LEN TO WS-FEED-BYTES
           PERFORM VARYING WS-FEED-POS FROM 1 BY 1
               UNTIL WS-FEED-POS > WS-FEED-LEN
               COMPUTE WS-FEED-ASSINATURA = FUNCTION MOD(
                   WS-FEED-ASSINATURA * 31
                   + FUNCTION ORD(WS-INPUT-LINE(WS-FEED-POS:1)),
                   999999937)
           END-PERFORM
           COMPUTE WS-FEED-ASSINATURA = FUNCTION MOD(
               WS-FEED-ASSINATURA * 31 + 10, 999999937)
           IF WS-INPUT-LINE(1:8) = 'TRAILER;'
      *>       Mesmo tratamento do 2300-PROCESSAR-TRAILER
               PERFORM 2100-PARSE-CSV-LINE
               MOVE 'Y' TO WS-FEED-TRL-LIDO
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-2)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-2))
                       TO WS-FEED-TRL-QTD
               ELSE
                   MOVE 0 TO WS-FEED-TRL-QTD
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-3)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-3))
                       TO WS-FEED-TRL-VLR
               ELSE
                   MOVE 0 TO WS-FEED-TRL-VLR
               END-IF
           END-IF.

       1845-CONFERIR-FEED.
      *>   Feed com a mesma assinatura e os mesmos totais de trailer
      *>   de uma carga já registrada no FEEDS.DAT é recusado (RC 16),
      *>   salvo com REPROCESSAR (ex.: reaplicar depois de estornar a
      *>   carga no OTD-ESTORNO). Só o trailer igual, com conteúdo
      *>   diferente, não recusa: pode ser movimento legítimo que
      *>   fechou nos mesmos totais, então apenas avisa
           IF WS-FEED-LINHAS > 0
               OPEN INPUT FEEDS-FILE
               IF WS-FDS-STATUS = '00'
                   MOVE 'N' TO WS-FDS-EOF
                   PERFORM UNTIL WS-FDS-EOF = 'Y'
                       READ FEEDS-FILE
                           AT END
                               MOVE 'Y' TO WS-FDS-EOF
                           NOT AT END
                               PERFORM 1847-COMPARAR-FEED
                       END-READ
                   END-PERFORM
                   CLOSE FEEDS-FILE
               END-IF
           END-IF

           MOVE WS-FEED-TRL-QTD TO WS-BAL-QTD-ED
           MOVE WS-FEED-TRL-VLR TO WS-BAL-VLR-ED
           EVALUATE TRUE
               WHEN WS-FEED-REPETIDO = 'Y' AND WS-REPROCESSAR = 'Y'
                   DISPLAY 'AVISO: FEED JA APLICADO NA EXECUCAO '
                       WS-FDS-ANT-EXEC ' EM ' WS-FDS-ANT-DATA ' '
                       WS-FDS-ANT-HORA ' - REPROCESSAMENTO '
                       'INTENCIONAL (REPROCESSAR)'
               WHEN WS-FEED-REPETIDO = 'Y'
                   MOVE 'F' TO WS-RECUSA
                   DISPLAY 'ERRO: FEED JA APLICADO AO MESTRE NA '
                       'EXECUCAO ' WS-FDS-ANT-EXEC ' EM '
                       WS-FDS-ANT-DATA ' ' WS-FDS-ANT-HORA
                       ' - CARGA RECUSADA'
                   DISPLAY '      MESMO ARQUIVO: ' WS-FEED-LINHAS
                       ' LINHAS, TRAILER ' FUNCTION TRIM(WS-BAL-QTD-ED)
                       ' REGISTROS / ' FUNCTION TRIM(WS-BAL-VLR-ED)
                   DISPLAY 'PARA APLICAR DE NOVO DE PROPOSITO (EX.: '
                       'DEPOIS DE ESTORNAR A CARGA), RODE COM O '
                       'PARAMETRO REPROCESSAR'
               WHEN WS-FEED-MESMO-TRL = 'Y'
                   DISPLAY 'AVISO: TRAILER ' FUNCTION TRIM(
                       WS-BAL-QTD-ED) ' REGISTROS / ' FUNCTION TRIM(
                       WS-BAL-VLR-ED) ' IGUAL AO DO FEED DA EXECUCAO '
                       WS-FDS-TRL-EXEC
                   DISPLAY 'AVISO: CONTEUDO DIFERENTE - CONFIRA SE NAO '
                       'E O MESMO MOVIMENTO EXTRAIDO DE NOVO'
           END-EVALUATE.

       1847-COMPARAR-FEED.
           IF FDS-ASSINATURA = WS-FEED-ASSINATURA
               AND FDS-BYTES = WS-FEED-BYTES
               AND FDS-LINHAS = WS-FEED-LINHAS
               AND FDS-TRAILER-LIDO = WS-FEED-TRL-LIDO
               AND FDS-TRAILER-QTD = WS-FEED-TRL-QTD
               AND FDS-TRAILER-VLR = WS-FEED-TRL-VLR
               MOVE 'Y' TO WS-FEED-REPETIDO
               MOVE FDS-EXECUCAO TO WS-FDS-ANT-EXEC
               MOVE FDS-DATA     TO WS-FDS-ANT-DATA
               MOVE FDS-HORA     TO WS-FDS-ANT-HORA
           ELSE
               IF WS-FEED-TRL-LIDO = 'Y'
                   AND FDS-TRAILER-LIDO = 'Y'
                   AND FDS-TRAILER-QTD = WS-FEED-TRL-QTD
                   AND FDS-TRAILER-VLR = WS-FEED-TRL-VLR
                   MOVE 'Y' TO WS-FEED-MESMO-TRL
                   MOVE FDS-EXECUCAO TO WS-FDS-TRL-EXEC
               END-IF
           END-IF.

       1850-REGISTRAR-FEED.
      *>   Acrescenta o feed aplicado ao FEEDS.DAT (cria se não
      *>   existir); feed vazio não aplica nada e não é registrado
           IF WS-FEED-LINHAS > 0
               OPEN EXTEND FEEDS-FILE
               IF WS-FDS-STATUS NOT = '00'
                   OPEN OUTPUT FEEDS-FILE
               END-IF
               IF WS-FDS-STATUS = '00'
                   PERFORM 9000-TIMESTAMP-ATUAL
                   MOVE SPACES             TO FEEDS-RECORD
                   MOVE WS-EXEC-ID         TO FDS-EXECUCAO
                   MOVE WS-TS-ATUAL(1:10)  TO FDS-DATA
                   MOVE WS-TS-ATUAL(12:8)  TO FDS-HORA
                   MOVE WS-FEED-LINHAS     TO FDS-LINHAS
                   MOVE WS-FEED-BYTES      TO FDS-BYTES
                   MOVE WS-FEED-ASSINATURA TO FDS-ASSINATURA
                   MOVE WS-FEED-TRL-LIDO   TO FDS-TRAILER-LIDO
                   MOVE WS-FEED-TRL-QTD    TO FDS-TRAILER-QTD
                   MOVE WS-FEED-TRL-VLR    TO FDS-TRAILER-VLR
                   MOVE WS-FEED-REPETIDO   TO FDS-REPROCESSO
                   WRITE FEEDS-RECORD
                   CLOSE FEEDS-FILE
               ELSE
                   DISPLAY 'AVISO: FEEDS.DAT INDISPONIVEL (STATUS '
                       WS-FDS-STATUS ') - FEED NAO REGISTRADO, O '
                       'REENVIO DESTE ARQUIVO NAO SERA RECONHECIDO'
               END-IF
           END-IF.

       1900-OPEN-PEDIDOS-MASTER.
      *>   Abre o mestre indexado em I-O; SÓ se ainda não existir
      *>   (status 35) cria o arquivo vazio antes de reabrir em I-O.
      *>   Qualquer outro status (ex.: 39, conflito de atributos de
      *>   um mestre no layout antigo) é fatal: recriar por cima
      *>   truncaria a carteira inteira — converta o mestre para o
      *>   layout atual (OTD-CONVERTE DESCARREGAR/RECARREGAR) antes
      *>   de rodar a carga
           OPEN I-O PEDIDOS-MASTER
           IF WS-PM-STATUS = '35'
               OPEN OUTPUT PEDIDOS-MASTER
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ') - MESTRE PRESERVADO, '
                   'EXECUCAO ABORTADA'
               IF WS-PM-STATUS = '39'
                   DISPLAY 'MESTRE EM LAYOUT ANTERIOR - CONVERTA COM '
                       'OTD-CONVERTE DESCARREGAR E RECARREGAR'
               END-IF
               MOVE 'Y' TO WS-ERRO-ARQUIVO
               PERFORM 9100-FINALIZAR-EXECUCAO
               STOP RUN
           END-IF.

       1905-ABRIR-JOURNAL.
      *>   Journal acumula entre execuções (EXTEND, cria se não
      *>   existir). Sem journal a carga não pode ser estornada
      *>   depois, então a falha de abertura é fatal como a do mestre
           IF WS-RESTART-MODE = 'Y'
               PERFORM 1906-RETOMAR-JOURNAL
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS-JNL.DAT INDISPONIVEL (STATUS '
                   WS-JNL-STATUS ') - MESTRE PRESERVADO, '
                   'EXECUCAO ABORTADA'
               CLOSE PEDIDOS-MASTER
               MOVE 'Y' TO WS-ERRO-ARQUIVO
               PERFORM 9100-FINALIZAR-EXECUCAO
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-JNL-ABERTO.

       1906-RETOMAR-JOURNAL.
      *>   No RESTART a numeração continua de onde a execução
      *>   interrompida parou, contando o que ela já journalizou
           MOVE 0 TO WS-JNL-SEQ
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS = '00'
               MOVE 'N' TO WS-JNL-EOF
               PERFORM UNTIL WS-JNL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JNL-EOF
                       NOT AT END
                           IF JN-EXECUCAO = WS-EXEC-ID
                               ADD 1 TO WS-JNL-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       1930-CARREGAR-CADASTRO.
      *>   Carrega o cadastro de vendedores na partida (Req. 013);
      *>   sem VENDEDORES.DAT o programa segue no comportamento
               END-IF
           END-IF.

       1970-CARREGAR-REPROG.
      *>   Carrega as reprogramações de PREV ENT na partida; sem
      *>   REPROGRAMACOES.TXT a carga segue como antes e as taxas
      *>   contra a promessa original saem do que já está no mestre.
      *>   Reusa o parser CSV do feed antes do primeiro registro de
      *>   dados ser lido
           MOVE 'N' TO WS-REP-CARREGADO
           OPEN INPUT REPROG-FILE
           IF WS-REP-STATUS = '00'
               MOVE 'Y' TO WS-REP-CARREGADO
               IF WS-RESTART-MODE = 'Y'
                   OPEN EXTEND REPROG-INC-FILE
                   IF WS-RPI-STATUS NOT = '00'
                       OPEN OUTPUT REPROG-INC-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT REPROG-INC-FILE
               END-IF
               IF WS-RPI-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
               END-IF
               MOVE 'N' TO WS-REP-EOF
               PERFORM UNTIL WS-REP-EOF = 'Y'
                   READ REPROG-FILE
                       AT END
                           MOVE 'Y' TO WS-REP-EOF
                       NOT AT END
                           MOVE REPROG-RECORD TO WS-INPUT-LINE
                           PERFORM 1975-GUARDAR-REPROG
                   END-READ
               END-PERFORM
               CLOSE REPROG-FILE
      *>       Ordena por pedido e, dentro do pedido, pela ordem do
      *>       arquivo: as reprogramações encadeiam na sequência em
      *>       que foram negociadas
               IF WS-REP-COUNT > 0
                   SORT WS-REP-ENTRY ON ASCENDING KEY WRP-PEDIDO
                                                      WRP-SEQ
               END-IF
           END-IF.

       1975-GUARDAR-REPROG.
      *>   PEDIDO;DATA ANTERIOR;DATA NOVA;MOTIVO;AUTORIZADOR — linha
      *>   com pedido não numérico ou data ilegível vai para o
      *>   REPROG-INC.TXT e não é aplicada
           ADD 1 TO WS-REP-LIDAS
           PERFORM 2100-PARSE-CSV-LINE
           MOVE 'Y' TO WS-REC-VALIDO
           IF FUNCTION TRIM(WS-FIELD-1) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-1))
                   NOT = 0
               MOVE 'N' TO WS-REC-VALIDO
           END-IF
           IF WS-REC-VALIDO = 'Y'
               MOVE WS-FIELD-2(1:10) TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-REC-VALIDO
               END-IF
           END-IF
           IF WS-REC-VALIDO = 'Y'
               MOVE WS-FIELD-3(1:10) TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-REC-VALIDO
               END-IF
           END-IF

           IF WS-REC-VALIDO = 'N'
               ADD 1 TO WS-REP-INVALIDAS
               MOVE SPACES TO REPROG-INC-RECORD
               STRING 'LINHA INVALIDA|'
                      FUNCTION TRIM(WS-INPUT-LINE)
                      DELIMITED BY SIZE
                      INTO REPROG-INC-RECORD
               WRITE REPROG-INC-RECORD
           ELSE
               IF WS-REP-COUNT < WS-REP-MAX
                   ADD 1 TO WS-REP-COUNT
                   ADD 1 TO WS-REP-SEQ
                   SET WS-REP-IDX TO WS-REP-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-1))
                       TO WRP-PEDIDO(WS-REP-IDX)
                   MOVE WS-REP-SEQ       TO WRP-SEQ(WS-REP-IDX)
                   MOVE WS-FIELD-2(1:10) TO WRP-ANTERIOR(WS-REP-IDX)
                   MOVE WS-FIELD-3(1:10) TO WRP-NOVA(WS-REP-IDX)
                   MOVE WS-FIELD-4       TO WRP-MOTIVO(WS-REP-IDX)
                   MOVE WS-FIELD-5       TO WRP-AUTORIZ(WS-REP-IDX)
                   MOVE 'N' TO WRP-TRATADA(WS-REP-IDX)
               ELSE
      *>           Reprogramação fora da tabela não é aplicada: o
      *>           pedido fica com a promessa antiga no mestre
                   ADD 1 TO WS-REP-OMITIDAS
               END-IF
           END-IF.

       1980-CARREGAR-FECHAMENTOS.
      *>   Competências fechadas pelo OTD-FECHAMENTO; sem
      *>   FECHAMENTOS.DAT nenhum mês está fechado e a carga segue
      *>   como antes. Com o arquivo, ALTERACOES-RETROATIVAS.TXT é
      *>   recriado a cada carga (acrescentado no RESTART)
           MOVE 'N' TO WS-FCH-CARREGADO
           OPEN INPUT FECHAMENTOS-FILE
           IF WS-FCH-STATUS = '00'
               MOVE 'Y' TO WS-FCH-CARREGADO
               MOVE 'N' TO WS-FCH-EOF
               PERFORM UNTIL WS-FCH-EOF = 'Y'
                   READ FECHAMENTOS-FILE
                       AT END
                           MOVE 'Y' TO WS-FCH-EOF
                       NOT AT END
                           IF FC-TIPO = 'F' OR FC-TIPO = 'R'
                               PERFORM 1985-REGISTRAR-FECHAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTOS-FILE
               PERFORM VARYING WS-FCH-I FROM 1 BY 1
                   UNTIL WS-FCH-I > WS-FCH-COUNT
                   IF WFC-SITUACAO(WS-FCH-I) = 'F'
                       ADD 1 TO WS-FCH-FECHADAS
                   END-IF
               END-PERFORM

               IF WS-RESTART-MODE = 'Y'
                   OPEN EXTEND RETRO-FILE
                   IF WS-RETRO-STATUS NOT = '00'
                       OPEN OUTPUT RETRO-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT RETRO-FILE
               END-IF
               IF WS-RETRO-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
                   MOVE 0 TO WS-FCH-FECHADAS
               ELSE
                   MOVE 'Y' TO WS-RETRO-ABERTO
               END-IF
           END-IF.

       1985-REGISTRAR-FECHAMENTO.
      *>   O FECHAMENTOS.DAT só acrescenta: o último F ou R lido de
      *>   cada competência é a situação vigente
           IF FC-COMPETENCIA(1:2) IS NUMERIC
               AND FC-COMPETENCIA(3:1) = '/'
               AND FC-COMPETENCIA(4:4) IS NUMERIC
               COMPUTE WS-FCH-CHAVE =
                   FUNCTION NUMVAL(FC-COMPETENCIA(4:4)) * 100
                   + FUNCTION NUMVAL(FC-COMPETENCIA(1:2))
               PERFORM 2233-BUSCAR-FECHAMENTO
               IF WS-FCH-FOUND = 'N'
                   IF WS-FCH-COUNT < WS-FCH-MAX
                       PERFORM 1986-INSERIR-FECHAMENTO
                       MOVE 'Y' TO WS-FCH-FOUND
                   ELSE
                       ADD 1 TO WS-FCH-OMITIDOS
                   END-IF
               END-IF
               IF WS-FCH-FOUND = 'Y'
                   MOVE FC-TIPO   TO WFC-SITUACAO(WS-FCH-IDX)
                   MOVE FC-VERSAO TO WFC-VERSAO(WS-FCH-IDX)
                   MOVE FC-TAXA   TO WFC-TAXA(WS-FCH-IDX)
               END-IF
           END-IF.

       1986-INSERIR-FECHAMENTO.
      *>   Abre espaço na posição ordenada de WS-FCH-CHAVE deslizando
      *>   as entradas maiores uma casa para baixo
           ADD 1 TO WS-FCH-COUNT
           MOVE WS-FCH-COUNT TO WS-FCH-I
           PERFORM UNTIL WS-FCH-I = 1
               OR WFC-CHAVE(WS-FCH-I - 1) < WS-FCH-CHAVE
               MOVE WS-FCH-ENTRY(WS-FCH-I - 1)
                   TO WS-FCH-ENTRY(WS-FCH-I)
               SUBTRACT 1 FROM WS-FCH-I
           END-PERFORM
           SET WS-FCH-IDX TO WS-FCH-I
           MOVE WS-FCH-CHAVE   TO WFC-CHAVE(WS-FCH-IDX)
           MOVE FC-COMPETENCIA TO WFC-COMPETENCIA(WS-FCH-IDX).

       1990-CARREGAR-ENTREGAS.
      *>   Carrega os canhotos das transportadoras na partida; sem
      *>   ENTREGAS.TXT a carga segue como antes e a classificação
      *>   pela entrega sai do que já está no mestre. Reusa o parser
      *>   CSV do feed antes do primeiro registro de dados ser lido
           MOVE 'N' TO WS-ENT-CARREGADO
           OPEN INPUT ENTREGAS-FILE
           IF WS-ENT-STATUS = '00'
               MOVE 'Y' TO WS-ENT-CARREGADO
               IF WS-RESTART-MODE = 'Y'
                   OPEN EXTEND ENTREGAS-INC-FILE
                   IF WS-ENI-STATUS NOT = '00'
                       OPEN OUTPUT ENTREGAS-INC-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT ENTREGAS-INC-FILE
               END-IF
               IF WS-ENI-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
               END-IF
               MOVE 'N' TO WS-ENT-EOF
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   READ ENTREGAS-FILE
                       AT END
                           MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE ENTREGAS-RECORD TO WS-INPUT-LINE
                           PERFORM 1995-GUARDAR-ENTREGA
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS-FILE
      *>       Ordena por pedido para a busca binária do
      *>       2234-CASAR-ENTREGA; canhotos do mesmo pedido ficam
      *>       adjacentes
               IF WS-ENT-COUNT > 0
                   SORT WS-ENT-ENTRY ON ASCENDING KEY WEN-PEDIDO
               END-IF
           END-IF.

       1995-GUARDAR-ENTREGA.
      *>   PEDIDO;NOTA;DATA ENTREGA;RECEBEDOR — linha em branco é
      *>   ignorada; pedido ou nota não numérico, data ilegível ou
      *>   entrega no futuro vai para o ENTREGAS-INC.TXT e não é
      *>   aplicada
           IF ENTREGAS-RECORD NOT = SPACES
               ADD 1 TO WS-ENT-LIDAS
               PERFORM 2100-PARSE-CSV-LINE
               MOVE 'Y' TO WS-REC-VALIDO
               IF FUNCTION TRIM(WS-FIELD-1) = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-1))
                       NOT = 0
                   OR FUNCTION TRIM(WS-FIELD-2) = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FIELD-2))
                       NOT = 0
                   MOVE 'N' TO WS-REC-VALIDO
               END-IF
               IF WS-REC-VALIDO = 'Y'
                   MOVE WS-FIELD-3(1:10) TO WS-DATE-STR
                   PERFORM 2170-VALIDATE-DATE-STR
                   IF WS-DATE-VALID = 'N'
                       OR WS-DATE-INT > WS-TODAY-INT
                       MOVE 'N' TO WS-REC-VALIDO
                   END-IF
               END-IF

               IF WS-REC-VALIDO = 'N'
                   ADD 1 TO WS-ENT-INVALIDAS
                   MOVE SPACES TO ENTREGAS-INC-RECORD
                   STRING 'LINHA INVALIDA|'
                          FUNCTION TRIM(WS-INPUT-LINE)
                          DELIMITED BY SIZE
                          INTO ENTREGAS-INC-RECORD
                   WRITE ENTREGAS-INC-RECORD
               ELSE
                   IF WS-ENT-COUNT < WS-ENT-MAX
                       ADD 1 TO WS-ENT-COUNT
                       SET WS-ENT-IDX TO WS-ENT-COUNT
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-1))
                           TO WEN-PEDIDO(WS-ENT-IDX)
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-2))
                           TO WEN-NOTA(WS-ENT-IDX)
                       MOVE WS-FIELD-3(1:10) TO WEN-DATA(WS-ENT-IDX)
                       MOVE WS-DATE-INT   TO WEN-DATA-INT(WS-ENT-IDX)
                       MOVE WS-FIELD-4    TO WEN-RECEBEDOR(WS-ENT-IDX)
                       MOVE 'N' TO WEN-CASADA(WS-ENT-IDX)
                   ELSE
      *>               Canhoto fora da tabela não é aplicado: o pedido
      *>               segue sem comprovante no mestre
                       ADD 1 TO WS-ENT-OMITIDAS
                   END-IF
               END-IF
           END-IF.

       1910-LOAD-CHECKPOINT.
      *>   Restaura contadores/posição do último checkpoint gravado
           OPEN INPUT CHECKPOINT-FILE
                           WS-TOTAL-NO-PRAZO-DZ
                       MOVE CKPT-ATRASADO-DZ      TO
                           WS-TOTAL-ATRASADO-DZ
                       MOVE CKPT-EXEC-ID          TO WS-EXEC-ID
                       MOVE CKPT-NO-PRAZO-ORIG    TO
                           WS-TOTAL-NO-PRAZO-ORIG
                       MOVE CKPT-REPROGRAMADOS    TO
                           WS-TOTAL-REPROGRAMADOS
                       MOVE CKPT-OTIF-BASE        TO WS-OTIF-BASE
                       MOVE CKPT-OTIF-OK          TO WS-OTIF-OK
                       MOVE CKPT-OTIF-INCOMPL     TO WS-OTIF-INCOMPL
                       MOVE CKPT-OTIF-ATRAS       TO WS-OTIF-ATRAS
                       MOVE CKPT-ENT-BASE         TO WS-ENT-BASE
                       MOVE CKPT-ENT-NO-PRAZO     TO WS-ENT-NO-PRAZO
                       MOVE CKPT-ENT-ATRASADO     TO WS-ENT-ATRASADO
                       MOVE CKPT-ENT-VIROU-ATRASO TO
                           WS-ENT-VIROU-ATRASO
                       MOVE CKPT-ENT-SEM-COMPROV  TO WS-ENT-SEM-COMPROV
                       MOVE CKPT-ENT-TRANS-QTD    TO WS-ENT-TRANS-QTD
                       MOVE CKPT-ENT-TRANS-SOMA   TO WS-ENT-TRANS-SOMA
                       MOVE CKPT-ENT-ANTES-FAT    TO
                           WS-ENT-ANTES-FAT-QTD
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-HASH-VLR           TO CKPT-HASH-VLR
           MOVE WS-TOTAL-NO-PRAZO-DZ  TO CKPT-NO-PRAZO-DZ
           MOVE WS-TOTAL-ATRASADO-DZ  TO CKPT-ATRASADO-DZ
           MOVE WS-EXEC-ID            TO CKPT-EXEC-ID
           MOVE WS-TOTAL-NO-PRAZO-ORIG TO CKPT-NO-PRAZO-ORIG
           MOVE WS-TOTAL-REPROGRAMADOS TO CKPT-REPROGRAMADOS
           MOVE WS-OTIF-BASE          TO CKPT-OTIF-BASE
           MOVE WS-OTIF-OK            TO CKPT-OTIF-OK
           MOVE WS-OTIF-INCOMPL       TO CKPT-OTIF-INCOMPL
           MOVE WS-OTIF-ATRAS         TO CKPT-OTIF-ATRAS
           MOVE WS-ENT-BASE           TO CKPT-ENT-BASE
           MOVE WS-ENT-NO-PRAZO       TO CKPT-ENT-NO-PRAZO
           MOVE WS-ENT-ATRASADO       TO CKPT-ENT-ATRASADO
           MOVE WS-ENT-VIROU-ATRASO   TO CKPT-ENT-VIROU-ATRASO
           MOVE WS-ENT-SEM-COMPROV    TO CKPT-ENT-SEM-COMPROV
           MOVE WS-ENT-TRANS-QTD      TO CKPT-ENT-TRANS-QTD
           MOVE WS-ENT-TRANS-SOMA     TO CKPT-ENT-TRANS-SOMA
           MOVE WS-ENT-ANTES-FAT-QTD  TO CKPT-ENT-ANTES-FAT

           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CKPT-RECORD
           ADD 5 TO WS-LINE-COUNT.

       2000-READ-AND-PROCESS.
      *>   Lê a cópia do feed gravada no 1840
           READ FEED-SPOOL-FILE INTO WS-INPUT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-INPUT-LINE = SPACES
                       MOVE 'Y' TO WS-EOF
                   ELSE
                               PERFORM 2180-RECONCILIAR-DIAS
                               PERFORM 2182-CALCULAR-DIAS-UTEIS
                               PERFORM 2185-CLASSIFY-STATUS
      *>                       Soma das notas do pedido vai para o
      *>                       mestre, então casa antes do 2190
                               MOVE 'N' TO WS-OTIF-APURADO
                               IF WS-NOTAS-CARREGADAS = 'Y'
                                   PERFORM 2197-CASAR-NOTA
                               END-IF
      *>                       Canhoto do pedido idem
                               MOVE 'N' TO WS-ENT-APURADO
                               IF WS-ENT-CARREGADO = 'Y'
                                   MOVE WS-PEDIDO TO WS-ENT-CHAVE
                                   PERFORM 2234-CASAR-ENTREGA
                               END-IF
                               PERFORM 2190-ATUALIZAR-MASTER
      *>                       Régua da promessa original depende da
      *>                       PREV ENT original resolvida no 2190
                               PERFORM 2186-CLASSIFICAR-ORIGINAL
                               PERFORM 2187-CLASSIFICAR-OTIF
                               PERFORM 2195-WRITE-EXTRACT
      *>                       Justificativas casam antes do filtro,
      *>                       como as notas: atraso fora do escopo
      *>                       não pode sobrar como falsa órfã no
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       2050-VARRER-POSICAO.
      *>   Varre o mestre inteiro em ordem de chave e joga cada
               MOVE PM-DT-FAT        TO WS-DT-FAT
               MOVE PM-DIAS          TO WS-DIAS
               MOVE PM-VLR-MERC      TO WS-VLR-MERC
               PERFORM 2199-PROMESSA-DO-MESTRE
               PERFORM 2198-NOTAS-DO-MESTRE
      *>       Registro gravado antes do campo 8 do feed lê em branco
      *>       (Req. 027)
               IF FUNCTION TRIM(PM-TRANSPORTADORA) = SPACES
               PERFORM 2180-RECONCILIAR-DIAS
               PERFORM 2182-CALCULAR-DIAS-UTEIS
               PERFORM 2185-CLASSIFY-STATUS
               PERFORM 2186-CLASSIFICAR-ORIGINAL
               PERFORM 2187-CLASSIFICAR-OTIF
      *>       Entrega reclassificada na régua desta execução (SLA,
      *>       UTEIS); o registro lido não é regravado
               PERFORM 2235-CLASSIFICAR-ENTREGA
               PERFORM 2236-ENTREGA-DO-MESTRE
               PERFORM 2205-CHECK-FILTRO
               IF WS-REC-FILTRADO = 'Y'
                   ADD 1 TO WS-TOTAL-FILTRADOS
                           WRITE INCONS-RECORD
                       ELSE
                           ADD 1 TO WS-TOTAL-CANCELADOS
                           MOVE 'Y'       TO WS-PM-EXISTIA
                           MOVE PM-RECORD TO WS-PM-ANTES
                           MOVE 'CANCELADO   ' TO PM-STATUS-OTD
                           MOVE WS-FIELD-2(1:10) TO PM-DT-CANCEL
                           MOVE WS-FIELD-3       TO PM-MOT-CANCEL
                           IF WS-PM-STATUS NOT = '00'
                               AND WS-PM-STATUS NOT = '02'
                               MOVE 'Y' TO WS-ERRO-ARQUIVO
                           ELSE
                               MOVE 'CANCELAMENTO' TO WS-JNL-OPERACAO
                               PERFORM 2196-GRAVAR-JOURNAL
                               IF WS-FCH-FECHADAS > 0
                                   PERFORM 2231-VERIFICAR-RETROATIVO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2420-REPROGRAMAR-SEM-FEED.
      *>   Reprogramações que sobraram depois do feed são de pedidos
      *>   que não vieram nesta carga: aplicadas direto no registro
      *>   do mestre (só promessa original, quantidade e última data
      *>   — a PREV ENT vigente continua sendo a do feed) e
      *>   journalizadas para o estorno. Pedido fora do mestre vai
      *>   para o REPROG-INC.TXT
           PERFORM VARYING WS-REP-I FROM 1 BY 1
               UNTIL WS-REP-I > WS-REP-COUNT
               IF WRP-TRATADA(WS-REP-I) = 'N'
                   MOVE WRP-PEDIDO(WS-REP-I) TO PM-PEDIDO
                   READ PEDIDOS-MASTER
                       INVALID KEY
                           PERFORM 2425-REPROG-INEXISTENTE
                       NOT INVALID KEY
                           PERFORM 2430-REPROGRAMAR-MESTRE
                   END-READ
               END-IF
           END-PERFORM.

       2425-REPROG-INEXISTENTE.
      *>   Uma linha de inconsistência por reprogramação do pedido
      *>   que não está no mestre
           PERFORM VARYING WS-REP-IDX FROM WS-REP-I BY 1
               UNTIL WS-REP-IDX > WS-REP-COUNT
               IF WRP-PEDIDO(WS-REP-IDX) NOT = WRP-PEDIDO(WS-REP-I)
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WRP-TRATADA(WS-REP-IDX)
               ADD 1 TO WS-REP-INEXISTENTES
               MOVE SPACES TO REPROG-INC-RECORD
               STRING 'PEDIDO INEXISTENTE NO MESTRE|'
                      WRP-PEDIDO(WS-REP-IDX)
                      '|' WRP-ANTERIOR(WS-REP-IDX)
                      '|' WRP-NOVA(WS-REP-IDX)
                      '|' FUNCTION TRIM(WRP-MOTIVO(WS-REP-IDX))
                      DELIMITED BY SIZE
                      INTO REPROG-INC-RECORD
               WRITE REPROG-INC-RECORD
           END-PERFORM.

       2430-REPROGRAMAR-MESTRE.
      *>   Regrava o pedido com as reprogramações aplicadas; o
      *>   2196-GRAVAR-JOURNAL descarta a regravação idêntica (todas
      *>   as linhas já aplicadas numa carga anterior)
           MOVE 'Y'       TO WS-PM-EXISTIA
           MOVE PM-RECORD TO WS-PM-ANTES
           IF PM-QTD-REPROG IS NOT NUMERIC
               MOVE 0 TO PM-QTD-REPROG
           END-IF
           IF FUNCTION TRIM(PM-PREV-ENT-ORIG) = SPACES
               MOVE PM-PREV-ENT TO PM-PREV-ENT-ORIG
           END-IF
           PERFORM 2189-APLICAR-REPROGRAMACOES
           IF PM-RECORD NOT = WS-PM-ANTES
               ADD 1 TO WS-REP-SEM-FEED
               REWRITE PM-RECORD
               END-REWRITE
               IF WS-PM-STATUS NOT = '00'
                   AND WS-PM-STATUS NOT = '02'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
               ELSE
                   MOVE 'REPROGRAMADO' TO WS-JNL-OPERACAO
                   PERFORM 2196-GRAVAR-JOURNAL
                   IF WS-FCH-FECHADAS > 0
                       PERFORM 2231-VERIFICAR-RETROATIVO
                   END-IF
               END-IF
           END-IF.

       2440-ENTREGAS-SEM-FEED.
      *>   Canhotos que sobraram depois do feed são de pedidos que
      *>   não vieram nesta carga (o pedido já faturado costuma sair
      *>   do feed antes do canhoto chegar): aplicados direto no
      *>   registro do mestre e journalizados para o estorno. Pedido
      *>   fora do mestre vai para o ENTREGAS-INC.TXT
           PERFORM VARYING WS-ENT-I FROM 1 BY 1
               UNTIL WS-ENT-I > WS-ENT-COUNT
               IF WEN-CASADA(WS-ENT-I) = 'N'
                   MOVE WEN-PEDIDO(WS-ENT-I) TO PM-PEDIDO
                   READ PEDIDOS-MASTER
                       INVALID KEY
                           PERFORM 2445-ENTREGA-INEXISTENTE
                       NOT INVALID KEY
                           PERFORM 2450-ENTREGAR-MESTRE
                   END-READ
               END-IF
           END-PERFORM.

       2445-ENTREGA-INEXISTENTE.
      *>   Uma linha de inconsistência por canhoto do pedido que não
      *>   está no mestre
           PERFORM VARYING WS-ENT-IDX FROM WS-ENT-I BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF WEN-PEDIDO(WS-ENT-IDX) NOT = WEN-PEDIDO(WS-ENT-I)
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WEN-CASADA(WS-ENT-IDX)
               ADD 1 TO WS-ENT-INEXISTENTES
               MOVE SPACES TO ENTREGAS-INC-RECORD
               STRING 'PEDIDO INEXISTENTE NO MESTRE|'
                      WEN-PEDIDO(WS-ENT-IDX)
                      '|' WEN-NOTA(WS-ENT-IDX)
                      '|' WEN-DATA(WS-ENT-IDX)
                      '|' FUNCTION TRIM(WEN-RECEBEDOR(WS-ENT-IDX))
                      DELIMITED BY SIZE
                      INTO ENTREGAS-INC-RECORD
               WRITE ENTREGAS-INC-RECORD
           END-PERFORM.

       2450-ENTREGAR-MESTRE.
      *>   Regrava o pedido com a entrega do canhoto, classificada na
      *>   régua do cliente do próprio pedido; o 2196-GRAVAR-JOURNAL
      *>   descarta a regravação idêntica (canhoto já aplicado numa
      *>   carga anterior). Pedido cancelado não recebe entrega
           MOVE 'Y'       TO WS-PM-EXISTIA
           MOVE PM-RECORD TO WS-PM-ANTES
           MOVE PM-PEDIDO TO WS-ENT-CHAVE
           PERFORM 2234-CASAR-ENTREGA
           IF PM-STATUS-OTD = 'CANCELADO   '
               ADD 1 TO WS-ENT-CANCELADOS
               MOVE SPACES TO ENTREGAS-INC-RECORD
               STRING 'PEDIDO CANCELADO|'
                      PM-PEDIDO
                      '|' WS-ENT-NOTA
                      '|' WS-ENT-DT
                      '|' FUNCTION TRIM(WS-ENT-RECEBEDOR)
                      DELIMITED BY SIZE
                      INTO ENTREGAS-INC-RECORD
               WRITE ENTREGAS-INC-RECORD
           ELSE
               IF PM-NOTA-ENTREGA IS NOT NUMERIC
                   MOVE SPACES TO PM-DT-ENTREGA
                   MOVE 0      TO PM-NOTA-ENTREGA
                   MOVE SPACES TO PM-RECEBEDOR
               END-IF
               MOVE WS-ENT-DT        TO PM-DT-ENTREGA
               MOVE WS-ENT-NOTA      TO PM-NOTA-ENTREGA
               MOVE WS-ENT-RECEBEDOR TO PM-RECEBEDOR
      *>       Tolerância do SLA pelo grupo canônico do cliente do
      *>       pedido; o cliente fora do cadastro já foi contado no
      *>       feed e não entra de novo no resumo
               MOVE PM-NOME-FANTASIA     TO WS-NOME-FANTASIA
               MOVE WS-TOTAL-CLI-SEM-CAD TO WS-ENT-SALVA-SEM-CAD
               PERFORM 2245-RESOLVER-CLIENTE
               MOVE WS-ENT-SALVA-SEM-CAD TO WS-TOTAL-CLI-SEM-CAD
               PERFORM 2184-BUSCAR-SLA
               PERFORM 2235-CLASSIFICAR-ENTREGA
               ADD 1 TO WS-ENT-APLICADAS
               IF PM-RECORD NOT = WS-PM-ANTES
                   ADD 1 TO WS-ENT-SEM-FEED
                   REWRITE PM-RECORD
                   END-REWRITE
                   IF WS-PM-STATUS NOT = '00'
                       AND WS-PM-STATUS NOT = '02'
                       MOVE 'Y' TO WS-ERRO-ARQUIVO
                   ELSE
                       MOVE 'ENTREGA' TO WS-JNL-OPERACAO
                       PERFORM 2196-GRAVAR-JOURNAL
                       IF WS-FCH-FECHADAS > 0
                           PERFORM 2231-VERIFICAR-RETROATIVO
                       END-IF
                   END-IF
               END-IF
               PERFORM 2238-APONTAR-ENTREGA
           END-IF.

       2197-CASAR-NOTA.
      *>   Casa o pedido com TODAS as notas do mesmo número de pedido
      *>   — faturamento parcial sai em várias notas — somando o
      *>   valor faturado, a quantidade de notas e a emissão da mais
      *>   recente, que vão para o mestre e para a taxa OTIF; roda
      *>   também para o pedido em aberto, que já pode ter faturado
      *>   parte. No pedido faturado aponta as divergências
      *>   (Req. 015): sem nota, faturado acima do valor do pedido
      *>   além da tolerância — abaixo é parcial, não divergência —
      *>   e DT FAT que não bate com a emissão de nenhuma das notas.
      *>   Busca binária na tabela ordenada por pedido (Req. 026): o
      *>   SEARCH ALL para em qualquer nota do pedido, então recua
      *>   até a primeira do grupo e soma até a última
           MOVE 'N' TO WS-NOTA-FOUND
           MOVE 'N' TO WS-OTIF-APURADO
           MOVE 'N' TO WS-OTIF-DATA-OK
           MOVE 0 TO WS-OTIF-VLR-FAT
           MOVE 0 TO WS-OTIF-QTD-NOTAS
           MOVE 0 TO WS-OTIF-ULT-INT
           MOVE 0 TO WS-OTIF-PCT
           MOVE SPACES TO WS-OTIF-DT-ULT
           IF WS-NOTA-COUNT > 0
               SEARCH ALL WS-NOTA-ENTRY
                   AT END
               END-SEARCH
           END-IF
           IF WS-NOTA-FOUND = 'Y'
               MOVE 'Y' TO WS-OTIF-APURADO
               PERFORM UNTIL WS-NOTA-IDX = 1
                   OR WN-PEDIDO(WS-NOTA-IDX - 1) NOT = WS-PEDIDO
                   SET WS-NOTA-IDX DOWN BY 1
               END-PERFORM
               PERFORM UNTIL WS-NOTA-FOUND = 'N'
                   MOVE 'Y' TO WN-CASADA(WS-NOTA-IDX)
                   ADD WN-VALOR(WS-NOTA-IDX) TO WS-OTIF-VLR-FAT
                   IF WS-OTIF-QTD-NOTAS < 999
                       ADD 1 TO WS-OTIF-QTD-NOTAS
                   END-IF
                   IF WN-EMISSAO(WS-NOTA-IDX) = WS-DT-FAT
                       MOVE 'Y' TO WS-OTIF-DATA-OK
                   END-IF
                   MOVE WN-EMISSAO(WS-NOTA-IDX) TO WS-DATE-STR
                   PERFORM 2170-VALIDATE-DATE-STR
                   IF WS-DATE-VALID = 'Y'
                       AND WS-DATE-INT > WS-OTIF-ULT-INT
                       MOVE WS-DATE-INT TO WS-OTIF-ULT-INT
                       MOVE WN-EMISSAO(WS-NOTA-IDX) TO WS-OTIF-DT-ULT
                   END-IF
                   IF WS-NOTA-IDX >= WS-NOTA-COUNT
                       MOVE 'N' TO WS-NOTA-FOUND
                   ELSE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-VLR-MERC > 0
                   COMPUTE WS-OTIF-PCT ROUNDED =
                       WS-OTIF-VLR-FAT * 100 / WS-VLR-MERC
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-OTIF-PCT
                   END-COMPUTE
               END-IF
           END-IF

      *>   Pedido em aberto não tem DT FAT a reconciliar (Reqs. 011/015)
           IF WS-EM-ABERTO = 'N'
               IF WS-OTIF-APURADO = 'N'
                   ADD 1 TO WS-RECON-SEM-NOTA
                   MOVE WS-VLR-MERC TO WS-RECON-VLR-ED
                   MOVE SPACES TO RECON-RECORD
                   STRING 'SEM NOTA|' WS-PEDIDO '|R$ '
                          FUNCTION TRIM(WS-RECON-VLR-ED)
                          DELIMITED BY SIZE
                          INTO RECON-RECORD
                   WRITE RECON-RECORD
               ELSE
                   COMPUTE WS-RECON-DIF =
                       WS-OTIF-VLR-FAT - WS-VLR-MERC
                   IF WS-RECON-DIF > WS-TOLERANCIA
                       ADD 1 TO WS-RECON-VLR-QTD
                       ADD WS-RECON-DIF TO WS-RECON-VLR-TOTAL
                       MOVE WS-OTIF-QTD-NOTAS TO WS-RECON-NOTA-ED
                       MOVE WS-VLR-MERC       TO WS-RECON-VLR-ED
                       MOVE WS-OTIF-VLR-FAT   TO WS-RECON-VLR-ED2
                       MOVE WS-RECON-DIF      TO WS-RECON-DIF-ED
                       MOVE SPACES TO RECON-RECORD
                       STRING 'VALOR DIVERGENTE|' WS-PEDIDO '|NOTAS '
                              FUNCTION TRIM(WS-RECON-NOTA-ED)
                              '|PEDIDO R$ '
                              FUNCTION TRIM(WS-RECON-VLR-ED)
                              '|FATURADO R$ '
                              FUNCTION TRIM(WS-RECON-VLR-ED2)
                              '|DIF R$ '
                              FUNCTION TRIM(WS-RECON-DIF-ED)
                              DELIMITED BY SIZE
                              INTO RECON-RECORD
                       WRITE RECON-RECORD
                   END-IF

      *>           DT FAT do feed deveria vir de uma das notas:
      *>           emissão diferente em todas denuncia erro de
      *>           digitação que a reconciliação de DIAS não enxerga
      *>           (Req. 015)
                   IF WS-OTIF-DATA-OK = 'N'
                       ADD 1 TO WS-RECON-DATA-QTD
                       MOVE WS-OTIF-QTD-NOTAS TO WS-RECON-NOTA-ED
                       MOVE SPACES TO RECON-RECORD
                       STRING 'DATA DIVERGENTE|' WS-PEDIDO '|NOTAS '
                              FUNCTION TRIM(WS-RECON-NOTA-ED)
                              '|DT FAT ' WS-DT-FAT
                              '|ULTIMA EMISSAO ' WS-OTIF-DT-ULT
                              DELIMITED BY SIZE
                              INTO RECON-RECORD
                       WRITE RECON-RECORD
                   END-IF
               END-IF
           END-IF.

      *>   contratual — pedido com PREV ENT sexta faturado segunda
      *>   fica +3 DIAS corridos e 0 DIAS UTEIS; entrega adiantada
      *>   conta dias úteis negativos
           PERFORM 2183-CONTAR-DIAS-UTEIS
           MOVE WS-BD-SALDO TO WS-DIAS-UTEIS

           IF WS-UTEIS-MODE = 'Y' AND WS-EM-ABERTO = 'N'
               MOVE WS-DIAS-UTEIS TO WS-DIAS-CLASS
           ELSE
               MOVE WS-DIAS TO WS-DIAS-CLASS
           END-IF.

       2183-CONTAR-DIAS-UTEIS.
      *>   Saldo de dias úteis entre WS-BD-INICIO e WS-BD-FIM, no
      *>   intervalo aberto nas duas pontas, em WS-BD-SALDO (negativo
      *>   quando o fim vem antes do início)
           MOVE 0 TO WS-BD-SALDO
           IF WS-BD-FIM > WS-BD-INICIO
               COMPUTE WS-BD-DATA = WS-BD-INICIO + 1
               PERFORM UNTIL WS-BD-DATA >= WS-BD-FIM
                   PERFORM 2188-DIA-UTIL
                   IF WS-BD-UTIL = 'Y'
                       ADD 1 TO WS-BD-SALDO
                   END-IF
                   ADD 1 TO WS-BD-DATA
               END-PERFORM
               PERFORM UNTIL WS-BD-DATA >= WS-BD-INICIO
                   PERFORM 2188-DIA-UTIL
                   IF WS-BD-UTIL = 'Y'
                       SUBTRACT 1 FROM WS-BD-SALDO
                   END-IF
                   ADD 1 TO WS-BD-DATA
               END-PERFORM
           END-IF.

       2188-DIA-UTIL.
                   MOVE 'NO PRAZO    ' TO AL-STATUS
           END-EVALUATE.

       2186-CLASSIFICAR-ORIGINAL.
      *>   Mesma régua do 2185 (tolerância do SLA, dias úteis no modo
      *>   UTEIS) medida contra a primeira promessa: pedido nunca
      *>   reprogramado fica igual nas duas réguas; o reprogramado
      *>   soma ao atraso os dias que a promessa foi empurrada
           MOVE 'N' TO WS-ATRASO-ORIG
           MOVE WS-DIAS-CLASS TO WS-DIAS-ORIG
           IF WS-EM-ABERTO = 'N'
               AND FUNCTION TRIM(WS-PREV-ENT-ORIG) NOT = SPACES
               AND WS-PREV-ENT-ORIG NOT = WS-PREV-ENT
               MOVE WS-PREV-ENT-ORIG TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'Y'
                   IF WS-UTEIS-MODE = 'Y'
                       MOVE WS-DATE-INT   TO WS-BD-INICIO
                       MOVE WS-DT-FAT-INT TO WS-BD-FIM
                       PERFORM 2183-CONTAR-DIAS-UTEIS
                       MOVE WS-BD-SALDO TO WS-DIAS-ORIG
                   ELSE
                       COMPUTE WS-DIAS-ORIG = WS-DIAS-CLASS
                           + WS-PREV-ENT-INT - WS-DATE-INT
                   END-IF
               END-IF
           END-IF
           IF WS-EM-ABERTO = 'N'
               AND WS-DIAS-ORIG > WS-SLA-TOLER
               MOVE 'Y' TO WS-ATRASO-ORIG
           END-IF.

       2184-BUSCAR-SLA.
      *>   Tolerância contratual do grupo canônico do cliente
      *>   (Req. 022); cliente sem entrada no SLA.DAT fica na régua
      *>   Pedido em aberto entra só no backlog (Req. 011): não
      *>   conta na taxa OTD nem nos totais faturados, que medem
      *>   entregas já realizadas
      *>   Pedido reprogramado entra no top de reprogramados esteja
      *>   faturado ou em aberto
           IF WS-QTD-REPROG > 0
               ADD 1 TO WS-TOTAL-REPROGRAMADOS
               PERFORM 2226-ACCUM-MAIS-REPROG
           END-IF
      *>   Faturado parcialmente: tem nota, mas as notas ainda não
      *>   somam o valor do pedido — em aberto ou já com DT FAT
           IF WS-QTD-NOTAS > 0
               AND WS-VLR-FATURADO + WS-TOLERANCIA < WS-VLR-MERC
               PERFORM 2229-ACCUM-PARCIAL
           END-IF
           IF WS-EM-ABERTO = 'Y'
               PERFORM 2250-ACCUM-ABERTO
           ELSE
                   ADD 1 TO WS-TOTAL-NO-PRAZO-DZ
               END-IF

      *>       Régua da primeira promessa, ao lado da vigente
               IF WS-ATRASO-ORIG = 'N'
                   ADD 1 TO WS-TOTAL-NO-PRAZO-ORIG
               END-IF

      *>       OTIF: só o faturado com nota entra na base
               IF WS-OTIF-MEDIDO = 'Y'
                   ADD 1 TO WS-OTIF-BASE
                   EVALUATE TRUE
                       WHEN WS-OTIF-COMPLETO = 'N'
                           ADD 1 TO WS-OTIF-INCOMPL
                       WHEN WS-OTIF-NO-PRAZO = 'N'
                           ADD 1 TO WS-OTIF-ATRAS
                       WHEN OTHER
                           ADD 1 TO WS-OTIF-OK
                   END-EVALUATE
               END-IF

      *>       Segunda classificação, pela data do canhoto, e o
      *>       trânsito por transportadora
               PERFORM 2237-ACCUM-ENTREGA

               PERFORM 2210-ACCUM-VENDEDOR
               PERFORM 2216-ACCUM-TRANSP
               PERFORM 2240-ACCUM-CLIENTE
       2190-ATUALIZAR-MASTER.
      *>   Grava ou atualiza o registro do pedido no mestre
      *>   indexado (Req. 003); no modo DELTA o registro existente é
      *>   lido antes e as diferenças vão para DELTAS.TXT (Req. 012).
      *>   A imagem anterior é lida sempre, para o journal
           PERFORM 2191-LER-ANTERIOR
           IF WS-DELTA-MODE = 'Y'
               PERFORM 2192-COMPARAR-MASTER
           END-IF
      *>   Promessa original e reprogramações não vêm do feed: o
      *>   pedido novo começa sem nenhuma, o existente mantém as suas
           IF WS-PM-EXISTIA = 'N'
               MOVE SPACES TO PM-PREV-ENT-ORIG
               MOVE SPACES TO PM-ULT-REPROG
               MOVE 0      TO PM-QTD-REPROG
           END-IF
           IF PM-QTD-REPROG IS NOT NUMERIC
               MOVE 0 TO PM-QTD-REPROG
           END-IF
      *>   Faturado pelas notas idem: sem NOTAS.TXT na execução o
      *>   mestre mantém o que a última carga com notas apurou
           IF WS-PM-EXISTIA = 'N' OR PM-QTD-NOTAS IS NOT NUMERIC
               MOVE 0      TO PM-VLR-FATURADO
               MOVE 0      TO PM-PCT-ATENDIDO
               MOVE SPACES TO PM-DT-ULT-NOTA
               MOVE 0      TO PM-QTD-NOTAS
           END-IF
      *>   Comprovante de entrega idem: sem canhoto do pedido nesta
      *>   carga o mestre mantém a última entrega gravada
           IF WS-PM-EXISTIA = 'N' OR PM-NOTA-ENTREGA IS NOT NUMERIC
               MOVE SPACES TO PM-DT-ENTREGA
               MOVE 0      TO PM-NOTA-ENTREGA
               MOVE SPACES TO PM-RECEBEDOR
           END-IF

           MOVE WS-PEDIDO          TO PM-PEDIDO
           MOVE WS-NOME-FANTASIA   TO PM-NOME-FANTASIA
      *>   reativou (Req. 029)
           MOVE SPACES             TO PM-DT-CANCEL
           MOVE SPACES             TO PM-MOT-CANCEL
      *>   A primeira PREV ENT que o pedido trouxe é a promessa
      *>   original até alguma reprogramação dizer outra coisa
           IF FUNCTION TRIM(PM-PREV-ENT-ORIG) = SPACES
               MOVE WS-PREV-ENT    TO PM-PREV-ENT-ORIG
           END-IF
           IF WS-REP-CARREGADO = 'Y'
               PERFORM 2189-APLICAR-REPROGRAMACOES
           END-IF
           PERFORM 2199-PROMESSA-DO-MESTRE
           IF WS-OTIF-APURADO = 'Y'
               MOVE WS-OTIF-VLR-FAT   TO PM-VLR-FATURADO
               MOVE WS-OTIF-PCT       TO PM-PCT-ATENDIDO
               MOVE WS-OTIF-DT-ULT    TO PM-DT-ULT-NOTA
               MOVE WS-OTIF-QTD-NOTAS TO PM-QTD-NOTAS
           END-IF
           PERFORM 2198-NOTAS-DO-MESTRE
      *>   A classificação pela entrega é refeita a cada gravação: a
      *>   PREV ENT e a DT FAT do feed podem ter mudado desde o canhoto
           IF WS-ENT-APURADO = 'Y'
               MOVE WS-ENT-DT        TO PM-DT-ENTREGA
               MOVE WS-ENT-NOTA      TO PM-NOTA-ENTREGA
               MOVE WS-ENT-RECEBEDOR TO PM-RECEBEDOR
           END-IF
           PERFORM 2235-CLASSIFICAR-ENTREGA
           PERFORM 2236-ENTREGA-DO-MESTRE

           WRITE PM-RECORD
               INVALID KEY
      *>   marca a execução para o RETURN-CODE de erro (Req. 019)
           IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '02'
               MOVE 'Y' TO WS-ERRO-ARQUIVO
           ELSE
               IF WS-PM-EXISTIA = 'Y'
                   MOVE 'ALTERACAO' TO WS-JNL-OPERACAO
               ELSE
                   MOVE 'INCLUSAO' TO WS-JNL-OPERACAO
               END-IF
               PERFORM 2196-GRAVAR-JOURNAL
               IF WS-FCH-FECHADAS > 0
                   PERFORM 2231-VERIFICAR-RETROATIVO
               END-IF
               IF WS-ENT-APURADO = 'Y'
                   ADD 1 TO WS-ENT-APLICADAS
                   PERFORM 2238-APONTAR-ENTREGA
               END-IF
           END-IF.

       2189-APLICAR-REPROGRAMACOES.
      *>   Aplica ao PM-RECORD as reprogramações de PM-PEDIDO, na
      *>   ordem do arquivo. Com o pedido já reprogramado, as linhas
      *>   até a última cuja DATA NOVA é a PM-ULT-REPROG já foram
      *>   aplicadas numa carga anterior e só são reconhecidas; cada
      *>   linha nova tem de partir da data em que a anterior parou
           MOVE 'N' TO WS-REP-FOUND
           IF WS-REP-COUNT > 0
               SEARCH ALL WS-REP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRP-PEDIDO(WS-REP-IDX) = PM-PEDIDO
                       MOVE 'Y' TO WS-REP-FOUND
               END-SEARCH
           END-IF
           IF WS-REP-FOUND = 'Y'
               PERFORM UNTIL WS-REP-IDX = 1
                   OR WRP-PEDIDO(WS-REP-IDX - 1) NOT = PM-PEDIDO
                   SET WS-REP-IDX DOWN BY 1
               END-PERFORM
               SET WS-REP-INICIO TO WS-REP-IDX

      *>       Elo com a carga anterior: primeira linha ainda não
      *>       aplicada
               IF PM-QTD-REPROG > 0
                   PERFORM UNTIL WS-REP-IDX > WS-REP-COUNT
                       OR WRP-PEDIDO(WS-REP-IDX) NOT = PM-PEDIDO
                       IF WRP-NOVA(WS-REP-IDX) = PM-ULT-REPROG
                           SET WS-REP-INICIO TO WS-REP-IDX
                           ADD 1 TO WS-REP-INICIO
                       END-IF
                       SET WS-REP-IDX UP BY 1
                   END-PERFORM
                   SET WS-REP-IDX DOWN BY 1
                   PERFORM UNTIL WS-REP-IDX = 1
                       OR WRP-PEDIDO(WS-REP-IDX - 1) NOT = PM-PEDIDO
                       SET WS-REP-IDX DOWN BY 1
                   END-PERFORM
               END-IF

               PERFORM UNTIL WS-REP-IDX > WS-REP-COUNT
                   OR WRP-PEDIDO(WS-REP-IDX) NOT = PM-PEDIDO
                   MOVE 'Y' TO WRP-TRATADA(WS-REP-IDX)
                   EVALUATE TRUE
                       WHEN WS-REP-IDX < WS-REP-INICIO
                           ADD 1 TO WS-REP-JA-APLICADAS
                       WHEN PM-QTD-REPROG = 0
      *>                   Primeira reprogramação: a DATA ANTERIOR é
      *>                   a promessa original, mesmo que o ERP já
      *>                   tenha sobrescrito a PREV ENT do feed
                           MOVE WRP-ANTERIOR(WS-REP-IDX)
                               TO PM-PREV-ENT-ORIG
                           ADD 1 TO PM-QTD-REPROG
                           MOVE WRP-NOVA(WS-REP-IDX) TO PM-ULT-REPROG
                           ADD 1 TO WS-REP-APLICADAS
                       WHEN WRP-ANTERIOR(WS-REP-IDX) = PM-ULT-REPROG
                           IF PM-QTD-REPROG < 999
                               ADD 1 TO PM-QTD-REPROG
                           END-IF
                           MOVE WRP-NOVA(WS-REP-IDX) TO PM-ULT-REPROG
                           ADD 1 TO WS-REP-APLICADAS
                       WHEN OTHER
                           ADD 1 TO WS-REP-FORA-SEQ
                           MOVE SPACES TO REPROG-INC-RECORD
                           STRING 'FORA DE SEQUENCIA|'
                                  PM-PEDIDO
                                  '|' WRP-ANTERIOR(WS-REP-IDX)
                                  '|' WRP-NOVA(WS-REP-IDX)
                                  '|ULTIMA REPROGRAMADA '
                                  PM-ULT-REPROG
                                  '|' FUNCTION TRIM(
                                      WRP-AUTORIZ(WS-REP-IDX))
                                  DELIMITED BY SIZE
                                  INTO REPROG-INC-RECORD
                           WRITE REPROG-INC-RECORD
                   END-EVALUATE
                   SET WS-REP-IDX UP BY 1
               END-PERFORM

      *>       A PREV ENT vigente continua a do feed; se o ERP não
      *>       acompanhou a última reprogramação, a diferença aparece
      *>       para o comercial conferir
               IF PM-QTD-REPROG > 0
                   AND PM-PREV-ENT NOT = PM-ULT-REPROG
                   ADD 1 TO WS-REP-DIVERGENTES
                   MOVE SPACES TO REPROG-INC-RECORD
                   STRING 'PREV ENT DIVERGE DA REPROGRAMACAO|'
                          PM-PEDIDO
                          '|PREV ENT ' PM-PREV-ENT
                          '|ULTIMA REPROGRAMADA ' PM-ULT-REPROG
                          DELIMITED BY SIZE
                          INTO REPROG-INC-RECORD
                   WRITE REPROG-INC-RECORD
               END-IF
           END-IF.

       2199-PROMESSA-DO-MESTRE.
      *>   Promessa original e quantidade de reprogramações gravadas
      *>   no PM-RECORD, para a régua da promessa original e o top
      *>   de reprogramados; registro sem os campos preenchidos conta
      *>   como nunca reprogramado
           MOVE PM-PREV-ENT-ORIG TO WS-PREV-ENT-ORIG
           IF PM-QTD-REPROG IS NUMERIC
               MOVE PM-QTD-REPROG TO WS-QTD-REPROG
           ELSE
               MOVE 0 TO WS-QTD-REPROG
           END-IF.

       2198-NOTAS-DO-MESTRE.
      *>   Faturamento pelas notas gravado no PM-RECORD, para a taxa
      *>   OTIF e a lista de faturados parcialmente; registro sem os
      *>   campos preenchidos conta como sem nota
           IF PM-QTD-NOTAS IS NUMERIC
               AND PM-VLR-FATURADO IS NUMERIC
               AND PM-PCT-ATENDIDO IS NUMERIC
               MOVE PM-VLR-FATURADO TO WS-VLR-FATURADO
               MOVE PM-PCT-ATENDIDO TO WS-PCT-ATENDIDO
               MOVE PM-DT-ULT-NOTA  TO WS-DT-ULT-NOTA
               MOVE PM-QTD-NOTAS    TO WS-QTD-NOTAS
           ELSE
               MOVE 0      TO WS-VLR-FATURADO
               MOVE 0      TO WS-PCT-ATENDIDO
               MOVE SPACES TO WS-DT-ULT-NOTA
               MOVE 0      TO WS-QTD-NOTAS
           END-IF.

       2187-CLASSIFICAR-OTIF.
      *>   OTIF = no prazo E completo, medido no pedido faturado que
      *>   tem nota: completo quando as notas somam o valor do pedido
      *>   dentro da tolerância; no prazo quando a última nota saiu
      *>   dentro da régua contratual (tolerância do SLA, dias úteis
      *>   no modo UTEIS) contra a PREV ENT vigente — entrega parcial
      *>   completada com atraso não é OTIF
           MOVE 'N' TO WS-OTIF-MEDIDO
           MOVE 'N' TO WS-OTIF-COMPLETO
           MOVE 'N' TO WS-OTIF-NO-PRAZO
           IF WS-EM-ABERTO = 'N' AND WS-QTD-NOTAS > 0
               MOVE 'Y' TO WS-OTIF-MEDIDO
               IF WS-VLR-FATURADO + WS-TOLERANCIA >= WS-VLR-MERC
                   MOVE 'Y' TO WS-OTIF-COMPLETO
               END-IF
               MOVE WS-DT-ULT-NOTA TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'Y'
                   IF WS-UTEIS-MODE = 'Y'
                       MOVE WS-PREV-ENT-INT TO WS-BD-INICIO
                       MOVE WS-DATE-INT     TO WS-BD-FIM
                       PERFORM 2183-CONTAR-DIAS-UTEIS
                       MOVE WS-BD-SALDO TO WS-OTIF-DIAS
                   ELSE
                       COMPUTE WS-OTIF-DIAS =
                           WS-DATE-INT - WS-PREV-ENT-INT
                   END-IF
                   IF WS-OTIF-DIAS <= WS-SLA-TOLER
                       MOVE 'Y' TO WS-OTIF-NO-PRAZO
                   END-IF
               ELSE
                   IF WS-ATRASO-SLA = 'N'
                       MOVE 'Y' TO WS-OTIF-NO-PRAZO
                   END-IF
               END-IF
           END-IF.

       2191-LER-ANTERIOR.
      *>   Guarda a imagem do pedido como está no mestre antes da
      *>   regravação (espaços quando o pedido é novo)
           MOVE WS-PEDIDO TO PM-PEDIDO
           READ PEDIDOS-MASTER
               INVALID KEY
                   MOVE 'N'    TO WS-PM-EXISTIA
                   MOVE SPACES TO WS-PM-ANTES
               NOT INVALID KEY
                   MOVE 'Y'       TO WS-PM-EXISTIA
                   MOVE PM-RECORD TO WS-PM-ANTES
           END-READ.

       2192-COMPARAR-MASTER.
      *>   Relata NOVO / SEM MUDANCA / ALTERADO com antes/depois dos
      *>   campos que mudaram (Req. 012), a partir do registro já
      *>   lido por 2191-LER-ANTERIOR
           IF WS-PM-EXISTIA = 'N'
               ADD 1 TO WS-DELTA-NOVOS
               MOVE SPACES TO DELTAS-RECORD
               STRING WS-PEDIDO '|NOVO'
                      DELIMITED BY SIZE
                      INTO DELTAS-RECORD
               WRITE DELTAS-RECORD
               END-WRITE
           ELSE
               MOVE PM-PREV-ENT   TO WA-PREV-ENT
               MOVE PM-DT-FAT     TO WA-DT-FAT
               MOVE PM-DIAS       TO WA-DIAS
               MOVE PM-VLR-MERC   TO WA-VLR-MERC
               MOVE PM-STATUS-OTD TO WA-STATUS-OTD
               PERFORM 2193-RELATAR-MUDANCAS
           END-IF.

       2193-RELATAR-MUDANCAS.
      *>   Compara campo a campo o registro anterior (WS-ANTES) com o
      *>   que vai ser regravado; uma linha por campo que mudou
                  INTO DELTAS-RECORD
           WRITE DELTAS-RECORD.

       2196-GRAVAR-JOURNAL.
      *>   Uma linha no journal com a imagem anterior (WS-PM-ANTES)
      *>   e a gravada (PM-RECORD); regravação idêntica não é
      *>   alteração e não entra. Falha de gravação do journal deixa
      *>   a carga sem estorno garantido: RETURN-CODE de erro
           MOVE SPACES TO JN-RECORD
           MOVE PM-RECORD TO JN-DEPOIS
           IF WS-PM-EXISTIA = 'N' OR JN-DEPOIS NOT = WS-PM-ANTES
               ADD 1 TO WS-JNL-SEQ
               MOVE WS-EXEC-ID      TO JN-EXECUCAO
               MOVE WS-JNL-SEQ      TO JN-SEQ
               MOVE 'OTD-AUDIT'     TO JN-PROGRAMA
               MOVE WS-JNL-OPERACAO TO JN-OPERACAO
               MOVE PM-PEDIDO       TO JN-PEDIDO
               MOVE FUNCTION LENGTH(PM-RECORD) TO JN-TAM-REG
               MOVE WS-PM-EXISTIA   TO JN-ANTES-EXISTE
               MOVE 'Y'             TO JN-DEPOIS-EXISTE
               MOVE WS-PM-ANTES     TO JN-ANTES
               WRITE JN-RECORD
               IF WS-JNL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ERRO-ARQUIVO
               END-IF
           END-IF.

       2195-WRITE-EXTRACT.
      *>   Grava extrato pipe-delimited para carga em BI (Req. 005);
      *>   pedido em aberto leva o atraso projetado (Req. 011). As
      *>   duas últimas colunas são o status pela entrega e a data
      *>   do canhoto (em branco = sem comprovante)
           IF WS-EM-ABERTO = 'Y'
               MOVE WS-DIAS-CALC TO WS-EXT-DIAS
           ELSE
                  '|'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANSPORTADORA)
                                                 DELIMITED BY SIZE
                  '|'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-ENTREGA)
                                                 DELIMITED BY SIZE
                  '|'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DT-ENTREGA)    DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

                   WHEN OTHER
                       ADD 1 TO WV-NO-PRAZO(WS-VEND-IDX)
               END-EVALUATE
               IF WS-ATRASO-ORIG = 'N'
                   ADD 1 TO WV-NO-PRAZO-ORIG(WS-VEND-IDX)
               END-IF
               IF WS-QTD-REPROG > 0
                   ADD 1 TO WV-REPROGRAMADOS(WS-VEND-IDX)
               END-IF
           END-IF.

       2211-INSERIR-VENDEDOR.
           MOVE 0 TO WV-NO-PRAZO(WS-VEND-IDX)
           MOVE 0 TO WV-ATRASADO(WS-VEND-IDX)
           MOVE 0 TO WV-VALOR-RISCO(WS-VEND-IDX)
           MOVE 0 TO WV-TAXA(WS-VEND-IDX)
           MOVE 0 TO WV-NO-PRAZO-ORIG(WS-VEND-IDX)
           MOVE 0 TO WV-REPROGRAMADOS(WS-VEND-IDX)
           MOVE 0 TO WV-TAXA-ORIG(WS-VEND-IDX).

       2216-ACCUM-TRANSP.
      *>   Localiza (busca binária) ou cria a entrada da
               ADD WS-VLR-MERC TO WC-VALOR-TOTAL(WS-CLI-IDX)
               IF WS-ATRASO-SLA = 'Y'
                   ADD WS-VLR-MERC TO WC-VALOR-RISCO(WS-CLI-IDX)
               ELSE
                   ADD 1 TO WC-NO-PRAZO(WS-CLI-IDX)
               END-IF
               IF WS-ATRASO-ORIG = 'N'
                   ADD 1 TO WC-NO-PRAZO-ORIG(WS-CLI-IDX)
               END-IF
               IF WS-QTD-REPROG > 0
                   ADD 1 TO WC-REPROGRAMADOS(WS-CLI-IDX)
               END-IF
           END-IF.

           MOVE WS-CLI-CHAVE TO WC-NOME(WS-CLI-IDX)
           MOVE 0 TO WC-TOTAL(WS-CLI-IDX)
           MOVE 0 TO WC-VALOR-TOTAL(WS-CLI-IDX)
           MOVE 0 TO WC-VALOR-RISCO(WS-CLI-IDX)
           MOVE 0 TO WC-NO-PRAZO(WS-CLI-IDX)
           MOVE 0 TO WC-NO-PRAZO-ORIG(WS-CLI-IDX)
           MOVE 0 TO WC-REPROGRAMADOS(WS-CLI-IDX).

       2242-ACCUM-SEGMENTO.
      *>   Roll-up por segmento do cliente resolvido (Req. 021)
               END-IF
           END-PERFORM.

       2226-ACCUM-MAIS-REPROG.
      *>   Mantém os 10 pedidos mais reprogramados (quantidade desc,
      *>   empate por VLR MERC desc) — mesma mecânica do 2220
           IF WS-MRP-COUNT < WS-MRP-MAX
               ADD 1 TO WS-MRP-COUNT
               SET WS-MRP-IDX TO WS-MRP-COUNT
               PERFORM 2227-GRAVAR-MAIS-REPROG
               PERFORM 2228-SUBIR-MAIS-REPROG
           ELSE
               IF WS-QTD-REPROG > WMR-QTD(WS-MRP-MAX)
                   OR (WS-QTD-REPROG = WMR-QTD(WS-MRP-MAX)
                       AND WS-VLR-MERC > WMR-VLR-MERC(WS-MRP-MAX))
                   SET WS-MRP-IDX TO WS-MRP-MAX
                   PERFORM 2227-GRAVAR-MAIS-REPROG
                   PERFORM 2228-SUBIR-MAIS-REPROG
               END-IF
           END-IF.

       2227-GRAVAR-MAIS-REPROG.
           MOVE WS-PEDIDO               TO WMR-PEDIDO(WS-MRP-IDX)
           MOVE WS-NOME-FANTASIA(1:25)  TO WMR-NOME(WS-MRP-IDX)
           MOVE WS-VENDEDOR(1:16)       TO WMR-VENDEDOR(WS-MRP-IDX)
           MOVE WS-QTD-REPROG           TO WMR-QTD(WS-MRP-IDX)
           MOVE WS-PREV-ENT-ORIG        TO WMR-ORIGINAL(WS-MRP-IDX)
           MOVE WS-PREV-ENT             TO WMR-VIGENTE(WS-MRP-IDX)
           MOVE WS-VLR-MERC             TO WMR-VLR-MERC(WS-MRP-IDX).

       2228-SUBIR-MAIS-REPROG.
      *>   Reordena o registro recém-inserido (quantidade desc,
      *>   empate: VLR MERC desc)
           PERFORM UNTIL WS-MRP-IDX = 1
               COMPUTE WS-MRP-I = WS-MRP-IDX - 1
               IF WMR-QTD(WS-MRP-IDX) > WMR-QTD(WS-MRP-I)
                   OR (WMR-QTD(WS-MRP-IDX) = WMR-QTD(WS-MRP-I)
                       AND WMR-VLR-MERC(WS-MRP-IDX) >
                           WMR-VLR-MERC(WS-MRP-I))
                   MOVE WS-MRP-ENTRY(WS-MRP-IDX) TO WS-MRP-SWAP
                   MOVE WS-MRP-ENTRY(WS-MRP-I)
                       TO WS-MRP-ENTRY(WS-MRP-IDX)
                   MOVE WS-MRP-SWAP TO WS-MRP-ENTRY(WS-MRP-I)
                   SET WS-MRP-IDX DOWN BY 1
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2229-ACCUM-PARCIAL.
      *>   Lista dos faturados parcialmente, na ordem do feed; acima
      *>   do limite da tabela o pedido entra só na contagem e no
      *>   saldo total
           ADD 1 TO WS-PAR-QTD
           COMPUTE WS-PAR-SALDO = WS-VLR-MERC - WS-VLR-FATURADO
           ADD WS-PAR-SALDO TO WS-PAR-SALDO-TOTAL
           IF WS-PAR-COUNT < WS-PAR-MAX
               ADD 1 TO WS-PAR-COUNT
               SET WS-PAR-IDX TO WS-PAR-COUNT
               MOVE WS-PEDIDO              TO WPA-PEDIDO(WS-PAR-IDX)
               MOVE WS-NOME-FANTASIA(1:25) TO WPA-NOME(WS-PAR-IDX)
               MOVE WS-VLR-MERC            TO WPA-VLR-MERC(WS-PAR-IDX)
               MOVE WS-VLR-FATURADO        TO WPA-FATURADO(WS-PAR-IDX)
               MOVE WS-PCT-ATENDIDO        TO WPA-PCT(WS-PAR-IDX)
               MOVE WS-QTD-NOTAS          TO WPA-QTD-NOTAS(WS-PAR-IDX)
               MOVE WS-DT-ULT-NOTA         TO WPA-ULT-NOTA(WS-PAR-IDX)
           ELSE
               ADD 1 TO WS-PAR-OMITIDOS
           END-IF.

       2231-VERIFICAR-RETROATIVO.
      *>   Pedido recém-gravado (PM-RECORD) contra a imagem anterior
      *>   (WS-PM-ANTES): inclusão, ou mudança de status, PREV ENT ou
      *>   DT FAT, com a PREV ENT de antes ou de depois em competência
      *>   fechada, vai para o ALTERACOES-RETROATIVAS.TXT. Pedido que
      *>   mudou de um mês fechado para outro sai nos dois
           MOVE 'N' TO WS-RETRO-MUDOU
           IF WS-PM-EXISTIA = 'N'
               MOVE 'Y' TO WS-RETRO-MUDOU
           ELSE
               IF WAN-STATUS-OTD NOT = PM-STATUS-OTD
                   OR WAN-PREV-ENT NOT = PM-PREV-ENT
                   OR WAN-DT-FAT NOT = PM-DT-FAT
                   MOVE 'Y' TO WS-RETRO-MUDOU
               END-IF
           END-IF

           IF WS-RETRO-MUDOU = 'Y'
               MOVE 0 TO WS-RETRO-ANTES
               MOVE 0 TO WS-RETRO-DEPOIS
               IF WS-PM-EXISTIA = 'Y'
                   AND WAN-PREV-ENT(4:2) IS NUMERIC
                   AND WAN-PREV-ENT(7:4) IS NUMERIC
                   COMPUTE WS-RETRO-ANTES =
                       FUNCTION NUMVAL(WAN-PREV-ENT(7:4)) * 100
                       + FUNCTION NUMVAL(WAN-PREV-ENT(4:2))
               END-IF
               IF PM-PREV-ENT(4:2) IS NUMERIC
                   AND PM-PREV-ENT(7:4) IS NUMERIC
                   COMPUTE WS-RETRO-DEPOIS =
                       FUNCTION NUMVAL(PM-PREV-ENT(7:4)) * 100
                       + FUNCTION NUMVAL(PM-PREV-ENT(4:2))
               END-IF
               IF WS-RETRO-ANTES > 0
                   MOVE WS-RETRO-ANTES TO WS-FCH-CHAVE
                   PERFORM 2232-GRAVAR-RETROATIVO
               END-IF
               IF WS-RETRO-DEPOIS > 0
                   AND WS-RETRO-DEPOIS NOT = WS-RETRO-ANTES
                   MOVE WS-RETRO-DEPOIS TO WS-FCH-CHAVE
                   PERFORM 2232-GRAVAR-RETROATIVO
               END-IF
           END-IF.

       2232-GRAVAR-RETROATIVO.
      *>   Uma linha por pedido e competência fechada, com a versão e
      *>   a taxa oficial em vigor — que continuam as mesmas
           PERFORM 2233-BUSCAR-FECHAMENTO
           IF WS-FCH-FOUND = 'Y'
               IF WFC-SITUACAO(WS-FCH-IDX) = 'F'
                   ADD 1 TO WS-RETRO-TOTAL
                   MOVE WFC-VERSAO(WS-FCH-IDX) TO WS-RETRO-VERSAO-ED
                   MOVE WFC-TAXA(WS-FCH-IDX)   TO WS-RETRO-TAXA-ED
                   MOVE SPACES TO RETRO-RECORD
                   STRING WFC-COMPETENCIA(WS-FCH-IDX)
                          '|' FUNCTION TRIM(WS-RETRO-VERSAO-ED)
                          '|' PM-PEDIDO
                          '|' FUNCTION TRIM(WS-JNL-OPERACAO)
                          '|' FUNCTION TRIM(WAN-STATUS-OTD)
                          '|' FUNCTION TRIM(PM-STATUS-OTD)
                          '|' FUNCTION TRIM(WAN-PREV-ENT)
                          '|' FUNCTION TRIM(PM-PREV-ENT)
                          '|' FUNCTION TRIM(WAN-DT-FAT)
                          '|' FUNCTION TRIM(PM-DT-FAT)
                          '|' FUNCTION TRIM(WS-RETRO-TAXA-ED)
                          DELIMITED BY SIZE
                          INTO RETRO-RECORD
                   WRITE RETRO-RECORD
               END-IF
           END-IF.

       2233-BUSCAR-FECHAMENTO.
           MOVE 'N' TO WS-FCH-FOUND
           IF WS-FCH-COUNT > 0
               SEARCH ALL WS-FCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WFC-CHAVE(WS-FCH-IDX) = WS-FCH-CHAVE
                       MOVE 'Y' TO WS-FCH-FOUND
               END-SEARCH
           END-IF.

       2234-CASAR-ENTREGA.
      *>   Casa WS-ENT-CHAVE com todos os seus canhotos: entrega
      *>   parcial traz um canhoto por nota e a entrega do pedido é a
      *>   do canhoto mais recente (a última parte a chegar), com a
      *>   nota e o recebedor dele. O SEARCH ALL para em qualquer
      *>   canhoto do pedido, então recua até o primeiro do grupo,
      *>   como o 2197-CASAR-NOTA
           MOVE 'N'    TO WS-ENT-FOUND
           MOVE 'N'    TO WS-ENT-APURADO
           MOVE SPACES TO WS-ENT-DT
           MOVE 0      TO WS-ENT-DT-INT
           MOVE 0      TO WS-ENT-NOTA
           MOVE SPACES TO WS-ENT-RECEBEDOR
           IF WS-ENT-COUNT > 0
               SEARCH ALL WS-ENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WEN-PEDIDO(WS-ENT-IDX) = WS-ENT-CHAVE
                       MOVE 'Y' TO WS-ENT-FOUND
               END-SEARCH
           END-IF
           IF WS-ENT-FOUND = 'Y'
               MOVE 'Y' TO WS-ENT-APURADO
               PERFORM UNTIL WS-ENT-IDX = 1
                   OR WEN-PEDIDO(WS-ENT-IDX - 1) NOT = WS-ENT-CHAVE
                   SET WS-ENT-IDX DOWN BY 1
               END-PERFORM
               PERFORM UNTIL WS-ENT-FOUND = 'N'
                   MOVE 'Y' TO WEN-CASADA(WS-ENT-IDX)
                   IF WEN-DATA-INT(WS-ENT-IDX) > WS-ENT-DT-INT
                       MOVE WEN-DATA-INT(WS-ENT-IDX) TO WS-ENT-DT-INT
                       MOVE WEN-DATA(WS-ENT-IDX)     TO WS-ENT-DT
                       MOVE WEN-NOTA(WS-ENT-IDX)     TO WS-ENT-NOTA
                       MOVE WEN-RECEBEDOR(WS-ENT-IDX)
                           TO WS-ENT-RECEBEDOR
                   END-IF
                   IF WS-ENT-IDX >= WS-ENT-COUNT
                       MOVE 'N' TO WS-ENT-FOUND
                   ELSE
                       SET WS-ENT-IDX UP BY 1
                       IF WEN-PEDIDO(WS-ENT-IDX) NOT = WS-ENT-CHAVE
                           MOVE 'N' TO WS-ENT-FOUND
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2235-CLASSIFICAR-ENTREGA.
      *>   Classifica o pedido pela data do canhoto (PM-DT-ENTREGA)
      *>   contra a PREV ENT vigente, na régua do 2185: tolerância do
      *>   SLA do cliente, já buscada para o pedido, e dias úteis no
      *>   modo UTEIS. PM-DIAS-ENTREGA e PM-DIAS-TRANSITO ficam em
      *>   dias corridos. Pedido sem canhoto, ainda em aberto ou com
      *>   data ilegível fica sem status de entrega
           MOVE SPACES TO PM-STATUS-ENTREGA
           MOVE 0      TO PM-DIAS-ENTREGA
           MOVE 0      TO PM-DIAS-TRANSITO
           MOVE 'N'    TO WS-ENT-ANTES-FAT
           MOVE 'N'    TO WS-ENT-DATAS-OK
           IF FUNCTION TRIM(PM-DT-ENTREGA) NOT = SPACES
               AND FUNCTION TRIM(PM-DT-FAT) NOT = SPACES
               MOVE 'Y' TO WS-ENT-DATAS-OK
               MOVE PM-DT-ENTREGA TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               MOVE WS-DATE-INT TO WS-ENT-DATA-INT
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-ENT-DATAS-OK
               END-IF
               MOVE PM-PREV-ENT TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               MOVE WS-DATE-INT TO WS-ENT-PREV-INT
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-ENT-DATAS-OK
               END-IF
               MOVE PM-DT-FAT TO WS-DATE-STR
               PERFORM 2170-VALIDATE-DATE-STR
               MOVE WS-DATE-INT TO WS-ENT-FAT-INT
               IF WS-DATE-VALID = 'N'
                   MOVE 'N' TO WS-ENT-DATAS-OK
               END-IF
           END-IF
           IF WS-ENT-DATAS-OK = 'Y'
               COMPUTE PM-DIAS-ENTREGA =
                   WS-ENT-DATA-INT - WS-ENT-PREV-INT
               COMPUTE PM-DIAS-TRANSITO =
                   WS-ENT-DATA-INT - WS-ENT-FAT-INT
               IF WS-ENT-DATA-INT < WS-ENT-FAT-INT
                   MOVE 'Y' TO WS-ENT-ANTES-FAT
               END-IF
               IF WS-UTEIS-MODE = 'Y'
                   MOVE WS-ENT-PREV-INT TO WS-BD-INICIO
                   MOVE WS-ENT-DATA-INT TO WS-BD-FIM
                   PERFORM 2183-CONTAR-DIAS-UTEIS
                   MOVE WS-BD-SALDO TO WS-ENT-DIAS-CLASS
               ELSE
                   MOVE PM-DIAS-ENTREGA TO WS-ENT-DIAS-CLASS
               END-IF
               EVALUATE TRUE
                   WHEN WS-ENT-DIAS-CLASS > WS-SLA-TOLER
                       MOVE 'ATRASADO    ' TO PM-STATUS-ENTREGA
                   WHEN WS-ENT-DIAS-CLASS < 0
                       MOVE 'ADIANTADO   ' TO PM-STATUS-ENTREGA
                   WHEN OTHER
                       MOVE 'NO PRAZO    ' TO PM-STATUS-ENTREGA
               END-EVALUATE
           END-IF.

       2236-ENTREGA-DO-MESTRE.
      *>   Entrega do PM-RECORD, já classificada pelo 2235, para os
      *>   totais, o trânsito e o extrato
           MOVE PM-DT-ENTREGA     TO WS-DT-ENTREGA
           MOVE PM-STATUS-ENTREGA TO WS-STATUS-ENTREGA
           MOVE PM-DIAS-ENTREGA   TO WS-DIAS-ENTREGA
           MOVE PM-DIAS-TRANSITO  TO WS-DIAS-TRANSITO.

       2237-ACCUM-ENTREGA.
      *>   Faturado no escopo: com canhoto entra na base da taxa pela
      *>   entrega e no trânsito (entrega anterior à DT FAT fica fora
      *>   da média); sem canhoto há mais de WS-SCP-LIMITE dias vai
      *>   para a lista de cobrança das transportadoras
           IF WS-STATUS-ENTREGA = SPACES
               ADD 1 TO WS-ENT-SEM-COMPROV
               COMPUTE WS-SCP-DIAS = WS-TODAY-INT - WS-DT-FAT-INT
               IF WS-SCP-DIAS > WS-SCP-LIMITE
                   PERFORM 2247-ACCUM-SEM-COMPROVANTE
               END-IF
           ELSE
               ADD 1 TO WS-ENT-BASE
               IF WS-STATUS-ENTREGA = 'ATRASADO    '
                   ADD 1 TO WS-ENT-ATRASADO
      *>           Faturado no prazo e recebido com atraso: é o caso
      *>           que a classificação pela DT FAT não enxerga
                   IF WS-ATRASO-SLA = 'N'
                       ADD 1 TO WS-ENT-VIROU-ATRASO
                   END-IF
               ELSE
                   ADD 1 TO WS-ENT-NO-PRAZO
               END-IF
               IF WS-DIAS-TRANSITO < 0
                   ADD 1 TO WS-ENT-ANTES-FAT-QTD
               ELSE
                   ADD 1 TO WS-ENT-TRANS-QTD
                   ADD WS-DIAS-TRANSITO TO WS-ENT-TRANS-SOMA
               END-IF
           END-IF
           PERFORM 2239-ACCUM-TRANSITO.

       2238-APONTAR-ENTREGA.
      *>   Canhoto aplicado a pedido ainda sem DT FAT ou entregue
      *>   antes do faturamento: gravado assim mesmo (o ERP pode
      *>   estar atrasado em relação à transportadora) e apontado no
      *>   ENTREGAS-INC.TXT para conferência
           IF FUNCTION TRIM(PM-DT-FAT) = SPACES
               ADD 1 TO WS-ENT-EM-ABERTO
               MOVE SPACES TO ENTREGAS-INC-RECORD
               STRING 'ENTREGA DE PEDIDO EM ABERTO|'
                      PM-PEDIDO
                      '|ENTREGA ' PM-DT-ENTREGA
                      '|NOTA ' PM-NOTA-ENTREGA
                      '|' FUNCTION TRIM(PM-RECEBEDOR)
                      DELIMITED BY SIZE
                      INTO ENTREGAS-INC-RECORD
               WRITE ENTREGAS-INC-RECORD
           END-IF
           IF WS-ENT-ANTES-FAT = 'Y'
               ADD 1 TO WS-ENT-ANTES-FAT-INC
               MOVE SPACES TO ENTREGAS-INC-RECORD
               STRING 'ENTREGA ANTES DO FATURAMENTO|'
                      PM-PEDIDO
                      '|DT FAT ' PM-DT-FAT
                      '|ENTREGA ' PM-DT-ENTREGA
                      '|NOTA ' PM-NOTA-ENTREGA
                      DELIMITED BY SIZE
                      INTO ENTREGAS-INC-RECORD
               WRITE ENTREGAS-INC-RECORD
           END-IF.

       2239-ACCUM-TRANSITO.
      *>   Localiza (busca binária) ou cria a entrada da
      *>   transportadora na tabela de trânsito, mesma mecânica do
      *>   2216-ACCUM-TRANSP
           MOVE WS-TRANSPORTADORA TO WS-TRN-CHAVE
           MOVE 'N' TO WS-TRN-FOUND
           IF WS-TRN-COUNT > 0
               SEARCH ALL WS-TRN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WTN-NOME(WS-TRN-IDX) = WS-TRN-CHAVE
                       MOVE 'Y' TO WS-TRN-FOUND
               END-SEARCH
           END-IF
           IF WS-TRN-FOUND = 'N'
               IF WS-TRN-COUNT < WS-TRN-MAX
                   PERFORM 2246-INSERIR-TRANSITO
                   MOVE 'Y' TO WS-TRN-FOUND
               ELSE
                   ADD 1 TO WS-TRN-OMITIDOS
               END-IF
           END-IF

           IF WS-TRN-FOUND = 'Y'
               ADD 1 TO WTN-FATURADOS(WS-TRN-IDX)
               IF WS-STATUS-ENTREGA = SPACES
                   ADD 1 TO WTN-SEM-COMPROV(WS-TRN-IDX)
               ELSE
                   ADD 1 TO WTN-ENTREGUES(WS-TRN-IDX)
                   IF WS-STATUS-ENTREGA = 'ATRASADO    '
                       ADD 1 TO WTN-FORA(WS-TRN-IDX)
                   END-IF
                   IF WS-DIAS-TRANSITO NOT < 0
                       ADD 1 TO WTN-TRANS-QTD(WS-TRN-IDX)
                       ADD WS-DIAS-TRANSITO
                           TO WTN-TRANS-SOMA(WS-TRN-IDX)
                       IF WS-DIAS-TRANSITO > WTN-PIOR(WS-TRN-IDX)
                           MOVE WS-DIAS-TRANSITO
                               TO WTN-PIOR(WS-TRN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2246-INSERIR-TRANSITO.
      *>   Abre espaço na posição ordenada de WS-TRN-CHAVE deslizando
      *>   as entradas maiores uma casa para baixo
           ADD 1 TO WS-TRN-COUNT
           MOVE WS-TRN-COUNT TO WS-TRN-I
           PERFORM UNTIL WS-TRN-I = 1
               OR WTN-NOME(WS-TRN-I - 1) < WS-TRN-CHAVE
               MOVE WS-TRN-ENTRY(WS-TRN-I - 1)
                   TO WS-TRN-ENTRY(WS-TRN-I)
               SUBTRACT 1 FROM WS-TRN-I
           END-PERFORM
           SET WS-TRN-IDX TO WS-TRN-I
           MOVE WS-TRN-CHAVE TO WTN-NOME(WS-TRN-IDX)
           MOVE 0 TO WTN-FATURADOS(WS-TRN-IDX)
           MOVE 0 TO WTN-ENTREGUES(WS-TRN-IDX)
           MOVE 0 TO WTN-FORA(WS-TRN-IDX)
           MOVE 0 TO WTN-SEM-COMPROV(WS-TRN-IDX)
           MOVE 0 TO WTN-TRANS-QTD(WS-TRN-IDX)
           MOVE 0 TO WTN-TRANS-SOMA(WS-TRN-IDX)
           MOVE 0 TO WTN-PIOR(WS-TRN-IDX)
           MOVE 0 TO WTN-MEDIA(WS-TRN-IDX).

       2247-ACCUM-SEM-COMPROVANTE.
      *>   Faturado há mais de WS-SCP-LIMITE dias sem canhoto; acima
      *>   do limite da tabela entra só na contagem e no valor total
           ADD 1 TO WS-SCP-QTD
           ADD WS-VLR-MERC TO WS-SCP-VALOR
           IF WS-SCP-COUNT < WS-SCP-MAX
               ADD 1 TO WS-SCP-COUNT
               SET WS-SCP-IDX TO WS-SCP-COUNT
               IF WS-SCP-DIAS > 9999
                   MOVE 9999 TO WSC-DIAS(WS-SCP-IDX)
               ELSE
                   MOVE WS-SCP-DIAS TO WSC-DIAS(WS-SCP-IDX)
               END-IF
               MOVE WS-PEDIDO              TO WSC-PEDIDO(WS-SCP-IDX)
               MOVE WS-NOME-FANTASIA(1:25) TO WSC-NOME(WS-SCP-IDX)
               MOVE WS-TRANSPORTADORA(1:16) TO WSC-TRANSP(WS-SCP-IDX)
               MOVE WS-DT-FAT              TO WSC-DT-FAT(WS-SCP-IDX)
               MOVE WS-VLR-MERC          TO WSC-VLR-MERC(WS-SCP-IDX)
           ELSE
               ADD 1 TO WS-SCP-OMITIDOS
           END-IF.

       3000-WRITE-TOTALS.
           DISPLAY WS-HEADER-1

               DISPLAY WS-CANC-LINE
           END-IF

      *>   Competências fechadas: a carga aponta, não recalcula
           IF WS-RETRO-TOTAL > 0
               MOVE WS-RETRO-TOTAL TO WS-OMIT-EDIT
               MOVE SPACES TO WS-RETRO-LINE
               STRING 'ALTERACOES EM COMPETENCIA FECHADA: '
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' (VER ALTERACOES-RETROATIVAS.TXT) - TAXA '
                      'OFICIAL MANTIDA'
                      DELIMITED BY SIZE
                      INTO WS-RETRO-LINE
               DISPLAY WS-RETRO-LINE
           END-IF
           IF WS-FCH-OMITIDOS > 0
               MOVE WS-FCH-OMITIDOS TO WS-OMIT-EDIT
               DISPLAY '** FECHAMENTOS.DAT: '
                   FUNCTION TRIM(WS-OMIT-EDIT)
                   ' EVENTOS FORA DA TABELA - ALTERACOES DESSAS '
                   'COMPETENCIAS NAO APONTADAS **'
           END-IF

      *>   Calcular taxa OTD
           IF WS-TOTAL-PEDIDOS > 0
               COMPUTE WS-TAXA-OTD ROUNDED =
               END-IF
           END-IF

      *>   Promessa original x vigente: a diferença entre as duas é
      *>   o quanto as reprogramações melhoram a taxa
           IF WS-REP-CARREGADO = 'Y' OR WS-TOTAL-REPROGRAMADOS > 0
               IF WS-TOTAL-PEDIDOS > 0
                   COMPUTE WS-TAXA-OTD-ORIG ROUNDED =
                       WS-TOTAL-NO-PRAZO-ORIG * 100.00
                       / WS-TOTAL-PEDIDOS
               ELSE
                   MOVE 0 TO WS-TAXA-OTD-ORIG
               END-IF
               MOVE WS-TAXA-OTD-ORIG       TO WS-T3-ORIG
               MOVE WS-TAXA-OTD            TO WS-T3-VIG
               MOVE WS-TOTAL-REPROGRAMADOS TO WS-T3-QTD
               DISPLAY WS-TAXA3-LINE
           END-IF

      *>   OTIF ao lado da OTD: a base é só o faturado com nota, então
      *>   a linha diz quantos pedidos entraram na conta
           IF WS-NOTAS-CARREGADAS = 'Y' OR WS-OTIF-BASE > 0
               IF WS-OTIF-BASE > 0
                   COMPUTE WS-TAXA-OTIF ROUNDED =
                       WS-OTIF-OK * 100.00 / WS-OTIF-BASE
               ELSE
                   MOVE 0 TO WS-TAXA-OTIF
               END-IF
               MOVE WS-TAXA-OTIF    TO WS-OT-TAXA
               MOVE WS-TAXA-OTD     TO WS-OT-OTD
               MOVE WS-OTIF-BASE    TO WS-OT-BASE
               MOVE WS-OTIF-INCOMPL TO WS-OT-INCOMPL
               MOVE WS-OTIF-ATRAS   TO WS-OT-ATRAS
               DISPLAY WS-OTIF-LINE
           END-IF

      *>   OTD pela data do canhoto ao lado da OTD pela DT FAT: a base
      *>   é só o faturado com comprovante de entrega
           IF WS-ENT-CARREGADO = 'Y' OR WS-ENT-BASE > 0
               IF WS-ENT-BASE > 0
                   COMPUTE WS-TAXA-OTD-ENT ROUNDED =
                       WS-ENT-NO-PRAZO * 100.00 / WS-ENT-BASE
               ELSE
                   MOVE 0 TO WS-TAXA-OTD-ENT
               END-IF
               MOVE WS-TAXA-OTD-ENT    TO WS-EO-TAXA
               MOVE WS-TAXA-OTD        TO WS-EO-OTD
               MOVE WS-ENT-BASE        TO WS-EO-BASE
               MOVE WS-ENT-ATRASADO    TO WS-EO-ATRAS
               MOVE WS-ENT-SEM-COMPROV TO WS-EO-SEM
               DISPLAY WS-ENT-OTD-LINE
               IF WS-ENT-VIROU-ATRASO > 0
                   MOVE WS-ENT-VIROU-ATRASO TO WS-OMIT-EDIT
                   MOVE SPACES TO WS-CONCLUSION-LINE
                   STRING 'FATURADOS NO PRAZO E ENTREGUES COM '
                          'ATRASO: ' FUNCTION TRIM(WS-OMIT-EDIT)
                          DELIMITED BY SIZE
                          INTO WS-CONCLUSION-LINE
                   DISPLAY WS-CONCLUSION-LINE
               END-IF
           END-IF

           MOVE WS-TOTAL-VALOR    TO WS-VL-TOTAL
           MOVE WS-VALOR-ATRASADO TO WS-VL-RISCO
           MOVE WS-PCT-RISCO      TO WS-PCT-LINE

           PERFORM 3150-WRITE-UF-TABLE

      *>   Depois do 3100, que já calculou a taxa vigente de cada
      *>   vendedor
           IF WS-REP-CARREGADO = 'Y' OR WS-TOTAL-REPROGRAMADOS > 0
               PERFORM 3170-WRITE-REPROGRAMACOES
           END-IF

      *>   Alertas de limite para o job de notificação (Req. 017) —
      *>   depois de 3100 porque dependem das taxas por vendedor
           IF WS-LIMITES-CARREGADOS = 'Y'
               PERFORM 3165-WRITE-JUSTIFICATIVAS
           END-IF

           IF WS-PAR-QTD > 0
               PERFORM 3175-WRITE-PARCIAIS
           END-IF

           IF WS-ENT-CARREGADO = 'Y' OR WS-ENT-BASE > 0
               PERFORM 3180-WRITE-ENTREGAS
           END-IF

           PERFORM 3070-WRITE-PIORES-ATRASOS

           DISPLAY WS-HEADER-1
                  WS-TOTAL-FILTRADOS ' FILTRADOS PELO PARAMETRO'
                  DELIMITED BY SIZE
                  INTO WS-CONCLUSION-LINE
           DISPLAY WS-CONCLUSION-LINE

      *>   Chave para um eventual estorno desta carga
           IF WS-POSICAO-MODE = 'N'
               DISPLAY 'EXECUCAO ' WS-EXEC-ID ': ' WS-JNL-SEQ
                   ' ALTERACOES NO JOURNAL PEDIDOS-JNL.DAT'
           END-IF.

       3005-WRITE-BACKLOG.
      *>   Aging do backlog em aberto, impresso antes dos totais para
               END-PERFORM
           END-IF.

       3175-WRITE-PARCIAIS.
      *>   Pedidos com nota que ainda não somam o valor do pedido,
      *>   com o saldo a faturar de cada um e o total pendente
           MOVE SPACES TO WS-PAR-HDR-CAVEAT
           IF WS-RESTART-MODE = 'Y'
               MOVE '** PARCIAL (RESTART) - INCOMPLETO **'
                   TO WS-PAR-HDR-CAVEAT
           END-IF
           IF WS-PAR-OMITIDOS > 0
               MOVE WS-PAR-OMITIDOS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-PAR-HDR-CAVEAT) ' '
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' PEDIDOS OMITIDOS DA LISTA (TABELA CHEIA)'
                      DELIMITED BY SIZE
                      INTO WS-PAR-HDR-CAVEAT
           END-IF
           DISPLAY WS-HEADER-1
           DISPLAY WS-PAR-HEADER
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-COUNT
               MOVE WPA-PEDIDO(WS-PAR-IDX)    TO WPR-PEDIDO
               MOVE WPA-NOME(WS-PAR-IDX)      TO WPR-NOME
               MOVE WPA-VLR-MERC(WS-PAR-IDX)  TO WPR-VLR-MERC
               MOVE WPA-FATURADO(WS-PAR-IDX)  TO WPR-FATURADO
               COMPUTE WPR-SALDO = WPA-VLR-MERC(WS-PAR-IDX)
                   - WPA-FATURADO(WS-PAR-IDX)
               MOVE WPA-PCT(WS-PAR-IDX)       TO WPR-PCT
               MOVE WPA-QTD-NOTAS(WS-PAR-IDX) TO WPR-QTD-NOTAS
               MOVE WPA-ULT-NOTA(WS-PAR-IDX)  TO WPR-ULT-NOTA
               DISPLAY WS-PAR-LINE
           END-PERFORM
           MOVE WS-PAR-QTD         TO WS-OMIT-EDIT
           MOVE WS-PAR-SALDO-TOTAL TO WS-PAR-SALDO-ED
           MOVE SPACES TO WS-CONCLUSION-LINE
           STRING 'SALDO PENDENTE DE FATURAMENTO: R$ '
                  FUNCTION TRIM(WS-PAR-SALDO-ED) ' EM '
                  FUNCTION TRIM(WS-OMIT-EDIT) ' PEDIDOS'
                  DELIMITED BY SIZE
                  INTO WS-CONCLUSION-LINE
           DISPLAY WS-CONCLUSION-LINE.

       3180-WRITE-ENTREGAS.
      *>   Comprovantes de entrega: resumo do ENTREGAS.TXT, trânsito
      *>   por transportadora e faturados sem canhoto
           DISPLAY WS-HEADER-1
           IF WS-ENT-CARREGADO = 'Y'
               MOVE WS-ENT-LIDAS TO WS-OMIT-EDIT
               MOVE SPACES TO WS-CONCLUSION-LINE
               STRING 'ENTREGAS.TXT: ' FUNCTION TRIM(WS-OMIT-EDIT)
                      ' CANHOTOS LIDOS'
                      DELIMITED BY SIZE
                      INTO WS-CONCLUSION-LINE
               MOVE WS-ENT-APLICADAS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-CONCLUSION-LINE)
                      ', ' FUNCTION TRIM(WS-OMIT-EDIT)
                      ' PEDIDOS COM ENTREGA GRAVADA'
                      DELIMITED BY SIZE
                      INTO WS-CONCLUSION-LINE
               IF WS-ENT-SEM-FEED > 0
                   MOVE WS-ENT-SEM-FEED TO WS-OMIT-EDIT
                   STRING FUNCTION TRIM(WS-CONCLUSION-LINE)
                          ' (' FUNCTION TRIM(WS-OMIT-EDIT)
                          ' FORA DO FEED)'
                          DELIMITED BY SIZE
                          INTO WS-CONCLUSION-LINE
               END-IF
               COMPUTE WS-ENT-INC-SOMA = WS-ENT-INVALIDAS
                   + WS-ENT-INEXISTENTES + WS-ENT-CANCELADOS
                   + WS-ENT-EM-ABERTO + WS-ENT-ANTES-FAT-INC
               IF WS-ENT-INC-SOMA > 0
                   MOVE WS-ENT-INC-SOMA TO WS-OMIT-EDIT
                   STRING FUNCTION TRIM(WS-CONCLUSION-LINE)
                          '    INCONSISTENCIAS: '
                          FUNCTION TRIM(WS-OMIT-EDIT)
                          ' (VER ENTREGAS-INC.TXT)'
                          DELIMITED BY SIZE
                          INTO WS-CONCLUSION-LINE
               END-IF
               DISPLAY WS-CONCLUSION-LINE
               IF WS-ENT-OMITIDAS > 0
                   MOVE WS-ENT-OMITIDAS TO WS-OMIT-EDIT
                   MOVE SPACES TO WS-CONCLUSION-LINE
                   STRING '** ' FUNCTION TRIM(WS-OMIT-EDIT)
                          ' CANHOTOS OMITIDOS (TABELA CHEIA) - '
                          'ENTREGAS NAO GRAVADAS **'
                          DELIMITED BY SIZE
                          INTO WS-CONCLUSION-LINE
                   DISPLAY WS-CONCLUSION-LINE
               END-IF
           END-IF

      *>   Trânsito médio geral (DT FAT até o canhoto, dias corridos)
           IF WS-ENT-TRANS-QTD > 0
               COMPUTE WS-ENT-MEDIA ROUNDED =
                   WS-ENT-TRANS-SOMA / WS-ENT-TRANS-QTD
           ELSE
               MOVE 0 TO WS-ENT-MEDIA
           END-IF
           MOVE WS-ENT-MEDIA     TO WS-ENT-MEDIA-ED
           MOVE WS-ENT-TRANS-QTD TO WS-OMIT-EDIT
           MOVE SPACES TO WS-CONCLUSION-LINE
           STRING 'TRANSITO MEDIO GERAL: '
                  FUNCTION TRIM(WS-ENT-MEDIA-ED) ' DIAS EM '
                  FUNCTION TRIM(WS-OMIT-EDIT) ' ENTREGAS'
                  DELIMITED BY SIZE
                  INTO WS-CONCLUSION-LINE
           IF WS-ENT-ANTES-FAT-QTD > 0
               MOVE WS-ENT-ANTES-FAT-QTD TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-CONCLUSION-LINE)
                      '  (' FUNCTION TRIM(WS-OMIT-EDIT)
                      ' COM ENTREGA ANTES DA DT FAT FORA DA MEDIA)'
                      DELIMITED BY SIZE
                      INTO WS-CONCLUSION-LINE
           END-IF
           DISPLAY WS-CONCLUSION-LINE

           IF WS-TRN-COUNT > 0
               PERFORM 3185-WRITE-TRANSITO
           END-IF

           PERFORM 3190-WRITE-SEM-COMPROVANTE.

       3185-WRITE-TRANSITO.
      *>   Média de trânsito de cada transportadora e ordenação da
      *>   pior para a melhor (bubble sort, poucas transportadoras)
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
               IF WTN-TRANS-QTD(WS-TRN-IDX) > 0
                   COMPUTE WTN-MEDIA(WS-TRN-IDX) ROUNDED =
                       WTN-TRANS-SOMA(WS-TRN-IDX)
                       / WTN-TRANS-QTD(WS-TRN-IDX)
               ELSE
                   MOVE 0 TO WTN-MEDIA(WS-TRN-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TRN-I FROM 1 BY 1
               UNTIL WS-TRN-I >= WS-TRN-COUNT
               PERFORM VARYING WS-TRN-J FROM 1 BY 1
                   UNTIL WS-TRN-J > WS-TRN-COUNT - WS-TRN-I
                   IF WTN-MEDIA(WS-TRN-J) < WTN-MEDIA(WS-TRN-J + 1)
                       MOVE WS-TRN-ENTRY(WS-TRN-J) TO WS-TRN-SWAP
                       MOVE WS-TRN-ENTRY(WS-TRN-J + 1)
                           TO WS-TRN-ENTRY(WS-TRN-J)
                       MOVE WS-TRN-SWAP TO WS-TRN-ENTRY(WS-TRN-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
      *>   A ordenação quebra a chave da busca binária: daqui em
      *>   diante a tabela só é impressa
           MOVE SPACES TO WS-TRN-HDR-CAVEAT
           IF WS-RESTART-MODE = 'Y'
               MOVE '** PARCIAL (RESTART) - INCOMPLETO **'
                   TO WS-TRN-HDR-CAVEAT
           END-IF
           IF WS-TRN-OMITIDOS > 0
               MOVE WS-TRN-OMITIDOS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-TRN-HDR-CAVEAT) ' '
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' PEDIDOS OMITIDOS (TABELA CHEIA)'
                      DELIMITED BY SIZE
                      INTO WS-TRN-HDR-CAVEAT
           END-IF
           DISPLAY WS-TRN-HEADER
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
               MOVE WTN-NOME(WS-TRN-IDX)        TO WTL-NOME
               MOVE WTN-FATURADOS(WS-TRN-IDX)   TO WTL-FATURADOS
               MOVE WTN-ENTREGUES(WS-TRN-IDX)   TO WTL-ENTREGUES
               MOVE WTN-MEDIA(WS-TRN-IDX)       TO WTL-MEDIA
               MOVE WTN-PIOR(WS-TRN-IDX)        TO WTL-PIOR
               MOVE WTN-FORA(WS-TRN-IDX)        TO WTL-FORA
               MOVE WTN-SEM-COMPROV(WS-TRN-IDX) TO WTL-SEM
               DISPLAY WS-TRN-LINE
           END-PERFORM.

       3190-WRITE-SEM-COMPROVANTE.
      *>   Faturados há mais de WS-SCP-LIMITE dias sem canhoto, dos
      *>   mais antigos para os mais novos, para a cobrança junto às
      *>   transportadoras
           MOVE WS-SCP-LIMITE TO WS-OMIT-EDIT
           MOVE SPACES TO WS-SCP-HDR-CAVEAT
           STRING 'HA MAIS DE ' FUNCTION TRIM(WS-OMIT-EDIT) ' DIAS'
                  DELIMITED BY SIZE
                  INTO WS-SCP-HDR-CAVEAT
           IF WS-RESTART-MODE = 'Y'
               STRING FUNCTION TRIM(WS-SCP-HDR-CAVEAT)
                      ' ** PARCIAL (RESTART) - INCOMPLETO **'
                      DELIMITED BY SIZE
                      INTO WS-SCP-HDR-CAVEAT
           END-IF
           IF WS-SCP-OMITIDOS > 0
               MOVE WS-SCP-OMITIDOS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-SCP-HDR-CAVEAT) ' '
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' PEDIDOS OMITIDOS DA LISTA (TABELA CHEIA)'
                      DELIMITED BY SIZE
                      INTO WS-SCP-HDR-CAVEAT
           END-IF
           DISPLAY WS-HEADER-1
           DISPLAY WS-SCP-HEADER
           IF WS-SCP-COUNT > 0
               SORT WS-SCP-ENTRY ON DESCENDING KEY WSC-DIAS
                                    ASCENDING KEY WSC-PEDIDO
           END-IF
           PERFORM VARYING WS-SCP-IDX FROM 1 BY 1
               UNTIL WS-SCP-IDX > WS-SCP-COUNT
               MOVE WSC-PEDIDO(WS-SCP-IDX)   TO WSP-PEDIDO
               MOVE WSC-DIAS(WS-SCP-IDX)     TO WSP-DIAS
               MOVE WSC-DT-FAT(WS-SCP-IDX)   TO WSP-DT-FAT
               MOVE WSC-NOME(WS-SCP-IDX)     TO WSP-NOME
               MOVE WSC-TRANSP(WS-SCP-IDX)   TO WSP-TRANSP
               MOVE WSC-VLR-MERC(WS-SCP-IDX) TO WSP-VALOR
               DISPLAY WS-SCP-LINE
           END-PERFORM
           MOVE WS-SCP-QTD   TO WS-OMIT-EDIT
           MOVE WS-SCP-VALOR TO WS-SCP-VALOR-ED
           MOVE SPACES TO WS-CONCLUSION-LINE
           STRING 'SEM COMPROVANTE: '
                  FUNCTION TRIM(WS-OMIT-EDIT) ' PEDIDOS, R$ '
                  FUNCTION TRIM(WS-SCP-VALOR-ED)
                  DELIMITED BY SIZE
                  INTO WS-CONCLUSION-LINE
           DISPLAY WS-CONCLUSION-LINE.

       3100-WRITE-VENDEDOR-TABLE.
      *>   Calcula a taxa OTD de cada vendedor
           IF WS-VEND-COUNT > 0
               END-PERFORM
           END-IF.

       3170-WRITE-REPROGRAMACOES.
      *>   Taxa OTD contra a promessa vigente e contra a original por
      *>   vendedor (na ordem do ranking do 3100) e por cliente, a
      *>   lista dos mais reprogramados e o resumo do arquivo de
      *>   reprogramações da carga
           MOVE SPACES TO WS-RPV-HDR-CAVEAT
           IF WS-RESTART-MODE = 'Y'
               MOVE '** PARCIAL (RESTART) - INCOMPLETO **'
                   TO WS-RPV-HDR-CAVEAT
           END-IF
           MOVE WS-RPV-HDR-CAVEAT TO WS-RPC-HDR-CAVEAT
           MOVE WS-RPV-HDR-CAVEAT TO WS-MRP-HDR-CAVEAT

           IF WS-VEND-COUNT > 0
               DISPLAY WS-HEADER-1
               DISPLAY WS-RPV-HEADER
               PERFORM VARYING WS-VEND-IDX FROM 1 BY 1
                   UNTIL WS-VEND-IDX > WS-VEND-COUNT
                   IF WV-TOTAL(WS-VEND-IDX) > 0
                       COMPUTE WV-TAXA-ORIG(WS-VEND-IDX) ROUNDED =
                           WV-NO-PRAZO-ORIG(WS-VEND-IDX) * 100.00 /
                           WV-TOTAL(WS-VEND-IDX)
                   ELSE
                       MOVE 0 TO WV-TAXA-ORIG(WS-VEND-IDX)
                   END-IF
                   COMPUTE WS-TAXA-DIF = WV-TAXA-ORIG(WS-VEND-IDX)
                       - WV-TAXA(WS-VEND-IDX)
                   MOVE WV-NOME(WS-VEND-IDX)          TO WRV-NOME
                   MOVE WV-TOTAL(WS-VEND-IDX)         TO WRV-TOTAL
                   MOVE WV-REPROGRAMADOS(WS-VEND-IDX) TO WRV-REPROG
                   MOVE WV-TAXA(WS-VEND-IDX)          TO WRV-TAXA-VIG
                   MOVE WV-TAXA-ORIG(WS-VEND-IDX)     TO WRV-TAXA-ORIG
                   MOVE WS-TAXA-DIF                   TO WRV-DIF
                   DISPLAY WS-RPV-LINE
               END-PERFORM
           END-IF

           IF WS-CLI-COUNT > 0
               DISPLAY WS-HEADER-1
               DISPLAY WS-RPC-HEADER
               PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
                   IF WC-TOTAL(WS-CLI-IDX) > 0
                       COMPUTE WS-TAXA-CLI-VIG ROUNDED =
                           WC-NO-PRAZO(WS-CLI-IDX) * 100.00 /
                           WC-TOTAL(WS-CLI-IDX)
                       COMPUTE WS-TAXA-CLI-ORIG ROUNDED =
                           WC-NO-PRAZO-ORIG(WS-CLI-IDX) * 100.00 /
                           WC-TOTAL(WS-CLI-IDX)
                   ELSE
                       MOVE 0 TO WS-TAXA-CLI-VIG
                       MOVE 0 TO WS-TAXA-CLI-ORIG
                   END-IF
                   COMPUTE WS-TAXA-DIF = WS-TAXA-CLI-ORIG
                       - WS-TAXA-CLI-VIG
                   MOVE WC-NOME(WS-CLI-IDX)(1:25)     TO WRV-NOME
                   MOVE WC-TOTAL(WS-CLI-IDX)          TO WRV-TOTAL
                   MOVE WC-REPROGRAMADOS(WS-CLI-IDX)  TO WRV-REPROG
                   MOVE WS-TAXA-CLI-VIG               TO WRV-TAXA-VIG
                   MOVE WS-TAXA-CLI-ORIG              TO WRV-TAXA-ORIG
                   MOVE WS-TAXA-DIF                   TO WRV-DIF
                   DISPLAY WS-RPV-LINE
               END-PERFORM
           END-IF

           IF WS-MRP-COUNT > 0
               DISPLAY WS-HEADER-1
               DISPLAY WS-MRP-HEADER
               PERFORM VARYING WS-MRP-IDX FROM 1 BY 1
                   UNTIL WS-MRP-IDX > WS-MRP-COUNT
                   MOVE WMR-PEDIDO(WS-MRP-IDX)    TO WMP-PEDIDO
                   MOVE WMR-QTD(WS-MRP-IDX)       TO WMP-QTD
                   MOVE WMR-NOME(WS-MRP-IDX)      TO WMP-NOME
                   MOVE WMR-VENDEDOR(WS-MRP-IDX)  TO WMP-VENDEDOR
                   MOVE WMR-ORIGINAL(WS-MRP-IDX)  TO WMP-ORIGINAL
                   MOVE WMR-VIGENTE(WS-MRP-IDX)   TO WMP-VIGENTE
                   MOVE WMR-VLR-MERC(WS-MRP-IDX)  TO WMP-VALOR
                   DISPLAY WS-MRP-LINE
               END-PERFORM
           END-IF

      *>   Resumo do REPROGRAMACOES.TXT desta carga
           IF WS-REP-CARREGADO = 'Y'
               DISPLAY WS-HEADER-1
               MOVE WS-REP-LIDAS TO WS-OMIT-EDIT
               MOVE SPACES TO WS-REP-LINE
               STRING 'REPROGRAMACOES.TXT: '
                      FUNCTION TRIM(WS-OMIT-EDIT) ' LINHAS, '
                      DELIMITED BY SIZE
                      INTO WS-REP-LINE
               MOVE WS-REP-APLICADAS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-REP-LINE) ' '
                      FUNCTION TRIM(WS-OMIT-EDIT) ' APLICADAS ('
                      DELIMITED BY SIZE
                      INTO WS-REP-LINE
               MOVE WS-REP-SEM-FEED TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-REP-LINE)
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' PEDIDOS FORA DO FEED), '
                      DELIMITED BY SIZE
                      INTO WS-REP-LINE
               MOVE WS-REP-JA-APLICADAS TO WS-OMIT-EDIT
               STRING FUNCTION TRIM(WS-REP-LINE) ' '
                      FUNCTION TRIM(WS-OMIT-EDIT)
                      ' JA APLICADAS ANTES'
                      DELIMITED BY SIZE
                      INTO WS-REP-LINE
               DISPLAY WS-REP-LINE
               COMPUTE WS-REP-INC-SOMA = WS-REP-INVALIDAS
                   + WS-REP-FORA-SEQ + WS-REP-INEXISTENTES
                   + WS-REP-DIVERGENTES
               IF WS-REP-INC-SOMA > 0
                   MOVE WS-REP-INC-SOMA TO WS-OMIT-EDIT
                   MOVE SPACES TO WS-REP-LINE
                   STRING 'INCONSISTENCIAS DE REPROGRAMACAO: '
                          FUNCTION TRIM(WS-OMIT-EDIT)
                          ' (VER REPROG-INC.TXT)'
                          DELIMITED BY SIZE
                          INTO WS-REP-LINE
                   DISPLAY WS-REP-LINE
               END-IF
               IF WS-REP-OMITIDAS > 0
                   MOVE WS-REP-OMITIDAS TO WS-OMIT-EDIT
                   MOVE SPACES TO WS-REP-LINE
                   STRING '** ' FUNCTION TRIM(WS-OMIT-EDIT)
                          ' REPROGRAMACOES OMITIDAS (TABELA CHEIA)'
                          ' - NAO APLICADAS **'
                          DELIMITED BY SIZE
                          INTO WS-REP-LINE
                   DISPLAY WS-REP-LINE
               END-IF
           END-IF.

       3130-GERAR-ALERTAS.
      *>   Um registro por violação de limite, legível por máquina:
      *>   SEVERIDADE|TIPO|ENTIDADE|VALOR|LIMITE (Req. 017).
           END-IF

           EVALUATE TRUE
               WHEN WS-RECUSA = 'B'
                   MOVE 12 TO WS-RC
                   MOVE 'BLOQUEADO' TO WS-EXEC-STATUS-TXT
               WHEN WS-RECUSA = 'F'
                   MOVE 16 TO WS-RC
                   MOVE 'FEED-REPETIDO' TO WS-EXEC-STATUS-TXT
               WHEN WS-ERRO-ARQUIVO = 'Y'
                   MOVE 8 TO WS-RC
                   MOVE 'ERRO-ARQUIVO' TO WS-EXEC-STATUS-TXT
                  '|' FUNCTION TRIM(WS-EXEC-TAXA-ED)
                  '|' FUNCTION TRIM(WS-EXEC-STATUS-TXT)
                  '|' FUNCTION TRIM(WS-RC-ED)
                  '|' WS-EXEC-ID
                  DELIMITED BY SIZE
                  INTO EXECUCOES-RECORD
           WRITE EXECUCOES-RECORD
           CLOSE EXECUCOES-FILE

      *>   Toda saída da carga, normal ou abortada, devolve o bloqueio
           IF WS-LCK-MEU = 'Y'
               PERFORM 1830-LIBERAR-BLOQUEIO
           END-IF

           MOVE WS-RC TO RETURN-CODE.

       END PROGRAM OTD-AUDIT.
