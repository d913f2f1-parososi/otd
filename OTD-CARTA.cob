      *> OTD-CARTA.cob — Carta Mensal de Desempenho OTD por Cliente
      *>
      *> Compilar: cobc -x OTD-CARTA.cob -o otd_carta
      *> Uso:     ./otd_carta                  (mês anterior, todos os
      *>                                       grupos do cadastro)
      *>          ./otd_carta MES=09/2026
      *>          ./otd_carta MES=09/2026 CLIENTE=ACME_QUIMICA
      *>          ./otd_carta CLIENTE=ACME_QUIMICA CLIENTE=BETA MESES=12
      *>
      *> Relatório de desempenho de entregas que os contratos dos
      *> clientes grandes exigem todo começo de mês, até aqui montado
      *> à mão pelo atendimento. Lê o PEDIDOS.DAT e gera, para cada
      *> grupo canônico do CLIENTES.DAT — ou só para os grupos
      *> informados em CLIENTE=, com '_' no lugar do espaço — um
      *> documento separado CARTA-AAAAMM-<GRUPO>.TXT com:
      *>   - a taxa OTD do mês, com a competência e a régua do
      *>     OTD-FECHAMENTO: entram os pedidos faturados com PREV ENT
      *>     no mês, ATRASADO no PM-STATUS-OTD gravado pelo OTD-AUDIT
      *>     (que já desconta a tolerância do SLA.DAT do grupo) é
      *>     atraso e qualquer outro faturado está no prazo
      *>   - a evolução nos MESES= anteriores (padrão 6, máximo 12)
      *>   - os pedidos entregues com atraso no mês, com o texto da
      *>     justificativa do JUSTIFICATIVAS.DAT
      *>   - os pedidos em aberto com a data prevista de entrega
      *> A carta vai direto ao cliente: não sai vendedor, supervisor,
      *> código de motivo nem reconciliação. Os dias de atraso
      *> impressos são os recalculados das datas da carta
      *> (PM-DIAS-CALC), para o documento fechar com ele mesmo. Grupo
      *> sem pedido faturado com PREV ENT no mês e sem pedido em
      *> aberto não recebe carta.
      *>
      *> STDOUT traz o relatório de controle: uma linha por carta
      *> gerada, grupos sem movimento, pedidos com grafia fora do
      *> cadastro (que não entram em carta nenhuma) e limites de
      *> tabela estourados.
      *>
      *> RETURN-CODE: 0 = cartas geradas sem ressalvas; 4 = com
      *> ressalvas (grupo informado fora do cadastro, pedido fora do
      *> cadastro, tabela cheia, carta não gravada); 8 = PEDIDOS.DAT
      *> ou CLIENTES.DAT indisponível ou parâmetro inválido.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-CARTA.
       AUTHOR. USIQUIMICA-TI.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-MASTER
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAD-STATUS.

           SELECT SLA-FILE
               ASSIGN TO "SLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT JUSTIF-FILE
               ASSIGN TO "JUSTIFICATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUS-STATUS.

      *>   Uma carta por grupo: o nome do arquivo é montado antes de
      *>   cada OPEN
           SELECT CARTA-FILE
               ASSIGN USING WS-CARTA-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

      *> Mesmo layout do FD CLIENTES-FILE do OTD-AUDIT
       FD  CLIENTES-FILE.
       01  CLI-CAD-RECORD.
           05  CL-ALIAS              PIC X(40).
           05  CL-CANONICO           PIC X(40).
           05  CL-SEGMENTO           PIC X(20).
           05  CL-UF                 PIC XX.

      *> Mesmo layout do FD SLA-FILE do OTD-AUDIT
       FD  SLA-FILE.
       01  SLA-RECORD.
           05  SL-CLIENTE            PIC X(40).
           05  SL-DIAS               PIC X(3).

      *> PEDIDO;CODIGO DO MOTIVO;TEXTO LIVRE — o código é interno e
      *> não vai para a carta
       FD  JUSTIF-FILE.
       01  JUSTIF-RECORD            PIC X(120).

       FD  CARTA-FILE.
       01  CARTA-RECORD             PIC X(110).

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-CCAD-STATUS        PIC XX VALUE '00'.
       01 WS-SLA-STATUS         PIC XX VALUE '00'.
       01 WS-JUS-STATUS         PIC XX VALUE '00'.
       01 WS-CAR-STATUS         PIC XX VALUE '00'.

       01 WS-CARTA-ARQ          PIC X(80) VALUE SPACES.
       01 WS-GRUPO-ARQ          PIC X(40) VALUE SPACES.
       01 WS-GRUPO-LEN          PIC 9(4) VALUE 0.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(400) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(60) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.
       01 WS-PARM-ERRO          PIC X VALUE 'N'.

      *> Competência da carta (mês da PREV ENT) e janela de
      *> comparação; a chave de mês é AAAA * 12 + MM, para a
      *> distância entre dois meses sair numa subtração
       01 WS-MES-PARM           PIC X(7) VALUE SPACES.
       01 WS-MESES              PIC 9(2) VALUE 6.
       01 WS-MESES-MAX          PIC 9(2) VALUE 12.
       01 WS-COMP-MM            PIC 9(2) VALUE 0.
       01 WS-COMP-AAAA          PIC 9(4) VALUE 0.
       01 WS-COMP-AAAAMM        PIC 9(6) VALUE 0.
       01 WS-COMP-CHAVE         PIC 9(6) VALUE 0.
       01 WS-COMP-ED            PIC X(7) VALUE SPACES.
       01 WS-PED-CHAVE          PIC 9(6) VALUE 0.
       01 WS-BUCKET             PIC 9(2) VALUE 0.
       01 WS-EVO-CHAVE          PIC 9(6) VALUE 0.
       01 WS-EVO-AAAA           PIC 9(4) VALUE 0.
       01 WS-EVO-MM             PIC 9(2) VALUE 0.
       01 WS-HOJE-STR           PIC X(10) VALUE SPACES.
       01 WS-HOJE-INT           PIC S9(9) VALUE 0.

      *> Validação de datas DD/MM/YYYY (mesma rotina do OTD-AUDIT)
       01 WS-DATE-STR           PIC X(10).
       01 WS-DATE-DD            PIC 9(2).
       01 WS-DATE-MM            PIC 9(2).
       01 WS-DATE-YYYY          PIC 9(4).
       01 WS-DATE-YYYYMMDD      PIC 9(8).
       01 WS-DATE-VALID         PIC X VALUE 'N'.
       01 WS-DATE-INT           PIC S9(9) VALUE 0.

       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-DIAS               PIC S9(4) VALUE 0.
       01 WS-GRUPO              PIC X(40) VALUE SPACES.
       01 WS-DET-TIPO           PIC X VALUE SPACES.

      *> Grupos pedidos em CLIENTE=; sem nenhum, vão todos
       01 WS-SEL-COUNT          PIC 9(2) VALUE 0.
       01 WS-SEL-MAX            PIC 9(2) VALUE 20.
       01 WS-SEL-IGNORADOS      PIC 9(4) VALUE 0.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-SEL-IDX.
               10 WSE-GRUPO      PIC X(40).

      *> Cadastro de clientes: grafia do Nome Fantasia -> grupo
      *> canônico, ordenado por grafia para o SEARCH ALL
       01 WS-CCAD-EOF           PIC X VALUE 'N'.
       01 WS-CCAD-FOUND         PIC X VALUE 'N'.
       01 WS-CCAD-COUNT         PIC 9(4) VALUE 0.
       01 WS-CCAD-MAX           PIC 9(4) VALUE 500.
       01 WS-CCAD-OMITIDOS      PIC 9(6) VALUE 0.
       01 WS-CCAD-TABLE.
           05 WS-CCAD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CCAD-COUNT
                   ASCENDING KEY IS WCC-ALIAS
                   INDEXED BY WS-CCAD-IDX.
               10 WCC-ALIAS      PIC X(40).
               10 WCC-CANONICO   PIC X(40).

      *> Grupos canônicos distintos do cadastro, um por carta, com a
      *> tolerância do SLA e os acumuladores por mês: posição 1 = mês
      *> da carta, 2 em diante = meses anteriores
       01 WS-GRP-COUNT          PIC 9(4) VALUE 0.
       01 WS-GRP-MAX            PIC 9(4) VALUE 500.
       01 WS-GRP-FOUND          PIC X VALUE 'N'.
       01 WS-GRP-I              PIC 9(4) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   ASCENDING KEY IS WGR-NOME
                   INDEXED BY WS-GRP-IDX.
               10 WGR-NOME       PIC X(40).
               10 WGR-SELECIONADO PIC X.
               10 WGR-SLA        PIC 9(3).
               10 WGR-ABERTOS    PIC 9(6).
               10 WGR-INCOMPLETO PIC X.
               10 WGR-MES OCCURS 13 TIMES.
                   15 WGR-PEDIDOS    PIC 9(6).
                   15 WGR-NO-PRAZO   PIC 9(6).

      *> SLA contratual por grupo (mesmo SLA.DAT do OTD-AUDIT); sem
      *> o arquivo, régua de zero dias
       01 WS-SLA-CARREGADO      PIC X VALUE 'N'.
       01 WS-SLA-EOF            PIC X VALUE 'N'.
       01 WS-SLA-FOUND          PIC X VALUE 'N'.
       01 WS-SLA-COUNT          PIC 9(4) VALUE 0.
       01 WS-SLA-MAX            PIC 9(4) VALUE 200.
       01 WS-SLA-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SLA-COUNT
                   ASCENDING KEY IS WSL-CLIENTE
                   INDEXED BY WS-SLA-IDX.
               10 WSL-CLIENTE    PIC X(40).
               10 WSL-DIAS       PIC 9(3).

      *> Justificativas de atraso: só o texto livre vai para a carta
       01 WS-JUS-CARREGADO      PIC X VALUE 'N'.
       01 WS-JUS-EOF            PIC X VALUE 'N'.
       01 WS-JUS-FOUND          PIC X VALUE 'N'.
       01 WS-JUS-COUNT          PIC 9(4) VALUE 0.
       01 WS-JUS-MAX            PIC 9(4) VALUE 2000.
       01 WS-JUS-OMITIDAS       PIC 9(6) VALUE 0.
       01 WS-JUS-PEDIDO-X       PIC X(12) VALUE SPACES.
       01 WS-JUS-CODIGO-X       PIC X(6) VALUE SPACES.
       01 WS-JUS-TEXTO-X        PIC X(40) VALUE SPACES.
       01 WS-JUS-TABLE.
           05 WS-JUS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-JUS-COUNT
                   ASCENDING KEY IS WJU-PEDIDO WJU-SEQ
                   INDEXED BY WS-JUS-IDX.
               10 WJU-PEDIDO     PIC 9(8).
      *>         Ordem da linha no arquivo: desempata o SORT para a
      *>         "primeira justificativa" ser sempre a mesma
               10 WJU-SEQ        PIC 9(4).
               10 WJU-TEXTO      PIC X(40).

      *> Pedidos que saem listados nas cartas: A = entregue com
      *> atraso no mês, B = em aberto. Ordenada por grupo, tipo e
      *> data prevista antes da emissão, para cada carta ler o seu
      *> trecho em sequência
       01 WS-DET-COUNT          PIC 9(4) VALUE 0.
       01 WS-DET-MAX            PIC 9(4) VALUE 5000.
       01 WS-DET-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-DET-I              PIC 9(4) VALUE 0.
       01 WS-DET-TABLE.
           05 WS-DET-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DET-COUNT
                   ASCENDING KEY IS WDT-GRUPO WDT-TIPO
                       WDT-DATA-INT WDT-PEDIDO
                   INDEXED BY WS-DET-IDX.
               10 WDT-GRUPO      PIC 9(4).
               10 WDT-TIPO       PIC X.
               10 WDT-DATA-INT   PIC 9(7).
               10 WDT-PEDIDO     PIC 9(8).
               10 WDT-PREV-ENT   PIC X(10).
               10 WDT-DT-FAT     PIC X(10).
               10 WDT-DIAS       PIC S9(4).
               10 WDT-VLR-MERC   PIC 9(10)V99.

      *> Contadores da execução
       01 WS-TOTAL-LIDOS        PIC 9(8) VALUE 0.
       01 WS-TOTAL-CANCELADOS   PIC 9(8) VALUE 0.
       01 WS-TOTAL-SEM-CAD      PIC 9(8) VALUE 0.
       01 WS-TOTAL-DT-ILEGIVEL  PIC 9(8) VALUE 0.
       01 WS-TOTAL-FATURADOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-ATRASADOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-ABERTOS      PIC 9(8) VALUE 0.
       01 WS-TOTAL-CARTAS       PIC 9(6) VALUE 0.
       01 WS-TOTAL-SEM-MOV      PIC 9(6) VALUE 0.
       01 WS-TOTAL-FALHAS       PIC 9(6) VALUE 0.
       01 WS-RC                 PIC 9(2) VALUE 0.

      *> Cálculo da carta corrente
       01 WS-CT-PEDIDOS         PIC 9(6) VALUE 0.
       01 WS-CT-NO-PRAZO        PIC 9(6) VALUE 0.
       01 WS-CT-ATRASADOS       PIC 9(6) VALUE 0.
       01 WS-CT-TAXA            PIC 9(3)V99 VALUE 0.
       01 WS-CT-ANT-PEDIDOS     PIC 9(8) VALUE 0.
       01 WS-CT-ANT-NO-PRAZO    PIC 9(8) VALUE 0.
       01 WS-CT-ANT-TAXA        PIC 9(3)V99 VALUE 0.
       01 WS-CT-VARIACAO        PIC S9(3)V99 VALUE 0.
       01 WS-CT-LISTADOS        PIC 9(6) VALUE 0.

      *> Linhas da carta
       01 WS-LINHA              PIC X(110) VALUE SPACES.
       01 WS-CT-SEPARADOR       PIC X(100) VALUE ALL '='.
       01 WS-CT-TRACO           PIC X(100) VALUE ALL '-'.

       01 WS-EVO-HEADER.
           05 FILLER            PIC X(30) VALUE
              'MES/ANO  | PEDIDOS  | NO PRAZO'.
           05 FILLER            PIC X(11) VALUE
              ' | TAXA OTD'.

       01 WS-EVO-LINE.
           05 WEV-MES           PIC X(7).
           05 FILLER            PIC X(4)  VALUE '  | '.
           05 WEV-PEDIDOS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE '  | '.
           05 WEV-NO-PRAZO      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE '  | '.
           05 WEV-TAXA          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WEV-OBS           PIC X(20).

       01 WS-ATR-HEADER.
           05 FILLER            PIC X(30) VALUE
              'PEDIDO   | PREVISTA   | FATURA'.
           05 FILLER            PIC X(30) VALUE
              'DO   | DIAS |       VALOR R$ |'.
           05 FILLER            PIC X(14) VALUE
              ' JUSTIFICATIVA'.

       01 WS-ATR-LINE.
           05 WAT-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAT-PREV-ENT      PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAT-DT-FAT        PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAT-DIAS          PIC ZZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAT-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAT-JUSTIF        PIC X(40).

       01 WS-ABR-HEADER.
           05 FILLER            PIC X(30) VALUE
              'PEDIDO   | PREVISTA   | SITUAC'.
           05 FILLER            PIC X(27) VALUE
              'AO         |       VALOR R$'.

       01 WS-ABR-LINE.
           05 WAB-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAB-PREV-ENT      PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAB-SITUACAO      PIC X(16).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAB-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

      *> Relatório de controle (STDOUT)
       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.

       01 WS-CTL-LINE.
           05 WCT-GRUPO         PIC X(30).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCT-PEDIDOS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCT-TAXA          PIC X(8).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCT-ABERTOS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCT-ARQUIVO       PIC X(60).

       01 WS-QTD-ED             PIC ZZZ,ZZ9.
       01 WS-TAXA-ED            PIC ZZ9.99.
       01 WS-VAR-ED             PIC +++9.99.
       01 WS-TOT-EDIT           PIC ZZZ,ZZ9.
       01 WS-SLA-ED             PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS
           PERFORM 0200-DEFINIR-COMPETENCIA
           IF WS-PARM-ERRO = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY WS-SEPARADOR
           DISPLAY 'CARTAS DE DESEMPENHO OTD - COMPETENCIA: '
               WS-COMP-ED
           DISPLAY WS-SEPARADOR

           PERFORM 1000-CARREGAR-CLIENTES
           IF WS-CCAD-COUNT = 0
               DISPLAY 'ERRO: CLIENTES.DAT INDISPONIVEL OU VAZIO '
                   '(STATUS ' WS-CCAD-STATUS ') - SEM GRUPOS PARA '
                   'AS CARTAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-MONTAR-GRUPOS
           PERFORM 1200-MARCAR-SELECAO
           PERFORM 1300-CARREGAR-SLA
           PERFORM 1400-CARREGAR-JUSTIF

           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-VARRER-MESTRE
           CLOSE PEDIDOS-MASTER

           PERFORM 3000-EMITIR-CARTAS

           PERFORM 4000-RELATORIO-CONTROLE

           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (MES=, MESES=, CLIENTE=)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM))
               TO WS-PARM-INPUT-LEN
           MOVE 1 TO WS-PARM-POS

           PERFORM UNTIL WS-PARM-POS > WS-PARM-INPUT-LEN
               MOVE WS-PARM-POS TO WS-PARM-START
               PERFORM UNTIL WS-PARM-POS > WS-PARM-INPUT-LEN
                   MOVE WS-PARM(WS-PARM-POS:1) TO WS-PARM-CHAR
                   IF WS-PARM-CHAR = SPACE
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-PARM-POS
               END-PERFORM
               IF WS-PARM-POS > WS-PARM-START
                   MOVE SPACES TO WS-PARM-TOKEN
                   COMPUTE WS-PARM-LEN = WS-PARM-POS - WS-PARM-START
                   MOVE WS-PARM(WS-PARM-START:WS-PARM-LEN)
                       TO WS-PARM-TOKEN
                   PERFORM 0110-APLICAR-TOKEN
               END-IF
               ADD 1 TO WS-PARM-POS
           END-PERFORM.

       0110-APLICAR-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:4) = 'MES='
                   MOVE WS-PARM-TOKEN(5:7) TO WS-MES-PARM
               WHEN WS-PARM-TOKEN(1:6) = 'MESES='
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-PARM-TOKEN(7:6))) = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-PARM-TOKEN(7:6)))
                           TO WS-MESES
                       IF WS-MESES > WS-MESES-MAX
                           MOVE WS-MESES-MAX TO WS-MESES
                       END-IF
                   END-IF
               WHEN WS-PARM-TOKEN(1:8) = 'CLIENTE='
      *>           Nome do grupo com espaço vem com '_' na linha de
      *>           comando
                   IF WS-SEL-COUNT < WS-SEL-MAX
                       ADD 1 TO WS-SEL-COUNT
                       SET WS-SEL-IDX TO WS-SEL-COUNT
                       MOVE WS-PARM-TOKEN(9:40)
                           TO WSE-GRUPO(WS-SEL-IDX)
                       INSPECT WSE-GRUPO(WS-SEL-IDX)
                           REPLACING ALL '_' BY SPACE
                   ELSE
                       DISPLAY 'PARAMETRO IGNORADO (LIMITE DE '
                           'CLIENTES): ' FUNCTION TRIM(WS-PARM-TOKEN)
                       ADD 1 TO WS-SEL-IGNORADOS
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       0200-DEFINIR-COMPETENCIA.
      *>   MES= explícito tem prioridade; senão a carta é do mês
      *>   anterior ao de hoje, que é quando o atendimento a envia
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-HOJE-STR(1:2)
           MOVE '/'                        TO WS-HOJE-STR(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-HOJE-STR(4:2)
           MOVE '/'                        TO WS-HOJE-STR(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-HOJE-STR(7:4)
           MOVE WS-HOJE-STR TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           MOVE WS-DATE-INT TO WS-HOJE-INT

           IF FUNCTION TRIM(WS-MES-PARM) NOT = SPACES
               IF WS-MES-PARM(3:1) NOT = '/'
                   OR WS-MES-PARM(1:2) IS NOT NUMERIC
                   OR WS-MES-PARM(4:4) IS NOT NUMERIC
                   MOVE 'Y' TO WS-PARM-ERRO
               ELSE
                   MOVE WS-MES-PARM(1:2) TO WS-COMP-MM
                   MOVE WS-MES-PARM(4:4) TO WS-COMP-AAAA
                   IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
                       OR WS-COMP-AAAA < 1900
                       MOVE 'Y' TO WS-PARM-ERRO
                   END-IF
               END-IF
               IF WS-PARM-ERRO = 'Y'
                   DISPLAY 'ERRO: MES= INVALIDO (MM/AAAA): '
                       WS-MES-PARM
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-COMP-AAAA
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-COMP-MM
               IF WS-COMP-MM = 1
                   MOVE 12 TO WS-COMP-MM
                   SUBTRACT 1 FROM WS-COMP-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MM
               END-IF
           END-IF

           COMPUTE WS-COMP-CHAVE = WS-COMP-AAAA * 12 + WS-COMP-MM
           COMPUTE WS-COMP-AAAAMM = WS-COMP-AAAA * 100 + WS-COMP-MM
           MOVE SPACES TO WS-COMP-ED
           STRING WS-COMP-MM '/' WS-COMP-AAAA
                  DELIMITED BY SIZE
                  INTO WS-COMP-ED.

       1000-CARREGAR-CLIENTES.
      *>   Cadastro de clientes na tabela de grafias, ordenada para a
      *>   busca binária do 2110-RESOLVER-GRUPO
           OPEN INPUT CLIENTES-FILE
           IF WS-CCAD-STATUS = '00'
               MOVE 'N' TO WS-CCAD-EOF
               PERFORM UNTIL WS-CCAD-EOF = 'Y'
                   READ CLIENTES-FILE
                       AT END
                           MOVE 'Y' TO WS-CCAD-EOF
                       NOT AT END
                           IF FUNCTION TRIM(CL-ALIAS) NOT = SPACES
                               AND FUNCTION TRIM(CL-CANONICO)
                                   NOT = SPACES
                               IF WS-CCAD-COUNT < WS-CCAD-MAX
                                   ADD 1 TO WS-CCAD-COUNT
                                   SET WS-CCAD-IDX TO WS-CCAD-COUNT
                                   MOVE CL-ALIAS    TO
                                       WCC-ALIAS(WS-CCAD-IDX)
                                   MOVE CL-CANONICO TO
                                       WCC-CANONICO(WS-CCAD-IDX)
                               ELSE
                                   ADD 1 TO WS-CCAD-OMITIDOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-FILE
               IF WS-CCAD-COUNT > 0
                   SORT WS-CCAD-ENTRY ON ASCENDING KEY WCC-ALIAS
               END-IF
           END-IF.

       1100-MONTAR-GRUPOS.
      *>   Um grupo por nome canônico distinto do cadastro; a tabela
      *>   é ordenada por nome no fim, para o SEARCH ALL da varredura
      *>   e para as cartas saírem em ordem alfabética
           PERFORM VARYING WS-CCAD-IDX FROM 1 BY 1
               UNTIL WS-CCAD-IDX > WS-CCAD-COUNT
               MOVE 'N' TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   IF WGR-NOME(WS-GRP-IDX) =
                       WCC-CANONICO(WS-CCAD-IDX)
                       MOVE 'Y' TO WS-GRP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GRP-FOUND = 'N'
                   IF WS-GRP-COUNT < WS-GRP-MAX
                       ADD 1 TO WS-GRP-COUNT
                       SET WS-GRP-IDX TO WS-GRP-COUNT
                       INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
                       MOVE WCC-CANONICO(WS-CCAD-IDX)
                           TO WGR-NOME(WS-GRP-IDX)
                       MOVE 'N' TO WGR-SELECIONADO(WS-GRP-IDX)
                       MOVE 'N' TO WGR-INCOMPLETO(WS-GRP-IDX)
                   ELSE
                       ADD 1 TO WS-CCAD-OMITIDOS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRP-COUNT > 0
               SORT WS-GRP-ENTRY ON ASCENDING KEY WGR-NOME
           END-IF.

       1200-MARCAR-SELECAO.
      *>   Sem CLIENTE= todos os grupos recebem carta; com CLIENTE=,
      *>   só os informados — grupo fora do cadastro é relatado
           IF WS-SEL-COUNT = 0
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   MOVE 'Y' TO WGR-SELECIONADO(WS-GRP-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   MOVE 'N' TO WS-GRP-FOUND
                   SEARCH ALL WS-GRP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WGR-NOME(WS-GRP-IDX) =
                           WSE-GRUPO(WS-SEL-IDX)
                           MOVE 'Y' TO WS-GRP-FOUND
                   END-SEARCH
                   IF WS-GRP-FOUND = 'Y'
                       MOVE 'Y' TO WGR-SELECIONADO(WS-GRP-IDX)
                   ELSE
                       ADD 1 TO WS-SEL-IGNORADOS
                       DISPLAY 'GRUPO FORA DO CADASTRO CLIENTES.DAT: '
                           FUNCTION TRIM(WSE-GRUPO(WS-SEL-IDX))
                   END-IF
               END-PERFORM
           END-IF.

       1300-CARREGAR-SLA.
      *>   SLA contratual por grupo, com a mesma regra de descarte do
      *>   OTD-AUDIT (dias não numéricos = linha ignorada); a
      *>   tolerância de cada grupo é resolvida uma vez aqui
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS = '00'
               MOVE 'Y' TO WS-SLA-CARREGADO
               MOVE 'N' TO WS-SLA-EOF
               PERFORM UNTIL WS-SLA-EOF = 'Y'
                   READ SLA-FILE
                       AT END
                           MOVE 'Y' TO WS-SLA-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SL-CLIENTE) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(SL-DIAS)) = 0
                               IF WS-SLA-COUNT < WS-SLA-MAX
                                   ADD 1 TO WS-SLA-COUNT
                                   SET WS-SLA-IDX TO WS-SLA-COUNT
                                   MOVE SL-CLIENTE TO
                                       WSL-CLIENTE(WS-SLA-IDX)
                                   MOVE FUNCTION NUMVAL(
                                       FUNCTION TRIM(SL-DIAS)) TO
                                       WSL-DIAS(WS-SLA-IDX)
                               ELSE
                                   ADD 1 TO WS-SLA-OMITIDOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
               IF WS-SLA-COUNT > 0
                   SORT WS-SLA-ENTRY ON ASCENDING KEY WSL-CLIENTE
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                       MOVE 'N' TO WS-SLA-FOUND
                       SEARCH ALL WS-SLA-ENTRY
                           AT END
                               CONTINUE
                           WHEN WSL-CLIENTE(WS-SLA-IDX) =
                               WGR-NOME(WS-GRP-IDX)
                               MOVE 'Y' TO WS-SLA-FOUND
                       END-SEARCH
                       IF WS-SLA-FOUND = 'Y'
                           MOVE WSL-DIAS(WS-SLA-IDX)
                               TO WGR-SLA(WS-GRP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       1400-CARREGAR-JUSTIF.
      *>   PEDIDO;CODIGO DO MOTIVO;TEXTO LIVRE — linha com pedido não
      *>   numérico é descartada, como no OTD-AUDIT
           OPEN INPUT JUSTIF-FILE
           IF WS-JUS-STATUS = '00'
               MOVE 'Y' TO WS-JUS-CARREGADO
               MOVE 'N' TO WS-JUS-EOF
               PERFORM UNTIL WS-JUS-EOF = 'Y'
                   READ JUSTIF-FILE
                       AT END
                           MOVE 'Y' TO WS-JUS-EOF
                       NOT AT END
                           PERFORM 1410-GUARDAR-JUSTIF
                   END-READ
               END-PERFORM
               CLOSE JUSTIF-FILE
               IF WS-JUS-COUNT > 0
                   SORT WS-JUS-ENTRY ON ASCENDING KEY WJU-PEDIDO
                       WJU-SEQ
               END-IF
           END-IF.

       1410-GUARDAR-JUSTIF.
           MOVE SPACES TO WS-JUS-PEDIDO-X WS-JUS-CODIGO-X
                          WS-JUS-TEXTO-X
           UNSTRING JUSTIF-RECORD DELIMITED BY ';'
               INTO WS-JUS-PEDIDO-X WS-JUS-CODIGO-X WS-JUS-TEXTO-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JUS-PEDIDO-X))
               = 0
               AND FUNCTION TRIM(WS-JUS-CODIGO-X) NOT = SPACES
               IF WS-JUS-COUNT < WS-JUS-MAX
                   ADD 1 TO WS-JUS-COUNT
                   SET WS-JUS-IDX TO WS-JUS-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-JUS-PEDIDO-X))
                       TO WJU-PEDIDO(WS-JUS-IDX)
                   MOVE WS-JUS-COUNT   TO WJU-SEQ(WS-JUS-IDX)
                   MOVE WS-JUS-TEXTO-X TO WJU-TEXTO(WS-JUS-IDX)
               ELSE
                   ADD 1 TO WS-JUS-OMITIDAS
               END-IF
           END-IF.

       2000-VARRER-MESTRE.
      *>   Varre o mestre inteiro em ordem de chave — mesma varredura
      *>   do OTD-EXPURGO
           MOVE 0 TO PM-PEDIDO
           START PEDIDOS-MASTER KEY >= PM-PEDIDO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 2100-AVALIAR-PEDIDO
               END-READ
           END-PERFORM.

       2100-AVALIAR-PEDIDO.
      *>   Cancelado não entra na carta; pedido de grupo não
      *>   selecionado é ignorado; grafia fora do cadastro é contada
      *>   para o relatório de controle
           IF PM-STATUS-OTD = 'CANCELADO   '
               ADD 1 TO WS-TOTAL-CANCELADOS
           ELSE
               PERFORM 2110-RESOLVER-GRUPO
               IF WS-GRP-FOUND = 'N'
                   ADD 1 TO WS-TOTAL-SEM-CAD
               ELSE
                   IF WGR-SELECIONADO(WS-GRP-IDX) = 'Y'
                       IF PM-DIAS-CALC IS NUMERIC
                           MOVE PM-DIAS-CALC TO WS-DIAS
                       ELSE
                           MOVE PM-DIAS TO WS-DIAS
                       END-IF
                       IF FUNCTION TRIM(PM-DT-FAT) = SPACES
                           PERFORM 2200-GUARDAR-ABERTO
                       ELSE
                           PERFORM 2300-CONTAR-FATURADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-RESOLVER-GRUPO.
      *>   Grafia do Nome Fantasia -> grupo canônico -> entrada da
      *>   tabela de grupos, as duas por busca binária
           MOVE 'N' TO WS-GRP-FOUND
           MOVE 'N' TO WS-CCAD-FOUND
           SEARCH ALL WS-CCAD-ENTRY
               AT END
                   CONTINUE
               WHEN WCC-ALIAS(WS-CCAD-IDX) = PM-NOME-FANTASIA
                   MOVE 'Y' TO WS-CCAD-FOUND
           END-SEARCH
           IF WS-CCAD-FOUND = 'Y' AND WS-GRP-COUNT > 0
               MOVE WCC-CANONICO(WS-CCAD-IDX) TO WS-GRUPO
               SEARCH ALL WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WGR-NOME(WS-GRP-IDX) = WS-GRUPO
                       MOVE 'Y' TO WS-GRP-FOUND
               END-SEARCH
           END-IF.

       2200-GUARDAR-ABERTO.
           ADD 1 TO WS-TOTAL-ABERTOS
           ADD 1 TO WGR-ABERTOS(WS-GRP-IDX)
           MOVE 'B' TO WS-DET-TIPO
           PERFORM 2400-GUARDAR-DETALHE.

       2300-CONTAR-FATURADO.
      *>   Pedido faturado com PREV ENT no mês da carta ou nos MESES=
      *>   anteriores entra no acumulador desse mês, com a régua do
      *>   OTD-FECHAMENTO: ATRASADO é atraso, qualquer outro faturado
      *>   (NO PRAZO/ADIANTADO) está no prazo. Só o atrasado do
      *>   próprio mês é listado
           MOVE PM-PREV-ENT TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           IF WS-DATE-VALID = 'N'
               ADD 1 TO WS-TOTAL-DT-ILEGIVEL
           ELSE
               COMPUTE WS-PED-CHAVE = WS-DATE-YYYY * 12 + WS-DATE-MM
               IF WS-PED-CHAVE <= WS-COMP-CHAVE
                   AND WS-COMP-CHAVE - WS-PED-CHAVE <= WS-MESES
                   COMPUTE WS-BUCKET =
                       WS-COMP-CHAVE - WS-PED-CHAVE + 1
                   ADD 1 TO WGR-PEDIDOS(WS-GRP-IDX, WS-BUCKET)
                   IF WS-BUCKET = 1
                       ADD 1 TO WS-TOTAL-FATURADOS
                   END-IF
                   IF PM-STATUS-OTD = 'ATRASADO    '
                       IF WS-BUCKET = 1
                           ADD 1 TO WS-TOTAL-ATRASADOS
                           MOVE 'A' TO WS-DET-TIPO
                           PERFORM 2400-GUARDAR-DETALHE
                       END-IF
                   ELSE
                       ADD 1 TO WGR-NO-PRAZO(WS-GRP-IDX, WS-BUCKET)
                   END-IF
               END-IF
           END-IF.

       2400-GUARDAR-DETALHE.
      *>   Pedido listado na carta; com a tabela cheia o grupo fica
      *>   marcado e a carta sai com a lista incompleta apontada no
      *>   relatório de controle
           IF WS-DET-COUNT < WS-DET-MAX
               ADD 1 TO WS-DET-COUNT
               SET WS-DET-IDX TO WS-DET-COUNT
               SET WS-GRP-I TO WS-GRP-IDX
               MOVE WS-GRP-I      TO WDT-GRUPO(WS-DET-IDX)
               MOVE WS-DET-TIPO   TO WDT-TIPO(WS-DET-IDX)
               MOVE PM-PEDIDO     TO WDT-PEDIDO(WS-DET-IDX)
               MOVE PM-PREV-ENT   TO WDT-PREV-ENT(WS-DET-IDX)
               MOVE PM-DT-FAT     TO WDT-DT-FAT(WS-DET-IDX)
               MOVE WS-DIAS       TO WDT-DIAS(WS-DET-IDX)
               MOVE PM-VLR-MERC   TO WDT-VLR-MERC(WS-DET-IDX)
               MOVE PM-PREV-ENT   TO WS-DATE-STR
               PERFORM 8000-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'Y'
                   MOVE WS-DATE-INT TO WDT-DATA-INT(WS-DET-IDX)
               ELSE
                   MOVE 0 TO WDT-DATA-INT(WS-DET-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-DET-OMITIDOS
               MOVE 'Y' TO WGR-INCOMPLETO(WS-GRP-IDX)
           END-IF.

       3000-EMITIR-CARTAS.
      *>   Uma carta por grupo selecionado com movimento; a tabela
      *>   de pedidos listados é lida em sequência junto com os
      *>   grupos, na mesma ordem
           IF WS-DET-COUNT > 0
               SORT WS-DET-ENTRY ON ASCENDING KEY WDT-GRUPO WDT-TIPO
                   WDT-DATA-INT WDT-PEDIDO
           END-IF
           MOVE 1 TO WS-DET-I

           DISPLAY 'GRUPO                          |  PEDIDOS | '
               'TAXA OTD |  ABERTOS | ARQUIVO'
           DISPLAY WS-SEPARADOR
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-COUNT
               IF WGR-SELECIONADO(WS-GRP-I) = 'Y'
                   IF WGR-PEDIDOS(WS-GRP-I, 1) > 0
                       OR WGR-ABERTOS(WS-GRP-I) > 0
                       PERFORM 3100-EMITIR-CARTA
                   ELSE
                       ADD 1 TO WS-TOTAL-SEM-MOV
                   END-IF
               END-IF
           END-PERFORM.

       3100-EMITIR-CARTA.
           PERFORM 3110-MONTAR-NOME-ARQUIVO
           COMPUTE WS-CT-PEDIDOS  = WGR-PEDIDOS(WS-GRP-I, 1)
           COMPUTE WS-CT-NO-PRAZO = WGR-NO-PRAZO(WS-GRP-I, 1)
           COMPUTE WS-CT-ATRASADOS = WS-CT-PEDIDOS - WS-CT-NO-PRAZO
           IF WS-CT-PEDIDOS > 0
               COMPUTE WS-CT-TAXA ROUNDED =
                   WS-CT-NO-PRAZO * 100.00 / WS-CT-PEDIDOS
           ELSE
               MOVE 0 TO WS-CT-TAXA
           END-IF

           OPEN OUTPUT CARTA-FILE
           IF WS-CAR-STATUS NOT = '00'
               ADD 1 TO WS-TOTAL-FALHAS
               DISPLAY 'ERRO AO CRIAR ' FUNCTION TRIM(WS-CARTA-ARQ)
                   ' (STATUS ' WS-CAR-STATUS ')'
      *>       Os pedidos listados do grupo precisam ser pulados
      *>       para o próximo grupo achar o seu trecho
               PERFORM UNTIL WS-DET-I > WS-DET-COUNT
                   OR WDT-GRUPO(WS-DET-I) NOT = WS-GRP-I
                   ADD 1 TO WS-DET-I
               END-PERFORM
           ELSE
               PERFORM 3120-CABECALHO-CARTA
               PERFORM 3130-RESUMO-MES
               IF WS-MESES > 0
                   PERFORM 3140-EVOLUCAO
               END-IF
               PERFORM 3150-LISTAR-ATRASADOS
               PERFORM 3160-LISTAR-ABERTOS
               PERFORM 3170-RODAPE-CARTA
               CLOSE CARTA-FILE
               ADD 1 TO WS-TOTAL-CARTAS

               MOVE WGR-NOME(WS-GRP-I)    TO WCT-GRUPO
               MOVE WS-CT-PEDIDOS         TO WCT-PEDIDOS
               IF WS-CT-PEDIDOS > 0
                   MOVE WS-CT-TAXA TO WS-TAXA-ED
                   MOVE SPACES TO WCT-TAXA
                   STRING WS-TAXA-ED '%'
                          DELIMITED BY SIZE
                          INTO WCT-TAXA
               ELSE
                   MOVE '     -  ' TO WCT-TAXA
               END-IF
               MOVE WGR-ABERTOS(WS-GRP-I) TO WCT-ABERTOS
               MOVE WS-CARTA-ARQ          TO WCT-ARQUIVO
               DISPLAY WS-CTL-LINE
               IF WGR-INCOMPLETO(WS-GRP-I) = 'Y'
                   DISPLAY '  ** LISTA DE PEDIDOS INCOMPLETA NESTA '
                       'CARTA (TABELA CHEIA) - NAO ENVIAR **'
               END-IF
           END-IF.

       3110-MONTAR-NOME-ARQUIVO.
      *>   CARTA-AAAAMM-<GRUPO>.TXT, com espaço e caracteres que
      *>   atrapalham nome de arquivo trocados por '_'
           MOVE WGR-NOME(WS-GRP-I) TO WS-GRUPO-ARQ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GRUPO-ARQ TRAILING))
               TO WS-GRUPO-LEN
           INSPECT WS-GRUPO-ARQ(1:WS-GRUPO-LEN)
               CONVERTING ' /\.,&*?:;' TO '__________'
           MOVE SPACES TO WS-CARTA-ARQ
           STRING 'CARTA-' WS-COMP-AAAAMM '-'
                  WS-GRUPO-ARQ(1:WS-GRUPO-LEN) '.TXT'
                  DELIMITED BY SIZE
                  INTO WS-CARTA-ARQ.

       3120-CABECALHO-CARTA.
           MOVE 'USIQUIMICA' TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'RELATORIO DE DESEMPENHO DE ENTREGAS - OTD (ON TIME '
               & 'DELIVERY)' TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CT-SEPARADOR TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING 'CLIENTE    : ' WGR-NOME(WS-GRP-I)
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING 'COMPETENCIA: ' WS-COMP-ED
                  '                    EMITIDO EM: ' WS-HOJE-STR
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CT-SEPARADOR TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3130-RESUMO-MES.
      *>   Régua contratual do grupo e a taxa do mês
           IF WGR-SLA(WS-GRP-I) > 0
               MOVE WGR-SLA(WS-GRP-I) TO WS-SLA-ED
               STRING 'PRAZO CONTRATUAL         : ENTREGA EM ATE '
                      FUNCTION TRIM(WS-SLA-ED)
                      ' DIA(S) APOS A DATA PREVISTA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               MOVE 'PRAZO CONTRATUAL         : ENTREGA ATE A DATA '
                   & 'PREVISTA' TO WS-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA

           MOVE WS-CT-PEDIDOS TO WS-QTD-ED
           STRING 'PEDIDOS PREVISTOS NO MES : ' WS-QTD-ED
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CT-NO-PRAZO TO WS-QTD-ED
           STRING 'ENTREGUES NO PRAZO       : ' WS-QTD-ED
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-CT-ATRASADOS TO WS-QTD-ED
           STRING 'ENTREGUES COM ATRASO     : ' WS-QTD-ED
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           IF WS-CT-PEDIDOS > 0
               MOVE WS-CT-TAXA TO WS-TAXA-ED
               STRING 'TAXA OTD DO MES          :  ' WS-TAXA-ED '%'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               MOVE 'TAXA OTD DO MES          : SEM PEDIDOS '
                   & 'FATURADOS PREVISTOS NO MES' TO WS-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA.

       3140-EVOLUCAO.
      *>   Meses anteriores do mais antigo para o mais recente, com o
      *>   mês da carta na última linha; a média dos anteriores é
      *>   ponderada pelos pedidos de cada mês
           MOVE WS-CT-TRACO TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'EVOLUCAO NOS MESES ANTERIORES' TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WS-EVO-HEADER TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA

           MOVE 0 TO WS-CT-ANT-PEDIDOS
           MOVE 0 TO WS-CT-ANT-NO-PRAZO
           COMPUTE WS-BUCKET = WS-MESES + 1
           PERFORM UNTIL WS-BUCKET < 1
               PERFORM 3145-LINHA-EVOLUCAO
               IF WS-BUCKET > 1
                   ADD WGR-PEDIDOS(WS-GRP-I, WS-BUCKET)
                       TO WS-CT-ANT-PEDIDOS
                   ADD WGR-NO-PRAZO(WS-GRP-I, WS-BUCKET)
                       TO WS-CT-ANT-NO-PRAZO
               END-IF
               SUBTRACT 1 FROM WS-BUCKET
           END-PERFORM

           IF WS-CT-ANT-PEDIDOS > 0
               COMPUTE WS-CT-ANT-TAXA ROUNDED =
                   WS-CT-ANT-NO-PRAZO * 100.00 / WS-CT-ANT-PEDIDOS
               MOVE WS-CT-ANT-TAXA TO WS-TAXA-ED
               MOVE WS-MESES TO WS-SLA-ED
               STRING 'MEDIA DOS ' FUNCTION TRIM(WS-SLA-ED)
                      ' MESES ANTERIORES: ' FUNCTION TRIM(WS-TAXA-ED)
                      '%'
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               IF WS-CT-PEDIDOS > 0
                   COMPUTE WS-CT-VARIACAO =
                       WS-CT-TAXA - WS-CT-ANT-TAXA
                   MOVE WS-CT-VARIACAO TO WS-VAR-ED
                   STRING FUNCTION TRIM(WS-LINHA)
                          '    VARIACAO NO MES: '
                          FUNCTION TRIM(WS-VAR-ED)
                          ' PONTOS PERCENTUAIS'
                          DELIMITED BY SIZE
                          INTO WS-LINHA
               END-IF
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3145-LINHA-EVOLUCAO.
      *>   Mês da posição WS-BUCKET a partir da chave da competência
           COMPUTE WS-EVO-CHAVE = WS-COMP-CHAVE - WS-BUCKET + 1
           COMPUTE WS-EVO-AAAA = (WS-EVO-CHAVE - 1) / 12
           COMPUTE WS-EVO-MM = WS-EVO-CHAVE - WS-EVO-AAAA * 12
           MOVE SPACES TO WEV-MES
           STRING WS-EVO-MM '/' WS-EVO-AAAA
                  DELIMITED BY SIZE
                  INTO WEV-MES
           MOVE WGR-PEDIDOS(WS-GRP-I, WS-BUCKET)  TO WEV-PEDIDOS
           MOVE WGR-NO-PRAZO(WS-GRP-I, WS-BUCKET) TO WEV-NO-PRAZO
           IF WGR-PEDIDOS(WS-GRP-I, WS-BUCKET) > 0
               COMPUTE WS-CT-ANT-TAXA ROUNDED =
                   WGR-NO-PRAZO(WS-GRP-I, WS-BUCKET) * 100.00
                   / WGR-PEDIDOS(WS-GRP-I, WS-BUCKET)
               MOVE WS-CT-ANT-TAXA TO WS-TAXA-ED
               MOVE SPACES TO WEV-TAXA
               STRING WS-TAXA-ED '%'
                      DELIMITED BY SIZE
                      INTO WEV-TAXA
           ELSE
               MOVE '     -  ' TO WEV-TAXA
           END-IF
           IF WS-BUCKET = 1
               MOVE '<< MES DESTA CARTA' TO WEV-OBS
           ELSE
               MOVE SPACES TO WEV-OBS
           END-IF
           MOVE WS-EVO-LINE TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3150-LISTAR-ATRASADOS.
      *>   Trecho tipo A do grupo na tabela de pedidos listados, em
      *>   ordem de data prevista
           MOVE WS-CT-TRACO TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'PEDIDOS ENTREGUES COM ATRASO NO MES' TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0 TO WS-CT-LISTADOS
           PERFORM UNTIL WS-DET-I > WS-DET-COUNT
               OR WDT-GRUPO(WS-DET-I) NOT = WS-GRP-I
               OR WDT-TIPO(WS-DET-I) NOT = 'A'
               IF WS-CT-LISTADOS = 0
                   MOVE WS-ATR-HEADER TO WS-LINHA
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
               ADD 1 TO WS-CT-LISTADOS
               MOVE WDT-PEDIDO(WS-DET-I)   TO WAT-PEDIDO
               MOVE WDT-PREV-ENT(WS-DET-I) TO WAT-PREV-ENT
               MOVE WDT-DT-FAT(WS-DET-I)   TO WAT-DT-FAT
               MOVE WDT-DIAS(WS-DET-I)     TO WAT-DIAS
               MOVE WDT-VLR-MERC(WS-DET-I) TO WAT-VALOR
               PERFORM 3155-BUSCAR-JUSTIF
               MOVE WS-ATR-LINE TO WS-LINHA
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-DET-I
           END-PERFORM
           IF WS-CT-LISTADOS = 0
               MOVE 'NENHUM PEDIDO ENTREGUE COM ATRASO NO MES.'
                   TO WS-LINHA
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3155-BUSCAR-JUSTIF.
      *>   Texto livre da primeira justificativa do pedido; sem
      *>   justificativa registrada sai um traço
           MOVE '-' TO WAT-JUSTIF
           IF WS-JUS-COUNT > 0
               MOVE 'N' TO WS-JUS-FOUND
               SEARCH ALL WS-JUS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WJU-PEDIDO(WS-JUS-IDX) = WDT-PEDIDO(WS-DET-I)
                       MOVE 'Y' TO WS-JUS-FOUND
               END-SEARCH
               IF WS-JUS-FOUND = 'Y'
                   PERFORM UNTIL WS-JUS-IDX = 1
                       OR WJU-PEDIDO(WS-JUS-IDX - 1)
                           NOT = WDT-PEDIDO(WS-DET-I)
                       SET WS-JUS-IDX DOWN BY 1
                   END-PERFORM
                   IF FUNCTION TRIM(WJU-TEXTO(WS-JUS-IDX))
                       NOT = SPACES
                       MOVE WJU-TEXTO(WS-JUS-IDX) TO WAT-JUSTIF
                   END-IF
               END-IF
           END-IF.

       3160-LISTAR-ABERTOS.
      *>   Trecho tipo B do grupo: carteira em aberto hoje, com a data
      *>   prevista vigente e a situação contra a data de emissão
           MOVE WS-CT-TRACO TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           STRING 'PEDIDOS EM ABERTO EM ' WS-HOJE-STR
                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 0 TO WS-CT-LISTADOS
           PERFORM UNTIL WS-DET-I > WS-DET-COUNT
               OR WDT-GRUPO(WS-DET-I) NOT = WS-GRP-I
               IF WS-CT-LISTADOS = 0
                   MOVE WS-ABR-HEADER TO WS-LINHA
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
               ADD 1 TO WS-CT-LISTADOS
               MOVE WDT-PEDIDO(WS-DET-I)   TO WAB-PEDIDO
               MOVE WDT-PREV-ENT(WS-DET-I) TO WAB-PREV-ENT
               MOVE WDT-VLR-MERC(WS-DET-I) TO WAB-VALOR
               IF WDT-DATA-INT(WS-DET-I) > 0
                   AND WDT-DATA-INT(WS-DET-I) < WS-HOJE-INT
                   MOVE 'PREVISAO VENCIDA' TO WAB-SITUACAO
               ELSE
                   MOVE 'NO PRAZO        ' TO WAB-SITUACAO
               END-IF
               MOVE WS-ABR-LINE TO WS-LINHA
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-DET-I
           END-PERFORM
           IF WS-CT-LISTADOS = 0
               MOVE 'NENHUM PEDIDO EM ABERTO.' TO WS-LINHA
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3170-RODAPE-CARTA.
           MOVE WS-CT-SEPARADOR TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'USIQUIMICA - ATENDIMENTO AO CLIENTE' TO WS-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3900-GRAVAR-LINHA.
           MOVE WS-LINHA TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO WS-LINHA.

       4000-RELATORIO-CONTROLE.
      *>   Totais da execução e RETURN-CODE graduado para o scheduler
           DISPLAY WS-SEPARADOR
           MOVE WS-TOTAL-LIDOS TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS LIDOS NO MESTRE  : ' WS-TOT-EDIT
           MOVE WS-TOTAL-CANCELADOS TO WS-TOT-EDIT
           DISPLAY 'CANCELADOS (FORA)        : ' WS-TOT-EDIT
           MOVE WS-TOTAL-FATURADOS TO WS-TOT-EDIT
           DISPLAY 'FATURADOS DA COMPETENCIA : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ATRASADOS TO WS-TOT-EDIT
           DISPLAY '  DOS QUAIS COM ATRASO   : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ABERTOS TO WS-TOT-EDIT
           DISPLAY 'EM ABERTO                : ' WS-TOT-EDIT
           MOVE WS-TOTAL-CARTAS TO WS-TOT-EDIT
           DISPLAY 'CARTAS GERADAS           : ' WS-TOT-EDIT
           MOVE WS-TOTAL-SEM-MOV TO WS-TOT-EDIT
           DISPLAY 'GRUPOS SEM MOVIMENTO     : ' WS-TOT-EDIT
           IF WS-SLA-CARREGADO = 'N'
               DISPLAY '** SEM SLA.DAT - REGUA DE ZERO DIAS PARA '
                   'TODOS OS GRUPOS **'
           END-IF
           IF WS-SLA-OMITIDOS > 0
               MOVE WS-SLA-OMITIDOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' GRUPOS OMITIDOS DO SLA '
                   '(TABELA CHEIA) - REGUA DE ZERO DIAS APLICADA **'
           END-IF
           IF WS-TOTAL-SEM-CAD > 0
               MOVE WS-TOTAL-SEM-CAD TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS COM CLIENTE FORA '
                   'DO CADASTRO - FORA DE TODAS AS CARTAS **'
           END-IF
           IF WS-CCAD-OMITIDOS > 0
               MOVE WS-CCAD-OMITIDOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' LINHAS DO CLIENTES.DAT '
                   'OMITIDAS (TABELA CHEIA) **'
           END-IF
           IF WS-TOTAL-DT-ILEGIVEL > 0
               MOVE WS-TOTAL-DT-ILEGIVEL TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS COM PREV ENT '
                   'ILEGIVEL - FORA DAS TAXAS **'
           END-IF
           IF WS-DET-OMITIDOS > 0
               MOVE WS-DET-OMITIDOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS FORA DAS LISTAS '
                   '(TABELA CHEIA) - VER CARTAS MARCADAS **'
           END-IF
           IF WS-JUS-OMITIDAS > 0
               MOVE WS-JUS-OMITIDAS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' JUSTIFICATIVAS OMITIDAS '
                   '(TABELA CHEIA) **'
           END-IF
           IF WS-TOTAL-FALHAS > 0
               MOVE WS-TOTAL-FALHAS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' CARTAS NAO GRAVADAS **'
           END-IF
           DISPLAY WS-SEPARADOR

           IF WS-SEL-IGNORADOS > 0 OR WS-TOTAL-SEM-CAD > 0
               OR WS-CCAD-OMITIDOS > 0 OR WS-DET-OMITIDOS > 0
               OR WS-TOTAL-FALHAS > 0 OR WS-SLA-OMITIDOS > 0
               MOVE 4 TO WS-RC
           ELSE
               MOVE 0 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE.

       8000-VALIDATE-DATE-STR.
      *>   Valida WS-DATE-STR (DD/MM/YYYY) e converte para dias
      *>   absolutos em WS-DATE-INT — mesma regra do OTD-AUDIT
           MOVE 'Y' TO WS-DATE-VALID

           IF WS-DATE-STR(3:1) NOT = '/' OR WS-DATE-STR(6:1) NOT = '/'
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               IF WS-DATE-STR(1:2) IS NOT NUMERIC
                   OR WS-DATE-STR(4:2) IS NOT NUMERIC
                   OR WS-DATE-STR(7:4) IS NOT NUMERIC
                   MOVE 'N' TO WS-DATE-VALID
               ELSE
                   MOVE WS-DATE-STR(1:2) TO WS-DATE-DD
                   MOVE WS-DATE-STR(4:2) TO WS-DATE-MM
                   MOVE WS-DATE-STR(7:4) TO WS-DATE-YYYY
                   IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                       OR WS-DATE-DD < 1 OR WS-DATE-YYYY < 1900
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF

           IF WS-DATE-VALID = 'Y'
               EVALUATE WS-DATE-MM
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10
                       WHEN 12
                       IF WS-DATE-DD > 31
                           MOVE 'N' TO WS-DATE-VALID
                       END-IF
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       IF WS-DATE-DD > 30
                           MOVE 'N' TO WS-DATE-VALID
                       END-IF
                   WHEN 2
                       IF FUNCTION MOD(WS-DATE-YYYY, 4) = 0
                           AND (FUNCTION MOD(WS-DATE-YYYY, 100)
                               NOT = 0
                               OR FUNCTION MOD(WS-DATE-YYYY, 400) = 0)
                           IF WS-DATE-DD > 29
                               MOVE 'N' TO WS-DATE-VALID
                           END-IF
                       ELSE
                           IF WS-DATE-DD > 28
                               MOVE 'N' TO WS-DATE-VALID
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-DATE-VALID = 'Y'
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-DATE-YYYY * 10000 + WS-DATE-MM * 100
                   + WS-DATE-DD
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           END-IF.

       END PROGRAM OTD-CARTA.
