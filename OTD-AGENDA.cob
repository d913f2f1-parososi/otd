      *> OTD-AGENDA.cob — Agenda de Faturamento dos Próximos Dias Úteis
      *>
      *> Compilar: cobc -x OTD-AGENDA.cob -o otd_agenda
      *> Uso:     ./otd_agenda > AGENDA.TXT          (5 dias úteis)
      *>          ./otd_agenda DIAS=10 > AGENDA.TXT
      *>
      *> O contrário do 3005-WRITE-BACKLOG do OTD-AUDIT: em vez do que
      *> já venceu, o que vai vencer. Lê o PEDIDOS.DAT e lista os
      *> pedidos em aberto (sem DT FAT, não cancelados) com PREV ENT
      *> de hoje até o N-ésimo dia útil seguinte (DIAS=, padrão 5,
      *> máximo 30; fins de semana e FERIADOS.DAT fora da contagem,
      *> mesma regra do 2188-DIA-UTIL do OTD-AUDIT), para a expedição
      *> priorizar o carregamento antes de virar atraso.
      *>
      *> A agenda sai agrupada por dia de PREV ENT, transportadora e
      *> vendedor, com subtotal por transportadora e total por dia.
      *> Pedido de cliente cujo grupo canônico (CLIENTES.DAT) tem SLA
      *> zero no SLA.DAT — sem tolerância nenhuma de atraso — sai
      *> destacado. Sem SLA.DAT não há destaque.
      *>
      *> Saída green-bar em STDOUT para a reunião das 8h e extrato
      *> pipe-delimited AGENDA.EXT para o painel da logística, no
      *> estilo da AUDITORIA.EXT:
      *>   PREV ENT|DIA UTIL|TRANSPORTADORA|VENDEDOR|PEDIDO|CLIENTE|
      *>   VALOR|SLA ZERO (S/N)
      *>
      *> RETURN-CODE: 0 = agenda completa; 4 = com ressalvas (tabela
      *> cheia, calendário de feriados incompleto); 8 = PEDIDOS.DAT
      *> indisponível ou AGENDA.EXT não gravável.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-AGENDA.
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

           SELECT FERIADOS-FILE
               ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAD-STATUS.

           SELECT SLA-FILE
               ASSIGN TO "SLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "AGENDA.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

      *> Uma data DD/MM/YYYY por linha nas colunas 1-10 (mesmo
      *> FERIADOS.DAT do OTD-AUDIT)
       FD  FERIADOS-FILE.
       01  FERIADOS-RECORD          PIC X(80).

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

      *> Extrato pipe-delimited para o painel da logística
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-FER-STATUS         PIC XX VALUE '00'.
       01 WS-CCAD-STATUS        PIC XX VALUE '00'.
       01 WS-SLA-STATUS         PIC XX VALUE '00'.
       01 WS-EXT-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(40) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.

      *> Janela da agenda: de hoje até o N-ésimo dia útil seguinte
       01 WS-DIAS-AGENDA        PIC 9(2) VALUE 5.
       01 WS-DIAS-MAX           PIC 9(2) VALUE 30.
       01 WS-HOJE-STR           PIC X(10) VALUE SPACES.
       01 WS-HOJE-INT           PIC S9(9) VALUE 0.
       01 WS-LIMITE-INT         PIC S9(9) VALUE 0.
       01 WS-LIMITE-STR         PIC X(10) VALUE SPACES.
       01 WS-UTEIS-CONTADOS     PIC 9(4) VALUE 0.

      *> Validação de datas DD/MM/YYYY (mesma rotina do OTD-AUDIT)
       01 WS-DATE-STR           PIC X(10).
       01 WS-DATE-DD            PIC 9(2).
       01 WS-DATE-MM            PIC 9(2).
       01 WS-DATE-YYYY          PIC 9(4).
       01 WS-DATE-YYYYMMDD      PIC 9(8).
       01 WS-DATE-VALID         PIC X VALUE 'N'.
       01 WS-DATE-INT           PIC S9(9) VALUE 0.

      *> Dia útil (mesma regra do 2188-DIA-UTIL do OTD-AUDIT)
       01 WS-BD-DATA            PIC S9(9) VALUE 0.
       01 WS-BD-DOW             PIC 9 VALUE 0.
       01 WS-BD-UTIL            PIC X VALUE 'N'.
       01 WS-DOW-NOMES          PIC X(21)
                                VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 WS-DOW-NOME           PIC X(3) VALUE SPACES.

       01 WS-FER-EOF            PIC X VALUE 'N'.
       01 WS-FER-COUNT          PIC 9(4) VALUE 0.
       01 WS-FER-MAX            PIC 9(4) VALUE 200.
       01 WS-FER-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-FER-TABLE.
           05 WS-FER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-FER-COUNT
                   ASCENDING KEY IS WF-DATA-INT
                   INDEXED BY WS-FER-IDX.
               10 WF-DATA-INT    PIC S9(9).

      *> Cadastro de clientes e SLA, só para o destaque de SLA zero
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

       01 WS-GRUPO              PIC X(40) VALUE SPACES.
       01 WS-SLA-ZERO           PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.

      *> Pedidos da agenda, ordenados por dia, transportadora,
      *> vendedor e pedido antes da impressão
       01 WS-AGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-AGE-MAX            PIC 9(4) VALUE 5000.
       01 WS-AGE-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-AGE-I              PIC 9(4) VALUE 0.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AGE-COUNT
                   ASCENDING KEY IS WAG-DATA-INT WAG-TRANSP
                       WAG-VENDEDOR WAG-PEDIDO
                   INDEXED BY WS-AGE-IDX.
               10 WAG-DATA-INT   PIC 9(7).
               10 WAG-TRANSP     PIC X(20).
               10 WAG-VENDEDOR   PIC X(20).
               10 WAG-PEDIDO     PIC 9(8).
               10 WAG-PREV-ENT   PIC X(10).
               10 WAG-CLIENTE    PIC X(40).
               10 WAG-VLR-MERC   PIC 9(10)V99.
               10 WAG-SLA-ZERO   PIC X.

      *> Quebras da impressão
       01 WS-DIA-ATUAL          PIC 9(7) VALUE 0.
       01 WS-TRANSP-ATUAL       PIC X(20) VALUE SPACES.
       01 WS-DIA-UTIL-NUM       PIC 9(4) VALUE 0.
       01 WS-DIA-QTD            PIC 9(6) VALUE 0.
       01 WS-DIA-VALOR          PIC 9(12)V99 VALUE 0.
       01 WS-DIA-SLA-ZERO       PIC 9(6) VALUE 0.
       01 WS-TRP-QTD            PIC 9(6) VALUE 0.
       01 WS-TRP-VALOR          PIC 9(12)V99 VALUE 0.

      *> Contadores da execução
       01 WS-TOTAL-LIDOS        PIC 9(8) VALUE 0.
       01 WS-TOTAL-ABERTOS      PIC 9(8) VALUE 0.
       01 WS-TOTAL-VENCIDOS     PIC 9(8) VALUE 0.
       01 WS-TOTAL-ALEM         PIC 9(8) VALUE 0.
       01 WS-TOTAL-DT-ILEGIVEL  PIC 9(8) VALUE 0.
       01 WS-TOTAL-AGENDA       PIC 9(8) VALUE 0.
       01 WS-TOTAL-SLA-ZERO     PIC 9(8) VALUE 0.
       01 WS-TOTAL-VALOR        PIC 9(12)V99 VALUE 0.
       01 WS-RC                 PIC 9(2) VALUE 0.

       01 WS-HEADER-1.
           05 FILLER PIC X(40) VALUE
              '========================================'.
           05 FILLER PIC X(40) VALUE
              '========================================'.
           05 FILLER PIC X(36) VALUE
              '===================================='.

       01 WS-HEADER-2.
           05 FILLER PIC X(20) VALUE 'USIQUIMICA'.
           05 FILLER PIC X(24) VALUE ' AGENDA DE FATURAMENTO'.
           05 FILLER PIC X(9)  VALUE '   DATA: '.
           05 WS-H2-DATA        PIC X(10).

       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(36) VALUE
              '------------------------------------'.

       01 WS-AGE-HEADER.
           05 FILLER            PIC X(30) VALUE
              '    PEDIDO   | VENDEDOR       '.
           05 FILLER            PIC X(30) VALUE
              '      | CLIENTE               '.
           05 FILLER            PIC X(30) VALUE
              '                   |       VAL'.
           05 FILLER            PIC X(16) VALUE
              'OR R$ | DESTAQUE'.

       01 WS-AGE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WAL-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAL-VENDEDOR      PIC X(20).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAL-CLIENTE       PIC X(40).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAL-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WAL-DESTAQUE      PIC X(14).

       01 WS-TOT-EDIT           PIC ZZ,ZZZ,ZZ9.
       01 WS-VLR-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NUM-EDIT           PIC Z9.
       01 WS-EXT-VALOR          PIC Z(10)9.99.
       01 WS-EXT-DIA            PIC Z9.
       01 WS-EXT-SLA-ZERO       PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS

           PERFORM 1000-CARREGAR-FERIADOS
           PERFORM 1100-DEFINIR-JANELA
           PERFORM 1200-CARREGAR-CLIENTES
           PERFORM 1300-CARREGAR-SLA

           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-VARRER-MESTRE
           CLOSE PEDIDOS-MASTER

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR AGENDA.EXT (STATUS '
                   WS-EXT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-IMPRIMIR-AGENDA
           CLOSE EXTRACT-FILE

           PERFORM 4000-TOTAIS

           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (DIAS=)
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
               WHEN WS-PARM-TOKEN(1:5) = 'DIAS='
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-PARM-TOKEN(6:6))) = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-PARM-TOKEN(6:6)))
                           TO WS-DIAS-AGENDA
                       IF WS-DIAS-AGENDA > WS-DIAS-MAX
                           MOVE WS-DIAS-MAX TO WS-DIAS-AGENDA
                       END-IF
                       IF WS-DIAS-AGENDA < 1
                           MOVE 1 TO WS-DIAS-AGENDA
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       1000-CARREGAR-FERIADOS.
      *>   Calendário de feriados (mesma carga do OTD-AUDIT); sem
      *>   FERIADOS.DAT a janela desconta só os fins de semana
           OPEN INPUT FERIADOS-FILE
           IF WS-FER-STATUS = '00'
               MOVE 'N' TO WS-FER-EOF
               PERFORM UNTIL WS-FER-EOF = 'Y'
                   READ FERIADOS-FILE
                       AT END
                           MOVE 'Y' TO WS-FER-EOF
                       NOT AT END
                           MOVE FERIADOS-RECORD(1:10) TO WS-DATE-STR
                           PERFORM 8000-VALIDATE-DATE-STR
                           IF WS-DATE-VALID = 'Y'
                               IF WS-FER-COUNT < WS-FER-MAX
                                   ADD 1 TO WS-FER-COUNT
                                   SET WS-FER-IDX TO WS-FER-COUNT
                                   MOVE WS-DATE-INT TO
                                       WF-DATA-INT(WS-FER-IDX)
                               ELSE
                                   ADD 1 TO WS-FER-OMITIDOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
               IF WS-FER-COUNT > 0
                   SORT WS-FER-ENTRY ON ASCENDING KEY WF-DATA-INT
               END-IF
           END-IF.

       1100-DEFINIR-JANELA.
      *>   Hoje e a data do N-ésimo dia útil depois de hoje; a agenda
      *>   cobre todo dia do intervalo, inclusive fim de semana e
      *>   feriado que caia no meio
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-HOJE-STR(1:2)
           MOVE '/'                        TO WS-HOJE-STR(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-HOJE-STR(4:2)
           MOVE '/'                        TO WS-HOJE-STR(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-HOJE-STR(7:4)
           MOVE WS-HOJE-STR TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           MOVE WS-DATE-INT TO WS-HOJE-INT

           MOVE WS-HOJE-INT TO WS-BD-DATA
           MOVE 0 TO WS-UTEIS-CONTADOS
           PERFORM UNTIL WS-UTEIS-CONTADOS >= WS-DIAS-AGENDA
               ADD 1 TO WS-BD-DATA
               PERFORM 8100-DIA-UTIL
               IF WS-BD-UTIL = 'Y'
                   ADD 1 TO WS-UTEIS-CONTADOS
               END-IF
           END-PERFORM
           MOVE WS-BD-DATA TO WS-LIMITE-INT
           PERFORM 8200-DATA-PARA-STR
           MOVE WS-DATE-STR TO WS-LIMITE-STR.

       1200-CARREGAR-CLIENTES.
      *>   Cadastro de clientes na tabela de grafias, ordenada para a
      *>   busca binária do 2110-VERIFICAR-SLA-ZERO
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

       1300-CARREGAR-SLA.
      *>   SLA contratual por grupo, com a mesma regra de descarte do
      *>   OTD-AUDIT (dias não numéricos = linha ignorada)
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
                       IF PM-STATUS-OTD NOT = 'CANCELADO   '
                           AND FUNCTION TRIM(PM-DT-FAT) = SPACES
                           PERFORM 2100-AVALIAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVALIAR-PEDIDO.
      *>   Pedido em aberto: já vencido é do backlog do OTD-AUDIT,
      *>   além da janela fica para as próximas agendas
           ADD 1 TO WS-TOTAL-ABERTOS
           MOVE PM-PREV-ENT TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           EVALUATE TRUE
               WHEN WS-DATE-VALID = 'N'
                   ADD 1 TO WS-TOTAL-DT-ILEGIVEL
               WHEN WS-DATE-INT < WS-HOJE-INT
                   ADD 1 TO WS-TOTAL-VENCIDOS
               WHEN WS-DATE-INT > WS-LIMITE-INT
                   ADD 1 TO WS-TOTAL-ALEM
               WHEN OTHER
                   PERFORM 2110-VERIFICAR-SLA-ZERO
                   PERFORM 2120-GUARDAR-PEDIDO
           END-EVALUATE.

       2110-VERIFICAR-SLA-ZERO.
      *>   Grupo canônico do cliente (a própria grafia quando fora do
      *>   cadastro, como no OTD-AUDIT) sem tolerância no SLA.DAT —
      *>   sem linha no arquivo também é tolerância zero
           MOVE 'N' TO WS-SLA-ZERO
           IF WS-SLA-CARREGADO = 'Y'
               MOVE PM-NOME-FANTASIA TO WS-GRUPO
               MOVE 'N' TO WS-CCAD-FOUND
               IF WS-CCAD-COUNT > 0
                   SEARCH ALL WS-CCAD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WCC-ALIAS(WS-CCAD-IDX) = PM-NOME-FANTASIA
                           MOVE 'Y' TO WS-CCAD-FOUND
                   END-SEARCH
               END-IF
               IF WS-CCAD-FOUND = 'Y'
                   MOVE WCC-CANONICO(WS-CCAD-IDX) TO WS-GRUPO
               END-IF
               MOVE 'Y' TO WS-SLA-ZERO
               MOVE 'N' TO WS-SLA-FOUND
               IF WS-SLA-COUNT > 0
                   SEARCH ALL WS-SLA-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSL-CLIENTE(WS-SLA-IDX) = WS-GRUPO
                           MOVE 'Y' TO WS-SLA-FOUND
                   END-SEARCH
               END-IF
               IF WS-SLA-FOUND = 'Y'
                   IF WSL-DIAS(WS-SLA-IDX) > 0
                       MOVE 'N' TO WS-SLA-ZERO
                   END-IF
               END-IF
           END-IF.

       2120-GUARDAR-PEDIDO.
           IF WS-AGE-COUNT < WS-AGE-MAX
               ADD 1 TO WS-AGE-COUNT
               SET WS-AGE-IDX TO WS-AGE-COUNT
               MOVE WS-DATE-INT      TO WAG-DATA-INT(WS-AGE-IDX)
               IF FUNCTION TRIM(PM-TRANSPORTADORA) = SPACES
                   MOVE '(NAO INFORMADA)' TO WAG-TRANSP(WS-AGE-IDX)
               ELSE
                   MOVE PM-TRANSPORTADORA TO WAG-TRANSP(WS-AGE-IDX)
               END-IF
               MOVE PM-VENDEDOR      TO WAG-VENDEDOR(WS-AGE-IDX)
               MOVE PM-PEDIDO        TO WAG-PEDIDO(WS-AGE-IDX)
               MOVE PM-PREV-ENT      TO WAG-PREV-ENT(WS-AGE-IDX)
               MOVE PM-NOME-FANTASIA TO WAG-CLIENTE(WS-AGE-IDX)
               MOVE PM-VLR-MERC      TO WAG-VLR-MERC(WS-AGE-IDX)
               MOVE WS-SLA-ZERO      TO WAG-SLA-ZERO(WS-AGE-IDX)
           ELSE
               ADD 1 TO WS-AGE-OMITIDOS
           END-IF.

       3000-IMPRIMIR-AGENDA.
      *>   Agenda em ordem de dia, transportadora e vendedor, com
      *>   quebra por dia e por transportadora; o extrato sai junto,
      *>   linha a linha
           MOVE WS-HOJE-STR TO WS-H2-DATA
           DISPLAY WS-HEADER-1
           DISPLAY WS-HEADER-2
           MOVE WS-DIAS-AGENDA TO WS-NUM-EDIT
           DISPLAY 'JANELA: ' WS-HOJE-STR ' A ' WS-LIMITE-STR
               ' (HOJE + ' FUNCTION TRIM(WS-NUM-EDIT) ' DIAS UTEIS)'
           DISPLAY WS-HEADER-1

           IF WS-AGE-COUNT = 0
               DISPLAY 'NENHUM PEDIDO EM ABERTO VENCE NA JANELA'
           ELSE
               SORT WS-AGE-ENTRY ON ASCENDING KEY WAG-DATA-INT
                   WAG-TRANSP WAG-VENDEDOR WAG-PEDIDO
               MOVE 0 TO WS-DIA-ATUAL
               PERFORM VARYING WS-AGE-I FROM 1 BY 1
                   UNTIL WS-AGE-I > WS-AGE-COUNT
                   IF WAG-DATA-INT(WS-AGE-I) NOT = WS-DIA-ATUAL
                       IF WS-DIA-ATUAL NOT = 0
                           PERFORM 3200-FECHAR-TRANSP
                           PERFORM 3300-FECHAR-DIA
                       END-IF
                       PERFORM 3100-ABRIR-DIA
                   END-IF
                   IF WAG-TRANSP(WS-AGE-I) NOT = WS-TRANSP-ATUAL
                       IF WS-TRANSP-ATUAL NOT = SPACES
                           PERFORM 3200-FECHAR-TRANSP
                       END-IF
                       MOVE WAG-TRANSP(WS-AGE-I) TO WS-TRANSP-ATUAL
                       DISPLAY '  TRANSPORTADORA: ' WS-TRANSP-ATUAL
                       DISPLAY WS-AGE-HEADER
                   END-IF
                   PERFORM 3150-LINHA-PEDIDO
               END-PERFORM
               PERFORM 3200-FECHAR-TRANSP
               PERFORM 3300-FECHAR-DIA
           END-IF.

       3100-ABRIR-DIA.
      *>   Cabeçalho do dia com o dia da semana e a posição na janela
      *>   em dias úteis (D+0 = hoje)
           MOVE WAG-DATA-INT(WS-AGE-I) TO WS-DIA-ATUAL
           MOVE SPACES TO WS-TRANSP-ATUAL
           MOVE 0 TO WS-DIA-QTD WS-DIA-VALOR WS-DIA-SLA-ZERO

           MOVE 0 TO WS-DIA-UTIL-NUM
           MOVE WS-HOJE-INT TO WS-BD-DATA
           PERFORM UNTIL WS-BD-DATA >= WS-DIA-ATUAL
               ADD 1 TO WS-BD-DATA
               PERFORM 8100-DIA-UTIL
               IF WS-BD-UTIL = 'Y'
                   ADD 1 TO WS-DIA-UTIL-NUM
               END-IF
           END-PERFORM
           MOVE WS-DIA-ATUAL TO WS-BD-DATA
           PERFORM 8100-DIA-UTIL

           MOVE WS-DIA-UTIL-NUM TO WS-NUM-EDIT
           IF WS-BD-UTIL = 'Y'
               DISPLAY 'DIA ' WAG-PREV-ENT(WS-AGE-I) ' ' WS-DOW-NOME
                   '  -  D+' FUNCTION TRIM(WS-NUM-EDIT) ' UTIL'
           ELSE
               DISPLAY 'DIA ' WAG-PREV-ENT(WS-AGE-I) ' ' WS-DOW-NOME
                   '  -  NAO UTIL (PREVISAO EM FIM DE SEMANA OU '
                   'FERIADO)'
           END-IF.

       3150-LINHA-PEDIDO.
           MOVE WAG-PEDIDO(WS-AGE-I)   TO WAL-PEDIDO
           MOVE WAG-VENDEDOR(WS-AGE-I) TO WAL-VENDEDOR
           MOVE WAG-CLIENTE(WS-AGE-I)  TO WAL-CLIENTE
           MOVE WAG-VLR-MERC(WS-AGE-I) TO WAL-VALOR
           IF WAG-SLA-ZERO(WS-AGE-I) = 'Y'
               MOVE '*** SLA ZERO' TO WAL-DESTAQUE
               ADD 1 TO WS-DIA-SLA-ZERO
               ADD 1 TO WS-TOTAL-SLA-ZERO
           ELSE
               MOVE SPACES TO WAL-DESTAQUE
           END-IF
           DISPLAY WS-AGE-LINE

           ADD 1 TO WS-TRP-QTD
           ADD WAG-VLR-MERC(WS-AGE-I) TO WS-TRP-VALOR
           ADD 1 TO WS-DIA-QTD
           ADD WAG-VLR-MERC(WS-AGE-I) TO WS-DIA-VALOR
           ADD 1 TO WS-TOTAL-AGENDA
           ADD WAG-VLR-MERC(WS-AGE-I) TO WS-TOTAL-VALOR

           PERFORM 3400-GRAVAR-EXTRATO.

       3200-FECHAR-TRANSP.
           MOVE WS-TRP-QTD TO WS-TOT-EDIT
           MOVE WS-TRP-VALOR TO WS-VLR-EDIT
           DISPLAY '  SUBTOTAL ' WS-TRANSP-ATUAL ': ' WS-TOT-EDIT
               ' PEDIDOS   R$ ' WS-VLR-EDIT
           MOVE 0 TO WS-TRP-QTD WS-TRP-VALOR.

       3300-FECHAR-DIA.
           MOVE WS-DIA-QTD TO WS-TOT-EDIT
           MOVE WS-DIA-VALOR TO WS-VLR-EDIT
           DISPLAY 'TOTAL DO DIA: ' WS-TOT-EDIT ' PEDIDOS   R$ '
               WS-VLR-EDIT
           IF WS-DIA-SLA-ZERO > 0
               MOVE WS-DIA-SLA-ZERO TO WS-TOT-EDIT
               DISPLAY '  *** ' WS-TOT-EDIT ' PEDIDOS DE CLIENTE '
                   'COM SLA ZERO NESTE DIA'
           END-IF
           DISPLAY WS-SEPARADOR.

       3400-GRAVAR-EXTRATO.
      *>   PREV ENT|DIA UTIL|TRANSPORTADORA|VENDEDOR|PEDIDO|CLIENTE|
      *>   VALOR|SLA ZERO
           MOVE WAG-VLR-MERC(WS-AGE-I) TO WS-EXT-VALOR
           MOVE WS-DIA-UTIL-NUM TO WS-EXT-DIA
           IF WAG-SLA-ZERO(WS-AGE-I) = 'Y'
               MOVE 'S' TO WS-EXT-SLA-ZERO
           ELSE
               MOVE 'N' TO WS-EXT-SLA-ZERO
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           STRING WAG-PREV-ENT(WS-AGE-I)          DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-DIA)        DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WAG-TRANSP(WS-AGE-I))
                                                  DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WAG-VENDEDOR(WS-AGE-I))
                                                  DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  WAG-PEDIDO(WS-AGE-I)            DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WAG-CLIENTE(WS-AGE-I))
                                                  DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-VALOR)      DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  WS-EXT-SLA-ZERO                 DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

       4000-TOTAIS.
      *>   Totais de controle e RETURN-CODE graduado para o scheduler
           MOVE WS-TOTAL-AGENDA TO WS-TOT-EDIT
           MOVE WS-TOTAL-VALOR TO WS-VLR-EDIT
           DISPLAY 'TOTAL DA AGENDA: ' WS-TOT-EDIT ' PEDIDOS   R$ '
               WS-VLR-EDIT
           MOVE WS-TOTAL-SLA-ZERO TO WS-TOT-EDIT
           DISPLAY '  DE CLIENTES COM SLA ZERO : ' WS-TOT-EDIT
           DISPLAY WS-SEPARADOR
           MOVE WS-TOTAL-LIDOS TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS LIDOS NO MESTRE    : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ABERTOS TO WS-TOT-EDIT
           DISPLAY 'EM ABERTO                  : ' WS-TOT-EDIT
           MOVE WS-TOTAL-VENCIDOS TO WS-TOT-EDIT
           DISPLAY '  JA VENCIDOS (BACKLOG)    : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ALEM TO WS-TOT-EDIT
           DISPLAY '  ALEM DA JANELA           : ' WS-TOT-EDIT
           MOVE WS-TOTAL-DT-ILEGIVEL TO WS-TOT-EDIT
           DISPLAY '  PREV ENT ILEGIVEL        : ' WS-TOT-EDIT
           IF WS-SLA-CARREGADO = 'N'
               DISPLAY '** SEM SLA.DAT - SEM DESTAQUE DE SLA ZERO **'
           END-IF
           IF WS-FER-OMITIDOS > 0
               MOVE WS-FER-OMITIDOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' FERIADOS OMITIDOS '
                   '(TABELA CHEIA) - JANELA PODE TERMINAR ANTES **'
           END-IF
           IF WS-AGE-OMITIDOS > 0
               MOVE WS-AGE-OMITIDOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS FORA DA AGENDA '
                   '(TABELA CHEIA) **'
           END-IF
           IF WS-CCAD-OMITIDOS > 0 OR WS-SLA-OMITIDOS > 0
               DISPLAY '** TABELA CHEIA - CLIENTES ' WS-CCAD-OMITIDOS
                   ' SLA ' WS-SLA-OMITIDOS ' OMITIDOS - DESTAQUE '
                   'DE SLA ZERO PODE FALHAR **'
           END-IF
           DISPLAY WS-HEADER-1

           IF WS-FER-OMITIDOS > 0 OR WS-AGE-OMITIDOS > 0
               OR WS-CCAD-OMITIDOS > 0 OR WS-SLA-OMITIDOS > 0
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

       8100-DIA-UTIL.
      *>   Dia útil = segunda a sexta fora do calendário de feriados.
      *>   O dia 1 da FUNCTION INTEGER-OF-DATE (01/01/1601) caiu numa
      *>   segunda-feira, então MOD(data - 1, 7) dá 0=SEG ... 6=DOM
           MOVE 'Y' TO WS-BD-UTIL
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-DATA - 1, 7)
           MOVE WS-DOW-NOMES(WS-BD-DOW * 3 + 1:3) TO WS-DOW-NOME
           IF WS-BD-DOW > 4
               MOVE 'N' TO WS-BD-UTIL
           ELSE
               IF WS-FER-COUNT > 0
                   SEARCH ALL WS-FER-ENTRY
                       AT END
                           CONTINUE
                       WHEN WF-DATA-INT(WS-FER-IDX) = WS-BD-DATA
                           MOVE 'N' TO WS-BD-UTIL
                   END-SEARCH
               END-IF
           END-IF.

       8200-DATA-PARA-STR.
      *>   WS-BD-DATA (dias absolutos) -> WS-DATE-STR DD/MM/YYYY
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-BD-DATA)
           MOVE SPACES TO WS-DATE-STR
           STRING WS-DATE-YYYYMMDD(7:2) '/' WS-DATE-YYYYMMDD(5:2) '/'
                  WS-DATE-YYYYMMDD(1:4)
                  DELIMITED BY SIZE
                  INTO WS-DATE-STR.

       END PROGRAM OTD-AGENDA.
