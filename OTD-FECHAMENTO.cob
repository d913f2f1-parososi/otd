      *> OTD-FECHAMENTO.cob — Fechamento Mensal do OTD por Competência
      *>
      *> Compilar: cobc -x OTD-FECHAMENTO.cob -o otd_fechamento
      *> Uso:     ./otd_fechamento                      (lista)
      *>          ./otd_fechamento LISTAR MES=09/2026   (fotografia)
      *>          ./otd_fechamento FECHAR MES=09/2026 USUARIO=MARIA
      *>          ./otd_fechamento REABRIR MES=09/2026 USUARIO=MARIA
      *>              MOTIVO=FEED_DE_SETEMBRO_REENVIADO
      *>
      *> O OTD-HISTORY.DAT guarda um registro por execução, não por
      *> mês: um feed reenviado depois muda pedidos de um mês já
      *> apresentado e o número não se reproduz mais. Este programa
      *> congela a taxa oficial de uma competência — o mês da PREV
      *> ENT — a partir do PEDIDOS.DAT:
      *>
      *>   FECHAR   apura o mês no mestre e grava em FECHAMENTOS.DAT a
      *>            fotografia fechada (total do mês, por vendedor, por
      *>            cliente e por transportadora), com data, hora e
      *>            usuário. Recusado se o mês ainda não terminou ou já
      *>            está fechado. Taxa oficial = NO PRAZO / faturados,
      *>            na mesma régua do OTD-AUDIT (PM-STATUS-OTD já vem
      *>            classificado pela tolerância do SLA); pedido em
      *>            aberto e cancelado ficam fora da taxa.
      *>   REABRIR  registra a reabertura com usuário e motivo
      *>            (MOTIVO= com '_' no lugar de espaço). O próximo
      *>            FECHAR grava uma nova versão; as anteriores ficam
      *>            no arquivo.
      *>   LISTAR   (padrão) lista as competências com situação e taxa
      *>            oficial e o histórico de fechamentos e reaberturas;
      *>            com MES=, imprime a fotografia da última versão.
      *>
      *> Depois do fechamento, a carga do OTD-AUDIT aponta em
      *> ALTERACOES-RETROATIVAS.TXT todo pedido de mês fechado que o
      *> feed alterar, sem mexer no número oficial.
      *>
      *> RETURN-CODE: 0 = OK; 4 = fechado com ressalvas (PREV ENT
      *> ilegível no mestre, tabela cheia, pedido sem cadastro de
      *> cliente); 8 = parâmetro inválido, operação recusada ou
      *> arquivo indisponível.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-FECHAMENTO.
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

           SELECT FECHAMENTOS-FILE
               ASSIGN TO "FECHAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

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

       FD  FECHAMENTOS-FILE.
       COPY "FCRECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-CCAD-STATUS        PIC XX VALUE '00'.
       01 WS-FCH-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(400) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(80) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.
       01 WS-PARM-ERRO          PIC X VALUE 'N'.

      *> Operação pedida: FECHAR, REABRIR ou LISTAR (padrão)
       01 WS-ACAO               PIC X(8) VALUE SPACES.
       01 WS-MES-PARM           PIC X(7) VALUE SPACES.
       01 WS-USUARIO            PIC X(20) VALUE SPACES.
       01 WS-MOTIVO             PIC X(60) VALUE SPACES.

       01 WS-COMP-MM            PIC 9(2) VALUE 0.
       01 WS-COMP-AAAA          PIC 9(4) VALUE 0.
       01 WS-COMP-AAAAMM        PIC 9(6) VALUE 0.
       01 WS-COMP-ED            PIC X(7) VALUE SPACES.
       01 WS-HOJE-AAAAMM        PIC 9(6) VALUE 0.
       01 WS-DATA-EVENTO        PIC X(10) VALUE SPACES.
       01 WS-HORA-EVENTO        PIC X(8) VALUE SPACES.

      *> Validação de datas DD/MM/YYYY (mesma rotina do OTD-AUDIT)
       01 WS-DATE-STR           PIC X(10).
       01 WS-DATE-DD            PIC 9(2).
       01 WS-DATE-MM            PIC 9(2).
       01 WS-DATE-YYYY          PIC 9(4).
       01 WS-DATE-YYYYMMDD      PIC 9(8).
       01 WS-DATE-VALID         PIC X VALUE 'N'.
       01 WS-DATE-INT           PIC S9(9) VALUE 0.

      *> Competências com evento no FECHAMENTOS.DAT, ordenadas por
      *> AAAAMM; situação e versão são as do último evento lido
       01 WS-FCH-EOF            PIC X VALUE 'N'.
       01 WS-FCH-INVALIDOS      PIC 9(6) VALUE 0.
       01 WS-CMP-CHAVE          PIC 9(6) VALUE 0.
       01 WS-CMP-FOUND          PIC X VALUE 'N'.
       01 WS-CMP-COUNT          PIC 9(4) VALUE 0.
       01 WS-CMP-MAX            PIC 9(4) VALUE 600.
       01 WS-CMP-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-CMP-I              PIC 9(4) VALUE 0.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-CMP-COUNT
                   ASCENDING KEY IS WCP-CHAVE
                   INDEXED BY WS-CMP-IDX.
               10 WCP-CHAVE      PIC 9(6).
               10 WCP-COMPETENCIA PIC X(7).
      *>         'F' = fechada; 'R' = reaberta
               10 WCP-SITUACAO   PIC X.
               10 WCP-VERSAO     PIC 9(3).
               10 WCP-DT-FECH    PIC X(10).
               10 WCP-HR-FECH    PIC X(8).
               10 WCP-USU-FECH   PIC X(20).
               10 WCP-TAXA       PIC 9(3)V99.
               10 WCP-FATURADOS  PIC 9(7).
               10 WCP-DT-REAB    PIC X(10).
               10 WCP-USU-REAB   PIC X(20).
               10 WCP-MOT-REAB   PIC X(60).

      *> Cadastro de clientes: o cliente da fotografia é o grupo
      *> canônico, como nos roll-ups do OTD-AUDIT
       01 WS-CCAD-CARREGADO     PIC X VALUE 'N'.
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

      *> Linhas da fotografia (V/C/T), mantidas ordenadas por tipo e
      *> nome na inserção
       01 WS-DIM-CHAVE.
           05 WS-DIM-TIPO        PIC X.
           05 WS-DIM-NOME        PIC X(40).
       01 WS-DIM-FOUND          PIC X VALUE 'N'.
       01 WS-DIM-COUNT          PIC 9(4) VALUE 0.
       01 WS-DIM-MAX            PIC 9(4) VALUE 3000.
       01 WS-DIM-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-DIM-I              PIC 9(4) VALUE 0.
       01 WS-DIM-TABLE.
           05 WS-DIM-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-DIM-COUNT
                   ASCENDING KEY IS WDM-CHAVE
                   INDEXED BY WS-DIM-IDX.
               10 WDM-CHAVE      PIC X(41).
               10 WDM-FATURADOS  PIC 9(7).
               10 WDM-NO-PRAZO   PIC 9(7).
               10 WDM-ATRASADOS  PIC 9(7).
               10 WDM-ABERTOS    PIC 9(7).
               10 WDM-CANCELADOS PIC 9(7).
               10 WDM-VLR-MERC   PIC 9(12)V99.

      *> Total do mês e classe do pedido corrente: N = no prazo,
      *> A = atrasado, B = em aberto, X = cancelado
       01 WS-CLASSE             PIC X VALUE SPACES.
       01 WS-MES-FATURADOS      PIC 9(7) VALUE 0.
       01 WS-MES-NO-PRAZO       PIC 9(7) VALUE 0.
       01 WS-MES-ATRASADOS      PIC 9(7) VALUE 0.
       01 WS-MES-ABERTOS        PIC 9(7) VALUE 0.
       01 WS-MES-CANCELADOS     PIC 9(7) VALUE 0.
       01 WS-MES-VLR-MERC       PIC 9(12)V99 VALUE 0.
       01 WS-MES-PEDIDOS        PIC 9(7) VALUE 0.
       01 WS-TAXA               PIC 9(3)V99 VALUE 0.
       01 WS-VERSAO             PIC 9(3) VALUE 0.

       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-RECUSA             PIC X VALUE 'N'.
       01 WS-ERRO-GRAVACAO      PIC X VALUE 'N'.
       01 WS-TIPO-ATUAL         PIC X VALUE SPACES.
       01 WS-TOTAL-LIDOS        PIC 9(8) VALUE 0.
       01 WS-TOTAL-DT-ILEGIVEL  PIC 9(8) VALUE 0.
       01 WS-TOTAL-SEM-CAD      PIC 9(8) VALUE 0.
       01 WS-TOTAL-GRAVADOS     PIC 9(6) VALUE 0.
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
           05 FILLER PIC X(26) VALUE ' FECHAMENTO MENSAL DO OTD'.
           05 FILLER PIC X(9)  VALUE '   DATA: '.
           05 WS-H2-DATA        PIC X(10).

       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(36) VALUE
              '------------------------------------'.

       01 WS-FOTO-HEADER.
           05 FILLER            PIC X(30) VALUE
              'NOME                          '.
           05 FILLER            PIC X(30) VALUE
              '           | FATURAD | NOPRAZO'.
           05 FILLER            PIC X(30) VALUE
              ' | ATRASAD | ABERTOS | CANCEL.'.
           05 FILLER            PIC X(26) VALUE
              ' |   TAXA | VALOR FATURADO'.

       01 WS-FOTO-LINE.
           05 WFL-CHAVE         PIC X(40).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-FATURADOS     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-NO-PRAZO      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-ATRASADOS     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-ABERTOS       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-CANCELADOS    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-TAXA          PIC ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WFL-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LST-HEADER.
           05 FILLER            PIC X(30) VALUE
              'COMPET. | SITUACAO | VER | FEC'.
           05 FILLER            PIC X(30) VALUE
              'HADO EM          | POR        '.
           05 FILLER            PIC X(28) VALUE
              '          |   TAXA | FATURAD'.

       01 WS-LST-LINE.
           05 WLL-COMPETENCIA   PIC X(7).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-SITUACAO      PIC X(8).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-VERSAO        PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-DATA          PIC X(10).
           05 FILLER            PIC X     VALUE SPACE.
           05 WLL-HORA          PIC X(8).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-USUARIO       PIC X(20).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-TAXA          PIC ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WLL-FATURADOS     PIC ZZZ,ZZ9.

       01 WS-HIS-HEADER.
           05 FILLER            PIC X(30) VALUE
              'DATA       HORA     | COMPET. '.
           05 FILLER            PIC X(30) VALUE
              '| EVENTO     | VER | USUARIO  '.
           05 FILLER            PIC X(21) VALUE
              '            | DETALHE'.

       01 WS-HIS-LINE.
           05 WHL-DATA          PIC X(10).
           05 FILLER            PIC X     VALUE SPACE.
           05 WHL-HORA          PIC X(8).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WHL-COMPETENCIA   PIC X(7).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WHL-EVENTO        PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WHL-VERSAO        PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WHL-USUARIO       PIC X(20).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WHL-DETALHE       PIC X(60).

       01 WS-TOT-EDIT           PIC ZZZ,ZZ9.
       01 WS-TAXA-ED            PIC ZZ9.99.
       01 WS-VERSAO-ED          PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS
           PERFORM 0200-VALIDAR-PARAMETROS
           IF WS-PARM-ERRO = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-DATA-HORA

           MOVE WS-DATA-EVENTO TO WS-H2-DATA
           DISPLAY WS-HEADER-1
           DISPLAY WS-HEADER-2
           DISPLAY WS-HEADER-1

           PERFORM 1000-CARREGAR-FECHAMENTOS

           EVALUATE WS-ACAO
               WHEN 'FECHAR'
                   PERFORM 2000-FECHAR-MES
               WHEN 'REABRIR'
                   PERFORM 3000-REABRIR-MES
               WHEN OTHER
                   PERFORM 4000-LISTAR
           END-EVALUATE

           IF WS-CMP-OMITIDOS > 0 OR WS-FCH-INVALIDOS > 0
               DISPLAY '** FECHAMENTOS.DAT: ' WS-FCH-INVALIDOS
                   ' REGISTROS ILEGIVEIS, ' WS-CMP-OMITIDOS
                   ' EVENTOS FORA DA TABELA **'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           DISPLAY WS-HEADER-1
           MOVE WS-RC TO RETURN-CODE

           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (FECHAR, REABRIR, LISTAR, MES=, USUARIO=, MOTIVO=)
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
               WHEN WS-PARM-TOKEN = 'FECHAR'
                   OR WS-PARM-TOKEN = 'REABRIR'
                   OR WS-PARM-TOKEN = 'LISTAR'
                   IF WS-ACAO NOT = SPACES
                       AND WS-ACAO NOT = WS-PARM-TOKEN(1:8)
                       DISPLAY 'ERRO: MAIS DE UMA OPERACAO NA LINHA '
                           'DE COMANDO (' FUNCTION TRIM(WS-ACAO)
                           ' E ' FUNCTION TRIM(WS-PARM-TOKEN) ')'
                       MOVE 'Y' TO WS-PARM-ERRO
                   END-IF
                   MOVE WS-PARM-TOKEN(1:8) TO WS-ACAO
               WHEN WS-PARM-TOKEN(1:4) = 'MES='
                   MOVE WS-PARM-TOKEN(5:7) TO WS-MES-PARM
               WHEN WS-PARM-TOKEN(1:8) = 'USUARIO='
                   MOVE WS-PARM-TOKEN(9:20) TO WS-USUARIO
               WHEN WS-PARM-TOKEN(1:7) = 'MOTIVO='
      *>           Texto livre com '_' no lugar de espaço
                   MOVE WS-PARM-TOKEN(8:60) TO WS-MOTIVO
                   INSPECT WS-MOTIVO REPLACING ALL '_' BY SPACE
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       0200-VALIDAR-PARAMETROS.
      *>   Fechar e reabrir pedem competência e usuário explícitos —
      *>   não há mês padrão para uma operação que congela o número
      *>   oficial; a reabertura pede também o motivo
           IF WS-ACAO = SPACES
               MOVE 'LISTAR' TO WS-ACAO
           END-IF

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
               ELSE
                   COMPUTE WS-COMP-AAAAMM =
                       WS-COMP-AAAA * 100 + WS-COMP-MM
                   MOVE SPACES TO WS-COMP-ED
                   STRING WS-COMP-MM '/' WS-COMP-AAAA
                          DELIMITED BY SIZE
                          INTO WS-COMP-ED
               END-IF
           END-IF

           IF WS-ACAO = 'FECHAR' OR WS-ACAO = 'REABRIR'
               IF FUNCTION TRIM(WS-MES-PARM) = SPACES
                   DISPLAY 'ERRO: ' FUNCTION TRIM(WS-ACAO)
                       ' EXIGE MES=MM/AAAA'
                   MOVE 'Y' TO WS-PARM-ERRO
               END-IF
               IF WS-USUARIO = SPACES
                   DISPLAY 'ERRO: ' FUNCTION TRIM(WS-ACAO)
                       ' EXIGE USUARIO=<RESPONSAVEL>'
                   MOVE 'Y' TO WS-PARM-ERRO
               END-IF
           END-IF
           IF WS-ACAO = 'REABRIR' AND WS-MOTIVO = SPACES
               DISPLAY 'ERRO: REABRIR EXIGE MOTIVO=<TEXTO_COM_'
                   'SUBLINHADOS>'
               MOVE 'Y' TO WS-PARM-ERRO
           END-IF.

       0300-DATA-HORA.
      *>   Data e hora do evento e o mês corrente, limite do
      *>   fechamento (só fecha mês já terminado)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DATA-EVENTO(1:2)
           MOVE '/'                        TO WS-DATA-EVENTO(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DATA-EVENTO(4:2)
           MOVE '/'                        TO WS-DATA-EVENTO(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DATA-EVENTO(7:4)
           MOVE FUNCTION CURRENT-DATE(9:2)  TO WS-HORA-EVENTO(1:2)
           MOVE ':'                         TO WS-HORA-EVENTO(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-HORA-EVENTO(4:2)
           MOVE ':'                         TO WS-HORA-EVENTO(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-HORA-EVENTO(7:2)
           MOVE FUNCTION CURRENT-DATE(1:6)  TO WS-HOJE-AAAAMM.

       1000-CARREGAR-FECHAMENTOS.
      *>   Situação de cada competência pelo seu último evento; sem
      *>   FECHAMENTOS.DAT nenhum mês foi fechado ainda
           OPEN INPUT FECHAMENTOS-FILE
           EVALUATE WS-FCH-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-FCH-EOF
                   PERFORM UNTIL WS-FCH-EOF = 'Y'
                       READ FECHAMENTOS-FILE
                           AT END
                               MOVE 'Y' TO WS-FCH-EOF
                           NOT AT END
                               IF FC-TIPO = 'F' OR FC-TIPO = 'R'
                                   PERFORM 1100-REGISTRAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FECHAMENTOS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: FECHAMENTOS.DAT INDISPONIVEL '
                       '(STATUS ' WS-FCH-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-REGISTRAR-EVENTO.
      *>   Aplica um F ou R à competência; o arquivo só acrescenta,
      *>   então o último evento lido é o vigente
           IF FC-COMPETENCIA(1:2) IS NOT NUMERIC
               OR FC-COMPETENCIA(3:1) NOT = '/'
               OR FC-COMPETENCIA(4:4) IS NOT NUMERIC
               ADD 1 TO WS-FCH-INVALIDOS
           ELSE
               COMPUTE WS-CMP-CHAVE =
                   FUNCTION NUMVAL(FC-COMPETENCIA(4:4)) * 100
                   + FUNCTION NUMVAL(FC-COMPETENCIA(1:2))
               PERFORM 1200-BUSCAR-COMPETENCIA
               IF WS-CMP-FOUND = 'N'
                   IF WS-CMP-COUNT < WS-CMP-MAX
                       PERFORM 1110-INSERIR-COMPETENCIA
                       MOVE 'Y' TO WS-CMP-FOUND
                   ELSE
                       ADD 1 TO WS-CMP-OMITIDOS
                   END-IF
               END-IF
               IF WS-CMP-FOUND = 'Y'
                   IF FC-TIPO = 'F'
                       MOVE 'F'          TO WCP-SITUACAO(WS-CMP-IDX)
                       MOVE FC-VERSAO    TO WCP-VERSAO(WS-CMP-IDX)
                       MOVE FC-DATA      TO WCP-DT-FECH(WS-CMP-IDX)
                       MOVE FC-HORA      TO WCP-HR-FECH(WS-CMP-IDX)
                       MOVE FC-USUARIO   TO WCP-USU-FECH(WS-CMP-IDX)
                       MOVE FC-TAXA      TO WCP-TAXA(WS-CMP-IDX)
                       MOVE FC-FATURADOS TO WCP-FATURADOS(WS-CMP-IDX)
                       MOVE SPACES       TO WCP-DT-REAB(WS-CMP-IDX)
                       MOVE SPACES       TO WCP-USU-REAB(WS-CMP-IDX)
                       MOVE SPACES       TO WCP-MOT-REAB(WS-CMP-IDX)
                   ELSE
                       MOVE 'R'          TO WCP-SITUACAO(WS-CMP-IDX)
                       MOVE FC-DATA      TO WCP-DT-REAB(WS-CMP-IDX)
                       MOVE FC-USUARIO   TO WCP-USU-REAB(WS-CMP-IDX)
                       MOVE FC-MOTIVO    TO WCP-MOT-REAB(WS-CMP-IDX)
                   END-IF
               END-IF
           END-IF.

       1110-INSERIR-COMPETENCIA.
      *>   Abre espaço na posição ordenada de WS-CMP-CHAVE deslizando
      *>   as entradas maiores uma casa para baixo
           ADD 1 TO WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO WS-CMP-I
           PERFORM UNTIL WS-CMP-I = 1
               OR WCP-CHAVE(WS-CMP-I - 1) < WS-CMP-CHAVE
               MOVE WS-CMP-ENTRY(WS-CMP-I - 1)
                   TO WS-CMP-ENTRY(WS-CMP-I)
               SUBTRACT 1 FROM WS-CMP-I
           END-PERFORM
           SET WS-CMP-IDX TO WS-CMP-I
           MOVE WS-CMP-CHAVE   TO WCP-CHAVE(WS-CMP-IDX)
           MOVE FC-COMPETENCIA TO WCP-COMPETENCIA(WS-CMP-IDX)
           MOVE SPACES TO WCP-SITUACAO(WS-CMP-IDX)
           MOVE 0      TO WCP-VERSAO(WS-CMP-IDX)
           MOVE SPACES TO WCP-DT-FECH(WS-CMP-IDX)
           MOVE SPACES TO WCP-HR-FECH(WS-CMP-IDX)
           MOVE SPACES TO WCP-USU-FECH(WS-CMP-IDX)
           MOVE 0      TO WCP-TAXA(WS-CMP-IDX)
           MOVE 0      TO WCP-FATURADOS(WS-CMP-IDX)
           MOVE SPACES TO WCP-DT-REAB(WS-CMP-IDX)
           MOVE SPACES TO WCP-USU-REAB(WS-CMP-IDX)
           MOVE SPACES TO WCP-MOT-REAB(WS-CMP-IDX).

       1200-BUSCAR-COMPETENCIA.
           MOVE 'N' TO WS-CMP-FOUND
           IF WS-CMP-COUNT > 0
               SEARCH ALL WS-CMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WCP-CHAVE(WS-CMP-IDX) = WS-CMP-CHAVE
                       MOVE 'Y' TO WS-CMP-FOUND
               END-SEARCH
           END-IF.

       1300-CARREGAR-CLIENTES.
      *>   Cadastro de clientes na tabela de grafias (mesma carga do
      *>   OTD-AUDIT); sem o arquivo o cliente sai pela grafia do
      *>   feed e o fechamento fica com ressalva
           OPEN INPUT CLIENTES-FILE
           IF WS-CCAD-STATUS = '00'
               MOVE 'Y' TO WS-CCAD-CARREGADO
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

       2000-FECHAR-MES.
      *>   Confere a competência, apura o mês no mestre e grava a
      *>   fotografia; qualquer recusa termina com RETURN-CODE 8
      *>   sem tocar no FECHAMENTOS.DAT
           DISPLAY 'FECHAMENTO DA COMPETENCIA ' WS-COMP-ED
               ' - USUARIO: ' FUNCTION TRIM(WS-USUARIO)
           DISPLAY WS-SEPARADOR
           PERFORM 2010-CONFERIR-FECHAMENTO
           IF WS-RECUSA = 'N'
               PERFORM 2100-APURAR-MES
           END-IF
           IF WS-RECUSA = 'N'
               PERFORM 2300-GRAVAR-FOTOGRAFIA
           END-IF
           IF WS-RECUSA = 'Y'
               MOVE 8 TO WS-RC
           END-IF.

       2010-CONFERIR-FECHAMENTO.
      *>   Só fecha mês que já terminou e que não está fechado; a
      *>   versão nova é a seguinte à última gravada
           MOVE WS-COMP-AAAAMM TO WS-CMP-CHAVE
           PERFORM 1200-BUSCAR-COMPETENCIA
           EVALUATE TRUE
               WHEN WS-COMP-AAAAMM >= WS-HOJE-AAAAMM
                   DISPLAY 'RECUSADO: A COMPETENCIA ' WS-COMP-ED
                       ' AINDA NAO TERMINOU'
                   MOVE 'Y' TO WS-RECUSA
               WHEN WS-CMP-FOUND = 'Y'
                   AND WCP-SITUACAO(WS-CMP-IDX) = 'F'
                   MOVE WCP-VERSAO(WS-CMP-IDX) TO WS-VERSAO-ED
                   DISPLAY 'RECUSADO: A COMPETENCIA ' WS-COMP-ED
                       ' JA ESTA FECHADA (VERSAO '
                       FUNCTION TRIM(WS-VERSAO-ED) ' EM '
                       WCP-DT-FECH(WS-CMP-IDX) ' POR '
                       FUNCTION TRIM(WCP-USU-FECH(WS-CMP-IDX))
                       ') - REABRA ANTES DE FECHAR DE NOVO'
                   MOVE 'Y' TO WS-RECUSA
               WHEN WS-CMP-FOUND = 'Y'
                   COMPUTE WS-VERSAO = WCP-VERSAO(WS-CMP-IDX) + 1
               WHEN OTHER
                   MOVE 1 TO WS-VERSAO
           END-EVALUATE.

       2100-APURAR-MES.
      *>   Varre o mestre inteiro em ordem de chave (mesma varredura
      *>   do OTD-EXPURGO) e acumula os pedidos com PREV ENT no mês
           PERFORM 1300-CARREGAR-CLIENTES
           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               MOVE 'Y' TO WS-RECUSA
           ELSE
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
                           PERFORM 2110-AVALIAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-MASTER
               IF WS-MES-PEDIDOS = 0
                   DISPLAY 'RECUSADO: NENHUM PEDIDO COM PREV ENT EM '
                       WS-COMP-ED ' NO PEDIDOS.DAT'
                   MOVE 'Y' TO WS-RECUSA
               END-IF
           END-IF.

       2110-AVALIAR-PEDIDO.
      *>   Competência do pedido = mês da PREV ENT vigente; PREV ENT
      *>   ilegível não tem competência e vai para as ressalvas
           MOVE PM-PREV-ENT TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           IF WS-DATE-VALID = 'N'
               ADD 1 TO WS-TOTAL-DT-ILEGIVEL
           ELSE
               IF WS-DATE-YYYY * 100 + WS-DATE-MM = WS-COMP-AAAAMM
                   PERFORM 2120-CLASSIFICAR-PEDIDO
               END-IF
           END-IF.

       2120-CLASSIFICAR-PEDIDO.
      *>   Mesma régua da taxa do OTD-AUDIT: faturado ATRASADO é
      *>   atraso, qualquer outro faturado (NO PRAZO/ADIANTADO) está
      *>   no prazo; sem DT FAT é aberto, fora da taxa
           ADD 1 TO WS-MES-PEDIDOS
           EVALUATE TRUE
               WHEN PM-STATUS-OTD = 'CANCELADO   '
                   MOVE 'X' TO WS-CLASSE
                   ADD 1 TO WS-MES-CANCELADOS
               WHEN FUNCTION TRIM(PM-DT-FAT) = SPACES
                   MOVE 'B' TO WS-CLASSE
                   ADD 1 TO WS-MES-ABERTOS
               WHEN PM-STATUS-OTD = 'ATRASADO    '
                   MOVE 'A' TO WS-CLASSE
                   ADD 1 TO WS-MES-FATURADOS
                   ADD 1 TO WS-MES-ATRASADOS
                   ADD PM-VLR-MERC TO WS-MES-VLR-MERC
               WHEN OTHER
                   MOVE 'N' TO WS-CLASSE
                   ADD 1 TO WS-MES-FATURADOS
                   ADD 1 TO WS-MES-NO-PRAZO
                   ADD PM-VLR-MERC TO WS-MES-VLR-MERC
           END-EVALUATE

           MOVE 'V' TO WS-DIM-TIPO
           MOVE PM-VENDEDOR TO WS-DIM-NOME
           PERFORM 2130-ACUMULAR-DIMENSAO

           MOVE 'C' TO WS-DIM-TIPO
           PERFORM 2125-RESOLVER-CLIENTE
           PERFORM 2130-ACUMULAR-DIMENSAO

           MOVE 'T' TO WS-DIM-TIPO
           IF FUNCTION TRIM(PM-TRANSPORTADORA) = SPACES
               MOVE '(NAO INFORMADA)' TO WS-DIM-NOME
           ELSE
               MOVE PM-TRANSPORTADORA TO WS-DIM-NOME
           END-IF
           PERFORM 2130-ACUMULAR-DIMENSAO.

       2125-RESOLVER-CLIENTE.
      *>   Grafia do Nome Fantasia -> grupo canônico; fora do
      *>   cadastro segue a grafia bruta, como no OTD-AUDIT
           MOVE PM-NOME-FANTASIA TO WS-DIM-NOME
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
               MOVE WCC-CANONICO(WS-CCAD-IDX) TO WS-DIM-NOME
           ELSE
               ADD 1 TO WS-TOTAL-SEM-CAD
           END-IF.

       2130-ACUMULAR-DIMENSAO.
      *>   Localiza (busca binária) ou cria a linha da fotografia e
      *>   soma o pedido na classe dele; tabela cheia descarta a
      *>   linha nova e deixa o fechamento com ressalva
           MOVE 'N' TO WS-DIM-FOUND
           IF WS-DIM-COUNT > 0
               SEARCH ALL WS-DIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WDM-CHAVE(WS-DIM-IDX) = WS-DIM-CHAVE
                       MOVE 'Y' TO WS-DIM-FOUND
               END-SEARCH
           END-IF
           IF WS-DIM-FOUND = 'N'
               IF WS-DIM-COUNT < WS-DIM-MAX
                   PERFORM 2135-INSERIR-DIMENSAO
                   MOVE 'Y' TO WS-DIM-FOUND
               ELSE
                   ADD 1 TO WS-DIM-OMITIDOS
               END-IF
           END-IF
           IF WS-DIM-FOUND = 'Y'
               EVALUATE WS-CLASSE
                   WHEN 'X'
                       ADD 1 TO WDM-CANCELADOS(WS-DIM-IDX)
                   WHEN 'B'
                       ADD 1 TO WDM-ABERTOS(WS-DIM-IDX)
                   WHEN 'A'
                       ADD 1 TO WDM-FATURADOS(WS-DIM-IDX)
                       ADD 1 TO WDM-ATRASADOS(WS-DIM-IDX)
                       ADD PM-VLR-MERC TO WDM-VLR-MERC(WS-DIM-IDX)
                   WHEN OTHER
                       ADD 1 TO WDM-FATURADOS(WS-DIM-IDX)
                       ADD 1 TO WDM-NO-PRAZO(WS-DIM-IDX)
                       ADD PM-VLR-MERC TO WDM-VLR-MERC(WS-DIM-IDX)
               END-EVALUATE
           END-IF.

       2135-INSERIR-DIMENSAO.
      *>   Abre espaço na posição ordenada de WS-DIM-CHAVE deslizando
      *>   as entradas maiores uma casa para baixo
           ADD 1 TO WS-DIM-COUNT
           MOVE WS-DIM-COUNT TO WS-DIM-I
           PERFORM UNTIL WS-DIM-I = 1
               OR WDM-CHAVE(WS-DIM-I - 1) < WS-DIM-CHAVE
               MOVE WS-DIM-ENTRY(WS-DIM-I - 1)
                   TO WS-DIM-ENTRY(WS-DIM-I)
               SUBTRACT 1 FROM WS-DIM-I
           END-PERFORM
           SET WS-DIM-IDX TO WS-DIM-I
           MOVE WS-DIM-CHAVE TO WDM-CHAVE(WS-DIM-IDX)
           MOVE 0 TO WDM-FATURADOS(WS-DIM-IDX)
           MOVE 0 TO WDM-NO-PRAZO(WS-DIM-IDX)
           MOVE 0 TO WDM-ATRASADOS(WS-DIM-IDX)
           MOVE 0 TO WDM-ABERTOS(WS-DIM-IDX)
           MOVE 0 TO WDM-CANCELADOS(WS-DIM-IDX)
           MOVE 0 TO WDM-VLR-MERC(WS-DIM-IDX).

       2300-GRAVAR-FOTOGRAFIA.
      *>   Acrescenta ao FECHAMENTOS.DAT o F com o total do mês e uma
      *>   linha por cliente, transportadora e vendedor, todas com a
      *>   mesma versão, data, hora e usuário; a fotografia sai
      *>   impressa do que foi gravado
           OPEN EXTEND FECHAMENTOS-FILE
           IF WS-FCH-STATUS NOT = '00'
               OPEN OUTPUT FECHAMENTOS-FILE
           END-IF
           IF WS-FCH-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR FECHAMENTOS.DAT (STATUS '
                   WS-FCH-STATUS ')'
               MOVE 'Y' TO WS-RECUSA
           ELSE
               IF WS-MES-FATURADOS > 0
                   COMPUTE WS-TAXA ROUNDED =
                       WS-MES-NO-PRAZO * 100.00 / WS-MES-FATURADOS
               ELSE
                   MOVE 0 TO WS-TAXA
               END-IF
               PERFORM 2310-MONTAR-EVENTO
               MOVE 'F'                TO FC-TIPO
               MOVE 'TOTAL DO MES'     TO FC-CHAVE
               MOVE WS-MES-FATURADOS   TO FC-FATURADOS
               MOVE WS-MES-NO-PRAZO    TO FC-NO-PRAZO
               MOVE WS-MES-ATRASADOS   TO FC-ATRASADOS
               MOVE WS-MES-ABERTOS     TO FC-ABERTOS
               MOVE WS-MES-CANCELADOS  TO FC-CANCELADOS
               MOVE WS-TAXA            TO FC-TAXA
               MOVE WS-MES-VLR-MERC    TO FC-VLR-MERC
               MOVE WS-MOTIVO          TO FC-MOTIVO
               PERFORM 2320-GRAVAR-REGISTRO

               PERFORM VARYING WS-DIM-I FROM 1 BY 1
                   UNTIL WS-DIM-I > WS-DIM-COUNT
                   PERFORM 2310-MONTAR-EVENTO
                   MOVE WDM-CHAVE(WS-DIM-I)(1:1)  TO FC-TIPO
                   MOVE WDM-CHAVE(WS-DIM-I)(2:40) TO FC-CHAVE
                   MOVE WDM-FATURADOS(WS-DIM-I)   TO FC-FATURADOS
                   MOVE WDM-NO-PRAZO(WS-DIM-I)    TO FC-NO-PRAZO
                   MOVE WDM-ATRASADOS(WS-DIM-I)   TO FC-ATRASADOS
                   MOVE WDM-ABERTOS(WS-DIM-I)     TO FC-ABERTOS
                   MOVE WDM-CANCELADOS(WS-DIM-I)  TO FC-CANCELADOS
                   MOVE WDM-VLR-MERC(WS-DIM-I)    TO FC-VLR-MERC
                   IF WDM-FATURADOS(WS-DIM-I) > 0
                       COMPUTE FC-TAXA ROUNDED =
                           WDM-NO-PRAZO(WS-DIM-I) * 100.00
                           / WDM-FATURADOS(WS-DIM-I)
                   ELSE
                       MOVE 0 TO FC-TAXA
                   END-IF
                   PERFORM 2320-GRAVAR-REGISTRO
               END-PERFORM
               CLOSE FECHAMENTOS-FILE
               PERFORM 2400-RESUMO-FECHAMENTO
           END-IF.

       2310-MONTAR-EVENTO.
      *>   Campos comuns a todos os registros do mesmo evento
           MOVE SPACES          TO FC-RECORD
           MOVE WS-COMP-ED      TO FC-COMPETENCIA
           MOVE WS-VERSAO       TO FC-VERSAO
           MOVE WS-DATA-EVENTO  TO FC-DATA
           MOVE WS-HORA-EVENTO  TO FC-HORA
           MOVE WS-USUARIO      TO FC-USUARIO
           MOVE 0 TO FC-FATURADOS FC-NO-PRAZO FC-ATRASADOS
                     FC-ABERTOS FC-CANCELADOS FC-TAXA FC-VLR-MERC.

       2320-GRAVAR-REGISTRO.
           WRITE FC-RECORD
           IF WS-FCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-ERRO-GRAVACAO
           ELSE
               ADD 1 TO WS-TOTAL-GRAVADOS
               PERFORM 5100-LINHA-FOTOGRAFIA
           END-IF.

       2400-RESUMO-FECHAMENTO.
      *>   Contadores de controle e RETURN-CODE do fechamento
           DISPLAY WS-SEPARADOR
           MOVE WS-VERSAO TO WS-VERSAO-ED
           MOVE WS-TAXA TO WS-TAXA-ED
           IF WS-ERRO-GRAVACAO = 'Y'
               DISPLAY 'ERRO: FALHA NA GRAVACAO DO FECHAMENTOS.DAT '
                   '(STATUS ' WS-FCH-STATUS ') - FOTOGRAFIA DA '
                   'VERSAO ' FUNCTION TRIM(WS-VERSAO-ED)
                   ' INCOMPLETA'
               MOVE 'Y' TO WS-RECUSA
           ELSE
               DISPLAY 'COMPETENCIA ' WS-COMP-ED ' FECHADA - VERSAO '
                   FUNCTION TRIM(WS-VERSAO-ED) ' - TAXA OFICIAL: '
                   FUNCTION TRIM(WS-TAXA-ED) '%'
           END-IF
           MOVE WS-TOTAL-LIDOS TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS LIDOS NO MESTRE    : ' WS-TOT-EDIT
           MOVE WS-MES-PEDIDOS TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS DA COMPETENCIA     : ' WS-TOT-EDIT
           MOVE WS-TOTAL-GRAVADOS TO WS-TOT-EDIT
           DISPLAY 'REGISTROS GRAVADOS         : ' WS-TOT-EDIT
           MOVE 0 TO WS-RC
           IF WS-TOTAL-DT-ILEGIVEL > 0
               MOVE WS-TOTAL-DT-ILEGIVEL TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS COM PREV ENT '
                   'ILEGIVEL - SEM COMPETENCIA, FORA DO FECHAMENTO **'
               MOVE 4 TO WS-RC
           END-IF
           IF WS-CCAD-CARREGADO = 'N'
               DISPLAY '** SEM CLIENTES.DAT - CLIENTE PELA GRAFIA '
                   'DO FEED **'
               MOVE 4 TO WS-RC
           ELSE
               IF WS-TOTAL-SEM-CAD > 0
                   MOVE WS-TOTAL-SEM-CAD TO WS-TOT-EDIT
                   DISPLAY '** ' WS-TOT-EDIT ' PEDIDOS DE CLIENTE '
                       'FORA DO CADASTRO (PELA GRAFIA DO FEED) **'
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           IF WS-DIM-OMITIDOS > 0 OR WS-CCAD-OMITIDOS > 0
               DISPLAY '** TABELA CHEIA - LINHAS ' WS-DIM-OMITIDOS
                   ' CLIENTES ' WS-CCAD-OMITIDOS ' OMITIDOS - '
                   'TOTAL DO MES COMPLETO **'
               MOVE 4 TO WS-RC
           END-IF.

       3000-REABRIR-MES.
      *>   Só reabre competência fechada; a reabertura é um evento R
      *>   com usuário e motivo, e a versão reaberta continua no
      *>   arquivo
           DISPLAY 'REABERTURA DA COMPETENCIA ' WS-COMP-ED
               ' - USUARIO: ' FUNCTION TRIM(WS-USUARIO)
           DISPLAY WS-SEPARADOR
           MOVE WS-COMP-AAAAMM TO WS-CMP-CHAVE
           PERFORM 1200-BUSCAR-COMPETENCIA
           IF WS-CMP-FOUND = 'N'
               DISPLAY 'RECUSADO: A COMPETENCIA ' WS-COMP-ED
                   ' NUNCA FOI FECHADA'
               MOVE 'Y' TO WS-RECUSA
           ELSE
               IF WCP-SITUACAO(WS-CMP-IDX) NOT = 'F'
                   DISPLAY 'RECUSADO: A COMPETENCIA ' WS-COMP-ED
                       ' JA ESTA REABERTA (EM '
                       WCP-DT-REAB(WS-CMP-IDX) ' POR '
                       FUNCTION TRIM(WCP-USU-REAB(WS-CMP-IDX)) ')'
                   MOVE 'Y' TO WS-RECUSA
               END-IF
           END-IF

           IF WS-RECUSA = 'N'
               OPEN EXTEND FECHAMENTOS-FILE
               IF WS-FCH-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FECHAMENTOS.DAT (STATUS '
                       WS-FCH-STATUS ')'
                   MOVE 'Y' TO WS-RECUSA
               ELSE
                   MOVE WCP-VERSAO(WS-CMP-IDX) TO WS-VERSAO
                   PERFORM 2310-MONTAR-EVENTO
                   MOVE 'R'                       TO FC-TIPO
                   MOVE WCP-FATURADOS(WS-CMP-IDX) TO FC-FATURADOS
                   MOVE WCP-TAXA(WS-CMP-IDX)      TO FC-TAXA
                   MOVE WS-MOTIVO                 TO FC-MOTIVO
                   WRITE FC-RECORD
                   IF WS-FCH-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR FECHAMENTOS.DAT '
                           '(STATUS ' WS-FCH-STATUS ')'
                       MOVE 'Y' TO WS-RECUSA
                   END-IF
                   CLOSE FECHAMENTOS-FILE
               END-IF
           END-IF

           IF WS-RECUSA = 'Y'
               MOVE 8 TO WS-RC
           ELSE
               MOVE WS-VERSAO TO WS-VERSAO-ED
               MOVE WCP-TAXA(WS-CMP-IDX) TO WS-TAXA-ED
               DISPLAY 'COMPETENCIA ' WS-COMP-ED ' REABERTA - A '
                   'VERSAO ' FUNCTION TRIM(WS-VERSAO-ED)
                   ' (TAXA OFICIAL ' FUNCTION TRIM(WS-TAXA-ED)
                   '%) FICA NO HISTORICO'
               DISPLAY 'MOTIVO: ' FUNCTION TRIM(WS-MOTIVO)
               DISPLAY 'ALTERACOES DO MES DEIXAM DE SER APONTADAS '
                   'ATE O PROXIMO FECHAMENTO'
           END-IF.

       4000-LISTAR.
      *>   Situação de cada competência, histórico de eventos e, com
      *>   MES=, a fotografia da última versão fechada do mês
           DISPLAY 'COMPETENCIAS FECHADAS (FECHAMENTOS.DAT)'
           DISPLAY WS-SEPARADOR
           IF WS-CMP-COUNT = 0
               DISPLAY 'NENHUMA COMPETENCIA FECHADA'
           ELSE
               DISPLAY WS-LST-HEADER
               PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-COUNT
                   PERFORM 4010-LINHA-COMPETENCIA
               END-PERFORM
               DISPLAY WS-SEPARADOR
               PERFORM 4100-HISTORICO
               IF FUNCTION TRIM(WS-MES-PARM) NOT = SPACES
                   PERFORM 4200-DETALHAR-FOTOGRAFIA
               END-IF
           END-IF.

       4010-LINHA-COMPETENCIA.
           MOVE WCP-COMPETENCIA(WS-CMP-I) TO WLL-COMPETENCIA
           IF WCP-SITUACAO(WS-CMP-I) = 'F'
               MOVE 'FECHADA'  TO WLL-SITUACAO
           ELSE
               MOVE 'REABERTA' TO WLL-SITUACAO
           END-IF
           MOVE WCP-VERSAO(WS-CMP-I)    TO WLL-VERSAO
           MOVE WCP-DT-FECH(WS-CMP-I)   TO WLL-DATA
           MOVE WCP-HR-FECH(WS-CMP-I)   TO WLL-HORA
           MOVE WCP-USU-FECH(WS-CMP-I)  TO WLL-USUARIO
           MOVE WCP-TAXA(WS-CMP-I)      TO WLL-TAXA
           MOVE WCP-FATURADOS(WS-CMP-I) TO WLL-FATURADOS
           DISPLAY WS-LST-LINE
           IF WCP-SITUACAO(WS-CMP-I) = 'R'
               DISPLAY '          REABERTA EM ' WCP-DT-REAB(WS-CMP-I)
                   ' POR ' FUNCTION TRIM(WCP-USU-REAB(WS-CMP-I))
                   ': ' FUNCTION TRIM(WCP-MOT-REAB(WS-CMP-I))
           END-IF.

       4100-HISTORICO.
      *>   Todos os fechamentos e reaberturas na ordem em que foram
      *>   gravados
           DISPLAY 'HISTORICO DE FECHAMENTOS E REABERTURAS'
           DISPLAY WS-HIS-HEADER
           OPEN INPUT FECHAMENTOS-FILE
           IF WS-FCH-STATUS = '00'
               MOVE 'N' TO WS-FCH-EOF
               PERFORM UNTIL WS-FCH-EOF = 'Y'
                   READ FECHAMENTOS-FILE
                       AT END
                           MOVE 'Y' TO WS-FCH-EOF
                       NOT AT END
                           IF FC-TIPO = 'F' OR FC-TIPO = 'R'
                               PERFORM 4110-LINHA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTOS-FILE
           END-IF
           DISPLAY WS-SEPARADOR.

       4110-LINHA-HISTORICO.
           MOVE FC-DATA        TO WHL-DATA
           MOVE FC-HORA        TO WHL-HORA
           MOVE FC-COMPETENCIA TO WHL-COMPETENCIA
           MOVE FC-VERSAO      TO WHL-VERSAO
           MOVE FC-USUARIO     TO WHL-USUARIO
           MOVE SPACES         TO WHL-DETALHE
           IF FC-TIPO = 'F'
               MOVE 'FECHAMENTO' TO WHL-EVENTO
               MOVE FC-TAXA TO WS-TAXA-ED
               STRING 'TAXA OFICIAL ' FUNCTION TRIM(WS-TAXA-ED) '%'
                      DELIMITED BY SIZE
                      INTO WHL-DETALHE
           ELSE
               MOVE 'REABERTURA' TO WHL-EVENTO
               MOVE FC-MOTIVO    TO WHL-DETALHE
           END-IF
           DISPLAY WS-HIS-LINE.

       4200-DETALHAR-FOTOGRAFIA.
      *>   Relê o FECHAMENTOS.DAT e imprime os registros da última
      *>   versão fechada da competência pedida
           MOVE WS-COMP-AAAAMM TO WS-CMP-CHAVE
           PERFORM 1200-BUSCAR-COMPETENCIA
           IF WS-CMP-FOUND = 'N'
               DISPLAY 'COMPETENCIA ' WS-COMP-ED ' NUNCA FOI FECHADA'
           ELSE
               MOVE WCP-VERSAO(WS-CMP-IDX) TO WS-VERSAO
               MOVE WS-VERSAO TO WS-VERSAO-ED
               DISPLAY 'FOTOGRAFIA DA COMPETENCIA ' WS-COMP-ED
                   ' - VERSAO ' FUNCTION TRIM(WS-VERSAO-ED)
                   ' FECHADA EM ' WCP-DT-FECH(WS-CMP-IDX) ' '
                   WCP-HR-FECH(WS-CMP-IDX) ' POR '
                   FUNCTION TRIM(WCP-USU-FECH(WS-CMP-IDX))
               IF WCP-SITUACAO(WS-CMP-IDX) = 'R'
                   DISPLAY '(COMPETENCIA REABERTA - ESTA VERSAO NAO '
                       'ESTA MAIS EM VIGOR)'
               END-IF
               MOVE SPACES TO WS-TIPO-ATUAL
               OPEN INPUT FECHAMENTOS-FILE
               IF WS-FCH-STATUS = '00'
                   MOVE 'N' TO WS-FCH-EOF
                   PERFORM UNTIL WS-FCH-EOF = 'Y'
                       READ FECHAMENTOS-FILE
                           AT END
                               MOVE 'Y' TO WS-FCH-EOF
                           NOT AT END
                               IF FC-COMPETENCIA = WS-COMP-ED
                                   AND FC-VERSAO = WS-VERSAO
                                   AND FC-TIPO NOT = 'R'
                                   PERFORM 5100-LINHA-FOTOGRAFIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FECHAMENTOS-FILE
               END-IF
               DISPLAY WS-SEPARADOR
           END-IF.

       5100-LINHA-FOTOGRAFIA.
      *>   Uma linha da fotografia a partir do FC-RECORD, com título
      *>   de seção a cada troca de tipo
           IF FC-TIPO NOT = WS-TIPO-ATUAL
               MOVE FC-TIPO TO WS-TIPO-ATUAL
               EVALUATE FC-TIPO
                   WHEN 'F'
                       DISPLAY 'TOTAL DA COMPETENCIA'
                   WHEN 'C'
                       DISPLAY 'POR CLIENTE'
                   WHEN 'T'
                       DISPLAY 'POR TRANSPORTADORA'
                   WHEN 'V'
                       DISPLAY 'POR VENDEDOR'
               END-EVALUATE
               DISPLAY WS-FOTO-HEADER
           END-IF
           MOVE FC-CHAVE      TO WFL-CHAVE
           MOVE FC-FATURADOS  TO WFL-FATURADOS
           MOVE FC-NO-PRAZO   TO WFL-NO-PRAZO
           MOVE FC-ATRASADOS  TO WFL-ATRASADOS
           MOVE FC-ABERTOS    TO WFL-ABERTOS
           MOVE FC-CANCELADOS TO WFL-CANCELADOS
           MOVE FC-TAXA       TO WFL-TAXA
           MOVE FC-VLR-MERC   TO WFL-VALOR
           DISPLAY WS-FOTO-LINE.

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

       END PROGRAM OTD-FECHAMENTO.
