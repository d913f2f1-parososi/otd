      *> OTD-MULTA.cob — Multa das Transportadoras por Atraso
      *>
      *> Compilar: cobc -x OTD-MULTA.cob -o otd_multa
      *> Uso:     ./otd_multa                  (pedidos faturados no mês
      *>                                       anterior)
      *>          ./otd_multa MES=09/2026
      *>
      *> Apura a multa contratual das transportadoras sobre os pedidos
      *> ATRASADO faturados na competência cuja justificativa aponta
      *> causa de transporte, e gera as notas de débito para o contas
      *> a pagar descontar do frete. Entradas:
      *>   PEDIDOS.DAT          mestre (status, datas, transportadora)
      *>   JUSTIFICATIVAS.DAT   PEDIDO;CODIGO DO MOTIVO;TEXTO LIVRE —
      *>                        vale a primeira linha do pedido
      *>   MOTIVOS-TRANSP.DAT   códigos de justificativa que são causa
      *>                        de transporte, um por linha nas colunas
      *>                        1-6 (descrição livre a partir da 8)
      *>   CONTRATOS-TRANSP.DAT um contrato por linha:
      *>     TRANSPORTADORA;MULTA POR DIA;TETO POR PEDIDO;DIAS DE
      *>     CARENCIA;INICIO VIGENCIA;FIM VIGENCIA
      *>     valores com ponto decimal, datas DD/MM/YYYY, teto zero =
      *>     sem teto, fim em branco = contrato sem prazo. Vale o
      *>     contrato vigente na DT FAT do pedido; com mais de um, o de
      *>     início mais recente.
      *>   NUMERACAO-ND.DAT     números de nota já emitidos por
      *>                        competência e transportadora (gravado
      *>                        pelo próprio programa; ausente = nenhuma
      *>                        nota emitida ainda)
      *> Multa do pedido = (dias de atraso - carência) x multa por dia,
      *> limitada ao teto; os dias são os recalculados das datas do
      *> mestre (PM-DIAS-CALC), os mesmos impressos na conferência.
      *>
      *> Saídas:
      *>   NOTAS-DEBITO.TXT  layout de integração do contas a pagar
      *>                     (NDRECORD.cpy): uma nota por transportadora
      *>                     com multa, os itens por pedido e o trailer.
      *>                     O número da nota (ND + AAAAMM + '-' +
      *>                     sequência) sai do NUMERACAO-ND.DAT: a
      *>                     transportadora que já tem número na
      *>                     competência o reutiliza em qualquer
      *>                     reemissão; só a que ainda não tem recebe o
      *>                     próximo, acrescentado ao arquivo
      *>   STDOUT            conferência por transportadora para o setor
      *>                     de fretes aprovar antes do envio, incluindo
      *>                     os atrasos de transporte que não geraram
      *>                     multa (carência, sem contrato vigente,
      *>                     transportadora não informada)
      *>
      *> RETURN-CODE: 0 = notas geradas sem ressalvas; 4 = com
      *> ressalvas (atraso de transporte sem contrato vigente, linha de
      *> contrato rejeitada, tabela de contratos/motivos/justificativas
      *> cheia); 8 = arquivo de entrada indisponível, parâmetro
      *> inválido, falha na gravação ou tabela de pedidos cheia — nesse
      *> caso as notas ficariam incompletas e o NOTAS-DEBITO.TXT não é
      *> gerado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-MULTA.
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

           SELECT JUSTIF-FILE
               ASSIGN TO "JUSTIFICATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JUS-STATUS.

           SELECT MOTIVOS-FILE
               ASSIGN TO "MOTIVOS-TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOT-STATUS.

           SELECT CONTRATOS-FILE
               ASSIGN TO "CONTRATOS-TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

           SELECT NOTAS-DEBITO-FILE
               ASSIGN TO "NOTAS-DEBITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ND-STATUS.

           SELECT NUMERACAO-FILE
               ASSIGN TO "NUMERACAO-ND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

      *> PEDIDO;CODIGO DO MOTIVO;TEXTO LIVRE (mesmo arquivo do
      *> OTD-AUDIT)
       FD  JUSTIF-FILE.
       01  JUSTIF-RECORD            PIC X(120).

       FD  MOTIVOS-FILE.
       01  MOTIVO-RECORD.
           05  MT-CODIGO             PIC X(6).
           05  FILLER                PIC X.
           05  MT-DESCRICAO          PIC X(40).

       FD  CONTRATOS-FILE.
       01  CONTRATO-RECORD          PIC X(120).

       FD  NOTAS-DEBITO-FILE.
       COPY "NDRECORD.cpy".

      *> Números de nota de débito já emitidos, um registro por
      *> competência e transportadora, só acrescentado
       FD  NUMERACAO-FILE.
       01  NUMERACAO-RECORD.
           05  NR-COMPETENCIA        PIC 9(6).
           05  NR-SEQ                PIC 9(3).
           05  NR-TRANSPORTADORA     PIC X(20).
      *>     Data DD/MM/AAAA da primeira emissão
           05  NR-EMISSAO            PIC X(10).
           05  FILLER                PIC X(21).

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-JUS-STATUS         PIC XX VALUE '00'.
       01 WS-MOT-STATUS         PIC XX VALUE '00'.
       01 WS-CTR-STATUS         PIC XX VALUE '00'.
       01 WS-ND-STATUS          PIC XX VALUE '00'.
       01 WS-NUM-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(40) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.
       01 WS-PARM-ERRO          PIC X VALUE 'N'.

      *> Competência (mês da DT FAT) e data de emissão das notas
       01 WS-MES-PARM           PIC X(7) VALUE SPACES.
       01 WS-COMP-MM            PIC 9(2) VALUE 0.
       01 WS-COMP-AAAA          PIC 9(4) VALUE 0.
       01 WS-COMP-AAAAMM        PIC 9(6) VALUE 0.
       01 WS-COMP-ED            PIC X(7) VALUE SPACES.
       01 WS-HOJE-STR           PIC X(10) VALUE SPACES.

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
       01 WS-FAT-INT            PIC S9(9) VALUE 0.
       01 WS-CODIGO             PIC X(6) VALUE SPACES.
       01 WS-TRANSPORTADORA     PIC X(20) VALUE SPACES.
       01 WS-COBRADOS           PIC S9(4) VALUE 0.
       01 WS-VALOR              PIC 9(10)V99 VALUE 0.
       01 WS-TETO-APL           PIC X VALUE 'N'.
       01 WS-SITUACAO           PIC X VALUE SPACES.

      *> Códigos de justificativa que são causa de transporte
       01 WS-MOT-EOF            PIC X VALUE 'N'.
       01 WS-MOT-FOUND          PIC X VALUE 'N'.
       01 WS-MOT-COUNT          PIC 9(4) VALUE 0.
       01 WS-MOT-MAX            PIC 9(4) VALUE 100.
       01 WS-MOT-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-MOT-TABLE.
           05 WS-MOT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MOT-COUNT
                   ASCENDING KEY IS WMT-CODIGO
                   INDEXED BY WS-MOT-IDX.
               10 WMT-CODIGO     PIC X(6).

      *> Contratos de transportadora, ordenados por transportadora e
      *> início de vigência; fim em branco vira 9999999
       01 WS-CTR-EOF            PIC X VALUE 'N'.
       01 WS-CTR-COUNT          PIC 9(4) VALUE 0.
       01 WS-CTR-MAX            PIC 9(4) VALUE 200.
       01 WS-CTR-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-CTR-REJEITADOS     PIC 9(6) VALUE 0.
       01 WS-CTR-ACHADO         PIC 9(4) VALUE 0.
       01 WS-CTR-MOTIVO         PIC X(30) VALUE SPACES.
       01 WS-CTR-CAMPOS.
           05 WS-CTR-TRANSP-X    PIC X(20).
           05 WS-CTR-MULTA-X     PIC X(12).
           05 WS-CTR-TETO-X      PIC X(15).
           05 WS-CTR-CARENCIA-X  PIC X(5).
           05 WS-CTR-INICIO-X    PIC X(10).
           05 WS-CTR-FIM-X       PIC X(10).
       01 WS-CTR-TABLE.
           05 WS-CTR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CTR-COUNT
                   ASCENDING KEY IS WCO-TRANSP WCO-INICIO-INT
                   INDEXED BY WS-CTR-IDX.
               10 WCO-TRANSP     PIC X(20).
               10 WCO-INICIO-INT PIC 9(7).
               10 WCO-FIM-INT    PIC 9(7).
               10 WCO-MULTA      PIC 9(7)V99.
               10 WCO-TETO       PIC 9(10)V99.
               10 WCO-CARENCIA   PIC 9(3).

      *> Justificativas: só o código interessa aqui
       01 WS-JUS-EOF            PIC X VALUE 'N'.
       01 WS-JUS-FOUND          PIC X VALUE 'N'.
       01 WS-JUS-COUNT          PIC 9(4) VALUE 0.
       01 WS-JUS-MAX            PIC 9(4) VALUE 2000.
       01 WS-JUS-OMITIDAS       PIC 9(6) VALUE 0.
       01 WS-JUS-PEDIDO-X       PIC X(12) VALUE SPACES.
       01 WS-JUS-CODIGO-X       PIC X(6) VALUE SPACES.
       01 WS-JUS-TABLE.
           05 WS-JUS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-JUS-COUNT
                   ASCENDING KEY IS WJU-PEDIDO WJU-SEQ
                   INDEXED BY WS-JUS-IDX.
               10 WJU-PEDIDO     PIC 9(8).
      *>         Ordem da linha no arquivo: desempata o SORT para a
      *>         "primeira justificativa" ser sempre a mesma
               10 WJU-SEQ        PIC 9(4).
               10 WJU-CODIGO     PIC X(6).

      *> Atrasos de transporte da competência, com a multa apurada:
      *> situação C = cobrada, K = dentro da carência, X = sem
      *> contrato vigente ou transportadora não informada
       01 WS-ITM-COUNT          PIC 9(4) VALUE 0.
       01 WS-ITM-MAX            PIC 9(4) VALUE 5000.
       01 WS-ITM-OMITIDOS       PIC 9(6) VALUE 0.
       01 WS-ITM-I              PIC 9(4) VALUE 0.
       01 WS-ITM-FIM            PIC 9(4) VALUE 0.
       01 WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ITM-COUNT
                   ASCENDING KEY IS WIT-TRANSP WIT-PEDIDO
                   INDEXED BY WS-ITM-IDX.
               10 WIT-TRANSP     PIC X(20).
               10 WIT-PEDIDO     PIC 9(8).
               10 WIT-CLIENTE    PIC X(20).
               10 WIT-PREV-ENT   PIC X(10).
               10 WIT-DT-FAT     PIC X(10).
               10 WIT-DIAS       PIC 9(4).
               10 WIT-CARENCIA   PIC 9(3).
               10 WIT-COBRADOS   PIC 9(4).
               10 WIT-MULTA      PIC 9(7)V99.
               10 WIT-TETO       PIC 9(10)V99.
               10 WIT-VALOR      PIC 9(10)V99.
               10 WIT-TETO-APL   PIC X.
               10 WIT-SITUACAO   PIC X.
               10 WIT-MOTIVO     PIC X(6).

      *> Nota de débito corrente
       01 WS-ND-SEQ             PIC 9(3) VALUE 0.
       01 WS-ND-NUMERO          PIC X(12) VALUE SPACES.
       01 WS-ND-QTD             PIC 9(5) VALUE 0.
       01 WS-ND-VALOR           PIC 9(10)V99 VALUE 0.
      *> Itens I efetivamente gravados (base do trailer) e falha de
      *> gravação ou de montagem do arquivo (RC 8)
       01 WS-ND-ITENS-GRAVADOS  PIC 9(7) VALUE 0.
       01 WS-ND-FALHA           PIC X VALUE 'N'.

      *> Numeração já emitida na competência (NUMERACAO-ND.DAT);
      *> WNU-NOVA = 'Y' para os números atribuídos nesta execução
       01 WS-NUM-EOF            PIC X VALUE 'N'.
       01 WS-NUM-COUNT          PIC 9(4) VALUE 0.
       01 WS-NUM-MAX            PIC 9(4) VALUE 500.
       01 WS-NUM-ULT-SEQ        PIC 9(3) VALUE 0.
       01 WS-NUM-ACHADO         PIC 9(4) VALUE 0.
       01 WS-NUM-TABLE.
           05 WS-NUM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-NUM-IDX.
               10 WNU-TRANSP     PIC X(20).
               10 WNU-SEQ        PIC 9(3).
               10 WNU-NOVA       PIC X.

      *> Contadores da execução
       01 WS-TOTAL-LIDOS        PIC 9(8) VALUE 0.
       01 WS-TOTAL-ATRASADOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-SEM-JUSTIF   PIC 9(8) VALUE 0.
       01 WS-TOTAL-OUTRAS-CAUSAS PIC 9(8) VALUE 0.
       01 WS-TOTAL-TRANSP       PIC 9(8) VALUE 0.
       01 WS-TOTAL-COBRADOS     PIC 9(8) VALUE 0.
       01 WS-TOTAL-CARENCIA     PIC 9(8) VALUE 0.
       01 WS-TOTAL-SEM-CONTRATO PIC 9(8) VALUE 0.
       01 WS-TOTAL-NOTAS        PIC 9(5) VALUE 0.
       01 WS-TOTAL-VALOR        PIC 9(12)V99 VALUE 0.
       01 WS-RC                 PIC 9(2) VALUE 0.

      *> Relatório de conferência (STDOUT)
       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(44) VALUE
              '--------------------------------------------'.

       01 WS-CONF-HEADER.
           05 FILLER            PIC X(30) VALUE
              'PEDIDO   | CLIENTE            '.
           05 FILLER            PIC X(30) VALUE
              '  | PREV ENT   | DT FAT     | '.
           05 FILLER            PIC X(30) VALUE
              'DIAS | COBR |  MULTA/DIA |    '.
           05 FILLER            PIC X(24) VALUE
              '   VALOR R$ | OBSERVACAO'.

       01 WS-CONF-LINE.
           05 WCF-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-CLIENTE       PIC X(20).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-PREV-ENT      PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-DT-FAT        PIC X(10).
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-DIAS          PIC ZZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-COBRADOS      PIC ZZZ9.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-MULTA         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE ' | '.
           05 WCF-OBS           PIC X(22).

       01 WS-TOT-EDIT           PIC ZZZ,ZZ9.
       01 WS-VLR-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           DISPLAY 'CONFERENCIA DE MULTAS DE TRANSPORTADORAS - '
               'COMPETENCIA: ' WS-COMP-ED
           DISPLAY WS-SEPARADOR

           PERFORM 1000-CARREGAR-MOTIVOS
           PERFORM 1100-CARREGAR-CONTRATOS
           PERFORM 1200-CARREGAR-JUSTIF
           PERFORM 1300-CARREGAR-NUMERACAO
           IF WS-MOT-STATUS NOT = '00' OR WS-CTR-STATUS NOT = '00'
               OR WS-JUS-STATUS NOT = '00'
               OR WS-NUM-STATUS NOT = '00'
               DISPLAY 'ERRO: ARQUIVO DE ENTRADA INDISPONIVEL - '
                   'MOTIVOS-TRANSP.DAT ' WS-MOT-STATUS
                   ' CONTRATOS-TRANSP.DAT ' WS-CTR-STATUS
                   ' JUSTIFICATIVAS.DAT ' WS-JUS-STATUS
                   ' NUMERACAO-ND.DAT ' WS-NUM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-VARRER-MESTRE
           CLOSE PEDIDOS-MASTER

      *>   Pedido que não coube na tabela ficaria fora da nota da
      *>   transportadora: nota incompleta não vai ao contas a pagar
           IF WS-ITM-OMITIDOS > 0
               DISPLAY 'ERRO: TABELA DE PEDIDOS CHEIA ('
                   WS-ITM-OMITIDOS ' OMITIDOS) - NOTAS-DEBITO.TXT '
                   'NAO GERADO'
               DISPLAY WS-SEPARADOR
               MOVE 'Y' TO WS-ND-FALHA
           ELSE
               OPEN OUTPUT NOTAS-DEBITO-FILE
               IF WS-ND-STATUS NOT = '00'
                   DISPLAY 'ERRO AO CRIAR NOTAS-DEBITO.TXT (STATUS '
                       WS-ND-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3000-EMITIR-NOTAS
               CLOSE NOTAS-DEBITO-FILE
               PERFORM 3200-GRAVAR-NUMERACAO
           END-IF

           PERFORM 4000-TOTAIS

           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (MES=)
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
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       0200-DEFINIR-COMPETENCIA.
      *>   MES= explícito tem prioridade; senão a competência é o mês
      *>   anterior ao de hoje
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-HOJE-STR(1:2)
           MOVE '/'                        TO WS-HOJE-STR(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-HOJE-STR(4:2)
           MOVE '/'                        TO WS-HOJE-STR(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-HOJE-STR(7:4)

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

           COMPUTE WS-COMP-AAAAMM = WS-COMP-AAAA * 100 + WS-COMP-MM
           MOVE SPACES TO WS-COMP-ED
           STRING WS-COMP-MM '/' WS-COMP-AAAA
                  DELIMITED BY SIZE
                  INTO WS-COMP-ED.

       1000-CARREGAR-MOTIVOS.
      *>   Códigos de causa de transporte, ordenados para SEARCH ALL
           OPEN INPUT MOTIVOS-FILE
           IF WS-MOT-STATUS = '00'
               MOVE 'N' TO WS-MOT-EOF
               PERFORM UNTIL WS-MOT-EOF = 'Y'
                   READ MOTIVOS-FILE
                       AT END
                           MOVE 'Y' TO WS-MOT-EOF
                       NOT AT END
                           IF FUNCTION TRIM(MT-CODIGO) NOT = SPACES
                               IF WS-MOT-COUNT < WS-MOT-MAX
                                   ADD 1 TO WS-MOT-COUNT
                                   SET WS-MOT-IDX TO WS-MOT-COUNT
                                   MOVE MT-CODIGO TO
                                       WMT-CODIGO(WS-MOT-IDX)
                               ELSE
                                   ADD 1 TO WS-MOT-OMITIDOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTIVOS-FILE
               IF WS-MOT-COUNT > 0
                   SORT WS-MOT-ENTRY ON ASCENDING KEY WMT-CODIGO
               END-IF
           END-IF.

       1100-CARREGAR-CONTRATOS.
      *>   Contratos válidos vão para a tabela; linha rejeitada sai
      *>   na conferência com o motivo, e a transportadora fica sem
      *>   contrato naquele período
           OPEN INPUT CONTRATOS-FILE
           IF WS-CTR-STATUS = '00'
               MOVE 'N' TO WS-CTR-EOF
               PERFORM UNTIL WS-CTR-EOF = 'Y'
                   READ CONTRATOS-FILE
                       AT END
                           MOVE 'Y' TO WS-CTR-EOF
                       NOT AT END
                           IF FUNCTION TRIM(CONTRATO-RECORD)
                               NOT = SPACES
                               PERFORM 1110-VALIDAR-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATOS-FILE
               IF WS-CTR-COUNT > 0
                   SORT WS-CTR-ENTRY ON ASCENDING KEY WCO-TRANSP
                       WCO-INICIO-INT
               END-IF
               IF WS-CTR-REJEITADOS > 0
                   DISPLAY WS-SEPARADOR
               END-IF
           END-IF.

       1110-VALIDAR-CONTRATO.
           MOVE SPACES TO WS-CTR-CAMPOS
           MOVE SPACES TO WS-CTR-MOTIVO
           UNSTRING CONTRATO-RECORD DELIMITED BY ';'
               INTO WS-CTR-TRANSP-X WS-CTR-MULTA-X WS-CTR-TETO-X
                    WS-CTR-CARENCIA-X WS-CTR-INICIO-X WS-CTR-FIM-X
           END-UNSTRING

           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-CTR-TRANSP-X) = SPACES
                   MOVE 'TRANSPORTADORA EM BRANCO' TO WS-CTR-MOTIVO
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CTR-MULTA-X))
                   NOT = 0
                   MOVE 'MULTA POR DIA INVALIDA' TO WS-CTR-MOTIVO
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CTR-TETO-X))
                   NOT = 0
                   MOVE 'TETO INVALIDO' TO WS-CTR-MOTIVO
               WHEN FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CTR-CARENCIA-X)) NOT = 0
                   MOVE 'CARENCIA INVALIDA' TO WS-CTR-MOTIVO
           END-EVALUATE

           IF WS-CTR-MOTIVO = SPACES
               MOVE WS-CTR-INICIO-X TO WS-DATE-STR
               PERFORM 8000-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'N'
                   MOVE 'INICIO DE VIGENCIA INVALIDO' TO WS-CTR-MOTIVO
               END-IF
           END-IF
           IF WS-CTR-MOTIVO = SPACES
               AND FUNCTION TRIM(WS-CTR-FIM-X) NOT = SPACES
               MOVE WS-CTR-FIM-X TO WS-DATE-STR
               PERFORM 8000-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'N'
                   MOVE 'FIM DE VIGENCIA INVALIDO' TO WS-CTR-MOTIVO
               END-IF
           END-IF

           IF WS-CTR-MOTIVO NOT = SPACES
               ADD 1 TO WS-CTR-REJEITADOS
               DISPLAY 'CONTRATO REJEITADO: '
                   FUNCTION TRIM(CONTRATO-RECORD) ' | MOTIVO: '
                   WS-CTR-MOTIVO
           ELSE
               IF WS-CTR-COUNT < WS-CTR-MAX
                   ADD 1 TO WS-CTR-COUNT
                   SET WS-CTR-IDX TO WS-CTR-COUNT
                   MOVE WS-CTR-TRANSP-X TO WCO-TRANSP(WS-CTR-IDX)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CTR-MULTA-X))
                       TO WCO-MULTA(WS-CTR-IDX)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CTR-TETO-X))
                       TO WCO-TETO(WS-CTR-IDX)
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CTR-CARENCIA-X))
                       TO WCO-CARENCIA(WS-CTR-IDX)
                   MOVE WS-CTR-INICIO-X TO WS-DATE-STR
                   PERFORM 8000-VALIDATE-DATE-STR
                   MOVE WS-DATE-INT TO WCO-INICIO-INT(WS-CTR-IDX)
                   IF FUNCTION TRIM(WS-CTR-FIM-X) = SPACES
                       MOVE 9999999 TO WCO-FIM-INT(WS-CTR-IDX)
                   ELSE
                       MOVE WS-CTR-FIM-X TO WS-DATE-STR
                       PERFORM 8000-VALIDATE-DATE-STR
                       MOVE WS-DATE-INT TO WCO-FIM-INT(WS-CTR-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-CTR-OMITIDOS
               END-IF
           END-IF.

       1200-CARREGAR-JUSTIF.
      *>   PEDIDO;CODIGO DO MOTIVO;TEXTO LIVRE — linha com pedido não
      *>   numérico ou código em branco é descartada, como no OTD-AUDIT
           OPEN INPUT JUSTIF-FILE
           IF WS-JUS-STATUS = '00'
               MOVE 'N' TO WS-JUS-EOF
               PERFORM UNTIL WS-JUS-EOF = 'Y'
                   READ JUSTIF-FILE
                       AT END
                           MOVE 'Y' TO WS-JUS-EOF
                       NOT AT END
                           PERFORM 1210-GUARDAR-JUSTIF
                   END-READ
               END-PERFORM
               CLOSE JUSTIF-FILE
               IF WS-JUS-COUNT > 0
                   SORT WS-JUS-ENTRY ON ASCENDING KEY WJU-PEDIDO
                       WJU-SEQ
               END-IF
           END-IF.

       1210-GUARDAR-JUSTIF.
           MOVE SPACES TO WS-JUS-PEDIDO-X WS-JUS-CODIGO-X
           UNSTRING JUSTIF-RECORD DELIMITED BY ';'
               INTO WS-JUS-PEDIDO-X WS-JUS-CODIGO-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JUS-PEDIDO-X))
               = 0
               AND FUNCTION TRIM(WS-JUS-CODIGO-X) NOT = SPACES
               IF WS-JUS-COUNT < WS-JUS-MAX
                   ADD 1 TO WS-JUS-COUNT
                   SET WS-JUS-IDX TO WS-JUS-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-JUS-PEDIDO-X))
                       TO WJU-PEDIDO(WS-JUS-IDX)
                   MOVE WS-JUS-COUNT    TO WJU-SEQ(WS-JUS-IDX)
                   MOVE WS-JUS-CODIGO-X TO WJU-CODIGO(WS-JUS-IDX)
               ELSE
                   ADD 1 TO WS-JUS-OMITIDAS
               END-IF
           END-IF.

       1300-CARREGAR-NUMERACAO.
      *>   Números já emitidos na competência; arquivo ausente (35) =
      *>   nenhuma nota emitida ainda
           OPEN INPUT NUMERACAO-FILE
           IF WS-NUM-STATUS = '35'
               MOVE '00' TO WS-NUM-STATUS
           ELSE
               IF WS-NUM-STATUS = '00'
                   MOVE 'N' TO WS-NUM-EOF
                   PERFORM UNTIL WS-NUM-EOF = 'Y'
                       READ NUMERACAO-FILE
                           AT END
                               MOVE 'Y' TO WS-NUM-EOF
                           NOT AT END
                               IF NR-COMPETENCIA = WS-COMP-AAAAMM
                                   PERFORM 1310-GUARDAR-NUMERACAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NUMERACAO-FILE
               END-IF
           END-IF.

       1310-GUARDAR-NUMERACAO.
           IF NR-SEQ > WS-NUM-ULT-SEQ
               MOVE NR-SEQ TO WS-NUM-ULT-SEQ
           END-IF
           IF WS-NUM-COUNT < WS-NUM-MAX
               ADD 1 TO WS-NUM-COUNT
               SET WS-NUM-IDX TO WS-NUM-COUNT
               MOVE NR-TRANSPORTADORA TO WNU-TRANSP(WS-NUM-IDX)
               MOVE NR-SEQ            TO WNU-SEQ(WS-NUM-IDX)
               MOVE 'N'               TO WNU-NOVA(WS-NUM-IDX)
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
                       IF PM-STATUS-OTD = 'ATRASADO    '
                           PERFORM 2100-AVALIAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVALIAR-PEDIDO.
      *>   ATRASADO (já na régua do SLA) faturado na competência, com
      *>   justificativa de causa de transporte
           MOVE PM-DT-FAT TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           IF WS-DATE-VALID = 'Y'
               AND WS-DATE-YYYY = WS-COMP-AAAA
               AND WS-DATE-MM = WS-COMP-MM
               MOVE WS-DATE-INT TO WS-FAT-INT
               ADD 1 TO WS-TOTAL-ATRASADOS
               PERFORM 2110-BUSCAR-JUSTIF
               MOVE 'N' TO WS-MOT-FOUND
               IF WS-JUS-FOUND = 'Y' AND WS-MOT-COUNT > 0
                   SEARCH ALL WS-MOT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WMT-CODIGO(WS-MOT-IDX) = WS-CODIGO
                           MOVE 'Y' TO WS-MOT-FOUND
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN WS-JUS-FOUND = 'N'
                       ADD 1 TO WS-TOTAL-SEM-JUSTIF
                   WHEN WS-MOT-FOUND = 'N'
                       ADD 1 TO WS-TOTAL-OUTRAS-CAUSAS
                   WHEN OTHER
                       PERFORM 2105-APURAR-TRANSPORTE
               END-EVALUATE
           END-IF.

       2105-APURAR-TRANSPORTE.
           ADD 1 TO WS-TOTAL-TRANSP
           IF PM-DIAS-CALC IS NUMERIC
               MOVE PM-DIAS-CALC TO WS-DIAS
           ELSE
               MOVE PM-DIAS TO WS-DIAS
           END-IF
           IF FUNCTION TRIM(PM-TRANSPORTADORA) = SPACES
               MOVE '(NAO INFORMADA)' TO WS-TRANSPORTADORA
           ELSE
               MOVE PM-TRANSPORTADORA TO WS-TRANSPORTADORA
           END-IF
           PERFORM 2120-BUSCAR-CONTRATO
           PERFORM 2130-CALCULAR-MULTA
           PERFORM 2140-GUARDAR-ITEM.

       2110-BUSCAR-JUSTIF.
      *>   Código da primeira justificativa do pedido
           MOVE 'N' TO WS-JUS-FOUND
           MOVE SPACES TO WS-CODIGO
           IF WS-JUS-COUNT > 0
               SEARCH ALL WS-JUS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WJU-PEDIDO(WS-JUS-IDX) = PM-PEDIDO
                       MOVE 'Y' TO WS-JUS-FOUND
               END-SEARCH
               IF WS-JUS-FOUND = 'Y'
                   PERFORM UNTIL WS-JUS-IDX = 1
                       OR WJU-PEDIDO(WS-JUS-IDX - 1) NOT = PM-PEDIDO
                       SET WS-JUS-IDX DOWN BY 1
                   END-PERFORM
                   MOVE WJU-CODIGO(WS-JUS-IDX) TO WS-CODIGO
               END-IF
           END-IF.

       2120-BUSCAR-CONTRATO.
      *>   Contrato da transportadora vigente na DT FAT; a tabela está
      *>   em ordem de início, então o último que casa é o mais novo
           MOVE 0 TO WS-CTR-ACHADO
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT
               IF WCO-TRANSP(WS-CTR-IDX) = WS-TRANSPORTADORA
                   AND WCO-INICIO-INT(WS-CTR-IDX) <= WS-FAT-INT
                   AND WCO-FIM-INT(WS-CTR-IDX) >= WS-FAT-INT
                   SET WS-CTR-ACHADO TO WS-CTR-IDX
               END-IF
           END-PERFORM.

       2130-CALCULAR-MULTA.
      *>   (dias de atraso - carência) x multa por dia, limitada ao
      *>   teto do contrato quando houver
           MOVE 0 TO WS-COBRADOS
           MOVE 0 TO WS-VALOR
           MOVE 'N' TO WS-TETO-APL
           IF WS-CTR-ACHADO = 0
               MOVE 'X' TO WS-SITUACAO
               ADD 1 TO WS-TOTAL-SEM-CONTRATO
           ELSE
               SET WS-CTR-IDX TO WS-CTR-ACHADO
               COMPUTE WS-COBRADOS =
                   WS-DIAS - WCO-CARENCIA(WS-CTR-IDX)
               IF WS-COBRADOS <= 0
                   MOVE 0 TO WS-COBRADOS
                   MOVE 'K' TO WS-SITUACAO
                   ADD 1 TO WS-TOTAL-CARENCIA
               ELSE
                   MOVE 'C' TO WS-SITUACAO
                   ADD 1 TO WS-TOTAL-COBRADOS
                   COMPUTE WS-VALOR =
                       WS-COBRADOS * WCO-MULTA(WS-CTR-IDX)
                   IF WCO-TETO(WS-CTR-IDX) > 0
                       AND WS-VALOR > WCO-TETO(WS-CTR-IDX)
                       MOVE WCO-TETO(WS-CTR-IDX) TO WS-VALOR
                       MOVE 'Y' TO WS-TETO-APL
                   END-IF
               END-IF
           END-IF.

       2140-GUARDAR-ITEM.
           IF WS-ITM-COUNT < WS-ITM-MAX
               ADD 1 TO WS-ITM-COUNT
               SET WS-ITM-IDX TO WS-ITM-COUNT
               MOVE WS-TRANSPORTADORA TO WIT-TRANSP(WS-ITM-IDX)
               MOVE PM-PEDIDO         TO WIT-PEDIDO(WS-ITM-IDX)
               MOVE PM-NOME-FANTASIA  TO WIT-CLIENTE(WS-ITM-IDX)
               MOVE PM-PREV-ENT       TO WIT-PREV-ENT(WS-ITM-IDX)
               MOVE PM-DT-FAT         TO WIT-DT-FAT(WS-ITM-IDX)
               MOVE WS-DIAS           TO WIT-DIAS(WS-ITM-IDX)
               MOVE WS-COBRADOS       TO WIT-COBRADOS(WS-ITM-IDX)
               MOVE WS-VALOR          TO WIT-VALOR(WS-ITM-IDX)
               MOVE WS-TETO-APL       TO WIT-TETO-APL(WS-ITM-IDX)
               MOVE WS-SITUACAO       TO WIT-SITUACAO(WS-ITM-IDX)
               MOVE WS-CODIGO         TO WIT-MOTIVO(WS-ITM-IDX)
               IF WS-CTR-ACHADO > 0
                   MOVE WCO-CARENCIA(WS-CTR-IDX)
                       TO WIT-CARENCIA(WS-ITM-IDX)
                   MOVE WCO-MULTA(WS-CTR-IDX) TO WIT-MULTA(WS-ITM-IDX)
                   MOVE WCO-TETO(WS-CTR-IDX)  TO WIT-TETO(WS-ITM-IDX)
               ELSE
                   MOVE 0 TO WIT-CARENCIA(WS-ITM-IDX)
                   MOVE 0 TO WIT-MULTA(WS-ITM-IDX)
                   MOVE 0 TO WIT-TETO(WS-ITM-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ITM-OMITIDOS
           END-IF.

       3000-EMITIR-NOTAS.
      *>   Atrasos de transporte em ordem de transportadora e pedido;
      *>   cada transportadora é um bloco da conferência e, se tiver
      *>   multa cobrada, uma nota de débito
           IF WS-ITM-COUNT > 0
               SORT WS-ITM-ENTRY ON ASCENDING KEY WIT-TRANSP WIT-PEDIDO
           END-IF
           MOVE 1 TO WS-ITM-I
           PERFORM UNTIL WS-ITM-I > WS-ITM-COUNT
               PERFORM 3100-PROCESSAR-TRANSP
           END-PERFORM

           IF WS-ITM-COUNT = 0
               DISPLAY 'NENHUM ATRASO DE TRANSPORTE NA COMPETENCIA'
           END-IF

           MOVE SPACES TO ND-TRAILER-RECORD
           MOVE 'T'              TO NT-TIPO
           MOVE WS-COMP-ED       TO NT-COMPETENCIA
           MOVE WS-HOJE-STR      TO NT-EMISSAO
           MOVE WS-TOTAL-NOTAS   TO NT-QTD-NOTAS
           MOVE WS-ND-ITENS-GRAVADOS TO NT-QTD-ITENS
           MOVE WS-TOTAL-VALOR   TO NT-VALOR
           WRITE ND-TRAILER-RECORD
           IF WS-ND-STATUS NOT = '00'
               PERFORM 3190-FALHA-GRAVACAO
           END-IF.

       3100-PROCESSAR-TRANSP.
      *>   Delimita o bloco da transportadora e soma o que foi cobrado
      *>   antes de gravar a nota, que leva o total no cabeçalho
           MOVE 0 TO WS-ND-QTD
           MOVE 0 TO WS-ND-VALOR
           MOVE WS-ITM-I TO WS-ITM-FIM
           PERFORM UNTIL WS-ITM-FIM > WS-ITM-COUNT
               OR WIT-TRANSP(WS-ITM-FIM) NOT = WIT-TRANSP(WS-ITM-I)
               IF WIT-SITUACAO(WS-ITM-FIM) = 'C'
                   ADD 1 TO WS-ND-QTD
                   ADD WIT-VALOR(WS-ITM-FIM) TO WS-ND-VALOR
               END-IF
               ADD 1 TO WS-ITM-FIM
           END-PERFORM
           SUBTRACT 1 FROM WS-ITM-FIM

           DISPLAY 'TRANSPORTADORA: ' WIT-TRANSP(WS-ITM-I)
           DISPLAY WS-CONF-HEADER
           IF WS-ND-QTD > 0
               PERFORM 3105-NUMERAR-NOTA
               ADD 1 TO WS-TOTAL-NOTAS
               ADD WS-ND-VALOR TO WS-TOTAL-VALOR
               MOVE SPACES TO WS-ND-NUMERO
               STRING 'ND' WS-COMP-AAAAMM '-' WS-ND-SEQ
                      DELIMITED BY SIZE
                      INTO WS-ND-NUMERO
               MOVE SPACES TO ND-NOTA-RECORD
               MOVE 'N'                  TO ND-TIPO
               MOVE WS-ND-NUMERO         TO ND-NUMERO
               MOVE WIT-TRANSP(WS-ITM-I) TO ND-TRANSPORTADORA
               MOVE WS-COMP-ED           TO ND-COMPETENCIA
               MOVE WS-HOJE-STR          TO ND-EMISSAO
               MOVE WS-ND-QTD            TO ND-QTD-ITENS
               MOVE WS-ND-VALOR          TO ND-VALOR
               MOVE 'MULTA CONTRATUAL POR ATRASO NA ENTREGA'
                   TO ND-HISTORICO
               WRITE ND-NOTA-RECORD
               IF WS-ND-STATUS NOT = '00'
                   PERFORM 3190-FALHA-GRAVACAO
               END-IF
           END-IF

           PERFORM VARYING WS-ITM-IDX FROM WS-ITM-I BY 1
               UNTIL WS-ITM-IDX > WS-ITM-FIM
               PERFORM 3110-LINHA-CONFERENCIA
               IF WIT-SITUACAO(WS-ITM-IDX) = 'C'
                   PERFORM 3120-GRAVAR-ITEM
               END-IF
           END-PERFORM

           IF WS-ND-QTD > 0
               MOVE WS-ND-QTD TO WS-TOT-EDIT
               MOVE WS-ND-VALOR TO WS-VLR-EDIT
               DISPLAY 'NOTA DE DEBITO ' WS-ND-NUMERO ': '
                   WS-TOT-EDIT ' PEDIDOS   R$ ' WS-VLR-EDIT
           ELSE
               DISPLAY 'SEM MULTA A COBRAR DESTA TRANSPORTADORA'
           END-IF
           DISPLAY WS-SEPARADOR
           COMPUTE WS-ITM-I = WS-ITM-FIM + 1.

       3105-NUMERAR-NOTA.
      *>   Transportadora com número na competência reutiliza o
      *>   número; a que ainda não tem recebe o próximo da sequência.
      *>   Sem espaço na tabela não há número estável: a nota sai com
      *>   sequência zero e a execução termina com RC 8
           MOVE 0 TO WS-NUM-ACHADO
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT
               IF WNU-TRANSP(WS-NUM-IDX) = WIT-TRANSP(WS-ITM-I)
                   SET WS-NUM-ACHADO TO WS-NUM-IDX
               END-IF
           END-PERFORM
           IF WS-NUM-ACHADO > 0
               MOVE WNU-SEQ(WS-NUM-ACHADO) TO WS-ND-SEQ
           ELSE
               IF WS-NUM-COUNT < WS-NUM-MAX AND WS-NUM-ULT-SEQ < 999
                   ADD 1 TO WS-NUM-ULT-SEQ
                   ADD 1 TO WS-NUM-COUNT
                   SET WS-NUM-IDX TO WS-NUM-COUNT
                   MOVE WIT-TRANSP(WS-ITM-I) TO WNU-TRANSP(WS-NUM-IDX)
                   MOVE WS-NUM-ULT-SEQ       TO WNU-SEQ(WS-NUM-IDX)
                   MOVE 'Y'                  TO WNU-NOVA(WS-NUM-IDX)
                   MOVE WS-NUM-ULT-SEQ       TO WS-ND-SEQ
               ELSE
                   DISPLAY 'ERRO: NUMERACAO DE NOTAS ESGOTADA NA '
                       'COMPETENCIA - ' WIT-TRANSP(WS-ITM-I)
                   MOVE 0 TO WS-ND-SEQ
                   MOVE 'Y' TO WS-ND-FALHA
               END-IF
           END-IF.

       3110-LINHA-CONFERENCIA.
           MOVE WIT-PEDIDO(WS-ITM-IDX)   TO WCF-PEDIDO
           MOVE WIT-CLIENTE(WS-ITM-IDX)  TO WCF-CLIENTE
           MOVE WIT-PREV-ENT(WS-ITM-IDX) TO WCF-PREV-ENT
           MOVE WIT-DT-FAT(WS-ITM-IDX)   TO WCF-DT-FAT
           MOVE WIT-DIAS(WS-ITM-IDX)     TO WCF-DIAS
           MOVE WIT-COBRADOS(WS-ITM-IDX) TO WCF-COBRADOS
           MOVE WIT-MULTA(WS-ITM-IDX)    TO WCF-MULTA
           MOVE WIT-VALOR(WS-ITM-IDX)    TO WCF-VALOR
           EVALUATE TRUE
               WHEN WIT-SITUACAO(WS-ITM-IDX) = 'K'
                   MOVE 'DENTRO DA CARENCIA' TO WCF-OBS
               WHEN WIT-SITUACAO(WS-ITM-IDX) = 'X'
                   AND WIT-TRANSP(WS-ITM-IDX) = '(NAO INFORMADA)'
                   MOVE 'TRANSP NAO INFORMADA' TO WCF-OBS
               WHEN WIT-SITUACAO(WS-ITM-IDX) = 'X'
                   MOVE 'SEM CONTRATO VIGENTE' TO WCF-OBS
               WHEN WIT-TETO-APL(WS-ITM-IDX) = 'Y'
                   MOVE 'LIMITADA AO TETO' TO WCF-OBS
               WHEN OTHER
                   MOVE SPACES TO WCF-OBS
           END-EVALUATE
           DISPLAY WS-CONF-LINE.

       3120-GRAVAR-ITEM.
           MOVE SPACES TO ND-ITEM-RECORD
           MOVE 'I'                       TO NI-TIPO
           MOVE WS-ND-NUMERO              TO NI-NUMERO
           MOVE WIT-PEDIDO(WS-ITM-IDX)    TO NI-PEDIDO
           MOVE WIT-PREV-ENT(WS-ITM-IDX)  TO NI-PREV-ENT
           MOVE WIT-DT-FAT(WS-ITM-IDX)    TO NI-DT-FAT
           MOVE WIT-DIAS(WS-ITM-IDX)      TO NI-DIAS-ATRASO
           MOVE WIT-CARENCIA(WS-ITM-IDX)  TO NI-CARENCIA
           MOVE WIT-COBRADOS(WS-ITM-IDX)  TO NI-DIAS-COBRADOS
           MOVE WIT-MULTA(WS-ITM-IDX)     TO NI-MULTA-DIA
           MOVE WIT-TETO(WS-ITM-IDX)      TO NI-TETO
           MOVE WIT-VALOR(WS-ITM-IDX)     TO NI-VALOR
           MOVE WIT-TETO-APL(WS-ITM-IDX)  TO NI-TETO-APLICADO
           MOVE WIT-MOTIVO(WS-ITM-IDX)    TO NI-MOTIVO
           WRITE ND-ITEM-RECORD
           IF WS-ND-STATUS = '00'
               ADD 1 TO WS-ND-ITENS-GRAVADOS
           ELSE
               PERFORM 3190-FALHA-GRAVACAO
           END-IF.

       3190-FALHA-GRAVACAO.
      *>   Arquivo do contas a pagar incompleto: avisa uma vez e a
      *>   execução termina com RC 8
           IF WS-ND-FALHA = 'N'
               DISPLAY 'ERRO NA GRAVACAO DE NOTAS-DEBITO.TXT (STATUS '
                   WS-ND-STATUS ') - ARQUIVO INCOMPLETO, NAO ENVIAR'
           END-IF
           MOVE 'Y' TO WS-ND-FALHA.

       3200-GRAVAR-NUMERACAO.
      *>   Acrescenta ao NUMERACAO-ND.DAT os números atribuídos nesta
      *>   execução (cria o arquivo na primeira emissão)
           MOVE 'N' TO WS-NUM-EOF
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > WS-NUM-COUNT
               IF WNU-NOVA(WS-NUM-IDX) = 'Y'
                   MOVE 'Y' TO WS-NUM-EOF
               END-IF
           END-PERFORM
           IF WS-NUM-EOF = 'Y'
               OPEN EXTEND NUMERACAO-FILE
               IF WS-NUM-STATUS NOT = '00'
                   OPEN OUTPUT NUMERACAO-FILE
               END-IF
               IF WS-NUM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR NUMERACAO-ND.DAT (STATUS '
                       WS-NUM-STATUS ') - NUMEROS DESTA EMISSAO NAO '
                       'REGISTRADOS'
                   MOVE 'Y' TO WS-ND-FALHA
               ELSE
                   PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                       UNTIL WS-NUM-IDX > WS-NUM-COUNT
                       IF WNU-NOVA(WS-NUM-IDX) = 'Y'
                           MOVE SPACES TO NUMERACAO-RECORD
                           MOVE WS-COMP-AAAAMM TO NR-COMPETENCIA
                           MOVE WNU-SEQ(WS-NUM-IDX) TO NR-SEQ
                           MOVE WNU-TRANSP(WS-NUM-IDX)
                               TO NR-TRANSPORTADORA
                           MOVE WS-HOJE-STR TO NR-EMISSAO
                           WRITE NUMERACAO-RECORD
                           IF WS-NUM-STATUS NOT = '00'
                               DISPLAY 'ERRO AO GRAVAR NUMERACAO-ND'
                                   '.DAT (STATUS ' WS-NUM-STATUS ')'
                               MOVE 'Y' TO WS-ND-FALHA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE NUMERACAO-FILE
               END-IF
           END-IF.

       4000-TOTAIS.
      *>   Totais de controle e RETURN-CODE graduado para o scheduler
           MOVE WS-TOTAL-LIDOS TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS LIDOS NO MESTRE        : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ATRASADOS TO WS-TOT-EDIT
           DISPLAY 'ATRASADOS NA COMPETENCIA       : ' WS-TOT-EDIT
           MOVE WS-TOTAL-SEM-JUSTIF TO WS-TOT-EDIT
           DISPLAY '  SEM JUSTIFICATIVA            : ' WS-TOT-EDIT
           MOVE WS-TOTAL-OUTRAS-CAUSAS TO WS-TOT-EDIT
           DISPLAY '  OUTRAS CAUSAS                : ' WS-TOT-EDIT
           MOVE WS-TOTAL-TRANSP TO WS-TOT-EDIT
           DISPLAY '  CAUSA DE TRANSPORTE          : ' WS-TOT-EDIT
           MOVE WS-TOTAL-COBRADOS TO WS-TOT-EDIT
           DISPLAY '    COM MULTA                  : ' WS-TOT-EDIT
           MOVE WS-TOTAL-CARENCIA TO WS-TOT-EDIT
           DISPLAY '    DENTRO DA CARENCIA         : ' WS-TOT-EDIT
           MOVE WS-TOTAL-SEM-CONTRATO TO WS-TOT-EDIT
           DISPLAY '    SEM CONTRATO VIGENTE       : ' WS-TOT-EDIT
           MOVE WS-TOTAL-NOTAS TO WS-TOT-EDIT
           DISPLAY 'NOTAS DE DEBITO GERADAS        : ' WS-TOT-EDIT
           MOVE WS-TOTAL-VALOR TO WS-VLR-EDIT
           DISPLAY 'VALOR TOTAL DAS NOTAS       R$ : ' WS-VLR-EDIT
           IF WS-CTR-REJEITADOS > 0
               MOVE WS-CTR-REJEITADOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' LINHAS DE CONTRATO '
                   'REJEITADAS **'
           END-IF
           IF WS-CTR-OMITIDOS > 0 OR WS-MOT-OMITIDOS > 0
               OR WS-JUS-OMITIDAS > 0 OR WS-ITM-OMITIDOS > 0
               DISPLAY '** TABELA CHEIA - CONTRATOS ' WS-CTR-OMITIDOS
                   ' MOTIVOS ' WS-MOT-OMITIDOS
                   ' JUSTIFICATIVAS ' WS-JUS-OMITIDAS
                   ' PEDIDOS ' WS-ITM-OMITIDOS ' OMITIDOS **'
           END-IF
           DISPLAY WS-SEPARADOR

           IF WS-TOTAL-SEM-CONTRATO > 0 OR WS-CTR-REJEITADOS > 0
               OR WS-CTR-OMITIDOS > 0 OR WS-MOT-OMITIDOS > 0
               OR WS-JUS-OMITIDAS > 0 OR WS-ITM-OMITIDOS > 0
               MOVE 4 TO WS-RC
           ELSE
               MOVE 0 TO WS-RC
           END-IF
           IF WS-ND-FALHA = 'Y'
               MOVE 8 TO WS-RC
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

       END PROGRAM OTD-MULTA.
