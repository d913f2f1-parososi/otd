      *> OTD-ESTORNO.cob — Estorno de uma Execução da Carga no Mestre
      *>
      *> Compilar: cobc -x OTD-ESTORNO.cob -o otd_estorno
      *> Uso:     ./otd_estorno EXECUCAO=2026101502301599 SIMULAR
      *>          ./otd_estorno EXECUCAO=2026101502301599
      *>          ./otd_estorno EXECUCAO=2026101502301599 FORCAR
      *>          ./otd_estorno EXECUCAO=... LIBERAR-BLOQUEIO
      *>
      *> Desfaz no PEDIDOS.DAT tudo o que uma execução gravou, a partir
      *> do journal PEDIDOS-JNL.DAT (imagem antes/depois de cada pedido
      *> tocado pelo 2190-ATUALIZAR-MASTER e pelo
      *> 2410-APLICAR-CANCELAMENTO do OTD-AUDIT). A chave EXECUCAO é
      *> a última coluna da linha da carga no EXECUCOES.LOG e também
      *> aparece no fim do relatório da carga.
      *>
      *> Para cada pedido tocado pela execução o mestre volta à imagem
      *> anterior à PRIMEIRA gravação dela (pedido incluído pela carga
      *> é excluído). Antes de mexer em qualquer registro o mestre
      *> é conferido contra a imagem gravada pela ÚLTIMA alteração da
      *> execução; pedido que mudou depois dela (carga posterior,
      *> expurgo, manutenção) é conflito e o estorno é recusado por
      *> inteiro, salvo com FORCAR, que restaura mesmo assim.
      *> Pedido que já está na imagem anterior (estorno repetido) é
      *> apenas contado.
      *>
      *> O próprio estorno é journalizado (operação ESTORNO, com a
      *> execução desfeita em JN-EXEC-ORIGEM) e registrado no
      *> EXECUCOES.LOG com status ESTORNO, de modo que um estorno
      *> também pode ser estornado.
      *>
      *> RETURN-CODE: 0 = estornado (ou simulado) sem ressalvas;
      *> 4 = execução fora do EXECUCOES.LOG (carga interrompida) ou
      *> estorno repetido; 8 = recusado ou falha de arquivo;
      *> 12 = mestre bloqueado por outra execução (OTD.LCK,
      *> LCKRECORD.cpy, o mesmo bloqueio da carga do OTD-AUDIT; a
      *> SIMULAR só lê e apenas avisa). LIBERAR-BLOQUEIO toma o
      *> bloqueio abandonado por uma execução que caiu.
      *> Feed cuja carga foi estornada só é aceito de novo pelo
      *> OTD-AUDIT com o parâmetro REPROCESSAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-ESTORNO.
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

           SELECT JOURNAL-FILE
               ASSIGN TO "PEDIDOS-JNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

      *>   Mesmo journal, aberto em EXTEND para as linhas do próprio
      *>   estorno enquanto o JOURNAL-FILE é relido na restauração
           SELECT JOURNAL-SAIDA
               ASSIGN TO "PEDIDOS-JNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSA-STATUS.

           SELECT EXECUCOES-FILE
               ASSIGN TO "EXECUCOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEC-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "OTD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

       FD  JOURNAL-FILE.
       COPY "JNRECORD.cpy".

       FD  JOURNAL-SAIDA.
       01  JSA-RECORD               PIC X(878).

      *> Mesmo layout gravado pelo 9100-FINALIZAR-EXECUCAO do OTD-AUDIT
       FD  EXECUCOES-FILE.
       01  EXECUCOES-RECORD         PIC X(250).

      *> Bloqueio do mestre contra execução concorrente
       FD  LOCK-FILE.
       COPY "LCKRECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-JNL-STATUS         PIC XX VALUE '00'.
       01 WS-JSA-STATUS         PIC XX VALUE '00'.
       01 WS-EXEC-STATUS        PIC XX VALUE '00'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(40) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.

       01 WS-ALVO               PIC X(16) VALUE SPACES.
       01 WS-SIMULAR            PIC X VALUE 'N'.
       01 WS-FORCAR             PIC X VALUE 'N'.

      *> Chave desta execução no journal e no EXECUCOES.LOG
       01 WS-EXEC-ID            PIC X(16) VALUE SPACES.
       01 WS-JNL-SEQ            PIC 9(8) VALUE 0.
       01 WS-TS-ATUAL           PIC X(19) VALUE SPACES.
       01 WS-TS-INICIO          PIC X(19) VALUE SPACES.
       01 WS-TS-FIM             PIC X(19) VALUE SPACES.
       01 WS-RC                 PIC 9(2) VALUE 0.
       01 WS-RC-ED              PIC Z9.
       01 WS-RECUSADO           PIC X VALUE 'N'.

      *> Bloqueio do mestre (OTD.LCK, mesmo controle da carga do
      *> OTD-AUDIT)
       01 WS-LCK-ATIVO          PIC X VALUE 'N'.
       01 WS-LCK-MEU            PIC X VALUE 'N'.
       01 WS-LCK-LIBERAR        PIC X VALUE 'N'.
       01 WS-LCK-NOVA           PIC X VALUE SPACE.
       01 WS-LCK-PROGRAMA       PIC X(12) VALUE SPACES.
       01 WS-LCK-EXECUCAO       PIC X(16) VALUE SPACES.
       01 WS-LCK-DATA           PIC X(10) VALUE SPACES.
       01 WS-LCK-HORA           PIC X(8) VALUE SPACES.

      *> Linha da execução alvo no EXECUCOES.LOG
       01 WS-LOG-EOF            PIC X VALUE 'N'.
       01 WS-LOG-ACHADO         PIC X VALUE 'N'.
       01 WS-LOG-CAMPOS.
           05 WS-LOG-CAMPO OCCURS 12 TIMES PIC X(100).
       01 WS-LOG-INICIO         PIC X(19) VALUE SPACES.
       01 WS-LOG-SITUACAO       PIC X(15) VALUE SPACES.
       01 WS-LOG-PARM           PIC X(100) VALUE SPACES.

      *> Leitura do journal: WS-ORDEM numera as linhas na ordem do
      *> arquivo, igual em todas as passadas
       01 WS-JNL-EOF            PIC X VALUE 'N'.
       01 WS-ORDEM              PIC 9(9) VALUE 0.
       01 WS-ORDEM-LIMITE       PIC 9(9) VALUE 0.
       01 WS-IMAGEM             PIC X(400) VALUE SPACES.
       01 WS-ATUAL-EXISTE       PIC X VALUE 'N'.
       01 WS-TAM-ATUAL          PIC 9(4) VALUE 0.

      *> Linhas da execução alvo no journal, uma por alteração
       01 WS-ENT-COUNT          PIC 9(6) VALUE 0.
       01 WS-ENT-MAX            PIC 9(6) VALUE 100000.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ENT-COUNT
                   INDEXED BY WS-ENT-IDX.
               10 WE-PEDIDO      PIC 9(8).
               10 WE-ORDEM       PIC 9(9).

      *> Um por pedido tocado: primeira e última alteração da
      *> execução e a situação do mestre hoje
      *>   WP-IGUAL-ANTES  = mestre igual à imagem anterior à 1a
      *>   WP-IGUAL-DEPOIS = mestre igual à imagem gravada pela última
      *>   WP-SITUACAO: R = a restaurar, J = já na imagem anterior,
      *>                C = conflito (alterado depois da execução)
       01 WS-PED-COUNT          PIC 9(6) VALUE 0.
       01 WS-PED-TABLE.
           05 WS-PED-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PED-COUNT
                   ASCENDING KEY IS WP-PEDIDO
                   INDEXED BY WS-PED-IDX.
               10 WP-PEDIDO      PIC 9(8).
               10 WP-PRIMEIRO    PIC 9(9).
               10 WP-ULTIMO      PIC 9(9).
               10 WP-QTD         PIC 9(5).
               10 WP-IGUAL-ANTES PIC X.
               10 WP-IGUAL-DEPOIS PIC X.
               10 WP-SITUACAO    PIC X.
       01 WS-PED-FOUND          PIC X VALUE 'N'.
       01 WS-PED-ANTERIOR       PIC 9(8) VALUE 0.

      *> Contadores de controle
       01 WS-TOTAL-LINHAS-JNL   PIC 9(9) VALUE 0.
       01 WS-TOTAL-ALVO         PIC 9(8) VALUE 0.
       01 WS-TOTAL-LAYOUT       PIC 9(8) VALUE 0.
       01 WS-TOTAL-JA-ESTORNO   PIC 9(8) VALUE 0.
       01 WS-TOTAL-A-RESTAURAR  PIC 9(8) VALUE 0.
       01 WS-TOTAL-JA-ANTERIOR  PIC 9(8) VALUE 0.
       01 WS-TOTAL-CONFLITOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-REGRAVADOS   PIC 9(8) VALUE 0.
       01 WS-TOTAL-INCLUIDOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-EXCLUIDOS    PIC 9(8) VALUE 0.
       01 WS-TOTAL-FALHAS       PIC 9(8) VALUE 0.
       01 WS-OP-INCLUSAO        PIC 9(8) VALUE 0.
       01 WS-OP-ALTERACAO       PIC 9(8) VALUE 0.
       01 WS-OP-CANCELAMENTO    PIC 9(8) VALUE 0.
       01 WS-OP-REPROGRAMADO    PIC 9(8) VALUE 0.
       01 WS-OP-ENTREGA         PIC 9(8) VALUE 0.
       01 WS-OP-ESTORNO         PIC 9(8) VALUE 0.

      *> Linhas do relatório de controle
       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.

       01 WS-DET-HEADER.
           05 FILLER PIC X(11) VALUE 'PEDIDO   | '.
           05 FILLER PIC X(16) VALUE 'ACAO          | '.
           05 FILLER PIC X(15) VALUE 'STATUS HOJE  | '.
           05 FILLER PIC X(15) VALUE 'STATUS VOLTA | '.
           05 FILLER PIC X(10) VALUE 'PREV ENT'.

       01 WS-DET-LINE.
           05 WDL-PEDIDO        PIC Z(7)9.
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WDL-ACAO          PIC X(13).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WDL-STATUS-HOJE   PIC X(12).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WDL-STATUS-VOLTA  PIC X(12).
           05 FILLER            PIC X(3) VALUE ' | '.
           05 WDL-PREV-ENT      PIC X(10).

       01 WS-TOT-EDIT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 9000-TIMESTAMP-ATUAL
           MOVE WS-TS-ATUAL TO WS-TS-INICIO
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EXEC-ID
           MOVE FUNCTION LENGTH(PM-RECORD) TO WS-TAM-ATUAL

           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS

           DISPLAY WS-SEPARADOR
           DISPLAY 'ESTORNO DE EXECUCAO NO MESTRE DE PEDIDOS - '
               'EXECUCAO: ' WS-ALVO
           IF WS-SIMULAR = 'Y'
               DISPLAY '** MODO SIMULACAO - NADA SERA '
                   'RESTAURADO OU APAGADO **'
           END-IF
           IF WS-FORCAR = 'Y'
               DISPLAY '** FORCAR - PEDIDOS ALTERADOS DEPOIS DA '
                   'EXECUCAO TAMBEM SERAO RESTAURADOS **'
           END-IF
           DISPLAY WS-SEPARADOR

           IF WS-ALVO = SPACES OR WS-ALVO IS NOT NUMERIC
               DISPLAY 'ERRO: INFORME EXECUCAO=<CHAVE DE 16 DIGITOS '
                   'DO EXECUCOES.LOG>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *>   Estorno de verdade pega o bloqueio exclusivo do mestre
      *>   (RC 12 se outra execução o tiver); a simulação só avisa
           IF WS-SIMULAR = 'N'
               PERFORM 0500-PEGAR-BLOQUEIO
           ELSE
               PERFORM 0515-AVISAR-BLOQUEIO
           END-IF

           PERFORM 1000-LOCALIZAR-NO-LOG
           PERFORM 2000-MAPEAR-JOURNAL

           IF WS-RECUSADO = 'N'
      *>       O SIMULAR não altera o mestre: abre só para leitura
               IF WS-SIMULAR = 'Y'
                   OPEN INPUT PEDIDOS-MASTER
               ELSE
                   OPEN I-O PEDIDOS-MASTER
               END-IF
               IF WS-PM-STATUS NOT = '00'
                   DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                       WS-PM-STATUS ')'
                   PERFORM 0530-LIBERAR-BLOQUEIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3000-CONFERIR-MESTRE
               PERFORM 3200-DECIDIR
           END-IF

           IF WS-RECUSADO = 'N'
               PERFORM 4000-RESTAURAR
           END-IF

           IF WS-RECUSADO = 'N'
               CLOSE PEDIDOS-MASTER
           END-IF

           PERFORM 5000-RELATORIO-CONTROLE
           PERFORM 9100-FINALIZAR-EXECUCAO

           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (EXECUCAO=, SIMULAR, FORCAR, LIBERAR-BLOQUEIO)
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
               WHEN WS-PARM-TOKEN(1:9) = 'EXECUCAO='
                   MOVE WS-PARM-TOKEN(10:16) TO WS-ALVO
               WHEN WS-PARM-TOKEN = 'SIMULAR'
                   MOVE 'Y' TO WS-SIMULAR
               WHEN WS-PARM-TOKEN = 'FORCAR'
                   MOVE 'Y' TO WS-FORCAR
               WHEN WS-PARM-TOKEN = 'LIBERAR-BLOQUEIO'
                   MOVE 'Y' TO WS-LCK-LIBERAR
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       0500-PEGAR-BLOQUEIO.
      *>   Mesmo controle do OTD.LCK da carga do OTD-AUDIT: ativo de
      *>   outra execução recusa o estorno com RC 12, salvo o
      *>   parâmetro LIBERAR-BLOQUEIO, que toma o bloqueio abandonado.
      *>   Depois de gravar, relê: se duas execuções gravarem juntas,
      *>   só a que ficou no arquivo segue
           PERFORM 0510-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               IF WS-LCK-LIBERAR = 'Y'
                   DISPLAY 'AVISO: BLOQUEIO ABANDONADO DE '
                       FUNCTION TRIM(WS-LCK-PROGRAMA)
                       ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                       WS-LCK-DATA ' ' WS-LCK-HORA
                       ') LIBERADO POR PARAMETRO'
               ELSE
                   PERFORM 0505-RECUSAR-BLOQUEIO
               END-IF
           END-IF

           MOVE 'A' TO WS-LCK-NOVA
           PERFORM 0520-GRAVAR-BLOQUEIO
           PERFORM 0510-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               AND WS-LCK-PROGRAMA = 'OTD-ESTORNO'
               AND WS-LCK-EXECUCAO = WS-EXEC-ID
               MOVE 'Y' TO WS-LCK-MEU
           ELSE
               IF WS-LCK-ATIVO = 'Y'
                   PERFORM 0505-RECUSAR-BLOQUEIO
               END-IF
               DISPLAY 'ERRO: OTD.LCK NAO PODE SER GRAVADO (STATUS '
                   WS-LCK-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0505-RECUSAR-BLOQUEIO.
           DISPLAY 'ERRO: PEDIDOS.DAT EM USO POR '
               FUNCTION TRIM(WS-LCK-PROGRAMA)
               ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
               WS-LCK-DATA ' ' WS-LCK-HORA ') - ESTORNO RECUSADO'
           DISPLAY 'SE ESSA EXECUCAO CAIU E NAO ESTA MAIS RODANDO, '
               'RODE DE NOVO COM O PARAMETRO LIBERAR-BLOQUEIO'
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0510-LER-BLOQUEIO.
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

       0515-AVISAR-BLOQUEIO.
      *>   A simulação só lê o mestre: não bloqueia, mas avisa que o
      *>   relatório pode pegar o mestre pela metade
           PERFORM 0510-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               DISPLAY 'AVISO: CARGA EM CURSO - PEDIDOS.DAT SENDO '
                   'ALTERADO POR ' FUNCTION TRIM(WS-LCK-PROGRAMA)
                   ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                   WS-LCK-DATA ' ' WS-LCK-HORA ')'
           END-IF.

       0520-GRAVAR-BLOQUEIO.
      *>   Regrava o registro único do OTD.LCK com a situação em
      *>   WS-LCK-NOVA (A = ativo, L = liberado)
           PERFORM 9000-TIMESTAMP-ATUAL
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-STATUS = '00'
               MOVE SPACES            TO LCK-RECORD
               MOVE WS-LCK-NOVA       TO LCK-SITUACAO
               MOVE 'OTD-ESTORNO'     TO LCK-PROGRAMA
               MOVE WS-EXEC-ID        TO LCK-EXECUCAO
               MOVE WS-TS-ATUAL(1:10) TO LCK-DATA
               MOVE WS-TS-ATUAL(12:8) TO LCK-HORA
               MOVE WS-PARM           TO LCK-PARAMETROS
               WRITE LCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       0530-LIBERAR-BLOQUEIO.
      *>   Só devolve o bloqueio que é desta execução
           IF WS-LCK-MEU = 'Y'
               MOVE 'L' TO WS-LCK-NOVA
               PERFORM 0520-GRAVAR-BLOQUEIO
               IF WS-LCK-STATUS NOT = '00'
                   DISPLAY 'AVISO: OTD.LCK NAO FOI LIBERADO (STATUS '
                       WS-LCK-STATUS ') - A PROXIMA EXECUCAO PRECISA '
                       'DE LIBERAR-BLOQUEIO'
               END-IF
               MOVE 'N' TO WS-LCK-MEU
           END-IF.

       1000-LOCALIZAR-NO-LOG.
      *>   Procura a execução no EXECUCOES.LOG (última coluna); a
      *>   última linha com a chave vale. Fora do log é carga que
      *>   morreu antes do 9100-FINALIZAR-EXECUCAO: o journal ainda
      *>   vale, mas o estorno sai com aviso
           MOVE 'N' TO WS-LOG-ACHADO
           OPEN INPUT EXECUCOES-FILE
           IF WS-EXEC-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ EXECUCOES-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LOG-CAMPOS
                           UNSTRING EXECUCOES-RECORD DELIMITED BY '|'
                               INTO WS-LOG-CAMPO(1) WS-LOG-CAMPO(2)
                                    WS-LOG-CAMPO(3) WS-LOG-CAMPO(4)
                                    WS-LOG-CAMPO(5) WS-LOG-CAMPO(6)
                                    WS-LOG-CAMPO(7) WS-LOG-CAMPO(8)
                                    WS-LOG-CAMPO(9) WS-LOG-CAMPO(10)
                                    WS-LOG-CAMPO(11) WS-LOG-CAMPO(12)
                           END-UNSTRING
                           IF WS-LOG-CAMPO(12)(1:16) = WS-ALVO
                               MOVE 'Y' TO WS-LOG-ACHADO
                               MOVE WS-LOG-CAMPO(1)  TO WS-LOG-INICIO
                               MOVE WS-LOG-CAMPO(10) TO WS-LOG-SITUACAO
                               MOVE WS-LOG-CAMPO(3)  TO WS-LOG-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXECUCOES-FILE
           END-IF

           IF WS-LOG-ACHADO = 'Y'
               DISPLAY 'EXECUCAO NO LOG : INICIO ' WS-LOG-INICIO
                   '  STATUS ' FUNCTION TRIM(WS-LOG-SITUACAO)
               DISPLAY 'PARAMETROS      : ' FUNCTION TRIM(WS-LOG-PARM)
           ELSE
               DISPLAY 'AVISO: EXECUCAO FORA DO EXECUCOES.LOG '
                   '(CARGA INTERROMPIDA?) - ESTORNO PELO JOURNAL'
               MOVE 4 TO WS-RC
           END-IF.

       2000-MAPEAR-JOURNAL.
      *>   Primeira passada: separa as linhas da execução alvo e
      *>   detecta estorno anterior dela; depois ordena por pedido e
      *>   ordem no arquivo e resume em um registro por pedido
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS-JNL.DAT INDISPONIVEL (STATUS '
                   WS-JNL-STATUS ')'
               MOVE 'Y' TO WS-RECUSADO
               MOVE 8 TO WS-RC
           ELSE
               MOVE 0 TO WS-ORDEM
               MOVE 'N' TO WS-JNL-EOF
               PERFORM UNTIL WS-JNL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JNL-EOF
                       NOT AT END
                           ADD 1 TO WS-ORDEM
                           PERFORM 2100-AVALIAR-LINHA-JNL
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE WS-ORDEM TO WS-TOTAL-LINHAS-JNL
               PERFORM 2200-RESUMIR-POR-PEDIDO
               PERFORM 2300-VALIDAR-MAPA
           END-IF.

       2100-AVALIAR-LINHA-JNL.
           IF JN-EXEC-ORIGEM = WS-ALVO
               ADD 1 TO WS-TOTAL-JA-ESTORNO
           END-IF
           IF JN-EXECUCAO = WS-ALVO
               ADD 1 TO WS-TOTAL-ALVO
               IF JN-TAM-REG NOT = WS-TAM-ATUAL
                   ADD 1 TO WS-TOTAL-LAYOUT
               END-IF
               EVALUATE JN-OPERACAO
                   WHEN 'INCLUSAO'
                       ADD 1 TO WS-OP-INCLUSAO
                   WHEN 'ALTERACAO'
                       ADD 1 TO WS-OP-ALTERACAO
                   WHEN 'CANCELAMENTO'
                       ADD 1 TO WS-OP-CANCELAMENTO
                   WHEN 'REPROGRAMADO'
                       ADD 1 TO WS-OP-REPROGRAMADO
                   WHEN 'ENTREGA'
                       ADD 1 TO WS-OP-ENTREGA
                   WHEN 'ESTORNO'
                       ADD 1 TO WS-OP-ESTORNO
               END-EVALUATE
               IF WS-ENT-COUNT < WS-ENT-MAX
                   ADD 1 TO WS-ENT-COUNT
                   SET WS-ENT-IDX TO WS-ENT-COUNT
                   MOVE JN-PEDIDO TO WE-PEDIDO(WS-ENT-IDX)
                   MOVE WS-ORDEM  TO WE-ORDEM(WS-ENT-IDX)
               END-IF
           END-IF.

       2200-RESUMIR-POR-PEDIDO.
      *>   Com as linhas ordenadas por pedido/ordem, a primeira de
      *>   cada pedido traz a imagem a restaurar e a última a imagem
      *>   que o mestre tem de ter hoje
           MOVE 0 TO WS-PED-COUNT
           IF WS-ENT-COUNT > 0
               SORT WS-ENT-ENTRY ON ASCENDING KEY WE-PEDIDO WE-ORDEM
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WS-PED-COUNT = 0
                       OR WE-PEDIDO(WS-ENT-IDX) NOT = WS-PED-ANTERIOR
                       MOVE WE-PEDIDO(WS-ENT-IDX) TO WS-PED-ANTERIOR
                       ADD 1 TO WS-PED-COUNT
                       MOVE WE-PEDIDO(WS-ENT-IDX)
                           TO WP-PEDIDO(WS-PED-COUNT)
                       MOVE WE-ORDEM(WS-ENT-IDX)
                           TO WP-PRIMEIRO(WS-PED-COUNT)
                       MOVE 0   TO WP-QTD(WS-PED-COUNT)
                       MOVE 'N' TO WP-IGUAL-ANTES(WS-PED-COUNT)
                       MOVE 'N' TO WP-IGUAL-DEPOIS(WS-PED-COUNT)
                       MOVE SPACE TO WP-SITUACAO(WS-PED-COUNT)
                   END-IF
                   MOVE WE-ORDEM(WS-ENT-IDX) TO WP-ULTIMO(WS-PED-COUNT)
                   ADD 1 TO WP-QTD(WS-PED-COUNT)
                   IF WE-ORDEM(WS-ENT-IDX) > WS-ORDEM-LIMITE
                       MOVE WE-ORDEM(WS-ENT-IDX) TO WS-ORDEM-LIMITE
                   END-IF
               END-PERFORM
           END-IF.

       2300-VALIDAR-MAPA.
      *>   Motivos de recusa antes de abrir o mestre: nada a estornar,
      *>   execução maior que a tabela (estorno parcial não existe),
      *>   journal gravado num layout anterior do PMRECORD.cpy
           EVALUATE TRUE
               WHEN WS-TOTAL-ALVO = 0
                   DISPLAY 'ERRO: EXECUCAO SEM ALTERACOES NO JOURNAL '
                       'PEDIDOS-JNL.DAT - NADA A ESTORNAR'
                   MOVE 'Y' TO WS-RECUSADO
                   MOVE 8 TO WS-RC
               WHEN WS-TOTAL-ALVO > WS-ENT-MAX
                   MOVE WS-ENT-MAX TO WS-TOT-EDIT
                   DISPLAY 'ERRO: EXECUCAO COM MAIS DE '
                       FUNCTION TRIM(WS-TOT-EDIT)
                       ' ALTERACOES - ESTORNO RECUSADO'
                   MOVE 'Y' TO WS-RECUSADO
                   MOVE 8 TO WS-RC
               WHEN WS-TOTAL-LAYOUT > 0
                   DISPLAY 'ERRO: JOURNAL DA EXECUCAO EM LAYOUT '
                       'ANTERIOR DO PEDIDOS.DAT - ESTORNO RECUSADO'
                   MOVE 'Y' TO WS-RECUSADO
                   MOVE 8 TO WS-RC
               WHEN WS-TOTAL-JA-ESTORNO > 0 AND WS-FORCAR = 'N'
                   DISPLAY 'ERRO: EXECUCAO JA ESTORNADA ANTES - USE '
                       'FORCAR PARA REPETIR'
                   MOVE 'Y' TO WS-RECUSADO
                   MOVE 8 TO WS-RC
           END-EVALUATE.

       3000-CONFERIR-MESTRE.
      *>   Segunda passada: compara o mestre de hoje com a imagem
      *>   anterior à primeira alteração e com a imagem gravada pela
      *>   última alteração de cada pedido
           OPEN INPUT JOURNAL-FILE
           MOVE 0 TO WS-ORDEM
           MOVE 'N' TO WS-JNL-EOF
           PERFORM UNTIL WS-JNL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JNL-EOF
                   NOT AT END
                       ADD 1 TO WS-ORDEM
                       IF WS-ORDEM > WS-ORDEM-LIMITE
                           MOVE 'Y' TO WS-JNL-EOF
                       ELSE
                           IF JN-EXECUCAO = WS-ALVO
                               PERFORM 3100-CONFERIR-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       3100-CONFERIR-PEDIDO.
           PERFORM 8100-LOCALIZAR-PEDIDO
           IF WS-PED-FOUND = 'Y'
               PERFORM 8200-LER-ATUAL
               IF WS-ORDEM = WP-PRIMEIRO(WS-PED-IDX)
                   IF WS-ATUAL-EXISTE = JN-ANTES-EXISTE
                       AND (WS-ATUAL-EXISTE = 'N'
                           OR WS-IMAGEM = JN-ANTES)
                       MOVE 'Y' TO WP-IGUAL-ANTES(WS-PED-IDX)
                   END-IF
               END-IF
               IF WS-ORDEM = WP-ULTIMO(WS-PED-IDX)
                   IF WS-ATUAL-EXISTE = JN-DEPOIS-EXISTE
                       AND (WS-ATUAL-EXISTE = 'N'
                           OR WS-IMAGEM = JN-DEPOIS)
                       MOVE 'Y' TO WP-IGUAL-DEPOIS(WS-PED-IDX)
                   END-IF
               END-IF
           END-IF.

       3200-DECIDIR.
      *>   Mestre igual ao deixado pela execução: restaura. Já igual
      *>   ao anterior: nada a fazer. Nenhum dos dois: alguém mexeu
      *>   depois, e sem FORCAR o estorno inteiro é recusado
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-COUNT
               EVALUATE TRUE
                   WHEN WP-IGUAL-DEPOIS(WS-PED-IDX) = 'Y'
                       MOVE 'R' TO WP-SITUACAO(WS-PED-IDX)
                       ADD 1 TO WS-TOTAL-A-RESTAURAR
                   WHEN WP-IGUAL-ANTES(WS-PED-IDX) = 'Y'
                       MOVE 'J' TO WP-SITUACAO(WS-PED-IDX)
                       ADD 1 TO WS-TOTAL-JA-ANTERIOR
                   WHEN OTHER
                       MOVE 'C' TO WP-SITUACAO(WS-PED-IDX)
                       ADD 1 TO WS-TOTAL-CONFLITOS
               END-EVALUATE
           END-PERFORM

           IF WS-TOTAL-CONFLITOS > 0 AND WS-FORCAR = 'N'
               DISPLAY 'ERRO: PEDIDOS ALTERADOS DEPOIS DA EXECUCAO - '
                   'ESTORNO RECUSADO (NADA FOI ALTERADO):'
               PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-PED-COUNT
                   IF WP-SITUACAO(WS-PED-IDX) = 'C'
                       DISPLAY '  CONFLITO PEDIDO '
                           WP-PEDIDO(WS-PED-IDX)
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-RECUSADO
               MOVE 8 TO WS-RC
               CLOSE PEDIDOS-MASTER
           END-IF.

       4000-RESTAURAR.
      *>   Terceira passada: devolve cada pedido à imagem anterior à
      *>   primeira alteração da execução. As linhas do estorno vão
      *>   para o fim do mesmo journal; a leitura para antes delas
      *>   pelo limite de ordem apurado na primeira passada
           OPEN INPUT JOURNAL-FILE
           IF WS-SIMULAR = 'N'
               OPEN EXTEND JOURNAL-SAIDA
               IF WS-JSA-STATUS NOT = '00'
                   DISPLAY 'ERRO: PEDIDOS-JNL.DAT SEM GRAVACAO '
                       '(STATUS ' WS-JSA-STATUS ') - ESTORNO RECUSADO'
                   MOVE 'Y' TO WS-RECUSADO
                   MOVE 8 TO WS-RC
                   CLOSE JOURNAL-FILE
                   CLOSE PEDIDOS-MASTER
               END-IF
           END-IF

           IF WS-RECUSADO = 'N'
               DISPLAY WS-SEPARADOR
               DISPLAY WS-DET-HEADER
               MOVE 0 TO WS-ORDEM
               MOVE 'N' TO WS-JNL-EOF
               PERFORM UNTIL WS-JNL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JNL-EOF
                       NOT AT END
                           ADD 1 TO WS-ORDEM
                           IF WS-ORDEM > WS-ORDEM-LIMITE
                               MOVE 'Y' TO WS-JNL-EOF
                           ELSE
                               IF JN-EXECUCAO = WS-ALVO
                                   PERFORM 4100-RESTAURAR-PEDIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-SIMULAR = 'N'
                   CLOSE JOURNAL-SAIDA
               END-IF
           END-IF.

       4100-RESTAURAR-PEDIDO.
           PERFORM 8100-LOCALIZAR-PEDIDO
           IF WS-PED-FOUND = 'Y'
               AND WS-ORDEM = WP-PRIMEIRO(WS-PED-IDX)
               PERFORM 8200-LER-ATUAL
               MOVE JN-PEDIDO TO WDL-PEDIDO
               IF WS-ATUAL-EXISTE = 'Y'
                   MOVE PM-STATUS-OTD TO WDL-STATUS-HOJE
               ELSE
                   MOVE '(AUSENTE)' TO WDL-STATUS-HOJE
               END-IF
               IF JN-ANTES-EXISTE = 'Y'
                   MOVE JN-ANTES TO PM-RECORD
                   MOVE PM-STATUS-OTD TO WDL-STATUS-VOLTA
                   MOVE PM-PREV-ENT   TO WDL-PREV-ENT
               ELSE
                   MOVE '(EXCLUIDO)' TO WDL-STATUS-VOLTA
                   MOVE SPACES       TO WDL-PREV-ENT
               END-IF
               EVALUATE WP-SITUACAO(WS-PED-IDX)
                   WHEN 'J'
                       MOVE 'JA ANTERIOR' TO WDL-ACAO
                   WHEN 'C'
                       MOVE 'FORCADO' TO WDL-ACAO
                       PERFORM 4200-APLICAR-IMAGEM
                   WHEN OTHER
                       IF JN-ANTES-EXISTE = 'Y'
                           MOVE 'RESTAURADO' TO WDL-ACAO
                       ELSE
                           MOVE 'EXCLUIDO' TO WDL-ACAO
                       END-IF
                       PERFORM 4200-APLICAR-IMAGEM
               END-EVALUATE
               DISPLAY WS-DET-LINE
           END-IF.

       4200-APLICAR-IMAGEM.
      *>   Grava a imagem anterior (ou exclui o pedido que a execução
      *>   incluiu) e journaliza a troca; no SIMULAR só conta
           IF JN-ANTES-EXISTE = 'Y'
               IF WS-ATUAL-EXISTE = 'Y'
                   ADD 1 TO WS-TOTAL-REGRAVADOS
               ELSE
                   ADD 1 TO WS-TOTAL-INCLUIDOS
               END-IF
           ELSE
               IF WS-ATUAL-EXISTE = 'Y'
                   ADD 1 TO WS-TOTAL-EXCLUIDOS
               END-IF
           END-IF

           IF WS-SIMULAR = 'N'
               MOVE '00' TO WS-PM-STATUS
               IF JN-ANTES-EXISTE = 'Y'
                   MOVE JN-ANTES TO PM-RECORD
                   IF WS-ATUAL-EXISTE = 'Y'
                       REWRITE PM-RECORD
                       END-REWRITE
                   ELSE
                       WRITE PM-RECORD
                       END-WRITE
                   END-IF
               ELSE
                   IF WS-ATUAL-EXISTE = 'Y'
                       MOVE JN-PEDIDO TO PM-PEDIDO
                       DELETE PEDIDOS-MASTER
                       END-DELETE
                   END-IF
               END-IF
               IF WS-PM-STATUS NOT = '00' AND WS-PM-STATUS NOT = '02'
                   ADD 1 TO WS-TOTAL-FALHAS
                   MOVE 8 TO WS-RC
                   DISPLAY 'ERRO AO RESTAURAR PEDIDO ' JN-PEDIDO
                       ' (STATUS ' WS-PM-STATUS ')'
               ELSE
                   PERFORM 4300-GRAVAR-JOURNAL
               END-IF
           END-IF.

       4300-GRAVAR-JOURNAL.
      *>   Linha ESTORNO no journal, montada sobre a linha lida:
      *>   antes = mestre até agora, depois = imagem restaurada (ou
      *>   ausência do pedido). A linha lida não é mais usada depois
           ADD 1 TO WS-JNL-SEQ
           MOVE JN-ANTES-EXISTE TO JN-DEPOIS-EXISTE
           MOVE JN-ANTES        TO JN-DEPOIS
           MOVE WS-ATUAL-EXISTE TO JN-ANTES-EXISTE
           MOVE WS-IMAGEM       TO JN-ANTES
           MOVE WS-EXEC-ID      TO JN-EXECUCAO
           MOVE WS-JNL-SEQ      TO JN-SEQ
           MOVE 'OTD-ESTORNO'   TO JN-PROGRAMA
           MOVE 'ESTORNO'       TO JN-OPERACAO
           MOVE WS-ALVO         TO JN-EXEC-ORIGEM
           MOVE WS-TAM-ATUAL    TO JN-TAM-REG
           MOVE JN-RECORD       TO JSA-RECORD
           WRITE JSA-RECORD
           IF WS-JSA-STATUS NOT = '00'
               ADD 1 TO WS-TOTAL-FALHAS
               MOVE 8 TO WS-RC
           END-IF.

       5000-RELATORIO-CONTROLE.
      *>   Contagens de controle do journal e do que foi (ou seria,
      *>   no SIMULAR) devolvido ao mestre
           DISPLAY WS-SEPARADOR
           MOVE WS-TOTAL-LINHAS-JNL TO WS-TOT-EDIT
           DISPLAY 'LINHAS LIDAS NO JOURNAL : ' WS-TOT-EDIT
           MOVE WS-TOTAL-ALVO TO WS-TOT-EDIT
           DISPLAY 'ALTERACOES DA EXECUCAO  : ' WS-TOT-EDIT
           MOVE WS-OP-INCLUSAO TO WS-TOT-EDIT
           DISPLAY '  INCLUSOES             : ' WS-TOT-EDIT
           MOVE WS-OP-ALTERACAO TO WS-TOT-EDIT
           DISPLAY '  ALTERACOES            : ' WS-TOT-EDIT
           MOVE WS-OP-CANCELAMENTO TO WS-TOT-EDIT
           DISPLAY '  CANCELAMENTOS         : ' WS-TOT-EDIT
           MOVE WS-OP-REPROGRAMADO TO WS-TOT-EDIT
           DISPLAY '  REPROGRAMACOES        : ' WS-TOT-EDIT
           MOVE WS-OP-ENTREGA TO WS-TOT-EDIT
           DISPLAY '  ENTREGAS (CANHOTO)    : ' WS-TOT-EDIT
           MOVE WS-OP-ESTORNO TO WS-TOT-EDIT
           DISPLAY '  ESTORNOS              : ' WS-TOT-EDIT
           MOVE WS-PED-COUNT TO WS-TOT-EDIT
           DISPLAY 'PEDIDOS TOCADOS         : ' WS-TOT-EDIT
           MOVE WS-TOTAL-A-RESTAURAR TO WS-TOT-EDIT
           DISPLAY 'NO ESTADO DA EXECUCAO   : ' WS-TOT-EDIT
           MOVE WS-TOTAL-JA-ANTERIOR TO WS-TOT-EDIT
           DISPLAY 'JA NO ESTADO ANTERIOR   : ' WS-TOT-EDIT
           MOVE WS-TOTAL-CONFLITOS TO WS-TOT-EDIT
           DISPLAY 'ALTERADOS DEPOIS (CONFL): ' WS-TOT-EDIT
           IF WS-RECUSADO = 'N'
               IF WS-SIMULAR = 'Y'
                   DISPLAY '** SIMULACAO - CONTAGENS ABAIXO NAO '
                       'FORAM APLICADAS **'
               END-IF
               MOVE WS-TOTAL-REGRAVADOS TO WS-TOT-EDIT
               DISPLAY 'REGRAVADOS NO MESTRE    : ' WS-TOT-EDIT
               MOVE WS-TOTAL-INCLUIDOS TO WS-TOT-EDIT
               DISPLAY 'RECRIADOS NO MESTRE     : ' WS-TOT-EDIT
               MOVE WS-TOTAL-EXCLUIDOS TO WS-TOT-EDIT
               DISPLAY 'EXCLUIDOS DO MESTRE     : ' WS-TOT-EDIT
               MOVE WS-TOTAL-FALHAS TO WS-TOT-EDIT
               DISPLAY 'FALHAS DE GRAVACAO      : ' WS-TOT-EDIT
               IF WS-SIMULAR = 'N'
                   DISPLAY 'ESTORNO JOURNALIZADO SOB A EXECUCAO '
                       WS-EXEC-ID
               END-IF
           ELSE
               DISPLAY '** ESTORNO RECUSADO - MESTRE NAO ALTERADO **'
           END-IF
           DISPLAY WS-SEPARADOR.

       8100-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WS-PED-FOUND
           SEARCH ALL WS-PED-ENTRY
               WHEN WP-PEDIDO(WS-PED-IDX) = JN-PEDIDO
                   MOVE 'Y' TO WS-PED-FOUND
           END-SEARCH.

       8200-LER-ATUAL.
      *>   Imagem do pedido como está hoje no mestre
           MOVE JN-PEDIDO TO PM-PEDIDO
           READ PEDIDOS-MASTER
               INVALID KEY
                   MOVE 'N'    TO WS-ATUAL-EXISTE
                   MOVE SPACES TO WS-IMAGEM
               NOT INVALID KEY
                   MOVE 'Y'       TO WS-ATUAL-EXISTE
                   MOVE PM-RECORD TO WS-IMAGEM
           END-READ.

       9000-TIMESTAMP-ATUAL.
      *>   Monta WS-TS-ATUAL como DD/MM/YYYY HH:MM:SS, igual ao
      *>   OTD-AUDIT
           MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-TS-ATUAL(1:2)
           MOVE '/'                         TO WS-TS-ATUAL(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-TS-ATUAL(4:2)
           MOVE '/'                         TO WS-TS-ATUAL(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-TS-ATUAL(7:4)
           MOVE ' '                         TO WS-TS-ATUAL(11:1)
           MOVE FUNCTION CURRENT-DATE(9:2)  TO WS-TS-ATUAL(12:2)
           MOVE ':'                         TO WS-TS-ATUAL(14:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-TS-ATUAL(15:2)
           MOVE ':'                         TO WS-TS-ATUAL(17:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-TS-ATUAL(18:2).

       9100-FINALIZAR-EXECUCAO.
      *>   Estorno efetivo entra no EXECUCOES.LOG no layout da carga
      *>   (LIDOS = alterações da execução desfeita, DIVERGENTES =
      *>   conflitos forçados), com status ESTORNO; simulação e
      *>   recusa não mexem no mestre e não entram no log
           IF WS-RC = 0 AND WS-TOTAL-JA-ESTORNO > 0
               MOVE 4 TO WS-RC
           END-IF
           IF WS-RECUSADO = 'N' AND WS-SIMULAR = 'N'
               PERFORM 9000-TIMESTAMP-ATUAL
               MOVE WS-TS-ATUAL TO WS-TS-FIM
               OPEN EXTEND EXECUCOES-FILE
               IF WS-EXEC-STATUS NOT = '00'
                   OPEN OUTPUT EXECUCOES-FILE
               END-IF
               MOVE WS-RC TO WS-RC-ED
               MOVE SPACES TO EXECUCOES-RECORD
               STRING WS-TS-INICIO
                      '|' WS-TS-FIM
                      '|' FUNCTION TRIM(WS-PARM)
                      '|' WS-TOTAL-ALVO
                      '|' WS-TOTAL-FALHAS
                      '|' WS-TOTAL-CONFLITOS
                      '|' WS-TOTAL-JA-ANTERIOR
                      '|' WS-PED-COUNT
                      '|0.00'
                      '|ESTORNO'
                      '|' FUNCTION TRIM(WS-RC-ED)
                      '|' WS-EXEC-ID
                      DELIMITED BY SIZE
                      INTO EXECUCOES-RECORD
               WRITE EXECUCOES-RECORD
               CLOSE EXECUCOES-FILE
           END-IF

           PERFORM 0530-LIBERAR-BLOQUEIO
           MOVE WS-RC TO RETURN-CODE.

       END PROGRAM OTD-ESTORNO.
