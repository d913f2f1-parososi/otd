      *> OTD-CONVERTE.cob — Conversão de Layout e Verificação do Mestre
      *>
      *> Compilar: cobc -x OTD-CONVERTE.cob -o otd_converte
      *> Uso:     ./otd_converte                 (verificação)
      *>          ./otd_converte VERIFICAR
      *>          ./otd_converte DESCARREGAR
      *>          ./otd_converte RECARREGAR
      *>          ./otd_converte RECARREGAR LIBERAR-BLOQUEIO
      *>          ./otd_converte ARQUIVO
      *>
      *> O PMRECORD.cpy cresce pelo fim: cada campo novo foi
      *> acrescentado depois do último e o mestre indexado gravado no
      *> layout anterior não abre mais (status 39 no
      *> 1900-OPEN-PEDIDOS-MASTER do OTD-AUDIT). Layouts conhecidos,
      *> pelo tamanho do registro:
      *>   121  original, até PM-RECONCILIACAO
      *>   141  + PM-TRANSPORTADORA
      *>   181  + PM-DT-CANCEL / PM-MOT-CANCEL
      *>   204  + PM-PREV-ENT-ORIG / PM-QTD-REPROG / PM-ULT-REPROG
      *>   234  + PM-VLR-FATURADO / PM-PCT-ATENDIDO / PM-DT-ULT-NOTA /
      *>          PM-QTD-NOTAS
      *>   303  + PM-DT-ENTREGA / PM-NOTA-ENTREGA / PM-RECEBEDOR /
      *>          PM-STATUS-ENTREGA / PM-DIAS-ENTREGA /
      *>          PM-DIAS-TRANSITO (layout vigente)
      *>
      *>   DESCARREGAR  abre o PEDIDOS.DAT no layout em que ele estiver
      *>                (tenta do vigente para o mais antigo) e
      *>                descarrega todos os registros, do jeito que
      *>                estão, em PEDIDOS-DESCARGA.DAT, com o tamanho do
      *>                layout de origem em cada linha e um trailer com
      *>                quantidade e soma do VLR MERC.
      *>   RECARREGAR   confere a descarga contra o trailer, converte
      *>                cada registro para o layout vigente e cria o
      *>                PEDIDOS.DAT novo. O mestre antigo precisa ter
      *>                sido renomeado antes: o programa recusa gravar
      *>                por cima de um PEDIDOS.DAT que ainda exista.
      *>                Depois relê o mestre novo e compara quantidade
      *>                e valor com o trailer. Pega o bloqueio
      *>                exclusivo OTD.LCK (LCKRECORD.cpy) como a carga
      *>                do OTD-AUDIT e recusa com RC 12 se outra
      *>                execução o tiver; LIBERAR-BLOQUEIO toma o
      *>                bloqueio abandonado por uma execução que caiu.
      *>                DESCARREGAR e VERIFICAR só avisam.
      *>   ARQUIVO      converte o arquivo morto PEDIDOS-ARQ.DAT, cujas
      *>                linhas foram gravadas pelo OTD-EXPURGO no layout
      *>                do mestre de cada época, para o layout vigente
      *>                em PEDIDOS-ARQ-CONV.DAT; o original fica intacto
      *>                e a troca dos arquivos é do operador.
      *>   VERIFICAR    (padrão) varre o mestre sem alterar nada e
      *>                aponta em INCONSISTENCIAS-MESTRE.TXT os
      *>                registros com data ilegível, campo numérico
      *>                inválido, status que não bate com as datas,
      *>                PM-DIAS-CALC diferente do recalculado e
      *>                cancelamento incompleto.
      *>
      *> Conversão completa do mestre (guarde o antigo como backup):
      *>   ./otd_converte DESCARREGAR
      *>   mv PEDIDOS.DAT PEDIDOS.ANT
      *>   ./otd_converte RECARREGAR
      *>   ./otd_converte VERIFICAR
      *>
      *> Campos que o layout de origem não tinha entram com o valor
      *> que a carga do OTD-AUDIT grava num registro novo: texto em
      *> branco, numérico zerado e PM-PREV-ENT-ORIG igual à PREV ENT
      *> vigente (a primeira promessa conhecida).
      *>
      *> RETURN-CODE: 0 = OK; 4 = com ressalvas (inconsistências
      *> apontadas, linhas do arquivo morto não convertidas, chave
      *> duplicada na recarga); 8 = arquivo indisponível, layout não
      *> reconhecido, mestre de destino já existente ou contagens de
      *> controle que não batem; 12 = recarga recusada porque o mestre
      *> está bloqueado por outra execução.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-CONVERTE.
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

      *>   O mesmo PEDIDOS.DAT visto nos layouts anteriores, só para
      *>   a descarga
           SELECT PEDIDOS-L234
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L234-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT PEDIDOS-L204
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L204-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT PEDIDOS-L181
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L181-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT PEDIDOS-L141
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L141-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT PEDIDOS-L121
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L121-PEDIDO
               FILE STATUS IS WS-PM-STATUS.

           SELECT DESCARGA-FILE
               ASSIGN TO "PEDIDOS-DESCARGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

           SELECT ARQUIVO-FILE
               ASSIGN TO "PEDIDOS-ARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT ARQ-CONV-FILE
               ASSIGN TO "PEDIDOS-ARQ-CONV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.

           SELECT VERIFICACAO-FILE
               ASSIGN TO "INCONSISTENCIAS-MESTRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "OTD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-MASTER.
       COPY "PMRECORD.cpy".

       FD  PEDIDOS-L234.
       01  L234-RECORD.
           05  L234-PEDIDO           PIC 9(8).
           05  FILLER                PIC X(226).

       FD  PEDIDOS-L204.
       01  L204-RECORD.
           05  L204-PEDIDO           PIC 9(8).
           05  FILLER                PIC X(196).

       FD  PEDIDOS-L181.
       01  L181-RECORD.
           05  L181-PEDIDO           PIC 9(8).
           05  FILLER                PIC X(173).

       FD  PEDIDOS-L141.
       01  L141-RECORD.
           05  L141-PEDIDO           PIC 9(8).
           05  FILLER                PIC X(133).

       FD  PEDIDOS-L121.
       01  L121-RECORD.
           05  L121-PEDIDO           PIC 9(8).
           05  FILLER                PIC X(113).

      *> Descarga do mestre: D = registro, imagem do jeito que estava
      *> no mestre, precedida do tamanho do layout de origem;
      *> T = trailer, última linha, com as contagens de controle
       FD  DESCARGA-FILE.
       01  DC-RECORD.
           05  DC-TIPO               PIC X.
           05  DC-TAMANHO            PIC 9(3).
           05  DC-IMAGEM             PIC X(400).
       01  DC-TRAILER.
           05  DCT-TIPO              PIC X.
           05  DCT-TAMANHO           PIC 9(3).
           05  DCT-QTD               PIC 9(8).
           05  DCT-VALOR             PIC 9(14)V99.
           05  DCT-DATA              PIC X(10).
           05  DCT-HORA              PIC X(8).

      *> Arquivo morto: uma imagem do PM-RECORD por linha, no layout
      *> do mestre da época em que o OTD-EXPURGO a gravou
       FD  ARQUIVO-FILE.
       01  ARQ-RECORD               PIC X(400).

       FD  ARQ-CONV-FILE.
       01  CNV-RECORD               PIC X(303).

      *> PEDIDO|STATUS|INCONSISTENCIA|DETALHE
       FD  VERIFICACAO-FILE.
       01  VERIFICACAO-RECORD       PIC X(160).

      *> Bloqueio do mestre contra execução concorrente
       FD  LOCK-FILE.
       COPY "LCKRECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-DC-STATUS          PIC XX VALUE '00'.
       01 WS-ARQ-STATUS         PIC XX VALUE '00'.
       01 WS-CNV-STATUS         PIC XX VALUE '00'.
       01 WS-VER-STATUS         PIC XX VALUE '00'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
       01 WS-PARM-TOKEN         PIC X(40) VALUE SPACES.
       01 WS-PARM-POS           PIC 9(4) VALUE 0.
       01 WS-PARM-START         PIC 9(4) VALUE 0.
       01 WS-PARM-LEN           PIC 9(4) VALUE 0.
       01 WS-PARM-INPUT-LEN     PIC 9(4) VALUE 0.
       01 WS-PARM-CHAR          PIC X.
       01 WS-PARM-ERRO          PIC X VALUE 'N'.
       01 WS-ACAO               PIC X(11) VALUE SPACES.

       01 WS-DATA-EXEC          PIC X(10) VALUE SPACES.
       01 WS-HORA-EXEC          PIC X(8) VALUE SPACES.

      *> Layouts conhecidos do PM-RECORD, do mais antigo ao vigente:
      *> tamanho do registro e o que cada um acrescentou
       01 WS-LAY-VALORES.
           05 FILLER PIC X(23) VALUE '121ORIGINAL            '.
           05 FILLER PIC X(23) VALUE '141+TRANSPORTADORA     '.
           05 FILLER PIC X(23) VALUE '181+CANCELAMENTO       '.
           05 FILLER PIC X(23) VALUE '204+REPROGRAMACAO      '.
           05 FILLER PIC X(23) VALUE '234+NOTAS              '.
           05 FILLER PIC X(23) VALUE '303+ENTREGA (VIGENTE)  '.
       01 WS-LAY-TABELA REDEFINES WS-LAY-VALORES.
           05 WS-LAY-ENTRY OCCURS 6 TIMES.
               10 WLY-TAMANHO    PIC 9(3).
               10 WLY-DESCRICAO  PIC X(20).
       01 WS-LAY-COUNT          PIC 9 VALUE 6.
       01 WS-LAY-I              PIC 9(2) VALUE 0.
       01 WS-LAY-VIGENTE        PIC 9(3) VALUE 303.
       01 WS-LAY-CONTAGENS.
           05 WS-LAY-CONT OCCURS 6 TIMES.
               10 WLC-QTD        PIC 9(8).
               10 WLC-VALOR      PIC 9(14)V99.

      *> Imagem de um registro em qualquer layout; PEDIDO e VLR MERC
      *> estão na mesma posição desde o layout original
       01 WS-IMAGEM.
           05 WIM-PEDIDO         PIC X(8).
           05 FILLER             PIC X(88).
           05 WIM-VLR-MERC       PIC 9(10)V99.
           05 FILLER             PIC X(292).
       01 WS-TAM-ORIGEM         PIC 9(3) VALUE 0.
       01 WS-TAM-UTIL           PIC 9(3) VALUE 0.
       01 WS-LAYOUT-OK          PIC X VALUE 'N'.

      *> Contagens de controle antes (origem) e depois (destino)
       01 WS-QTD-ANTES          PIC 9(8) VALUE 0.
       01 WS-VLR-ANTES          PIC 9(14)V99 VALUE 0.
       01 WS-QTD-DEPOIS         PIC 9(8) VALUE 0.
       01 WS-VLR-DEPOIS         PIC 9(14)V99 VALUE 0.
       01 WS-QTD-LINHAS         PIC 9(8) VALUE 0.
       01 WS-QTD-BRANCO         PIC 9(8) VALUE 0.
       01 WS-QTD-REJEITADOS     PIC 9(8) VALUE 0.
       01 WS-QTD-DUPLICADOS     PIC 9(8) VALUE 0.
       01 WS-VLR-ILEGIVEL       PIC 9(8) VALUE 0.
       01 WS-TRAILER-LIDO       PIC X VALUE 'N'.
       01 WS-TRL-TAMANHO        PIC 9(3) VALUE 0.
       01 WS-TRL-QTD            PIC 9(8) VALUE 0.
       01 WS-TRL-VALOR          PIC 9(14)V99 VALUE 0.
       01 WS-TRL-DATA           PIC X(10) VALUE SPACES.
       01 WS-TRL-HORA           PIC X(8) VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-RC                 PIC 9(2) VALUE 0.

      *> Bloqueio do mestre (OTD.LCK, mesmo controle da carga do
      *> OTD-AUDIT); WS-EXEC-ID identifica esta execução no bloqueio
       01 WS-EXEC-ID            PIC X(16) VALUE SPACES.
       01 WS-LCK-ATIVO          PIC X VALUE 'N'.
       01 WS-LCK-MEU            PIC X VALUE 'N'.
       01 WS-LCK-LIBERAR        PIC X VALUE 'N'.
       01 WS-LCK-NOVA           PIC X VALUE SPACE.
       01 WS-LCK-PROGRAMA       PIC X(12) VALUE SPACES.
       01 WS-LCK-EXECUCAO       PIC X(16) VALUE SPACES.
       01 WS-LCK-DATA           PIC X(10) VALUE SPACES.
       01 WS-LCK-HORA           PIC X(8) VALUE SPACES.

      *> Validação de datas DD/MM/YYYY (mesma rotina do OTD-AUDIT)
       01 WS-DATE-STR           PIC X(10).
       01 WS-DATE-DD            PIC 9(2).
       01 WS-DATE-MM            PIC 9(2).
       01 WS-DATE-YYYY          PIC 9(4).
       01 WS-DATE-YYYYMMDD      PIC 9(8).
       01 WS-DATE-VALID         PIC X VALUE 'N'.
       01 WS-DATE-INT           PIC S9(9) VALUE 0.

      *> Verificação do mestre: tipos de inconsistência apontados
       01 WS-INC-VALORES.
           05 FILLER PIC X(30) VALUE 'PREV ENT ILEGIVEL'.
           05 FILLER PIC X(30) VALUE 'DT FAT ILEGIVEL'.
           05 FILLER PIC X(30) VALUE 'OUTRA DATA ILEGIVEL'.
           05 FILLER PIC X(30) VALUE 'CAMPO NUMERICO INVALIDO'.
           05 FILLER PIC X(30) VALUE 'STATUS DESCONHECIDO'.
           05 FILLER PIC X(30) VALUE 'STATUS NAO BATE COM AS DATAS'.
           05 FILLER PIC X(30) VALUE 'DIAS-CALC DIVERGENTE'.
           05 FILLER PIC X(30) VALUE 'CANCELADO SEM DT CANCEL'.
           05 FILLER PIC X(30) VALUE 'DT CANCEL SEM CANCELADO'.
       01 WS-INC-TABELA REDEFINES WS-INC-VALORES.
           05 WS-INC-NOME OCCURS 9 TIMES PIC X(30).
       01 WS-INC-CONTAGENS.
           05 WS-INC-QTD OCCURS 9 TIMES PIC 9(8).
       01 WS-INC-COUNT          PIC 9 VALUE 9.
       01 WS-INC-I              PIC 9(2) VALUE 0.
       01 WS-INC-TIPO           PIC 9 VALUE 0.
       01 WS-INC-DETALHE        PIC X(60) VALUE SPACES.
       01 WS-INC-TOTAL          PIC 9(8) VALUE 0.
       01 WS-REG-INCONSISTENTE  PIC X VALUE 'N'.
       01 WS-REG-INCONSISTENTES PIC 9(8) VALUE 0.
       01 WS-VER-LINE           PIC X(160) VALUE SPACES.

       01 WS-STATUS-CONHECIDO   PIC X VALUE 'N'.
       01 WS-STATUS-ABERTO      PIC X VALUE 'N'.
       01 WS-STATUS-FATURADO    PIC X VALUE 'N'.
       01 WS-PREV-OK            PIC X VALUE 'N'.
       01 WS-PREV-INT           PIC S9(9) VALUE 0.
       01 WS-FAT-PREENCHIDA     PIC X VALUE 'N'.
       01 WS-FAT-OK             PIC X VALUE 'N'.
       01 WS-FAT-INT            PIC S9(9) VALUE 0.
       01 WS-DIAS-RECALC        PIC S9(9) VALUE 0.
       01 WS-CAMPO-NOME         PIC X(20) VALUE SPACES.

       01 WS-HEADER-1.
           05 FILLER PIC X(40) VALUE
              '========================================'.
           05 FILLER PIC X(40) VALUE
              '========================================'.
           05 FILLER PIC X(36) VALUE
              '===================================='.

       01 WS-HEADER-2.
           05 FILLER PIC X(20) VALUE 'USIQUIMICA'.
           05 FILLER PIC X(34) VALUE
              ' CONVERSAO DO MESTRE DE PEDIDOS - '.
           05 WS-H2-ACAO        PIC X(12).
           05 FILLER PIC X(9)  VALUE '   DATA: '.
           05 WS-H2-DATA        PIC X(10).

       01 WS-SEPARADOR.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(40) VALUE
              '----------------------------------------'.
           05 FILLER PIC X(36) VALUE
              '------------------------------------'.

       01 WS-TOT-EDIT           PIC ZZ,ZZZ,ZZ9.
       01 WS-VLR-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIAS-EDIT          PIC -(8)9.
       01 WS-DIAS-EDIT-2        PIC -(8)9.
       01 WS-TAM-EDIT           PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM 0100-PARSE-PARAMETROS
           IF WS-PARM-ERRO = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-DATA-HORA

           MOVE WS-ACAO      TO WS-H2-ACAO
           MOVE WS-DATA-EXEC TO WS-H2-DATA
           DISPLAY WS-HEADER-1
           DISPLAY WS-HEADER-2
           DISPLAY WS-HEADER-1

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EXEC-ID
           IF WS-ACAO = 'DESCARREGAR' OR WS-ACAO = 'VERIFICAR'
               PERFORM 6015-AVISAR-BLOQUEIO
           END-IF

           EVALUATE WS-ACAO
               WHEN 'DESCARREGAR'
                   PERFORM 1000-DESCARREGAR
               WHEN 'RECARREGAR'
                   PERFORM 2000-RECARREGAR
               WHEN 'ARQUIVO'
                   PERFORM 3000-CONVERTER-ARQUIVO
               WHEN OTHER
                   PERFORM 4000-VERIFICAR
           END-EVALUATE

           DISPLAY WS-HEADER-1
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (a operação e LIBERAR-BLOQUEIO)
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
           END-PERFORM

           IF WS-ACAO = SPACES
               MOVE 'VERIFICAR' TO WS-ACAO
           END-IF.

       0110-APLICAR-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN = 'DESCARREGAR'
                   OR WS-PARM-TOKEN = 'RECARREGAR'
                   OR WS-PARM-TOKEN = 'ARQUIVO'
                   OR WS-PARM-TOKEN = 'VERIFICAR'
                   IF WS-ACAO NOT = SPACES
                       AND WS-ACAO NOT = WS-PARM-TOKEN(1:11)
                       DISPLAY 'ERRO: MAIS DE UMA OPERACAO NA LINHA '
                           'DE COMANDO (' FUNCTION TRIM(WS-ACAO)
                           ' E ' FUNCTION TRIM(WS-PARM-TOKEN) ')'
                       MOVE 'Y' TO WS-PARM-ERRO
                   END-IF
                   MOVE WS-PARM-TOKEN(1:11) TO WS-ACAO
               WHEN WS-PARM-TOKEN = 'LIBERAR-BLOQUEIO'
                   MOVE 'Y' TO WS-LCK-LIBERAR
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
           END-EVALUATE.

       0200-DATA-HORA.
      *>   Data DD/MM/AAAA e hora HH:MM:SS da execução, para o
      *>   trailer da descarga e o cabeçalho
           MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-DATA-EXEC(1:2)
           MOVE '/'                         TO WS-DATA-EXEC(3:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-DATA-EXEC(4:2)
           MOVE '/'                         TO WS-DATA-EXEC(6:1)
           MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-DATA-EXEC(7:4)
           MOVE FUNCTION CURRENT-DATE(9:2)  TO WS-HORA-EXEC(1:2)
           MOVE ':'                         TO WS-HORA-EXEC(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-HORA-EXEC(4:2)
           MOVE ':'                         TO WS-HORA-EXEC(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-HORA-EXEC(7:2)
           INITIALIZE WS-LAY-CONTAGENS
           INITIALIZE WS-INC-CONTAGENS.

       1000-DESCARREGAR.
      *>   Identifica o layout do PEDIDOS.DAT abrindo-o em cada um,
      *>   do vigente para o mais antigo — status 39 é o conflito de
      *>   tamanho de registro — e descarrega na ordem da chave
           MOVE 0 TO WS-TAM-ORIGEM
           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS = '00'
               MOVE 303 TO WS-TAM-ORIGEM
           END-IF
           IF WS-PM-STATUS = '39'
               OPEN INPUT PEDIDOS-L234
               IF WS-PM-STATUS = '00'
                   MOVE 234 TO WS-TAM-ORIGEM
               END-IF
           END-IF
           IF WS-PM-STATUS = '39'
               OPEN INPUT PEDIDOS-L204
               IF WS-PM-STATUS = '00'
                   MOVE 204 TO WS-TAM-ORIGEM
               END-IF
           END-IF
           IF WS-PM-STATUS = '39'
               OPEN INPUT PEDIDOS-L181
               IF WS-PM-STATUS = '00'
                   MOVE 181 TO WS-TAM-ORIGEM
               END-IF
           END-IF
           IF WS-PM-STATUS = '39'
               OPEN INPUT PEDIDOS-L141
               IF WS-PM-STATUS = '00'
                   MOVE 141 TO WS-TAM-ORIGEM
               END-IF
           END-IF
           IF WS-PM-STATUS = '39'
               OPEN INPUT PEDIDOS-L121
               IF WS-PM-STATUS = '00'
                   MOVE 121 TO WS-TAM-ORIGEM
               END-IF
           END-IF
           IF WS-TAM-ORIGEM = 0
               IF WS-PM-STATUS = '39'
                   DISPLAY 'ERRO: PEDIDOS.DAT EM LAYOUT NAO '
                       'RECONHECIDO (STATUS 39) - NADA DESCARREGADO'
               ELSE
                   DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                       WS-PM-STATUS ') - NADA DESCARREGADO'
               END-IF
               MOVE 8 TO WS-RC
           ELSE
               PERFORM 1010-GRAVAR-DESCARGA
           END-IF.

       1010-GRAVAR-DESCARGA.
      *>   Só cria a descarga depois que o mestre abriu: uma descarga
      *>   boa anterior não é truncada por um mestre ausente
           MOVE WS-TAM-ORIGEM TO WS-TAM-EDIT
           DISPLAY 'LAYOUT DO PEDIDOS.DAT: ' WS-TAM-EDIT ' BYTES'
           OPEN OUTPUT DESCARGA-FILE
           IF WS-DC-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR PEDIDOS-DESCARGA.DAT (STATUS '
                   WS-DC-STATUS ')'
               MOVE 8 TO WS-RC
           ELSE
               MOVE 'N' TO WS-EOF
               EVALUATE WS-TAM-ORIGEM
                   WHEN 303
                       PERFORM 1020-LER-VIGENTE
                   WHEN 234
                       PERFORM 1025-LER-L234
                   WHEN 204
                       PERFORM 1030-LER-L204
                   WHEN 181
                       PERFORM 1040-LER-L181
                   WHEN 141
                       PERFORM 1050-LER-L141
                   WHEN OTHER
                       PERFORM 1060-LER-L121
               END-EVALUATE
               MOVE SPACES        TO DC-TRAILER
               MOVE 'T'           TO DCT-TIPO
               MOVE WS-TAM-ORIGEM TO DCT-TAMANHO
               MOVE WS-QTD-DEPOIS TO DCT-QTD
               MOVE WS-VLR-DEPOIS TO DCT-VALOR
               MOVE WS-DATA-EXEC  TO DCT-DATA
               MOVE WS-HORA-EXEC  TO DCT-HORA
               WRITE DC-TRAILER
               IF WS-DC-STATUS NOT = '00'
                   MOVE 8 TO WS-RC
               END-IF
               CLOSE DESCARGA-FILE
           END-IF
           EVALUATE WS-TAM-ORIGEM
               WHEN 303
                   CLOSE PEDIDOS-MASTER
               WHEN 234
                   CLOSE PEDIDOS-L234
               WHEN 204
                   CLOSE PEDIDOS-L204
               WHEN 181
                   CLOSE PEDIDOS-L181
               WHEN 141
                   CLOSE PEDIDOS-L141
               WHEN OTHER
                   CLOSE PEDIDOS-L121
           END-EVALUATE
           PERFORM 1900-RESUMO-DESCARGA.

       1020-LER-VIGENTE.
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
                       MOVE PM-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1025-LER-L234.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-L234 NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE L234-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1030-LER-L204.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-L204 NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE L204-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1040-LER-L181.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-L181 NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE L181-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1050-LER-L141.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-L141 NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE L141-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1060-LER-L121.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEDIDOS-L121 NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE L121-RECORD TO WS-IMAGEM
                       PERFORM 1100-GRAVAR-IMAGEM
               END-READ
           END-PERFORM.

       1100-GRAVAR-IMAGEM.
      *>   Antes = lido do mestre; depois = gravado na descarga
           ADD 1 TO WS-QTD-ANTES
           IF WIM-VLR-MERC IS NUMERIC
               ADD WIM-VLR-MERC TO WS-VLR-ANTES
           ELSE
               ADD 1 TO WS-VLR-ILEGIVEL
           END-IF
           MOVE SPACES        TO DC-RECORD
           MOVE 'D'           TO DC-TIPO
           MOVE WS-TAM-ORIGEM TO DC-TAMANHO
           MOVE WS-IMAGEM     TO DC-IMAGEM
           WRITE DC-RECORD
           IF WS-DC-STATUS = '00'
               ADD 1 TO WS-QTD-DEPOIS
               IF WIM-VLR-MERC IS NUMERIC
                   ADD WIM-VLR-MERC TO WS-VLR-DEPOIS
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF
               DISPLAY 'ERRO AO GRAVAR PEDIDOS-DESCARGA.DAT (STATUS '
                   WS-DC-STATUS ') NO PEDIDO ' WIM-PEDIDO
           END-IF.

       1900-RESUMO-DESCARGA.
           IF WS-RC = 0
               DISPLAY WS-SEPARADOR
               MOVE WS-QTD-ANTES TO WS-TOT-EDIT
               MOVE WS-VLR-ANTES TO WS-VLR-EDIT
               DISPLAY 'LIDOS NO PEDIDOS.DAT         : ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
               MOVE WS-QTD-DEPOIS TO WS-TOT-EDIT
               MOVE WS-VLR-DEPOIS TO WS-VLR-EDIT
               DISPLAY 'GRAVADOS NA DESCARGA         : ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
               IF WS-VLR-ILEGIVEL > 0
                   MOVE WS-VLR-ILEGIVEL TO WS-TOT-EDIT
                   DISPLAY '  COM VLR MERC ILEGIVEL      : '
                       WS-TOT-EDIT ' (FORA DA SOMA)'
               END-IF
               IF WS-QTD-ANTES = WS-QTD-DEPOIS
                   AND WS-VLR-ANTES = WS-VLR-DEPOIS
                   DISPLAY 'CONTAGENS DE CONTROLE CONFEREM - '
                       'PEDIDOS-DESCARGA.DAT PRONTO PARA A RECARGA'
               ELSE
                   DISPLAY '** CONTAGENS DE CONTROLE NAO CONFEREM - '
                       'DESCARGA INCOMPLETA, NAO RECARREGUE **'
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       2000-RECARREGAR.
      *>   Confere a descarga inteira contra o trailer antes de criar
      *>   qualquer coisa; o destino tem de não existir. A recarga
      *>   cria o mestre, então roda sob o bloqueio exclusivo
           PERFORM 6000-PEGAR-BLOQUEIO
           IF WS-RC = 0
               PERFORM 2010-CONFERIR-DESCARGA
           END-IF
           IF WS-RC = 0
               PERFORM 2020-VERIFICAR-DESTINO
           END-IF
           IF WS-RC = 0
               PERFORM 2030-CARREGAR-MESTRE
           END-IF
           IF WS-RC < 8
               PERFORM 2040-CONTAR-MESTRE-NOVO
           END-IF
           PERFORM 6030-LIBERAR-BLOQUEIO.

       2010-CONFERIR-DESCARGA.
      *>   Antes = conteúdo da descarga por layout de origem; a
      *>   quantidade e a soma têm de bater com o trailer
           OPEN INPUT DESCARGA-FILE
           IF WS-DC-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS-DESCARGA.DAT INDISPONIVEL '
                   '(STATUS ' WS-DC-STATUS ')'
               MOVE 8 TO WS-RC
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DESCARGA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 2011-CONTAR-LINHA-DESCARGA
                   END-READ
               END-PERFORM
               CLOSE DESCARGA-FILE

               MOVE WS-TRL-TAMANHO TO WS-TAM-EDIT
               DISPLAY 'DESCARGA DE ' WS-TRL-DATA ' ' WS-TRL-HORA
                   ' - MESTRE DE ORIGEM COM ' WS-TAM-EDIT ' BYTES'
               DISPLAY WS-SEPARADOR
               PERFORM 5300-IMPRIMIR-LAYOUTS
               MOVE WS-QTD-ANTES TO WS-TOT-EDIT
               MOVE WS-VLR-ANTES TO WS-VLR-EDIT
               DISPLAY 'REGISTROS NA DESCARGA        : ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
               MOVE WS-TRL-QTD TO WS-TOT-EDIT
               MOVE WS-TRL-VALOR TO WS-VLR-EDIT
               DISPLAY 'TRAILER DA DESCARGA          : ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
               EVALUATE TRUE
                   WHEN WS-TRAILER-LIDO = 'N'
                       DISPLAY 'ERRO: DESCARGA SEM TRAILER - '
                           'INCOMPLETA, NADA RECARREGADO'
                       MOVE 8 TO WS-RC
                   WHEN WS-QTD-REJEITADOS > 0
                       MOVE WS-QTD-REJEITADOS TO WS-TOT-EDIT
                       DISPLAY 'ERRO: ' WS-TOT-EDIT ' LINHAS DA '
                           'DESCARGA ILEGIVEIS - NADA RECARREGADO'
                       MOVE 8 TO WS-RC
                   WHEN WS-QTD-ANTES NOT = WS-TRL-QTD
                       OR WS-VLR-ANTES NOT = WS-TRL-VALOR
                       DISPLAY 'ERRO: DESCARGA NAO CONFERE COM O '
                           'TRAILER - NADA RECARREGADO'
                       MOVE 8 TO WS-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2011-CONTAR-LINHA-DESCARGA.
           EVALUATE DC-TIPO
               WHEN 'T'
                   MOVE 'Y'         TO WS-TRAILER-LIDO
                   MOVE DCT-TAMANHO TO WS-TRL-TAMANHO
                   MOVE DCT-QTD     TO WS-TRL-QTD
                   MOVE DCT-VALOR   TO WS-TRL-VALOR
                   MOVE DCT-DATA    TO WS-TRL-DATA
                   MOVE DCT-HORA    TO WS-TRL-HORA
               WHEN 'D'
                   MOVE DC-IMAGEM TO WS-IMAGEM
                   MOVE DC-TAMANHO TO WS-TAM-ORIGEM
                   PERFORM 5000-LOCALIZAR-LAYOUT
                   IF WS-LAYOUT-OK = 'Y'
                       AND WIM-PEDIDO IS NUMERIC
                       ADD 1 TO WS-QTD-ANTES
                       PERFORM 5200-ACUMULAR-LAYOUT
                       IF WIM-VLR-MERC IS NUMERIC
                           ADD WIM-VLR-MERC TO WS-VLR-ANTES
                       END-IF
                   ELSE
                       ADD 1 TO WS-QTD-REJEITADOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       2020-VERIFICAR-DESTINO.
      *>   Só cria PEDIDOS.DAT se ele não existir (status 35): o
      *>   mestre antigo é o backup da conversão e não pode ser
      *>   gravado por cima
           OPEN INPUT PEDIDOS-MASTER
           EVALUATE WS-PM-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   CLOSE PEDIDOS-MASTER
                   DISPLAY 'ERRO: PEDIDOS.DAT JA EXISTE NO LAYOUT '
                       'VIGENTE - NADA RECARREGADO'
                   MOVE 8 TO WS-RC
               WHEN OTHER
                   DISPLAY 'ERRO: PEDIDOS.DAT AINDA EXISTE (STATUS '
                       WS-PM-STATUS ') - RENOMEIE O MESTRE ANTIGO '
                       'ANTES DA RECARGA'
                   MOVE 8 TO WS-RC
           END-EVALUATE.

       2030-CARREGAR-MESTRE.
      *>   Converte cada registro da descarga para o layout vigente e
      *>   grava no mestre novo, na ordem da chave em que saiu
           OPEN OUTPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR PEDIDOS.DAT (STATUS '
                   WS-PM-STATUS ')'
               MOVE 8 TO WS-RC
           ELSE
               OPEN INPUT DESCARGA-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DESCARGA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DC-TIPO = 'D'
                               MOVE DC-IMAGEM TO WS-IMAGEM
                               MOVE DC-TAMANHO TO WS-TAM-ORIGEM
                               PERFORM 5100-CONVERTER-IMAGEM
                               PERFORM 2031-GRAVAR-MESTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCARGA-FILE
               CLOSE PEDIDOS-MASTER
           END-IF.

       2031-GRAVAR-MESTRE.
           WRITE PM-RECORD
               INVALID KEY
                   ADD 1 TO WS-QTD-DUPLICADOS
                   DISPLAY 'PEDIDO ' PM-PEDIDO ' DUPLICADO NA '
                       'DESCARGA - MANTIDA A PRIMEIRA OCORRENCIA'
           END-WRITE
           IF WS-PM-STATUS NOT = '00'
               AND WS-PM-STATUS NOT = '22'
               DISPLAY 'ERRO AO GRAVAR PEDIDOS.DAT (STATUS '
                   WS-PM-STATUS ') NO PEDIDO ' PM-PEDIDO
               MOVE 8 TO WS-RC
               MOVE 'Y' TO WS-EOF
           END-IF.

       2040-CONTAR-MESTRE-NOVO.
      *>   Depois = releitura do mestre novo; com duplicados fora, a
      *>   quantidade esperada é a da descarga menos os descartados
           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT NOVO INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               MOVE 8 TO WS-RC
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
                           ADD 1 TO WS-QTD-DEPOIS
                           IF PM-VLR-MERC IS NUMERIC
                               ADD PM-VLR-MERC TO WS-VLR-DEPOIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-MASTER

               MOVE WS-QTD-DEPOIS TO WS-TOT-EDIT
               MOVE WS-VLR-DEPOIS TO WS-VLR-EDIT
               DISPLAY 'GRAVADOS NO PEDIDOS.DAT NOVO : ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
               IF WS-QTD-DUPLICADOS > 0
                   MOVE WS-QTD-DUPLICADOS TO WS-TOT-EDIT
                   DISPLAY '  DUPLICADOS DESCARTADOS     : '
                       WS-TOT-EDIT
                   MOVE 4 TO WS-RC
               END-IF
               IF WS-QTD-DEPOIS + WS-QTD-DUPLICADOS = WS-TRL-QTD
                   AND (WS-VLR-DEPOIS = WS-TRL-VALOR
                       OR WS-QTD-DUPLICADOS > 0)
                   DISPLAY 'CONTAGENS DE CONTROLE CONFEREM - '
                       'PEDIDOS.DAT NO LAYOUT VIGENTE'
               ELSE
                   DISPLAY '** CONTAGENS DE CONTROLE NAO CONFEREM - '
                       'NAO USE O PEDIDOS.DAT NOVO, RESTAURE O '
                       'ANTERIOR **'
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       3000-CONVERTER-ARQUIVO.
      *>   Converte o arquivo morto linha a linha para o layout
      *>   vigente; o original não é alterado
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS-ARQ.DAT INDISPONIVEL (STATUS '
                   WS-ARQ-STATUS ')'
               MOVE 8 TO WS-RC
           ELSE
               OPEN OUTPUT ARQ-CONV-FILE
               IF WS-CNV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO CRIAR PEDIDOS-ARQ-CONV.DAT '
                       '(STATUS ' WS-CNV-STATUS ')'
                   MOVE 8 TO WS-RC
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ARQUIVO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-QTD-LINHAS
                               PERFORM 3010-CONVERTER-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CONV-FILE
                   PERFORM 3900-RESUMO-ARQUIVO
               END-IF
               CLOSE ARQUIVO-FILE
           END-IF.

       3010-CONVERTER-LINHA.
      *>   O arquivo morto não guarda o tamanho de origem: o layout
      *>   sai do tamanho útil da linha (até o último caractere não
      *>   branco). Desde o layout de 204 todo registro termina num
      *>   campo numérico, então o tamanho útil cai sempre na faixa
      *>   certa; nos anteriores, um registro com os campos finais
      *>   em branco parece de um layout mais antigo, e a conversão
      *>   dá o mesmo resultado nos dois casos
           IF ARQ-RECORD = SPACES
               ADD 1 TO WS-QTD-BRANCO
           ELSE
               MOVE ARQ-RECORD TO WS-IMAGEM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IMAGEM TRAILING))
                   TO WS-TAM-UTIL
               MOVE 'N' TO WS-LAYOUT-OK
               PERFORM VARYING WS-LAY-I FROM 1 BY 1
                   UNTIL WS-LAY-I > WS-LAY-COUNT
                   IF WS-TAM-UTIL <= WLY-TAMANHO(WS-LAY-I)
                       MOVE WLY-TAMANHO(WS-LAY-I) TO WS-TAM-ORIGEM
                       MOVE 'Y' TO WS-LAYOUT-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LAYOUT-OK = 'N' OR WIM-PEDIDO IS NOT NUMERIC
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE WS-QTD-LINHAS TO WS-TOT-EDIT
                   DISPLAY 'LINHA ' WS-TOT-EDIT ' NAO CONVERTIDA - '
                       'PEDIDO ' WIM-PEDIDO ' TAMANHO ' WS-TAM-UTIL
               ELSE
                   ADD 1 TO WS-QTD-ANTES
                   IF WIM-VLR-MERC IS NUMERIC
                       ADD WIM-VLR-MERC TO WS-VLR-ANTES
                   ELSE
                       ADD 1 TO WS-VLR-ILEGIVEL
                   END-IF
                   PERFORM 5200-ACUMULAR-LAYOUT
                   PERFORM 5100-CONVERTER-IMAGEM
                   MOVE PM-RECORD TO CNV-RECORD
                   WRITE CNV-RECORD
                   IF WS-CNV-STATUS = '00'
                       ADD 1 TO WS-QTD-DEPOIS
                       IF PM-VLR-MERC IS NUMERIC
                           ADD PM-VLR-MERC TO WS-VLR-DEPOIS
                       END-IF
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR PEDIDOS-ARQ-CONV.DAT '
                           '(STATUS ' WS-CNV-STATUS ')'
                       MOVE 8 TO WS-RC
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-IF
           END-IF.

       3900-RESUMO-ARQUIVO.
           DISPLAY WS-SEPARADOR
           MOVE WS-QTD-LINHAS TO WS-TOT-EDIT
           DISPLAY 'LINHAS LIDAS NO PEDIDOS-ARQ.DAT : ' WS-TOT-EDIT
           PERFORM 5300-IMPRIMIR-LAYOUTS
           MOVE WS-QTD-ANTES TO WS-TOT-EDIT
           MOVE WS-VLR-ANTES TO WS-VLR-EDIT
           DISPLAY 'REGISTROS RECONHECIDOS       : ' WS-TOT-EDIT
               '   VLR MERC R$ ' WS-VLR-EDIT
           MOVE WS-QTD-DEPOIS TO WS-TOT-EDIT
           MOVE WS-VLR-DEPOIS TO WS-VLR-EDIT
           DISPLAY 'GRAVADOS NO LAYOUT VIGENTE   : ' WS-TOT-EDIT
               '   VLR MERC R$ ' WS-VLR-EDIT
           IF WS-QTD-BRANCO > 0
               MOVE WS-QTD-BRANCO TO WS-TOT-EDIT
               DISPLAY '  LINHAS EM BRANCO IGNORADAS : ' WS-TOT-EDIT
           END-IF
           IF WS-VLR-ILEGIVEL > 0
               MOVE WS-VLR-ILEGIVEL TO WS-TOT-EDIT
               DISPLAY '  COM VLR MERC ILEGIVEL      : ' WS-TOT-EDIT
                   ' (FORA DA SOMA)'
           END-IF
           IF WS-QTD-REJEITADOS > 0
               MOVE WS-QTD-REJEITADOS TO WS-TOT-EDIT
               DISPLAY '** ' WS-TOT-EDIT ' LINHAS NAO CONVERTIDAS '
                   '(PEDIDO ILEGIVEL OU MAIOR QUE O LAYOUT VIGENTE) '
                   '- FICAM SO NO ORIGINAL **'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           IF WS-QTD-ANTES = WS-QTD-DEPOIS
               AND WS-VLR-ANTES = WS-VLR-DEPOIS
               DISPLAY 'CONTAGENS DE CONTROLE CONFEREM - SUBSTITUA O '
                   'PEDIDOS-ARQ.DAT PELO PEDIDOS-ARQ-CONV.DAT'
           ELSE
               DISPLAY '** CONTAGENS DE CONTROLE NAO CONFEREM - '
                   'MANTENHA O PEDIDOS-ARQ.DAT ORIGINAL **'
               MOVE 8 TO WS-RC
           END-IF.

       4000-VERIFICAR.
      *>   Varre o mestre só lendo e aponta cada inconsistência numa
      *>   linha; um registro pode ter mais de uma
           OPEN INPUT PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               IF WS-PM-STATUS = '39'
                   DISPLAY 'MESTRE EM LAYOUT ANTERIOR - CONVERTA COM '
                       'DESCARREGAR E RECARREGAR ANTES DE VERIFICAR'
               END-IF
               MOVE 8 TO WS-RC
           ELSE
               OPEN OUTPUT VERIFICACAO-FILE
               IF WS-VER-STATUS NOT = '00'
                   DISPLAY 'ERRO AO CRIAR INCONSISTENCIAS-MESTRE.TXT '
                       '(STATUS ' WS-VER-STATUS ')'
                   MOVE 8 TO WS-RC
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
                               PERFORM 4010-VERIFICAR-PEDIDO
                       END-READ
                   END-PERFORM
                   CLOSE VERIFICACAO-FILE
                   PERFORM 4900-RESUMO-VERIFICACAO
               END-IF
               CLOSE PEDIDOS-MASTER
           END-IF.

       4010-VERIFICAR-PEDIDO.
           ADD 1 TO WS-QTD-ANTES
           IF PM-VLR-MERC IS NUMERIC
               ADD PM-VLR-MERC TO WS-VLR-ANTES
           END-IF
           MOVE 'N' TO WS-REG-INCONSISTENTE
           PERFORM 4020-VERIFICAR-NUMERICOS
           PERFORM 4030-VERIFICAR-DATAS
           PERFORM 4040-VERIFICAR-STATUS
           PERFORM 4050-VERIFICAR-DIAS-CALC
           PERFORM 4060-VERIFICAR-CANCELAMENTO
           IF WS-REG-INCONSISTENTE = 'Y'
               ADD 1 TO WS-REG-INCONSISTENTES
           ELSE
               ADD 1 TO WS-QTD-DEPOIS
               IF PM-VLR-MERC IS NUMERIC
                   ADD PM-VLR-MERC TO WS-VLR-DEPOIS
               END-IF
           END-IF.

       4020-VERIFICAR-NUMERICOS.
      *>   Campo numérico com brancos ou lixo é o sinal típico de
      *>   registro convertido na mão
           MOVE 4 TO WS-INC-TIPO
           IF PM-DIAS IS NOT NUMERIC
               MOVE 'PM-DIAS' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-DIAS-CALC IS NOT NUMERIC
               MOVE 'PM-DIAS-CALC' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-VLR-MERC IS NOT NUMERIC
               MOVE 'PM-VLR-MERC' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-QTD-REPROG IS NOT NUMERIC
               MOVE 'PM-QTD-REPROG' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-VLR-FATURADO IS NOT NUMERIC
               MOVE 'PM-VLR-FATURADO' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-PCT-ATENDIDO IS NOT NUMERIC
               MOVE 'PM-PCT-ATENDIDO' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-QTD-NOTAS IS NOT NUMERIC
               MOVE 'PM-QTD-NOTAS' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-NOTA-ENTREGA IS NOT NUMERIC
               MOVE 'PM-NOTA-ENTREGA' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-DIAS-ENTREGA IS NOT NUMERIC
               MOVE 'PM-DIAS-ENTREGA' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-DIAS-TRANSITO IS NOT NUMERIC
               MOVE 'PM-DIAS-TRANSITO' TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF.

       4030-VERIFICAR-DATAS.
      *>   PREV ENT é obrigatória; as demais datas só são conferidas
      *>   quando preenchidas
           MOVE PM-PREV-ENT TO WS-DATE-STR
           PERFORM 8000-VALIDATE-DATE-STR
           MOVE WS-DATE-VALID TO WS-PREV-OK
           MOVE WS-DATE-INT TO WS-PREV-INT
           IF WS-PREV-OK = 'N'
               MOVE 1 TO WS-INC-TIPO
               MOVE PM-PREV-ENT TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF

           MOVE 'N' TO WS-FAT-PREENCHIDA
           MOVE 'N' TO WS-FAT-OK
           IF PM-DT-FAT NOT = SPACES
               MOVE 'Y' TO WS-FAT-PREENCHIDA
               MOVE PM-DT-FAT TO WS-DATE-STR
               PERFORM 8000-VALIDATE-DATE-STR
               MOVE WS-DATE-VALID TO WS-FAT-OK
               MOVE WS-DATE-INT TO WS-FAT-INT
               IF WS-FAT-OK = 'N'
                   MOVE 2 TO WS-INC-TIPO
                   MOVE PM-DT-FAT TO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
               END-IF
           END-IF

           MOVE 'PM-DT-CANCEL' TO WS-CAMPO-NOME
           MOVE PM-DT-CANCEL TO WS-DATE-STR
           PERFORM 4031-VERIFICAR-OUTRA-DATA
      *>   Promessa original igual à vigente já foi apontada acima
           IF PM-PREV-ENT-ORIG NOT = PM-PREV-ENT
               MOVE 'PM-PREV-ENT-ORIG' TO WS-CAMPO-NOME
               MOVE PM-PREV-ENT-ORIG TO WS-DATE-STR
               PERFORM 4031-VERIFICAR-OUTRA-DATA
           END-IF
           MOVE 'PM-ULT-REPROG' TO WS-CAMPO-NOME
           MOVE PM-ULT-REPROG TO WS-DATE-STR
           PERFORM 4031-VERIFICAR-OUTRA-DATA
           MOVE 'PM-DT-ULT-NOTA' TO WS-CAMPO-NOME
           MOVE PM-DT-ULT-NOTA TO WS-DATE-STR
           PERFORM 4031-VERIFICAR-OUTRA-DATA
           MOVE 'PM-DT-ENTREGA' TO WS-CAMPO-NOME
           MOVE PM-DT-ENTREGA TO WS-DATE-STR
           PERFORM 4031-VERIFICAR-OUTRA-DATA.

       4031-VERIFICAR-OUTRA-DATA.
           IF WS-DATE-STR NOT = SPACES
               PERFORM 8000-VALIDATE-DATE-STR
               IF WS-DATE-VALID = 'N'
                   MOVE 3 TO WS-INC-TIPO
                   MOVE SPACES TO WS-INC-DETALHE
                   STRING FUNCTION TRIM(WS-CAMPO-NOME) ' = '
                       WS-DATE-STR
                       DELIMITED BY SIZE INTO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
               END-IF
           END-IF.

       4040-VERIFICAR-STATUS.
      *>   Status x datas na régua do 2185-CLASSIFY-STATUS do
      *>   OTD-AUDIT: em aberto não tem DT FAT, faturado tem;
      *>   ATRASADO exige DT FAT depois da PREV ENT e ADIANTADO
      *>   antes, em dias corridos ou úteis. EM ABERTO x PREV VENCIDA
      *>   depende da data da última carga e não é conferido, nem
      *>   NO PRAZO antes da PREV ENT (possível no modo UTEIS)
           MOVE 'Y' TO WS-STATUS-CONHECIDO
           MOVE 'N' TO WS-STATUS-ABERTO
           MOVE 'N' TO WS-STATUS-FATURADO
           EVALUATE PM-STATUS-OTD
               WHEN 'EM ABERTO   '
               WHEN 'PREV VENCIDA'
                   MOVE 'Y' TO WS-STATUS-ABERTO
               WHEN 'ATRASADO    '
               WHEN 'NO PRAZO    '
               WHEN 'ADIANTADO   '
                   MOVE 'Y' TO WS-STATUS-FATURADO
               WHEN 'CANCELADO   '
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-STATUS-CONHECIDO
                   MOVE 5 TO WS-INC-TIPO
                   MOVE PM-STATUS-OTD TO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
           END-EVALUATE

           MOVE 6 TO WS-INC-TIPO
           MOVE SPACES TO WS-INC-DETALHE
           IF WS-STATUS-ABERTO = 'Y' AND WS-FAT-PREENCHIDA = 'Y'
               STRING FUNCTION TRIM(PM-STATUS-OTD) ' COM DT FAT '
                   PM-DT-FAT
                   DELIMITED BY SIZE INTO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF WS-STATUS-FATURADO = 'Y' AND WS-FAT-PREENCHIDA = 'N'
               STRING FUNCTION TRIM(PM-STATUS-OTD) ' SEM DT FAT'
                   DELIMITED BY SIZE INTO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF WS-STATUS-FATURADO = 'Y'
               AND WS-FAT-OK = 'Y' AND WS-PREV-OK = 'Y'
               IF PM-STATUS-OTD = 'ATRASADO    '
                   AND WS-FAT-INT NOT > WS-PREV-INT
                   STRING 'ATRASADO COM DT FAT ' PM-DT-FAT
                       ' ATE A PREV ENT ' PM-PREV-ENT
                       DELIMITED BY SIZE INTO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
               END-IF
               IF PM-STATUS-OTD = 'ADIANTADO   '
                   AND WS-FAT-INT NOT < WS-PREV-INT
                   STRING 'ADIANTADO COM DT FAT ' PM-DT-FAT
                       ' DESDE A PREV ENT ' PM-PREV-ENT
                       DELIMITED BY SIZE INTO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
               END-IF
           END-IF.

       4050-VERIFICAR-DIAS-CALC.
      *>   Mesmo cálculo do 2180-RECONCILIAR-DIAS do OTD-AUDIT (DT
      *>   FAT - PREV ENT em dias corridos). No pedido em aberto o
      *>   valor gravado é projetado contra a data da carga e não se
      *>   confere aqui
           IF WS-FAT-OK = 'Y' AND WS-PREV-OK = 'Y'
               AND PM-DIAS-CALC IS NUMERIC
               COMPUTE WS-DIAS-RECALC = WS-FAT-INT - WS-PREV-INT
               IF WS-DIAS-RECALC NOT = PM-DIAS-CALC
                   MOVE 7 TO WS-INC-TIPO
                   MOVE PM-DIAS-CALC TO WS-DIAS-EDIT
                   MOVE WS-DIAS-RECALC TO WS-DIAS-EDIT-2
                   MOVE SPACES TO WS-INC-DETALHE
                   STRING 'GRAVADO ' FUNCTION TRIM(WS-DIAS-EDIT)
                       ' RECALCULADO ' FUNCTION TRIM(WS-DIAS-EDIT-2)
                       DELIMITED BY SIZE INTO WS-INC-DETALHE
                   PERFORM 4090-APONTAR
               END-IF
           END-IF.

       4060-VERIFICAR-CANCELAMENTO.
      *>   O 2410-APLICAR-CANCELAMENTO grava data e motivo junto com
      *>   o status; o pedido que volta no feed limpa os dois
           IF PM-STATUS-OTD = 'CANCELADO   '
               AND PM-DT-CANCEL = SPACES
               MOVE 8 TO WS-INC-TIPO
               MOVE PM-MOT-CANCEL TO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF
           IF PM-STATUS-OTD NOT = 'CANCELADO   '
               AND PM-DT-CANCEL NOT = SPACES
               MOVE 9 TO WS-INC-TIPO
               MOVE SPACES TO WS-INC-DETALHE
               STRING FUNCTION TRIM(PM-STATUS-OTD) ' COM DT CANCEL '
                   PM-DT-CANCEL
                   DELIMITED BY SIZE INTO WS-INC-DETALHE
               PERFORM 4090-APONTAR
           END-IF.

       4090-APONTAR.
           MOVE 'Y' TO WS-REG-INCONSISTENTE
           ADD 1 TO WS-INC-QTD(WS-INC-TIPO)
           ADD 1 TO WS-INC-TOTAL
           MOVE SPACES TO WS-VER-LINE
           STRING PM-PEDIDO '|'
               FUNCTION TRIM(PM-STATUS-OTD) '|'
               FUNCTION TRIM(WS-INC-NOME(WS-INC-TIPO)) '|'
               FUNCTION TRIM(WS-INC-DETALHE)
               DELIMITED BY SIZE INTO WS-VER-LINE
           WRITE VERIFICACAO-RECORD FROM WS-VER-LINE.

       4900-RESUMO-VERIFICACAO.
           DISPLAY WS-SEPARADOR
           PERFORM VARYING WS-INC-I FROM 1 BY 1
               UNTIL WS-INC-I > WS-INC-COUNT
               MOVE WS-INC-QTD(WS-INC-I) TO WS-TOT-EDIT
               DISPLAY WS-INC-NOME(WS-INC-I) ': ' WS-TOT-EDIT
           END-PERFORM
           DISPLAY WS-SEPARADOR
           MOVE WS-QTD-ANTES TO WS-TOT-EDIT
           MOVE WS-VLR-ANTES TO WS-VLR-EDIT
           DISPLAY 'REGISTROS LIDOS NO MESTRE    : ' WS-TOT-EDIT
               '   VLR MERC R$ ' WS-VLR-EDIT
           MOVE WS-QTD-DEPOIS TO WS-TOT-EDIT
           MOVE WS-VLR-DEPOIS TO WS-VLR-EDIT
           DISPLAY 'REGISTROS CONSISTENTES       : ' WS-TOT-EDIT
               '   VLR MERC R$ ' WS-VLR-EDIT
           MOVE WS-REG-INCONSISTENTES TO WS-TOT-EDIT
           DISPLAY 'REGISTROS INCONSISTENTES     : ' WS-TOT-EDIT
           MOVE WS-INC-TOTAL TO WS-TOT-EDIT
           DISPLAY 'INCONSISTENCIAS APONTADAS    : ' WS-TOT-EDIT
               ' (INCONSISTENCIAS-MESTRE.TXT)'
           IF WS-INC-TOTAL > 0
               MOVE 4 TO WS-RC
           END-IF.

       5000-LOCALIZAR-LAYOUT.
      *>   WS-TAM-ORIGEM tem de ser um dos layouts conhecidos
           MOVE 'N' TO WS-LAYOUT-OK
           PERFORM VARYING WS-LAY-I FROM 1 BY 1
               UNTIL WS-LAY-I > WS-LAY-COUNT
               IF WS-TAM-ORIGEM = WLY-TAMANHO(WS-LAY-I)
                   MOVE 'Y' TO WS-LAYOUT-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5100-CONVERTER-IMAGEM.
      *>   WS-IMAGEM no layout WS-TAM-ORIGEM para o PM-RECORD
      *>   vigente: o que passa do tamanho de origem é limpo e os
      *>   campos que o layout não tinha recebem o valor inicial que
      *>   o 2190-ATUALIZAR-MASTER do OTD-AUDIT dá a um registro novo
           IF WS-TAM-ORIGEM < 400
               MOVE SPACES TO WS-IMAGEM(WS-TAM-ORIGEM + 1:)
           END-IF
           MOVE WS-IMAGEM TO PM-RECORD
           IF WS-TAM-ORIGEM < 204
               MOVE PM-PREV-ENT TO PM-PREV-ENT-ORIG
               MOVE 0           TO PM-QTD-REPROG
               MOVE SPACES      TO PM-ULT-REPROG
           END-IF
           IF WS-TAM-ORIGEM < 234
               MOVE 0           TO PM-VLR-FATURADO
               MOVE 0           TO PM-PCT-ATENDIDO
               MOVE SPACES      TO PM-DT-ULT-NOTA
               MOVE 0           TO PM-QTD-NOTAS
           END-IF
           IF WS-TAM-ORIGEM < 303
               MOVE SPACES      TO PM-DT-ENTREGA
               MOVE 0           TO PM-NOTA-ENTREGA
               MOVE SPACES      TO PM-RECEBEDOR
               MOVE SPACES      TO PM-STATUS-ENTREGA
               MOVE 0           TO PM-DIAS-ENTREGA
               MOVE 0           TO PM-DIAS-TRANSITO
           END-IF.

       5200-ACUMULAR-LAYOUT.
           PERFORM VARYING WS-LAY-I FROM 1 BY 1
               UNTIL WS-LAY-I > WS-LAY-COUNT
               IF WS-TAM-ORIGEM = WLY-TAMANHO(WS-LAY-I)
                   ADD 1 TO WLC-QTD(WS-LAY-I)
                   IF WIM-VLR-MERC IS NUMERIC
                       ADD WIM-VLR-MERC TO WLC-VALOR(WS-LAY-I)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5300-IMPRIMIR-LAYOUTS.
      *>   Contagem por layout de origem
           PERFORM VARYING WS-LAY-I FROM 1 BY 1
               UNTIL WS-LAY-I > WS-LAY-COUNT
               MOVE WLY-TAMANHO(WS-LAY-I) TO WS-TAM-EDIT
               MOVE WLC-QTD(WS-LAY-I) TO WS-TOT-EDIT
               MOVE WLC-VALOR(WS-LAY-I) TO WS-VLR-EDIT
               DISPLAY '  LAYOUT ' WS-TAM-EDIT ' '
                   WLY-DESCRICAO(WS-LAY-I) ': ' WS-TOT-EDIT
                   '   VLR MERC R$ ' WS-VLR-EDIT
           END-PERFORM.

       6000-PEGAR-BLOQUEIO.
      *>   Mesmo controle do OTD.LCK da carga do OTD-AUDIT: ativo de
      *>   outra execução recusa a recarga com RC 12, salvo o
      *>   parâmetro LIBERAR-BLOQUEIO, que toma o bloqueio abandonado.
      *>   Depois de gravar, relê: se duas execuções gravarem juntas,
      *>   só a que ficou no arquivo segue
           PERFORM 6010-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               IF WS-LCK-LIBERAR = 'Y'
                   DISPLAY 'AVISO: BLOQUEIO ABANDONADO DE '
                       FUNCTION TRIM(WS-LCK-PROGRAMA)
                       ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                       WS-LCK-DATA ' ' WS-LCK-HORA
                       ') LIBERADO POR PARAMETRO'
               ELSE
                   PERFORM 6005-RECUSAR-BLOQUEIO
               END-IF
           END-IF

           IF WS-RC = 0
               MOVE 'A' TO WS-LCK-NOVA
               PERFORM 6020-GRAVAR-BLOQUEIO
               PERFORM 6010-LER-BLOQUEIO
               EVALUATE TRUE
                   WHEN WS-LCK-ATIVO = 'Y'
                       AND WS-LCK-PROGRAMA = 'OTD-CONVERTE'
                       AND WS-LCK-EXECUCAO = WS-EXEC-ID
                       MOVE 'Y' TO WS-LCK-MEU
                   WHEN WS-LCK-ATIVO = 'Y'
                       PERFORM 6005-RECUSAR-BLOQUEIO
                   WHEN OTHER
                       DISPLAY 'ERRO: OTD.LCK NAO PODE SER GRAVADO '
                           '(STATUS ' WS-LCK-STATUS ') - NADA '
                           'RECARREGADO'
                       MOVE 8 TO WS-RC
               END-EVALUATE
           END-IF.

       6005-RECUSAR-BLOQUEIO.
           DISPLAY 'ERRO: PEDIDOS.DAT EM USO POR '
               FUNCTION TRIM(WS-LCK-PROGRAMA)
               ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
               WS-LCK-DATA ' ' WS-LCK-HORA ') - RECARGA RECUSADA'
           DISPLAY 'SE ESSA EXECUCAO CAIU E NAO ESTA MAIS RODANDO, '
               'RODE DE NOVO COM O PARAMETRO LIBERAR-BLOQUEIO'
           MOVE 12 TO WS-RC.

       6010-LER-BLOQUEIO.
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

       6015-AVISAR-BLOQUEIO.
      *>   Descarga e verificação só leem o mestre: não bloqueiam,
      *>   mas avisam que podem pegar o mestre pela metade
           PERFORM 6010-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               DISPLAY 'AVISO: CARGA EM CURSO - PEDIDOS.DAT SENDO '
                   'ALTERADO POR ' FUNCTION TRIM(WS-LCK-PROGRAMA)
                   ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                   WS-LCK-DATA ' ' WS-LCK-HORA ')'
           END-IF.

       6020-GRAVAR-BLOQUEIO.
      *>   Regrava o registro único do OTD.LCK com a situação em
      *>   WS-LCK-NOVA (A = ativo, L = liberado)
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-STATUS = '00'
               MOVE SPACES            TO LCK-RECORD
               MOVE WS-LCK-NOVA       TO LCK-SITUACAO
               MOVE 'OTD-CONVERTE'    TO LCK-PROGRAMA
               MOVE WS-EXEC-ID        TO LCK-EXECUCAO
               MOVE FUNCTION CURRENT-DATE(7:2)  TO LCK-DATA(1:2)
               MOVE '/'                         TO LCK-DATA(3:1)
               MOVE FUNCTION CURRENT-DATE(5:2)  TO LCK-DATA(4:2)
               MOVE '/'                         TO LCK-DATA(6:1)
               MOVE FUNCTION CURRENT-DATE(1:4)  TO LCK-DATA(7:4)
               MOVE FUNCTION CURRENT-DATE(9:2)  TO LCK-HORA(1:2)
               MOVE ':'                         TO LCK-HORA(3:1)
               MOVE FUNCTION CURRENT-DATE(11:2) TO LCK-HORA(4:2)
               MOVE ':'                         TO LCK-HORA(6:1)
               MOVE FUNCTION CURRENT-DATE(13:2) TO LCK-HORA(7:2)
               MOVE WS-PARM           TO LCK-PARAMETROS
               WRITE LCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       6030-LIBERAR-BLOQUEIO.
      *>   Só devolve o bloqueio que é desta execução
           IF WS-LCK-MEU = 'Y'
               MOVE 'L' TO WS-LCK-NOVA
               PERFORM 6020-GRAVAR-BLOQUEIO
               IF WS-LCK-STATUS NOT = '00'
                   DISPLAY 'AVISO: OTD.LCK NAO FOI LIBERADO (STATUS '
                       WS-LCK-STATUS ') - A PROXIMA EXECUCAO PRECISA '
                       'DE LIBERAR-BLOQUEIO'
               END-IF
               MOVE 'N' TO WS-LCK-MEU
           END-IF.

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

       END PROGRAM OTD-CONVERTE.
