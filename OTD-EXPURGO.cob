      *>          ./otd_expurgo MESES=36
      *>          ./otd_expurgo CORTE=01/01/2024
      *>          ./otd_expurgo MESES=24 SIMULAR (só relata, não mexe)
      *>          ./otd_expurgo LIBERAR-BLOQUEIO (toma o bloqueio
      *>                        abandonado por uma execução que caiu)
      *>
      *> Manutenção do PEDIDOS.DAT (Req. 018): o mestre só cresce — o
      *> OTD-AUDIT grava ou regrava mas nunca apaga — e depois de um
      *> Pedido em aberto (PM-DT-FAT em branco) nunca é arquivado,
      *> salvo quando cancelado (PM-STATUS-OTD = CANCELADO): esse é
      *> cortado pela data de cancelamento PM-DT-CANCEL (Req. 029).
      *>
      *> O expurgo apaga do mestre, então pega o bloqueio exclusivo
      *> OTD.LCK (LCKRECORD.cpy) como a carga do OTD-AUDIT e recusa
      *> rodar com RETURN-CODE 12 se outra execução o tiver; a
      *> SIMULAR só lê e apenas avisa.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTD-EXPURGO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "OTD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Registro arquivado = imagem fiel do PM-RECORD na data do
      *> expurgo, um por linha
       FD  ARQUIVO-FILE.
       01  ARQ-RECORD               PIC X(303).

      *> Bloqueio do mestre contra execução concorrente
       FD  LOCK-FILE.
       COPY "LCKRECORD.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PM-STATUS          PIC XX VALUE '00'.
       01 WS-ARQ-STATUS         PIC XX VALUE '00'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.

      *> Parâmetros de execução (mesmo parser de tokens do OTD-AUDIT)
       01 WS-PARM               PIC X(100) VALUE SPACES.
       01 WS-CORTE-INT          PIC S9(9) VALUE 0.
       01 WS-SIMULAR            PIC X VALUE 'N'.

      *> Bloqueio do mestre (OTD.LCK, mesmo controle da carga do
      *> OTD-AUDIT); WS-EXEC-ID identifica esta execução no bloqueio
       01 WS-EXEC-ID            PIC X(16) VALUE SPACES.
       01 WS-TS-ATUAL           PIC X(19) VALUE SPACES.
       01 WS-LCK-ATIVO          PIC X VALUE 'N'.
       01 WS-LCK-MEU            PIC X VALUE 'N'.
       01 WS-LCK-LIBERAR        PIC X VALUE 'N'.
       01 WS-LCK-NOVA           PIC X VALUE SPACE.
       01 WS-LCK-PROGRAMA       PIC X(12) VALUE SPACES.
       01 WS-LCK-EXECUCAO       PIC X(16) VALUE SPACES.
       01 WS-LCK-DATA           PIC X(10) VALUE SPACES.
       01 WS-LCK-HORA           PIC X(8) VALUE SPACES.

      *> Cálculo do corte a partir de hoje menos a retenção
       01 WS-HOJE-AAAA          PIC 9(4) VALUE 0.
       01 WS-HOJE-MM            PIC 9(2) VALUE 0.
           END-IF
           DISPLAY WS-SEPARADOR

      *>   Expurgo de verdade pega o bloqueio exclusivo do mestre
      *>   (RC 12 se outra execução o tiver); a simulação só avisa
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-EXEC-ID
           IF WS-SIMULAR = 'N'
               PERFORM 1100-PEGAR-BLOQUEIO
           ELSE
               PERFORM 1115-AVISAR-BLOQUEIO
           END-IF

           OPEN I-O PEDIDOS-MASTER
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO: PEDIDOS.DAT INDISPONIVEL (STATUS '
                   WS-PM-STATUS ')'
               PERFORM 1130-LIBERAR-BLOQUEIO
               STOP RUN
           END-IF

                   DISPLAY 'ERRO: PEDIDOS-ARQ.DAT INDISPONIVEL '
                       '(STATUS ' WS-ARQ-STATUS ')'
                   CLOSE PEDIDOS-MASTER
                   PERFORM 1130-LIBERAR-BLOQUEIO
                   STOP RUN
               END-IF
           END-IF
           IF WS-SIMULAR = 'N'
               CLOSE ARQUIVO-FILE
           END-IF
           PERFORM 1130-LIBERAR-BLOQUEIO

           PERFORM 3000-RELATORIO-CONTROLE


       0100-PARSE-PARAMETROS.
      *>   Quebra WS-PARM em tokens separados por espaço e aplica
      *>   cada um (MESES=, CORTE=, SIMULAR, LIBERAR-BLOQUEIO)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM))
               TO WS-PARM-INPUT-LEN
           MOVE 1 TO WS-PARM-POS
                   MOVE WS-PARM-TOKEN(7:10) TO WS-CORTE-STR
               WHEN WS-PARM-TOKEN = 'SIMULAR'
                   MOVE 'Y' TO WS-SIMULAR
               WHEN WS-PARM-TOKEN = 'LIBERAR-BLOQUEIO'
                   MOVE 'Y' TO WS-LCK-LIBERAR
               WHEN OTHER
                   DISPLAY 'PARAMETRO IGNORADO: '
                       FUNCTION TRIM(WS-PARM-TOKEN)
                      INTO WS-CORTE-STR
           END-IF.

       1100-PEGAR-BLOQUEIO.
      *>   Mesmo controle do OTD.LCK da carga do OTD-AUDIT: ativo de
      *>   outra execução recusa o expurgo com RC 12, salvo o
      *>   parâmetro LIBERAR-BLOQUEIO, que toma o bloqueio abandonado.
      *>   Depois de gravar, relê: se duas execuções gravarem juntas,
      *>   só a que ficou no arquivo segue
           PERFORM 1110-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               IF WS-LCK-LIBERAR = 'Y'
                   DISPLAY 'AVISO: BLOQUEIO ABANDONADO DE '
                       FUNCTION TRIM(WS-LCK-PROGRAMA)
                       ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                       WS-LCK-DATA ' ' WS-LCK-HORA
                       ') LIBERADO POR PARAMETRO'
               ELSE
                   PERFORM 1105-RECUSAR-BLOQUEIO
               END-IF
           END-IF

           MOVE 'A' TO WS-LCK-NOVA
           PERFORM 1120-GRAVAR-BLOQUEIO
           PERFORM 1110-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               AND WS-LCK-PROGRAMA = 'OTD-EXPURGO'
               AND WS-LCK-EXECUCAO = WS-EXEC-ID
               MOVE 'Y' TO WS-LCK-MEU
           ELSE
               IF WS-LCK-ATIVO = 'Y'
                   PERFORM 1105-RECUSAR-BLOQUEIO
               END-IF
               DISPLAY 'ERRO: OTD.LCK NAO PODE SER GRAVADO (STATUS '
                   WS-LCK-STATUS ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1105-RECUSAR-BLOQUEIO.
           DISPLAY 'ERRO: PEDIDOS.DAT EM USO POR '
               FUNCTION TRIM(WS-LCK-PROGRAMA)
               ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
               WS-LCK-DATA ' ' WS-LCK-HORA ') - EXPURGO RECUSADO'
           DISPLAY 'SE ESSA EXECUCAO CAIU E NAO ESTA MAIS RODANDO, '
               'RODE DE NOVO COM O PARAMETRO LIBERAR-BLOQUEIO'
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       1110-LER-BLOQUEIO.
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

       1115-AVISAR-BLOQUEIO.
      *>   A simulação só lê o mestre: não bloqueia, mas avisa que o
      *>   relatório pode pegar o mestre pela metade
           PERFORM 1110-LER-BLOQUEIO
           IF WS-LCK-ATIVO = 'Y'
               DISPLAY 'AVISO: CARGA EM CURSO - PEDIDOS.DAT SENDO '
                   'ALTERADO POR ' FUNCTION TRIM(WS-LCK-PROGRAMA)
                   ' (EXECUCAO ' WS-LCK-EXECUCAO ', DESDE '
                   WS-LCK-DATA ' ' WS-LCK-HORA ')'
           END-IF.

       1120-GRAVAR-BLOQUEIO.
      *>   Regrava o registro único do OTD.LCK com a situação em
      *>   WS-LCK-NOVA (A = ativo, L = liberado)
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
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-TS-ATUAL(18:2)
           OPEN OUTPUT LOCK-FILE
           IF WS-LCK-STATUS = '00'
               MOVE SPACES            TO LCK-RECORD
               MOVE WS-LCK-NOVA       TO LCK-SITUACAO
               MOVE 'OTD-EXPURGO'     TO LCK-PROGRAMA
               MOVE WS-EXEC-ID        TO LCK-EXECUCAO
               MOVE WS-TS-ATUAL(1:10) TO LCK-DATA
               MOVE WS-TS-ATUAL(12:8) TO LCK-HORA
               MOVE WS-PARM           TO LCK-PARAMETROS
               WRITE LCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       1130-LIBERAR-BLOQUEIO.
      *>   Só devolve o bloqueio que é desta execução
           IF WS-LCK-MEU = 'Y'
               MOVE 'L' TO WS-LCK-NOVA
               PERFORM 1120-GRAVAR-BLOQUEIO
               IF WS-LCK-STATUS NOT = '00'
                   DISPLAY 'AVISO: OTD.LCK NAO FOI LIBERADO (STATUS '
                       WS-LCK-STATUS ') - A PROXIMA EXECUCAO PRECISA '
                       'DE LIBERAR-BLOQUEIO'
               END-IF
               MOVE 'N' TO WS-LCK-MEU
           END-IF.

       2000-VARRER-MESTRE.
      *>   Varre o mestre inteiro em ordem de chave; o registro
      *>   corrente pode ser apagado com segurança antes do próximo
