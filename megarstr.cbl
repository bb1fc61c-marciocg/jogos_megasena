      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGARSTR.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Restauracao de um arquivo mestre (MEGAHISTM, MEGAHISTG,
      *         MEGAAPOSM, MEGABOLAO ou MEGALEDGER) a partir de uma
      *         geracao guardada pelo MEGABKUP.  O cartao MEGARSTRC
      *         (layout MEGARSTRC) informa o mestre e a geracao, ou a
      *         data: sem geracao, restaura a ultima geracao copiada
      *         ate' aquela data; sem geracao e sem data, a ultima.
      *         Antes de tocar no mestre a geracao e' lida inteira em
      *         MEGAGERD e a quantidade de registros, a sequencia e o
      *         hash de controle sao conferidos com o catalogo MEGAGERC;
      *         qualquer diferenca encerra com RETURN-CODE = 16 e o
      *         mestre fica como estava.  Conferida a geracao, o mestre
      *         e' regravado com ela.  Para nao perder o estado atual,
      *         rodar o MEGABKUP antes da restauracao.  Registra o
      *         passo em MEGARUN quando MEGARUNID esta definida.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megarstr.cbl (GnuCOBOL)
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT MEGARSTRC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGAHISTG ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGAAPOSM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGAGERC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CATALOGO.
      *
           SELECT MEGAGERD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-GERACOES.
      *
           SELECT OPTIONAL MEGARUN ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RUN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGARSTRC
           RECORDING F.
       COPY MEGARSTRC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HISTM-REGISTRO-FD==.
      *
       FD  MEGAHISTG
           RECORDING F.
       COPY MEGAHISTG REPLACING ==:REG:== BY ==HISTG-REGISTRO-FD==.
      *
       FD  MEGAAPOSM
           RECORDING F.
       COPY MEGAAPREG REPLACING ==:REG:== BY ==APOSTA-REGISTRO-FD==.
      *
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGAGERC
           RECORDING F.
       COPY MEGAGERCAT REPLACING ==:REG:== BY ==CATALOGO-REGISTRO-FD==.
      *
       FD  MEGAGERD
           RECORDING F.
       COPY MEGAGERREG REPLACING ==:REG:== BY ==GERACAO-REGISTRO-FD==.
      *
       FD  MEGARUN
           RECORDING F.
       COPY MEGARUNREG REPLACING ==:REG:== BY ==RUN-REGISTRO-FD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-MESTRE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-CATALOGO               PIC X(02)  VALUE SPACES.
       77  WS-FS-GERACOES               PIC X(02)  VALUE SPACES.
      *
      *    Mestres que o MEGABKUP guarda e comprimento do registro de
      *    cada um (o hash cobre esse comprimento).
       01  ARQUIVOS-VALORES.
           03  FILLER                   PIC X(13)
                                        VALUE 'MEGAHISTM 025'.
           03  FILLER                   PIC X(13)
                                        VALUE 'MEGAHISTG 047'.
           03  FILLER                   PIC X(13)
                                        VALUE 'MEGAAPOSM 045'.
           03  FILLER                   PIC X(13)
                                        VALUE 'MEGABOLAO 023'.
           03  FILLER                   PIC X(13)
                                        VALUE 'MEGALEDGER162'.
       01  ARQUIVOS-TAB REDEFINES ARQUIVOS-VALORES.
           03  ARQ-OCORR                OCCURS 5 TIMES.
               05  ARQ-NOME             PIC X(10).
               05  ARQ-LRECL            PIC 9(03).
       77  IDX-ARQ                      PIC 9(02)  COMP VALUE 0.
       77  IDX-MESTRE                   PIC 9(02)  COMP VALUE 0.
      *
      *    Parametros do cartao MEGARSTRC.
       77  WS-ARQUIVO-PEDIDO            PIC X(10)  VALUE SPACES.
       77  WS-GERACAO-PEDIDA            PIC 9(05)  VALUE 0.
       77  WS-DATA-PEDIDA               PIC 9(08)  VALUE 0.
      *
      *    Geracao escolhida no catalogo.
       77  SW-ESCOLHIDA                 PIC X(01)  VALUE 'N'.
           88  GERACAO-ESCOLHIDA                    VALUE 'S'.
       77  WS-GERACAO                   PIC 9(05)  VALUE 0.
       77  WS-GERACAO-DATA              PIC 9(08)  VALUE 0.
       77  WS-GERACAO-HORA              PIC 9(08)  VALUE 0.
       77  WS-GERACAO-QTDE              PIC 9(09)  VALUE 0.
       77  WS-GERACAO-HASH              PIC 9(09)  VALUE 0.
      *
      *    Conferencia da geracao guardada e hash de controle.
       77  WS-LRECL                     PIC 9(03)  COMP VALUE 0.
       77  IDX-BYTE                     PIC 9(03)  COMP VALUE 0.
       77  WS-HASH                      PIC 9(09)  COMP VALUE 0.
       77  WS-HASH-PRODUTO              PIC 9(11)  COMP VALUE 0.
       77  WS-HASH-QUOCIENTE            PIC 9(11)  COMP VALUE 0.
       01  HASH-BYTE-AREA.
           03  FILLER                   PIC X(01)  VALUE LOW-VALUE.
           03  HASH-BYTE                PIC X(01)  VALUE LOW-VALUE.
       01  HASH-BYTE-N REDEFINES HASH-BYTE-AREA
                                        PIC 9(04)  COMP.
       77  QTDE-CONFERIDOS              PIC 9(09)  COMP VALUE 0.
       77  SW-SEQUENCIA                 PIC X(01)  VALUE 'S'.
           88  SEQUENCIA-OK                         VALUE 'S'.
       77  WS-HASH-EDT                  PIC 9(09)  VALUE 0.
       77  QTDE-RESTAURADOS             PIC 9(09)  COMP VALUE 0.
      *
      *    Controle de execucao da cadeia (MEGARUN), ativo quando a
      *    variavel de ambiente MEGARUNID esta definida.
      *
       77  WS-FS-RUN                    PIC X(02)  VALUE SPACES.
       77  WS-RUN-ID                    PIC X(08)  VALUE SPACES.
       77  SW-RUNCTL                    PIC X(01)  VALUE 'N'.
           88  RUNCTL-ATIVO                         VALUE 'S'.
       77  WS-RUN-SITUACAO              PIC X(08)  VALUE SPACES.
       77  WS-RUN-CONTADOR              PIC 9(12)  VALUE 0.
       77  WS-RUN-DATA                  PIC 9(08)  VALUE 0.
       77  WS-RUN-HORA                  PIC 9(08)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-ESCOLHER-GERACAO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-CONFERIR-GERACAO THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-RESTAURAR-MESTRE THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - CARTAO MEGARSTRC
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           PERFORM 8000-INICIAR-RUN-CONTROL THRU 8000-EXIT
           OPEN INPUT MEGARSTRC
           IF WS-FS-CARTAO NOT = '00'
               DISPLAY 'MEGARSTR: nao foi possivel abrir MEGARSTRC - '
                        'FILE STATUS ' WS-FS-CARTAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ MEGARSTRC
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           CLOSE MEGARSTRC
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGARSTR: cartao MEGARSTRC vazio - '
                        'restauracao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE CARTAO-REGISTRO-FD-ARQUIVO TO WS-ARQUIVO-PEDIDO
           IF CARTAO-REGISTRO-FD-GERACAO IS NUMERIC
               MOVE CARTAO-REGISTRO-FD-GERACAO TO WS-GERACAO-PEDIDA
           END-IF
           IF CARTAO-REGISTRO-FD-DATA IS NUMERIC
               MOVE CARTAO-REGISTRO-FD-DATA TO WS-DATA-PEDIDA
           END-IF
           PERFORM 1010-LOCALIZAR-ARQUIVO THRU 1010-EXIT
               VARYING IDX-ARQ FROM 1 BY 1
               UNTIL IDX-ARQ > 5
           IF IDX-MESTRE = 0
               DISPLAY 'MEGARSTR: arquivo ' WS-ARQUIVO-PEDIDO
                        ' do cartao MEGARSTRC nao e'' mestre guardado '
                        '- restauracao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE ARQ-LRECL(IDX-MESTRE) TO WS-LRECL
           .
       1000-EXIT.
           EXIT.
      *
       1010-LOCALIZAR-ARQUIVO.
           IF WS-ARQUIVO-PEDIDO = ARQ-NOME(IDX-ARQ)
               MOVE IDX-ARQ TO IDX-MESTRE
           END-IF
           .
       1010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  ESCOLHA DA GERACAO NO CATALOGO (MEGAGERC) - PELO
      *          NUMERO, PELA DATA OU A ULTIMA DO MESTRE
      *-----------------------------------------------------------------
       2000-ESCOLHER-GERACAO.
           OPEN INPUT MEGAGERC
           IF WS-FS-CATALOGO NOT = '00'
               DISPLAY 'MEGARSTR: nao foi possivel abrir MEGAGERC - '
                        'FILE STATUS ' WS-FS-CATALOGO
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-EXAMINAR-UMA-GERACAO THRU 2010-EXIT
               UNTIL WS-FS-CATALOGO = '10'
           CLOSE MEGAGERC
           IF NOT GERACAO-ESCOLHIDA
               DISPLAY 'MEGARSTR: nenhuma geracao de '
                        WS-ARQUIVO-PEDIDO ' no catalogo atende ao '
                        'cartao - restauracao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           DISPLAY 'MEGARSTR: restaurando ' WS-ARQUIVO-PEDIDO
                    ' geracao ' WS-GERACAO ' de ' WS-GERACAO-DATA
                    ' ' WS-GERACAO-HORA(1:6)
           .
       2000-EXIT.
           EXIT.
      *
      *    Sem geracao no cartao fica a de maior numero entre as
      *    candidatas (o numero cresce a cada copia do mestre).
       2010-EXAMINAR-UMA-GERACAO.
           READ MEGAGERC
               AT END
                   MOVE '10' TO WS-FS-CATALOGO
           END-READ
           IF WS-FS-CATALOGO(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           IF CATALOGO-REGISTRO-FD-ARQUIVO NOT = WS-ARQUIVO-PEDIDO
               GO TO 2010-EXIT
           END-IF
           IF WS-GERACAO-PEDIDA > 0
               IF CATALOGO-REGISTRO-FD-GERACAO NOT = WS-GERACAO-PEDIDA
                   GO TO 2010-EXIT
               END-IF
           ELSE
               IF WS-DATA-PEDIDA > 0
                  AND CATALOGO-REGISTRO-FD-DATA > WS-DATA-PEDIDA
                   GO TO 2010-EXIT
               END-IF
               IF GERACAO-ESCOLHIDA
                  AND CATALOGO-REGISTRO-FD-GERACAO < WS-GERACAO
                   GO TO 2010-EXIT
               END-IF
           END-IF
           SET GERACAO-ESCOLHIDA TO TRUE
           MOVE CATALOGO-REGISTRO-FD-GERACAO TO WS-GERACAO
           MOVE CATALOGO-REGISTRO-FD-DATA TO WS-GERACAO-DATA
           MOVE CATALOGO-REGISTRO-FD-HORA TO WS-GERACAO-HORA
           MOVE CATALOGO-REGISTRO-FD-QTDE-REGISTROS
               TO WS-GERACAO-QTDE
           MOVE CATALOGO-REGISTRO-FD-HASH TO WS-GERACAO-HASH
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CONFERENCIA DA GERACAO GUARDADA EM MEGAGERD COM O
      *          CATALOGO - QUANTIDADE, SEQUENCIA E HASH
      *-----------------------------------------------------------------
       3000-CONFERIR-GERACAO.
           OPEN INPUT MEGAGERD
           IF WS-FS-GERACOES NOT = '00'
               DISPLAY 'MEGARSTR: nao foi possivel abrir MEGAGERD - '
                        'FILE STATUS ' WS-FS-GERACOES
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO QTDE-CONFERIDOS
           MOVE 0 TO WS-HASH
           PERFORM 3010-CONFERIR-UM-REGISTRO THRU 3010-EXIT
               UNTIL WS-FS-GERACOES = '10'
           CLOSE MEGAGERD
           MOVE WS-HASH TO WS-HASH-EDT
           IF QTDE-CONFERIDOS NOT = WS-GERACAO-QTDE
              OR WS-HASH-EDT NOT = WS-GERACAO-HASH
              OR NOT SEQUENCIA-OK
               DISPLAY 'MEGARSTR: geracao guardada nao confere com o '
                        'catalogo - mestre nao restaurado'
               DISPLAY 'Registros no catalogo..........: '
                        WS-GERACAO-QTDE
               DISPLAY 'Registros em MEGAGERD..........: '
                        QTDE-CONFERIDOS
               DISPLAY 'Hash no catalogo...............: '
                        WS-GERACAO-HASH
               DISPLAY 'Hash em MEGAGERD...............: '
                        WS-HASH-EDT
               IF NOT SEQUENCIA-OK
                   DISPLAY 'Sequencia dos registros........: QUEBRADA'
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       3010-CONFERIR-UM-REGISTRO.
           READ MEGAGERD
               AT END
                   MOVE '10' TO WS-FS-GERACOES
           END-READ
           IF WS-FS-GERACOES(1:1) NOT = '0'
               GO TO 3010-EXIT
           END-IF
           IF GERACAO-REGISTRO-FD-ARQUIVO NOT = WS-ARQUIVO-PEDIDO
              OR GERACAO-REGISTRO-FD-GERACAO NOT = WS-GERACAO
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO QTDE-CONFERIDOS
           IF GERACAO-REGISTRO-FD-SEQ-REG NOT = QTDE-CONFERIDOS
               MOVE 'N' TO SW-SEQUENCIA
           END-IF
           PERFORM 6100-SOMAR-HASH THRU 6100-EXIT
               VARYING IDX-BYTE FROM 1 BY 1
               UNTIL IDX-BYTE > WS-LRECL
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  REGRAVACAO DO MESTRE COM A GERACAO CONFERIDA
      *-----------------------------------------------------------------
       4000-RESTAURAR-MESTRE.
           OPEN INPUT MEGAGERD
           IF WS-FS-GERACOES NOT = '00'
               DISPLAY 'MEGARSTR: nao foi possivel reabrir MEGAGERD - '
                        'FILE STATUS ' WS-FS-GERACOES
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           EVALUATE IDX-MESTRE
               WHEN 1
                   OPEN OUTPUT MEGAHISTM
               WHEN 2
                   OPEN OUTPUT MEGAHISTG
               WHEN 3
                   OPEN OUTPUT MEGAAPOSM
               WHEN 4
                   OPEN OUTPUT MEGABOLAO
               WHEN 5
                   OPEN OUTPUT MEGALEDGER
           END-EVALUATE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'MEGARSTR: nao foi possivel regravar '
                        WS-ARQUIVO-PEDIDO ' - FILE STATUS '
                        WS-FS-MESTRE
               CLOSE MEGAGERD
               PERFORM 4020-FECHAR-MESTRE THRU 4020-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-RESTAURAR-UM-REGISTRO THRU 4010-EXIT
               UNTIL WS-FS-GERACOES = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAGERD
           PERFORM 4020-FECHAR-MESTRE THRU 4020-EXIT
           .
       4000-EXIT.
           EXIT.
      *
       4010-RESTAURAR-UM-REGISTRO.
           READ MEGAGERD
               AT END
                   MOVE '10' TO WS-FS-GERACOES
           END-READ
           IF WS-FS-GERACOES(1:1) NOT = '0'
               GO TO 4010-EXIT
           END-IF
           IF GERACAO-REGISTRO-FD-ARQUIVO NOT = WS-ARQUIVO-PEDIDO
              OR GERACAO-REGISTRO-FD-GERACAO NOT = WS-GERACAO
               GO TO 4010-EXIT
           END-IF
           EVALUATE IDX-MESTRE
               WHEN 1
                   WRITE HISTM-REGISTRO-FD
                       FROM GERACAO-REGISTRO-FD-DADOS
               WHEN 2
                   WRITE HISTG-REGISTRO-FD
                       FROM GERACAO-REGISTRO-FD-DADOS
               WHEN 3
                   WRITE APOSTA-REGISTRO-FD
                       FROM GERACAO-REGISTRO-FD-DADOS
               WHEN 4
                   WRITE BOLAO-REGISTRO-FD
                       FROM GERACAO-REGISTRO-FD-DADOS
               WHEN 5
                   WRITE LEDGER-REGISTRO-FD
                       FROM GERACAO-REGISTRO-FD-DADOS
           END-EVALUATE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'MEGARSTR: erro regravando ' WS-ARQUIVO-PEDIDO
                        ' - FILE STATUS ' WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               GO TO 4010-EXIT
           END-IF
           ADD 1 TO QTDE-RESTAURADOS
           .
       4010-EXIT.
           EXIT.
      *
       4020-FECHAR-MESTRE.
           EVALUATE IDX-MESTRE
               WHEN 1
                   CLOSE MEGAHISTM
               WHEN 2
                   CLOSE MEGAHISTG
               WHEN 3
                   CLOSE MEGAAPOSM
               WHEN 4
                   CLOSE MEGABOLAO
               WHEN 5
                   CLOSE MEGALEDGER
           END-EVALUATE
           .
       4020-EXIT.
           EXIT.
      *
      *    Hash de controle (ver MEGAGERCAT): acumula em WS-HASH o byte
      *    IDX-BYTE do registro guardado.
       6100-SOMAR-HASH.
           MOVE GERACAO-REGISTRO-FD-DADOS(IDX-BYTE:1) TO HASH-BYTE
           COMPUTE WS-HASH-PRODUTO = WS-HASH * 31 + HASH-BYTE-N
           DIVIDE WS-HASH-PRODUTO BY 999999937
               GIVING WS-HASH-QUOCIENTE
               REMAINDER WS-HASH
           .
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RUN CONTROL
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Registros conferidos...........: ' QTDE-CONFERIDOS
           DISPLAY 'Registros restaurados..........: ' QTDE-RESTAURADOS
           PERFORM 8300-ENCERRAR-RUN-CONTROL THRU 8300-EXIT
           .
       9000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    8000  CONTROLE DE EXECUCAO DA CADEIA (MEGARUN) - REGISTRO
      *          DO PASSO AO INICIAR, QUANDO MEGARUNID ESTA DEFINIDA
      *-----------------------------------------------------------------
       8000-INICIAR-RUN-CONTROL.
           DISPLAY 'MEGARUNID' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
           IF WS-RUN-ID = SPACES
               GO TO 8000-EXIT
           END-IF
           SET RUNCTL-ATIVO TO TRUE
           MOVE 'STARTED ' TO WS-RUN-SITUACAO
           MOVE 0 TO WS-RUN-CONTADOR
           PERFORM 8100-REGISTRAR-PASSO THRU 8100-EXIT
           .
       8000-EXIT.
           EXIT.
      *
       8100-REGISTRAR-PASSO.
           OPEN EXTEND MEGARUN
           IF WS-FS-RUN(1:1) NOT = '0'
               DISPLAY 'MEGARSTR: nao foi possivel gravar MEGARUN - '
                        'FILE STATUS ' WS-FS-RUN
               CLOSE MEGARUN
               GO TO 8100-EXIT
           END-IF
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA FROM TIME
           MOVE WS-RUN-ID       TO RUN-REGISTRO-FD-RUN-ID
           MOVE 'MEGARSTR'      TO RUN-REGISTRO-FD-PROGRAMA
           MOVE WS-RUN-SITUACAO TO RUN-REGISTRO-FD-SITUACAO
           MOVE RETURN-CODE     TO RUN-REGISTRO-FD-RETCODE
           MOVE WS-RUN-CONTADOR TO RUN-REGISTRO-FD-CNT-REGISTROS
           MOVE WS-RUN-DATA     TO RUN-REGISTRO-FD-DATA
           MOVE WS-RUN-HORA     TO RUN-REGISTRO-FD-HORA
           WRITE RUN-REGISTRO-FD
           CLOSE MEGARUN
           .
       8100-EXIT.
           EXIT.
      *
      *    RETURN-CODE ate 4 e' tratado como advertencia nesta
      *    instalacao; acima disso o passo fica FAILED.
       8300-ENCERRAR-RUN-CONTROL.
           IF NOT RUNCTL-ATIVO
               GO TO 8300-EXIT
           END-IF
           IF RETURN-CODE > 4
               MOVE 'FAILED  ' TO WS-RUN-SITUACAO
           ELSE
               MOVE 'ENDED-OK' TO WS-RUN-SITUACAO
           END-IF
           MOVE QTDE-RESTAURADOS TO WS-RUN-CONTADOR
           PERFORM 8100-REGISTRAR-PASSO THRU 8100-EXIT
           .
       8300-EXIT.
           EXIT.
