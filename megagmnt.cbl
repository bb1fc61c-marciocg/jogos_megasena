      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megagmnt.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Data do sorteio incluido conferida com o
      *                  calendario MEGACAL do tipo de jogo; concurso
      *                  ausente do calendario ou data divergente sai
      *                  no relatorio como alerta (RC 4), sem rejeitar
      *                  a transacao.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT MEGAGMNT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
           SELECT OPTIONAL MEGACAL ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  MEGAGMNT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *
       FD  MEGACAL
           RECORDING F.
       COPY MEGACALREG REPLACING ==:REG:== BY ==CAL-REGISTRO-FD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  WS-FS-MESTRE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-TRANS                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-CAL                    PIC X(02)  VALUE SPACES.
      *
       77  QTDE-MESTRE                  PIC 9(07)  COMP VALUE 0.
       77  QTDE-LIDAS                   PIC 9(07)  COMP VALUE 0.
       77  QTDE-ACEITAS                 PIC 9(07)  COMP VALUE 0.
       77  QTDE-REJEITADAS              PIC 9(07)  COMP VALUE 0.
       77  QTDE-DIVERGENTES             PIC 9(07)  COMP VALUE 0.
      *
      *    Parametros de cada tipo de jogo (1 = MS, 2 = QN, 3 = LF):
      *    quantidade exata de dezenas e maior dezena do volante, e o
       77  SW-TRANS-VALIDA              PIC X(01)  VALUE 'S'.
           88  TRANS-VALIDA                         VALUE 'S'.
       77  WS-MOTIVO-REJEICAO           PIC X(40)  VALUE SPACES.
      *
      *    Datas de sorteio do calendario MEGACAL, dos tres tipos de
      *    jogo (calendario ausente = sem conferencia de data).
       77  QTDE-CALENDARIO              PIC 9(05)  COMP VALUE 0.
       01  CAL-TABELA.
           03  CAL-OCORR                OCCURS 6000 TIMES.
               05  CAL-TIPO-JOGO-VAL    PIC X(02).
               05  CAL-CONCURSO-VAL     PIC 9(05).
               05  CAL-DATA-VAL         PIC 9(08).
       77  IDX-CAL                      PIC 9(05)  COMP VALUE 0.
       77  IDX-CAL-ACHADO               PIC 9(05)  COMP VALUE 0.
      *
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-VARRER-MESTRE THRU 2000-EXIT
               PERFORM 2100-CARREGAR-CALENDARIO THRU 2100-EXIT
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM 5000-PROCESSAR-TRANSACOES THRU 5000-EXIT
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2100  CARGA DAS DATAS DE SORTEIO DO CALENDARIO MEGACAL
      *-----------------------------------------------------------------
       2100-CARREGAR-CALENDARIO.
           OPEN INPUT MEGACAL
           IF WS-FS-CAL(1:1) = '0'
               PERFORM 2110-CARREGAR-UM-CONCURSO THRU 2110-EXIT
                   UNTIL WS-FS-CAL = '10'
           END-IF
           CLOSE MEGACAL
           .
       2100-EXIT.
           EXIT.
      *
       2110-CARREGAR-UM-CONCURSO.
           READ MEGACAL
               AT END
                   MOVE '10' TO WS-FS-CAL
           END-READ
           IF WS-FS-CAL(1:1) = '0'
              AND QTDE-CALENDARIO < 6000
               ADD 1 TO QTDE-CALENDARIO
               MOVE CAL-REGISTRO-FD-TIPO-JOGO
                   TO CAL-TIPO-JOGO-VAL(QTDE-CALENDARIO)
               MOVE CAL-REGISTRO-FD-CONCURSO
                   TO CAL-CONCURSO-VAL(QTDE-CALENDARIO)
               MOVE CAL-REGISTRO-FD-DATA-SORTEIO
                   TO CAL-DATA-VAL(QTDE-CALENDARIO)
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CRITICA E INCLUSAO DAS TRANSACOES DE SORTEIOS NOVOS
      *-----------------------------------------------------------------
       5000-PROCESSAR-TRANSACOES.
           MOVE TRANS-REGISTRO-FD-CONCURSO
               TO TIPO-ULTIMO-CONC(IDX-TIPO)
           ADD 1 TO QTDE-ACEITAS
           PERFORM 5700-CONFERIR-CALENDARIO THRU 5700-EXIT
           .
       5400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           .
       5500-EXIT.
           EXIT.
      *
      *    Linha do relatorio com a transacao e o texto em
      *    WS-MOTIVO-REJEICAO (motivo da recusa ou alerta).
       5600-EMITIR-LINHA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING TRANS-REGISTRO-FD-TIPO-JOGO DELIMITED BY SIZE
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       5600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5700  CONFERENCIA DA DATA DO SORTEIO ACEITO COM O CALENDARIO
      *          (ALERTA NO RELATORIO, A TRANSACAO NAO E' REJEITADA)
      *-----------------------------------------------------------------
       5700-CONFERIR-CALENDARIO.
           IF QTDE-CALENDARIO = 0
               GO TO 5700-EXIT
           END-IF
           MOVE 0 TO IDX-CAL-ACHADO
           PERFORM 5710-COMPARAR-CONCURSO THRU 5710-EXIT
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > QTDE-CALENDARIO
                  OR IDX-CAL-ACHADO > 0
           IF IDX-CAL-ACHADO = 0
               MOVE 'ALERTA: CONCURSO AUSENTE DO CALENDARIO'
                   TO WS-MOTIVO-REJEICAO
           ELSE
               IF CAL-DATA-VAL(IDX-CAL-ACHADO) =
                  TRANS-REGISTRO-FD-DATA
                   GO TO 5700-EXIT
               END-IF
               MOVE 'ALERTA: DATA DIVERGE DO CALENDARIO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
           ADD 1 TO QTDE-DIVERGENTES
           PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           .
       5700-EXIT.
           EXIT.
      *
       5710-COMPARAR-CONCURSO.
           IF CAL-TIPO-JOGO-VAL(IDX-CAL) =
              TRANS-REGISTRO-FD-TIPO-JOGO
              AND CAL-CONCURSO-VAL(IDX-CAL) =
                  TRANS-REGISTRO-FD-CONCURSO
               MOVE IDX-CAL TO IDX-CAL-ACHADO
           END-IF
           .
       5710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
           DISPLAY 'Transacoes lidas...............: ' QTDE-LIDAS
           DISPLAY 'Transacoes aceitas.............: ' QTDE-ACEITAS
           DISPLAY 'Transacoes rejeitadas..........: ' QTDE-REJEITADAS
           DISPLAY 'Datas divergentes do MEGACAL...: ' QTDE-DIVERGENTES
           DISPLAY 'Ultimo concurso MS.............: '
                    TIPO-ULTIMO-CONC(1)
           DISPLAY 'Ultimo concurso QN.............: '
                    TIPO-ULTIMO-CONC(2)
           DISPLAY 'Ultimo concurso LF.............: '
                    TIPO-ULTIMO-CONC(3)
           IF (QTDE-REJEITADAS > 0 OR QTDE-DIVERGENTES > 0)
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
