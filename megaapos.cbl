      *         dele, o concurso da vez (o seguinte ao ultimo
      *         sorteado), alimentando o MEGACONF e o MEGAPRZ para
      *         qualquer concurso, inclusive os ja sorteados.
      *         A teimosinha so' e' aceita se o ultimo concurso que
      *         ela alcanca ja estiver publicado no calendario de
      *         concursos da Mega Sena (MEGACAL, layout MEGACALREG).
      *         A aposta pode ser simples (6 dezenas) ou multipla (7 a
      *         15 dezenas, as extras em DEZ-EXTRA); o extrato em
      *         MEGAJOGADOS sai entao no layout MEGAMULREG, identico ao
      *         MEGAREG para a aposta simples.
      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megaapos.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Teimosinha que passa do ultimo concurso MS
      *                  publicado no calendario MEGACAL e' rejeitada.
      *                  Sem o calendario a critica nao e' feita.
      *  15/10/2026 MCG  Aposta multipla de 7 a 15 dezenas: critica das
      *                  dezenas extras, chave de duplicidade com todas
      *                  as dezenas e extrato no layout MEGAMULREG.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT OPTIONAL MEGAAPOSC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT OPTIONAL MEGACAL ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CAL.
      *
           SELECT MEGAJOGADOS ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
       FD  MEGAAPOSC
           RECORDING F.
       COPY MEGAAPOSC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGACAL
           RECORDING F.
       COPY MEGACALREG REPLACING ==:REG:== BY ==CAL-REGISTRO-FD==.
      *
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGAAPOS-RPT
           RECORDING F.
       77  WS-FS-TRANS                  PIC X(02)  VALUE SPACES.
       77  WS-FS-HISTM                  PIC X(02)  VALUE SPACES.
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-CAL                    PIC X(02)  VALUE SPACES.
       77  WS-FS-JOGADOS                PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  ULTIMO-CONCURSO              PIC 9(05)  VALUE 0.
       77  CONCURSO-EXTRATO             PIC 9(05)  VALUE 0.
       77  CONCURSO-CARTAO              PIC 9(05)  VALUE 0.
      *
      *    Ultimo concurso da Mega Sena publicado no calendario
      *    MEGACAL, limite da teimosinha.
       77  ULTIMO-CALENDARIO            PIC 9(05)  VALUE 0.
       77  SW-CALENDARIO                PIC X(01)  VALUE 'N'.
           88  CALENDARIO-CARREGADO                 VALUE 'S'.
       77  QTDE-CALENDARIO              PIC 9(05)  COMP VALUE 0.
      *
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
       77  IDX-DUP                      PIC 9(02)  COMP VALUE 0.
       77  IDX-EXTRA                    PIC 9(02)  COMP VALUE 0.
      *
      *    Quantidade de dezenas do jogo em critica: 6 na aposta
      *    simples, 7 a 15 na multipla.  As dezenas extras chegam em
      *    EXTRAS-AUX, preenchidas em sequencia; posicao em branco
      *    encerra a lista.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       01  EXTRAS-AUX.
           03  EXTRA-AUX                PIC X(02) OCCURS 9 TIMES.
       77  SW-FIM-EXTRAS                PIC X(01)  VALUE 'N'.
           88  FIM-EXTRAS                           VALUE 'S'.
       77  SW-EXTRAS-VALIDAS            PIC X(01)  VALUE 'S'.
           88  EXTRAS-VALIDAS                       VALUE 'S'.
       01  WS-MARCA-EXTRAS.
           03  FILLER                   PIC X(01)  VALUE SPACE.
           03  WS-MARCA-QTDE            PIC X(01)  VALUE SPACE.
       77  WS-QTDE-EXTRAS               PIC 9(01)  VALUE 0.
      *
       77  SW-TRANS-VALIDA              PIC X(01)  VALUE 'S'.
           88  TRANS-VALIDA                         VALUE 'S'.
      *    Dezenas da transacao em critica, copiadas para uma tabela
      *    indexavel nas validacoes de faixa e de duplicidade.
       01  TRANS-DEZENAS-TAB.
           03  TRANS-DEZENA-VAL         PIC 9(02) OCCURS 15 TIMES.
      *
      *    Chave ordenada das dezenas, para a critica de jogo ja
      *    registrado no concurso (ordem das dezenas indiferente).
      *    As posicoes alem da ultima dezena do jogo ficam zeradas.
       01  ORD-TAB.
           03  ORD-VAL                  PIC 9(02) OCCURS 15 TIMES.
       77  ORD-AUX                      PIC 9(02) COMP VALUE 0.
       77  ORD-I                        PIC 9(02) COMP VALUE 0.
       77  ORD-J                        PIC 9(02) COMP VALUE 0.
      *
       01  AP-CHAVE-GRUPO.
           03  AP-CHAVE-N               PIC 9(02) OCCURS 15 TIMES.
       01  AP-CHAVE-JOGO REDEFINES AP-CHAVE-GRUPO
                                        PIC X(30).
      *
      *    Registro em memoria das chaves concurso + dezenas ja
      *    cadastradas, para a critica de duplicidade.
       01  CHAVES-TABELA.
           03  CHAVE-OCORR              OCCURS 20000 TIMES.
               05  CHAVE-CONCURSO       PIC 9(05).
               05  CHAVE-JOGO           PIC X(30).
       77  IDX-CHAVE                    PIC 9(05)  COMP VALUE 0.
       77  SW-CHAVE-ACHADA              PIC X(01)  VALUE 'N'.
           88  CHAVE-ACHADA                         VALUE 'S'.
       77  IDX-ALVO                     PIC 9(02)  COMP VALUE 0.
       77  CONCURSO-ALVO                PIC 9(05)  VALUE 0.
      *
      *    Montagem do registro de extrato no layout MEGAMULREG.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
      *
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-LER-HISTORICO THRU 2000-EXIT
               PERFORM 2100-LER-CALENDARIO THRU 2100-EXIT
               PERFORM 3000-CARREGAR-MESTRE THRU 3000-EXIT
           END-IF
           IF RETURN-CODE NOT = 16
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CONCURSO DEZENAS              MOTIVO'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2100  VARRE O CALENDARIO DE CONCURSOS E GUARDA O ULTIMO
      *          CONCURSO MS PUBLICADO
      *-----------------------------------------------------------------
      *    Calendario ausente ou sem concursos MS: a teimosinha passa
      *    sem a critica de calendario, como antes.
       2100-LER-CALENDARIO.
           OPEN INPUT MEGACAL
           IF WS-FS-CAL(1:1) = '0'
               PERFORM 2110-LER-UM-CONCURSO THRU 2110-EXIT
                   UNTIL WS-FS-CAL = '10'
           END-IF
           CLOSE MEGACAL
           IF QTDE-CALENDARIO > 0
               SET CALENDARIO-CARREGADO TO TRUE
           ELSE
               DISPLAY 'MEGAAPOS: calendario MEGACAL ausente ou sem '
                        'concursos MS - teimosinha sem critica de '
                        'calendario'
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
       2110-LER-UM-CONCURSO.
           READ MEGACAL
               AT END
                   MOVE '10' TO WS-FS-CAL
           END-READ
           IF WS-FS-CAL(1:1) = '0'
               IF CAL-REGISTRO-FD-TIPO-JOGO = 'MS'
                   ADD 1 TO QTDE-CALENDARIO
                   IF CAL-REGISTRO-FD-CONCURSO > ULTIMO-CALENDARIO
                       MOVE CAL-REGISTRO-FD-CONCURSO
                           TO ULTIMO-CALENDARIO
                   END-IF
               END-IF
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  VARRE O CADASTRO-MESTRE ATUAL, CARREGA AS CHAVES DE
      *          DUPLICIDADE E EXTRAI OS JOGOS DO CONCURSO ESCOLHIDO
      *-----------------------------------------------------------------
           MOVE MESTRE-REGISTRO-FD-N4 TO TRANS-DEZENA-VAL(4)
           MOVE MESTRE-REGISTRO-FD-N5 TO TRANS-DEZENA-VAL(5)
           MOVE MESTRE-REGISTRO-FD-N6 TO TRANS-DEZENA-VAL(6)
           MOVE MESTRE-REGISTRO-FD-EXTRAS TO EXTRAS-AUX
           PERFORM 7040-CARREGAR-EXTRAS THRU 7040-EXIT
           PERFORM 7000-MONTAR-CHAVE THRU 7000-EXIT
           MOVE MESTRE-REGISTRO-FD-CONCURSO TO CONCURSO-ALVO
           PERFORM 7100-GUARDAR-CHAVE THRU 7100-EXIT
           IF MESTRE-REGISTRO-FD-CONCURSO = CONCURSO-EXTRATO
               MOVE MESTRE-REGISTRO-FD-SEQ TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 7300-MONTAR-EXTRATO THRU 7300-EXIT
               WRITE JOGADO-REGISTRO-FD FROM JOGADO-REGISTRO-WS
               ADD 1 TO QTDE-EXTRAIDOS
           END-IF
               MOVE TRANS-REGISTRO-FD-N4 TO TRANS-DEZENA-VAL(4)
               MOVE TRANS-REGISTRO-FD-N5 TO TRANS-DEZENA-VAL(5)
               MOVE TRANS-REGISTRO-FD-N6 TO TRANS-DEZENA-VAL(6)
               MOVE TRANS-REGISTRO-FD-EXTRAS TO EXTRAS-AUX
               PERFORM 7040-CARREGAR-EXTRAS THRU 7040-EXIT
               PERFORM 5200-VALIDAR-TRANSACAO THRU 5200-EXIT
               IF TRANS-VALIDA
                   PERFORM 5400-INCLUIR-APOSTA THRU 5400-EXIT
       5200-VALIDAR-TRANSACAO.
           MOVE 'S' TO SW-TRANS-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF NOT EXTRAS-VALIDAS
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'DEZENAS EXTRAS INVALIDAS OU FORA DE ORDEM'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5210-VALIDAR-FAIXA-DEZENA THRU 5210-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
                  OR NOT TRANS-VALIDA
           IF TRANS-VALIDA
               PERFORM 5220-VALIDAR-DUPLICIDADE THRU 5220-EXIT
                   VARYING IDX-DEZENA FROM 2 BY 1
                   UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
                      OR NOT TRANS-VALIDA
           END-IF
           IF TRANS-VALIDA
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'CONCURSO JA SORTEADO (MEGAHISTM)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5240-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-TIPO = 'T'
              AND CALENDARIO-CARREGADO
              AND TRANS-REGISTRO-FD-CONCURSO + QTDE-ALVOS - 1
                  > ULTIMO-CALENDARIO
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'TEIMOSINHA ALEM DO CALENDARIO (MEGACAL)'
                   TO WS-MOTIVO-REJEICAO
           END-IF
           .
       5240-EXIT.
           MOVE TRANS-REGISTRO-FD-N4     TO MESTRE-REGISTRO-FD-N4
           MOVE TRANS-REGISTRO-FD-N5     TO MESTRE-REGISTRO-FD-N5
           MOVE TRANS-REGISTRO-FD-N6     TO MESTRE-REGISTRO-FD-N6
           MOVE TRANS-REGISTRO-FD-EXTRAS TO MESTRE-REGISTRO-FD-EXTRAS
           WRITE MESTRE-REGISTRO-FD
           ADD 1 TO QTDE-INCLUIDOS
           PERFORM 7100-GUARDAR-CHAVE THRU 7100-EXIT
           IF CONCURSO-ALVO = CONCURSO-EXTRATO
               MOVE TRANS-REGISTRO-FD-SEQ TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 7300-MONTAR-EXTRATO THRU 7300-EXIT
               WRITE JOGADO-REGISTRO-FD FROM JOGADO-REGISTRO-WS
               ADD 1 TO QTDE-EXTRAIDOS
           END-IF
      *-----------------------------------------------------------------
      *    5500  EMISSAO DA LINHA DE REJEICAO COM O MOTIVO DA RECUSA
      *-----------------------------------------------------------------
      *    Aposta multipla: as seis primeiras dezenas e a marca '+k'
      *    com a quantidade de dezenas extras.
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO WS-MARCA-EXTRAS
           IF QTDE-DEZENAS-JOGO > 6
               COMPUTE WS-QTDE-EXTRAS = QTDE-DEZENAS-JOGO - 6
               MOVE '+' TO WS-MARCA-EXTRAS(1:1)
               MOVE WS-QTDE-EXTRAS TO WS-MARCA-QTDE
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING TRANS-REGISTRO-FD-CONCURSO DELIMITED BY SIZE
                  TRANS-DEZENA-VAL(5)        DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  TRANS-DEZENA-VAL(6)        DELIMITED BY SIZE
                  WS-MARCA-EXTRAS            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO         DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
           EXIT.
      *-----------------------------------------------------------------
      *    7000  MONTA A CHAVE ORDENADA DAS DEZENAS DA TRANSACAO OU DO
      *          REGISTRO DO MESTRE EM AP-CHAVE-JOGO
      *-----------------------------------------------------------------
       7000-MONTAR-CHAVE.
           MOVE ZEROS TO ORD-TAB
           MOVE ZEROS TO AP-CHAVE-GRUPO
           PERFORM 7010-COPIAR-DEZENA THRU 7010-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
           PERFORM 7020-ORDENAR-DEZENAS THRU 7020-EXIT
           PERFORM 7030-COPIAR-CHAVE THRU 7030-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
           .
       7000-EXIT.
           EXIT.
      *
       7010-COPIAR-DEZENA.
           MOVE TRANS-DEZENA-VAL(IDX-DEZENA) TO ORD-VAL(IDX-DEZENA)
           .
       7010-EXIT.
           EXIT.
      *
       7020-ORDENAR-DEZENAS.
           PERFORM 7021-ORD-PASSO-EXTERNO THRU 7021-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-DEZENAS-JOGO
           .
       7020-EXIT.
           EXIT.
      *
       7021-ORD-PASSO-EXTERNO.
           MOVE ORD-VAL(ORD-I) TO ORD-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 7022-ORD-PASSO-INTERNO THRU 7022-EXIT
               UNTIL ORD-J < 2
                  OR ORD-VAL(ORD-J - 1) NOT > ORD-AUX
           MOVE ORD-AUX TO ORD-VAL(ORD-J)
           .
       7021-EXIT.
           EXIT.
      *
       7022-ORD-PASSO-INTERNO.
           MOVE ORD-VAL(ORD-J - 1) TO ORD-VAL(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       7022-EXIT.
           EXIT.
      *
       7030-COPIAR-CHAVE.
           MOVE ORD-VAL(IDX-DEZENA) TO AP-CHAVE-N(IDX-DEZENA)
           .
       7030-EXIT.
           EXIT.
      *
      *    Dezenas extras da aposta multipla (EXTRAS-AUX) para
      *    TRANS-DEZENA-VAL a partir da setima posicao.  A primeira
      *    posicao em branco encerra a lista; dezena nao numerica ou
      *    preenchida depois de uma posicao em branco invalida o jogo.
       7040-CARREGAR-EXTRAS.
           MOVE 6 TO QTDE-DEZENAS-JOGO
           MOVE 'N' TO SW-FIM-EXTRAS
           MOVE 'S' TO SW-EXTRAS-VALIDAS
           PERFORM 7041-CARREGAR-UMA-EXTRA THRU 7041-EXIT
               VARYING IDX-EXTRA FROM 1 BY 1
               UNTIL IDX-EXTRA > 9
           .
       7040-EXIT.
           EXIT.
      *
       7041-CARREGAR-UMA-EXTRA.
           IF EXTRA-AUX(IDX-EXTRA) = SPACES
               SET FIM-EXTRAS TO TRUE
               GO TO 7041-EXIT
           END-IF
           IF FIM-EXTRAS
              OR EXTRA-AUX(IDX-EXTRA) NOT NUMERIC
               MOVE 'N' TO SW-EXTRAS-VALIDAS
               GO TO 7041-EXIT
           END-IF
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE EXTRA-AUX(IDX-EXTRA)
               TO TRANS-DEZENA-VAL(QTDE-DEZENAS-JOGO)
           .
       7041-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7100  GUARDA A CHAVE CONCURSO + JOGO NA TABELA DE CRITICA
      *-----------------------------------------------------------------
           END-IF
           ADD 1 TO QTDE-CHAVES
           MOVE CONCURSO-ALVO TO CHAVE-CONCURSO(QTDE-CHAVES)
           MOVE AP-CHAVE-JOGO  TO CHAVE-JOGO(QTDE-CHAVES)
           .
       7100-EXIT.
           EXIT.
      *
       7210-COMPARAR-CHAVE.
           IF CHAVE-CONCURSO(IDX-CHAVE) = CONCURSO-ALVO
              AND CHAVE-JOGO(IDX-CHAVE) = AP-CHAVE-JOGO
               SET CHAVE-ACHADA TO TRUE
           END-IF
           .
       7210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7300  MONTA O REGISTRO DE EXTRATO (LAYOUT MEGAMULREG) COM AS
      *          DEZENAS DO JOGO NA ORDEM EM QUE FORAM APOSTADAS
      *-----------------------------------------------------------------
       7300-MONTAR-EXTRATO.
           MOVE SPACES TO JOGADO-REGISTRO-WS-DEZENAS
           PERFORM 7310-MONTAR-UMA-DEZENA THRU 7310-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
           .
       7300-EXIT.
           EXIT.
      *
       7310-MONTAR-UMA-DEZENA.
           MOVE ',' TO JOGADO-REGISTRO-WS-SEPARADOR(IDX-DEZENA)
           MOVE TRANS-DEZENA-VAL(IDX-DEZENA)
               TO JOGADO-REGISTRO-WS-DEZ-N(IDX-DEZENA)
           .
       7310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
