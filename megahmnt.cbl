      *REMARKS. Manutencao validada do cadastro-mestre do historico de
      *         sorteios da Mega Sena (MEGAHISTM, layout MEGAHISTM com
      *         numero de concurso e data do sorteio).  Le um arquivo
      *         de transacoes de sorteios novos (MEGATRANS, layout
      *         MEGAHTRN), valida cada transacao (dezenas de 01 a 60,
      *         sem repeticao dentro do sorteio, concurso inedito e em
      *         sequencia com o ultimo cadastrado), inclui no cadastro
      *         as transacoes aceitas e emite um relatorio de rejeicoes
      *DATE-WRITTEN. 22/08/2026.
      *TECTONICS. cobc -x megahmnt.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Transacoes de correcao ('C') e cancelamento
      *                  ('X') de concurso ja cadastrado (layout
      *                  MEGAHTRN, tipo na posicao 26).  O cadastro
      *                  passa a ser carregado em tabela e regravado
      *                  por inteiro, com o MEGAHISTO regenerado a
      *                  partir dele; cada correcao, cancelamento ou
      *                  reinclusao de concurso cancelado deixa as
      *                  imagens anterior e posterior na trilha
      *                  MEGAHAUD, lida pelo MEGADLTA e pelo MEGAPRZ
      *                  para desfazer as consequencias do sorteio
      *                  errado.
      *  15/10/2026 MCG  Data do sorteio incluido ou corrigido
      *                  conferida com o calendario MEGACAL; concurso
      *                  ausente do calendario ou data divergente sai
      *                  no relatorio como alerta (RC 4), sem rejeitar
      *                  a transacao.
      *  15/10/2026 MCG  Reinclusao reconhecida pela ultima imagem do
      *                  concurso na trilha MEGAHAUD (cancelamento),
      *                  qualquer que seja sua posicao em relacao ao
      *                  primeiro e ao ultimo concurso ativos; o
      *                  ultimo ou o primeiro concurso cancelado
      *                  tambem volta com a imagem de reinclusao.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT MEGAHMNT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
           SELECT OPTIONAL MEGAHAUD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRILHA.
      *
           SELECT OPTIONAL MEGACAL ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FD  MEGATRANS
           RECORDING F.
       COPY MEGAHTRN REPLACING ==:REG:== BY ==TRANS-REGISTRO-FD==.
      *
       FD  MEGAHISTO
           RECORDING F.
       FD  MEGAHMNT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(80).
      *
       FD  MEGAHAUD
           RECORDING F.
       COPY MEGAHAUD REPLACING ==:REG:== BY ==TRILHA-REGISTRO-FD==.
      *
       FD  MEGACAL
           RECORDING F.
       COPY MEGACALREG REPLACING ==:REG:== BY ==CAL-REGISTRO-FD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  WS-FS-TRANS                  PIC X(02)  VALUE SPACES.
       77  WS-FS-HISTO                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-TRILHA                 PIC X(02)  VALUE SPACES.
       77  WS-FS-CAL                    PIC X(02)  VALUE SPACES.
      *
       77  QTDE-MESTRE                  PIC 9(07)  COMP VALUE 0.
       77  QTDE-LIDAS                   PIC 9(07)  COMP VALUE 0.
       77  QTDE-ACEITAS                 PIC 9(07)  COMP VALUE 0.
       77  QTDE-REJEITADAS              PIC 9(07)  COMP VALUE 0.
       77  QTDE-INCLUIDAS               PIC 9(07)  COMP VALUE 0.
       77  QTDE-CORRIGIDAS              PIC 9(07)  COMP VALUE 0.
       77  QTDE-CANCELADAS              PIC 9(07)  COMP VALUE 0.
       77  QTDE-GRAVADOS                PIC 9(07)  COMP VALUE 0.
       77  QTDE-DIVERGENTES             PIC 9(07)  COMP VALUE 0.
      *
      *    Primeiro e ultimo concurso presentes no cadastro-mestre,
      *    usados nas criticas de concurso inedito e de sequencia.
       77  PRIMEIRO-CONCURSO            PIC 9(05)  VALUE 0.
       77  ULTIMO-CONCURSO              PIC 9(05)  VALUE 0.
      *
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
           88  TRANS-VALIDA                         VALUE 'S'.
       77  WS-MOTIVO-REJEICAO           PIC X(40)  VALUE SPACES.
      *
      *    Tipo efetivo da transacao em critica (em branco = 'I').
       77  WS-TIPO-TRANS                PIC X(01)  VALUE SPACE.
           88  TRANS-INCLUSAO                       VALUE 'I'.
           88  TRANS-CORRECAO                       VALUE 'C'.
           88  TRANS-CANCELAMENTO                   VALUE 'X'.
      *
      *    Dezenas da transacao em critica, copiadas para uma tabela
      *    indexavel nas validacoes de faixa e de duplicidade.
       01  TRANS-DEZENAS-TAB.
           03  TRANS-DEZENA-VAL         PIC 9(02) OCCURS 6 TIMES.
      *
      *    Cadastro-mestre em memoria.  As transacoes sao aplicadas
      *    sobre a tabela e o cadastro e' regravado por inteiro ao
      *    final, na ordem de concurso; concursos cancelados ficam
      *    marcados e nao sao regravados.  Ate 5000 sorteios (mesmo
      *    limite do MEGADLTA).
       77  QTDE-TABELA                  PIC 9(05)  COMP VALUE 0.
       01  MESTRE-TABELA.
           03  MESTRE-OCORR             OCCURS 5000 TIMES.
               05  MESTRE-CONCURSO-VAL  PIC 9(05).
               05  MESTRE-DATA-VAL      PIC 9(08).
               05  MESTRE-DEZENA-VAL    PIC 9(02) OCCURS 6 TIMES.
               05  MESTRE-SITUACAO      PIC X(01).
                   88  MESTRE-CANCELADO             VALUE 'X'.
       01  MESTRE-OCORR-AUX.
           03  AUX-CONCURSO-VAL         PIC 9(05).
           03  FILLER                   PIC X(21).
       77  IDX-MESTRE                   PIC 9(05)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(05)  COMP VALUE 0.
       77  ORD-I                        PIC 9(05)  COMP VALUE 0.
       77  ORD-J                        PIC 9(05)  COMP VALUE 0.
      *
       77  SW-MESTRE-CARREGADO          PIC X(01)  VALUE 'N'.
           88  MESTRE-CARREGADO                     VALUE 'S'.
       77  SW-REORDENAR                 PIC X(01)  VALUE 'N'.
           88  REORDENAR-MESTRE                     VALUE 'S'.
       77  SW-REINCLUSAO                PIC X(01)  VALUE 'N'.
           88  TRANS-REINCLUSAO                     VALUE 'S'.
       77  SW-CORRECAO-IGUAL            PIC X(01)  VALUE 'N'.
           88  CORRECAO-IGUAL                       VALUE 'S'.
      *
      *    Concursos cuja ultima imagem na trilha MEGAHAUD e' um
      *    cancelamento ('X'), mantida ao longo do processamento: uma
      *    inclusao de concurso nesta situacao e' reinclusao.
       77  QTDE-CANC                    PIC 9(05)  COMP VALUE 0.
       01  CANC-TABELA.
           03  CANC-OCORR               OCCURS 2000 TIMES.
               05  CANC-CONCURSO-VAL    PIC 9(05).
               05  CANC-SITUACAO        PIC X(01).
                   88  CANC-CANCELADO               VALUE 'X'.
       77  IDX-CANC                     PIC 9(05)  COMP VALUE 0.
       77  IDX-CANC-ACHADO              PIC 9(05)  COMP VALUE 0.
       77  WS-CANC-CONCURSO             PIC 9(05)  VALUE 0.
       77  WS-CANC-TIPO                 PIC X(01)  VALUE SPACE.
       77  SW-CANC-CHEIA                PIC X(01)  VALUE 'N'.
           88  CANC-CHEIA                           VALUE 'S'.
      *
      *    Datas de sorteio dos concursos MS do calendario MEGACAL
      *    (calendario ausente = sem conferencia de data).
       77  QTDE-CALENDARIO              PIC 9(05)  COMP VALUE 0.
       01  CAL-TABELA.
           03  CAL-OCORR                OCCURS 6000 TIMES.
               05  CAL-CONCURSO-VAL     PIC 9(05).
               05  CAL-DATA-VAL         PIC 9(08).
       77  IDX-CAL                      PIC 9(05)  COMP VALUE 0.
       77  IDX-CAL-ACHADO               PIC 9(05)  COMP VALUE 0.
      *
      *    Data e hora do processamento, gravadas na trilha.
       77  WS-DATA-PROC                 PIC 9(08)  VALUE 0.
       77  WS-HORA-PROC                 PIC 9(08)  VALUE 0.
      *
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-MESTRE THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2100-CARREGAR-CALENDARIO THRU 2100-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2200-CARREGAR-TRILHA THRU 2200-EXIT
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM 5000-PROCESSAR-TRANSACOES THRU 5000-EXIT
           END-IF
           IF MESTRE-CARREGADO
               PERFORM 7000-REGRAVAR-MESTRE THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-PROC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-PROC FROM TIME
           OPEN OUTPUT MEGAHISTO
           IF WS-FS-HISTO NOT = '00'
               DISPLAY 'MEGAHMNT: nao foi possivel criar MEGAHISTO - '
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'RELATORIO DE REJEICOES E CORRECOES - MANUTENCAO DO '
               TO RPT-REGISTRO-FD
           MOVE 'HISTORICO' TO RPT-REGISTRO-FD(52:)
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CONCURSO DATA     DEZENAS            MOTIVO'
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DO CADASTRO-MESTRE ATUAL NA TABELA, GUARDANDO O
      *          PRIMEIRO E O ULTIMO CONCURSO
      *-----------------------------------------------------------------
      *    FILE STATUS 05 = arquivo opcional inexistente aberto com
      *    sucesso (cadastro ainda vazio); a leitura cai direto no
      *    AT END.
       2000-CARREGAR-MESTRE.
           OPEN INPUT MEGAHISTM
           IF WS-FS-MESTRE(1:1) NOT = '0'
               DISPLAY 'MEGAHMNT: nao foi possivel abrir MEGAHISTM - '
                        'FILE STATUS ' WS-FS-MESTRE
               CLOSE MEGAHISTM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM-SORTEIO THRU 2010-EXIT
               UNTIL WS-FS-MESTRE = '10'
           CLOSE MEGAHISTM
           IF QTDE-MESTRE > 5000
               DISPLAY 'MEGAHMNT: MEGAHISTM excede 5000 registros - '
                        'manutencao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           SET MESTRE-CARREGADO TO TRUE
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM-SORTEIO.
           READ MEGAHISTM
               AT END
                   MOVE '10' TO WS-FS-MESTRE
           END-READ
           IF WS-FS-MESTRE(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-MESTRE
           IF QTDE-MESTRE > 5000
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-TABELA
           MOVE MESTRE-REGISTRO-FD-CONCURSO
               TO MESTRE-CONCURSO-VAL(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-DATA
               TO MESTRE-DATA-VAL(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-N1
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 1)
           MOVE MESTRE-REGISTRO-FD-N2
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 2)
           MOVE MESTRE-REGISTRO-FD-N3
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 3)
           MOVE MESTRE-REGISTRO-FD-N4
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 4)
           MOVE MESTRE-REGISTRO-FD-N5
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 5)
           MOVE MESTRE-REGISTRO-FD-N6
               TO MESTRE-DEZENA-VAL(QTDE-TABELA 6)
           MOVE SPACE TO MESTRE-SITUACAO(QTDE-TABELA)
           IF MESTRE-REGISTRO-FD-CONCURSO > ULTIMO-CONCURSO
               MOVE MESTRE-REGISTRO-FD-CONCURSO TO ULTIMO-CONCURSO
           END-IF
           IF PRIMEIRO-CONCURSO = 0
              OR MESTRE-REGISTRO-FD-CONCURSO < PRIMEIRO-CONCURSO
               MOVE MESTRE-REGISTRO-FD-CONCURSO TO PRIMEIRO-CONCURSO
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2100  CARGA DAS DATAS DE SORTEIO MS DO CALENDARIO MEGACAL
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
              AND CAL-REGISTRO-FD-TIPO-JOGO = 'MS'
              AND QTDE-CALENDARIO < 6000
               ADD 1 TO QTDE-CALENDARIO
               MOVE CAL-REGISTRO-FD-CONCURSO
                   TO CAL-CONCURSO-VAL(QTDE-CALENDARIO)
               MOVE CAL-REGISTRO-FD-DATA-SORTEIO
                   TO CAL-DATA-VAL(QTDE-CALENDARIO)
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2200  SITUACAO DOS CONCURSOS NA TRILHA MEGAHAUD - ULTIMA
      *          IMAGEM DE CADA CONCURSO CANCELADO
      *-----------------------------------------------------------------
       2200-CARREGAR-TRILHA.
           OPEN INPUT MEGAHAUD
           IF WS-FS-TRILHA(1:1) NOT = '0'
               DISPLAY 'MEGAHMNT: nao foi possivel abrir MEGAHAUD - '
                        'FILE STATUS ' WS-FS-TRILHA
               CLOSE MEGAHAUD
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-LER-UMA-IMAGEM THRU 2210-EXIT
               UNTIL WS-FS-TRILHA = '10'
           CLOSE MEGAHAUD
           .
       2200-EXIT.
           EXIT.
      *
       2210-LER-UMA-IMAGEM.
           READ MEGAHAUD
               AT END
                   MOVE '10' TO WS-FS-TRILHA
           END-READ
           IF WS-FS-TRILHA(1:1) = '0'
               MOVE TRILHA-REGISTRO-FD-CONCURSO TO WS-CANC-CONCURSO
               MOVE TRILHA-REGISTRO-FD-TIPO TO WS-CANC-TIPO
               PERFORM 2220-REGISTRAR-SITUACAO THRU 2220-EXIT
           END-IF
           .
       2210-EXIT.
           EXIT.
      *
      *    Atualiza a situacao de WS-CANC-CONCURSO pela imagem de tipo
      *    WS-CANC-TIPO: 'X' marca o concurso como cancelado, qualquer
      *    outro tipo o desmarca.
       2220-REGISTRAR-SITUACAO.
           MOVE 0 TO IDX-CANC-ACHADO
           PERFORM 2221-COMPARAR-CANCELADO THRU 2221-EXIT
               VARYING IDX-CANC FROM 1 BY 1
               UNTIL IDX-CANC > QTDE-CANC
                  OR IDX-CANC-ACHADO > 0
           IF IDX-CANC-ACHADO > 0
               IF WS-CANC-TIPO = 'X'
                   MOVE 'X' TO CANC-SITUACAO(IDX-CANC-ACHADO)
               ELSE
                   MOVE SPACE TO CANC-SITUACAO(IDX-CANC-ACHADO)
               END-IF
               GO TO 2220-EXIT
           END-IF
           IF WS-CANC-TIPO NOT = 'X'
               GO TO 2220-EXIT
           END-IF
           IF QTDE-CANC >= 2000
               IF NOT CANC-CHEIA
                   DISPLAY 'MEGAHMNT: mais de 2000 concursos '
                            'cancelados na trilha MEGAHAUD - demais '
                            'ignorados'
                   SET CANC-CHEIA TO TRUE
               END-IF
               GO TO 2220-EXIT
           END-IF
           ADD 1 TO QTDE-CANC
           MOVE WS-CANC-CONCURSO TO CANC-CONCURSO-VAL(QTDE-CANC)
           MOVE 'X' TO CANC-SITUACAO(QTDE-CANC)
           .
       2220-EXIT.
           EXIT.
      *
       2221-COMPARAR-CANCELADO.
           IF CANC-CONCURSO-VAL(IDX-CANC) = WS-CANC-CONCURSO
               MOVE IDX-CANC TO IDX-CANC-ACHADO
           END-IF
           .
       2221-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CRITICA E APLICACAO DAS TRANSACOES SOBRE A TABELA
      *-----------------------------------------------------------------
       5000-PROCESSAR-TRANSACOES.
           OPEN INPUT MEGATRANS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND MEGAHAUD
           IF WS-FS-TRILHA(1:1) NOT = '0'
               DISPLAY 'MEGAHMNT: nao foi possivel estender MEGAHAUD '
                        '- FILE STATUS ' WS-FS-TRILHA
               CLOSE MEGATRANS
               CLOSE MEGAHAUD
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-PROCESSAR-UMA-TRANSACAO THRU 5100-EXIT
               UNTIL WS-FS-TRANS = '10'
           CLOSE MEGATRANS
           CLOSE MEGAHAUD
           .
       5000-EXIT.
           EXIT.
               MOVE TRANS-REGISTRO-FD-N4 TO TRANS-DEZENA-VAL(4)
               MOVE TRANS-REGISTRO-FD-N5 TO TRANS-DEZENA-VAL(5)
               MOVE TRANS-REGISTRO-FD-N6 TO TRANS-DEZENA-VAL(6)
               IF TRANS-REGISTRO-FD-TIPO = SPACE
                   MOVE 'I' TO WS-TIPO-TRANS
               ELSE
                   MOVE TRANS-REGISTRO-FD-TIPO TO WS-TIPO-TRANS
               END-IF
               PERFORM 5200-VALIDAR-TRANSACAO THRU 5200-EXIT
               IF TRANS-VALIDA
                   EVALUATE TRUE
                       WHEN TRANS-INCLUSAO
                           PERFORM 5400-INCLUIR-SORTEIO THRU 5400-EXIT
                       WHEN TRANS-CORRECAO
                           PERFORM 5410-CORRIGIR-SORTEIO THRU 5410-EXIT
                       WHEN TRANS-CANCELAMENTO
                           PERFORM 5420-CANCELAR-SORTEIO THRU 5420-EXIT
                   END-EVALUATE
               ELSE
                   PERFORM 5500-REJEITAR-TRANSACAO THRU 5500-EXIT
               END-IF
      *-----------------------------------------------------------------
      *    5200  CRITICAS DA TRANSACAO - A PRIMEIRA FALHA PREVALECE
      *-----------------------------------------------------------------
      *    No cancelamento so' o concurso e' criticado; data e dezenas
      *    da transacao sao ignoradas.
       5200-VALIDAR-TRANSACAO.
           MOVE 'S' TO SW-TRANS-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF NOT TRANS-INCLUSAO
              AND NOT TRANS-CORRECAO
              AND NOT TRANS-CANCELAMENTO
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'TIPO DE TRANSACAO INVALIDO'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF TRANS-CANCELAMENTO
               PERFORM 5240-VALIDAR-CONCURSO THRU 5240-EXIT
               GO TO 5200-EXIT
           END-IF
           PERFORM 5210-VALIDAR-FAIXA-DEZENA THRU 5210-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
       5230-EXIT.
           EXIT.
      *
      *    Inclusao: o concurso nao pode estar ativo na tabela e deve
      *    seguir o ultimo cadastrado; a excecao e' o concurso
      *    cancelado (ultima imagem na trilha e' um cancelamento), que
      *    pode ser reincluido em qualquer posicao, e a lacuna entre o
      *    primeiro e o ultimo, ausente da tabela.  O primeiro
      *    concurso de um cadastro vazio abre a serie.
      *    Correcao e cancelamento: o concurso tem de estar ativo.
       5240-VALIDAR-CONCURSO.
           MOVE 'N' TO SW-REINCLUSAO
           IF TRANS-REGISTRO-FD-CONCURSO = 0
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'NUMERO DE CONCURSO AUSENTE'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5240-EXIT
           END-IF
           PERFORM 5250-LOCALIZAR-CONCURSO THRU 5250-EXIT
           IF NOT TRANS-INCLUSAO
               IF IDX-ACHADO = 0
                   MOVE 'N' TO SW-TRANS-VALIDA
                   MOVE 'CONCURSO NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5240-EXIT
               END-IF
               IF TRANS-CORRECAO
                   PERFORM 5260-COMPARAR-CORRECAO THRU 5260-EXIT
               END-IF
               GO TO 5240-EXIT
           END-IF
           IF IDX-ACHADO > 0
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'CONCURSO JA CADASTRADO'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5240-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-CONCURSO TO WS-CANC-CONCURSO
           MOVE 0 TO IDX-CANC-ACHADO
           PERFORM 2221-COMPARAR-CANCELADO THRU 2221-EXIT
               VARYING IDX-CANC FROM 1 BY 1
               UNTIL IDX-CANC > QTDE-CANC
                  OR IDX-CANC-ACHADO > 0
           IF IDX-CANC-ACHADO > 0
               IF CANC-CANCELADO(IDX-CANC-ACHADO)
                   SET TRANS-REINCLUSAO TO TRUE
                   GO TO 5240-EXIT
               END-IF
           END-IF
           IF ULTIMO-CONCURSO = 0
               GO TO 5240-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-CONCURSO NOT > ULTIMO-CONCURSO
               IF TRANS-REGISTRO-FD-CONCURSO > PRIMEIRO-CONCURSO
                   SET TRANS-REINCLUSAO TO TRUE
               ELSE
                   MOVE 'N' TO SW-TRANS-VALIDA
                   MOVE 'CONCURSO ANTERIOR AO INICIO DO CADASTRO'
                       TO WS-MOTIVO-REJEICAO
               END-IF
               GO TO 5240-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-CONCURSO NOT = ULTIMO-CONCURSO + 1
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'CONCURSO FORA DE SEQUENCIA'
           .
       5240-EXIT.
           EXIT.
      *
      *    Posicao na tabela do concurso da transacao, entre os
      *    sorteios ativos (nao cancelados); 0 se ausente.
       5250-LOCALIZAR-CONCURSO.
           MOVE 0 TO IDX-ACHADO
           PERFORM 5251-COMPARAR-CONCURSO THRU 5251-EXIT
               VARYING IDX-MESTRE FROM 1 BY 1
               UNTIL IDX-MESTRE > QTDE-TABELA
                  OR IDX-ACHADO > 0
           .
       5250-EXIT.
           EXIT.
      *
       5251-COMPARAR-CONCURSO.
           IF MESTRE-CONCURSO-VAL(IDX-MESTRE)
              = TRANS-REGISTRO-FD-CONCURSO
              AND NOT MESTRE-CANCELADO(IDX-MESTRE)
               MOVE IDX-MESTRE TO IDX-ACHADO
           END-IF
           .
       5251-EXIT.
           EXIT.
      *
      *    Uma correcao identica ao que ja esta no cadastro nao tem
      *    efeito e geraria estorno e reapuracao a toa.
       5260-COMPARAR-CORRECAO.
           MOVE 'S' TO SW-CORRECAO-IGUAL
           IF TRANS-REGISTRO-FD-DATA NOT = MESTRE-DATA-VAL(IDX-ACHADO)
               MOVE 'N' TO SW-CORRECAO-IGUAL
           END-IF
           PERFORM 5261-COMPARAR-DEZENA-MESTRE THRU 5261-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           IF CORRECAO-IGUAL
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'CORRECAO IGUAL AO CADASTRO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
           .
       5260-EXIT.
           EXIT.
      *
       5261-COMPARAR-DEZENA-MESTRE.
           IF TRANS-DEZENA-VAL(IDX-DEZENA)
              NOT = MESTRE-DEZENA-VAL(IDX-ACHADO IDX-DEZENA)
               MOVE 'N' TO SW-CORRECAO-IGUAL
           END-IF
           .
       5261-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5400  APLICACAO DA TRANSACAO ACEITA NA TABELA E NA TRILHA
      *-----------------------------------------------------------------
       5400-INCLUIR-SORTEIO.
           IF QTDE-TABELA >= 5000
               MOVE 'TABELA DO CADASTRO CHEIA (5000)'
                   TO WS-MOTIVO-REJEICAO
               PERFORM 5500-REJEITAR-TRANSACAO THRU 5500-EXIT
               GO TO 5400-EXIT
           END-IF
           ADD 1 TO QTDE-TABELA
           MOVE TRANS-REGISTRO-FD-CONCURSO
               TO MESTRE-CONCURSO-VAL(QTDE-TABELA)
           MOVE SPACE TO MESTRE-SITUACAO(QTDE-TABELA)
           MOVE QTDE-TABELA TO IDX-ACHADO
           PERFORM 5430-ATUALIZAR-TABELA THRU 5430-EXIT
           IF TRANS-REGISTRO-FD-CONCURSO > ULTIMO-CONCURSO
               MOVE TRANS-REGISTRO-FD-CONCURSO TO ULTIMO-CONCURSO
           END-IF
           IF PRIMEIRO-CONCURSO = 0
              OR TRANS-REGISTRO-FD-CONCURSO < PRIMEIRO-CONCURSO
               MOVE TRANS-REGISTRO-FD-CONCURSO TO PRIMEIRO-CONCURSO
           END-IF
           IF TRANS-REINCLUSAO
               SET REORDENAR-MESTRE TO TRUE
               MOVE ZEROS TO TRILHA-REGISTRO-FD-ANTES
               PERFORM 5440-GRAVAR-TRILHA THRU 5440-EXIT
               MOVE TRANS-REGISTRO-FD-CONCURSO TO WS-CANC-CONCURSO
               MOVE 'I' TO WS-CANC-TIPO
               PERFORM 2220-REGISTRAR-SITUACAO THRU 2220-EXIT
               MOVE 'REINCLUSAO DE CONCURSO CANCELADO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           END-IF
           PERFORM 5700-CONFERIR-CALENDARIO THRU 5700-EXIT
           ADD 1 TO QTDE-INCLUIDAS
           ADD 1 TO QTDE-ACEITAS
           .
       5400-EXIT.
           EXIT.
      *
       5410-CORRIGIR-SORTEIO.
           PERFORM 5450-COPIAR-IMAGEM-ANTERIOR THRU 5450-EXIT
           PERFORM 5430-ATUALIZAR-TABELA THRU 5430-EXIT
           PERFORM 5440-GRAVAR-TRILHA THRU 5440-EXIT
           MOVE 'CORRECAO APLICADA' TO WS-MOTIVO-REJEICAO
           PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           PERFORM 5700-CONFERIR-CALENDARIO THRU 5700-EXIT
           ADD 1 TO QTDE-CORRIGIDAS
           ADD 1 TO QTDE-ACEITAS
           .
       5410-EXIT.
           EXIT.
      *
       5420-CANCELAR-SORTEIO.
           PERFORM 5450-COPIAR-IMAGEM-ANTERIOR THRU 5450-EXIT
           MOVE 'X' TO MESTRE-SITUACAO(IDX-ACHADO)
           MOVE 'X' TO TRILHA-REGISTRO-FD-TIPO
           MOVE ZEROS TO TRILHA-REGISTRO-FD-DEPOIS
           PERFORM 5441-GRAVAR-REGISTRO-TRILHA THRU 5441-EXIT
           MOVE TRANS-REGISTRO-FD-CONCURSO TO WS-CANC-CONCURSO
           MOVE 'X' TO WS-CANC-TIPO
           PERFORM 2220-REGISTRAR-SITUACAO THRU 2220-EXIT
           MOVE 'CANCELAMENTO APLICADO' TO WS-MOTIVO-REJEICAO
           PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           ADD 1 TO QTDE-CANCELADAS
           ADD 1 TO QTDE-ACEITAS
           .
       5420-EXIT.
           EXIT.
      *
      *    Copia data e dezenas da transacao para a posicao IDX-ACHADO
      *    da tabela.
       5430-ATUALIZAR-TABELA.
           MOVE TRANS-REGISTRO-FD-DATA TO MESTRE-DATA-VAL(IDX-ACHADO)
           PERFORM 5431-COPIAR-DEZENA-TRANS THRU 5431-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           .
       5430-EXIT.
           EXIT.
      *
       5431-COPIAR-DEZENA-TRANS.
           MOVE TRANS-DEZENA-VAL(IDX-DEZENA)
               TO MESTRE-DEZENA-VAL(IDX-ACHADO IDX-DEZENA)
           .
       5431-EXIT.
           EXIT.
      *
      *    Trilha de inclusao/correcao: imagem posterior = transacao.
      *    A imagem anterior ja foi preenchida pelo chamador.
       5440-GRAVAR-TRILHA.
           MOVE WS-TIPO-TRANS TO TRILHA-REGISTRO-FD-TIPO
           MOVE TRANS-REGISTRO-FD-DATA TO TRILHA-REGISTRO-FD-DEP-DATA
           PERFORM 5442-COPIAR-DEZENA-DEPOIS THRU 5442-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           PERFORM 5441-GRAVAR-REGISTRO-TRILHA THRU 5441-EXIT
           .
       5440-EXIT.
           EXIT.
      *
       5441-GRAVAR-REGISTRO-TRILHA.
           MOVE WS-DATA-PROC TO TRILHA-REGISTRO-FD-DATA-PROC
           MOVE WS-HORA-PROC TO TRILHA-REGISTRO-FD-HORA-PROC
           MOVE TRANS-REGISTRO-FD-CONCURSO
               TO TRILHA-REGISTRO-FD-CONCURSO
           WRITE TRILHA-REGISTRO-FD
           .
       5441-EXIT.
           EXIT.
      *
       5442-COPIAR-DEZENA-DEPOIS.
           MOVE TRANS-DEZENA-VAL(IDX-DEZENA)
               TO TRILHA-REGISTRO-FD-DEP-DEZENA(IDX-DEZENA)
           .
       5442-EXIT.
           EXIT.
      *
      *    Imagem anterior = sorteio como esta na tabela, antes da
      *    correcao ou do cancelamento.
       5450-COPIAR-IMAGEM-ANTERIOR.
           MOVE MESTRE-DATA-VAL(IDX-ACHADO)
               TO TRILHA-REGISTRO-FD-ANT-DATA
           PERFORM 5451-COPIAR-DEZENA-ANTES THRU 5451-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           .
       5450-EXIT.
           EXIT.
      *
       5451-COPIAR-DEZENA-ANTES.
           MOVE MESTRE-DEZENA-VAL(IDX-ACHADO IDX-DEZENA)
               TO TRILHA-REGISTRO-FD-ANT-DEZENA(IDX-DEZENA)
           .
       5451-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5500  EMISSAO DA LINHA DE REJEICAO COM O MOTIVO DA RECUSA
      *-----------------------------------------------------------------
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           PERFORM 5600-EMITIR-LINHA THRU 5600-EXIT
           .
       5500-EXIT.
           EXIT.
      *
      *    Linha do relatorio com a transacao e o texto em
      *    WS-MOTIVO-REJEICAO (motivo da recusa ou acao aplicada).
       5600-EMITIR-LINHA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING TRANS-REGISTRO-FD-CONCURSO DELIMITED BY SIZE
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
           IF CAL-CONCURSO-VAL(IDX-CAL) = TRANS-REGISTRO-FD-CONCURSO
               MOVE IDX-CAL TO IDX-CAL-ACHADO
           END-IF
           .
       5710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  REGRAVACAO DO CADASTRO-MESTRE (SO' QUANDO HOUVE
      *          TRANSACAO ACEITA) E DO EXTRATO DE SEIS DEZENAS, NA
      *          ORDEM DE CONCURSO E SEM OS CANCELADOS
      *-----------------------------------------------------------------
       7000-REGRAVAR-MESTRE.
           IF REORDENAR-MESTRE
               PERFORM 7100-ORDENAR-TABELA THRU 7100-EXIT
           END-IF
           IF QTDE-ACEITAS > 0
               OPEN OUTPUT MEGAHISTM
               IF WS-FS-MESTRE(1:1) NOT = '0'
                   DISPLAY 'MEGAHMNT: nao foi possivel regravar '
                            'MEGAHISTM - FILE STATUS ' WS-FS-MESTRE
                   CLOSE MEGAHISTM
                   MOVE 16 TO RETURN-CODE
                   GO TO 7000-EXIT
               END-IF
           END-IF
           MOVE 0 TO ULTIMO-CONCURSO
           PERFORM 7010-GRAVAR-UM-SORTEIO THRU 7010-EXIT
               VARYING IDX-MESTRE FROM 1 BY 1
               UNTIL IDX-MESTRE > QTDE-TABELA
           IF QTDE-ACEITAS > 0
               CLOSE MEGAHISTM
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
       7010-GRAVAR-UM-SORTEIO.
           IF MESTRE-CANCELADO(IDX-MESTRE)
               GO TO 7010-EXIT
           END-IF
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 1) TO HISTO-REGISTRO-FD-N1
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 2) TO HISTO-REGISTRO-FD-N2
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 3) TO HISTO-REGISTRO-FD-N3
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 4) TO HISTO-REGISTRO-FD-N4
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 5) TO HISTO-REGISTRO-FD-N5
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 6) TO HISTO-REGISTRO-FD-N6
           WRITE HISTO-REGISTRO-FD
           MOVE MESTRE-CONCURSO-VAL(IDX-MESTRE) TO ULTIMO-CONCURSO
           ADD 1 TO QTDE-GRAVADOS
           IF QTDE-ACEITAS = 0
               GO TO 7010-EXIT
           END-IF
           MOVE MESTRE-CONCURSO-VAL(IDX-MESTRE)
               TO MESTRE-REGISTRO-FD-CONCURSO
           MOVE MESTRE-DATA-VAL(IDX-MESTRE) TO MESTRE-REGISTRO-FD-DATA
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 1) TO MESTRE-REGISTRO-FD-N1
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 2) TO MESTRE-REGISTRO-FD-N2
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 3) TO MESTRE-REGISTRO-FD-N3
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 4) TO MESTRE-REGISTRO-FD-N4
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 5) TO MESTRE-REGISTRO-FD-N5
           MOVE MESTRE-DEZENA-VAL(IDX-MESTRE 6) TO MESTRE-REGISTRO-FD-N6
           WRITE MESTRE-REGISTRO-FD
           .
       7010-EXIT.
           EXIT.
      *
      *    Reinclusao de concurso cancelado entra no fim da tabela;
      *    a tabela ja vem quase ordenada, o que favorece o insertion
      *    sort.
       7100-ORDENAR-TABELA.
           PERFORM 7110-PASSO-EXTERNO THRU 7110-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-TABELA
           .
       7100-EXIT.
           EXIT.
      *
       7110-PASSO-EXTERNO.
           MOVE MESTRE-OCORR(ORD-I) TO MESTRE-OCORR-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 7120-PASSO-INTERNO THRU 7120-EXIT
               UNTIL ORD-J < 2
                  OR MESTRE-CONCURSO-VAL(ORD-J - 1)
                     NOT > AUX-CONCURSO-VAL
           MOVE MESTRE-OCORR-AUX TO MESTRE-OCORR(ORD-J)
           .
       7110-EXIT.
           EXIT.
      *
       7120-PASSO-INTERNO.
           MOVE MESTRE-OCORR(ORD-J - 1) TO MESTRE-OCORR(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       7120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
           DISPLAY 'Sorteios no cadastro anterior..: ' QTDE-MESTRE
           DISPLAY 'Transacoes lidas...............: ' QTDE-LIDAS
           DISPLAY 'Transacoes aceitas.............: ' QTDE-ACEITAS
           DISPLAY '  inclusoes....................: ' QTDE-INCLUIDAS
           DISPLAY '  correcoes....................: ' QTDE-CORRIGIDAS
           DISPLAY '  cancelamentos................: ' QTDE-CANCELADAS
           DISPLAY 'Transacoes rejeitadas..........: ' QTDE-REJEITADAS
           DISPLAY 'Datas divergentes do MEGACAL...: ' QTDE-DIVERGENTES
           DISPLAY 'Sorteios no extrato MEGAHISTO..: ' QTDE-GRAVADOS
           DISPLAY 'Ultimo concurso no cadastro....: ' ULTIMO-CONCURSO
           IF (QTDE-REJEITADAS > 0 OR QTDE-DIVERGENTES > 0)
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
