      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGABKT.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Backtest walk-forward do processo semanal de selecao
      *         (ranking de frequencia do MEGAEST + preenchimento do
      *         orcamento do MEGASELP pelo MEGASEL).  Percorre o
      *         cadastro-mestre MEGAHISTM em ordem de concurso e, para
      *         cada concurso da faixa do cartao MEGABKTP, refaz a
      *         contagem de frequencia usando so os sorteios anteriores
      *         a ele, escolhe entre as combinacoes candidatas
      *         (JOGOS_MEGASENA, layout MEGAREG) os jogos de maior
      *         pontuacao que cabem no orcamento, com o mesmo criterio
      *         e o mesmo desempate do MEGASEL, e confere esses jogos
      *         com o resultado do concurso, valorando as faixas pela
      *         tabela MEGAPREMIO quando o concurso estiver nela (sem
      *         tabela o premio entra zerado e o concurso e'
      *         assinalado).  Como referencia, a mesma quantidade de
      *         jogos e' sorteada entre as mesmas candidatas por um
      *         gerador pseudo-aleatorio de semente fixa (cartao
      *         MEGABKTP), o que torna o backtest reproduzivel.
      *         Grava um livro-razao simulado para cada carteira, no
      *         layout MEGALEDREG (MEGABKTLED para as mais sorteadas,
      *         MEGABKTALE para a aleatoria), e emite em MEGABKT-RPT o
      *         confronto concurso a concurso e o resumo comparativo.
      *         RETURN-CODE = 4 quando algum concurso ficou sem tabela
      *         de premios ou nenhum concurso foi simulado.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megabkt.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  VLR-IMPOSTO zerado nos livros simulados: o
      *                  backtest compara premios brutos, sem retencao
      *                  de imposto de renda.
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
           SELECT OPTIONAL MEGABKTP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGASELP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PARM.
      *
           SELECT MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-HIST.
      *
           SELECT JOGOS_MEGASENA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MEGASENA.
      *
           SELECT OPTIONAL MEGAPREMIO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PREMIO.
      *
           SELECT MEGABKTLED ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDEST.
      *
           SELECT MEGABKTALE ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDALE.
      *
           SELECT MEGABKT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGABKTP
           RECORDING F.
       COPY MEGABKTP REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGASELP
           RECORDING F.
       COPY MEGASELP REPLACING ==:REG:== BY ==PARM-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HIST-REGISTRO-FD==.
      *
       FD  JOGOS_MEGASENA
           RECORDING F.
       01  MEGA-REGISTRO-FD               PIC X(28).
      *
       FD  MEGAPREMIO
           RECORDING F.
       COPY MEGAPRZREG REPLACING ==:REG:== BY ==PREMIO-REGISTRO-FD==.
      *
       FD  MEGABKTLED
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDEST-REGISTRO-FD==.
      *
       FD  MEGABKTALE
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDALE-REGISTRO-FD==.
      *
       FD  MEGABKT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-PARM                   PIC X(02)  VALUE SPACES.
       77  WS-FS-HIST                   PIC X(02)  VALUE SPACES.
       77  WS-FS-MEGASENA               PIC X(02)  VALUE SPACES.
       77  WS-FS-PREMIO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDEST                 PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDALE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  SW-SAIDAS-ABERTAS            PIC X(01)  VALUE 'N'.
           88  SAIDAS-ABERTAS                       VALUE 'S'.
      *
      *    Cartao MEGABKTP (faixa de concursos e semente) e cartao
      *    MEGASELP (preco da aposta e orcamento da semana).
       77  WS-CONC-INICIAL              PIC 9(05)  VALUE 0.
       77  WS-CONC-FINAL                PIC 9(05)  VALUE 0.
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
       77  WS-ORCAMENTO                 PIC 9(09)V99 VALUE 0.
      *
      *    Quantidade de jogos que o orcamento comporta, limitada a
      *    capacidade da tabela de selecao (mesma regra do MEGASEL).
       77  QTDE-MAX-JOGOS               PIC 9(12)  COMP VALUE 0.
      *
      *    Gerador pseudo-aleatorio congruencial multiplicativo
      *    (multiplicador 16807, modulo 2**31 - 1): a semente corrente
      *    e' tambem a chave de sorteio do candidato.
       77  WS-SEMENTE                   PIC 9(10)  VALUE 1.
       77  WS-ALEA-PRODUTO              PIC 9(15)  VALUE 0.
       77  WS-ALEA-QUOCIENTE            PIC 9(15)  VALUE 0.
      *
       77  WS-DATA-LANC                 PIC 9(08)  VALUE 0.
       77  WS-HORA-LANC                 PIC 9(08)  VALUE 0.
      *
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  WS-CONC-ANTERIOR             PIC 9(05)  VALUE 0.
       77  QTDE-HISTORICO               PIC 9(07)  COMP VALUE 0.
       77  QTDE-SIMULADOS               PIC 9(07)  COMP VALUE 0.
       77  QTDE-SEM-ANTERIOR            PIC 9(07)  COMP VALUE 0.
       77  QTDE-SEM-PREMIO              PIC 9(07)  COMP VALUE 0.
       77  QTDE-CANDIDATOS              PIC 9(12)  COMP VALUE 0.
      *
      *    Contagem de cada dezena nos sorteios ja percorridos
      *    (anteriores ao concurso corrente), indexada pela dezena:
      *    e' o ranking que o MEGAEST emitiria naquela data.
       01  CONTAGEM-TABELA.
           03  CONTAGEM-DEZENA          PIC 9(07) OCCURS 60 TIMES.
      *
      *    Tabela de premios por faixa do operador (MEGAPREMIO).
       77  QTDE-PREMIOS                 PIC 9(05)  COMP VALUE 0.
       77  IDX-PREMIO                   PIC 9(05)  COMP VALUE 0.
       77  SW-PREMIO-ACHADO             PIC X(01)  VALUE 'N'.
           88  PREMIO-ACHADO                        VALUE 'S'.
       77  WS-VLR-QUADRA                PIC 9(09)V99 VALUE 0.
       77  WS-VLR-QUINA                 PIC 9(09)V99 VALUE 0.
       77  WS-VLR-SENA                  PIC 9(11)V99 VALUE 0.
      *
       01  PREMIO-TABELA.
           03  PRM-OCORR                OCCURS 5000 TIMES.
               05  PRM-CONCURSO         PIC 9(05).
               05  PRM-VLR-QUADRA       PIC 9(09)V99.
               05  PRM-VLR-QUINA        PIC 9(09)V99.
               05  PRM-VLR-SENA         PIC 9(11)V99.
      *
      *    Estrutura para separar os campos do registro delimitado lido
      *    de JOGOS_MEGASENA.
       COPY MEGAREG REPLACING ==:REG:== BY ==MEGA-REGISTRO-WS==.
      *
       01  JOGO-TAB.
           03  JOGO-VAL                 PIC 9(02) OCCURS 6 TIMES.
       77  JOGO-PONTOS                  PIC 9(10)  COMP VALUE 0.
      *
      *    Carteiras da semana, em ordem decrescente de chave
      *    (insercao ordenada como no MEGASEL; quando cheia, um
      *    candidato melhor substitui o ultimo): a ocorrencia 1 e' a
      *    das mais sorteadas (chave = pontuacao de frequencia) e a 2
      *    a aleatoria (chave = numero pseudo-aleatorio).
       01  CARTEIRA-TABELA.
           03  CART-OCORR               OCCURS 2 TIMES.
               05  CART-QTDE            PIC 9(05)  COMP.
               05  CART-JOGO            OCCURS 5000 TIMES.
                   07  CART-PONTOS      PIC 9(10)  COMP.
                   07  CART-DEZENA      PIC 9(02) OCCURS 6 TIMES.
      *
       01  CART-AUX.
           03  AUX-PONTOS               PIC 9(10)  COMP.
           03  AUX-DEZENAS.
               05  AUX-DEZENA           PIC 9(02) OCCURS 6 TIMES.
      *
       77  IDX-CART                     PIC 9(01)  COMP VALUE 0.
       77  SEL-I                        PIC 9(05)  COMP VALUE 0.
       77  IDX-JOGO                     PIC 9(05)  COMP VALUE 0.
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
       77  QTDE-ACERTOS                 PIC 9(02)  COMP VALUE 0.
      *
      *    Dezenas do concurso corrente e presenca indexada pela
      *    dezena, para contar acertos com seis consultas por jogo.
       01  SORTEIO-TAB.
           03  SORTEIO-VAL              PIC 9(02) OCCURS 6 TIMES.
       01  PRESENCA-TABELA.
           03  PRESENCA-DEZENA          PIC X(01) OCCURS 60 TIMES.
      *
      *    Apuracao do concurso corrente e totais do backtest, por
      *    carteira (1 = mais sorteadas, 2 = aleatoria).
       01  APURACAO-TABELA.
           03  APU-OCORR                OCCURS 2 TIMES.
               05  APU-QUADRAS          PIC 9(05)  COMP.
               05  APU-QUINAS           PIC 9(05)  COMP.
               05  APU-SENAS            PIC 9(05)  COMP.
               05  APU-ACERTOS          PIC 9(07)  COMP.
               05  APU-VLR-APOSTADO     PIC 9(11)V99.
               05  APU-VLR-QUADRAS      PIC 9(13)V99.
               05  APU-VLR-QUINAS       PIC 9(13)V99.
               05  APU-VLR-SENAS        PIC 9(13)V99.
               05  APU-VLR-PREMIOS      PIC 9(13)V99.
               05  APU-RESULTADO        PIC S9(13)V99.
               05  APU-ACUMULADO        PIC S9(13)V99.
               05  TOT-JOGOS            PIC 9(09)  COMP.
               05  TOT-QUADRAS          PIC 9(07)  COMP.
               05  TOT-QUINAS           PIC 9(07)  COMP.
               05  TOT-SENAS            PIC 9(07)  COMP.
               05  TOT-ACERTOS          PIC 9(11)  COMP.
               05  TOT-CONC-PREMIADOS   PIC 9(07)  COMP.
               05  TOT-VLR-APOSTADO     PIC 9(13)V99.
               05  TOT-VLR-PREMIOS      PIC 9(13)V99.
      *
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-WS==.
      *
       77  WS-RESULTADO                 PIC S9(13)V99 VALUE 0.
       77  WS-VALOR-ABS                 PIC 9(13)V99 VALUE 0.
       77  WS-SINAL                     PIC X(01)  VALUE SPACE.
      *
      *    Campos editados do relatorio.
       77  WS-JOGOS-EDT                 PIC ZZZZ9  VALUE ZEROS.
       77  WS-FAIXA-EDT                 PIC ZZZ9   VALUE ZEROS.
       77  WS-PREMIO-EDT                PIC Z(10)9.99 VALUE ZEROS.
       77  WS-PRECO-EDT                 PIC ZZZZ9.99 VALUE ZEROS.
       77  WS-ORCAMENTO-EDT             PIC Z(08)9.99 VALUE ZEROS.
       77  WS-SEMENTE-EDT               PIC Z(09)9 VALUE ZEROS.
       77  WS-QTDE-EDT                  PIC Z(06)9 VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *    Linha do resumo comparativo: rotulo e o valor de cada
      *    carteira.
       77  WS-RES-ROTULO                PIC X(32)  VALUE SPACES.
       77  WS-RES-QTDE-EST              PIC 9(11)  VALUE 0.
       77  WS-RES-QTDE-ALE              PIC 9(11)  VALUE 0.
       77  WS-RES-VALOR-EST             PIC S9(13)V99 VALUE 0.
       77  WS-RES-VALOR-ALE             PIC S9(13)V99 VALUE 0.
       77  WS-RES-QTDE-EDT              PIC Z(16)9 VALUE ZEROS.
       77  WS-RES-VALOR-EDT             PIC -(13)9.99 VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-PREMIOS THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-ABRIR-SAIDAS THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-PERCORRER-HISTORICO THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 7000-EMITIR-RESUMO THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - CARTOES MEGABKTP E MEGASELP
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           MOVE ZEROS TO CONTAGEM-TABELA
           INITIALIZE APURACAO-TABELA
           ACCEPT WS-DATA-LANC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LANC FROM TIME
           PERFORM 1100-LER-CARTAO THRU 1100-EXIT
           IF RETURN-CODE = 0
               PERFORM 1200-LER-PRECO THRU 1200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
      *    Cartao MEGABKTP opcional: ausente ou vazio, simula todo o
      *    historico com a semente 1.
       1100-LER-CARTAO.
           OPEN INPUT MEGABKTP
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGABKT: nao foi possivel abrir MEGABKTP - '
                        'FILE STATUS ' WS-FS-CARTAO
               CLOSE MEGABKTP
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           READ MEGABKTP
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           CLOSE MEGABKTP
           IF WS-FS-CARTAO = '00'
               MOVE CARTAO-REGISTRO-FD-CONCURSO-INICIAL
                   TO WS-CONC-INICIAL
               MOVE CARTAO-REGISTRO-FD-CONCURSO-FINAL
                   TO WS-CONC-FINAL
               MOVE CARTAO-REGISTRO-FD-SEMENTE TO WS-SEMENTE
           END-IF
           IF WS-CONC-FINAL = 0
               MOVE 99999 TO WS-CONC-FINAL
           END-IF
           IF WS-SEMENTE = 0
               MOVE 1 TO WS-SEMENTE
           END-IF
           IF WS-CONC-INICIAL > WS-CONC-FINAL
               DISPLAY 'MEGABKT: concurso inicial ' WS-CONC-INICIAL
                        ' posterior ao final ' WS-CONC-FINAL
                        ' em MEGABKTP - backtest nao executado'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
       1200-LER-PRECO.
           OPEN INPUT MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGABKT: nao foi possivel abrir MEGASELP - '
                        'FILE STATUS ' WS-FS-PARM
               CLOSE MEGASELP
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           READ MEGASELP
               AT END
                   MOVE '10' TO WS-FS-PARM
           END-READ
           CLOSE MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGABKT: MEGASELP vazio - backtest nao '
                        'executado'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE PARM-REGISTRO-FD-PRECO-APOSTA TO WS-PRECO-APOSTA
           MOVE PARM-REGISTRO-FD-ORCAMENTO    TO WS-ORCAMENTO
           IF WS-PRECO-APOSTA = 0
               DISPLAY 'MEGABKT: preco da aposta zerado em MEGASELP - '
                        'backtest nao executado'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           COMPUTE QTDE-MAX-JOGOS = WS-ORCAMENTO / WS-PRECO-APOSTA
           IF QTDE-MAX-JOGOS > 5000
               DISPLAY 'MEGABKT: orcamento comporta mais de 5000 '
                        'jogos - selecao limitada a 5000'
               MOVE 5000 TO QTDE-MAX-JOGOS
           END-IF
           IF QTDE-MAX-JOGOS = 0
               DISPLAY 'MEGABKT: orcamento nao comporta nenhuma '
                        'aposta - backtest nao executado'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DA TABELA DE PREMIOS DO OPERADOR (OPCIONAL)
      *-----------------------------------------------------------------
       2000-CARREGAR-PREMIOS.
           OPEN INPUT MEGAPREMIO
           IF WS-FS-PREMIO(1:1) NOT = '0'
               DISPLAY 'MEGABKT: nao foi possivel abrir MEGAPREMIO - '
                        'FILE STATUS ' WS-FS-PREMIO
               CLOSE MEGAPREMIO
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-LER-UM-PREMIO THRU 2010-EXIT
               UNTIL WS-FS-PREMIO = '10'
           CLOSE MEGAPREMIO
           .
       2000-EXIT.
           EXIT.
      *
       2010-LER-UM-PREMIO.
           READ MEGAPREMIO
               AT END
                   MOVE '10' TO WS-FS-PREMIO
           END-READ
           IF WS-FS-PREMIO(1:1) = '0'
               IF QTDE-PREMIOS NOT < 5000
                   DISPLAY 'MEGABKT: MEGAPREMIO com mais de 5000 '
                            'concursos - excedentes ignorados'
                   MOVE '10' TO WS-FS-PREMIO
                   GO TO 2010-EXIT
               END-IF
               ADD 1 TO QTDE-PREMIOS
               MOVE PREMIO-REGISTRO-FD-CONCURSO
                   TO PRM-CONCURSO(QTDE-PREMIOS)
               MOVE PREMIO-REGISTRO-FD-VLR-QUADRA
                   TO PRM-VLR-QUADRA(QTDE-PREMIOS)
               MOVE PREMIO-REGISTRO-FD-VLR-QUINA
                   TO PRM-VLR-QUINA(QTDE-PREMIOS)
               MOVE PREMIO-REGISTRO-FD-VLR-SENA
                   TO PRM-VLR-SENA(QTDE-PREMIOS)
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  ABERTURA DOS LIVROS SIMULADOS E DO RELATORIO
      *-----------------------------------------------------------------
       3000-ABRIR-SAIDAS.
           OPEN OUTPUT MEGABKTLED
           OPEN OUTPUT MEGABKTALE
           OPEN OUTPUT MEGABKT-RPT
           IF WS-FS-LEDEST NOT = '00'
              OR WS-FS-LEDALE NOT = '00'
              OR WS-FS-RPT NOT = '00'
               DISPLAY 'MEGABKT: nao foi possivel criar as saidas - '
                        'FILE STATUS MEGABKTLED ' WS-FS-LEDEST
                        ' MEGABKTALE ' WS-FS-LEDALE
                        ' MEGABKT-RPT ' WS-FS-RPT
               CLOSE MEGABKTLED
               CLOSE MEGABKTALE
               CLOSE MEGABKT-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET SAIDAS-ABERTAS TO TRUE
           PERFORM 3100-EMITIR-CABECALHO THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.
      *
       3100-EMITIR-CABECALHO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'BACKTEST WALK-FORWARD DA SELECAO POR FREQUENCIA '
               TO RPT-REGISTRO-FD
           MOVE '(MEGAEST + MEGASEL) - MEGABKT'
               TO RPT-REGISTRO-FD(49:)
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-PRECO-APOSTA TO WS-PRECO-EDT
           MOVE WS-ORCAMENTO    TO WS-ORCAMENTO-EDT
           MOVE QTDE-MAX-JOGOS  TO WS-JOGOS-EDT
           MOVE WS-SEMENTE      TO WS-SEMENTE-EDT
           STRING 'PRECO DA APOSTA ' DELIMITED BY SIZE
                  WS-PRECO-EDT       DELIMITED BY SIZE
                  '  ORCAMENTO '     DELIMITED BY SIZE
                  WS-ORCAMENTO-EDT   DELIMITED BY SIZE
                  '  JOGOS/CONCURSO ' DELIMITED BY SIZE
                  WS-JOGOS-EDT       DELIMITED BY SIZE
                  '  SEMENTE '       DELIMITED BY SIZE
                  WS-SEMENTE-EDT     DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'MAIS SORTEADAS (MEGASEL)' TO RPT-REGISTRO-FD(15:)
           MOVE 'SELECAO ALEATORIA'        TO RPT-REGISTRO-FD(47:)
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CONC.  JOGOS'                  TO RPT-REGISTRO-FD
           MOVE '  QD   QN   SN        PREMIOS' TO RPT-REGISTRO-FD(15:)
           MOVE '  QD   QN   SN        PREMIOS' TO RPT-REGISTRO-FD(47:)
           WRITE RPT-REGISTRO-FD
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  PERCURSO DO HISTORICO EM ORDEM DE CONCURSO: SIMULA O
      *          CONCURSO COM A CONTAGEM DOS ANTERIORES E SO DEPOIS
      *          SOMA AS DEZENAS DELE A CONTAGEM
      *-----------------------------------------------------------------
       5000-PERCORRER-HISTORICO.
           OPEN INPUT MEGAHISTM
           IF WS-FS-HIST NOT = '00'
               DISPLAY 'MEGABKT: nao foi possivel abrir MEGAHISTM - '
                        'FILE STATUS ' WS-FS-HIST
               CLOSE MEGAHISTM
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-PROCESSAR-UM-CONCURSO THRU 5100-EXIT
               UNTIL WS-FS-HIST = '10'
                  OR RETURN-CODE > 8
           CLOSE MEGAHISTM
           .
       5000-EXIT.
           EXIT.
      *
       5100-PROCESSAR-UM-CONCURSO.
           READ MEGAHISTM
               AT END
                   MOVE '10' TO WS-FS-HIST
           END-READ
           IF WS-FS-HIST(1:1) NOT = '0'
               GO TO 5100-EXIT
           END-IF
           MOVE HIST-REGISTRO-FD-CONCURSO TO WS-CONCURSO
           IF QTDE-HISTORICO > 0
              AND WS-CONCURSO NOT > WS-CONC-ANTERIOR
               DISPLAY 'MEGABKT: MEGAHISTM fora de ordem no concurso '
                        WS-CONCURSO ' - backtest interrompido'
               MOVE 16 TO RETURN-CODE
               GO TO 5100-EXIT
           END-IF
           MOVE WS-CONCURSO TO WS-CONC-ANTERIOR
           MOVE HIST-REGISTRO-FD-N1 TO SORTEIO-VAL(1)
           MOVE HIST-REGISTRO-FD-N2 TO SORTEIO-VAL(2)
           MOVE HIST-REGISTRO-FD-N3 TO SORTEIO-VAL(3)
           MOVE HIST-REGISTRO-FD-N4 TO SORTEIO-VAL(4)
           MOVE HIST-REGISTRO-FD-N5 TO SORTEIO-VAL(5)
           MOVE HIST-REGISTRO-FD-N6 TO SORTEIO-VAL(6)
           IF WS-CONCURSO NOT < WS-CONC-INICIAL
              AND WS-CONCURSO NOT > WS-CONC-FINAL
               IF QTDE-HISTORICO = 0
                   ADD 1 TO QTDE-SEM-ANTERIOR
               ELSE
                   PERFORM 5200-SIMULAR-CONCURSO THRU 5200-EXIT
               END-IF
           END-IF
           PERFORM 5900-ACUMULAR-FREQUENCIA THRU 5900-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           ADD 1 TO QTDE-HISTORICO
           .
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5200  SIMULACAO DE UM CONCURSO: SELECAO DAS DUAS CARTEIRAS,
      *          CONFERENCIA, VALORACAO E LANCAMENTO NOS LIVROS
      *-----------------------------------------------------------------
       5200-SIMULAR-CONCURSO.
           MOVE 0 TO CART-QTDE(1)
           MOVE 0 TO CART-QTDE(2)
           PERFORM 5300-SELECIONAR-JOGOS THRU 5300-EXIT
           IF RETURN-CODE > 8
               GO TO 5200-EXIT
           END-IF
           MOVE ALL 'N' TO PRESENCA-TABELA
           PERFORM 5400-MARCAR-PRESENCA THRU 5400-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           PERFORM 5500-CONFERIR-CARTEIRA THRU 5500-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 2
           PERFORM 5600-BUSCAR-PREMIO THRU 5600-EXIT
           PERFORM 6000-APURAR-CARTEIRA THRU 6000-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 2
           PERFORM 6500-EMITIR-LINHA-CONCURSO THRU 6500-EXIT
           ADD 1 TO QTDE-SIMULADOS
           .
       5200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5300  LEITURA DAS CANDIDATAS E SELECAO DAS DUAS CARTEIRAS
      *          (PONTUACAO DO MEGASEL E CHAVE PSEUDO-ALEATORIA)
      *-----------------------------------------------------------------
       5300-SELECIONAR-JOGOS.
           OPEN INPUT JOGOS_MEGASENA
           IF WS-FS-MEGASENA NOT = '00'
               DISPLAY 'MEGABKT: nao foi possivel abrir '
                        'JOGOS_MEGASENA - FILE STATUS ' WS-FS-MEGASENA
               CLOSE JOGOS_MEGASENA
               MOVE 16 TO RETURN-CODE
               GO TO 5300-EXIT
           END-IF
           MOVE 0 TO QTDE-CANDIDATOS
           PERFORM 5310-PONTUAR-UM-CANDIDATO THRU 5310-EXIT
               UNTIL WS-FS-MEGASENA = '10'
           CLOSE JOGOS_MEGASENA
           IF QTDE-CANDIDATOS = 0
               DISPLAY 'MEGABKT: JOGOS_MEGASENA sem candidatas - '
                        'backtest interrompido'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       5300-EXIT.
           EXIT.
      *
       5310-PONTUAR-UM-CANDIDATO.
           READ JOGOS_MEGASENA
               AT END
                   MOVE '10' TO WS-FS-MEGASENA
           END-READ
           IF WS-FS-MEGASENA(1:1) = '0'
               ADD 1 TO QTDE-CANDIDATOS
               MOVE MEGA-REGISTRO-FD TO MEGA-REGISTRO-WS
               MOVE MEGA-REGISTRO-WS-N1 TO JOGO-VAL(1)
               MOVE MEGA-REGISTRO-WS-N2 TO JOGO-VAL(2)
               MOVE MEGA-REGISTRO-WS-N3 TO JOGO-VAL(3)
               MOVE MEGA-REGISTRO-WS-N4 TO JOGO-VAL(4)
               MOVE MEGA-REGISTRO-WS-N5 TO JOGO-VAL(5)
               MOVE MEGA-REGISTRO-WS-N6 TO JOGO-VAL(6)
               MOVE 0 TO JOGO-PONTOS
               PERFORM 5311-SOMAR-CONTAGEM THRU 5311-EXIT
                   VARYING IDX-DEZENA FROM 1 BY 1
                   UNTIL IDX-DEZENA > 6
               MOVE 1 TO IDX-CART
               MOVE JOGO-PONTOS TO AUX-PONTOS
               PERFORM 5320-INSERIR-NA-CARTEIRA THRU 5320-EXIT
               PERFORM 5330-GERAR-ALEATORIO THRU 5330-EXIT
               MOVE 2 TO IDX-CART
               MOVE WS-SEMENTE TO AUX-PONTOS
               PERFORM 5320-INSERIR-NA-CARTEIRA THRU 5320-EXIT
           END-IF
           .
       5310-EXIT.
           EXIT.
      *
       5311-SOMAR-CONTAGEM.
           IF JOGO-VAL(IDX-DEZENA) > 0
              AND JOGO-VAL(IDX-DEZENA) NOT > 60
               ADD CONTAGEM-DEZENA(JOGO-VAL(IDX-DEZENA))
                   TO JOGO-PONTOS
           END-IF
           .
       5311-EXIT.
           EXIT.
      *
      *    Insercao ordenada em CART-OCORR(IDX-CART), decrescente por
      *    chave; com a carteira cheia, o candidato so entra se for
      *    estritamente melhor que o ultimo (empates ficam com o que
      *    chegou primeiro, como no MEGASEL).
       5320-INSERIR-NA-CARTEIRA.
           IF CART-QTDE(IDX-CART) >= QTDE-MAX-JOGOS
              AND AUX-PONTOS NOT >
                  CART-PONTOS(IDX-CART, CART-QTDE(IDX-CART))
               GO TO 5320-EXIT
           END-IF
           MOVE JOGO-TAB TO AUX-DEZENAS
           IF CART-QTDE(IDX-CART) < QTDE-MAX-JOGOS
               ADD 1 TO CART-QTDE(IDX-CART)
           END-IF
           MOVE CART-QTDE(IDX-CART) TO SEL-I
           PERFORM 5321-DESLOCAR-PIOR THRU 5321-EXIT
               UNTIL SEL-I < 2
                  OR CART-PONTOS(IDX-CART, SEL-I - 1) NOT < AUX-PONTOS
           MOVE CART-AUX TO CART-JOGO(IDX-CART, SEL-I)
           .
       5320-EXIT.
           EXIT.
      *
       5321-DESLOCAR-PIOR.
           MOVE CART-JOGO(IDX-CART, SEL-I - 1)
               TO CART-JOGO(IDX-CART, SEL-I)
           SUBTRACT 1 FROM SEL-I
           .
       5321-EXIT.
           EXIT.
      *
      *    Proximo numero da sequencia pseudo-aleatoria, entre 1 e
      *    2147483646, deixado em WS-SEMENTE.
       5330-GERAR-ALEATORIO.
           COMPUTE WS-ALEA-PRODUTO = WS-SEMENTE * 16807
           DIVIDE WS-ALEA-PRODUTO BY 2147483647
               GIVING WS-ALEA-QUOCIENTE
               REMAINDER WS-SEMENTE
           .
       5330-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5400  PRESENCA DAS DEZENAS SORTEADAS NO CONCURSO
      *-----------------------------------------------------------------
       5400-MARCAR-PRESENCA.
           IF SORTEIO-VAL(IDX-DEZENA) > 0
              AND SORTEIO-VAL(IDX-DEZENA) NOT > 60
               MOVE 'S' TO PRESENCA-DEZENA(SORTEIO-VAL(IDX-DEZENA))
           END-IF
           .
       5400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5500  CONFERENCIA DOS JOGOS DE UMA CARTEIRA
      *-----------------------------------------------------------------
       5500-CONFERIR-CARTEIRA.
           MOVE 0 TO APU-QUADRAS(IDX-CART)
           MOVE 0 TO APU-QUINAS(IDX-CART)
           MOVE 0 TO APU-SENAS(IDX-CART)
           MOVE 0 TO APU-ACERTOS(IDX-CART)
           IF CART-QTDE(IDX-CART) > 0
               PERFORM 5510-CONFERIR-UM-JOGO THRU 5510-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > CART-QTDE(IDX-CART)
           END-IF
           .
       5500-EXIT.
           EXIT.
      *
       5510-CONFERIR-UM-JOGO.
           MOVE 0 TO QTDE-ACERTOS
           PERFORM 5511-CONFERIR-UMA-DEZENA THRU 5511-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 6
           ADD QTDE-ACERTOS TO APU-ACERTOS(IDX-CART)
           EVALUATE QTDE-ACERTOS
               WHEN 4
                   ADD 1 TO APU-QUADRAS(IDX-CART)
               WHEN 5
                   ADD 1 TO APU-QUINAS(IDX-CART)
               WHEN 6
                   ADD 1 TO APU-SENAS(IDX-CART)
           END-EVALUATE
           .
       5510-EXIT.
           EXIT.
      *
       5511-CONFERIR-UMA-DEZENA.
           IF CART-DEZENA(IDX-CART, IDX-JOGO, IDX-DEZENA) > 0
              AND CART-DEZENA(IDX-CART, IDX-JOGO, IDX-DEZENA) NOT > 60
               IF PRESENCA-DEZENA
                  (CART-DEZENA(IDX-CART, IDX-JOGO, IDX-DEZENA)) = 'S'
                   ADD 1 TO QTDE-ACERTOS
               END-IF
           END-IF
           .
       5511-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5600  VALORES POR FAIXA DO CONCURSO (ZERADOS QUANDO O
      *          CONCURSO NAO ESTA NA TABELA MEGAPREMIO)
      *-----------------------------------------------------------------
       5600-BUSCAR-PREMIO.
           MOVE 'N' TO SW-PREMIO-ACHADO
           MOVE 0 TO WS-VLR-QUADRA
           MOVE 0 TO WS-VLR-QUINA
           MOVE 0 TO WS-VLR-SENA
           IF QTDE-PREMIOS > 0
               PERFORM 5610-COMPARAR-PREMIO THRU 5610-EXIT
                   VARYING IDX-PREMIO FROM 1 BY 1
                   UNTIL IDX-PREMIO > QTDE-PREMIOS
                      OR PREMIO-ACHADO
           END-IF
           IF NOT PREMIO-ACHADO
               ADD 1 TO QTDE-SEM-PREMIO
           END-IF
           .
       5600-EXIT.
           EXIT.
      *
       5610-COMPARAR-PREMIO.
           IF PRM-CONCURSO(IDX-PREMIO) = WS-CONCURSO
               MOVE PRM-VLR-QUADRA(IDX-PREMIO) TO WS-VLR-QUADRA
               MOVE PRM-VLR-QUINA(IDX-PREMIO)  TO WS-VLR-QUINA
               MOVE PRM-VLR-SENA(IDX-PREMIO)   TO WS-VLR-SENA
               SET PREMIO-ACHADO TO TRUE
           END-IF
           .
       5610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5900  CONTAGEM DAS DEZENAS DO CONCURSO, PARA OS SEGUINTES
      *-----------------------------------------------------------------
       5900-ACUMULAR-FREQUENCIA.
           IF SORTEIO-VAL(IDX-DEZENA) > 0
              AND SORTEIO-VAL(IDX-DEZENA) NOT > 60
               ADD 1 TO CONTAGEM-DEZENA(SORTEIO-VAL(IDX-DEZENA))
           END-IF
           .
       5900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  APURACAO DE UMA CARTEIRA E LANCAMENTO NO LIVRO
      *          SIMULADO (MESMOS CALCULOS DO MEGAPRZ)
      *-----------------------------------------------------------------
       6000-APURAR-CARTEIRA.
           COMPUTE APU-VLR-APOSTADO(IDX-CART) =
               CART-QTDE(IDX-CART) * WS-PRECO-APOSTA
           COMPUTE APU-VLR-QUADRAS(IDX-CART) =
               APU-QUADRAS(IDX-CART) * WS-VLR-QUADRA
           COMPUTE APU-VLR-QUINAS(IDX-CART) =
               APU-QUINAS(IDX-CART) * WS-VLR-QUINA
           COMPUTE APU-VLR-SENAS(IDX-CART) =
               APU-SENAS(IDX-CART) * WS-VLR-SENA
           COMPUTE APU-VLR-PREMIOS(IDX-CART) =
               APU-VLR-QUADRAS(IDX-CART) +
               APU-VLR-QUINAS(IDX-CART)  +
               APU-VLR-SENAS(IDX-CART)
           COMPUTE APU-RESULTADO(IDX-CART) =
               APU-VLR-PREMIOS(IDX-CART) - APU-VLR-APOSTADO(IDX-CART)
           ADD APU-RESULTADO(IDX-CART) TO APU-ACUMULADO(IDX-CART)
      *
           ADD CART-QTDE(IDX-CART)   TO TOT-JOGOS(IDX-CART)
           ADD APU-QUADRAS(IDX-CART) TO TOT-QUADRAS(IDX-CART)
           ADD APU-QUINAS(IDX-CART)  TO TOT-QUINAS(IDX-CART)
           ADD APU-SENAS(IDX-CART)   TO TOT-SENAS(IDX-CART)
           ADD APU-ACERTOS(IDX-CART) TO TOT-ACERTOS(IDX-CART)
           ADD APU-VLR-APOSTADO(IDX-CART)
               TO TOT-VLR-APOSTADO(IDX-CART)
           ADD APU-VLR-PREMIOS(IDX-CART)
               TO TOT-VLR-PREMIOS(IDX-CART)
           IF APU-QUADRAS(IDX-CART) > 0
              OR APU-QUINAS(IDX-CART) > 0
              OR APU-SENAS(IDX-CART) > 0
               ADD 1 TO TOT-CONC-PREMIADOS(IDX-CART)
           END-IF
      *
           MOVE WS-CONCURSO TO LEDGER-REGISTRO-WS-CONCURSO
           MOVE CART-QTDE(IDX-CART)
               TO LEDGER-REGISTRO-WS-QTDE-JOGOS
           MOVE APU-VLR-APOSTADO(IDX-CART)
               TO LEDGER-REGISTRO-WS-VLR-APOSTADO
           MOVE APU-QUADRAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-QTDE-QUADRAS
           MOVE APU-VLR-QUADRAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-VLR-QUADRAS
           MOVE APU-QUINAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-QTDE-QUINAS
           MOVE APU-VLR-QUINAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-VLR-QUINAS
           MOVE APU-SENAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-QTDE-SENAS
           MOVE APU-VLR-SENAS(IDX-CART)
               TO LEDGER-REGISTRO-WS-VLR-SENAS
           MOVE APU-VLR-PREMIOS(IDX-CART)
               TO LEDGER-REGISTRO-WS-VLR-PREMIOS
           MOVE 0 TO LEDGER-REGISTRO-WS-VLR-IMPOSTO
           MOVE APU-RESULTADO(IDX-CART) TO WS-RESULTADO
           PERFORM 6010-EDITAR-SINAL THRU 6010-EXIT
           MOVE WS-SINAL     TO LEDGER-REGISTRO-WS-RESULT-SINAL
           MOVE WS-VALOR-ABS TO LEDGER-REGISTRO-WS-RESULT-VALOR
           MOVE APU-ACUMULADO(IDX-CART) TO WS-RESULTADO
           PERFORM 6010-EDITAR-SINAL THRU 6010-EXIT
           MOVE WS-SINAL     TO LEDGER-REGISTRO-WS-ACUM-SINAL
           MOVE WS-VALOR-ABS TO LEDGER-REGISTRO-WS-ACUM-VALOR
           MOVE 'A'          TO LEDGER-REGISTRO-WS-TIPO-LANC
           MOVE WS-DATA-LANC TO LEDGER-REGISTRO-WS-DATA-LANC
           MOVE WS-HORA-LANC TO LEDGER-REGISTRO-WS-HORA-LANC
           IF IDX-CART = 1
               WRITE LEDEST-REGISTRO-FD FROM LEDGER-REGISTRO-WS
           ELSE
               WRITE LEDALE-REGISTRO-FD FROM LEDGER-REGISTRO-WS
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      *    Converte WS-RESULTADO para sinal + valor absoluto em
      *    WS-SINAL / WS-VALOR-ABS.
       6010-EDITAR-SINAL.
           IF WS-RESULTADO < 0
               COMPUTE WS-VALOR-ABS = 0 - WS-RESULTADO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE WS-RESULTADO TO WS-VALOR-ABS
               MOVE '+' TO WS-SINAL
           END-IF
           .
       6010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6500  LINHA DO CONCURSO NO RELATORIO (AS DUAS CARTEIRAS LADO
      *          A LADO)
      *-----------------------------------------------------------------
       6500-EMITIR-LINHA-CONCURSO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE CART-QTDE(1) TO WS-JOGOS-EDT
           STRING WS-CONCURSO  DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  WS-JOGOS-EDT DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE 1 TO IDX-CART
           PERFORM 6510-EDITAR-CARTEIRA THRU 6510-EXIT
           MOVE 47 TO WS-LINHA-PONT
           MOVE 2 TO IDX-CART
           PERFORM 6510-EDITAR-CARTEIRA THRU 6510-EXIT
           IF NOT PREMIO-ACHADO
               MOVE ' SEM TABELA' TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       6500-EXIT.
           EXIT.
      *
       6510-EDITAR-CARTEIRA.
           MOVE APU-QUADRAS(IDX-CART) TO WS-FAIXA-EDT
           STRING WS-FAIXA-EDT DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE APU-QUINAS(IDX-CART) TO WS-FAIXA-EDT
           STRING WS-FAIXA-EDT DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE APU-SENAS(IDX-CART) TO WS-FAIXA-EDT
           STRING WS-FAIXA-EDT DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE APU-VLR-PREMIOS(IDX-CART) TO WS-PREMIO-EDT
           STRING WS-PREMIO-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           .
       6510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  RESUMO COMPARATIVO: MAIS SORTEADAS X ALEATORIA
      *-----------------------------------------------------------------
       7000-EMITIR-RESUMO.
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'RESUMO COMPARATIVO' TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE QTDE-HISTORICO TO WS-QTDE-EDT
           STRING 'Concursos no historico..........: ' DELIMITED BY SIZE
                  WS-QTDE-EDT                          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE QTDE-SIMULADOS TO WS-QTDE-EDT
           STRING 'Concursos simulados.............: ' DELIMITED BY SIZE
                  WS-QTDE-EDT                          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE QTDE-SEM-PREMIO TO WS-QTDE-EDT
           STRING 'Simulados sem tabela de premios.: ' DELIMITED BY SIZE
                  WS-QTDE-EDT                          DELIMITED BY SIZE
                  ' (premios valorados em zero)'       DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'MAIS SORTEADAS'    TO RPT-REGISTRO-FD(39:)
           MOVE 'SELECAO ALEATORIA' TO RPT-REGISTRO-FD(56:)
           WRITE RPT-REGISTRO-FD
      *
           MOVE 'Jogos apostados' TO WS-RES-ROTULO
           MOVE TOT-JOGOS(1) TO WS-RES-QTDE-EST
           MOVE TOT-JOGOS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Valor apostado (R$)' TO WS-RES-ROTULO
           MOVE TOT-VLR-APOSTADO(1) TO WS-RES-VALOR-EST
           MOVE TOT-VLR-APOSTADO(2) TO WS-RES-VALOR-ALE
           PERFORM 7200-EMITIR-LINHA-VALOR THRU 7200-EXIT
           MOVE 'Quadras' TO WS-RES-ROTULO
           MOVE TOT-QUADRAS(1) TO WS-RES-QTDE-EST
           MOVE TOT-QUADRAS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Quinas' TO WS-RES-ROTULO
           MOVE TOT-QUINAS(1) TO WS-RES-QTDE-EST
           MOVE TOT-QUINAS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Senas' TO WS-RES-ROTULO
           MOVE TOT-SENAS(1) TO WS-RES-QTDE-EST
           MOVE TOT-SENAS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Concursos com premio' TO WS-RES-ROTULO
           MOVE TOT-CONC-PREMIADOS(1) TO WS-RES-QTDE-EST
           MOVE TOT-CONC-PREMIADOS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Dezenas acertadas (soma)' TO WS-RES-ROTULO
           MOVE TOT-ACERTOS(1) TO WS-RES-QTDE-EST
           MOVE TOT-ACERTOS(2) TO WS-RES-QTDE-ALE
           PERFORM 7100-EMITIR-LINHA-QTDE THRU 7100-EXIT
           MOVE 'Premios (R$)' TO WS-RES-ROTULO
           MOVE TOT-VLR-PREMIOS(1) TO WS-RES-VALOR-EST
           MOVE TOT-VLR-PREMIOS(2) TO WS-RES-VALOR-ALE
           PERFORM 7200-EMITIR-LINHA-VALOR THRU 7200-EXIT
           MOVE 'Resultado liquido (R$)' TO WS-RES-ROTULO
           MOVE APU-ACUMULADO(1) TO WS-RES-VALOR-EST
           MOVE APU-ACUMULADO(2) TO WS-RES-VALOR-ALE
           PERFORM 7200-EMITIR-LINHA-VALOR THRU 7200-EXIT
           MOVE 'Retorno sobre o apostado (%)' TO WS-RES-ROTULO
           MOVE 0 TO WS-RES-VALOR-EST
           MOVE 0 TO WS-RES-VALOR-ALE
           IF TOT-VLR-APOSTADO(1) > 0
               COMPUTE WS-RES-VALOR-EST ROUNDED =
                   TOT-VLR-PREMIOS(1) * 100 / TOT-VLR-APOSTADO(1)
           END-IF
           IF TOT-VLR-APOSTADO(2) > 0
               COMPUTE WS-RES-VALOR-ALE ROUNDED =
                   TOT-VLR-PREMIOS(2) * 100 / TOT-VLR-APOSTADO(2)
           END-IF
           PERFORM 7200-EMITIR-LINHA-VALOR THRU 7200-EXIT
           PERFORM 7300-EMITIR-CONCLUSAO THRU 7300-EXIT
           .
       7000-EXIT.
           EXIT.
      *
       7100-EMITIR-LINHA-QTDE.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           MOVE WS-RES-QTDE-EST TO WS-RES-QTDE-EDT
           MOVE WS-RES-QTDE-EDT TO RPT-REGISTRO-FD(36:17)
           MOVE WS-RES-QTDE-ALE TO WS-RES-QTDE-EDT
           MOVE WS-RES-QTDE-EDT TO RPT-REGISTRO-FD(56:17)
           WRITE RPT-REGISTRO-FD
           .
       7100-EXIT.
           EXIT.
      *
       7200-EMITIR-LINHA-VALOR.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           MOVE WS-RES-VALOR-EST TO WS-RES-VALOR-EDT
           MOVE WS-RES-VALOR-EDT TO RPT-REGISTRO-FD(36:17)
           MOVE WS-RES-VALOR-ALE TO WS-RES-VALOR-EDT
           MOVE WS-RES-VALOR-EDT TO RPT-REGISTRO-FD(56:17)
           WRITE RPT-REGISTRO-FD
           .
       7200-EXIT.
           EXIT.
      *
      *    Conclusao pelo resultado em reais (depende da tabela de
      *    premios) e pela soma de dezenas acertadas (independe dela;
      *    as duas carteiras tem o mesmo numero de jogos).
       7300-EMITIR-CONCLUSAO.
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           IF QTDE-SIMULADOS = 0
               MOVE 'CONCLUSAO: nenhum concurso simulado'
                   TO RPT-REGISTRO-FD
               WRITE RPT-REGISTRO-FD
               GO TO 7300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN APU-ACUMULADO(1) > APU-ACUMULADO(2)
                   MOVE 'CONCLUSAO (RESULTADO): as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'renderam MAIS que a selecao aleatoria'
                       TO RPT-REGISTRO-FD(42:)
               WHEN APU-ACUMULADO(1) < APU-ACUMULADO(2)
                   MOVE 'CONCLUSAO (RESULTADO): as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'renderam MENOS que a selecao aleatoria'
                       TO RPT-REGISTRO-FD(42:)
               WHEN OTHER
                   MOVE 'CONCLUSAO (RESULTADO): as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'empataram com a selecao aleatoria'
                       TO RPT-REGISTRO-FD(42:)
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           EVALUATE TRUE
               WHEN TOT-ACERTOS(1) > TOT-ACERTOS(2)
                   MOVE 'CONCLUSAO (ACERTOS):   as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'acertaram MAIS dezenas que a aleatoria'
                       TO RPT-REGISTRO-FD(42:)
               WHEN TOT-ACERTOS(1) < TOT-ACERTOS(2)
                   MOVE 'CONCLUSAO (ACERTOS):   as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'acertaram MENOS dezenas que a aleatoria'
                       TO RPT-REGISTRO-FD(42:)
               WHEN OTHER
                   MOVE 'CONCLUSAO (ACERTOS):   as mais sorteadas '
                       TO RPT-REGISTRO-FD
                   MOVE 'acertaram tantas dezenas quanto a aleatoria'
                       TO RPT-REGISTRO-FD(42:)
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           .
       7300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF SAIDAS-ABERTAS
               CLOSE MEGABKTLED
               CLOSE MEGABKTALE
               CLOSE MEGABKT-RPT
           END-IF
           DISPLAY 'Concursos no historico.........: ' QTDE-HISTORICO
           DISPLAY 'Concursos simulados............: ' QTDE-SIMULADOS
           DISPLAY 'Sem sorteio anterior...........: '
                    QTDE-SEM-ANTERIOR
           DISPLAY 'Sem tabela de premios..........: ' QTDE-SEM-PREMIO
           DISPLAY 'Candidatas por concurso........: ' QTDE-CANDIDATOS
           DISPLAY 'Jogos por concurso.............: ' QTDE-MAX-JOGOS
           IF RETURN-CODE = 0
              AND (QTDE-SIMULADOS = 0 OR QTDE-SEM-PREMIO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
