      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Contabilidade de premios e livro-razao acumulado da
      *         estrategia de apostas.  Confere os jogos apostados
      *         (MEGAJOGADOS, layout MEGAMULREG) contra o resultado do
      *         concurso (MEGARESULTM, layout MEGAHISTM com o numero do
      *         concurso, extraido do cadastro-mestre), busca na tabela
      *         de premios publicada pelo operador (MEGAPREMIO, layout
      *         MEGAPRZREG) os valores por faixa do concurso, apura o
      *         valor apostado (jogos x PRECO-APOSTA do cartao
      *         MEGASELP, a aposta multipla de n dezenas valendo C(n,6)
      *         jogos), o valor ganho por faixa - a multipla conta os
      *         premios de todos os jogos de seis dezenas que contem -
      *         e o resultado
      *         liquido, e acrescenta o concurso ao livro-razao
      *         (MEGALEDGER, layout MEGALEDREG) com o resultado
      *         acumulado.  Emite em MEGAPRZ-RPT o sumario historico
      *         que mostra se a estrategia do MEGASEL esta se pagando.
      *         RETURN-CODE = 4 quando o acumulado esta negativo.
      *         Concurso ja apurado so e' reprocessado quando a trilha
      *         do cadastro-mestre (MEGAHAUD) registra correcao ou
      *         cancelamento posterior ao lancamento: grava-se o
      *         estorno ('E') do lancamento vigente e, se o concurso
      *         nao foi cancelado, a reapuracao ('R') contra o
      *         resultado corrigido.  No cancelamento, MEGARESULTM
      *         traz apenas o numero do concurso a estornar.
      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megaprz.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Estorno e reapuracao de concurso corrigido ou
      *                  cancelado no cadastro-mestre (trilha
      *                  MEGAHAUD); TIPO-LANC, DATA-LANC e HORA-LANC
      *                  gravados em todo lancamento do livro-razao.
      *  15/10/2026 MCG  Imposto de renda retido na fonte sobre cada
      *                  premio acima do limite de isencao, pela
      *                  tabela MEGAIRTAB vigente na data do sorteio;
      *                  gravado em VLR-IMPOSTO e descontado do
      *                  resultado do concurso, que passa a ser
      *                  liquido.  Sem tabela aplicavel o premio fica
      *                  sem retencao e o programa avisa (RC 4).
      *  15/10/2026 MCG  Aposta multipla de 7 a 15 dezenas: valor
      *                  apostado pelo preco real (C(n,6) jogos),
      *                  premios por faixa de todos os jogos contidos
      *                  e imposto apurado por aposta, sobre a soma dos
      *                  premios dela (na simples, o mesmo de antes).
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT OPTIONAL MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDGER.
      *
           SELECT OPTIONAL MEGAHAUD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRILHA.
      *
           SELECT OPTIONAL MEGAIRTAB ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-IRTAB.
      *
           SELECT MEGAPRZ-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGARESULTM
           RECORDING F.
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGAHAUD
           RECORDING F.
       COPY MEGAHAUD REPLACING ==:REG:== BY ==TRILHA-REGISTRO-FD==.
      *
       FD  MEGAIRTAB
           RECORDING F.
       COPY MEGAIRREG REPLACING ==:REG:== BY ==IRTAB-REGISTRO-FD==.
      *
       FD  MEGAPRZ-RPT
           RECORDING F.
       77  WS-FS-PARM                   PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDGER                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-TRILHA                 PIC X(02)  VALUE SPACES.
       77  WS-FS-IRTAB                  PIC X(02)  VALUE SPACES.
      *
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
      *
       77  WS-VLR-SENA                  PIC 9(11)V99 VALUE 0.
       77  SW-PREMIO-ACHADO             PIC X(01)  VALUE 'N'.
           88  PREMIO-ACHADO                        VALUE 'S'.
      *
      *    Imposto de renda na fonte: linha da tabela MEGAIRTAB vigente
      *    na data do sorteio, premio e imposto de uma aposta e total
      *    retido.
       77  WS-DATA-SORTEIO              PIC 9(08)  VALUE 0.
       77  WS-VIGENCIA-IR               PIC 9(08)  VALUE 0.
       77  WS-LIMITE-ISENCAO            PIC 9(09)V99 VALUE 0.
       77  WS-ALIQUOTA                  PIC 9(03)V99 VALUE 0.
       77  SW-TABELA-IR-ACHADA          PIC X(01)  VALUE 'N'.
           88  TABELA-IR-ACHADA                     VALUE 'S'.
       77  WS-VLR-PREMIO-APOSTA         PIC 9(13)V99 VALUE 0.
       77  WS-IR-APOSTA                 PIC 9(13)V99 VALUE 0.
       77  WS-VLR-IMPOSTO               PIC 9(13)V99 VALUE 0.
      *
       77  IDX-JOGO                     PIC 9(02)  COMP VALUE 0.
       77  IDX-SORTEADA                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-ACERTOS                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
      *
      *    Premios da aposta em conferencia por faixa e calculo de
      *    C(n,k): na faixa f, C(k,f) x C(n-k,6-f) para k acertos em n
      *    dezenas.
       77  PREMIO-SENAS                 PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUINAS                PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUADRAS               PIC 9(05)  COMP VALUE 0.
       77  COMB-N                       PIC 9(02)  COMP VALUE 0.
       77  COMB-K                       PIC 9(02)  COMP VALUE 0.
       77  COMB-I                       PIC 9(02)  COMP VALUE 0.
       77  COMB-RESULTADO               PIC 9(07)  COMP VALUE 0.
       77  COMB-ACERTOS                 PIC 9(07)  COMP VALUE 0.
      *
      *    QTDE-JOGOS conta as apostas (registros de MEGAJOGADOS);
      *    QTDE-JOGOS-SIMPLES, os jogos de seis dezenas que elas
      *    contem, base do valor apostado.
       77  QTDE-JOGOS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-JOGOS-SIMPLES           PIC 9(09)  COMP VALUE 0.
       77  QTDE-QUADRAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-QUINAS                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-SENAS                   PIC 9(05)  COMP VALUE 0.
       77  WS-VALOR-ABS                 PIC 9(13)V99 VALUE 0.
      *
       77  QTDE-LEDGER                  PIC 9(05)  COMP VALUE 0.
      *    Situacao do concurso no livro: 'N' ausente, 'V' com
      *    lancamento vigente, 'E' com o ultimo lancamento estornado.
       77  SW-CONCURSO-NO-LIVRO         PIC X(01)  VALUE 'N'.
           88  CONCURSO-FORA-DO-LIVRO               VALUE 'N'.
           88  CONCURSO-JA-NO-LIVRO                 VALUE 'V'.
           88  CONCURSO-ESTORNADO                   VALUE 'E'.
      *
      *    Momento (AAAAMMDDHHMMSSCC) do ultimo lancamento do concurso
      *    no livro e da ultima alteracao do concurso na trilha.
       77  WS-MOMENTO-LIVRO             PIC 9(16)  VALUE 0.
       77  WS-MOMENTO-TRILHA            PIC 9(16)  VALUE 0.
       77  WS-TIPO-TRILHA               PIC X(01)  VALUE SPACE.
           88  TRILHA-CANCELAMENTO                  VALUE 'X'.
      *
      *    Tipo do lancamento a gravar ('A' apuracao, 'R' reapuracao)
      *    e indicadores de estorno do lancamento vigente.
       77  WS-TIPO-LANC                 PIC X(01)  VALUE 'A'.
       77  SW-ESTORNAR                  PIC X(01)  VALUE 'N'.
           88  ESTORNAR-VIGENTE                     VALUE 'S'.
       77  SW-SO-ESTORNO                PIC X(01)  VALUE 'N'.
           88  SO-ESTORNO                           VALUE 'S'.
       77  WS-RESULT-ESTORNO            PIC S9(13)V99 VALUE 0.
       77  WS-DATA-LANC                 PIC 9(08)  VALUE 0.
       77  WS-HORA-LANC                 PIC 9(08)  VALUE 0.
      *
      *    Lancamento vigente do concurso, guardado para o estorno.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==VIGENTE-REGISTRO-WS==.
      *
      *    Estrutura para separar os campos do registro delimitado lido
      *    de MEGAJOGADOS.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
      *
      *    Dezenas sorteadas, copiadas do registro de resultado para
      *    uma tabela indexavel na comparacao jogo a jogo.
      *
      *    Dezenas do jogo em conferencia, na mesma tecnica.
       01  JOGO-TAB.
           03  JOGO-VAL                 PIC 9(02) OCCURS 15 TIMES.
      *
      *    Campos de edicao das linhas do sumario.
       77  WS-VLR-APOSTADO-EDT          PIC 9(11).99 VALUE ZEROS.
               PERFORM 2000-CARREGAR-RESULTADO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-LER-LIVRO-ATUAL THRU 4000-EXIT
           END-IF
           IF RETURN-CODE = 0 AND NOT SO-ESTORNO
               PERFORM 3000-BUSCAR-PREMIOS THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0 AND NOT SO-ESTORNO
               PERFORM 3100-BUSCAR-ALIQUOTA THRU 3100-EXIT
           END-IF
           IF RETURN-CODE = 0 AND NOT SO-ESTORNO
               PERFORM 5000-CONFERIR-JOGOS THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               GO TO 2000-EXIT
           END-IF
           MOVE RESULT-REGISTRO-FD-CONCURSO TO WS-CONCURSO
           MOVE RESULT-REGISTRO-FD-DATA TO WS-DATA-SORTEIO
           MOVE RESULT-REGISTRO-FD-N1 TO SORTEADA-VAL(1)
           MOVE RESULT-REGISTRO-FD-N2 TO SORTEADA-VAL(2)
           MOVE RESULT-REGISTRO-FD-N3 TO SORTEADA-VAL(3)
           MOVE RESULT-REGISTRO-FD-N5 TO SORTEADA-VAL(5)
           MOVE RESULT-REGISTRO-FD-N6 TO SORTEADA-VAL(6)
           CLOSE MEGARESULTM
           ACCEPT WS-DATA-LANC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LANC FROM TIME
           IF WS-CONCURSO = 0
               DISPLAY 'MEGAPRZ: MEGARESULTM sem numero de concurso - '
                        'usar o layout MEGAHISTM do cadastro-mestre'
           .
       3010-EXIT.
           EXIT.
      *
      *    Linha da tabela de imposto com a maior vigencia que nao
      *    passa da data do sorteio.  Tabela ausente ou sem linha
      *    aplicavel: premios sem retencao, com aviso no final.
       3100-BUSCAR-ALIQUOTA.
           OPEN INPUT MEGAIRTAB
           IF WS-FS-IRTAB(1:1) = '0'
               PERFORM 3110-LER-UMA-ALIQUOTA THRU 3110-EXIT
                   UNTIL WS-FS-IRTAB = '10'
           END-IF
           CLOSE MEGAIRTAB
           .
       3100-EXIT.
           EXIT.
      *
       3110-LER-UMA-ALIQUOTA.
           READ MEGAIRTAB
               AT END
                   MOVE '10' TO WS-FS-IRTAB
           END-READ
           IF WS-FS-IRTAB(1:1) = '0'
               IF IRTAB-REGISTRO-FD-DATA-VIGENCIA
                      NOT > WS-DATA-SORTEIO
                  AND IRTAB-REGISTRO-FD-DATA-VIGENCIA
                      NOT < WS-VIGENCIA-IR
                   MOVE IRTAB-REGISTRO-FD-DATA-VIGENCIA
                       TO WS-VIGENCIA-IR
                   MOVE IRTAB-REGISTRO-FD-LIMITE-ISENCAO
                       TO WS-LIMITE-ISENCAO
                   MOVE IRTAB-REGISTRO-FD-ALIQUOTA TO WS-ALIQUOTA
                   SET TABELA-IR-ACHADA TO TRUE
               END-IF
           END-IF
           .
       3110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  VARRE O LIVRO-RAZAO ATUAL, RECUPERA O ACUMULADO DO
      *          ULTIMO REGISTRO E DECIDE ENTRE APURACAO, ESTORNO E
      *          REAPURACAO DO CONCURSO CONFORME A TRILHA MEGAHAUD
      *-----------------------------------------------------------------
      *    FILE STATUS 05 = arquivo opcional inexistente aberto com
      *    sucesso (livro ainda vazio); a leitura cai direto no AT END.
       4000-LER-LIVRO-ATUAL.
           OPEN INPUT MEGALEDGER
           IF WS-FS-LEDGER(1:1) = '0'
               PERFORM 4010-LER-UM-CONCURSO THRU 4010-EXIT
                   UNTIL WS-FS-LEDGER = '10'
           END-IF
           CLOSE MEGALEDGER
           PERFORM 4100-LER-TRILHA THRU 4100-EXIT
           EVALUATE TRUE
               WHEN CONCURSO-JA-NO-LIVRO
                   IF WS-MOMENTO-TRILHA NOT > WS-MOMENTO-LIVRO
                       DISPLAY 'MEGAPRZ: concurso ' WS-CONCURSO
                                ' ja apurado no livro-razao - '
                                'apuracao nao repetida'
                       MOVE 16 TO RETURN-CODE
                       GO TO 4000-EXIT
                   END-IF
                   SET ESTORNAR-VIGENTE TO TRUE
                   MOVE 'R' TO WS-TIPO-LANC
                   IF TRILHA-CANCELAMENTO
                       SET SO-ESTORNO TO TRUE
                   END-IF
               WHEN CONCURSO-ESTORNADO
                   IF TRILHA-CANCELAMENTO
                       DISPLAY 'MEGAPRZ: concurso ' WS-CONCURSO
                                ' cancelado e ja estornado no '
                                'livro-razao - nada a apurar'
                       MOVE 16 TO RETURN-CODE
                       GO TO 4000-EXIT
                   END-IF
                   MOVE 'R' TO WS-TIPO-LANC
               WHEN OTHER
                   IF TRILHA-CANCELAMENTO
                       DISPLAY 'MEGAPRZ: concurso ' WS-CONCURSO
                                ' cancelado no cadastro-mestre - '
                                'nada a apurar'
                       MOVE 16 TO RETURN-CODE
                       GO TO 4000-EXIT
                   END-IF
                   MOVE 'A' TO WS-TIPO-LANC
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.
           IF WS-FS-LEDGER(1:1) = '0'
               ADD 1 TO QTDE-LEDGER
               IF LEDGER-REGISTRO-FD-CONCURSO = WS-CONCURSO
                   PERFORM 4020-GUARDAR-LANCAMENTO THRU 4020-EXIT
               END-IF
               MOVE LEDGER-REGISTRO-FD-ACUM-VALOR TO WS-ACUMULADO
               IF LEDGER-REGISTRO-FD-ACUM-SINAL = '-'
           .
       4010-EXIT.
           EXIT.
      *
      *    Registros antigos, sem TIPO-LANC e sem data/hora, valem
      *    como apuracao original feita no inicio dos tempos.
       4020-GUARDAR-LANCAMENTO.
           IF LEDGER-REGISTRO-FD-TIPO-LANC = 'E'
               SET CONCURSO-ESTORNADO TO TRUE
           ELSE
               SET CONCURSO-JA-NO-LIVRO TO TRUE
               MOVE LEDGER-REGISTRO-FD TO VIGENTE-REGISTRO-WS
           END-IF
           IF LEDGER-REGISTRO-FD-DATA-LANC IS NUMERIC
              AND LEDGER-REGISTRO-FD-HORA-LANC IS NUMERIC
               COMPUTE WS-MOMENTO-LIVRO =
                   LEDGER-REGISTRO-FD-DATA-LANC * 100000000 +
                   LEDGER-REGISTRO-FD-HORA-LANC
           ELSE
               MOVE 0 TO WS-MOMENTO-LIVRO
           END-IF
           .
       4020-EXIT.
           EXIT.
      *
      *    Ultima alteracao do concurso registrada na trilha do
      *    cadastro-mestre (trilha ausente = nenhuma alteracao).
       4100-LER-TRILHA.
           OPEN INPUT MEGAHAUD
           IF WS-FS-TRILHA(1:1) = '0'
               PERFORM 4110-LER-UMA-ALTERACAO THRU 4110-EXIT
                   UNTIL WS-FS-TRILHA = '10'
           END-IF
           CLOSE MEGAHAUD
           .
       4100-EXIT.
           EXIT.
      *
       4110-LER-UMA-ALTERACAO.
           READ MEGAHAUD
               AT END
                   MOVE '10' TO WS-FS-TRILHA
           END-READ
           IF WS-FS-TRILHA(1:1) = '0'
               IF TRILHA-REGISTRO-FD-CONCURSO = WS-CONCURSO
                   MOVE TRILHA-REGISTRO-FD-TIPO TO WS-TIPO-TRILHA
                   COMPUTE WS-MOMENTO-TRILHA =
                       TRILHA-REGISTRO-FD-DATA-PROC * 100000000 +
                       TRILHA-REGISTRO-FD-HORA-PROC
               END-IF
           END-IF
           .
       4110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CONFERENCIA DOS JOGOS CONTRA O RESULTADO (MESMA
      *          TECNICA DO MEGACONF, AQUI APENAS PARA TOTALIZAR AS
           IF WS-FS-JOGADOS(1:1) = '0'
               ADD 1 TO QTDE-JOGOS
               MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
               MOVE 0 TO QTDE-DEZENAS-JOGO
               PERFORM 5105-COPIAR-DEZENA THRU 5105-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > 15
                      OR (IDX-JOGO > 6 AND
                          JOGADO-REGISTRO-WS-DEZ(IDX-JOGO) NOT NUMERIC)
               MOVE QTDE-DEZENAS-JOGO TO COMB-N
               MOVE 6 TO COMB-K
               PERFORM 8000-COMBINACAO THRU 8000-EXIT
               ADD COMB-RESULTADO TO QTDE-JOGOS-SIMPLES
               MOVE 0 TO QTDE-ACERTOS
               PERFORM 5110-CONTAR-ACERTOS-DEZENA THRU 5110-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > QTDE-DEZENAS-JOGO
               PERFORM 5120-CALCULAR-PREMIOS THRU 5120-EXIT
               ADD PREMIO-SENAS   TO QTDE-SENAS
               ADD PREMIO-QUINAS  TO QTDE-QUINAS
               ADD PREMIO-QUADRAS TO QTDE-QUADRAS
               PERFORM 5130-IMPOSTO-APOSTA THRU 5130-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      *    Dezenas da aposta: as seis da simples mais as extras
      *    preenchidas em sequencia na multipla.
       5105-COPIAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE JOGADO-REGISTRO-WS-DEZ-N(IDX-JOGO) TO JOGO-VAL(IDX-JOGO)
           .
       5105-EXIT.
           EXIT.
      *
       5110-CONTAR-ACERTOS-DEZENA.
           PERFORM 5111-COMPARAR-SORTEADA THRU 5111-EXIT
           .
       5111-EXIT.
           EXIT.
      *
      *    Premios da aposta por faixa; na simples, 1 na faixa dos
      *    acertos e 0 nas demais.
       5120-CALCULAR-PREMIOS.
           MOVE 6 TO COMB-K
           PERFORM 5121-PREMIOS-FAIXA THRU 5121-EXIT
           MOVE COMB-ACERTOS TO PREMIO-SENAS
           MOVE 5 TO COMB-K
           PERFORM 5121-PREMIOS-FAIXA THRU 5121-EXIT
           MOVE COMB-ACERTOS TO PREMIO-QUINAS
           MOVE 4 TO COMB-K
           PERFORM 5121-PREMIOS-FAIXA THRU 5121-EXIT
           MOVE COMB-ACERTOS TO PREMIO-QUADRAS
           .
       5120-EXIT.
           EXIT.
      *
      *    Faixa em COMB-K; devolve os premios em COMB-ACERTOS.
       5121-PREMIOS-FAIXA.
           MOVE 0 TO COMB-ACERTOS
           IF QTDE-ACERTOS < COMB-K
               GO TO 5121-EXIT
           END-IF
           MOVE QTDE-ACERTOS TO COMB-N
           PERFORM 8000-COMBINACAO THRU 8000-EXIT
           MOVE COMB-RESULTADO TO COMB-ACERTOS
           COMPUTE COMB-N = QTDE-DEZENAS-JOGO - QTDE-ACERTOS
           COMPUTE COMB-K = 6 - COMB-K
           PERFORM 8000-COMBINACAO THRU 8000-EXIT
           COMPUTE COMB-ACERTOS = COMB-ACERTOS * COMB-RESULTADO
           .
       5121-EXIT.
           EXIT.
      *
      *    Imposto retido: a aposta premiada recebe a soma dos seus
      *    premios e, acima do limite de isencao, retem a aliquota
      *    sobre o valor inteiro.  Na aposta simples a soma e' o valor
      *    da faixa acertada.
       5130-IMPOSTO-APOSTA.
           IF NOT TABELA-IR-ACHADA
               GO TO 5130-EXIT
           END-IF
           COMPUTE WS-VLR-PREMIO-APOSTA =
               PREMIO-QUADRAS * WS-VLR-QUADRA +
               PREMIO-QUINAS  * WS-VLR-QUINA  +
               PREMIO-SENAS   * WS-VLR-SENA
           MOVE 0 TO WS-IR-APOSTA
           IF WS-VLR-PREMIO-APOSTA > WS-LIMITE-ISENCAO
               COMPUTE WS-IR-APOSTA ROUNDED =
                   WS-VLR-PREMIO-APOSTA * WS-ALIQUOTA / 100
           END-IF
           ADD WS-IR-APOSTA TO WS-VLR-IMPOSTO
           .
       5130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  APURACAO FINANCEIRA DO CONCURSO E INCLUSAO NO LIVRO
      *-----------------------------------------------------------------
       6000-APURAR-E-GRAVAR.
           OPEN EXTEND MEGALEDGER
           IF WS-FS-LEDGER(1:1) NOT = '0'
               DISPLAY 'MEGAPRZ: nao foi possivel estender MEGALEDGER '
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           IF ESTORNAR-VIGENTE
               PERFORM 6100-GRAVAR-ESTORNO THRU 6100-EXIT
           END-IF
           IF SO-ESTORNO
               CLOSE MEGALEDGER
               GO TO 6000-EXIT
           END-IF
           COMPUTE WS-VLR-APOSTADO =
               QTDE-JOGOS-SIMPLES * WS-PRECO-APOSTA
           COMPUTE WS-VLR-TOT-QUADRAS = QTDE-QUADRAS * WS-VLR-QUADRA
           COMPUTE WS-VLR-TOT-QUINAS  = QTDE-QUINAS  * WS-VLR-QUINA
           COMPUTE WS-VLR-TOT-SENAS   = QTDE-SENAS   * WS-VLR-SENA
           COMPUTE WS-VLR-PREMIOS =
               WS-VLR-TOT-QUADRAS +
               WS-VLR-TOT-QUINAS  +
               WS-VLR-TOT-SENAS
           COMPUTE WS-RESULTADO =
               WS-VLR-PREMIOS - WS-VLR-IMPOSTO - WS-VLR-APOSTADO
           ADD WS-RESULTADO TO WS-ACUMULADO
           MOVE WS-CONCURSO     TO LEDGER-REGISTRO-FD-CONCURSO
           MOVE QTDE-JOGOS      TO LEDGER-REGISTRO-FD-QTDE-JOGOS
           MOVE WS-VLR-APOSTADO TO LEDGER-REGISTRO-FD-VLR-APOSTADO
           MOVE WS-VLR-TOT-SENAS
               TO LEDGER-REGISTRO-FD-VLR-SENAS
           MOVE WS-VLR-PREMIOS  TO LEDGER-REGISTRO-FD-VLR-PREMIOS
           MOVE WS-VLR-IMPOSTO  TO LEDGER-REGISTRO-FD-VLR-IMPOSTO
           MOVE WS-RESULTADO TO WS-VALOR-ABS
           PERFORM 6010-EDITAR-SINAL THRU 6010-EXIT
           MOVE WS-SINAL     TO LEDGER-REGISTRO-FD-RESULT-SINAL
           END-IF
           MOVE WS-SINAL     TO LEDGER-REGISTRO-FD-ACUM-SINAL
           MOVE WS-VALOR-ABS TO LEDGER-REGISTRO-FD-ACUM-VALOR
           MOVE WS-TIPO-LANC TO LEDGER-REGISTRO-FD-TIPO-LANC
           MOVE WS-DATA-LANC TO LEDGER-REGISTRO-FD-DATA-LANC
           MOVE WS-HORA-LANC TO LEDGER-REGISTRO-FD-HORA-LANC
           WRITE LEDGER-REGISTRO-FD
           CLOSE MEGALEDGER
           ADD 1 TO QTDE-LEDGER
       6000-EXIT.
           EXIT.
      *
      *    Estorno do lancamento vigente: mesmos valores, resultado
      *    com o sinal trocado e acumulado descontado do resultado
      *    estornado.
       6100-GRAVAR-ESTORNO.
           MOVE VIGENTE-REGISTRO-WS TO LEDGER-REGISTRO-FD
           IF LEDGER-REGISTRO-FD-VLR-IMPOSTO IS NOT NUMERIC
               MOVE 0 TO LEDGER-REGISTRO-FD-VLR-IMPOSTO
           END-IF
           MOVE VIGENTE-REGISTRO-WS-RESULT-VALOR TO WS-RESULT-ESTORNO
           IF VIGENTE-REGISTRO-WS-RESULT-SINAL = '-'
               COMPUTE WS-RESULT-ESTORNO = 0 - WS-RESULT-ESTORNO
           END-IF
           SUBTRACT WS-RESULT-ESTORNO FROM WS-ACUMULADO
           COMPUTE WS-RESULTADO = 0 - WS-RESULT-ESTORNO
           MOVE WS-RESULTADO TO WS-VALOR-ABS
           PERFORM 6010-EDITAR-SINAL THRU 6010-EXIT
           MOVE WS-SINAL     TO LEDGER-REGISTRO-FD-RESULT-SINAL
           MOVE WS-VALOR-ABS TO LEDGER-REGISTRO-FD-RESULT-VALOR
           IF WS-ACUMULADO < 0
               COMPUTE WS-VALOR-ABS = 0 - WS-ACUMULADO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE WS-ACUMULADO TO WS-VALOR-ABS
               MOVE '+' TO WS-SINAL
           END-IF
           MOVE WS-SINAL     TO LEDGER-REGISTRO-FD-ACUM-SINAL
           MOVE WS-VALOR-ABS TO LEDGER-REGISTRO-FD-ACUM-VALOR
           MOVE 'E'          TO LEDGER-REGISTRO-FD-TIPO-LANC
           MOVE WS-DATA-LANC TO LEDGER-REGISTRO-FD-DATA-LANC
           MOVE WS-HORA-LANC TO LEDGER-REGISTRO-FD-HORA-LANC
           WRITE LEDGER-REGISTRO-FD
           ADD 1 TO QTDE-LEDGER
           .
       6100-EXIT.
           EXIT.
      *
      *    Converte WS-RESULTADO para sinal + valor absoluto em
      *    WS-SINAL / WS-VALOR-ABS.
       6010-EDITAR-SINAL.
                      WS-VALOR-ABS-EDT               DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
               EVALUATE LEDGER-REGISTRO-FD-TIPO-LANC
                   WHEN 'E'
                       MOVE ' ESTORNO'
                           TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
                   WHEN 'R'
                       MOVE ' REAPUR.'
                           TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
               END-EVALUATE
               WRITE RPT-REGISTRO-FD
               PERFORM 7020-EMITIR-LINHA-FAIXAS THRU 7020-EXIT
           END-IF
                  WS-VLR-FAIXA-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE 0 TO WS-VLR-FAIXA-EDT
           IF LEDGER-REGISTRO-FD-VLR-IMPOSTO IS NUMERIC
               MOVE LEDGER-REGISTRO-FD-VLR-IMPOSTO TO WS-VLR-FAIXA-EDT
           END-IF
           STRING ' IR '           DELIMITED BY SIZE
                  WS-VLR-FAIXA-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       7020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    8000  NUMERO DE COMBINACOES C(N,K) DE COMB-N E COMB-K EM
      *          COMB-RESULTADO (PRODUTO INCREMENTAL, EXATO EM CADA
      *          PASSO)
      *-----------------------------------------------------------------
       8000-COMBINACAO.
           MOVE 1 TO COMB-RESULTADO
           IF COMB-K > COMB-N
               MOVE 0 TO COMB-RESULTADO
               GO TO 8000-EXIT
           END-IF
           PERFORM 8010-PASSO-COMBINACAO THRU 8010-EXIT
               VARYING COMB-I FROM 1 BY 1
               UNTIL COMB-I > COMB-K
           .
       8000-EXIT.
           EXIT.
      *
       8010-PASSO-COMBINACAO.
           COMPUTE COMB-RESULTADO =
               COMB-RESULTADO * (COMB-N - COMB-K + COMB-I) / COMB-I
           .
       8010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Concurso apurado...............: ' WS-CONCURSO
           IF ESTORNAR-VIGENTE
               DISPLAY 'Lancamento vigente estornado...: S'
           END-IF
           IF RETURN-CODE = 0 AND NOT SO-ESTORNO
               DISPLAY 'Tipo do lancamento.............: ' WS-TIPO-LANC
           END-IF
           DISPLAY 'Jogos conferidos...............: ' QTDE-JOGOS
           DISPLAY 'Quadras........................: ' QTDE-QUADRAS
           DISPLAY 'Quinas.........................: ' QTDE-QUINAS
           DISPLAY 'Senas..........................: ' QTDE-SENAS
           DISPLAY 'Imposto retido na fonte........: ' WS-VLR-IMPOSTO
           DISPLAY 'Concursos no livro-razao.......: ' QTDE-LEDGER
           IF RETURN-CODE = 0 AND NOT SO-ESTORNO
              AND WS-VLR-PREMIOS > 0 AND NOT TABELA-IR-ACHADA
               MOVE 4 TO RETURN-CODE
               DISPLAY 'MEGAPRZ: sem linha da tabela MEGAIRTAB vigente '
                        'em ' WS-DATA-SORTEIO ' - premios lancados sem '
                        'imposto retido'
           END-IF
           IF RETURN-CODE = 0 AND WS-ACUMULADO < 0
               MOVE 4 TO RETURN-CODE
               DISPLAY 'MEGAPRZ: resultado acumulado negativo - a '
