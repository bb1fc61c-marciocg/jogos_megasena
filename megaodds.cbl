      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGAODDS.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Chances e valor esperado da carteira da semana, antes
      *         de gastar o orcamento do MEGASELP.  Le as apostas de
      *         MEGASEL-SAIDA (layout MEGAMULREG, que tambem aceita
      *         qualquer carteira no layout MEGAREG) e calcula, de forma
      *         exata sobre os C(60,6) resultados possiveis, quantos
      *         resultados dao a carteira pelo menos uma quadra ou
      *         mais, uma quina ou mais e a sena, levando em conta a
      *         sobreposicao entre os jogos (um resultado premiado em
      *         varios jogos conta uma vez so').  Um resultado tem
      *         quadra ou mais quando contem quatro dezenas de alguma
      *         aposta: as quadras cobertas pela carteira sao marcadas
      *         num mapa indexado pela ordem da combinacao e cada
      *         resultado e' contado uma unica vez, a partir da quadra
      *         coberta de menor ordem que ele contem (o mesmo para a
      *         quina, com as cinco dezenas).  O valor esperado usa o
      *         premio medio de quadra e de quina da tabela MEGAPREMIO
      *         e o premio estimado da sena do cartao MEGAODDC (sem
      *         estimativa, a media das senas pagas), supondo a sena
      *         sem rateio com outros ganhadores.  A carteira e'
      *         comparada com a mesma quantidade de apostas, do mesmo
      *         tamanho, escolhidas pelo gerador pseudo-aleatorio de
      *         semente fixa (como no MEGABKT) e com uma carteira de
      *         jogos disjuntos (dezenas consecutivas enquanto cabem
      *         nas 60; depois colunas e diagonais da grade de 6 x 10,
      *         repetindo o minimo de dezenas).  Emite o confronto em
      *         MEGAODDS-RPT.  RETURN-CODE = 4 quando falta a tabela de
      *         premios ou a estimativa da sena ou quando alguma aposta
      *         invalida foi ignorada; 16 em erro de arquivo ou
      *         carteira vazia.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megaodds.cbl (GnuCOBOL)
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
           SELECT OPTIONAL MEGAODDC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGASELP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PARM.
      *
           SELECT MEGASEL-SAIDA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-SAIDA.
      *
           SELECT OPTIONAL MEGAPREMIO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PREMIO.
      *
           SELECT MEGAODDS-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGAODDC
           RECORDING F.
       COPY MEGAODDC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGASELP
           RECORDING F.
       COPY MEGASELP REPLACING ==:REG:== BY ==PARM-REGISTRO-FD==.
      *
       FD  MEGASEL-SAIDA
           RECORDING F.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==SAIDA-REGISTRO-FD==.
      *
       FD  MEGAPREMIO
           RECORDING F.
       COPY MEGAPRZREG REPLACING ==:REG:== BY ==PREMIO-REGISTRO-FD==.
      *
       FD  MEGAODDS-RPT
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
       77  WS-FS-SAIDA                  PIC X(02)  VALUE SPACES.
       77  WS-FS-PREMIO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
      *    Cartao MEGASELP (preco da aposta) e cartao MEGAODDC
      *    (estimativa da sena e semente).
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
       77  WS-ESTIMATIVA-SENA           PIC 9(11)V99 VALUE 0.
      *
      *    Gerador pseudo-aleatorio congruencial multiplicativo
      *    (multiplicador 16807, modulo 2**31 - 1), o mesmo do MEGABKT.
       77  WS-SEMENTE                   PIC 9(10)  VALUE 1.
       77  WS-SEMENTE-INICIAL           PIC 9(10)  VALUE 1.
       77  WS-ALEA-PRODUTO              PIC 9(15)  VALUE 0.
       77  WS-ALEA-QUOCIENTE            PIC 9(15)  VALUE 0.
      *
      *    Premios medios por faixa da tabela MEGAPREMIO (so' os
      *    concursos em que a faixa teve ganhador) e valor da sena
      *    usado no valor esperado.
       77  QTDE-PREMIOS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-QUADRAS-PAGAS           PIC 9(05)  COMP VALUE 0.
       77  QTDE-QUINAS-PAGAS            PIC 9(05)  COMP VALUE 0.
       77  QTDE-SENAS-PAGAS             PIC 9(05)  COMP VALUE 0.
       77  WS-SOMA-QUADRA               PIC 9(15)V99 VALUE 0.
       77  WS-SOMA-QUINA                PIC 9(15)V99 VALUE 0.
       77  WS-SOMA-SENA                 PIC 9(15)V99 VALUE 0.
       77  WS-MEDIA-QUADRA              PIC 9(09)V99 VALUE 0.
       77  WS-MEDIA-QUINA               PIC 9(09)V99 VALUE 0.
       77  WS-MEDIA-SENA                PIC 9(11)V99 VALUE 0.
       77  WS-VLR-SENA                  PIC 9(11)V99 VALUE 0.
       77  SW-SENA-MEDIA                PIC X(01)  VALUE 'N'.
           88  SENA-PELA-MEDIA                      VALUE 'S'.
      *
      *    Coeficientes binomiais C(x,k), x = 0 a 60 e k = 0 a 6,
      *    em BIN-VALOR(x + 1, k + 1), montados pelo triangulo de
      *    Pascal.  A ordem de uma combinacao crescente d1 < ... < dk
      *    e' a soma de C(dm - 1, m), ou seja, de BIN-VALOR(dm, m + 1).
       01  BINOMIAIS-TABELA.
           03  BIN-LINHA                OCCURS 61 TIMES.
               05  BIN-VALOR            PIC 9(09)  COMP OCCURS 7 TIMES.
       77  IDX-BIN-X                    PIC 9(02)  COMP VALUE 0.
       77  IDX-BIN-K                    PIC 9(02)  COMP VALUE 0.
      *
      *    Resultados possiveis e resultados favoraveis a um jogo de
      *    seis dezenas em cada faixa: C(6,4) x C(54,2), C(6,5) x 54
      *    e 1.
       77  TOTAL-RESULTADOS             PIC 9(09)  COMP VALUE 0.
       77  FAV-JOGO-QUADRA              PIC 9(09)  COMP VALUE 0.
       77  FAV-JOGO-QUINA               PIC 9(09)  COMP VALUE 0.
       77  FAV-JOGO-SENA                PIC 9(09)  COMP VALUE 0.
      *
      *    Posicoes das quadras de uma combinacao de seis dezenas, das
      *    quadras de uma de cinco e das quinas de uma de seis.
       01  QUADRAS-DE-SEIS-VALORES.
           03  FILLER                   PIC X(32)  VALUE
               '12341235123612451246125613451346'.
           03  FILLER                   PIC X(28)  VALUE
               '1356145623452346235624563456'.
       01  QUADRAS-DE-SEIS-TAB REDEFINES QUADRAS-DE-SEIS-VALORES.
           03  Q6-OCORR                 OCCURS 15 TIMES.
               05  Q6-POS               PIC 9(01) OCCURS 4 TIMES.
       01  QUADRAS-DE-CINCO-VALORES.
           03  FILLER                   PIC X(20)  VALUE
               '23451345124512351234'.
       01  QUADRAS-DE-CINCO-TAB REDEFINES QUADRAS-DE-CINCO-VALORES.
           03  Q5-OCORR                 OCCURS 5 TIMES.
               05  Q5-POS               PIC 9(01) OCCURS 4 TIMES.
       01  QUINAS-DE-SEIS-VALORES.
           03  FILLER                   PIC X(30)  VALUE
               '234561345612456123561234612345'.
       01  QUINAS-DE-SEIS-TAB REDEFINES QUINAS-DE-SEIS-VALORES.
           03  N6-OCORR                 OCCURS 6 TIMES.
               05  N6-POS               PIC 9(01) OCCURS 5 TIMES.
      *
      *    Mapas das quadras (C(60,4)) e das quinas (C(60,5)) cobertas
      *    pela carteira em calculo, indexados pela ordem + 1: espaco
      *    = nao coberta, 'S' = coberta, 'P' = coberta e ja contada.
       01  MAPA-QUADRA-TAB.
           03  MAPA-QUADRA              PIC X(01) OCCURS 487635 TIMES.
       01  MAPA-QUINA-TAB.
           03  MAPA-QUINA               PIC X(01) OCCURS 5461512 TIMES.
      *
      *    Carteiras: 1 = selecionada (MEGASEL-SAIDA), 2 = aleatoria,
      *    3 = disjunta; dezenas de cada aposta em ordem crescente.
       77  QTDE-APOSTAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-LIDAS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-IGNORADAS               PIC 9(05)  COMP VALUE 0.
       01  CARTEIRA-TABELA.
           03  CART-OCORR               OCCURS 3 TIMES.
               05  CART-APOSTA          OCCURS 5000 TIMES.
                   07  CART-QTDE-DEZENAS PIC 9(02) COMP.
                   07  CART-DEZENA      PIC 9(02) OCCURS 15 TIMES.
      *
      *    Aposta em montagem (mesmo formato de CART-APOSTA).
       01  APOSTA-AUX.
           03  AUX-QTDE-DEZENAS         PIC 9(02)  COMP.
           03  AUX-DEZENA               PIC 9(02)  OCCURS 15 TIMES.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       77  SW-APOSTA-VALIDA             PIC X(01)  VALUE 'S'.
           88  APOSTA-VALIDA                        VALUE 'S'.
       77  AUX-SORT-I                   PIC 9(02)  COMP VALUE 0.
       77  AUX-SORT-J                   PIC 9(02)  COMP VALUE 0.
       77  AUX-SORT-VAL                 PIC 9(02)  VALUE 0.
      *
      *    Carteira disjunta: ciclo e posicao (0 a 59) da sequencia de
      *    dezenas e apostas que nao repetem dezena.
       77  DISJ-CICLO                   PIC 9(05)  COMP VALUE 0.
       77  DISJ-POS                     PIC 9(02)  COMP VALUE 0.
       77  DISJ-LINHA                   PIC 9(02)  COMP VALUE 0.
       77  DISJ-COLUNA                  PIC 9(02)  COMP VALUE 0.
       77  DISJ-DESLOC                  PIC 9(07)  COMP VALUE 0.
       77  DISJ-QUOCIENTE               PIC 9(07)  COMP VALUE 0.
       77  DISJ-DEZENAS-USADAS          PIC 9(05)  COMP VALUE 0.
       77  QTDE-DISJUNTAS               PIC 9(05)  COMP VALUE 0.
      *
       77  IDX-CART                     PIC 9(01)  COMP VALUE 0.
       77  IDX-APOSTA                   PIC 9(05)  COMP VALUE 0.
       77  IDX-OUTRA                    PIC 9(05)  COMP VALUE 0.
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
       77  IDX-SUB                      PIC 9(02)  COMP VALUE 0.
       77  WS-DEZENA                    PIC 9(02)  VALUE 0.
      *
      *    Presenca das dezenas: na aposta em montagem, na carteira
      *    (dezenas distintas), em cada aposta da carteira (conferencia
      *    da sena) e no subconjunto em contagem.
       01  PRESENCA-AUX-TAB.
           03  PRESENCA-AUX             PIC X(01) OCCURS 60 TIMES.
       01  PRESENCA-CARTEIRA-TAB.
           03  PRESENCA-CARTEIRA        PIC X(01) OCCURS 60 TIMES.
       01  PRESENCA-APOSTAS-TAB.
           03  PRA-APOSTA               OCCURS 5000 TIMES.
               05  PRA-DEZENA           PIC X(01) OCCURS 60 TIMES.
       01  PRESENCA-BASE-TAB.
           03  PRESENCA-BASE            PIC X(01) OCCURS 60 TIMES.
      *
      *    Subconjuntos de k dezenas de uma aposta de n (mesma
      *    enumeracao por posicoes do gerador MEGASENA).
       77  SUBC-K                       PIC 9(01)  COMP VALUE 0.
       77  SUBC-N                       PIC 9(02)  COMP VALUE 0.
       01  SUBCONJ-POS-TAB.
           03  SUBC-POS                 PIC 9(02)  COMP OCCURS 6 TIMES.
       01  SUBCONJ-DEZ-TAB.
           03  SUBC-DEZ                 PIC 9(02)  OCCURS 6 TIMES.
       77  SW-FIM-SUBCONJ               PIC X(01)  VALUE 'N'.
           88  FIM-SUBCONJ                          VALUE 'S'.
       77  IDX-AVANCO                   PIC 9(02)  COMP VALUE 0.
       77  IDX-POS-ACHADA               PIC 9(02)  COMP VALUE 0.
       77  IDX-REALINHA                 PIC 9(02)  COMP VALUE 0.
      *
      *    Resultado em contagem: a quadra ou quina base mais uma ou
      *    duas dezenas, em ordem crescente.
       01  BASE-CINCO-TAB.
           03  BASE-CINCO               PIC 9(02)  OCCURS 5 TIMES.
       01  SORTEIO-TAB.
           03  SORTEIO-VAL              PIC 9(02)  OCCURS 6 TIMES.
       77  QTDE-SORTEIO                 PIC 9(01)  COMP VALUE 0.
       77  WS-INSERIR                   PIC 9(02)  VALUE 0.
       77  IDX-INS                      PIC 9(01)  COMP VALUE 0.
       77  WS-DEZ-A                     PIC 9(02)  COMP VALUE 0.
       77  WS-DEZ-B                     PIC 9(02)  COMP VALUE 0.
       77  WS-ORDEM-BASE                PIC 9(09)  COMP VALUE 0.
       77  WS-ORDEM                     PIC 9(09)  COMP VALUE 0.
       77  SW-PRIMEIRA                  PIC X(01)  VALUE 'S'.
           88  BASE-E-A-PRIMEIRA                    VALUE 'S'.
      *
      *    Apuracao por carteira (1 a 3): resultados favoraveis
      *    exatos e a soma das chances isoladas de cada aposta.
       01  APURACAO-TABELA.
           03  APU-OCORR                OCCURS 3 TIMES.
               05  APU-JOGOS-SIMPLES    PIC 9(09)  COMP.
               05  APU-DEZENAS          PIC 9(02)  COMP.
               05  APU-FAV-QUADRA       PIC 9(09)  COMP.
               05  APU-FAV-QUINA        PIC 9(09)  COMP.
               05  APU-FAV-SENA         PIC 9(09)  COMP.
               05  APU-ISO-QUADRA       PIC 9(12)  COMP.
               05  APU-ISO-QUINA        PIC 9(12)  COMP.
               05  APU-ISO-SENA         PIC 9(12)  COMP.
               05  APU-CUSTO            PIC 9(11)V99.
               05  APU-RETORNO          PIC 9(13)V99.
      *
      *    Linha do confronto: rotulo e o valor de cada carteira.
       77  WS-RES-ROTULO                PIC X(34)  VALUE SPACES.
       01  RESUMO-VALORES.
           03  RES-QTDE                 PIC 9(12)  OCCURS 3 TIMES.
           03  RES-VALOR                PIC S9(13)V99 OCCURS 3 TIMES.
           03  RES-PERC                 PIC 9(03)V9(06) OCCURS 3 TIMES.
       77  WS-RES-QTDE-EDT              PIC Z(16)9 VALUE ZEROS.
       77  WS-RES-VALOR-EDT             PIC -(13)9.99 VALUE ZEROS.
       77  WS-RES-PERC-EDT              PIC Z(09)9.999999 VALUE ZEROS.
       77  WS-RES-COLUNA                PIC 9(03)  COMP VALUE 0.
       77  WS-RES-TROCA                 PIC 9(13)  VALUE 0.
      *
      *    Campos editados do cabecalho.
       77  WS-PRECO-EDT                 PIC ZZZZ9.99 VALUE ZEROS.
       77  WS-PREMIO-EDT                PIC Z(10)9.99 VALUE ZEROS.
       77  WS-SEMENTE-EDT               PIC Z(09)9 VALUE ZEROS.
       77  WS-QTDE-EDT                  PIC Z(06)9 VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
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
               PERFORM 3000-CARREGAR-CARTEIRA THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-MONTAR-COMPARACOES THRU 4000-EXIT
               PERFORM 5000-CALCULAR-CARTEIRA THRU 5000-EXIT
                   VARYING IDX-CART FROM 1 BY 1
                   UNTIL IDX-CART > 3
               PERFORM 7000-EMITIR-RELATORIO THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - CARTOES MEGAODDC E MEGASELP E TABELA
      *          DE COEFICIENTES BINOMIAIS
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           INITIALIZE APURACAO-TABELA
           INITIALIZE BINOMIAIS-TABELA
           PERFORM 1010-MONTAR-LINHA-PASCAL THRU 1010-EXIT
               VARYING IDX-BIN-X FROM 1 BY 1
               UNTIL IDX-BIN-X > 61
           MOVE BIN-VALOR(61, 7) TO TOTAL-RESULTADOS
           COMPUTE FAV-JOGO-QUADRA = BIN-VALOR(7, 5) * BIN-VALOR(55, 3)
           COMPUTE FAV-JOGO-QUINA  = BIN-VALOR(7, 6) * BIN-VALOR(55, 2)
           MOVE 1 TO FAV-JOGO-SENA
           PERFORM 1100-LER-CARTAO THRU 1100-EXIT
           IF RETURN-CODE = 0
               PERFORM 1200-LER-PRECO THRU 1200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
      *    Linha x do triangulo (IDX-BIN-X = x + 1): C(x,0) = 1 e
      *    C(x,k) = C(x-1,k-1) + C(x-1,k).
       1010-MONTAR-LINHA-PASCAL.
           MOVE 1 TO BIN-VALOR(IDX-BIN-X, 1)
           IF IDX-BIN-X > 1
               PERFORM 1020-SOMAR-PASCAL THRU 1020-EXIT
                   VARYING IDX-BIN-K FROM 2 BY 1
                   UNTIL IDX-BIN-K > 7
           END-IF
           .
       1010-EXIT.
           EXIT.
      *
       1020-SOMAR-PASCAL.
           COMPUTE BIN-VALOR(IDX-BIN-X, IDX-BIN-K) =
               BIN-VALOR(IDX-BIN-X - 1, IDX-BIN-K - 1)
             + BIN-VALOR(IDX-BIN-X - 1, IDX-BIN-K)
           .
       1020-EXIT.
           EXIT.
      *
      *    Cartao MEGAODDC opcional: sem ele a sena e' valorada pela
      *    media da tabela MEGAPREMIO e a semente e' 1.
       1100-LER-CARTAO.
           OPEN INPUT MEGAODDC
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGAODDS: nao foi possivel abrir MEGAODDC - '
                        'FILE STATUS ' WS-FS-CARTAO
               CLOSE MEGAODDC
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           READ MEGAODDC
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           CLOSE MEGAODDC
           IF WS-FS-CARTAO = '00'
               IF CARTAO-REGISTRO-FD-ESTIMATIVA-SENA IS NUMERIC
                   MOVE CARTAO-REGISTRO-FD-ESTIMATIVA-SENA
                       TO WS-ESTIMATIVA-SENA
               END-IF
               IF CARTAO-REGISTRO-FD-SEMENTE IS NUMERIC
                   MOVE CARTAO-REGISTRO-FD-SEMENTE TO WS-SEMENTE
               END-IF
           END-IF
           IF WS-SEMENTE = 0
               MOVE 1 TO WS-SEMENTE
           END-IF
           MOVE WS-SEMENTE TO WS-SEMENTE-INICIAL
           .
       1100-EXIT.
           EXIT.
      *
       1200-LER-PRECO.
           OPEN INPUT MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGAODDS: nao foi possivel abrir MEGASELP - '
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
               DISPLAY 'MEGAODDS: MEGASELP vazio - relatorio nao '
                        'emitido'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE PARM-REGISTRO-FD-PRECO-APOSTA TO WS-PRECO-APOSTA
           IF WS-PRECO-APOSTA = 0
               DISPLAY 'MEGAODDS: preco da aposta zerado em MEGASELP - '
                        'relatorio nao emitido'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  PREMIOS MEDIOS DA TABELA MEGAPREMIO E VALOR DA SENA
      *-----------------------------------------------------------------
       2000-CARREGAR-PREMIOS.
           OPEN INPUT MEGAPREMIO
           IF WS-FS-PREMIO(1:1) NOT = '0'
               DISPLAY 'MEGAODDS: nao foi possivel abrir MEGAPREMIO - '
                        'FILE STATUS ' WS-FS-PREMIO
               CLOSE MEGAPREMIO
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-LER-UM-PREMIO THRU 2010-EXIT
               UNTIL WS-FS-PREMIO = '10'
           CLOSE MEGAPREMIO
           IF QTDE-QUADRAS-PAGAS > 0
               COMPUTE WS-MEDIA-QUADRA ROUNDED =
                   WS-SOMA-QUADRA / QTDE-QUADRAS-PAGAS
           END-IF
           IF QTDE-QUINAS-PAGAS > 0
               COMPUTE WS-MEDIA-QUINA ROUNDED =
                   WS-SOMA-QUINA / QTDE-QUINAS-PAGAS
           END-IF
           IF QTDE-SENAS-PAGAS > 0
               COMPUTE WS-MEDIA-SENA ROUNDED =
                   WS-SOMA-SENA / QTDE-SENAS-PAGAS
           END-IF
           IF WS-ESTIMATIVA-SENA > 0
               MOVE WS-ESTIMATIVA-SENA TO WS-VLR-SENA
           ELSE
               MOVE WS-MEDIA-SENA TO WS-VLR-SENA
               SET SENA-PELA-MEDIA TO TRUE
               DISPLAY 'MEGAODDS: sem estimativa da sena em MEGAODDC '
                        '- valorada pela media da tabela MEGAPREMIO'
           END-IF
           IF QTDE-PREMIOS = 0
               DISPLAY 'MEGAODDS: tabela MEGAPREMIO vazia - quadra e '
                        'quina valoradas em zero'
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       2010-LER-UM-PREMIO.
           READ MEGAPREMIO
               AT END
                   MOVE '10' TO WS-FS-PREMIO
           END-READ
           IF WS-FS-PREMIO(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-PREMIOS
           IF PREMIO-REGISTRO-FD-VLR-QUADRA > 0
               ADD 1 TO QTDE-QUADRAS-PAGAS
               ADD PREMIO-REGISTRO-FD-VLR-QUADRA TO WS-SOMA-QUADRA
           END-IF
           IF PREMIO-REGISTRO-FD-VLR-QUINA > 0
               ADD 1 TO QTDE-QUINAS-PAGAS
               ADD PREMIO-REGISTRO-FD-VLR-QUINA TO WS-SOMA-QUINA
           END-IF
           IF PREMIO-REGISTRO-FD-VLR-SENA > 0
               ADD 1 TO QTDE-SENAS-PAGAS
               ADD PREMIO-REGISTRO-FD-VLR-SENA TO WS-SOMA-SENA
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CARGA DA CARTEIRA SELECIONADA (MEGASEL-SAIDA)
      *-----------------------------------------------------------------
       3000-CARREGAR-CARTEIRA.
           OPEN INPUT MEGASEL-SAIDA
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'MEGAODDS: nao foi possivel abrir MEGASEL-SAIDA '
                        '- FILE STATUS ' WS-FS-SAIDA
               CLOSE MEGASEL-SAIDA
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-CARREGAR-UMA-APOSTA THRU 3010-EXIT
               UNTIL WS-FS-SAIDA = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGASEL-SAIDA
           IF RETURN-CODE = 0 AND QTDE-APOSTAS = 0
               DISPLAY 'MEGAODDS: nenhuma aposta valida em '
                        'MEGASEL-SAIDA - relatorio nao emitido'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       3010-CARREGAR-UMA-APOSTA.
           READ MEGASEL-SAIDA
               AT END
                   MOVE '10' TO WS-FS-SAIDA
           END-READ
           IF WS-FS-SAIDA(1:1) NOT = '0'
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO QTDE-LIDAS
           MOVE 6 TO QTDE-DEZENAS-JOGO
           PERFORM 3020-CONTAR-DEZENA THRU 3020-EXIT
               VARYING IDX-DEZENA FROM 7 BY 1
               UNTIL IDX-DEZENA > 15
                  OR SAIDA-REGISTRO-FD-DEZ(IDX-DEZENA) NOT NUMERIC
           MOVE 'S' TO SW-APOSTA-VALIDA
           MOVE SPACES TO PRESENCA-AUX-TAB
           MOVE 0 TO AUX-QTDE-DEZENAS
           PERFORM 3030-COPIAR-DEZENA THRU 3030-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
                  OR NOT APOSTA-VALIDA
           IF NOT APOSTA-VALIDA
               DISPLAY 'MEGAODDS: aposta ' SAIDA-REGISTRO-FD-SEQ
                        ' com dezena invalida ou repetida - ignorada'
               ADD 1 TO QTDE-IGNORADAS
               GO TO 3010-EXIT
           END-IF
           IF QTDE-APOSTAS NOT < 5000
               DISPLAY 'MEGAODDS: carteira com mais de 5000 apostas - '
                        'relatorio nao emitido'
               MOVE 16 TO RETURN-CODE
               GO TO 3010-EXIT
           END-IF
           PERFORM 3800-ORDENAR-APOSTA-AUX THRU 3800-EXIT
           ADD 1 TO QTDE-APOSTAS
           MOVE APOSTA-AUX TO CART-APOSTA(1, QTDE-APOSTAS)
           .
       3010-EXIT.
           EXIT.
      *
       3020-CONTAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           .
       3020-EXIT.
           EXIT.
      *
       3030-COPIAR-DEZENA.
           IF SAIDA-REGISTRO-FD-DEZ(IDX-DEZENA) NOT NUMERIC
               MOVE 'N' TO SW-APOSTA-VALIDA
               GO TO 3030-EXIT
           END-IF
           MOVE SAIDA-REGISTRO-FD-DEZ-N(IDX-DEZENA) TO WS-DEZENA
           IF WS-DEZENA < 1 OR WS-DEZENA > 60
               MOVE 'N' TO SW-APOSTA-VALIDA
               GO TO 3030-EXIT
           END-IF
           IF PRESENCA-AUX(WS-DEZENA) = 'S'
               MOVE 'N' TO SW-APOSTA-VALIDA
               GO TO 3030-EXIT
           END-IF
           MOVE 'S' TO PRESENCA-AUX(WS-DEZENA)
           ADD 1 TO AUX-QTDE-DEZENAS
           MOVE WS-DEZENA TO AUX-DEZENA(AUX-QTDE-DEZENAS)
           .
       3030-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3800  ORDENACAO CRESCENTE DAS DEZENAS DA APOSTA EM MONTAGEM
      *          (INSERTION SORT)
      *-----------------------------------------------------------------
       3800-ORDENAR-APOSTA-AUX.
           PERFORM 3810-AUX-PASSO-EXTERNO THRU 3810-EXIT
               VARYING AUX-SORT-I FROM 2 BY 1
               UNTIL AUX-SORT-I > AUX-QTDE-DEZENAS
           .
       3800-EXIT.
           EXIT.
      *
       3810-AUX-PASSO-EXTERNO.
           MOVE AUX-DEZENA(AUX-SORT-I) TO AUX-SORT-VAL
           MOVE AUX-SORT-I TO AUX-SORT-J
           PERFORM 3820-AUX-PASSO-INTERNO THRU 3820-EXIT
               UNTIL AUX-SORT-J < 2
                  OR AUX-DEZENA(AUX-SORT-J - 1) NOT > AUX-SORT-VAL
           MOVE AUX-SORT-VAL TO AUX-DEZENA(AUX-SORT-J)
           .
       3810-EXIT.
           EXIT.
      *
       3820-AUX-PASSO-INTERNO.
           MOVE AUX-DEZENA(AUX-SORT-J - 1) TO AUX-DEZENA(AUX-SORT-J)
           SUBTRACT 1 FROM AUX-SORT-J
           .
       3820-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  CARTEIRAS DE COMPARACAO - MESMA QUANTIDADE DE APOSTAS,
      *          DO MESMO TAMANHO: ALEATORIA (2) E DISJUNTA (3)
      *-----------------------------------------------------------------
       4000-MONTAR-COMPARACOES.
           MOVE 0 TO DISJ-CICLO
           MOVE 0 TO DISJ-POS
           MOVE 0 TO DISJ-DEZENAS-USADAS
           PERFORM 4100-MONTAR-ALEATORIA THRU 4100-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           PERFORM 4200-MONTAR-DISJUNTA THRU 4200-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           .
       4000-EXIT.
           EXIT.
      *
       4100-MONTAR-ALEATORIA.
           MOVE SPACES TO PRESENCA-AUX-TAB
           MOVE 0 TO AUX-QTDE-DEZENAS
           PERFORM 4110-SORTEAR-DEZENA THRU 4110-EXIT
               UNTIL AUX-QTDE-DEZENAS =
                     CART-QTDE-DEZENAS(1, IDX-APOSTA)
           PERFORM 3800-ORDENAR-APOSTA-AUX THRU 3800-EXIT
           MOVE APOSTA-AUX TO CART-APOSTA(2, IDX-APOSTA)
           .
       4100-EXIT.
           EXIT.
      *
       4110-SORTEAR-DEZENA.
           PERFORM 4120-GERAR-ALEATORIO THRU 4120-EXIT
           DIVIDE WS-SEMENTE BY 60
               GIVING WS-ALEA-QUOCIENTE
               REMAINDER WS-DEZENA
           ADD 1 TO WS-DEZENA
           IF PRESENCA-AUX(WS-DEZENA) NOT = 'S'
               MOVE 'S' TO PRESENCA-AUX(WS-DEZENA)
               ADD 1 TO AUX-QTDE-DEZENAS
               MOVE WS-DEZENA TO AUX-DEZENA(AUX-QTDE-DEZENAS)
           END-IF
           .
       4110-EXIT.
           EXIT.
      *
      *    Proximo numero da sequencia pseudo-aleatoria, de 1 a
      *    2147483646, deixado em WS-SEMENTE.
       4120-GERAR-ALEATORIO.
           COMPUTE WS-ALEA-PRODUTO = WS-SEMENTE * 16807
           DIVIDE WS-ALEA-PRODUTO BY 2147483647
               GIVING WS-ALEA-QUOCIENTE
               REMAINDER WS-SEMENTE
           .
       4120-EXIT.
           EXIT.
      *
      *    Cada aposta toma as proximas dezenas da sequencia: no ciclo
      *    0 as dezenas em ordem (linhas da grade de 6 x 10); no ciclo
      *    c > 0 a linha j e a coluna k da grade dao a dezena
      *    10k + (j + k(c - 1)) mod 10 + 1, de modo que as apostas de
      *    um mesmo ciclo nao repetem dezena entre si.
       4200-MONTAR-DISJUNTA.
           MOVE SPACES TO PRESENCA-AUX-TAB
           MOVE 0 TO AUX-QTDE-DEZENAS
           PERFORM 4210-PROXIMA-DEZENA-DISJUNTA THRU 4210-EXIT
               UNTIL AUX-QTDE-DEZENAS =
                     CART-QTDE-DEZENAS(1, IDX-APOSTA)
           PERFORM 3800-ORDENAR-APOSTA-AUX THRU 3800-EXIT
           MOVE APOSTA-AUX TO CART-APOSTA(3, IDX-APOSTA)
           ADD AUX-QTDE-DEZENAS TO DISJ-DEZENAS-USADAS
           IF DISJ-DEZENAS-USADAS NOT > 60
               ADD 1 TO QTDE-DISJUNTAS
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
       4210-PROXIMA-DEZENA-DISJUNTA.
           IF DISJ-CICLO = 0
               COMPUTE WS-DEZENA = DISJ-POS + 1
           ELSE
               DIVIDE DISJ-POS BY 6
                   GIVING DISJ-LINHA
                   REMAINDER DISJ-COLUNA
               COMPUTE DISJ-DESLOC =
                   DISJ-LINHA + DISJ-COLUNA * (DISJ-CICLO - 1)
               DIVIDE DISJ-DESLOC BY 10
                   GIVING DISJ-QUOCIENTE
                   REMAINDER DISJ-LINHA
               COMPUTE WS-DEZENA = DISJ-COLUNA * 10 + DISJ-LINHA + 1
           END-IF
           ADD 1 TO DISJ-POS
           IF DISJ-POS > 59
               MOVE 0 TO DISJ-POS
               ADD 1 TO DISJ-CICLO
           END-IF
           IF PRESENCA-AUX(WS-DEZENA) NOT = 'S'
               MOVE 'S' TO PRESENCA-AUX(WS-DEZENA)
               ADD 1 TO AUX-QTDE-DEZENAS
               MOVE WS-DEZENA TO AUX-DEZENA(AUX-QTDE-DEZENAS)
           END-IF
           .
       4210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CALCULO EXATO DAS CHANCES DA CARTEIRA IDX-CART
      *-----------------------------------------------------------------
       5000-CALCULAR-CARTEIRA.
           MOVE SPACES TO PRESENCA-CARTEIRA-TAB
           MOVE SPACES TO PRESENCA-APOSTAS-TAB
           PERFORM 5010-APURAR-APOSTA THRU 5010-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           PERFORM 5020-CONTAR-DISTINTA THRU 5020-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 60
           COMPUTE APU-CUSTO(IDX-CART) =
               APU-JOGOS-SIMPLES(IDX-CART) * WS-PRECO-APOSTA
           COMPUTE APU-RETORNO(IDX-CART) ROUNDED =
               APU-JOGOS-SIMPLES(IDX-CART)
             * (FAV-JOGO-QUADRA * WS-MEDIA-QUADRA
              + FAV-JOGO-QUINA  * WS-MEDIA-QUINA
              + FAV-JOGO-SENA   * WS-VLR-SENA)
             / TOTAL-RESULTADOS
           PERFORM 5100-CONTAR-QUADRAS THRU 5100-EXIT
           PERFORM 5300-CONTAR-QUINAS THRU 5300-EXIT
           PERFORM 5500-CONTAR-SENAS THRU 5500-EXIT
           .
       5000-EXIT.
           EXIT.
      *
      *    Jogos de seis dezenas e chances isoladas da aposta de n
      *    dezenas: resultados com h acertos = C(n,h) x C(60-n,6-h).
       5010-APURAR-APOSTA.
           MOVE CART-QTDE-DEZENAS(IDX-CART, IDX-APOSTA) TO SUBC-N
           ADD BIN-VALOR(SUBC-N + 1, 7) TO APU-JOGOS-SIMPLES(IDX-CART)
           ADD BIN-VALOR(SUBC-N + 1, 7) TO APU-ISO-SENA(IDX-CART)
           COMPUTE APU-ISO-QUINA(IDX-CART) = APU-ISO-QUINA(IDX-CART)
             + BIN-VALOR(SUBC-N + 1, 6) * BIN-VALOR(61 - SUBC-N, 2)
             + BIN-VALOR(SUBC-N + 1, 7)
           COMPUTE APU-ISO-QUADRA(IDX-CART) = APU-ISO-QUADRA(IDX-CART)
             + BIN-VALOR(SUBC-N + 1, 5) * BIN-VALOR(61 - SUBC-N, 3)
             + BIN-VALOR(SUBC-N + 1, 6) * BIN-VALOR(61 - SUBC-N, 2)
             + BIN-VALOR(SUBC-N + 1, 7)
           PERFORM 5015-MARCAR-DEZENA THRU 5015-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > SUBC-N
           .
       5010-EXIT.
           EXIT.
      *
       5015-MARCAR-DEZENA.
           MOVE CART-DEZENA(IDX-CART, IDX-APOSTA, IDX-DEZENA)
               TO WS-DEZENA
           MOVE 'S' TO PRESENCA-CARTEIRA(WS-DEZENA)
           MOVE 'S' TO PRA-DEZENA(IDX-APOSTA, WS-DEZENA)
           .
       5015-EXIT.
           EXIT.
      *
       5020-CONTAR-DISTINTA.
           IF PRESENCA-CARTEIRA(IDX-DEZENA) = 'S'
               ADD 1 TO APU-DEZENAS(IDX-CART)
           END-IF
           .
       5020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5100  RESULTADOS COM QUADRA OU MAIS: MARCA AS QUADRAS DAS
      *          APOSTAS NO MAPA E, PARA CADA QUADRA COBERTA T, CONTA
      *          OS RESULTADOS T + {A,B} EM QUE T E' A QUADRA COBERTA
      *          DE MENOR ORDEM
      *-----------------------------------------------------------------
       5100-CONTAR-QUADRAS.
           MOVE SPACES TO MAPA-QUADRA-TAB
           MOVE 4 TO SUBC-K
           PERFORM 5110-MARCAR-QUADRAS THRU 5110-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           PERFORM 5130-PERCORRER-QUADRAS THRU 5130-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           .
       5100-EXIT.
           EXIT.
      *
       5110-MARCAR-QUADRAS.
           PERFORM 5900-INICIAR-SUBCONJ THRU 5900-EXIT
           PERFORM 5120-MARCAR-UMA-QUADRA THRU 5120-EXIT
               UNTIL FIM-SUBCONJ
           .
       5110-EXIT.
           EXIT.
      *
       5120-MARCAR-UMA-QUADRA.
           PERFORM 5920-MONTAR-SUBCONJ THRU 5920-EXIT
           COMPUTE WS-ORDEM = BIN-VALOR(SUBC-DEZ(1), 2)
                            + BIN-VALOR(SUBC-DEZ(2), 3)
                            + BIN-VALOR(SUBC-DEZ(3), 4)
                            + BIN-VALOR(SUBC-DEZ(4), 5)
           MOVE 'S' TO MAPA-QUADRA(WS-ORDEM + 1)
           PERFORM 5910-AVANCAR-SUBCONJ THRU 5910-EXIT
           .
       5120-EXIT.
           EXIT.
      *
       5130-PERCORRER-QUADRAS.
           PERFORM 5900-INICIAR-SUBCONJ THRU 5900-EXIT
           PERFORM 5140-CONTAR-UMA-QUADRA THRU 5140-EXIT
               UNTIL FIM-SUBCONJ
           .
       5130-EXIT.
           EXIT.
      *
      *    Quadra ainda nao contada (a mesma quadra pode estar em mais
      *    de uma aposta): percorre as dezenas A < B fora dela.
       5140-CONTAR-UMA-QUADRA.
           PERFORM 5920-MONTAR-SUBCONJ THRU 5920-EXIT
           COMPUTE WS-ORDEM-BASE = BIN-VALOR(SUBC-DEZ(1), 2)
                                 + BIN-VALOR(SUBC-DEZ(2), 3)
                                 + BIN-VALOR(SUBC-DEZ(3), 4)
                                 + BIN-VALOR(SUBC-DEZ(4), 5)
           IF MAPA-QUADRA(WS-ORDEM-BASE + 1) = 'S'
               MOVE 'P' TO MAPA-QUADRA(WS-ORDEM-BASE + 1)
               MOVE SPACES TO PRESENCA-BASE-TAB
               PERFORM 5145-MARCAR-BASE THRU 5145-EXIT
                   VARYING IDX-SUB FROM 1 BY 1
                   UNTIL IDX-SUB > 4
               PERFORM 5150-VARRER-DEZENA-A THRU 5150-EXIT
                   VARYING WS-DEZ-A FROM 1 BY 1
                   UNTIL WS-DEZ-A > 59
           END-IF
           PERFORM 5910-AVANCAR-SUBCONJ THRU 5910-EXIT
           .
       5140-EXIT.
           EXIT.
      *
       5145-MARCAR-BASE.
           MOVE 'S' TO PRESENCA-BASE(SUBC-DEZ(IDX-SUB))
           .
       5145-EXIT.
           EXIT.
      *
      *    Se a quadra base mais A ja contem outra quadra coberta de
      *    ordem menor, nenhum resultado com A e' contado aqui.
       5150-VARRER-DEZENA-A.
           IF PRESENCA-BASE(WS-DEZ-A) = 'S'
               GO TO 5150-EXIT
           END-IF
           MOVE SUBC-DEZ(1) TO SORTEIO-VAL(1)
           MOVE SUBC-DEZ(2) TO SORTEIO-VAL(2)
           MOVE SUBC-DEZ(3) TO SORTEIO-VAL(3)
           MOVE SUBC-DEZ(4) TO SORTEIO-VAL(4)
           MOVE 4 TO QTDE-SORTEIO
           MOVE WS-DEZ-A TO WS-INSERIR
           PERFORM 5800-INSERIR-NO-SORTEIO THRU 5800-EXIT
           SET BASE-E-A-PRIMEIRA TO TRUE
           PERFORM 5155-CONFERIR-QUADRA-DE-CINCO THRU 5155-EXIT
               VARYING IDX-SUB FROM 1 BY 1
               UNTIL IDX-SUB > 5
                  OR NOT BASE-E-A-PRIMEIRA
           IF NOT BASE-E-A-PRIMEIRA
               GO TO 5150-EXIT
           END-IF
           MOVE SORTEIO-VAL(1) TO BASE-CINCO(1)
           MOVE SORTEIO-VAL(2) TO BASE-CINCO(2)
           MOVE SORTEIO-VAL(3) TO BASE-CINCO(3)
           MOVE SORTEIO-VAL(4) TO BASE-CINCO(4)
           MOVE SORTEIO-VAL(5) TO BASE-CINCO(5)
           PERFORM 5160-VARRER-DEZENA-B THRU 5160-EXIT
               VARYING WS-DEZ-B FROM WS-DEZ-A BY 1
               UNTIL WS-DEZ-B > 60
           .
       5150-EXIT.
           EXIT.
      *
       5155-CONFERIR-QUADRA-DE-CINCO.
           COMPUTE WS-ORDEM =
               BIN-VALOR(SORTEIO-VAL(Q5-POS(IDX-SUB, 1)), 2)
             + BIN-VALOR(SORTEIO-VAL(Q5-POS(IDX-SUB, 2)), 3)
             + BIN-VALOR(SORTEIO-VAL(Q5-POS(IDX-SUB, 3)), 4)
             + BIN-VALOR(SORTEIO-VAL(Q5-POS(IDX-SUB, 4)), 5)
           IF WS-ORDEM < WS-ORDEM-BASE
              AND MAPA-QUADRA(WS-ORDEM + 1) NOT = SPACE
               MOVE 'N' TO SW-PRIMEIRA
           END-IF
           .
       5155-EXIT.
           EXIT.
      *
      *    Resultado base + A + B: conta se nenhuma das suas quinze
      *    quadras coberta tem ordem menor que a da base.
       5160-VARRER-DEZENA-B.
           IF WS-DEZ-B = WS-DEZ-A
              OR PRESENCA-BASE(WS-DEZ-B) = 'S'
               GO TO 5160-EXIT
           END-IF
           MOVE BASE-CINCO(1) TO SORTEIO-VAL(1)
           MOVE BASE-CINCO(2) TO SORTEIO-VAL(2)
           MOVE BASE-CINCO(3) TO SORTEIO-VAL(3)
           MOVE BASE-CINCO(4) TO SORTEIO-VAL(4)
           MOVE BASE-CINCO(5) TO SORTEIO-VAL(5)
           MOVE 5 TO QTDE-SORTEIO
           MOVE WS-DEZ-B TO WS-INSERIR
           PERFORM 5800-INSERIR-NO-SORTEIO THRU 5800-EXIT
           SET BASE-E-A-PRIMEIRA TO TRUE
           PERFORM 5165-CONFERIR-QUADRA-DE-SEIS THRU 5165-EXIT
               VARYING IDX-SUB FROM 1 BY 1
               UNTIL IDX-SUB > 15
                  OR NOT BASE-E-A-PRIMEIRA
           IF BASE-E-A-PRIMEIRA
               ADD 1 TO APU-FAV-QUADRA(IDX-CART)
           END-IF
           .
       5160-EXIT.
           EXIT.
      *
       5165-CONFERIR-QUADRA-DE-SEIS.
           COMPUTE WS-ORDEM =
               BIN-VALOR(SORTEIO-VAL(Q6-POS(IDX-SUB, 1)), 2)
             + BIN-VALOR(SORTEIO-VAL(Q6-POS(IDX-SUB, 2)), 3)
             + BIN-VALOR(SORTEIO-VAL(Q6-POS(IDX-SUB, 3)), 4)
             + BIN-VALOR(SORTEIO-VAL(Q6-POS(IDX-SUB, 4)), 5)
           IF WS-ORDEM < WS-ORDEM-BASE
              AND MAPA-QUADRA(WS-ORDEM + 1) NOT = SPACE
               MOVE 'N' TO SW-PRIMEIRA
           END-IF
           .
       5165-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5300  RESULTADOS COM QUINA OU MAIS: MESMO CRITERIO, COM AS
      *          QUINAS DAS APOSTAS E UMA DEZENA A FORA DA QUINA BASE
      *-----------------------------------------------------------------
       5300-CONTAR-QUINAS.
           MOVE SPACES TO MAPA-QUINA-TAB
           MOVE 5 TO SUBC-K
           PERFORM 5310-MARCAR-QUINAS THRU 5310-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           PERFORM 5330-PERCORRER-QUINAS THRU 5330-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           .
       5300-EXIT.
           EXIT.
      *
       5310-MARCAR-QUINAS.
           PERFORM 5900-INICIAR-SUBCONJ THRU 5900-EXIT
           PERFORM 5320-MARCAR-UMA-QUINA THRU 5320-EXIT
               UNTIL FIM-SUBCONJ
           .
       5310-EXIT.
           EXIT.
      *
       5320-MARCAR-UMA-QUINA.
           PERFORM 5920-MONTAR-SUBCONJ THRU 5920-EXIT
           COMPUTE WS-ORDEM = BIN-VALOR(SUBC-DEZ(1), 2)
                            + BIN-VALOR(SUBC-DEZ(2), 3)
                            + BIN-VALOR(SUBC-DEZ(3), 4)
                            + BIN-VALOR(SUBC-DEZ(4), 5)
                            + BIN-VALOR(SUBC-DEZ(5), 6)
           MOVE 'S' TO MAPA-QUINA(WS-ORDEM + 1)
           PERFORM 5910-AVANCAR-SUBCONJ THRU 5910-EXIT
           .
       5320-EXIT.
           EXIT.
      *
       5330-PERCORRER-QUINAS.
           PERFORM 5900-INICIAR-SUBCONJ THRU 5900-EXIT
           PERFORM 5340-CONTAR-UMA-QUINA THRU 5340-EXIT
               UNTIL FIM-SUBCONJ
           .
       5330-EXIT.
           EXIT.
      *
       5340-CONTAR-UMA-QUINA.
           PERFORM 5920-MONTAR-SUBCONJ THRU 5920-EXIT
           COMPUTE WS-ORDEM-BASE = BIN-VALOR(SUBC-DEZ(1), 2)
                                 + BIN-VALOR(SUBC-DEZ(2), 3)
                                 + BIN-VALOR(SUBC-DEZ(3), 4)
                                 + BIN-VALOR(SUBC-DEZ(4), 5)
                                 + BIN-VALOR(SUBC-DEZ(5), 6)
           IF MAPA-QUINA(WS-ORDEM-BASE + 1) = 'S'
               MOVE 'P' TO MAPA-QUINA(WS-ORDEM-BASE + 1)
               MOVE SPACES TO PRESENCA-BASE-TAB
               PERFORM 5145-MARCAR-BASE THRU 5145-EXIT
                   VARYING IDX-SUB FROM 1 BY 1
                   UNTIL IDX-SUB > 5
               PERFORM 5350-VARRER-DEZENA THRU 5350-EXIT
                   VARYING WS-DEZ-A FROM 1 BY 1
                   UNTIL WS-DEZ-A > 60
           END-IF
           PERFORM 5910-AVANCAR-SUBCONJ THRU 5910-EXIT
           .
       5340-EXIT.
           EXIT.
      *
       5350-VARRER-DEZENA.
           IF PRESENCA-BASE(WS-DEZ-A) = 'S'
               GO TO 5350-EXIT
           END-IF
           MOVE SUBC-DEZ(1) TO SORTEIO-VAL(1)
           MOVE SUBC-DEZ(2) TO SORTEIO-VAL(2)
           MOVE SUBC-DEZ(3) TO SORTEIO-VAL(3)
           MOVE SUBC-DEZ(4) TO SORTEIO-VAL(4)
           MOVE SUBC-DEZ(5) TO SORTEIO-VAL(5)
           MOVE 5 TO QTDE-SORTEIO
           MOVE WS-DEZ-A TO WS-INSERIR
           PERFORM 5800-INSERIR-NO-SORTEIO THRU 5800-EXIT
           SET BASE-E-A-PRIMEIRA TO TRUE
           PERFORM 5355-CONFERIR-QUINA-DE-SEIS THRU 5355-EXIT
               VARYING IDX-SUB FROM 1 BY 1
               UNTIL IDX-SUB > 6
                  OR NOT BASE-E-A-PRIMEIRA
           IF BASE-E-A-PRIMEIRA
               ADD 1 TO APU-FAV-QUINA(IDX-CART)
           END-IF
           .
       5350-EXIT.
           EXIT.
      *
       5355-CONFERIR-QUINA-DE-SEIS.
           COMPUTE WS-ORDEM =
               BIN-VALOR(SORTEIO-VAL(N6-POS(IDX-SUB, 1)), 2)
             + BIN-VALOR(SORTEIO-VAL(N6-POS(IDX-SUB, 2)), 3)
             + BIN-VALOR(SORTEIO-VAL(N6-POS(IDX-SUB, 3)), 4)
             + BIN-VALOR(SORTEIO-VAL(N6-POS(IDX-SUB, 4)), 5)
             + BIN-VALOR(SORTEIO-VAL(N6-POS(IDX-SUB, 5)), 6)
           IF WS-ORDEM < WS-ORDEM-BASE
              AND MAPA-QUINA(WS-ORDEM + 1) NOT = SPACE
               MOVE 'N' TO SW-PRIMEIRA
           END-IF
           .
       5355-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5500  RESULTADOS COM SENA: OS JOGOS DE SEIS DEZENAS DAS
      *          APOSTAS, CADA UM CONTADO SO' NA PRIMEIRA APOSTA QUE O
      *          CONTEM
      *-----------------------------------------------------------------
       5500-CONTAR-SENAS.
           MOVE 6 TO SUBC-K
           PERFORM 5510-PERCORRER-SENAS THRU 5510-EXIT
               VARYING IDX-APOSTA FROM 1 BY 1
               UNTIL IDX-APOSTA > QTDE-APOSTAS
           .
       5500-EXIT.
           EXIT.
      *
       5510-PERCORRER-SENAS.
           PERFORM 5900-INICIAR-SUBCONJ THRU 5900-EXIT
           PERFORM 5520-CONTAR-UMA-SENA THRU 5520-EXIT
               UNTIL FIM-SUBCONJ
           .
       5510-EXIT.
           EXIT.
      *
       5520-CONTAR-UMA-SENA.
           PERFORM 5920-MONTAR-SUBCONJ THRU 5920-EXIT
           SET BASE-E-A-PRIMEIRA TO TRUE
           PERFORM 5530-CONFERIR-APOSTA-ANTERIOR THRU 5530-EXIT
               VARYING IDX-OUTRA FROM 1 BY 1
               UNTIL IDX-OUTRA NOT < IDX-APOSTA
                  OR NOT BASE-E-A-PRIMEIRA
           IF BASE-E-A-PRIMEIRA
               ADD 1 TO APU-FAV-SENA(IDX-CART)
           END-IF
           PERFORM 5910-AVANCAR-SUBCONJ THRU 5910-EXIT
           .
       5520-EXIT.
           EXIT.
      *
       5530-CONFERIR-APOSTA-ANTERIOR.
           IF PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(1)) = 'S'
              AND PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(2)) = 'S'
              AND PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(3)) = 'S'
              AND PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(4)) = 'S'
              AND PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(5)) = 'S'
              AND PRA-DEZENA(IDX-OUTRA, SUBC-DEZ(6)) = 'S'
               MOVE 'N' TO SW-PRIMEIRA
           END-IF
           .
       5530-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5800  INSERE WS-INSERIR NO SORTEIO EM CALCULO, MANTENDO A
      *          ORDEM CRESCENTE
      *-----------------------------------------------------------------
       5800-INSERIR-NO-SORTEIO.
           MOVE QTDE-SORTEIO TO IDX-INS
           PERFORM 5810-DESLOCAR-DEZENA THRU 5810-EXIT
               UNTIL IDX-INS < 1
                  OR SORTEIO-VAL(IDX-INS) < WS-INSERIR
           MOVE WS-INSERIR TO SORTEIO-VAL(IDX-INS + 1)
           ADD 1 TO QTDE-SORTEIO
           .
       5800-EXIT.
           EXIT.
      *
       5810-DESLOCAR-DEZENA.
           MOVE SORTEIO-VAL(IDX-INS) TO SORTEIO-VAL(IDX-INS + 1)
           SUBTRACT 1 FROM IDX-INS
           .
       5810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5900  SUBCONJUNTOS DE SUBC-K DEZENAS DA APOSTA IDX-APOSTA
      *          DA CARTEIRA IDX-CART, EM ORDEM DE POSICOES
      *-----------------------------------------------------------------
       5900-INICIAR-SUBCONJ.
           MOVE CART-QTDE-DEZENAS(IDX-CART, IDX-APOSTA) TO SUBC-N
           MOVE 'N' TO SW-FIM-SUBCONJ
           IF SUBC-N < SUBC-K
               SET FIM-SUBCONJ TO TRUE
               GO TO 5900-EXIT
           END-IF
           PERFORM 5905-POSICAO-INICIAL THRU 5905-EXIT
               VARYING IDX-SUB FROM 1 BY 1
               UNTIL IDX-SUB > SUBC-K
           .
       5900-EXIT.
           EXIT.
      *
       5905-POSICAO-INICIAL.
           MOVE IDX-SUB TO SUBC-POS(IDX-SUB)
           .
       5905-EXIT.
           EXIT.
      *
       5910-AVANCAR-SUBCONJ.
           MOVE 0 TO IDX-POS-ACHADA
           PERFORM 5911-PROCURAR-POS-AVANCO THRU 5911-EXIT
               VARYING IDX-AVANCO FROM SUBC-K BY -1
               UNTIL IDX-AVANCO < 1
                  OR IDX-POS-ACHADA > 0
           IF IDX-POS-ACHADA = 0
               SET FIM-SUBCONJ TO TRUE
           ELSE
               ADD 1 TO SUBC-POS(IDX-POS-ACHADA)
               PERFORM 5912-REALINHAR-POSICOES THRU 5912-EXIT
                   VARYING IDX-REALINHA FROM IDX-POS-ACHADA BY 1
                   UNTIL IDX-REALINHA >= SUBC-K
           END-IF
           .
       5910-EXIT.
           EXIT.
      *
       5911-PROCURAR-POS-AVANCO.
           IF SUBC-POS(IDX-AVANCO) < SUBC-N - SUBC-K + IDX-AVANCO
               MOVE IDX-AVANCO TO IDX-POS-ACHADA
           END-IF
           .
       5911-EXIT.
           EXIT.
      *
       5912-REALINHAR-POSICOES.
           COMPUTE SUBC-POS(IDX-REALINHA + 1) =
               SUBC-POS(IDX-REALINHA) + 1
           .
       5912-EXIT.
           EXIT.
      *
       5920-MONTAR-SUBCONJ.
           PERFORM 5925-COPIAR-DEZENA-SUBCONJ THRU 5925-EXIT
               VARYING IDX-SUB FROM 1 BY 1
               UNTIL IDX-SUB > SUBC-K
           .
       5920-EXIT.
           EXIT.
      *
       5925-COPIAR-DEZENA-SUBCONJ.
           MOVE CART-DEZENA(IDX-CART, IDX-APOSTA, SUBC-POS(IDX-SUB))
               TO SUBC-DEZ(IDX-SUB)
           .
       5925-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  RELATORIO - CONFRONTO DAS TRES CARTEIRAS
      *-----------------------------------------------------------------
       7000-EMITIR-RELATORIO.
           OPEN OUTPUT MEGAODDS-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGAODDS: nao foi possivel criar MEGAODDS-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGAODDS-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-EMITIR-CABECALHO THRU 7100-EXIT
      *
           MOVE 'Apostas' TO WS-RES-ROTULO
           MOVE QTDE-APOSTAS TO RES-QTDE(1)
           MOVE QTDE-APOSTAS TO RES-QTDE(2)
           MOVE QTDE-APOSTAS TO RES-QTDE(3)
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           MOVE 'Jogos de seis dezenas' TO WS-RES-ROTULO
           MOVE APU-JOGOS-SIMPLES(1) TO RES-QTDE(1)
           MOVE APU-JOGOS-SIMPLES(2) TO RES-QTDE(2)
           MOVE APU-JOGOS-SIMPLES(3) TO RES-QTDE(3)
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           MOVE 'Dezenas distintas' TO WS-RES-ROTULO
           MOVE APU-DEZENAS(1) TO RES-QTDE(1)
           MOVE APU-DEZENAS(2) TO RES-QTDE(2)
           MOVE APU-DEZENAS(3) TO RES-QTDE(3)
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           MOVE 'Custo (R$)' TO WS-RES-ROTULO
           MOVE APU-CUSTO(1) TO RES-VALOR(1)
           MOVE APU-CUSTO(2) TO RES-VALOR(2)
           MOVE APU-CUSTO(3) TO RES-VALOR(3)
           PERFORM 7600-EMITIR-LINHA-VALOR THRU 7600-EXIT
      *
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'QUADRA OU MAIS' TO WS-RES-ROTULO
           MOVE APU-FAV-QUADRA(1) TO RES-QTDE(1)
           MOVE APU-FAV-QUADRA(2) TO RES-QTDE(2)
           MOVE APU-FAV-QUADRA(3) TO RES-QTDE(3)
           MOVE APU-ISO-QUADRA(1) TO RES-VALOR(1)
           MOVE APU-ISO-QUADRA(2) TO RES-VALOR(2)
           MOVE APU-ISO-QUADRA(3) TO RES-VALOR(3)
           PERFORM 7400-EMITIR-FAIXA THRU 7400-EXIT
           MOVE 'QUINA OU MAIS' TO WS-RES-ROTULO
           MOVE APU-FAV-QUINA(1) TO RES-QTDE(1)
           MOVE APU-FAV-QUINA(2) TO RES-QTDE(2)
           MOVE APU-FAV-QUINA(3) TO RES-QTDE(3)
           MOVE APU-ISO-QUINA(1) TO RES-VALOR(1)
           MOVE APU-ISO-QUINA(2) TO RES-VALOR(2)
           MOVE APU-ISO-QUINA(3) TO RES-VALOR(3)
           PERFORM 7400-EMITIR-FAIXA THRU 7400-EXIT
           MOVE 'SENA' TO WS-RES-ROTULO
           MOVE APU-FAV-SENA(1) TO RES-QTDE(1)
           MOVE APU-FAV-SENA(2) TO RES-QTDE(2)
           MOVE APU-FAV-SENA(3) TO RES-QTDE(3)
           MOVE APU-ISO-SENA(1) TO RES-VALOR(1)
           MOVE APU-ISO-SENA(2) TO RES-VALOR(2)
           MOVE APU-ISO-SENA(3) TO RES-VALOR(3)
           PERFORM 7400-EMITIR-FAIXA THRU 7400-EXIT
      *
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'Retorno esperado (R$)' TO WS-RES-ROTULO
           MOVE APU-RETORNO(1) TO RES-VALOR(1)
           MOVE APU-RETORNO(2) TO RES-VALOR(2)
           MOVE APU-RETORNO(3) TO RES-VALOR(3)
           PERFORM 7600-EMITIR-LINHA-VALOR THRU 7600-EXIT
           MOVE 'Retorno sobre o custo (%)' TO WS-RES-ROTULO
           PERFORM 7610-CALCULAR-RETORNO-PERC THRU 7610-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           PERFORM 7600-EMITIR-LINHA-VALOR THRU 7600-EXIT
           PERFORM 7800-EMITIR-CONCLUSAO THRU 7800-EXIT
           CLOSE MEGAODDS-RPT
           .
       7000-EXIT.
           EXIT.
      *
       7100-EMITIR-CABECALHO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CHANCES E VALOR ESPERADO DA CARTEIRA DA SEMANA '
               TO RPT-REGISTRO-FD
           MOVE '- MEGAODDS' TO RPT-REGISTRO-FD(48:)
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-PRECO-APOSTA    TO WS-PRECO-EDT
           MOVE TOTAL-RESULTADOS   TO WS-RES-QTDE-EDT
           MOVE WS-SEMENTE-INICIAL TO WS-SEMENTE-EDT
           STRING 'PRECO DA APOSTA '    DELIMITED BY SIZE
                  WS-PRECO-EDT          DELIMITED BY SIZE
                  '  RESULTADOS POSSIVEIS '
                                        DELIMITED BY SIZE
                  WS-RES-QTDE-EDT       DELIMITED BY SIZE
                  '  SEMENTE '          DELIMITED BY SIZE
                  WS-SEMENTE-EDT        DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-MEDIA-QUADRA    TO WS-PREMIO-EDT
           MOVE QTDE-QUADRAS-PAGAS TO WS-QTDE-EDT
           STRING 'PREMIO MEDIO DA QUADRA ' DELIMITED BY SIZE
                  WS-PREMIO-EDT             DELIMITED BY SIZE
                  ' ('                      DELIMITED BY SIZE
                  WS-QTDE-EDT               DELIMITED BY SIZE
                  ' CONCURSOS EM MEGAPREMIO)'
                                            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-MEDIA-QUINA     TO WS-PREMIO-EDT
           MOVE QTDE-QUINAS-PAGAS  TO WS-QTDE-EDT
           STRING 'PREMIO MEDIO DA QUINA  ' DELIMITED BY SIZE
                  WS-PREMIO-EDT             DELIMITED BY SIZE
                  ' ('                      DELIMITED BY SIZE
                  WS-QTDE-EDT               DELIMITED BY SIZE
                  ' CONCURSOS EM MEGAPREMIO)'
                                            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-SENA TO WS-PREMIO-EDT
           IF SENA-PELA-MEDIA
               MOVE QTDE-SENAS-PAGAS TO WS-QTDE-EDT
               STRING 'PREMIO DA SENA         ' DELIMITED BY SIZE
                      WS-PREMIO-EDT             DELIMITED BY SIZE
                      ' (MEDIA DE '             DELIMITED BY SIZE
                      WS-QTDE-EDT               DELIMITED BY SIZE
                      ' CONCURSOS EM MEGAPREMIO)'
                                                DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           ELSE
               STRING 'PREMIO DA SENA         ' DELIMITED BY SIZE
                      WS-PREMIO-EDT             DELIMITED BY SIZE
                      ' (ESTIMATIVA DO CARTAO MEGAODDC)'
                                                DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'SELECIONADA' TO RPT-REGISTRO-FD(42:)
           MOVE 'ALEATORIA'   TO RPT-REGISTRO-FD(64:)
           MOVE 'DISJUNTA'    TO RPT-REGISTRO-FD(85:)
           WRITE RPT-REGISTRO-FD
           .
       7100-EXIT.
           EXIT.
      *
      *    Faixa: resultados favoraveis exatos, soma das chances
      *    isoladas das apostas (RES-VALOR), chance em % e "1 em".
       7400-EMITIR-FAIXA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE '  Resultados premiados' TO WS-RES-ROTULO
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           MOVE '  Soma das chances isoladas' TO WS-RES-ROTULO
           PERFORM 7410-MOVER-ISOLADAS THRU 7410-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           MOVE '  Chance (%)' TO WS-RES-ROTULO
           PERFORM 7420-CALCULAR-CHANCE THRU 7420-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           PERFORM 7700-EMITIR-LINHA-PERC THRU 7700-EXIT
           MOVE '  Chance de uma em' TO WS-RES-ROTULO
           PERFORM 7500-EMITIR-LINHA-QTDE THRU 7500-EXIT
           .
       7400-EXIT.
           EXIT.
      *
      *    Depois da linha de resultados premiados, RES-QTDE passa a
      *    soma isolada e a favoravel fica guardada em RES-VALOR.
       7410-MOVER-ISOLADAS.
           MOVE RES-VALOR(IDX-CART) TO WS-RES-TROCA
           MOVE RES-QTDE(IDX-CART)  TO RES-VALOR(IDX-CART)
           MOVE WS-RES-TROCA        TO RES-QTDE(IDX-CART)
           .
       7410-EXIT.
           EXIT.
      *
       7420-CALCULAR-CHANCE.
           COMPUTE RES-PERC(IDX-CART) ROUNDED =
               RES-VALOR(IDX-CART) * 100 / TOTAL-RESULTADOS
           MOVE 0 TO RES-QTDE(IDX-CART)
           IF RES-VALOR(IDX-CART) > 0
               COMPUTE RES-QTDE(IDX-CART) ROUNDED =
                   TOTAL-RESULTADOS / RES-VALOR(IDX-CART)
           END-IF
           .
       7420-EXIT.
           EXIT.
      *
       7500-EMITIR-LINHA-QTDE.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           PERFORM 7510-COLOCAR-QTDE THRU 7510-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           WRITE RPT-REGISTRO-FD
           .
       7500-EXIT.
           EXIT.
      *
       7510-COLOCAR-QTDE.
           COMPUTE WS-RES-COLUNA = 36 + (IDX-CART - 1) * 21
           MOVE RES-QTDE(IDX-CART) TO WS-RES-QTDE-EDT
           MOVE WS-RES-QTDE-EDT TO RPT-REGISTRO-FD(WS-RES-COLUNA:17)
           .
       7510-EXIT.
           EXIT.
      *
       7600-EMITIR-LINHA-VALOR.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           PERFORM 7620-COLOCAR-VALOR THRU 7620-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           WRITE RPT-REGISTRO-FD
           .
       7600-EXIT.
           EXIT.
      *
       7610-CALCULAR-RETORNO-PERC.
           MOVE 0 TO RES-VALOR(IDX-CART)
           IF APU-CUSTO(IDX-CART) > 0
               COMPUTE RES-VALOR(IDX-CART) ROUNDED =
                   APU-RETORNO(IDX-CART) * 100 / APU-CUSTO(IDX-CART)
           END-IF
           .
       7610-EXIT.
           EXIT.
      *
       7620-COLOCAR-VALOR.
           COMPUTE WS-RES-COLUNA = 36 + (IDX-CART - 1) * 21
           MOVE RES-VALOR(IDX-CART) TO WS-RES-VALOR-EDT
           MOVE WS-RES-VALOR-EDT TO RPT-REGISTRO-FD(WS-RES-COLUNA:17)
           .
       7620-EXIT.
           EXIT.
      *
       7700-EMITIR-LINHA-PERC.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE WS-RES-ROTULO TO RPT-REGISTRO-FD
           PERFORM 7710-COLOCAR-PERC THRU 7710-EXIT
               VARYING IDX-CART FROM 1 BY 1
               UNTIL IDX-CART > 3
           WRITE RPT-REGISTRO-FD
           .
       7700-EXIT.
           EXIT.
      *
       7710-COLOCAR-PERC.
           COMPUTE WS-RES-COLUNA = 36 + (IDX-CART - 1) * 21
           MOVE RES-PERC(IDX-CART) TO WS-RES-PERC-EDT
           MOVE WS-RES-PERC-EDT TO RPT-REGISTRO-FD(WS-RES-COLUNA:17)
           .
       7710-EXIT.
           EXIT.
      *
      *    Conclusao pela quantidade de resultados com quadra ou mais:
      *    a carteira que cobre menos resultados concentra as chances
      *    (mais premios no mesmo resultado); o valor esperado e' o
      *    mesmo nas tres, pois so' depende do numero de jogos.
       7800-EMITIR-CONCLUSAO.
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE QTDE-DISJUNTAS TO WS-QTDE-EDT
           MOVE 1 TO WS-LINHA-PONT
           STRING 'Apostas sem dezena repetida na carteira disjunta: '
                                        DELIMITED BY SIZE
                  WS-QTDE-EDT           DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           EVALUATE TRUE
               WHEN APU-FAV-QUADRA(1) < APU-FAV-QUADRA(3)
                   MOVE 'CONCLUSAO: a selecao CONCENTRA as chances - '
                       TO RPT-REGISTRO-FD
                   MOVE 'premia menos resultados que a disjunta'
                       TO RPT-REGISTRO-FD(45:)
               WHEN APU-FAV-QUADRA(1) > APU-FAV-QUADRA(3)
                   MOVE 'CONCLUSAO: a selecao ESPALHA as chances - '
                       TO RPT-REGISTRO-FD
                   MOVE 'premia MAIS resultados que a disjunta'
                       TO RPT-REGISTRO-FD(43:)
               WHEN OTHER
                   MOVE 'CONCLUSAO: a selecao ESPALHA as chances - '
                       TO RPT-REGISTRO-FD
                   MOVE 'premia tantos resultados quanto a disjunta'
                       TO RPT-REGISTRO-FD(43:)
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           EVALUATE TRUE
               WHEN APU-FAV-QUADRA(1) < APU-FAV-QUADRA(2)
                   MOVE '           e premia MENOS resultados que a '
                       TO RPT-REGISTRO-FD
                   MOVE 'carteira aleatoria' TO RPT-REGISTRO-FD(44:)
               WHEN APU-FAV-QUADRA(1) > APU-FAV-QUADRA(2)
                   MOVE '           e premia MAIS resultados que a '
                       TO RPT-REGISTRO-FD
                   MOVE 'carteira aleatoria' TO RPT-REGISTRO-FD(43:)
               WHEN OTHER
                   MOVE '           e premia tantos resultados quanto '
                       TO RPT-REGISTRO-FD
                   MOVE 'a carteira aleatoria' TO RPT-REGISTRO-FD(46:)
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'O retorno esperado so'' depende do numero de jogos: '
               TO RPT-REGISTRO-FD
           MOVE 'a escolha das dezenas muda a chance de premiar,'
               TO RPT-REGISTRO-FD(52:)
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'nao o valor esperado.' TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       7800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Apostas lidas..................: ' QTDE-LIDAS
           DISPLAY 'Apostas ignoradas..............: ' QTDE-IGNORADAS
           DISPLAY 'Apostas na carteira............: ' QTDE-APOSTAS
           DISPLAY 'Jogos de seis dezenas..........: '
                    APU-JOGOS-SIMPLES(1)
           DISPLAY 'Resultados com quadra ou mais..: '
                    APU-FAV-QUADRA(1)
           DISPLAY 'Resultados com quina ou mais...: '
                    APU-FAV-QUINA(1)
           DISPLAY 'Resultados com sena............: '
                    APU-FAV-SENA(1)
           IF RETURN-CODE = 0
              AND (QTDE-IGNORADAS > 0 OR QTDE-PREMIOS = 0
                   OR SENA-PELA-MEDIA)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
