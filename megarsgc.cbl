      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGARSGC.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Carga do cadastro de resgate de premios (MEGARESG,
      *         layout MEGARSGREG) com os ganhadores de um concurso ja
      *         apurado pelo MEGAPRZ.  Roda apos o MEGAPRZ, com as
      *         mesmas entradas: o resultado do concurso (MEGARESULTM,
      *         layout MEGAHISTM) e os jogos apostados (MEGAJOGADOS).
      *         Confere os jogos como o MEGAPRZ, exige que o concurso
      *         tenha lancamento vigente no livro-razao (MEGALEDGER) com
      *         as mesmas quantidades de quadras, quinas e senas, busca
      *         a data do sorteio no cadastro-mestre (MEGAHISTM), o
      *         valor da faixa na tabela MEGAPREMIO e o recibo oficial
      *         do jogo em MEGAREGIST (sequencial + dezenas), e inclui
      *         cada jogo premiado no cadastro com situacao aberta e
      *         data limite de resgate 90 dias apos o sorteio.
      *         Recarga do mesmo concurso (reapuracao depois de uma
      *         correcao no cadastro-mestre) mantem os premios que
      *         continuam valendo, inclui os novos e anula os abertos
      *         que deixaram de ser premiados; quando o ultimo
      *         lancamento do concurso no livro e' um estorno
      *         (cancelamento), todos os premios abertos do concurso
      *         sao anulados.  Emite em MEGARSGC-RPT o que foi feito
      *         com cada premio; o concurso cuja ultima imagem na
      *         trilha MEGAHAUD do MEGAHMNT e' um cancelamento sai no
      *         cabecalho como CONCURSO CANCELADO, sem datas.
      *         RETURN-CODE = 4 quando algum premio ficou sem recibo ou
      *         um premio ja resgatado/contestado deixou de ser
      *         confirmado pela reapuracao.
      *         O premio e' da aposta: a multipla (7 a 15 dezenas,
      *         layout MEGAMULREG) entra no cadastro uma vez, com a
      *         faixa dos acertos e o valor somado de todos os premios
      *         dos jogos de seis dezenas que ela contem.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megarsgc.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Cabecalho do concurso cancelado (ultima imagem
      *                  da trilha MEGAHAUD = 'X') com CONCURSO
      *                  CANCELADO no lugar das datas zeradas.
      *  15/10/2026 MCG  Aposta multipla: premios por faixa pelos jogos
      *                  contidos, um premio por aposta com o valor
      *                  somado e recibo buscado com todas as dezenas.
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
           SELECT MEGARESULTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RESULT.
      *
           SELECT MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDGER.
      *
           SELECT MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-HIST.
      *
           SELECT OPTIONAL MEGAHAUD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRILHA.
      *
           SELECT MEGAPREMIO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PREMIO.
      *
           SELECT MEGAJOGADOS ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-JOGADOS.
      *
           SELECT OPTIONAL MEGAREGIST ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-REGIST.
      *
           SELECT OPTIONAL MEGARESG ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGARSGC-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGARESULTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==RESULT-REGISTRO-FD==.
      *
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HIST-REGISTRO-FD==.
      *
       FD  MEGAHAUD
           RECORDING F.
       COPY MEGAHAUD REPLACING ==:REG:== BY ==TRILHA-REGISTRO-FD==.
      *
       FD  MEGAPREMIO
           RECORDING F.
       COPY MEGAPRZREG REPLACING ==:REG:== BY ==PREMIO-REGISTRO-FD==.
      *
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGAREGIST
           RECORDING F.
       COPY MEGARBREG REPLACING ==:REG:== BY ==REGIST-REGISTRO-FD==.
      *
       FD  MEGARESG
           RECORDING F.
       COPY MEGARSGREG REPLACING ==:REG:== BY ==MESTRE-REGISTRO-FD==.
      *
       FD  MEGARSGC-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-RESULT                 PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDGER                 PIC X(02)  VALUE SPACES.
       77  WS-FS-HIST                   PIC X(02)  VALUE SPACES.
       77  WS-FS-TRILHA                 PIC X(02)  VALUE SPACES.
       77  WS-FS-PREMIO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-JOGADOS                PIC X(02)  VALUE SPACES.
       77  WS-FS-REGIST                 PIC X(02)  VALUE SPACES.
       77  WS-FS-MESTRE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  WS-DATA-SORTEIO              PIC 9(08)  VALUE 0.
       77  WS-DATA-LIMITE               PIC 9(08)  VALUE 0.
      *
      *    Valores por faixa do concurso (MEGAPREMIO).
       77  WS-VLR-QUADRA                PIC 9(09)V99 VALUE 0.
       77  WS-VLR-QUINA                 PIC 9(09)V99 VALUE 0.
       77  WS-VLR-SENA                  PIC 9(11)V99 VALUE 0.
       77  SW-PREMIO-ACHADO             PIC X(01)  VALUE 'N'.
           88  PREMIO-ACHADO                        VALUE 'S'.
      *
      *    Situacao do concurso no livro-razao: 'N' ausente, 'V' com
      *    lancamento vigente, 'E' com o ultimo lancamento estornado
      *    (concurso cancelado - so' anula os premios abertos).
       77  SW-CONCURSO-NO-LIVRO         PIC X(01)  VALUE 'N'.
           88  CONCURSO-FORA-DO-LIVRO               VALUE 'N'.
           88  CONCURSO-JA-NO-LIVRO                 VALUE 'V'.
           88  CONCURSO-ESTORNADO                   VALUE 'E'.
       77  LIVRO-QUADRAS                PIC 9(05)  COMP VALUE 0.
       77  LIVRO-QUINAS                 PIC 9(05)  COMP VALUE 0.
       77  LIVRO-SENAS                  PIC 9(05)  COMP VALUE 0.
      *
       77  SW-SORTEIO-ACHADO            PIC X(01)  VALUE 'N'.
           88  SORTEIO-ACHADO                       VALUE 'S'.
      *
      *    Tipo da ultima imagem do concurso na trilha MEGAHAUD
      *    (espaco quando o concurso nao consta da trilha).
       77  WS-TIPO-TRILHA               PIC X(01)  VALUE SPACE.
           88  TRILHA-CANCELAMENTO                  VALUE 'X'.
      *
       77  IDX-JOGO                     PIC 9(02)  COMP VALUE 0.
       77  IDX-SORTEADA                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-ACERTOS                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       77  IDX-EXTRA                    PIC 9(02)  COMP VALUE 0.
      *
      *    Premios da aposta em conferencia por faixa e calculo de
      *    C(n,k): na faixa f, C(k,f) x C(n-k,6-f) para k acertos em n
      *    dezenas (tecnica do MEGAPRZ).
       77  PREMIO-SENAS                 PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUINAS                PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUADRAS               PIC 9(05)  COMP VALUE 0.
       77  COMB-N                       PIC 9(02)  COMP VALUE 0.
       77  COMB-K                       PIC 9(02)  COMP VALUE 0.
       77  COMB-I                       PIC 9(02)  COMP VALUE 0.
       77  COMB-RESULTADO               PIC 9(07)  COMP VALUE 0.
       77  COMB-ACERTOS                 PIC 9(07)  COMP VALUE 0.
      *
       77  QTDE-JOGOS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-QUADRAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-QUINAS                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-SENAS                   PIC 9(05)  COMP VALUE 0.
      *
       77  QTDE-MESTRE                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-INCLUIDOS               PIC 9(05)  COMP VALUE 0.
       77  QTDE-MANTIDOS                PIC 9(05)  COMP VALUE 0.
       77  QTDE-ANULADOS                PIC 9(05)  COMP VALUE 0.
       77  QTDE-SEM-RECIBO              PIC 9(05)  COMP VALUE 0.
       77  QTDE-NAO-CONFIRMADOS         PIC 9(05)  COMP VALUE 0.
       77  QTDE-GRAVADOS                PIC 9(05)  COMP VALUE 0.
      *
      *    Dezenas sorteadas e do jogo em conferencia, em tabelas
      *    indexaveis na comparacao jogo a jogo (tecnica do MEGAPRZ).
      *    No jogo, as posicoes alem da ultima dezena ficam zeradas.
       01  SORTEADAS-TAB.
           03  SORTEADA-VAL             PIC 9(02) OCCURS 6 TIMES.
       01  SORTEADAS-TAB-R REDEFINES SORTEADAS-TAB
                                        PIC X(12).
       01  JOGO-TAB.
           03  JOGO-VAL                 PIC 9(02) OCCURS 15 TIMES.
       01  JOGO-TAB-R REDEFINES JOGO-TAB
                                        PIC X(30).
      *
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
      *
      *    Cadastro de resgate em memoria (ate 3000 premios), no mesmo
      *    layout do registro (MEGARSGREG) para mover o grupo inteiro.
       01  RSG-TABELA.
           03  RSG-OCORR                OCCURS 3000 TIMES.
               05  RSG-DADOS.
                   07  RSG-CHAVE.
                       09  RSG-CONCURSO PIC 9(05).
                       09  RSG-SEQ      PIC 9(10).
                   07  RSG-RECIBO       PIC X(15).
                   07  RSG-FAIXA        PIC 9(01).
                   07  RSG-VLR-PREMIO   PIC 9(11)V99.
                   07  RSG-DATA-SORTEIO PIC 9(08).
                   07  RSG-DATA-LIMITE  PIC 9(08).
                   07  RSG-SITUACAO     PIC X(01).
                   07  RSG-DATA-RESGATE PIC 9(08).
                   07  RSG-VLR-RECEBIDO PIC 9(11)V99.
                   07  RSG-CANAL        PIC X(01).
                   07  RSG-OBSERVACAO   PIC X(30).
       01  RSG-OCORR-AUX.
           03  AUX-CHAVE                PIC X(15).
           03  FILLER                   PIC X(98).
      *
       77  IDX-RSG                      PIC 9(05)  COMP VALUE 0.
       77  ORD-I                        PIC 9(05)  COMP VALUE 0.
       77  ORD-J                        PIC 9(05)  COMP VALUE 0.
       77  SW-REORDENAR                 PIC X(01)  VALUE 'N'.
           88  REORDENAR-CADASTRO                   VALUE 'S'.
      *
      *    Apostas registradas pelo operador (MEGAREGIST), para buscar
      *    o recibo pelo sequencial e pelas dezenas do jogo.
       77  QTDE-REGIST                  PIC 9(05)  COMP VALUE 0.
       01  REGIST-TABELA.
           03  REGIST-OCORR             OCCURS 6000 TIMES.
               05  REGIST-SEQ           PIC 9(10).
               05  REGIST-DEZENAS       PIC X(30).
               05  REGIST-RECIBO        PIC X(15).
       77  IDX-REGIST                   PIC 9(05)  COMP VALUE 0.
       77  WS-RECIBO                    PIC X(15)  VALUE SPACES.
       77  SW-REGIST-CHEIO              PIC X(01)  VALUE 'N'.
           88  REGIST-CHEIO                         VALUE 'S'.
      *
      *    Jogos premiados no concurso (ate 1000).  GAN-NO-CADASTRO
      *    marca os que ja tinham premio no cadastro de resgate.
       77  QTDE-GANHADORES              PIC 9(05)  COMP VALUE 0.
       01  GANHADOR-TABELA.
           03  GAN-OCORR                OCCURS 1000 TIMES.
               05  GAN-SEQ              PIC 9(10).
               05  GAN-DEZENAS          PIC X(30).
               05  GAN-FAIXA            PIC 9(01).
               05  GAN-VLR-PREMIO       PIC 9(11)V99.
               05  GAN-NO-CADASTRO      PIC X(01).
       77  IDX-GAN                      PIC 9(05)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(05)  COMP VALUE 0.
      *
       77  WS-VLR-PREMIO                PIC 9(11)V99 VALUE 0.
       77  WS-OCORRENCIA                PIC X(34)  VALUE SPACES.
       77  WS-VLR-PREMIO-EDT            PIC 9(11).99 VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-RESULTADO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2100-LER-LIVRO THRU 2100-EXIT
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-ESTORNADO
               PERFORM 2400-LER-TRILHA THRU 2400-EXIT
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-JA-NO-LIVRO
               PERFORM 2200-BUSCAR-SORTEIO THRU 2200-EXIT
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-JA-NO-LIVRO
               PERFORM 2300-BUSCAR-PREMIOS THRU 2300-EXIT
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-JA-NO-LIVRO
               PERFORM 4000-CARREGAR-REGISTRADAS THRU 4000-EXIT
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-JA-NO-LIVRO
               PERFORM 5000-CONFERIR-JOGOS THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-CARREGAR-MESTRE THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 6000-ATUALIZAR-CADASTRO THRU 6000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 7000-REGRAVAR-MESTRE THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - RELATORIO DA CARGA
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO RSG-TABELA
           MOVE SPACES TO GANHADOR-TABELA
           OPEN OUTPUT MEGARSGC-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel criar MEGARSGC-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGARSGC-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CARGA DO CADASTRO DE RESGATE DE PREMIOS - MEGARSGC'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DO RESULTADO DO CONCURSO (UM UNICO REGISTRO NO
      *          LAYOUT MEGAHISTM, O MESMO DADO AO MEGAPRZ)
      *-----------------------------------------------------------------
       2000-CARREGAR-RESULTADO.
           OPEN INPUT MEGARESULTM
           IF WS-FS-RESULT NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel abrir MEGARESULTM - '
                        'FILE STATUS ' WS-FS-RESULT
               CLOSE MEGARESULTM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           READ MEGARESULTM
               AT END
                   MOVE '10' TO WS-FS-RESULT
           END-READ
           IF WS-FS-RESULT NOT = '00'
               DISPLAY 'MEGARSGC: MEGARESULTM vazio - nada a carregar'
               CLOSE MEGARESULTM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE RESULT-REGISTRO-FD-CONCURSO TO WS-CONCURSO
           MOVE RESULT-REGISTRO-FD-N1 TO SORTEADA-VAL(1)
           MOVE RESULT-REGISTRO-FD-N2 TO SORTEADA-VAL(2)
           MOVE RESULT-REGISTRO-FD-N3 TO SORTEADA-VAL(3)
           MOVE RESULT-REGISTRO-FD-N4 TO SORTEADA-VAL(4)
           MOVE RESULT-REGISTRO-FD-N5 TO SORTEADA-VAL(5)
           MOVE RESULT-REGISTRO-FD-N6 TO SORTEADA-VAL(6)
           CLOSE MEGARESULTM
           IF WS-CONCURSO = 0
               DISPLAY 'MEGARSGC: MEGARESULTM sem numero de concurso - '
                        'usar o layout MEGAHISTM do cadastro-mestre'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2100  ULTIMO LANCAMENTO DO CONCURSO NO LIVRO-RAZAO: SO' SE
      *          CARREGAM PREMIOS DE CONCURSO APURADO
      *-----------------------------------------------------------------
       2100-LER-LIVRO.
           OPEN INPUT MEGALEDGER
           IF WS-FS-LEDGER NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel abrir MEGALEDGER - '
                        'FILE STATUS ' WS-FS-LEDGER
               CLOSE MEGALEDGER
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-LER-UM-LANCAMENTO THRU 2110-EXIT
               UNTIL WS-FS-LEDGER = '10'
           CLOSE MEGALEDGER
           IF CONCURSO-FORA-DO-LIVRO
               DISPLAY 'MEGARSGC: concurso ' WS-CONCURSO ' ainda nao '
                        'apurado no livro-razao - rodar o MEGAPRZ antes'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
       2110-LER-UM-LANCAMENTO.
           READ MEGALEDGER
               AT END
                   MOVE '10' TO WS-FS-LEDGER
           END-READ
           IF WS-FS-LEDGER(1:1) = '0'
              AND LEDGER-REGISTRO-FD-CONCURSO = WS-CONCURSO
               IF LEDGER-REGISTRO-FD-TIPO-LANC = 'E'
                   SET CONCURSO-ESTORNADO TO TRUE
               ELSE
                   SET CONCURSO-JA-NO-LIVRO TO TRUE
                   MOVE LEDGER-REGISTRO-FD-QTDE-QUADRAS
                       TO LIVRO-QUADRAS
                   MOVE LEDGER-REGISTRO-FD-QTDE-QUINAS
                       TO LIVRO-QUINAS
                   MOVE LEDGER-REGISTRO-FD-QTDE-SENAS
                       TO LIVRO-SENAS
               END-IF
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2200  DATA DO SORTEIO NO CADASTRO-MESTRE E DATA LIMITE DE
      *          RESGATE (90 DIAS CORRIDOS APOS O SORTEIO)
      *-----------------------------------------------------------------
       2200-BUSCAR-SORTEIO.
           OPEN INPUT MEGAHISTM
           IF WS-FS-HIST NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel abrir MEGAHISTM - '
                        'FILE STATUS ' WS-FS-HIST
               CLOSE MEGAHISTM
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-LER-UM-SORTEIO THRU 2210-EXIT
               UNTIL WS-FS-HIST = '10'
                  OR SORTEIO-ACHADO
           CLOSE MEGAHISTM
           IF NOT SORTEIO-ACHADO
               DISPLAY 'MEGARSGC: concurso ' WS-CONCURSO ' ausente do '
                        'MEGAHISTM - carga nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           IF JOGO-TAB-R(1:12) NOT = SORTEADAS-TAB-R
               DISPLAY 'MEGARSGC: dezenas de MEGARESULTM diferem do '
                        'MEGAHISTM no concurso ' WS-CONCURSO
                        ' - carga nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           IF WS-DATA-SORTEIO IS NOT NUMERIC
              OR WS-DATA-SORTEIO = 0
               DISPLAY 'MEGARSGC: concurso ' WS-CONCURSO ' sem data '
                        'de sorteio no MEGAHISTM - carga nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-SORTEIO) + 90)
           .
       2200-EXIT.
           EXIT.
      *
      *    As dezenas do cadastro-mestre passam por JOGO-TAB apenas
      *    para a comparacao com o resultado recebido.
       2210-LER-UM-SORTEIO.
           READ MEGAHISTM
               AT END
                   MOVE '10' TO WS-FS-HIST
           END-READ
           IF WS-FS-HIST(1:1) = '0'
              AND HIST-REGISTRO-FD-CONCURSO = WS-CONCURSO
               SET SORTEIO-ACHADO TO TRUE
               MOVE HIST-REGISTRO-FD-DATA TO WS-DATA-SORTEIO
               MOVE HIST-REGISTRO-FD-N1 TO JOGO-VAL(1)
               MOVE HIST-REGISTRO-FD-N2 TO JOGO-VAL(2)
               MOVE HIST-REGISTRO-FD-N3 TO JOGO-VAL(3)
               MOVE HIST-REGISTRO-FD-N4 TO JOGO-VAL(4)
               MOVE HIST-REGISTRO-FD-N5 TO JOGO-VAL(5)
               MOVE HIST-REGISTRO-FD-N6 TO JOGO-VAL(6)
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2300  VALORES POR FAIXA DO CONCURSO NA TABELA DE PREMIOS
      *-----------------------------------------------------------------
       2300-BUSCAR-PREMIOS.
           OPEN INPUT MEGAPREMIO
           IF WS-FS-PREMIO NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel abrir MEGAPREMIO - '
                        'FILE STATUS ' WS-FS-PREMIO
               CLOSE MEGAPREMIO
               MOVE 16 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-LER-UM-PREMIO THRU 2310-EXIT
               UNTIL WS-FS-PREMIO = '10'
                  OR PREMIO-ACHADO
           CLOSE MEGAPREMIO
           IF NOT PREMIO-ACHADO
               DISPLAY 'MEGARSGC: concurso ' WS-CONCURSO ' ausente da '
                        'tabela MEGAPREMIO - carga nao feita'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       2300-EXIT.
           EXIT.
      *
       2310-LER-UM-PREMIO.
           READ MEGAPREMIO
               AT END
                   MOVE '10' TO WS-FS-PREMIO
           END-READ
           IF WS-FS-PREMIO(1:1) = '0'
               IF PREMIO-REGISTRO-FD-CONCURSO = WS-CONCURSO
                   MOVE PREMIO-REGISTRO-FD-VLR-QUADRA TO WS-VLR-QUADRA
                   MOVE PREMIO-REGISTRO-FD-VLR-QUINA  TO WS-VLR-QUINA
                   MOVE PREMIO-REGISTRO-FD-VLR-SENA   TO WS-VLR-SENA
                   SET PREMIO-ACHADO TO TRUE
               END-IF
           END-IF
           .
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2400  ULTIMA IMAGEM DO CONCURSO ESTORNADO NA TRILHA DO
      *          MEGAHMNT, PARA O CABECALHO DO RELATORIO
      *-----------------------------------------------------------------
      *    Trilha ausente (FILE STATUS 05) = nenhuma correcao ainda.
       2400-LER-TRILHA.
           OPEN INPUT MEGAHAUD
           IF WS-FS-TRILHA(1:1) = '0'
               PERFORM 2410-LER-UMA-IMAGEM THRU 2410-EXIT
                   UNTIL WS-FS-TRILHA = '10'
           END-IF
           CLOSE MEGAHAUD
           .
       2400-EXIT.
           EXIT.
      *
       2410-LER-UMA-IMAGEM.
           READ MEGAHAUD
               AT END
                   MOVE '10' TO WS-FS-TRILHA
           END-READ
           IF WS-FS-TRILHA(1:1) = '0'
              AND TRILHA-REGISTRO-FD-CONCURSO = WS-CONCURSO
               MOVE TRILHA-REGISTRO-FD-TIPO TO WS-TIPO-TRILHA
           END-IF
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CARGA DO CADASTRO DE RESGATE ATUAL NA TABELA
      *-----------------------------------------------------------------
      *    FILE STATUS 05 = arquivo opcional inexistente aberto com
      *    sucesso (cadastro ainda vazio); a leitura cai direto no
      *    AT END.
       3000-CARREGAR-MESTRE.
           OPEN INPUT MEGARESG
           IF WS-FS-MESTRE(1:1) NOT = '0'
               CLOSE MEGARESG
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-CARREGAR-UM THRU 3010-EXIT
               UNTIL WS-FS-MESTRE = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGARESG
           .
       3000-EXIT.
           EXIT.
      *
       3010-CARREGAR-UM.
           READ MEGARESG
               AT END
                   MOVE '10' TO WS-FS-MESTRE
           END-READ
           IF WS-FS-MESTRE(1:1) = '0'
               IF QTDE-MESTRE >= 3000
                   DISPLAY 'MEGARSGC: cadastro de resgate excede 3000 '
                            'premios - carga nao feita'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3010-EXIT
               END-IF
               ADD 1 TO QTDE-MESTRE
               MOVE MESTRE-REGISTRO-FD TO RSG-DADOS(QTDE-MESTRE)
           END-IF
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  CARGA DAS APOSTAS ACEITAS PELO OPERADOR (MEGAREGIST)
      *-----------------------------------------------------------------
       4000-CARREGAR-REGISTRADAS.
           OPEN INPUT MEGAREGIST
           IF WS-FS-REGIST(1:1) NOT = '0'
               CLOSE MEGAREGIST
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-CARREGAR-UMA THRU 4010-EXIT
               UNTIL WS-FS-REGIST = '10'
           CLOSE MEGAREGIST
           IF QTDE-REGIST = 0
               DISPLAY 'MEGARSGC: MEGAREGIST ausente ou vazio - '
                        'premios ficam sem recibo'
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
       4010-CARREGAR-UMA.
           READ MEGAREGIST
               AT END
                   MOVE '10' TO WS-FS-REGIST
           END-READ
           IF WS-FS-REGIST(1:1) = '0'
               IF QTDE-REGIST >= 6000
                   IF NOT REGIST-CHEIO
                       DISPLAY 'MEGARSGC: MEGAREGIST excede 6000 '
                                'apostas - demais ignoradas'
                       SET REGIST-CHEIO TO TRUE
                   END-IF
                   GO TO 4010-EXIT
               END-IF
               ADD 1 TO QTDE-REGIST
               MOVE REGIST-REGISTRO-FD-SEQ TO REGIST-SEQ(QTDE-REGIST)
               MOVE ZEROS TO JOGO-TAB
               MOVE REGIST-REGISTRO-FD-N1 TO JOGO-VAL(1)
               MOVE REGIST-REGISTRO-FD-N2 TO JOGO-VAL(2)
               MOVE REGIST-REGISTRO-FD-N3 TO JOGO-VAL(3)
               MOVE REGIST-REGISTRO-FD-N4 TO JOGO-VAL(4)
               MOVE REGIST-REGISTRO-FD-N5 TO JOGO-VAL(5)
               MOVE REGIST-REGISTRO-FD-N6 TO JOGO-VAL(6)
               PERFORM 4020-CARREGAR-EXTRA THRU 4020-EXIT
                   VARYING IDX-EXTRA FROM 1 BY 1
                   UNTIL IDX-EXTRA > 9
                      OR REGIST-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
                         NOT NUMERIC
               MOVE JOGO-TAB-R TO REGIST-DEZENAS(QTDE-REGIST)
               MOVE REGIST-REGISTRO-FD-RECIBO
                   TO REGIST-RECIBO(QTDE-REGIST)
           END-IF
           .
       4010-EXIT.
           EXIT.
      *
       4020-CARREGAR-EXTRA.
           MOVE REGIST-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
               TO JOGO-VAL(IDX-EXTRA + 6)
           .
       4020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CONFERENCIA DOS JOGOS CONTRA O RESULTADO (MESMA
      *          TECNICA DO MEGAPRZ) E CONFRONTO COM O LIVRO-RAZAO
      *-----------------------------------------------------------------
       5000-CONFERIR-JOGOS.
           OPEN INPUT MEGAJOGADOS
           IF WS-FS-JOGADOS NOT = '00'
               DISPLAY 'MEGARSGC: nao foi possivel abrir MEGAJOGADOS - '
                        'FILE STATUS ' WS-FS-JOGADOS
               CLOSE MEGAJOGADOS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CONFERIR-UM-JOGO THRU 5100-EXIT
               UNTIL WS-FS-JOGADOS = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAJOGADOS
           IF RETURN-CODE = 16
               GO TO 5000-EXIT
           END-IF
           IF QTDE-QUADRAS NOT = LIVRO-QUADRAS
              OR QTDE-QUINAS NOT = LIVRO-QUINAS
              OR QTDE-SENAS NOT = LIVRO-SENAS
               DISPLAY 'MEGARSGC: ganhadores de MEGAJOGADOS nao '
                        'conferem com o livro-razao no concurso '
                        WS-CONCURSO ' - carga nao feita'
               DISPLAY '          livro-razao: ' LIVRO-QUADRAS
                        ' quadras ' LIVRO-QUINAS ' quinas '
                        LIVRO-SENAS ' senas'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-CONFERIR-UM-JOGO.
           READ MEGAJOGADOS
               AT END
                   MOVE '10' TO WS-FS-JOGADOS
           END-READ
           IF WS-FS-JOGADOS(1:1) = '0'
               ADD 1 TO QTDE-JOGOS
               MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
               MOVE ZEROS TO JOGO-TAB
               MOVE 0 TO QTDE-DEZENAS-JOGO
               PERFORM 5105-COPIAR-DEZENA THRU 5105-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > 15
                      OR (IDX-JOGO > 6 AND
                          JOGADO-REGISTRO-WS-DEZ(IDX-JOGO) NOT NUMERIC)
               MOVE 0 TO QTDE-ACERTOS
               PERFORM 5110-CONTAR-ACERTOS-DEZENA THRU 5110-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > QTDE-DEZENAS-JOGO
               PERFORM 5120-CALCULAR-PREMIOS THRU 5120-EXIT
               ADD PREMIO-SENAS   TO QTDE-SENAS
               ADD PREMIO-QUINAS  TO QTDE-QUINAS
               ADD PREMIO-QUADRAS TO QTDE-QUADRAS
               IF QTDE-ACERTOS >= 4
                   PERFORM 5200-GUARDAR-GANHADOR THRU 5200-EXIT
               END-IF
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
               VARYING IDX-SORTEADA FROM 1 BY 1
               UNTIL IDX-SORTEADA > 6
           .
       5110-EXIT.
           EXIT.
      *
       5111-COMPARAR-SORTEADA.
           IF JOGO-VAL(IDX-JOGO) = SORTEADA-VAL(IDX-SORTEADA)
               ADD 1 TO QTDE-ACERTOS
           END-IF
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
       5200-GUARDAR-GANHADOR.
           IF QTDE-GANHADORES >= 1000
               DISPLAY 'MEGARSGC: concurso com mais de 1000 jogos '
                        'premiados - carga nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO QTDE-GANHADORES
           MOVE JOGADO-REGISTRO-WS-SEQ TO GAN-SEQ(QTDE-GANHADORES)
           MOVE JOGO-TAB-R TO GAN-DEZENAS(QTDE-GANHADORES)
           MOVE QTDE-ACERTOS TO GAN-FAIXA(QTDE-GANHADORES)
           COMPUTE GAN-VLR-PREMIO(QTDE-GANHADORES) =
               PREMIO-QUADRAS * WS-VLR-QUADRA +
               PREMIO-QUINAS  * WS-VLR-QUINA  +
               PREMIO-SENAS   * WS-VLR-SENA
           MOVE 'N' TO GAN-NO-CADASTRO(QTDE-GANHADORES)
           .
       5200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  ATUALIZACAO DO CADASTRO: PREMIOS JA CADASTRADOS DO
      *          CONCURSO PRIMEIRO, DEPOIS OS GANHADORES NOVOS
      *-----------------------------------------------------------------
       6000-ATUALIZAR-CADASTRO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'CONCURSO '       DELIMITED BY SIZE
                  WS-CONCURSO       DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           EVALUATE TRUE
               WHEN TRILHA-CANCELAMENTO
                   MOVE '  CONCURSO CANCELADO'
                       TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
               WHEN CONCURSO-ESTORNADO
                   MOVE '  (CANCELADO NO LIVRO-RAZAO)'
                       TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
               WHEN OTHER
                   STRING '  SORTEIO '      DELIMITED BY SIZE
                          WS-DATA-SORTEIO   DELIMITED BY SIZE
                          '  LIMITE DE RESGATE ' DELIMITED BY SIZE
                          WS-DATA-LIMITE    DELIMITED BY SIZE
                       INTO RPT-REGISTRO-FD
                       WITH POINTER WS-LINHA-PONT
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CONCURSO SEQUENCIAL RECIBO          F          VALOR'
               TO RPT-REGISTRO-FD
           MOVE 'S  OCORRENCIA' TO RPT-REGISTRO-FD(55:)
           WRITE RPT-REGISTRO-FD
           PERFORM 6100-REVER-CADASTRADO THRU 6100-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
           PERFORM 6200-INCLUIR-GANHADOR THRU 6200-EXIT
               VARYING IDX-GAN FROM 1 BY 1
               UNTIL IDX-GAN > QTDE-GANHADORES
                  OR RETURN-CODE = 16
           .
       6000-EXIT.
           EXIT.
      *
      *    Premio ja cadastrado para o concurso: continua valendo
      *    quando o jogo segue premiado (o aberto ou anulado recebe
      *    faixa, valor e recibo da apuracao vigente); deixa de valer
      *    quando o jogo nao e' mais ganhador ou o concurso foi
      *    cancelado - o aberto e' anulado, o resgatado, contestado ou
      *    prescrito fica como esta e vai para o relatorio.
       6100-REVER-CADASTRADO.
           IF RSG-CONCURSO(IDX-RSG) NOT = WS-CONCURSO
               GO TO 6100-EXIT
           END-IF
           MOVE 0 TO IDX-ACHADO
           PERFORM 6110-PROCURAR-GANHADOR THRU 6110-EXIT
               VARYING IDX-GAN FROM 1 BY 1
               UNTIL IDX-GAN > QTDE-GANHADORES
                  OR IDX-ACHADO > 0
           IF IDX-ACHADO > 0
               MOVE 'S' TO GAN-NO-CADASTRO(IDX-ACHADO)
               IF RSG-SITUACAO(IDX-RSG) = 'A'
                  OR RSG-SITUACAO(IDX-RSG) = 'X'
                   IF RSG-SITUACAO(IDX-RSG) = 'X'
                       MOVE 'REABERTO NA REAPURACAO' TO WS-OCORRENCIA
                   ELSE
                       MOVE 'MANTIDO' TO WS-OCORRENCIA
                   END-IF
                   MOVE IDX-ACHADO TO IDX-GAN
                   PERFORM 6300-PREENCHER-PREMIO THRU 6300-EXIT
               ELSE
                   MOVE 'MANTIDO' TO WS-OCORRENCIA
               END-IF
               ADD 1 TO QTDE-MANTIDOS
           ELSE
               EVALUATE RSG-SITUACAO(IDX-RSG)
                   WHEN 'X'
                       GO TO 6100-EXIT
                   WHEN 'A'
                       MOVE 'X' TO RSG-SITUACAO(IDX-RSG)
                       MOVE 'ANULADO NA REAPURACAO'
                           TO RSG-OBSERVACAO(IDX-RSG)
                       MOVE 'ANULADO' TO WS-OCORRENCIA
                       ADD 1 TO QTDE-ANULADOS
                   WHEN OTHER
                       MOVE 'ALERTA: PREMIO NAO CONFIRMADO'
                           TO WS-OCORRENCIA
                       ADD 1 TO QTDE-NAO-CONFIRMADOS
               END-EVALUATE
           END-IF
           PERFORM 6400-EMITIR-LINHA THRU 6400-EXIT
           .
       6100-EXIT.
           EXIT.
      *
       6110-PROCURAR-GANHADOR.
           IF GAN-SEQ(IDX-GAN) = RSG-SEQ(IDX-RSG)
               MOVE IDX-GAN TO IDX-ACHADO
           END-IF
           .
       6110-EXIT.
           EXIT.
      *
       6200-INCLUIR-GANHADOR.
           IF GAN-NO-CADASTRO(IDX-GAN) = 'S'
               GO TO 6200-EXIT
           END-IF
           IF QTDE-MESTRE >= 3000
               DISPLAY 'MEGARSGC: cadastro de resgate cheio (3000) - '
                        'carga nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO QTDE-MESTRE
           MOVE QTDE-MESTRE TO IDX-RSG
           MOVE WS-CONCURSO TO RSG-CONCURSO(IDX-RSG)
           MOVE GAN-SEQ(IDX-GAN) TO RSG-SEQ(IDX-RSG)
           MOVE 0 TO RSG-DATA-RESGATE(IDX-RSG)
           MOVE 0 TO RSG-VLR-RECEBIDO(IDX-RSG)
           MOVE SPACE TO RSG-CANAL(IDX-RSG)
           MOVE 'INCLUIDO' TO WS-OCORRENCIA
           PERFORM 6300-PREENCHER-PREMIO THRU 6300-EXIT
           ADD 1 TO QTDE-INCLUIDOS
           IF QTDE-MESTRE > 1
              AND RSG-CHAVE(QTDE-MESTRE - 1) > RSG-CHAVE(QTDE-MESTRE)
               SET REORDENAR-CADASTRO TO TRUE
           END-IF
           PERFORM 6400-EMITIR-LINHA THRU 6400-EXIT
           .
       6200-EXIT.
           EXIT.
      *
      *    Faixa, valor, datas e recibo do ganhador IDX-GAN no premio
      *    IDX-RSG, que fica aberto.
       6300-PREENCHER-PREMIO.
           MOVE GAN-FAIXA(IDX-GAN) TO RSG-FAIXA(IDX-RSG)
           MOVE GAN-VLR-PREMIO(IDX-GAN) TO RSG-VLR-PREMIO(IDX-RSG)
           MOVE WS-DATA-SORTEIO TO RSG-DATA-SORTEIO(IDX-RSG)
           MOVE WS-DATA-LIMITE  TO RSG-DATA-LIMITE(IDX-RSG)
           MOVE 'A' TO RSG-SITUACAO(IDX-RSG)
           MOVE SPACES TO RSG-OBSERVACAO(IDX-RSG)
           MOVE SPACES TO WS-RECIBO
           PERFORM 6310-PROCURAR-RECIBO THRU 6310-EXIT
               VARYING IDX-REGIST FROM 1 BY 1
               UNTIL IDX-REGIST > QTDE-REGIST
                  OR WS-RECIBO NOT = SPACES
           MOVE WS-RECIBO TO RSG-RECIBO(IDX-RSG)
           IF WS-RECIBO = SPACES
               MOVE 'SEM RECIBO EM MEGAREGIST'
                   TO RSG-OBSERVACAO(IDX-RSG)
               MOVE 'ALERTA: SEM RECIBO EM MEGAREGIST'
                   TO WS-OCORRENCIA
               ADD 1 TO QTDE-SEM-RECIBO
           END-IF
           .
       6300-EXIT.
           EXIT.
      *
       6310-PROCURAR-RECIBO.
           IF REGIST-SEQ(IDX-REGIST) = GAN-SEQ(IDX-GAN)
              AND REGIST-DEZENAS(IDX-REGIST) = GAN-DEZENAS(IDX-GAN)
               MOVE REGIST-RECIBO(IDX-REGIST) TO WS-RECIBO
           END-IF
           .
       6310-EXIT.
           EXIT.
      *
       6400-EMITIR-LINHA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE RSG-VLR-PREMIO(IDX-RSG) TO WS-VLR-PREMIO-EDT
           STRING RSG-CONCURSO(IDX-RSG)    DELIMITED BY SIZE
                  '    '                   DELIMITED BY SIZE
                  RSG-SEQ(IDX-RSG)         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-RECIBO(IDX-RSG)      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-FAIXA(IDX-RSG)       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-VLR-PREMIO-EDT        DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  RSG-SITUACAO(IDX-RSG)    DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-OCORRENCIA            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       6400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  REGRAVACAO DO CADASTRO EM ORDEM DE CONCURSO E
      *          SEQUENCIAL DO JOGO
      *-----------------------------------------------------------------
       7000-REGRAVAR-MESTRE.
           IF REORDENAR-CADASTRO
               PERFORM 7100-ORDENAR-TABELA THRU 7100-EXIT
           END-IF
           OPEN OUTPUT MEGARESG
           IF WS-FS-MESTRE(1:1) NOT = '0'
               DISPLAY 'MEGARSGC: nao foi possivel regravar MEGARESG '
                        '- FILE STATUS ' WS-FS-MESTRE
               CLOSE MEGARESG
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7010-REGRAVAR-UM THRU 7010-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
           CLOSE MEGARESG
           .
       7000-EXIT.
           EXIT.
      *
       7010-REGRAVAR-UM.
           MOVE RSG-DADOS(IDX-RSG) TO MESTRE-REGISTRO-FD
           WRITE MESTRE-REGISTRO-FD
           ADD 1 TO QTDE-GRAVADOS
           .
       7010-EXIT.
           EXIT.
      *
      *    Ordenacao por insercao na chave concurso + sequencial (a
      *    tabela chega ordenada ate' os premios incluidos agora).
       7100-ORDENAR-TABELA.
           PERFORM 7110-PASSO-EXTERNO THRU 7110-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-MESTRE
           .
       7100-EXIT.
           EXIT.
      *
       7110-PASSO-EXTERNO.
           MOVE RSG-OCORR(ORD-I) TO RSG-OCORR-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 7120-PASSO-INTERNO THRU 7120-EXIT
               UNTIL ORD-J < 2
                  OR RSG-CHAVE(ORD-J - 1) NOT > AUX-CHAVE
           MOVE RSG-OCORR-AUX TO RSG-OCORR(ORD-J)
           .
       7110-EXIT.
           EXIT.
      *
       7120-PASSO-INTERNO.
           MOVE RSG-OCORR(ORD-J - 1) TO RSG-OCORR(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       7120-EXIT.
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
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF WS-FS-RPT = '00'
               CLOSE MEGARSGC-RPT
           END-IF
           DISPLAY 'Concurso carregado.............: ' WS-CONCURSO
           IF CONCURSO-ESTORNADO
               DISPLAY 'Concurso cancelado no livro....: S'
           END-IF
           DISPLAY 'Jogos conferidos...............: ' QTDE-JOGOS
           DISPLAY 'Jogos premiados................: ' QTDE-GANHADORES
           DISPLAY 'Premios incluidos..............: ' QTDE-INCLUIDOS
           DISPLAY 'Premios mantidos...............: ' QTDE-MANTIDOS
           DISPLAY 'Premios anulados...............: ' QTDE-ANULADOS
           DISPLAY 'Premios sem recibo.............: ' QTDE-SEM-RECIBO
           DISPLAY 'Premios nao confirmados........: '
                    QTDE-NAO-CONFIRMADOS
           DISPLAY 'Premios no cadastro............: ' QTDE-GRAVADOS
           IF RETURN-CODE = 0
              AND (QTDE-SEM-RECIBO > 0 OR QTDE-NAO-CONFIRMADOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
