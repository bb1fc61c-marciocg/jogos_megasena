      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGACONC.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Conciliacao, jogo a jogo, das tres visoes do que foi
      *         apostado num concurso: o registrado no cadastro de
      *         apostas (MEGAAPOSM, layout MEGAAPREG, inclusive as
      *         repeticoes de teimosinha), o aceito pelo operador
      *         (MEGAREGIST, layout MEGARBREG, gravado pelo MEGARET) e
      *         o apurado pelo MEGAPRZ (MEGAJOGADOS, layout MEGAREG,
      *         confrontado com QTDE-JOGOS e VLR-APOSTADO do lancamento
      *         vigente do concurso no livro-razao MEGALEDGER).  O
      *         concurso vem do cartao de controle MEGACONCC, pois o
      *         MEGAREGIST nao traz o numero do concurso.  Os jogos sao
      *         casados pelas seis dezenas, independentemente da ordem
      *         e do numero sequencial.  Emite em MEGACONC-RPT os jogos
      *         registrados e nao aceitos, os aceitos sem registro, os
      *         apurados sem aceite (premio fantasma), os aceitos e nao
      *         apurados, e o confronto dos custos com o preco da
      *         aposta do cartao MEGASELP.
      *         RETURN-CODE = 8 quando as tres visoes nao fecham.
      *         A aposta multipla (7 a 15 dezenas) casa por todas as
      *         suas dezenas e custa os C(n,6) jogos de seis dezenas
      *         que contem; MEGAJOGADOS segue o layout MEGAMULREG.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megaconc.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Aposta multipla: casamento por todas as
      *                  dezenas, custo pelos jogos contidos e custo do
      *                  livro pelo valor apostado lancado.
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
           SELECT MEGACONCC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGASELP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PARM.
      *
           SELECT MEGAAPOSM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-APOSTAS.
      *
           SELECT MEGAREGIST ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-REGIST.
      *
           SELECT MEGAJOGADOS ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-JOGADOS.
      *
           SELECT MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDGER.
      *
           SELECT MEGACONC-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGACONCC
           RECORDING F.
       COPY MEGACONCC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGASELP
           RECORDING F.
       COPY MEGASELP REPLACING ==:REG:== BY ==PARM-REGISTRO-FD==.
      *
       FD  MEGAAPOSM
           RECORDING F.
       COPY MEGAAPREG REPLACING ==:REG:== BY ==APOSTA-REGISTRO-FD==.
      *
       FD  MEGAREGIST
           RECORDING F.
       COPY MEGARBREG REPLACING ==:REG:== BY ==REGIST-REGISTRO-FD==.
      *
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGACONC-RPT
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
       77  WS-FS-APOSTAS                PIC X(02)  VALUE SPACES.
       77  WS-FS-REGIST                 PIC X(02)  VALUE SPACES.
       77  WS-FS-JOGADOS                PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDGER                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
      *
      *    Lancamento vigente do concurso no livro-razao ('N' ausente
      *    ou estornado, 'V' vigente).
       77  SW-CONCURSO-NO-LIVRO         PIC X(01)  VALUE 'N'.
           88  CONCURSO-FORA-DO-LIVRO               VALUE 'N'.
           88  CONCURSO-JA-NO-LIVRO                 VALUE 'V'.
       77  LIVRO-QTDE-JOGOS             PIC 9(05)  COMP VALUE 0.
       77  LIVRO-VLR-APOSTADO           PIC 9(11)V99 VALUE 0.
      *
      *    Dezenas do jogo em tratamento, postas em ordem crescente
      *    para que a chave de casamento independa da ordem digitada;
      *    as posicoes alem da ultima dezena ficam zeradas.
       01  JOGO-TAB.
           03  JOGO-VAL                 PIC 9(02) OCCURS 15 TIMES.
       01  JOGO-TAB-R REDEFINES JOGO-TAB
                                        PIC X(30).
       77  WS-DEZENA-AUX                PIC 9(02)  VALUE 0.
       77  IDX-JOGO                     PIC 9(02)  COMP VALUE 0.
       77  IDX-TROCA                    PIC 9(02)  COMP VALUE 0.
       77  IDX-EXTRA                    PIC 9(02)  COMP VALUE 0.
      *
      *    Quantidade de dezenas do jogo em tratamento (6 a 15) e
      *    quantidade de jogos de seis dezenas que ele contem, C(n,6),
      *    indexada por n - 5.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       01  COMBINACOES-VALORES.
           03  FILLER                   PIC 9(04)  VALUE 0001.
           03  FILLER                   PIC 9(04)  VALUE 0007.
           03  FILLER                   PIC 9(04)  VALUE 0028.
           03  FILLER                   PIC 9(04)  VALUE 0084.
           03  FILLER                   PIC 9(04)  VALUE 0210.
           03  FILLER                   PIC 9(04)  VALUE 0462.
           03  FILLER                   PIC 9(04)  VALUE 0924.
           03  FILLER                   PIC 9(04)  VALUE 1716.
           03  FILLER                   PIC 9(04)  VALUE 3003.
           03  FILLER                   PIC 9(04)  VALUE 5005.
       01  COMBINACOES-TAB REDEFINES COMBINACOES-VALORES.
           03  JOGOS-NA-APOSTA          PIC 9(04) OCCURS 10 TIMES.
      *
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
      *
      *    As tres visoes em memoria (ate 6000 jogos cada), com as
      *    marcas de casamento.
       77  QTDE-REGISTRADOS             PIC 9(05)  COMP VALUE 0.
       01  REGISTRADO-TABELA.
           03  RGD-OCORR                OCCURS 6000 TIMES.
               05  RGD-SEQ              PIC 9(10).
               05  RGD-DEZENAS          PIC X(30).
               05  RGD-ACEITO           PIC X(01).
      *
       77  QTDE-ACEITOS                 PIC 9(05)  COMP VALUE 0.
       01  ACEITO-TABELA.
           03  ACT-OCORR                OCCURS 6000 TIMES.
               05  ACT-SEQ              PIC 9(10).
               05  ACT-DEZENAS          PIC X(30).
               05  ACT-RECIBO           PIC X(15).
               05  ACT-REGISTRADO       PIC X(01).
               05  ACT-APURADO          PIC X(01).
      *
       77  QTDE-APURADOS                PIC 9(05)  COMP VALUE 0.
       01  APURADO-TABELA.
           03  APR-OCORR                OCCURS 6000 TIMES.
               05  APR-SEQ              PIC 9(10).
               05  APR-DEZENAS          PIC X(30).
               05  APR-ACEITO           PIC X(01).
      *
       77  IDX-RGD                      PIC 9(05)  COMP VALUE 0.
       77  IDX-ACT                      PIC 9(05)  COMP VALUE 0.
       77  IDX-APR                      PIC 9(05)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(05)  COMP VALUE 0.
      *
       77  QTDE-NAO-ACEITOS             PIC 9(05)  COMP VALUE 0.
       77  QTDE-SEM-REGISTRO            PIC 9(05)  COMP VALUE 0.
       77  QTDE-FANTASMAS               PIC 9(05)  COMP VALUE 0.
       77  QTDE-NAO-APURADOS            PIC 9(05)  COMP VALUE 0.
       77  QTDE-SECAO                   PIC 9(05)  COMP VALUE 0.
      *
       77  SW-CONCILIADO                PIC X(01)  VALUE 'S'.
           88  CONCURSO-CONCILIADO                  VALUE 'S'.
      *
      *    Custos pelo preco da aposta do MEGASELP, sobre os jogos de
      *    seis dezenas contidos nas apostas de cada visao.
       77  QTDE-SIMPLES-REGISTRADOS     PIC 9(09)  COMP VALUE 0.
       77  QTDE-SIMPLES-ACEITOS         PIC 9(09)  COMP VALUE 0.
       77  QTDE-SIMPLES-APURADOS        PIC 9(09)  COMP VALUE 0.
       77  WS-CUSTO-REGISTRADO          PIC 9(11)V99 VALUE 0.
       77  WS-CUSTO-ACEITO              PIC 9(11)V99 VALUE 0.
       77  WS-CUSTO-APURADO             PIC 9(11)V99 VALUE 0.
       77  WS-CUSTO-LIVRO               PIC 9(11)V99 VALUE 0.
       77  WS-DIF-CUSTO                 PIC S9(11)V99 VALUE 0.
       77  WS-VALOR-ABS                 PIC 9(11)V99 VALUE 0.
       77  WS-SINAL                     PIC X(01)  VALUE SPACE.
      *
       77  WS-TITULO-SECAO              PIC X(60)  VALUE SPACES.
       77  WS-RECIBO                    PIC X(15)  VALUE SPACES.
       77  WS-VLR-EDT                   PIC 9(11).99 VALUE ZEROS.
       77  WS-QTDE-EDT                  PIC ZZZZ9  VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-REGISTRADOS THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2100-CARREGAR-ACEITOS THRU 2100-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2200-CARREGAR-APURADOS THRU 2200-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2300-LER-LIVRO THRU 2300-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-CONCILIAR THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-EMITIR-RELATORIO THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - CARTAO DO CONCURSO (MEGACONCC) E
      *          PRECO DA APOSTA (MEGASELP)
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           OPEN INPUT MEGACONCC
           IF WS-FS-CARTAO = '00'
               READ MEGACONCC
                   AT END
                       MOVE '10' TO WS-FS-CARTAO
               END-READ
               IF WS-FS-CARTAO(1:1) = '0'
                  AND CARTAO-REGISTRO-FD-CONCURSO IS NUMERIC
                   MOVE CARTAO-REGISTRO-FD-CONCURSO TO WS-CONCURSO
               END-IF
           END-IF
           CLOSE MEGACONCC
           IF WS-CONCURSO = 0
               DISPLAY 'MEGACONC: cartao MEGACONCC ausente ou sem '
                        'concurso - conciliacao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel abrir MEGASELP - '
                        'FILE STATUS ' WS-FS-PARM
               CLOSE MEGASELP
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ MEGASELP
               AT END
                   MOVE '10' TO WS-FS-PARM
           END-READ
           CLOSE MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGACONC: MEGASELP vazio - conciliacao nao '
                        'feita'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE PARM-REGISTRO-FD-PRECO-APOSTA TO WS-PRECO-APOSTA
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  JOGOS REGISTRADOS PARA O CONCURSO NO CADASTRO DE
      *          APOSTAS (INCLUI AS REPETICOES DE TEIMOSINHA)
      *-----------------------------------------------------------------
       2000-CARREGAR-REGISTRADOS.
           OPEN INPUT MEGAAPOSM
           IF WS-FS-APOSTAS NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel abrir MEGAAPOSM - '
                        'FILE STATUS ' WS-FS-APOSTAS
               CLOSE MEGAAPOSM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM-REGISTRADO THRU 2010-EXIT
               UNTIL WS-FS-APOSTAS = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAAPOSM
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM-REGISTRADO.
           READ MEGAAPOSM
               AT END
                   MOVE '10' TO WS-FS-APOSTAS
           END-READ
           IF WS-FS-APOSTAS(1:1) NOT = '0'
              OR APOSTA-REGISTRO-FD-CONCURSO NOT = WS-CONCURSO
               GO TO 2010-EXIT
           END-IF
           IF QTDE-REGISTRADOS >= 6000
               DISPLAY 'MEGACONC: mais de 6000 jogos registrados no '
                        'concurso - conciliacao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2010-EXIT
           END-IF
           MOVE ZEROS TO JOGO-TAB
           MOVE APOSTA-REGISTRO-FD-N1 TO JOGO-VAL(1)
           MOVE APOSTA-REGISTRO-FD-N2 TO JOGO-VAL(2)
           MOVE APOSTA-REGISTRO-FD-N3 TO JOGO-VAL(3)
           MOVE APOSTA-REGISTRO-FD-N4 TO JOGO-VAL(4)
           MOVE APOSTA-REGISTRO-FD-N5 TO JOGO-VAL(5)
           MOVE APOSTA-REGISTRO-FD-N6 TO JOGO-VAL(6)
           MOVE 6 TO QTDE-DEZENAS-JOGO
           PERFORM 2020-CARREGAR-EXTRA THRU 2020-EXIT
               VARYING IDX-EXTRA FROM 1 BY 1
               UNTIL IDX-EXTRA > 9
                  OR APOSTA-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
                     NOT NUMERIC
           PERFORM 2900-ORDENAR-DEZENAS THRU 2900-EXIT
           ADD JOGOS-NA-APOSTA(QTDE-DEZENAS-JOGO - 5)
               TO QTDE-SIMPLES-REGISTRADOS
           ADD 1 TO QTDE-REGISTRADOS
           MOVE APOSTA-REGISTRO-FD-SEQ TO RGD-SEQ(QTDE-REGISTRADOS)
           MOVE JOGO-TAB-R TO RGD-DEZENAS(QTDE-REGISTRADOS)
           MOVE 'N' TO RGD-ACEITO(QTDE-REGISTRADOS)
           .
       2010-EXIT.
           EXIT.
      *
       2020-CARREGAR-EXTRA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE APOSTA-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
               TO JOGO-VAL(QTDE-DEZENAS-JOGO)
           .
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2100  JOGOS ACEITOS PELO OPERADOR (MEGAREGIST DO CONCURSO)
      *-----------------------------------------------------------------
       2100-CARREGAR-ACEITOS.
           OPEN INPUT MEGAREGIST
           IF WS-FS-REGIST NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel abrir MEGAREGIST - '
                        'FILE STATUS ' WS-FS-REGIST
               CLOSE MEGAREGIST
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-CARREGAR-UM-ACEITO THRU 2110-EXIT
               UNTIL WS-FS-REGIST = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAREGIST
           .
       2100-EXIT.
           EXIT.
      *
       2110-CARREGAR-UM-ACEITO.
           READ MEGAREGIST
               AT END
                   MOVE '10' TO WS-FS-REGIST
           END-READ
           IF WS-FS-REGIST(1:1) NOT = '0'
               GO TO 2110-EXIT
           END-IF
           IF QTDE-ACEITOS >= 6000
               DISPLAY 'MEGACONC: mais de 6000 jogos em MEGAREGIST - '
                        'conciliacao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2110-EXIT
           END-IF
           MOVE ZEROS TO JOGO-TAB
           MOVE REGIST-REGISTRO-FD-N1 TO JOGO-VAL(1)
           MOVE REGIST-REGISTRO-FD-N2 TO JOGO-VAL(2)
           MOVE REGIST-REGISTRO-FD-N3 TO JOGO-VAL(3)
           MOVE REGIST-REGISTRO-FD-N4 TO JOGO-VAL(4)
           MOVE REGIST-REGISTRO-FD-N5 TO JOGO-VAL(5)
           MOVE REGIST-REGISTRO-FD-N6 TO JOGO-VAL(6)
           MOVE 6 TO QTDE-DEZENAS-JOGO
           PERFORM 2120-CARREGAR-EXTRA THRU 2120-EXIT
               VARYING IDX-EXTRA FROM 1 BY 1
               UNTIL IDX-EXTRA > 9
                  OR REGIST-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
                     NOT NUMERIC
           PERFORM 2900-ORDENAR-DEZENAS THRU 2900-EXIT
           ADD JOGOS-NA-APOSTA(QTDE-DEZENAS-JOGO - 5)
               TO QTDE-SIMPLES-ACEITOS
           ADD 1 TO QTDE-ACEITOS
           MOVE REGIST-REGISTRO-FD-SEQ TO ACT-SEQ(QTDE-ACEITOS)
           MOVE JOGO-TAB-R TO ACT-DEZENAS(QTDE-ACEITOS)
           MOVE REGIST-REGISTRO-FD-RECIBO TO ACT-RECIBO(QTDE-ACEITOS)
           MOVE 'N' TO ACT-REGISTRADO(QTDE-ACEITOS)
           MOVE 'N' TO ACT-APURADO(QTDE-ACEITOS)
           .
       2110-EXIT.
           EXIT.
      *
       2120-CARREGAR-EXTRA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE REGIST-REGISTRO-FD-DEZ-EXTRA(IDX-EXTRA)
               TO JOGO-VAL(QTDE-DEZENAS-JOGO)
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2200  JOGOS APURADOS (MEGAJOGADOS DADO AO MEGAPRZ)
      *-----------------------------------------------------------------
       2200-CARREGAR-APURADOS.
           OPEN INPUT MEGAJOGADOS
           IF WS-FS-JOGADOS NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel abrir MEGAJOGADOS - '
                        'FILE STATUS ' WS-FS-JOGADOS
               CLOSE MEGAJOGADOS
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-CARREGAR-UM-APURADO THRU 2210-EXIT
               UNTIL WS-FS-JOGADOS = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAJOGADOS
           .
       2200-EXIT.
           EXIT.
      *
       2210-CARREGAR-UM-APURADO.
           READ MEGAJOGADOS
               AT END
                   MOVE '10' TO WS-FS-JOGADOS
           END-READ
           IF WS-FS-JOGADOS(1:1) NOT = '0'
               GO TO 2210-EXIT
           END-IF
           IF QTDE-APURADOS >= 6000
               DISPLAY 'MEGACONC: mais de 6000 jogos em MEGAJOGADOS - '
                        'conciliacao nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2210-EXIT
           END-IF
           MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
           MOVE ZEROS TO JOGO-TAB
           MOVE 0 TO QTDE-DEZENAS-JOGO
           PERFORM 2220-CARREGAR-DEZENA THRU 2220-EXIT
               VARYING IDX-JOGO FROM 1 BY 1
               UNTIL IDX-JOGO > 15
                  OR (IDX-JOGO > 6 AND
                      JOGADO-REGISTRO-WS-DEZ(IDX-JOGO) NOT NUMERIC)
           PERFORM 2900-ORDENAR-DEZENAS THRU 2900-EXIT
           ADD JOGOS-NA-APOSTA(QTDE-DEZENAS-JOGO - 5)
               TO QTDE-SIMPLES-APURADOS
           ADD 1 TO QTDE-APURADOS
           MOVE JOGADO-REGISTRO-WS-SEQ TO APR-SEQ(QTDE-APURADOS)
           MOVE JOGO-TAB-R TO APR-DEZENAS(QTDE-APURADOS)
           MOVE 'N' TO APR-ACEITO(QTDE-APURADOS)
           .
       2210-EXIT.
           EXIT.
      *
       2220-CARREGAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE JOGADO-REGISTRO-WS-DEZ-N(IDX-JOGO) TO JOGO-VAL(IDX-JOGO)
           .
       2220-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2300  LANCAMENTO VIGENTE DO CONCURSO NO LIVRO-RAZAO (O
      *          ULTIMO, QUANDO NAO FOR ESTORNO)
      *-----------------------------------------------------------------
       2300-LER-LIVRO.
           OPEN INPUT MEGALEDGER
           IF WS-FS-LEDGER NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel abrir MEGALEDGER - '
                        'FILE STATUS ' WS-FS-LEDGER
               CLOSE MEGALEDGER
               MOVE 16 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-LER-UM-LANCAMENTO THRU 2310-EXIT
               UNTIL WS-FS-LEDGER = '10'
           CLOSE MEGALEDGER
           .
       2300-EXIT.
           EXIT.
      *
       2310-LER-UM-LANCAMENTO.
           READ MEGALEDGER
               AT END
                   MOVE '10' TO WS-FS-LEDGER
           END-READ
           IF WS-FS-LEDGER(1:1) = '0'
              AND LEDGER-REGISTRO-FD-CONCURSO = WS-CONCURSO
               IF LEDGER-REGISTRO-FD-TIPO-LANC = 'E'
                   SET CONCURSO-FORA-DO-LIVRO TO TRUE
                   MOVE 0 TO LIVRO-QTDE-JOGOS
                   MOVE 0 TO LIVRO-VLR-APOSTADO
               ELSE
                   SET CONCURSO-JA-NO-LIVRO TO TRUE
                   MOVE LEDGER-REGISTRO-FD-QTDE-JOGOS
                       TO LIVRO-QTDE-JOGOS
                   MOVE LEDGER-REGISTRO-FD-VLR-APOSTADO
                       TO LIVRO-VLR-APOSTADO
               END-IF
           END-IF
           .
       2310-EXIT.
           EXIT.
      *
      *    Ordena as QTDE-DEZENAS-JOGO dezenas de JOGO-TAB em ordem
      *    crescente (insercao simples; no maximo quinze elementos).
       2900-ORDENAR-DEZENAS.
           PERFORM 2910-PASSO-EXTERNO THRU 2910-EXIT
               VARYING IDX-JOGO FROM 2 BY 1
               UNTIL IDX-JOGO > QTDE-DEZENAS-JOGO
           .
       2900-EXIT.
           EXIT.
      *
       2910-PASSO-EXTERNO.
           MOVE JOGO-VAL(IDX-JOGO) TO WS-DEZENA-AUX
           MOVE IDX-JOGO TO IDX-TROCA
           PERFORM 2920-PASSO-INTERNO THRU 2920-EXIT
               UNTIL IDX-TROCA < 2
                  OR JOGO-VAL(IDX-TROCA - 1) NOT > WS-DEZENA-AUX
           MOVE WS-DEZENA-AUX TO JOGO-VAL(IDX-TROCA)
           .
       2910-EXIT.
           EXIT.
      *
       2920-PASSO-INTERNO.
           MOVE JOGO-VAL(IDX-TROCA - 1) TO JOGO-VAL(IDX-TROCA)
           SUBTRACT 1 FROM IDX-TROCA
           .
       2920-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CASAMENTO DAS VISOES PELAS DEZENAS: REGISTRADO CONTRA
      *          ACEITO E APURADO CONTRA ACEITO (CADA JOGO ACEITO CASA
      *          NO MAXIMO UMA VEZ EM CADA CONFRONTO)
      *-----------------------------------------------------------------
       3000-CONCILIAR.
           PERFORM 3100-CASAR-REGISTRADO THRU 3100-EXIT
               VARYING IDX-RGD FROM 1 BY 1
               UNTIL IDX-RGD > QTDE-REGISTRADOS
           PERFORM 3200-CASAR-APURADO THRU 3200-EXIT
               VARYING IDX-APR FROM 1 BY 1
               UNTIL IDX-APR > QTDE-APURADOS
           COMPUTE WS-CUSTO-REGISTRADO =
               QTDE-SIMPLES-REGISTRADOS * WS-PRECO-APOSTA
           COMPUTE WS-CUSTO-ACEITO =
               QTDE-SIMPLES-ACEITOS * WS-PRECO-APOSTA
           COMPUTE WS-CUSTO-APURADO =
               QTDE-SIMPLES-APURADOS * WS-PRECO-APOSTA
      *    O livro guarda a quantidade de apostas, nao a de jogos de
      *    seis dezenas: o custo dele e' o valor apostado lancado.
           MOVE LIVRO-VLR-APOSTADO TO WS-CUSTO-LIVRO
           COMPUTE WS-DIF-CUSTO =
               LIVRO-VLR-APOSTADO - WS-CUSTO-ACEITO
           PERFORM 3300-CONTAR-ACEITO THRU 3300-EXIT
               VARYING IDX-ACT FROM 1 BY 1
               UNTIL IDX-ACT > QTDE-ACEITOS
           IF QTDE-NAO-ACEITOS > 0
              OR QTDE-SEM-REGISTRO > 0
              OR QTDE-FANTASMAS > 0
              OR QTDE-NAO-APURADOS > 0
              OR LIVRO-QTDE-JOGOS NOT = QTDE-APURADOS
              OR WS-DIF-CUSTO NOT = 0
              OR CONCURSO-FORA-DO-LIVRO
               MOVE 'N' TO SW-CONCILIADO
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       3100-CASAR-REGISTRADO.
           MOVE 0 TO IDX-ACHADO
           PERFORM 3110-COMPARAR-REGISTRADO THRU 3110-EXIT
               VARYING IDX-ACT FROM 1 BY 1
               UNTIL IDX-ACT > QTDE-ACEITOS
                  OR IDX-ACHADO > 0
           IF IDX-ACHADO > 0
               MOVE 'S' TO RGD-ACEITO(IDX-RGD)
               MOVE 'S' TO ACT-REGISTRADO(IDX-ACHADO)
           ELSE
               ADD 1 TO QTDE-NAO-ACEITOS
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
       3110-COMPARAR-REGISTRADO.
           IF ACT-REGISTRADO(IDX-ACT) = 'N'
              AND ACT-DEZENAS(IDX-ACT) = RGD-DEZENAS(IDX-RGD)
               MOVE IDX-ACT TO IDX-ACHADO
           END-IF
           .
       3110-EXIT.
           EXIT.
      *
       3200-CASAR-APURADO.
           MOVE 0 TO IDX-ACHADO
           PERFORM 3210-COMPARAR-APURADO THRU 3210-EXIT
               VARYING IDX-ACT FROM 1 BY 1
               UNTIL IDX-ACT > QTDE-ACEITOS
                  OR IDX-ACHADO > 0
           IF IDX-ACHADO > 0
               MOVE 'S' TO APR-ACEITO(IDX-APR)
               MOVE 'S' TO ACT-APURADO(IDX-ACHADO)
           ELSE
               ADD 1 TO QTDE-FANTASMAS
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
       3210-COMPARAR-APURADO.
           IF ACT-APURADO(IDX-ACT) = 'N'
              AND ACT-DEZENAS(IDX-ACT) = APR-DEZENAS(IDX-APR)
               MOVE IDX-ACT TO IDX-ACHADO
           END-IF
           .
       3210-EXIT.
           EXIT.
      *
       3300-CONTAR-ACEITO.
           IF ACT-REGISTRADO(IDX-ACT) = 'N'
               ADD 1 TO QTDE-SEM-REGISTRO
           END-IF
           IF ACT-APURADO(IDX-ACT) = 'N'
               ADD 1 TO QTDE-NAO-APURADOS
           END-IF
           .
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  RELATORIO DE CONCILIACAO: DIVERGENCIAS JOGO A JOGO,
      *          TOTAIS DAS TRES VISOES E CONFRONTO DE CUSTOS
      *-----------------------------------------------------------------
       4000-EMITIR-RELATORIO.
           OPEN OUTPUT MEGACONC-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGACONC: nao foi possivel criar MEGACONC-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGACONC-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'CONCILIACAO REGISTRADO X ACEITO X APURADO - '
                                        DELIMITED BY SIZE
                  'MEGACONC - CONCURSO ' DELIMITED BY SIZE
                  WS-CONCURSO           DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
      *
           MOVE 'JOGOS REGISTRADOS EM MEGAAPOSM E NAO ACEITOS PELO '
               TO WS-TITULO-SECAO
           MOVE 'OPERADOR' TO WS-TITULO-SECAO(51:)
           PERFORM 4900-EMITIR-TITULO THRU 4900-EXIT
           PERFORM 4100-EMITIR-NAO-ACEITO THRU 4100-EXIT
               VARYING IDX-RGD FROM 1 BY 1
               UNTIL IDX-RGD > QTDE-REGISTRADOS
           PERFORM 4950-EMITIR-NENHUM THRU 4950-EXIT
      *
           MOVE 'JOGOS ACEITOS EM MEGAREGIST SEM REGISTRO EM MEGAAPOSM'
               TO WS-TITULO-SECAO
           PERFORM 4900-EMITIR-TITULO THRU 4900-EXIT
           PERFORM 4200-EMITIR-SEM-REGISTRO THRU 4200-EXIT
               VARYING IDX-ACT FROM 1 BY 1
               UNTIL IDX-ACT > QTDE-ACEITOS
           PERFORM 4950-EMITIR-NENHUM THRU 4950-EXIT
      *
           MOVE 'JOGOS APURADOS SEM ACEITE DO OPERADOR '
               TO WS-TITULO-SECAO
           MOVE '(PREMIO FANTASMA)' TO WS-TITULO-SECAO(39:)
           PERFORM 4900-EMITIR-TITULO THRU 4900-EXIT
           PERFORM 4300-EMITIR-FANTASMA THRU 4300-EXIT
               VARYING IDX-APR FROM 1 BY 1
               UNTIL IDX-APR > QTDE-APURADOS
           PERFORM 4950-EMITIR-NENHUM THRU 4950-EXIT
      *
           MOVE 'JOGOS ACEITOS PELO OPERADOR E NAO APURADOS'
               TO WS-TITULO-SECAO
           PERFORM 4900-EMITIR-TITULO THRU 4900-EXIT
           PERFORM 4400-EMITIR-NAO-APURADO THRU 4400-EXIT
               VARYING IDX-ACT FROM 1 BY 1
               UNTIL IDX-ACT > QTDE-ACEITOS
           PERFORM 4950-EMITIR-NENHUM THRU 4950-EXIT
      *
           PERFORM 4500-EMITIR-TOTAIS THRU 4500-EXIT
           CLOSE MEGACONC-RPT
           .
       4000-EXIT.
           EXIT.
      *
       4100-EMITIR-NAO-ACEITO.
           IF RGD-ACEITO(IDX-RGD) = 'N'
               MOVE RGD-DEZENAS(IDX-RGD) TO JOGO-TAB-R
               MOVE SPACES TO WS-RECIBO
               MOVE RGD-SEQ(IDX-RGD) TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 4800-EMITIR-JOGO THRU 4800-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
       4200-EMITIR-SEM-REGISTRO.
           IF ACT-REGISTRADO(IDX-ACT) = 'N'
               MOVE ACT-DEZENAS(IDX-ACT) TO JOGO-TAB-R
               MOVE ACT-RECIBO(IDX-ACT) TO WS-RECIBO
               MOVE ACT-SEQ(IDX-ACT) TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 4800-EMITIR-JOGO THRU 4800-EXIT
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
       4300-EMITIR-FANTASMA.
           IF APR-ACEITO(IDX-APR) = 'N'
               MOVE APR-DEZENAS(IDX-APR) TO JOGO-TAB-R
               MOVE SPACES TO WS-RECIBO
               MOVE APR-SEQ(IDX-APR) TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 4800-EMITIR-JOGO THRU 4800-EXIT
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
       4400-EMITIR-NAO-APURADO.
           IF ACT-APURADO(IDX-ACT) = 'N'
               MOVE ACT-DEZENAS(IDX-ACT) TO JOGO-TAB-R
               MOVE ACT-RECIBO(IDX-ACT) TO WS-RECIBO
               MOVE ACT-SEQ(IDX-ACT) TO JOGADO-REGISTRO-WS-SEQ
               PERFORM 4800-EMITIR-JOGO THRU 4800-EXIT
           END-IF
           .
       4400-EXIT.
           EXIT.
      *
       4500-EMITIR-TOTAIS.
           MOVE 'TOTAIS DO CONCURSO (CUSTO AO PRECO DO MEGASELP)'
               TO WS-TITULO-SECAO
           PERFORM 4900-EMITIR-TITULO THRU 4900-EXIT
           MOVE 'REGISTRADOS (MEGAAPOSM).......: ' TO WS-TITULO-SECAO
           MOVE QTDE-REGISTRADOS TO WS-QTDE-EDT
           MOVE WS-CUSTO-REGISTRADO TO WS-VLR-EDT
           PERFORM 4510-EMITIR-TOTAL THRU 4510-EXIT
           MOVE 'ACEITOS (MEGAREGIST)..........: ' TO WS-TITULO-SECAO
           MOVE QTDE-ACEITOS TO WS-QTDE-EDT
           MOVE WS-CUSTO-ACEITO TO WS-VLR-EDT
           PERFORM 4510-EMITIR-TOTAL THRU 4510-EXIT
           MOVE 'APURADOS (MEGAJOGADOS)........: ' TO WS-TITULO-SECAO
           MOVE QTDE-APURADOS TO WS-QTDE-EDT
           MOVE WS-CUSTO-APURADO TO WS-VLR-EDT
           PERFORM 4510-EMITIR-TOTAL THRU 4510-EXIT
           MOVE 'APURADOS NO LIVRO (QTDE-JOGOS): ' TO WS-TITULO-SECAO
           MOVE LIVRO-QTDE-JOGOS TO WS-QTDE-EDT
           MOVE WS-CUSTO-LIVRO TO WS-VLR-EDT
           PERFORM 4510-EMITIR-TOTAL THRU 4510-EXIT
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE LIVRO-VLR-APOSTADO TO WS-VLR-EDT
           STRING 'VALOR APOSTADO NO LIVRO.......:       CUSTO '
                                        DELIMITED BY SIZE
                  WS-VLR-EDT            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           IF WS-DIF-CUSTO < 0
               COMPUTE WS-VALOR-ABS = 0 - WS-DIF-CUSTO
               MOVE '-' TO WS-SINAL
           ELSE
               MOVE WS-DIF-CUSTO TO WS-VALOR-ABS
               MOVE '+' TO WS-SINAL
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VALOR-ABS TO WS-VLR-EDT
           STRING 'DIFERENCA LIVRO - ACEITOS.....:            '
                                        DELIMITED BY SIZE
                  WS-SINAL              DELIMITED BY SIZE
                  WS-VLR-EDT            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           IF CONCURSO-FORA-DO-LIVRO
               MOVE SPACES TO RPT-REGISTRO-FD
               MOVE 'CONCURSO SEM LANCAMENTO VIGENTE NO LIVRO-RAZAO'
                   TO RPT-REGISTRO-FD
               WRITE RPT-REGISTRO-FD
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           IF CONCURSO-CONCILIADO
               MOVE 'SITUACAO: CONCILIADO' TO RPT-REGISTRO-FD
           ELSE
               MOVE 'SITUACAO: NAO CONCILIADO - TOTAIS NAO FECHAM'
                   TO RPT-REGISTRO-FD
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       4500-EXIT.
           EXIT.
      *
       4510-EMITIR-TOTAL.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING WS-TITULO-SECAO(1:32) DELIMITED BY SIZE
                  WS-QTDE-EDT           DELIMITED BY SIZE
                  ' CUSTO '             DELIMITED BY SIZE
                  WS-VLR-EDT            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       4510-EXIT.
           EXIT.
      *
      *    Linha de um jogo divergente: sequencial, dezenas em ordem
      *    crescente (todas, na multipla) e, quando houver, o recibo
      *    do operador.
       4800-EMITIR-JOGO.
           ADD 1 TO QTDE-SECAO
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING '  SEQ '                 DELIMITED BY SIZE
                  JOGADO-REGISTRO-WS-SEQ   DELIMITED BY SIZE
                  '  DEZENAS '             DELIMITED BY SIZE
                  JOGO-VAL(1)              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  JOGO-VAL(2)              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  JOGO-VAL(3)              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  JOGO-VAL(4)              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  JOGO-VAL(5)              DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  JOGO-VAL(6)              DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           PERFORM 4810-EMITIR-EXTRA THRU 4810-EXIT
               VARYING IDX-JOGO FROM 7 BY 1
               UNTIL IDX-JOGO > 15
                  OR JOGO-VAL(IDX-JOGO) = 0
           IF WS-RECIBO NOT = SPACES
               STRING '  RECIBO '          DELIMITED BY SIZE
                      WS-RECIBO            DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       4800-EXIT.
           EXIT.
      *
       4810-EMITIR-EXTRA.
           STRING ','                      DELIMITED BY SIZE
                  JOGO-VAL(IDX-JOGO)       DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           .
       4810-EXIT.
           EXIT.
      *
       4900-EMITIR-TITULO.
           MOVE 0 TO QTDE-SECAO
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE WS-TITULO-SECAO TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       4900-EXIT.
           EXIT.
      *
       4950-EMITIR-NENHUM.
           IF QTDE-SECAO = 0
               MOVE '  NENHUM' TO RPT-REGISTRO-FD
               WRITE RPT-REGISTRO-FD
           END-IF
           .
       4950-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Concurso conciliado............: ' WS-CONCURSO
           DISPLAY 'Jogos registrados..............: ' QTDE-REGISTRADOS
           DISPLAY 'Jogos aceitos..................: ' QTDE-ACEITOS
           DISPLAY 'Jogos apurados.................: ' QTDE-APURADOS
           DISPLAY 'Jogos apurados no livro........: ' LIVRO-QTDE-JOGOS
           DISPLAY 'Registrados e nao aceitos......: ' QTDE-NAO-ACEITOS
           DISPLAY 'Aceitos sem registro...........: '
                    QTDE-SEM-REGISTRO
           DISPLAY 'Apurados sem aceite............: ' QTDE-FANTASMAS
           DISPLAY 'Aceitos e nao apurados.........: '
                    QTDE-NAO-APURADOS
           IF RETURN-CODE = 0 AND NOT CONCURSO-CONCILIADO
               MOVE 8 TO RETURN-CODE
               DISPLAY 'MEGACONC: registrado, aceito e apurado nao '
                        'fecham - ver MEGACONC-RPT'
           END-IF
           .
       9000-EXIT.
           EXIT.
