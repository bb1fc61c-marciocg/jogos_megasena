      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGAIRPF.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Informe anual de premios para a declaracao de imposto
      *         de renda (IRPF).  Para o ano-calendario do cartao
      *         MEGAIRPC (ou o ano anterior ao corrente) seleciona no
      *         cadastro-mestre (MEGAHISTM) os concursos sorteados no
      *         ano e toma de cada um o lancamento vigente do
      *         livro-razao do MEGAPRZ (MEGALEDGER): valor apostado,
      *         premio bruto e imposto retido na fonte.  Emite em
      *         MEGAIRPF-RPT o informe do escritorio - concurso a
      *         concurso, com os premios do cadastro de resgate
      *         (MEGARESG, recibos oficiais do MEGAREGIST) como
      *         comprovantes, o imposto de cada premio pela tabela
      *         MEGAIRTAB e os totais do ano: bruto, imposto retido,
      *         liquido recebido e gasto em apostas.  Em MEGAIRPF-INF
      *         emite o informe de cada participante do cadastro
      *         MEGABOLAO, com a parte dele em cada concurso premiado
      *         e nos totais do ano, rateada como no MEGABOLR (apostas)
      *         e no MEGABOLP (premio liquido e imposto, ao centavo,
      *         resto em rodizio na ordem do cadastro) pelas quotas do
      *         cadastro atual.  Sem MEGABOLAO so sai o informe do
      *         escritorio.
      *         RETURN-CODE = 4 quando nenhum concurso do ano foi
      *         apurado ou quando os premios do cadastro de resgate nao
      *         fecham com o livro-razao; 8 quando a soma das partes
      *         dos participantes nao fecha com o total do escritorio.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megairpf.cbl (GnuCOBOL)
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
           SELECT OPTIONAL MEGAIRPC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-HIST.
      *
           SELECT MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-LEDGER.
      *
           SELECT OPTIONAL MEGARESG ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RESG.
      *
           SELECT OPTIONAL MEGAIRTAB ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-IRTAB.
      *
           SELECT OPTIONAL MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-BOLAO.
      *
           SELECT MEGAIRPF-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
           SELECT MEGAIRPF-INF ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-INF.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGAIRPC
           RECORDING F.
       COPY MEGAIRPC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HIST-REGISTRO-FD==.
      *
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGARESG
           RECORDING F.
       COPY MEGARSGREG REPLACING ==:REG:== BY ==RESG-REGISTRO-FD==.
      *
       FD  MEGAIRTAB
           RECORDING F.
       COPY MEGAIRREG REPLACING ==:REG:== BY ==IRTAB-REGISTRO-FD==.
      *
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGAIRPF-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *
       FD  MEGAIRPF-INF
           RECORDING F.
       01  INF-REGISTRO-FD               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-HIST                   PIC X(02)  VALUE SPACES.
       77  WS-FS-LEDGER                 PIC X(02)  VALUE SPACES.
       77  WS-FS-RESG                   PIC X(02)  VALUE SPACES.
       77  WS-FS-IRTAB                  PIC X(02)  VALUE SPACES.
       77  WS-FS-BOLAO                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-INF                    PIC X(02)  VALUE SPACES.
      *
       77  SW-SAIDAS-ABERTAS            PIC X(01)  VALUE 'N'.
           88  SAIDAS-ABERTAS                       VALUE 'S'.
      *
       01  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03  WS-ANO-HOJE              PIC 9(04).
           03  FILLER                   PIC 9(04).
       77  WS-ANO                       PIC 9(04)  VALUE 0.
      *
      *    Concursos sorteados no ano, na ordem do cadastro-mestre,
      *    com o lancamento vigente do livro-razao.  CONC-SITUACAO:
      *    'N' sem lancamento, 'V' vigente, 'E' estornado.
       77  QTDE-CONC                    PIC 9(03)  COMP VALUE 0.
       01  CONCURSO-TABELA.
           03  CONC-OCORR               OCCURS 500 TIMES.
               05  CONC-NUMERO          PIC 9(05).
               05  CONC-DATA            PIC 9(08).
               05  CONC-SITUACAO        PIC X(01).
               05  CONC-QTDE-JOGOS      PIC 9(05).
               05  CONC-APOSTADO        PIC 9(11)V99.
               05  CONC-BRUTO           PIC 9(13)V99.
               05  CONC-IMPOSTO         PIC 9(13)V99.
               05  CONC-VLR-RESGATE     PIC 9(13)V99.
       77  IDX-CONC                     PIC 9(03)  COMP VALUE 0.
       77  IDX-CONC-ACHADO              PIC 9(03)  COMP VALUE 0.
       77  QTDE-APURADOS                PIC 9(03)  COMP VALUE 0.
       77  QTDE-ESTORNADOS              PIC 9(03)  COMP VALUE 0.
       77  QTDE-PREMIADOS               PIC 9(03)  COMP VALUE 0.
       77  QTDE-DIVERGENTES             PIC 9(03)  COMP VALUE 0.
      *
      *    Premios do cadastro de resgate dos concursos do ano (os
      *    anulados ficam de fora), na ordem do cadastro.
       77  QTDE-RESG                    PIC 9(05)  COMP VALUE 0.
       01  RESGATE-TABELA.
           03  RSG-OCORR                OCCURS 3000 TIMES.
               05  RSG-CONCURSO         PIC 9(05).
               05  RSG-RECIBO           PIC X(15).
               05  RSG-FAIXA            PIC 9(01).
               05  RSG-VLR-PREMIO       PIC 9(11)V99.
               05  RSG-DATA-SORTEIO     PIC 9(08).
               05  RSG-SITUACAO         PIC X(01).
       77  IDX-RESG                     PIC 9(05)  COMP VALUE 0.
       77  SW-RESG-CHEIO                PIC X(01)  VALUE 'N'.
           88  RESG-CHEIO                           VALUE 'S'.
      *
      *    Tabela de imposto de renda na fonte, em ordem de vigencia.
       77  QTDE-IR                      PIC 9(03)  COMP VALUE 0.
       01  IMPOSTO-TABELA.
           03  IR-OCORR                 OCCURS 50 TIMES.
               05  IR-DATA-VIGENCIA     PIC 9(08).
               05  IR-LIMITE-ISENCAO    PIC 9(09)V99.
               05  IR-ALIQUOTA          PIC 9(03)V99.
       77  IDX-IR                       PIC 9(03)  COMP VALUE 0.
       77  IDX-IR-ACHADO                PIC 9(03)  COMP VALUE 0.
       77  WS-DATA-REFERENCIA           PIC 9(08)  VALUE 0.
       77  WS-IR-PREMIO                 PIC 9(11)V99 VALUE 0.
      *
      *    Participantes do bolao (ate 200), na ordem do cadastro, com
      *    as partes do ano em centavos.
       77  QTDE-PARTICIPANTES           PIC 9(03)  COMP VALUE 0.
       77  QUOTAS-TOTAL                 PIC 9(05)  COMP VALUE 0.
       01  PARTICIPANTE-TABELA.
           03  PART-OCORR               OCCURS 200 TIMES.
               05  PART-NOME            PIC X(20).
               05  PART-QUOTAS          PIC 9(03).
               05  PART-CENTAVOS        PIC 9(15) COMP.
               05  PART-APOSTADO        PIC 9(15) COMP.
               05  PART-LIQUIDO         PIC 9(15) COMP.
               05  PART-IMPOSTO         PIC 9(15) COMP.
               05  PART-PARTE-LIQ       PIC 9(15) COMP.
       77  IDX-PART                     PIC 9(03)  COMP VALUE 0.
       77  IDX-INFORME                  PIC 9(03)  COMP VALUE 0.
       77  SW-CADASTRO-CHEIO            PIC X(01)  VALUE 'N'.
           88  CADASTRO-CHEIO                       VALUE 'S'.
      *
      *    Rateio em centavos (mesma regra do MEGABOLR/MEGABOLP).
       77  TOTAL-CENTAVOS               PIC 9(15)  COMP VALUE 0.
       77  SOMA-CENTAVOS                PIC 9(15)  COMP VALUE 0.
       77  RESTO-CENTAVOS               PIC 9(15)  COMP VALUE 0.
       77  WS-PRODUTO                   PIC 9(18)  COMP VALUE 0.
      *
      *    Totais do ano do escritorio e soma das partes.
       77  TOT-APOSTADO                 PIC 9(13)V99 VALUE 0.
       77  TOT-BRUTO                    PIC 9(13)V99 VALUE 0.
       77  TOT-IMPOSTO                  PIC 9(13)V99 VALUE 0.
       77  TOT-LIQUIDO                  PIC 9(13)V99 VALUE 0.
       77  WS-RESULTADO                 PIC S9(13)V99 VALUE 0.
       77  SOMA-PART-APOSTADO           PIC 9(15)  COMP VALUE 0.
       77  SOMA-PART-LIQUIDO            PIC 9(15)  COMP VALUE 0.
       77  SOMA-PART-IMPOSTO            PIC 9(15)  COMP VALUE 0.
      *
      *    Campos de edicao das linhas dos relatorios.
       77  WS-VALOR-REAIS               PIC 9(13)V99 VALUE 0.
       77  WS-VALOR-EDT                 PIC Z(10)9.99 VALUE ZEROS.
       77  WS-QTDE-EDT                  PIC ZZZZ9  VALUE ZEROS.
       77  WS-DATA-AUX                  PIC 9(08)  VALUE 0.
       77  WS-DATA-EDT                  PIC X(10)  VALUE SPACES.
       77  WS-ROTULO                    PIC X(32)  VALUE SPACES.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-CONCURSOS THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-LER-LIVRO-RAZAO THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3500-CARREGAR-RESGATES THRU 3500-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3700-CARREGAR-TABELA-IR THRU 3700-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-CARREGAR-PARTICIPANTES THRU 4000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-APURAR-ANO THRU 5000-EXIT
               PERFORM 6000-EMITIR-INFORME-ESCRITORIO THRU 6000-EXIT
               PERFORM 7000-EMITIR-INFORMES-PARTICIP THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - ANO-CALENDARIO E ABERTURA DOS
      *          RELATORIOS
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MEGAIRPC
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGAIRPC - '
                        'FILE STATUS ' WS-FS-CARTAO
               CLOSE MEGAIRPC
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ MEGAIRPC
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           IF WS-FS-CARTAO = '00'
               IF CARTAO-REGISTRO-FD-ANO IS NUMERIC
                   MOVE CARTAO-REGISTRO-FD-ANO TO WS-ANO
               ELSE
                   DISPLAY 'MEGAIRPF: ano invalido em MEGAIRPC - '
                            CARTAO-REGISTRO-FD-ANO
                            ' - informe nao emitido'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MEGAIRPC
           IF RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF
           IF WS-ANO = 0
               COMPUTE WS-ANO = WS-ANO-HOJE - 1
           END-IF
           OPEN OUTPUT MEGAIRPF-RPT
           OPEN OUTPUT MEGAIRPF-INF
           IF WS-FS-RPT NOT = '00' OR WS-FS-INF NOT = '00'
               DISPLAY 'MEGAIRPF: nao foi possivel criar os relatorios '
                        '- FILE STATUS MEGAIRPF-RPT ' WS-FS-RPT
                        ' MEGAIRPF-INF ' WS-FS-INF
               CLOSE MEGAIRPF-RPT
               CLOSE MEGAIRPF-INF
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET SAIDAS-ABERTAS TO TRUE
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CONCURSOS SORTEADOS NO ANO (CADASTRO-MESTRE)
      *-----------------------------------------------------------------
       2000-CARREGAR-CONCURSOS.
           OPEN INPUT MEGAHISTM
           IF WS-FS-HIST NOT = '00'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGAHISTM - '
                        'FILE STATUS ' WS-FS-HIST
               CLOSE MEGAHISTM
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM THRU 2010-EXIT
               UNTIL WS-FS-HIST = '10'
                  OR RETURN-CODE NOT = 0
           CLOSE MEGAHISTM
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM.
           READ MEGAHISTM
               AT END
                   MOVE '10' TO WS-FS-HIST
           END-READ
           IF WS-FS-HIST(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           IF HIST-REGISTRO-FD-DATA(1:4) NOT = WS-ANO
               GO TO 2010-EXIT
           END-IF
           IF QTDE-CONC >= 500
               DISPLAY 'MEGAIRPF: mais de 500 concursos no ano - '
                        'informe nao emitido'
               MOVE 16 TO RETURN-CODE
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-CONC
           MOVE HIST-REGISTRO-FD-CONCURSO TO CONC-NUMERO(QTDE-CONC)
           MOVE HIST-REGISTRO-FD-DATA     TO CONC-DATA(QTDE-CONC)
           MOVE 'N' TO CONC-SITUACAO(QTDE-CONC)
           MOVE 0   TO CONC-QTDE-JOGOS(QTDE-CONC)
           MOVE 0   TO CONC-APOSTADO(QTDE-CONC)
           MOVE 0   TO CONC-BRUTO(QTDE-CONC)
           MOVE 0   TO CONC-IMPOSTO(QTDE-CONC)
           MOVE 0   TO CONC-VLR-RESGATE(QTDE-CONC)
           .
       2010-EXIT.
           EXIT.
      *
      *    Procura o concurso do lancamento lido; IDX-CONC-ACHADO fica
      *    0 quando o concurso nao e' do ano.
       2100-PROCURAR-CONCURSO.
           IF CONC-NUMERO(IDX-CONC) = LEDGER-REGISTRO-FD-CONCURSO
               MOVE IDX-CONC TO IDX-CONC-ACHADO
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  LANCAMENTO VIGENTE DE CADA CONCURSO DO ANO NO
      *          LIVRO-RAZAO (O ULTIMO; UM ESTORNO ZERA O CONCURSO)
      *-----------------------------------------------------------------
       3000-LER-LIVRO-RAZAO.
           OPEN INPUT MEGALEDGER
           IF WS-FS-LEDGER NOT = '00'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGALEDGER - '
                        'FILE STATUS ' WS-FS-LEDGER
               CLOSE MEGALEDGER
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-LER-UM-LANCAMENTO THRU 3010-EXIT
               UNTIL WS-FS-LEDGER = '10'
           CLOSE MEGALEDGER
           .
       3000-EXIT.
           EXIT.
      *
       3010-LER-UM-LANCAMENTO.
           READ MEGALEDGER
               AT END
                   MOVE '10' TO WS-FS-LEDGER
           END-READ
           IF WS-FS-LEDGER(1:1) NOT = '0'
               GO TO 3010-EXIT
           END-IF
           MOVE 0 TO IDX-CONC-ACHADO
           PERFORM 2100-PROCURAR-CONCURSO THRU 2100-EXIT
               VARYING IDX-CONC FROM 1 BY 1
               UNTIL IDX-CONC > QTDE-CONC
                  OR IDX-CONC-ACHADO > 0
           IF IDX-CONC-ACHADO = 0
               GO TO 3010-EXIT
           END-IF
           IF LEDGER-REGISTRO-FD-TIPO-LANC = 'E'
               MOVE 'E' TO CONC-SITUACAO(IDX-CONC-ACHADO)
               MOVE 0   TO CONC-QTDE-JOGOS(IDX-CONC-ACHADO)
               MOVE 0   TO CONC-APOSTADO(IDX-CONC-ACHADO)
               MOVE 0   TO CONC-BRUTO(IDX-CONC-ACHADO)
               MOVE 0   TO CONC-IMPOSTO(IDX-CONC-ACHADO)
               GO TO 3010-EXIT
           END-IF
           MOVE 'V' TO CONC-SITUACAO(IDX-CONC-ACHADO)
           MOVE LEDGER-REGISTRO-FD-QTDE-JOGOS
               TO CONC-QTDE-JOGOS(IDX-CONC-ACHADO)
           MOVE LEDGER-REGISTRO-FD-VLR-APOSTADO
               TO CONC-APOSTADO(IDX-CONC-ACHADO)
           MOVE LEDGER-REGISTRO-FD-VLR-PREMIOS
               TO CONC-BRUTO(IDX-CONC-ACHADO)
           MOVE 0 TO CONC-IMPOSTO(IDX-CONC-ACHADO)
           IF LEDGER-REGISTRO-FD-VLR-IMPOSTO IS NUMERIC
               MOVE LEDGER-REGISTRO-FD-VLR-IMPOSTO
                   TO CONC-IMPOSTO(IDX-CONC-ACHADO)
           END-IF
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3500  PREMIOS DOS CONCURSOS DO ANO NO CADASTRO DE RESGATE
      *-----------------------------------------------------------------
       3500-CARREGAR-RESGATES.
           OPEN INPUT MEGARESG
           IF WS-FS-RESG(1:1) NOT = '0'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGARESG - '
                        'FILE STATUS ' WS-FS-RESG
               CLOSE MEGARESG
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-CARREGAR-UM THRU 3510-EXIT
               UNTIL WS-FS-RESG = '10'
           CLOSE MEGARESG
           .
       3500-EXIT.
           EXIT.
      *
       3510-CARREGAR-UM.
           READ MEGARESG
               AT END
                   MOVE '10' TO WS-FS-RESG
           END-READ
           IF WS-FS-RESG(1:1) NOT = '0'
              OR RESG-REGISTRO-FD-SITUACAO = 'X'
               GO TO 3510-EXIT
           END-IF
           MOVE 0 TO IDX-CONC-ACHADO
           PERFORM 3520-PROCURAR-CONCURSO THRU 3520-EXIT
               VARYING IDX-CONC FROM 1 BY 1
               UNTIL IDX-CONC > QTDE-CONC
                  OR IDX-CONC-ACHADO > 0
           IF IDX-CONC-ACHADO = 0
               GO TO 3510-EXIT
           END-IF
           IF QTDE-RESG >= 3000
               IF NOT RESG-CHEIO
                   DISPLAY 'MEGAIRPF: mais de 3000 premios no ano em '
                            'MEGARESG - demais fora do detalhe'
                   SET RESG-CHEIO TO TRUE
               END-IF
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO QTDE-RESG
           MOVE RESG-REGISTRO-FD-CONCURSO  TO RSG-CONCURSO(QTDE-RESG)
           MOVE RESG-REGISTRO-FD-RECIBO    TO RSG-RECIBO(QTDE-RESG)
           MOVE RESG-REGISTRO-FD-FAIXA     TO RSG-FAIXA(QTDE-RESG)
           MOVE RESG-REGISTRO-FD-VLR-PREMIO
               TO RSG-VLR-PREMIO(QTDE-RESG)
           MOVE RESG-REGISTRO-FD-DATA-SORTEIO
               TO RSG-DATA-SORTEIO(QTDE-RESG)
           MOVE RESG-REGISTRO-FD-SITUACAO  TO RSG-SITUACAO(QTDE-RESG)
           ADD RESG-REGISTRO-FD-VLR-PREMIO
               TO CONC-VLR-RESGATE(IDX-CONC-ACHADO)
           .
       3510-EXIT.
           EXIT.
      *
       3520-PROCURAR-CONCURSO.
           IF CONC-NUMERO(IDX-CONC) = RESG-REGISTRO-FD-CONCURSO
               MOVE IDX-CONC TO IDX-CONC-ACHADO
           END-IF
           .
       3520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3700  TABELA DE IMPOSTO DE RENDA NA FONTE (MEGAIRTAB)
      *-----------------------------------------------------------------
       3700-CARREGAR-TABELA-IR.
           OPEN INPUT MEGAIRTAB
           IF WS-FS-IRTAB(1:1) NOT = '0'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGAIRTAB - '
                        'FILE STATUS ' WS-FS-IRTAB
               CLOSE MEGAIRTAB
               MOVE 16 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-CARREGAR-UMA THRU 3710-EXIT
               UNTIL WS-FS-IRTAB = '10'
           CLOSE MEGAIRTAB
           .
       3700-EXIT.
           EXIT.
      *
       3710-CARREGAR-UMA.
           READ MEGAIRTAB
               AT END
                   MOVE '10' TO WS-FS-IRTAB
           END-READ
           IF WS-FS-IRTAB(1:1) = '0'
               IF QTDE-IR < 50
                   ADD 1 TO QTDE-IR
                   MOVE IRTAB-REGISTRO-FD-DATA-VIGENCIA
                       TO IR-DATA-VIGENCIA(QTDE-IR)
                   MOVE IRTAB-REGISTRO-FD-LIMITE-ISENCAO
                       TO IR-LIMITE-ISENCAO(QTDE-IR)
                   MOVE IRTAB-REGISTRO-FD-ALIQUOTA
                       TO IR-ALIQUOTA(QTDE-IR)
               END-IF
           END-IF
           .
       3710-EXIT.
           EXIT.
      *
      *    Imposto de um premio de RSG-VLR-PREMIO(IDX-RESG) pela linha
      *    da tabela com a maior vigencia que nao passa da data do
      *    sorteio (mesma regra do MEGAPRZ).
       3800-CALCULAR-IR-PREMIO.
           MOVE 0 TO WS-IR-PREMIO
           MOVE 0 TO IDX-IR-ACHADO
           MOVE RSG-DATA-SORTEIO(IDX-RESG) TO WS-DATA-REFERENCIA
           PERFORM 3810-COMPARAR-VIGENCIA THRU 3810-EXIT
               VARYING IDX-IR FROM 1 BY 1
               UNTIL IDX-IR > QTDE-IR
           IF IDX-IR-ACHADO = 0
               GO TO 3800-EXIT
           END-IF
           IF RSG-VLR-PREMIO(IDX-RESG) >
              IR-LIMITE-ISENCAO(IDX-IR-ACHADO)
               COMPUTE WS-IR-PREMIO ROUNDED =
                   RSG-VLR-PREMIO(IDX-RESG) *
                   IR-ALIQUOTA(IDX-IR-ACHADO) / 100
           END-IF
           .
       3800-EXIT.
           EXIT.
      *
       3810-COMPARAR-VIGENCIA.
           IF IR-DATA-VIGENCIA(IDX-IR) NOT > WS-DATA-REFERENCIA
               IF IDX-IR-ACHADO = 0
                   MOVE IDX-IR TO IDX-IR-ACHADO
               ELSE
                   IF IR-DATA-VIGENCIA(IDX-IR) NOT <
                      IR-DATA-VIGENCIA(IDX-IR-ACHADO)
                       MOVE IDX-IR TO IDX-IR-ACHADO
                   END-IF
               END-IF
           END-IF
           .
       3810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  CARGA DO CADASTRO DE PARTICIPANTES (OPCIONAL)
      *-----------------------------------------------------------------
       4000-CARREGAR-PARTICIPANTES.
           OPEN INPUT MEGABOLAO
           IF WS-FS-BOLAO(1:1) NOT = '0'
               DISPLAY 'MEGAIRPF: nao foi possivel abrir MEGABOLAO - '
                        'FILE STATUS ' WS-FS-BOLAO
               CLOSE MEGABOLAO
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-CARREGAR-UM THRU 4010-EXIT
               UNTIL WS-FS-BOLAO = '10'
           CLOSE MEGABOLAO
           .
       4000-EXIT.
           EXIT.
      *
       4010-CARREGAR-UM.
           READ MEGABOLAO
               AT END
                   MOVE '10' TO WS-FS-BOLAO
           END-READ
           IF WS-FS-BOLAO(1:1) = '0'
               IF QTDE-PARTICIPANTES >= 200
                   IF NOT CADASTRO-CHEIO
                       DISPLAY 'MEGAIRPF: cadastro excede 200 '
                                'participantes - demais ignorados'
                       SET CADASTRO-CHEIO TO TRUE
                   END-IF
                   GO TO 4010-EXIT
               END-IF
               ADD 1 TO QTDE-PARTICIPANTES
               MOVE BOLAO-REGISTRO-FD-NOME
                   TO PART-NOME(QTDE-PARTICIPANTES)
               MOVE BOLAO-REGISTRO-FD-QUOTAS
                   TO PART-QUOTAS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-CENTAVOS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-APOSTADO(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-LIQUIDO(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-IMPOSTO(QTDE-PARTICIPANTES)
               ADD BOLAO-REGISTRO-FD-QUOTAS TO QUOTAS-TOTAL
           END-IF
           .
       4010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  TOTAIS DO ANO DO ESCRITORIO E PARTES DOS
      *          PARTICIPANTES, CONCURSO A CONCURSO
      *-----------------------------------------------------------------
       5000-APURAR-ANO.
           PERFORM 5100-APURAR-CONCURSO THRU 5100-EXIT
               VARYING IDX-CONC FROM 1 BY 1
               UNTIL IDX-CONC > QTDE-CONC
           COMPUTE TOT-LIQUIDO = TOT-BRUTO - TOT-IMPOSTO
           .
       5000-EXIT.
           EXIT.
      *
       5100-APURAR-CONCURSO.
           IF CONC-SITUACAO(IDX-CONC) = 'E'
               ADD 1 TO QTDE-ESTORNADOS
           END-IF
           IF CONC-SITUACAO(IDX-CONC) NOT = 'V'
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO QTDE-APURADOS
           ADD CONC-APOSTADO(IDX-CONC) TO TOT-APOSTADO
           ADD CONC-BRUTO(IDX-CONC)    TO TOT-BRUTO
           ADD CONC-IMPOSTO(IDX-CONC)  TO TOT-IMPOSTO
           IF CONC-BRUTO(IDX-CONC) > 0
               ADD 1 TO QTDE-PREMIADOS
           END-IF
           IF QUOTAS-TOTAL = 0
               GO TO 5100-EXIT
           END-IF
           COMPUTE TOTAL-CENTAVOS = CONC-APOSTADO(IDX-CONC) * 100
           PERFORM 5500-RATEAR THRU 5500-EXIT
           PERFORM 5110-SOMAR-APOSTADO THRU 5110-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           COMPUTE TOTAL-CENTAVOS =
               (CONC-BRUTO(IDX-CONC) - CONC-IMPOSTO(IDX-CONC)) * 100
           PERFORM 5500-RATEAR THRU 5500-EXIT
           PERFORM 5120-SOMAR-LIQUIDO THRU 5120-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           COMPUTE TOTAL-CENTAVOS = CONC-IMPOSTO(IDX-CONC) * 100
           PERFORM 5500-RATEAR THRU 5500-EXIT
           PERFORM 5130-SOMAR-IMPOSTO THRU 5130-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           .
       5100-EXIT.
           EXIT.
      *
       5110-SOMAR-APOSTADO.
           ADD PART-CENTAVOS(IDX-PART) TO PART-APOSTADO(IDX-PART)
           ADD PART-CENTAVOS(IDX-PART) TO SOMA-PART-APOSTADO
           .
       5110-EXIT.
           EXIT.
      *
       5120-SOMAR-LIQUIDO.
           ADD PART-CENTAVOS(IDX-PART) TO PART-LIQUIDO(IDX-PART)
           ADD PART-CENTAVOS(IDX-PART) TO SOMA-PART-LIQUIDO
           .
       5120-EXIT.
           EXIT.
      *
       5130-SOMAR-IMPOSTO.
           ADD PART-CENTAVOS(IDX-PART) TO PART-IMPOSTO(IDX-PART)
           ADD PART-CENTAVOS(IDX-PART) TO SOMA-PART-IMPOSTO
           .
       5130-EXIT.
           EXIT.
      *
      *    Rateio de TOTAL-CENTAVOS pelas quotas em PART-CENTAVOS:
      *    divisao inteira por quota e resto distribuido em rodizio a
      *    partir do primeiro participante, na ordem do cadastro.
       5500-RATEAR.
           MOVE 0 TO SOMA-CENTAVOS
           PERFORM 5510-RATEAR-UM THRU 5510-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           COMPUTE RESTO-CENTAVOS = TOTAL-CENTAVOS - SOMA-CENTAVOS
           MOVE 0 TO IDX-PART
           PERFORM 5520-DISTRIBUIR-RESTO THRU 5520-EXIT
               UNTIL RESTO-CENTAVOS = 0
           .
       5500-EXIT.
           EXIT.
      *
       5510-RATEAR-UM.
           COMPUTE WS-PRODUTO =
               TOTAL-CENTAVOS * PART-QUOTAS(IDX-PART)
           COMPUTE PART-CENTAVOS(IDX-PART) =
               WS-PRODUTO / QUOTAS-TOTAL
           ADD PART-CENTAVOS(IDX-PART) TO SOMA-CENTAVOS
           .
       5510-EXIT.
           EXIT.
      *
       5520-DISTRIBUIR-RESTO.
           ADD 1 TO IDX-PART
           IF IDX-PART > QTDE-PARTICIPANTES
               MOVE 1 TO IDX-PART
           END-IF
           ADD 1 TO PART-CENTAVOS(IDX-PART)
           SUBTRACT 1 FROM RESTO-CENTAVOS
           .
       5520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  INFORME DO ESCRITORIO - CONCURSOS DO ANO, PREMIOS DO
      *          CADASTRO DE RESGATE COMO COMPROVANTES E TOTAIS
      *-----------------------------------------------------------------
       6000-EMITIR-INFORME-ESCRITORIO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'INFORME ANUAL DE PREMIOS DE LOTERIA - ESCRITORIO - '
                      DELIMITED BY SIZE
                  'ANO-CALENDARIO ' DELIMITED BY SIZE
                  WS-ANO            DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'CONC.  DATA        JOGOS       APOSTADO'
               TO RPT-REGISTRO-FD
           MOVE 'PREMIO BRUTO' TO RPT-REGISTRO-FD(43:)
           MOVE 'IMPOSTO RETIDO' TO RPT-REGISTRO-FD(56:)
           MOVE 'LIQUIDO' TO RPT-REGISTRO-FD(78:)
           WRITE RPT-REGISTRO-FD
           PERFORM 6100-EMITIR-CONCURSO THRU 6100-EXIT
               VARYING IDX-CONC FROM 1 BY 1
               UNTIL IDX-CONC > QTDE-CONC
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'CONCURSOS SORTEADOS NO ANO.....:' TO WS-ROTULO
           MOVE QTDE-CONC TO WS-QTDE-EDT
           PERFORM 6900-EMITIR-QTDE-RPT THRU 6900-EXIT
           MOVE 'CONCURSOS APOSTADOS E APURADOS.:' TO WS-ROTULO
           MOVE QTDE-APURADOS TO WS-QTDE-EDT
           PERFORM 6900-EMITIR-QTDE-RPT THRU 6900-EXIT
           MOVE 'CONCURSOS PREMIADOS............:' TO WS-ROTULO
           MOVE QTDE-PREMIADOS TO WS-QTDE-EDT
           PERFORM 6900-EMITIR-QTDE-RPT THRU 6900-EXIT
           MOVE 'TOTAL DE PREMIOS BRUTOS........:' TO WS-ROTULO
           MOVE TOT-BRUTO TO WS-VALOR-REAIS
           PERFORM 6910-EMITIR-VALOR-RPT THRU 6910-EXIT
           MOVE 'IMPOSTO RETIDO NA FONTE........:' TO WS-ROTULO
           MOVE TOT-IMPOSTO TO WS-VALOR-REAIS
           PERFORM 6910-EMITIR-VALOR-RPT THRU 6910-EXIT
           MOVE 'PREMIOS LIQUIDOS RECEBIDOS.....:' TO WS-ROTULO
           MOVE TOT-LIQUIDO TO WS-VALOR-REAIS
           PERFORM 6910-EMITIR-VALOR-RPT THRU 6910-EXIT
           MOVE 'TOTAL GASTO EM APOSTAS.........:' TO WS-ROTULO
           MOVE TOT-APOSTADO TO WS-VALOR-REAIS
           PERFORM 6910-EMITIR-VALOR-RPT THRU 6910-EXIT
           COMPUTE WS-RESULTADO = TOT-LIQUIDO - TOT-APOSTADO
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           IF WS-RESULTADO < 0
               COMPUTE WS-VALOR-EDT = 0 - WS-RESULTADO
           ELSE
               MOVE WS-RESULTADO TO WS-VALOR-EDT
           END-IF
           STRING 'RESULTADO LIQUIDO DO ANO.......: ' DELIMITED BY SIZE
                  WS-VALOR-EDT                        DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           IF WS-RESULTADO < 0
               STRING ' NEGATIVO' DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE RPT-REGISTRO-FD
           IF QTDE-DIVERGENTES > 0
               MOVE SPACES TO RPT-REGISTRO-FD
               MOVE 1 TO WS-LINHA-PONT
               MOVE QTDE-DIVERGENTES TO WS-QTDE-EDT
               STRING '*** ' DELIMITED BY SIZE
                      WS-QTDE-EDT DELIMITED BY SIZE
                      ' CONCURSO(S) COM PREMIOS DO CADASTRO DE '
                          DELIMITED BY SIZE
                      'RESGATE DIFERENTES DO LIVRO-RAZAO'
                          DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
               WRITE RPT-REGISTRO-FD
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
       6100-EMITIR-CONCURSO.
           IF CONC-SITUACAO(IDX-CONC) = 'N'
               GO TO 6100-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE CONC-NUMERO(IDX-CONC) TO RPT-REGISTRO-FD(1:5)
           MOVE CONC-DATA(IDX-CONC) TO WS-DATA-AUX
           PERFORM 6920-EDITAR-DATA THRU 6920-EXIT
           MOVE WS-DATA-EDT TO RPT-REGISTRO-FD(8:10)
           IF CONC-SITUACAO(IDX-CONC) = 'E'
               MOVE 'ESTORNADO NO LIVRO-RAZAO - FORA DO INFORME'
                   TO RPT-REGISTRO-FD(20:)
               WRITE RPT-REGISTRO-FD
               GO TO 6100-EXIT
           END-IF
           MOVE CONC-QTDE-JOGOS(IDX-CONC) TO WS-QTDE-EDT
           MOVE WS-QTDE-EDT TO RPT-REGISTRO-FD(20:5)
           MOVE CONC-APOSTADO(IDX-CONC) TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(26:14)
           MOVE CONC-BRUTO(IDX-CONC) TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(41:14)
           MOVE CONC-IMPOSTO(IDX-CONC) TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(56:14)
           COMPUTE WS-VALOR-EDT =
               CONC-BRUTO(IDX-CONC) - CONC-IMPOSTO(IDX-CONC)
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(71:14)
           IF CONC-VLR-RESGATE(IDX-CONC) NOT = CONC-BRUTO(IDX-CONC)
               ADD 1 TO QTDE-DIVERGENTES
               MOVE '*** RESGATE' TO RPT-REGISTRO-FD(86:)
           END-IF
           WRITE RPT-REGISTRO-FD
           PERFORM 6110-EMITIR-RESGATE THRU 6110-EXIT
               VARYING IDX-RESG FROM 1 BY 1
               UNTIL IDX-RESG > QTDE-RESG
           .
       6100-EXIT.
           EXIT.
      *
      *    Premio do concurso no cadastro de resgate: recibo oficial,
      *    faixa, valor, imposto do premio e situacao do resgate.
       6110-EMITIR-RESGATE.
           IF RSG-CONCURSO(IDX-RESG) NOT = CONC-NUMERO(IDX-CONC)
               GO TO 6110-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'RECIBO'               TO RPT-REGISTRO-FD(8:6)
           MOVE RSG-RECIBO(IDX-RESG)   TO RPT-REGISTRO-FD(15:15)
           EVALUATE RSG-FAIXA(IDX-RESG)
               WHEN 4
                   MOVE 'QUADRA' TO RPT-REGISTRO-FD(31:6)
               WHEN 5
                   MOVE 'QUINA'  TO RPT-REGISTRO-FD(31:6)
               WHEN 6
                   MOVE 'SENA'   TO RPT-REGISTRO-FD(31:6)
           END-EVALUATE
           MOVE RSG-VLR-PREMIO(IDX-RESG) TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(41:14)
           PERFORM 3800-CALCULAR-IR-PREMIO THRU 3800-EXIT
           MOVE WS-IR-PREMIO TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(56:14)
           COMPUTE WS-VALOR-EDT =
               RSG-VLR-PREMIO(IDX-RESG) - WS-IR-PREMIO
           MOVE WS-VALOR-EDT TO RPT-REGISTRO-FD(71:14)
           EVALUATE RSG-SITUACAO(IDX-RESG)
               WHEN 'A'
                   MOVE 'ABERTO'     TO RPT-REGISTRO-FD(86:)
               WHEN 'C'
                   MOVE 'CONTESTADO' TO RPT-REGISTRO-FD(86:)
               WHEN 'R'
                   MOVE 'RESGATADO'  TO RPT-REGISTRO-FD(86:)
               WHEN 'P'
                   MOVE 'PRESCRITO'  TO RPT-REGISTRO-FD(86:)
           END-EVALUATE
           WRITE RPT-REGISTRO-FD
           .
       6110-EXIT.
           EXIT.
      *
       6900-EMITIR-QTDE-RPT.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING WS-ROTULO   DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-QTDE-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       6900-EXIT.
           EXIT.
      *
       6910-EMITIR-VALOR-RPT.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VALOR-REAIS TO WS-VALOR-EDT
           STRING WS-ROTULO    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WS-VALOR-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       6910-EXIT.
           EXIT.
      *
      *    WS-DATA-AUX (AAAAMMDD) editada como DD/MM/AAAA.
       6920-EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDT
           STRING WS-DATA-AUX(7:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATA-AUX(5:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATA-AUX(1:4) DELIMITED BY SIZE
               INTO WS-DATA-EDT
           .
       6920-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  INFORME DE CADA PARTICIPANTE - PARTE NOS CONCURSOS
      *          PREMIADOS E TOTAIS DO ANO
      *-----------------------------------------------------------------
       7000-EMITIR-INFORMES-PARTICIP.
           IF QUOTAS-TOTAL = 0
               MOVE SPACES TO INF-REGISTRO-FD
               MOVE 'SEM PARTICIPANTES COM QUOTAS EM MEGABOLAO - '
                   TO INF-REGISTRO-FD
               MOVE 'INFORMES NAO EMITIDOS' TO INF-REGISTRO-FD(45:)
               WRITE INF-REGISTRO-FD
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-EMITIR-UM-INFORME THRU 7100-EXIT
               VARYING IDX-INFORME FROM 1 BY 1
               UNTIL IDX-INFORME > QTDE-PARTICIPANTES
           PERFORM 7300-EMITIR-CONFERENCIA THRU 7300-EXIT
           .
       7000-EXIT.
           EXIT.
      *
       7100-EMITIR-UM-INFORME.
           IF IDX-INFORME > 1
               MOVE SPACES TO INF-REGISTRO-FD
               WRITE INF-REGISTRO-FD
           END-IF
           MOVE SPACES TO INF-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'INFORME DE PREMIOS DE LOTERIA DO BOLAO - '
                      DELIMITED BY SIZE
                  'ANO-CALENDARIO ' DELIMITED BY SIZE
                  WS-ANO            DELIMITED BY SIZE
               INTO INF-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE INF-REGISTRO-FD
           MOVE SPACES TO INF-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'PARTICIPANTE: '         DELIMITED BY SIZE
                  PART-NOME(IDX-INFORME)   DELIMITED BY SIZE
                  '  QUOTAS: '             DELIMITED BY SIZE
                  PART-QUOTAS(IDX-INFORME) DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
               INTO INF-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE QUOTAS-TOTAL TO WS-QTDE-EDT
           STRING WS-QTDE-EDT DELIMITED BY SIZE
               INTO INF-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE INF-REGISTRO-FD
           MOVE SPACES TO INF-REGISTRO-FD
           MOVE 'CONC.  DATA' TO INF-REGISTRO-FD
           MOVE 'PREMIO BRUTO' TO INF-REGISTRO-FD(22:)
           MOVE 'IMPOSTO RETIDO' TO INF-REGISTRO-FD(36:)
           MOVE 'VALOR LIQUIDO' TO INF-REGISTRO-FD(53:)
           WRITE INF-REGISTRO-FD
           PERFORM 7110-EMITIR-PARTE-CONCURSO THRU 7110-EXIT
               VARYING IDX-CONC FROM 1 BY 1
               UNTIL IDX-CONC > QTDE-CONC
           MOVE 'TOTAL DE PREMIOS BRUTOS........:' TO WS-ROTULO
           COMPUTE WS-VALOR-REAIS =
               (PART-LIQUIDO(IDX-INFORME) + PART-IMPOSTO(IDX-INFORME))
               / 100
           PERFORM 7200-EMITIR-VALOR-INF THRU 7200-EXIT
           MOVE 'IMPOSTO RETIDO NA FONTE........:' TO WS-ROTULO
           COMPUTE WS-VALOR-REAIS = PART-IMPOSTO(IDX-INFORME) / 100
           PERFORM 7200-EMITIR-VALOR-INF THRU 7200-EXIT
           MOVE 'PREMIOS LIQUIDOS RECEBIDOS.....:' TO WS-ROTULO
           COMPUTE WS-VALOR-REAIS = PART-LIQUIDO(IDX-INFORME) / 100
           PERFORM 7200-EMITIR-VALOR-INF THRU 7200-EXIT
           MOVE 'TOTAL GASTO EM APOSTAS.........:' TO WS-ROTULO
           COMPUTE WS-VALOR-REAIS = PART-APOSTADO(IDX-INFORME) / 100
           PERFORM 7200-EMITIR-VALOR-INF THRU 7200-EXIT
           .
       7100-EXIT.
           EXIT.
      *
      *    Parte do participante no premio de um concurso: o liquido e
      *    o imposto sao rateados de novo, como no MEGABOLP.
       7110-EMITIR-PARTE-CONCURSO.
           IF CONC-SITUACAO(IDX-CONC) NOT = 'V'
              OR CONC-BRUTO(IDX-CONC) = 0
               GO TO 7110-EXIT
           END-IF
           COMPUTE TOTAL-CENTAVOS =
               (CONC-BRUTO(IDX-CONC) - CONC-IMPOSTO(IDX-CONC)) * 100
           PERFORM 5500-RATEAR THRU 5500-EXIT
           MOVE PART-CENTAVOS(IDX-INFORME)
               TO PART-PARTE-LIQ(IDX-INFORME)
           COMPUTE TOTAL-CENTAVOS = CONC-IMPOSTO(IDX-CONC) * 100
           PERFORM 5500-RATEAR THRU 5500-EXIT
           MOVE SPACES TO INF-REGISTRO-FD
           MOVE CONC-NUMERO(IDX-CONC) TO INF-REGISTRO-FD(1:5)
           MOVE CONC-DATA(IDX-CONC) TO WS-DATA-AUX
           PERFORM 6920-EDITAR-DATA THRU 6920-EXIT
           MOVE WS-DATA-EDT TO INF-REGISTRO-FD(8:10)
           COMPUTE WS-VALOR-EDT =
               (PART-PARTE-LIQ(IDX-INFORME) +
                PART-CENTAVOS(IDX-INFORME)) / 100
           MOVE WS-VALOR-EDT TO INF-REGISTRO-FD(20:14)
           COMPUTE WS-VALOR-EDT = PART-CENTAVOS(IDX-INFORME) / 100
           MOVE WS-VALOR-EDT TO INF-REGISTRO-FD(36:14)
           COMPUTE WS-VALOR-EDT = PART-PARTE-LIQ(IDX-INFORME) / 100
           MOVE WS-VALOR-EDT TO INF-REGISTRO-FD(52:14)
           WRITE INF-REGISTRO-FD
           .
       7110-EXIT.
           EXIT.
      *
       7200-EMITIR-VALOR-INF.
           MOVE SPACES TO INF-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VALOR-REAIS TO WS-VALOR-EDT
           STRING WS-ROTULO    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WS-VALOR-EDT DELIMITED BY SIZE
               INTO INF-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE INF-REGISTRO-FD
           .
       7200-EXIT.
           EXIT.
      *
      *    Conferencia: a soma das partes dos participantes tem de
      *    fechar com os totais do escritorio.
       7300-EMITIR-CONFERENCIA.
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           IF SOMA-PART-APOSTADO = TOT-APOSTADO * 100
              AND SOMA-PART-LIQUIDO = TOT-LIQUIDO * 100
              AND SOMA-PART-IMPOSTO = TOT-IMPOSTO * 100
               MOVE 'SOMA DOS INFORMES DOS PARTICIPANTES CONFERE COM '
                   TO RPT-REGISTRO-FD
               MOVE 'OS TOTAIS DO ESCRITORIO' TO RPT-REGISTRO-FD(49:)
           ELSE
               MOVE 'SOMA DOS INFORMES DOS PARTICIPANTES NAO CONFERE '
                   TO RPT-REGISTRO-FD
               MOVE 'COM OS TOTAIS DO ESCRITORIO'
                   TO RPT-REGISTRO-FD(49:)
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       7300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF SAIDAS-ABERTAS
               CLOSE MEGAIRPF-RPT
               CLOSE MEGAIRPF-INF
           END-IF
           DISPLAY 'Ano-calendario.................: ' WS-ANO
           DISPLAY 'Concursos sorteados no ano.....: ' QTDE-CONC
           DISPLAY 'Concursos apurados.............: ' QTDE-APURADOS
           DISPLAY 'Concursos estornados...........: ' QTDE-ESTORNADOS
           DISPLAY 'Premios no cadastro de resgate.: ' QTDE-RESG
           DISPLAY 'Participantes informados.......: '
                    QTDE-PARTICIPANTES
           DISPLAY 'Premios brutos.................: ' TOT-BRUTO
           DISPLAY 'Imposto retido.................: ' TOT-IMPOSTO
           DISPLAY 'Gasto em apostas...............: ' TOT-APOSTADO
           IF RETURN-CODE = 0
               IF QTDE-APURADOS = 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'MEGAIRPF: nenhum concurso de ' WS-ANO
                            ' apurado no livro-razao'
               END-IF
               IF QTDE-DIVERGENTES > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'MEGAIRPF: premios do cadastro de resgate '
                            'nao fecham com o livro-razao'
               END-IF
           END-IF
           .
       9000-EXIT.
           EXIT.
