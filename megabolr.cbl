      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Rateio do custo semanal do bolao.  Conta os jogos da
      *         selecao da semana (MEGASEL-SAIDA, layout MEGAMULREG),
      *         apura o custo total com o preco unitario do cartao
      *         MEGASELP - a aposta multipla de n dezenas custa C(n,6)
      *         vezes o preco (o mesmo calculo informado pelo MEGASEL)
      *         e o divide entre os participantes do cadastro MEGABOLAO
      *         proporcionalmente as quotas, ao centavo: cada quota e'
      *         valorizada por divisao inteira em centavos e o resto
      *         da divisao e' atribuido deterministicamente, um
      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megabolr.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Conta-corrente do bolao (MEGACONTA): o
      *                  relatorio mostra o saldo de cada participante
      *                  antes da cobranca e marca os devedores (RC 4);
      *                  com o concurso no cartao MEGABOLRC a cobranca
      *                  e' lancada na conta - numa nova execucao para
      *                  o mesmo concurso, so a diferenca.
      *  15/10/2026 MCG  Aposta multipla na selecao: custo pelos jogos
      *                  de seis dezenas que ela contem.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-BOLAO.
      *
           SELECT OPTIONAL MEGABOLRC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT OPTIONAL MEGACONTA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CONTA.
      *
           SELECT MEGABOLR-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       FD  MEGASEL-SAIDA
           RECORDING F.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==SAIDA-REGISTRO-FD==.
      *
       FD  MEGASELP
           RECORDING F.
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGABOLRC
           RECORDING F.
       COPY MEGABOLRC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGACONTA
           RECORDING F.
       COPY MEGACCREG REPLACING ==:REG:== BY ==CONTA-REGISTRO-FD==.
      *
       FD  MEGABOLR-RPT
           RECORDING F.
       77  WS-FS-PARM                   PIC X(02)  VALUE SPACES.
       77  WS-FS-BOLAO                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-CONTA                  PIC X(02)  VALUE SPACES.
      *
      *    Concurso da cobranca (cartao MEGABOLRC; zero = sem cartao,
      *    cobranca nao lancada na conta-corrente).
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
      *
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
       77  QTDE-JOGOS                   PIC 9(05)  COMP VALUE 0.
       77  WS-CUSTO-TOTAL               PIC 9(11)V99 VALUE 0.
      *
      *    Jogos de seis dezenas contidos na selecao; a aposta de n
      *    dezenas (6 a 15) contem C(n,6), indexado por n - 5.
       77  QTDE-JOGOS-SIMPLES           PIC 9(09)  COMP VALUE 0.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
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
      *    Rateio em centavos: total, parte de cada participante,
      *    soma das partes e resto da divisao.
       77  TOTAL-CENTAVOS               PIC 9(15)  COMP VALUE 0.
               05  PART-NOME            PIC X(20).
               05  PART-QUOTAS          PIC 9(03).
               05  PART-CENTAVOS        PIC 9(15) COMP.
               05  PART-SALDO           PIC S9(15) COMP.
               05  PART-LANCADO         PIC S9(15) COMP.
      *
       77  IDX-PART                     PIC 9(03)  COMP VALUE 0.
       77  IDX-PART-ACHADO              PIC 9(03)  COMP VALUE 0.
      *
      *    Conta-corrente: saldo em centavos antes da cobranca, ja
      *    descontado o que foi lancado para o mesmo concurso, e a
      *    diferenca a lancar.
       77  WS-MOV-CENTAVOS              PIC S9(15) COMP VALUE 0.
       77  WS-SALDO-ANTERIOR            PIC S9(15) COMP VALUE 0.
       77  WS-DIFERENCA                 PIC S9(15) COMP VALUE 0.
       77  QTDE-DEVEDORES               PIC 9(03)  COMP VALUE 0.
       77  QTDE-LANCAMENTOS             PIC 9(03)  COMP VALUE 0.
       77  WS-CONCURSO-EDT              PIC 9(05)  VALUE 0.
      *
       77  SW-CADASTRO-CHEIO            PIC X(01)  VALUE 'N'.
           88  CADASTRO-CHEIO                       VALUE 'S'.
           IF RETURN-CODE = 0
               PERFORM 3000-CARREGAR-PARTICIPANTES THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-LER-CONTA-CORRENTE THRU 4000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-RATEAR-CUSTO THRU 5000-EXIT
               PERFORM 7000-EMITIR-RELATORIO THRU 7000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 8000-LANCAR-COBRANCAS THRU 8000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1100-LER-CARTAO THRU 1100-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MEGASELP
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'MEGABOLR: nao foi possivel abrir MEGASELP - '
           .
       1000-EXIT.
           EXIT.
      *
      *    Cartao MEGABOLRC opcional com o concurso da cobranca.
       1100-LER-CARTAO.
           OPEN INPUT MEGABOLRC
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGABOLR: nao foi possivel abrir MEGABOLRC - '
                        'FILE STATUS ' WS-FS-CARTAO
               CLOSE MEGABOLRC
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           READ MEGABOLRC
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           IF WS-FS-CARTAO NOT = '00'
               CLOSE MEGABOLRC
               GO TO 1100-EXIT
           END-IF
           IF CARTAO-REGISTRO-FD-CONCURSO IS NOT NUMERIC
               DISPLAY 'MEGABOLR: concurso invalido em MEGABOLRC - '
                        'rateio nao feito'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE CARTAO-REGISTRO-FD-CONCURSO TO WS-CONCURSO
           END-IF
           CLOSE MEGABOLRC
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CONTAGEM DOS JOGOS DA SELECAO DA SEMANA
      *-----------------------------------------------------------------
           PERFORM 2010-CONTAR-UM-JOGO THRU 2010-EXIT
               UNTIL WS-FS-SAIDA = '10'
           CLOSE MEGASEL-SAIDA
           COMPUTE WS-CUSTO-TOTAL =
               QTDE-JOGOS-SIMPLES * WS-PRECO-APOSTA
           COMPUTE TOTAL-CENTAVOS = WS-CUSTO-TOTAL * 100
           .
       2000-EXIT.
           END-READ
           IF WS-FS-SAIDA(1:1) = '0'
               ADD 1 TO QTDE-JOGOS
               MOVE 6 TO QTDE-DEZENAS-JOGO
               PERFORM 2020-CONTAR-DEZENA THRU 2020-EXIT
                   VARYING IDX-DEZENA FROM 7 BY 1
                   UNTIL IDX-DEZENA > 15
                      OR SAIDA-REGISTRO-FD-DEZ(IDX-DEZENA) NOT NUMERIC
               ADD JOGOS-NA-APOSTA(QTDE-DEZENAS-JOGO - 5)
                   TO QTDE-JOGOS-SIMPLES
           END-IF
           .
       2010-EXIT.
           EXIT.
      *
       2020-CONTAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           .
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CARGA DO CADASTRO DE PARTICIPANTES
      *-----------------------------------------------------------------
               MOVE BOLAO-REGISTRO-FD-QUOTAS
                   TO PART-QUOTAS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-CENTAVOS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-SALDO(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-LANCADO(QTDE-PARTICIPANTES)
               ADD BOLAO-REGISTRO-FD-QUOTAS TO QUOTAS-TOTAL
           END-IF
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  SALDO DE CADA PARTICIPANTE NA CONTA-CORRENTE E O QUE
      *          JA FOI COBRADO DO CONCURSO DO CARTAO
      *-----------------------------------------------------------------
       4000-LER-CONTA-CORRENTE.
           OPEN INPUT MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGABOLR: nao foi possivel abrir MEGACONTA - '
                        'FILE STATUS ' WS-FS-CONTA
               CLOSE MEGACONTA
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-LER-UM-MOVIMENTO THRU 4010-EXIT
               UNTIL WS-FS-CONTA = '10'
           CLOSE MEGACONTA
           .
       4000-EXIT.
           EXIT.
      *
       4010-LER-UM-MOVIMENTO.
           READ MEGACONTA
               AT END
                   MOVE '10' TO WS-FS-CONTA
           END-READ
           IF WS-FS-CONTA(1:1) NOT = '0'
               GO TO 4010-EXIT
           END-IF
           MOVE 0 TO IDX-PART-ACHADO
           PERFORM 4020-PROCURAR-PARTICIPANTE THRU 4020-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
                  OR IDX-PART-ACHADO > 0
           IF IDX-PART-ACHADO = 0
               GO TO 4010-EXIT
           END-IF
           COMPUTE WS-MOV-CENTAVOS = CONTA-REGISTRO-FD-VALOR * 100
           IF CONTA-REGISTRO-FD-SINAL = 'D'
               COMPUTE WS-MOV-CENTAVOS = 0 - WS-MOV-CENTAVOS
           END-IF
           ADD WS-MOV-CENTAVOS TO PART-SALDO(IDX-PART-ACHADO)
           IF CONTA-REGISTRO-FD-TIPO = 'C'
              AND WS-CONCURSO > 0
              AND CONTA-REGISTRO-FD-CONCURSO = WS-CONCURSO
               SUBTRACT WS-MOV-CENTAVOS
                   FROM PART-LANCADO(IDX-PART-ACHADO)
           END-IF
           .
       4010-EXIT.
           EXIT.
      *
       4020-PROCURAR-PARTICIPANTE.
           IF PART-NOME(IDX-PART) = CONTA-REGISTRO-FD-NOME
               MOVE IDX-PART TO IDX-PART-ACHADO
           END-IF
           .
       4020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  RATEIO AO CENTAVO - DIVISAO INTEIRA POR QUOTA E RESTO
      *          ATRIBUIDO UM CENTAVO POR VEZ NA ORDEM DO CADASTRO
      *-----------------------------------------------------------------
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'PARTICIPANTE         QUOTAS VALOR A PAGAR (R$)'
               TO RPT-REGISTRO-FD
           MOVE 'SALDO ANTERIOR (R$)' TO RPT-REGISTRO-FD(48:)
           WRITE RPT-REGISTRO-FD
           PERFORM 7010-EMITIR-UMA-LINHA THRU 7010-EXIT
               VARYING IDX-PART FROM 1 BY 1
                  PART-QUOTAS(IDX-PART) DELIMITED BY SIZE
                  '    '                DELIMITED BY SIZE
                  WS-VALOR-EDT          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
      *    Saldo antes da cobranca: o saldo da conta sem o que ja foi
      *    lancado para o concurso do cartao (execucao repetida).
           COMPUTE WS-SALDO-ANTERIOR =
               PART-SALDO(IDX-PART) + PART-LANCADO(IDX-PART)
           IF WS-SALDO-ANTERIOR < 0
               COMPUTE WS-VALOR-REAIS = (0 - WS-SALDO-ANTERIOR) / 100
           ELSE
               COMPUTE WS-VALOR-REAIS = WS-SALDO-ANTERIOR / 100
           END-IF
           MOVE WS-VALOR-REAIS TO WS-VALOR-EDT
           STRING WS-VALOR-EDT DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           IF WS-SALDO-ANTERIOR < 0
               ADD 1 TO QTDE-DEVEDORES
               STRING 'D  *** DEVEDOR' DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           IF WS-SALDO-ANTERIOR > 0
               STRING 'C' DELIMITED BY SIZE
                   INTO RPT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       7010-EXIT.
       7030-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    8000  LANCAMENTO DAS COBRANCAS NA CONTA-CORRENTE - SO A
      *          DIFERENCA PARA O QUE JA FOI LANCADO NO CONCURSO
      *-----------------------------------------------------------------
       8000-LANCAR-COBRANCAS.
           IF WS-CONCURSO = 0
               DISPLAY 'MEGABOLR: sem concurso no cartao MEGABOLRC - '
                        'cobrancas nao lancadas em MEGACONTA'
               MOVE 4 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           OPEN EXTEND MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGABOLR: nao foi possivel estender MEGACONTA '
                        '- FILE STATUS ' WS-FS-CONTA
               CLOSE MEGACONTA
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE WS-CONCURSO TO WS-CONCURSO-EDT
           PERFORM 8010-LANCAR-UMA THRU 8010-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           CLOSE MEGACONTA
           .
       8000-EXIT.
           EXIT.
      *
       8010-LANCAR-UMA.
           COMPUTE WS-DIFERENCA =
               PART-CENTAVOS(IDX-PART) - PART-LANCADO(IDX-PART)
           IF WS-DIFERENCA = 0
               GO TO 8010-EXIT
           END-IF
           MOVE SPACES TO CONTA-REGISTRO-FD
           MOVE PART-NOME(IDX-PART) TO CONTA-REGISTRO-FD-NOME
           MOVE WS-DATA-HOJE        TO CONTA-REGISTRO-FD-DATA
           MOVE 'C'                 TO CONTA-REGISTRO-FD-TIPO
           MOVE WS-CONCURSO         TO CONTA-REGISTRO-FD-CONCURSO
           IF WS-DIFERENCA > 0
               MOVE 'D' TO CONTA-REGISTRO-FD-SINAL
               COMPUTE CONTA-REGISTRO-FD-VALOR = WS-DIFERENCA / 100
               STRING 'COBRANCA CONCURSO ' DELIMITED BY SIZE
                      WS-CONCURSO-EDT      DELIMITED BY SIZE
                   INTO CONTA-REGISTRO-FD-HISTORICO
           ELSE
               MOVE 'C' TO CONTA-REGISTRO-FD-SINAL
               COMPUTE CONTA-REGISTRO-FD-VALOR =
                   (0 - WS-DIFERENCA) / 100
               STRING 'ACERTO COBRANCA CONCURSO ' DELIMITED BY SIZE
                      WS-CONCURSO-EDT             DELIMITED BY SIZE
                   INTO CONTA-REGISTRO-FD-HISTORICO
           END-IF
           WRITE CONTA-REGISTRO-FD
           ADD 1 TO QTDE-LANCAMENTOS
           .
       8010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E CONFERENCIA DO FECHAMENTO
      *-----------------------------------------------------------------
       9000-FINALIZAR.
                    QTDE-PARTICIPANTES
           DISPLAY 'Quotas totais..................: ' QUOTAS-TOTAL
           DISPLAY 'Custo total em centavos........: ' TOTAL-CENTAVOS
           DISPLAY 'Participantes com saldo devedor: ' QTDE-DEVEDORES
           DISPLAY 'Lancamentos em MEGACONTA.......: ' QTDE-LANCAMENTOS
           IF RETURN-CODE = 0 AND QTDE-DEVEDORES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
