      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGACCMT.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Manutencao da conta-corrente dos participantes do
      *         bolao (MEGACONTA, layout MEGACCREG), extrato mensal e
      *         relatorio de inadimplencia.  As cobrancas semanais
      *         (MEGABOLR) e os creditos de premio (MEGABOLP) ja chegam
      *         lancados na conta; este programa aplica as transacoes
      *         do arquivo opcional MEGACONTAT (layout MEGACCTRN):
      *         pagamentos recebidos, saques de premio e ajustes
      *         manuais, acrescentando ao fim da conta as aceitas e
      *         listando as rejeitadas em MEGACCMT-RPT.  Em seguida
      *         emite em MEGACCMT-EXT o extrato do mes do cartao
      *         MEGACCMC (ou do mes corrente) de cada participante do
      *         cadastro MEGABOLAO e de quem, fora dele, ainda tenha
      *         saldo ou movimento no mes: saldo anterior, movimentos
      *         em ordem de data e saldo final.  Em MEGACCMT-INAD
      *         relaciona os participantes com saldo devedor cujo
      *         debito mais antigo ainda nao coberto - os creditos
      *         quitam os debitos do mais antigo para o mais novo -
      *         tem mais de duas semanas (14 dias).
      *         RETURN-CODE = 8 quando ha inadimplentes, 4 quando ha
      *         transacoes rejeitadas.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megaccmt.cbl (GnuCOBOL)
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
           SELECT OPTIONAL MEGACCMC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-BOLAO.
      *
           SELECT OPTIONAL MEGACONTA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CONTA.
      *
           SELECT OPTIONAL MEGACONTAT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRANS.
      *
           SELECT MEGACCMT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
           SELECT MEGACCMT-EXT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-EXT.
      *
           SELECT MEGACCMT-INAD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-INAD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGACCMC
           RECORDING F.
       COPY MEGACCMC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGACONTA
           RECORDING F.
       COPY MEGACCREG REPLACING ==:REG:== BY ==CONTA-REGISTRO-FD==.
      *
       FD  MEGACONTAT
           RECORDING F.
       COPY MEGACCTRN REPLACING ==:REG:== BY ==TRANS-REGISTRO-FD==.
      *
       FD  MEGACCMT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *
       FD  MEGACCMT-EXT
           RECORDING F.
       01  EXT-REGISTRO-FD               PIC X(100).
      *
       FD  MEGACCMT-INAD
           RECORDING F.
       01  INAD-REGISTRO-FD              PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-BOLAO                  PIC X(02)  VALUE SPACES.
       77  WS-FS-CONTA                  PIC X(02)  VALUE SPACES.
       77  WS-FS-TRANS                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-EXT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-INAD                   PIC X(02)  VALUE SPACES.
      *
       77  SW-SAIDAS-ABERTAS            PIC X(01)  VALUE 'N'.
           88  SAIDAS-ABERTAS                       VALUE 'S'.
      *
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
      *
      *    Mes do extrato e seus limites (primeiro e ultimo dia).
       01  WS-ANO-MES                   PIC 9(06)  VALUE 0.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           03  WS-EXT-ANO               PIC 9(04).
           03  WS-EXT-MES               PIC 9(02).
       77  WS-DATA-INICIO-MES           PIC 9(08)  VALUE 0.
       77  WS-DATA-FIM-MES              PIC 9(08)  VALUE 0.
      *
      *    Atraso tolerado, em dias, do debito mais antigo em aberto.
       77  WS-DIAS-TOLERANCIA           PIC 9(03)  VALUE 14.
      *
       77  QTDE-LIDAS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-ACEITAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-REJEITADAS              PIC 9(05)  COMP VALUE 0.
       77  QTDE-EXTRATOS                PIC 9(05)  COMP VALUE 0.
       77  QTDE-DEVEDORES               PIC 9(05)  COMP VALUE 0.
       77  QTDE-INADIMPLENTES           PIC 9(05)  COMP VALUE 0.
      *
      *    Participantes: os do cadastro MEGABOLAO, na ordem dele,
      *    seguidos dos que so aparecem na conta-corrente (ja
      *    excluidos do bolao).
       77  QTDE-PART                    PIC 9(03)  COMP VALUE 0.
       01  PARTICIPANTE-TABELA.
           03  PART-OCORR               OCCURS 300 TIMES.
               05  PART-NOME            PIC X(20).
               05  PART-NO-BOLAO        PIC X(01).
       77  IDX-PART                     PIC 9(03)  COMP VALUE 0.
       77  IDX-PART-ACHADO              PIC 9(03)  COMP VALUE 0.
       77  WS-NOME-PROCURADO            PIC X(20)  VALUE SPACES.
      *
      *    Movimentos da conta-corrente em memoria, na ordem do
      *    arquivo (a posicao na tabela desempata movimentos da mesma
      *    data no extrato).
       77  QTDE-MOV                     PIC 9(05)  COMP VALUE 0.
       01  MOVIMENTO-TABELA.
           03  MOV-OCORR                OCCURS 30000 TIMES.
               05  MOV-NOME             PIC X(20).
               05  MOV-DATA             PIC 9(08).
               05  MOV-TIPO             PIC X(01).
               05  MOV-CONCURSO         PIC 9(05).
               05  MOV-SINAL            PIC X(01).
               05  MOV-VALOR            PIC 9(11)V99.
               05  MOV-HISTORICO        PIC X(30).
       77  IDX-MOV                      PIC 9(05)  COMP VALUE 0.
      *
      *    Movimentos de um participante, ordenados por data e pela
      *    posicao na conta (insertion sort).
       77  QTDE-LISTA                   PIC 9(05)  COMP VALUE 0.
       01  LISTA-TABELA.
           03  LST-OCORR                OCCURS 3000 TIMES.
               05  LST-DATA             PIC 9(08).
               05  LST-MOV              PIC 9(05).
       01  LST-OCORR-AUX.
           03  AUX-DATA                 PIC 9(08).
           03  AUX-MOV                  PIC 9(05).
       77  IDX-LST                      PIC 9(05)  COMP VALUE 0.
       77  ORD-I                        PIC 9(05)  COMP VALUE 0.
       77  ORD-J                        PIC 9(05)  COMP VALUE 0.
      *
      *    Saldos e apuracao do atraso de um participante.
       77  WS-SALDO                     PIC S9(13)V99 VALUE 0.
       77  WS-SALDO-ANTERIOR            PIC S9(13)V99 VALUE 0.
       77  WS-VLR-CREDITOS              PIC 9(13)V99 VALUE 0.
       77  WS-VLR-DEBITOS               PIC 9(13)V99 VALUE 0.
       77  WS-CREDITO-DISPONIVEL        PIC 9(13)V99 VALUE 0.
       77  WS-VLR-DEVIDO                PIC 9(13)V99 VALUE 0.
       77  QTDE-NO-MES                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-DEB-ABERTO              PIC 9(05)  COMP VALUE 0.
       77  WS-DATA-MAIS-ANTIGA          PIC 9(08)  VALUE 0.
       77  WS-DIAS-ATRASO               PIC 9(05)  VALUE 0.
      *
       77  SW-TRANS-VALIDA              PIC X(01)  VALUE 'S'.
           88  TRANS-VALIDA                         VALUE 'S'.
       77  WS-MOTIVO-REJEICAO           PIC X(40)  VALUE SPACES.
      *
      *    Critica de data AAAAMMDD: mes de 1 a 12 e dia dentro do
      *    mes, com fevereiro de 29 dias nos anos bissextos.
       01  WS-DATA-CRITICA              PIC 9(08)  VALUE 0.
       01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
           03  WS-DATA-ANO              PIC 9(04).
           03  WS-DATA-MES              PIC 9(02).
           03  WS-DATA-DIA              PIC 9(02).
       01  DIAS-MES-VALORES             PIC X(24)
                                   VALUE '312931303130313130313031'.
       01  DIAS-MES-TAB REDEFINES DIAS-MES-VALORES.
           03  DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.
       77  WS-ANO-QUOCIENTE             PIC 9(04)  VALUE 0.
       77  WS-ANO-RESTO                 PIC 9(04)  VALUE 0.
       77  SW-DATA-VALIDA               PIC X(01)  VALUE 'S'.
           88  DATA-VALIDA                          VALUE 'S'.
      *
      *    Campos de edicao das linhas dos relatorios.
       77  WS-VALOR-EDT                 PIC Z(10)9.99 VALUE ZEROS.
       77  WS-SALDO-EDT                 PIC Z(10)9.99 VALUE ZEROS.
       77  WS-SINAL-EDT                 PIC X(01)  VALUE SPACE.
       77  WS-SALDO-AUX                 PIC S9(13)V99 VALUE 0.
       77  WS-DATA-AUX                  PIC 9(08)  VALUE 0.
       77  WS-DATA-EDT                  PIC X(10)  VALUE SPACES.
       77  WS-QTDE-EDT                  PIC ZZZZ9  VALUE ZEROS.
       77  WS-DIAS-EDT                  PIC ZZZZ9  VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-PARTICIPANTES THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-CARREGAR-CONTA THRU 3000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-PROCESSAR-TRANSACOES THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 6000-EMITIR-EXTRATOS THRU 6000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - MES DO EXTRATO E ABERTURA DOS
      *          RELATORIOS
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1100-LER-CARTAO THRU 1100-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT MEGACCMT-RPT
           OPEN OUTPUT MEGACCMT-EXT
           OPEN OUTPUT MEGACCMT-INAD
           IF WS-FS-RPT NOT = '00'
              OR WS-FS-EXT NOT = '00'
              OR WS-FS-INAD NOT = '00'
               DISPLAY 'MEGACCMT: nao foi possivel criar os relatorios '
                        '- FILE STATUS MEGACCMT-RPT ' WS-FS-RPT
                        ' MEGACCMT-EXT ' WS-FS-EXT
                        ' MEGACCMT-INAD ' WS-FS-INAD
               CLOSE MEGACCMT-RPT
               CLOSE MEGACCMT-EXT
               CLOSE MEGACCMT-INAD
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET SAIDAS-ABERTAS TO TRUE
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'RELATORIO DE REJEICOES - CONTA-CORRENTE DO BOLAO'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'T NOME                 DATA     S          VALOR '
               TO RPT-REGISTRO-FD
           MOVE 'MOTIVO' TO RPT-REGISTRO-FD(51:)
           WRITE RPT-REGISTRO-FD
           .
       1000-EXIT.
           EXIT.
      *
      *    Cartao MEGACCMC opcional: ausente, vazio ou zerado, o
      *    extrato e' do mes corrente.
       1100-LER-CARTAO.
           OPEN INPUT MEGACCMC
           IF WS-FS-CARTAO(1:1) NOT = '0'
               DISPLAY 'MEGACCMT: nao foi possivel abrir MEGACCMC - '
                        'FILE STATUS ' WS-FS-CARTAO
               CLOSE MEGACCMC
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           READ MEGACCMC
               AT END
                   MOVE '10' TO WS-FS-CARTAO
           END-READ
           IF WS-FS-CARTAO = '00'
               IF CARTAO-REGISTRO-FD-ANO-MES IS NUMERIC
                   MOVE CARTAO-REGISTRO-FD-ANO-MES TO WS-ANO-MES
               ELSE
                   DISPLAY 'MEGACCMT: mes invalido em MEGACCMC - '
                            CARTAO-REGISTRO-FD-ANO-MES
                            ' - extrato nao emitido'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MEGACCMC
           IF RETURN-CODE NOT = 0
               GO TO 1100-EXIT
           END-IF
           IF WS-ANO-MES = 0
               MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES
           END-IF
           COMPUTE WS-DATA-CRITICA = WS-ANO-MES * 100 + 1
           PERFORM 5230-CRITICAR-DATA THRU 5230-EXIT
           IF NOT DATA-VALIDA
               DISPLAY 'MEGACCMT: mes invalido em MEGACCMC - '
                        WS-ANO-MES ' - extrato nao emitido'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE WS-DATA-CRITICA TO WS-DATA-INICIO-MES
           MOVE DIAS-MES(WS-EXT-MES) TO WS-DATA-DIA
           IF WS-EXT-MES = 02
               DIVIDE WS-EXT-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO NOT = 0
                   MOVE 28 TO WS-DATA-DIA
               END-IF
           END-IF
           MOVE WS-DATA-CRITICA TO WS-DATA-FIM-MES
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DOS PARTICIPANTES DO CADASTRO MEGABOLAO
      *-----------------------------------------------------------------
       2000-CARREGAR-PARTICIPANTES.
           OPEN INPUT MEGABOLAO
           IF WS-FS-BOLAO NOT = '00'
               DISPLAY 'MEGACCMT: nao foi possivel abrir MEGABOLAO - '
                        'FILE STATUS ' WS-FS-BOLAO
               CLOSE MEGABOLAO
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM THRU 2010-EXIT
               UNTIL WS-FS-BOLAO = '10'
                  OR RETURN-CODE NOT = 0
           CLOSE MEGABOLAO
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM.
           READ MEGABOLAO
               AT END
                   MOVE '10' TO WS-FS-BOLAO
           END-READ
           IF WS-FS-BOLAO(1:1) = '0'
               MOVE BOLAO-REGISTRO-FD-NOME TO WS-NOME-PROCURADO
               PERFORM 2100-INCLUIR-PARTICIPANTE THRU 2100-EXIT
               IF IDX-PART-ACHADO > 0
                   MOVE 'S' TO PART-NO-BOLAO(IDX-PART-ACHADO)
               END-IF
           END-IF
           .
       2010-EXIT.
           EXIT.
      *
      *    Procura WS-NOME-PROCURADO na tabela de participantes e o
      *    inclui no fim quando ausente; IDX-PART-ACHADO aponta a
      *    ocorrencia (zero so quando a tabela estourou).
       2100-INCLUIR-PARTICIPANTE.
           PERFORM 5300-PROCURAR-PARTICIPANTE THRU 5300-EXIT
           IF IDX-PART-ACHADO > 0
               GO TO 2100-EXIT
           END-IF
           IF QTDE-PART >= 300
               DISPLAY 'MEGACCMT: mais de 300 participantes entre '
                        'MEGABOLAO e MEGACONTA - processamento '
                        'interrompido'
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO QTDE-PART
           MOVE WS-NOME-PROCURADO TO PART-NOME(QTDE-PART)
           MOVE 'N' TO PART-NO-BOLAO(QTDE-PART)
           MOVE QTDE-PART TO IDX-PART-ACHADO
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  CARGA DA CONTA-CORRENTE NA TABELA EM MEMORIA
      *-----------------------------------------------------------------
       3000-CARREGAR-CONTA.
           OPEN INPUT MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGACCMT: nao foi possivel abrir MEGACONTA - '
                        'FILE STATUS ' WS-FS-CONTA
               CLOSE MEGACONTA
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-CARREGAR-UM THRU 3010-EXIT
               UNTIL WS-FS-CONTA = '10'
                  OR RETURN-CODE NOT = 0
           CLOSE MEGACONTA
           .
       3000-EXIT.
           EXIT.
      *
       3010-CARREGAR-UM.
           READ MEGACONTA
               AT END
                   MOVE '10' TO WS-FS-CONTA
           END-READ
           IF WS-FS-CONTA(1:1) = '0'
               IF QTDE-MOV >= 30000
                   DISPLAY 'MEGACCMT: MEGACONTA excede 30000 '
                            'movimentos - processamento interrompido'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3010-EXIT
               END-IF
               ADD 1 TO QTDE-MOV
               MOVE CONTA-REGISTRO-FD TO MOV-OCORR(QTDE-MOV)
               MOVE CONTA-REGISTRO-FD-NOME TO WS-NOME-PROCURADO
               PERFORM 2100-INCLUIR-PARTICIPANTE THRU 2100-EXIT
           END-IF
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  APLICACAO DAS TRANSACOES (PAGAMENTO, SAQUE E AJUSTE),
      *          ACRESCENTADAS AO FIM DA CONTA-CORRENTE
      *-----------------------------------------------------------------
       5000-PROCESSAR-TRANSACOES.
           OPEN INPUT MEGACONTAT
           IF WS-FS-TRANS(1:1) NOT = '0'
               DISPLAY 'MEGACCMT: nao foi possivel abrir MEGACONTAT - '
                        'FILE STATUS ' WS-FS-TRANS
               CLOSE MEGACONTAT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGACCMT: nao foi possivel estender MEGACONTA '
                        '- FILE STATUS ' WS-FS-CONTA
               CLOSE MEGACONTAT
               CLOSE MEGACONTA
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-PROCESSAR-UMA THRU 5100-EXIT
               UNTIL WS-FS-TRANS = '10'
                  OR RETURN-CODE NOT = 0
           CLOSE MEGACONTAT
           CLOSE MEGACONTA
           .
       5000-EXIT.
           EXIT.
      *
       5100-PROCESSAR-UMA.
           READ MEGACONTAT
               AT END
                   MOVE '10' TO WS-FS-TRANS
           END-READ
           IF WS-FS-TRANS(1:1) = '0'
               ADD 1 TO QTDE-LIDAS
               PERFORM 5200-VALIDAR-TRANSACAO THRU 5200-EXIT
               IF TRANS-VALIDA
                   PERFORM 5400-APLICAR-TRANSACAO THRU 5400-EXIT
               ELSE
                   PERFORM 5500-REJEITAR-TRANSACAO THRU 5500-EXIT
               END-IF
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
       5200-VALIDAR-TRANSACAO.
           MOVE 'N' TO SW-TRANS-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF TRANS-REGISTRO-FD-TIPO NOT = 'G'
              AND TRANS-REGISTRO-FD-TIPO NOT = 'S'
              AND TRANS-REGISTRO-FD-TIPO NOT = 'A'
               MOVE 'TIPO DE TRANSACAO INVALIDO (G/S/A)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-NOME TO WS-NOME-PROCURADO
           PERFORM 5300-PROCURAR-PARTICIPANTE THRU 5300-EXIT
           IF IDX-PART-ACHADO = 0
               MOVE 'PARTICIPANTE SEM CADASTRO E SEM CONTA'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-DATA TO WS-DATA-CRITICA
           PERFORM 5230-CRITICAR-DATA THRU 5230-EXIT
           IF NOT DATA-VALIDA
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF WS-DATA-CRITICA > WS-DATA-HOJE
               MOVE 'DATA POSTERIOR A HOJE' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-VALOR IS NOT NUMERIC
              OR TRANS-REGISTRO-FD-VALOR = 0
               MOVE 'VALOR DEVE SER MAIOR QUE ZERO'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           EVALUATE TRANS-REGISTRO-FD-TIPO
               WHEN 'A'
                   IF TRANS-REGISTRO-FD-SINAL NOT = 'D'
                      AND TRANS-REGISTRO-FD-SINAL NOT = 'C'
                       MOVE 'SINAL DO AJUSTE INVALIDO (D/C)'
                           TO WS-MOTIVO-REJEICAO
                       GO TO 5200-EXIT
                   END-IF
                   IF TRANS-REGISTRO-FD-HISTORICO = SPACES
                       MOVE 'HISTORICO DO AJUSTE AUSENTE'
                           TO WS-MOTIVO-REJEICAO
                       GO TO 5200-EXIT
                   END-IF
               WHEN 'S'
                   PERFORM 5320-CALCULAR-SALDO THRU 5320-EXIT
                   IF WS-SALDO < TRANS-REGISTRO-FD-VALOR
                       MOVE 'SAQUE MAIOR QUE O SALDO CREDOR'
                           TO WS-MOTIVO-REJEICAO
                       GO TO 5200-EXIT
                   END-IF
           END-EVALUATE
           MOVE 'S' TO SW-TRANS-VALIDA
           .
       5200-EXIT.
           EXIT.
      *
       5230-CRITICAR-DATA.
           MOVE 'S' TO SW-DATA-VALIDA
           IF WS-DATA-CRITICA IS NOT NUMERIC
              OR WS-DATA-ANO < 1996
              OR WS-DATA-MES < 01
              OR WS-DATA-MES > 12
               MOVE 'N' TO SW-DATA-VALIDA
               GO TO 5230-EXIT
           END-IF
           IF WS-DATA-DIA < 01
              OR WS-DATA-DIA > DIAS-MES(WS-DATA-MES)
               MOVE 'N' TO SW-DATA-VALIDA
               GO TO 5230-EXIT
           END-IF
           IF WS-DATA-MES = 02 AND WS-DATA-DIA = 29
               DIVIDE WS-DATA-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO NOT = 0
                   MOVE 'N' TO SW-DATA-VALIDA
               END-IF
           END-IF
           .
       5230-EXIT.
           EXIT.
      *
      *    Procura WS-NOME-PROCURADO na tabela de participantes;
      *    IDX-PART-ACHADO = 0 quando ausente.
       5300-PROCURAR-PARTICIPANTE.
           MOVE 0 TO IDX-PART-ACHADO
           PERFORM 5310-COMPARAR-NOME THRU 5310-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PART
                  OR IDX-PART-ACHADO > 0
           .
       5300-EXIT.
           EXIT.
      *
       5310-COMPARAR-NOME.
           IF PART-NOME(IDX-PART) = WS-NOME-PROCURADO
               MOVE IDX-PART TO IDX-PART-ACHADO
           END-IF
           .
       5310-EXIT.
           EXIT.
      *
      *    Saldo atual (todos os movimentos) de WS-NOME-PROCURADO.
       5320-CALCULAR-SALDO.
           MOVE 0 TO WS-SALDO
           PERFORM 5330-SOMAR-MOVIMENTO THRU 5330-EXIT
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > QTDE-MOV
           .
       5320-EXIT.
           EXIT.
      *
       5330-SOMAR-MOVIMENTO.
           IF MOV-NOME(IDX-MOV) = WS-NOME-PROCURADO
               IF MOV-SINAL(IDX-MOV) = 'D'
                   SUBTRACT MOV-VALOR(IDX-MOV) FROM WS-SALDO
               ELSE
                   ADD MOV-VALOR(IDX-MOV) TO WS-SALDO
               END-IF
           END-IF
           .
       5330-EXIT.
           EXIT.
      *
       5400-APLICAR-TRANSACAO.
           IF QTDE-MOV >= 30000
               DISPLAY 'MEGACCMT: MEGACONTA excede 30000 '
                        'movimentos - processamento interrompido'
               MOVE 16 TO RETURN-CODE
               GO TO 5400-EXIT
           END-IF
           MOVE SPACES TO CONTA-REGISTRO-FD
           MOVE TRANS-REGISTRO-FD-NOME  TO CONTA-REGISTRO-FD-NOME
           MOVE TRANS-REGISTRO-FD-DATA  TO CONTA-REGISTRO-FD-DATA
           MOVE TRANS-REGISTRO-FD-TIPO  TO CONTA-REGISTRO-FD-TIPO
           MOVE 0                       TO CONTA-REGISTRO-FD-CONCURSO
           MOVE TRANS-REGISTRO-FD-VALOR TO CONTA-REGISTRO-FD-VALOR
           MOVE TRANS-REGISTRO-FD-HISTORICO
               TO CONTA-REGISTRO-FD-HISTORICO
           EVALUATE TRANS-REGISTRO-FD-TIPO
               WHEN 'G'
                   MOVE 'C' TO CONTA-REGISTRO-FD-SINAL
                   IF TRANS-REGISTRO-FD-HISTORICO = SPACES
                       MOVE 'PAGAMENTO RECEBIDO'
                           TO CONTA-REGISTRO-FD-HISTORICO
                   END-IF
               WHEN 'S'
                   MOVE 'D' TO CONTA-REGISTRO-FD-SINAL
                   IF TRANS-REGISTRO-FD-HISTORICO = SPACES
                       MOVE 'SAQUE DE PREMIO'
                           TO CONTA-REGISTRO-FD-HISTORICO
                   END-IF
               WHEN OTHER
                   MOVE TRANS-REGISTRO-FD-SINAL
                       TO CONTA-REGISTRO-FD-SINAL
           END-EVALUATE
           WRITE CONTA-REGISTRO-FD
           ADD 1 TO QTDE-MOV
           MOVE CONTA-REGISTRO-FD TO MOV-OCORR(QTDE-MOV)
           ADD 1 TO QTDE-ACEITAS
           .
       5400-EXIT.
           EXIT.
      *
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE 0 TO WS-VALOR-EDT
           IF TRANS-REGISTRO-FD-VALOR IS NUMERIC
               MOVE TRANS-REGISTRO-FD-VALOR TO WS-VALOR-EDT
           END-IF
           STRING TRANS-REGISTRO-FD-TIPO  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-NOME  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-DATA  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-SINAL DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-VALOR-EDT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO      DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  EXTRATO DO MES E APURACAO DA INADIMPLENCIA, UM
      *          PARTICIPANTE POR VEZ
      *-----------------------------------------------------------------
       6000-EMITIR-EXTRATOS.
           MOVE SPACES TO EXT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'EXTRATO DA CONTA-CORRENTE DO BOLAO - MES '
                      DELIMITED BY SIZE
                  WS-EXT-MES DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-EXT-ANO DELIMITED BY SIZE
               INTO EXT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE EXT-REGISTRO-FD
           MOVE SPACES TO INAD-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM 6910-EDITAR-DATA THRU 6910-EXIT
           MOVE WS-DIAS-TOLERANCIA TO WS-DIAS-EDT
           STRING 'INADIMPLENCIA DO BOLAO - POSICAO EM '
                      DELIMITED BY SIZE
                  WS-DATA-EDT DELIMITED BY SIZE
                  ' - DEBITO EM ABERTO HA MAIS DE' DELIMITED BY SIZE
                  WS-DIAS-EDT DELIMITED BY SIZE
                  ' DIAS'     DELIMITED BY SIZE
               INTO INAD-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE INAD-REGISTRO-FD
           MOVE SPACES TO INAD-REGISTRO-FD
           MOVE 'PARTICIPANTE          SALDO DEVEDOR   QTDE '
               TO INAD-REGISTRO-FD
           MOVE 'MAIS ANTIGO   DIAS' TO INAD-REGISTRO-FD(44:)
           WRITE INAD-REGISTRO-FD
           PERFORM 6100-PROCESSAR-PARTICIPANTE THRU 6100-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PART
                  OR RETURN-CODE NOT = 0
           MOVE SPACES TO INAD-REGISTRO-FD
           WRITE INAD-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE QTDE-INADIMPLENTES TO WS-QTDE-EDT
           STRING 'INADIMPLENTES: ' DELIMITED BY SIZE
                  WS-QTDE-EDT       DELIMITED BY SIZE
               INTO INAD-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE QTDE-DEVEDORES TO WS-QTDE-EDT
           STRING '   COM SALDO DEVEDOR: ' DELIMITED BY SIZE
                  WS-QTDE-EDT              DELIMITED BY SIZE
               INTO INAD-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE INAD-REGISTRO-FD
           .
       6000-EXIT.
           EXIT.
      *
       6100-PROCESSAR-PARTICIPANTE.
           MOVE 0 TO QTDE-LISTA
           PERFORM 6110-SELECIONAR-MOVIMENTO THRU 6110-EXIT
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > QTDE-MOV
                  OR RETURN-CODE NOT = 0
           IF RETURN-CODE NOT = 0
               GO TO 6100-EXIT
           END-IF
           PERFORM 7100-ORDENAR-LISTA THRU 7100-EXIT
           PERFORM 6300-EMITIR-EXTRATO THRU 6300-EXIT
           PERFORM 6500-APURAR-ATRASO THRU 6500-EXIT
           .
       6100-EXIT.
           EXIT.
      *
       6110-SELECIONAR-MOVIMENTO.
           IF MOV-NOME(IDX-MOV) = PART-NOME(IDX-PART)
               IF QTDE-LISTA >= 3000
                   DISPLAY 'MEGACCMT: participante '
                            PART-NOME(IDX-PART)
                            ' com mais de 3000 movimentos - '
                            'processamento interrompido'
                   MOVE 16 TO RETURN-CODE
                   GO TO 6110-EXIT
               END-IF
               ADD 1 TO QTDE-LISTA
               MOVE MOV-DATA(IDX-MOV) TO LST-DATA(QTDE-LISTA)
               MOVE IDX-MOV           TO LST-MOV(QTDE-LISTA)
           END-IF
           .
       6110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6300  EXTRATO DO MES DE UM PARTICIPANTE: SALDO ANTERIOR,
      *          MOVIMENTOS DO MES COM O SALDO APOS CADA UM E SALDO
      *          FINAL (PARTICIPANTE FORA DO BOLAO SO SAI COM SALDO
      *          OU MOVIMENTO)
      *-----------------------------------------------------------------
       6300-EMITIR-EXTRATO.
           MOVE 0 TO WS-SALDO-ANTERIOR
           MOVE 0 TO QTDE-NO-MES
           PERFORM 6310-SOMAR-ANTERIOR THRU 6310-EXIT
               VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > QTDE-LISTA
           IF PART-NO-BOLAO(IDX-PART) NOT = 'S'
              AND WS-SALDO-ANTERIOR = 0
              AND QTDE-NO-MES = 0
               GO TO 6300-EXIT
           END-IF
           ADD 1 TO QTDE-EXTRATOS
           MOVE SPACES TO EXT-REGISTRO-FD
           WRITE EXT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'PARTICIPANTE: '    DELIMITED BY SIZE
                  PART-NOME(IDX-PART) DELIMITED BY SIZE
               INTO EXT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           IF PART-NO-BOLAO(IDX-PART) NOT = 'S'
               STRING ' (FORA DO BOLAO)' DELIMITED BY SIZE
                   INTO EXT-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE EXT-REGISTRO-FD
           MOVE SPACES TO EXT-REGISTRO-FD
           MOVE 'DATA       T CONC. HISTORICO' TO EXT-REGISTRO-FD
           MOVE 'VALOR'                        TO EXT-REGISTRO-FD(60:)
           MOVE 'SALDO'                        TO EXT-REGISTRO-FD(76:)
           WRITE EXT-REGISTRO-FD
           MOVE SPACES TO EXT-REGISTRO-FD
           MOVE WS-DATA-INICIO-MES TO WS-DATA-AUX
           PERFORM 6910-EDITAR-DATA THRU 6910-EXIT
           MOVE WS-DATA-EDT TO EXT-REGISTRO-FD
           MOVE 'SALDO ANTERIOR' TO EXT-REGISTRO-FD(20:)
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-AUX
           PERFORM 6900-EDITAR-SALDO THRU 6900-EXIT
           MOVE WS-SALDO-EDT TO EXT-REGISTRO-FD(67:14)
           MOVE WS-SINAL-EDT TO EXT-REGISTRO-FD(81:1)
           WRITE EXT-REGISTRO-FD
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO
           PERFORM 6320-EMITIR-MOVIMENTO THRU 6320-EXIT
               VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > QTDE-LISTA
           MOVE SPACES TO EXT-REGISTRO-FD
           MOVE WS-DATA-FIM-MES TO WS-DATA-AUX
           PERFORM 6910-EDITAR-DATA THRU 6910-EXIT
           MOVE WS-DATA-EDT TO EXT-REGISTRO-FD
           MOVE 'SALDO FINAL' TO EXT-REGISTRO-FD(20:)
           MOVE WS-SALDO TO WS-SALDO-AUX
           PERFORM 6900-EDITAR-SALDO THRU 6900-EXIT
           MOVE WS-SALDO-EDT TO EXT-REGISTRO-FD(67:14)
           MOVE WS-SINAL-EDT TO EXT-REGISTRO-FD(81:1)
           WRITE EXT-REGISTRO-FD
           .
       6300-EXIT.
           EXIT.
      *
       6310-SOMAR-ANTERIOR.
           MOVE LST-MOV(IDX-LST) TO IDX-MOV
           IF MOV-DATA(IDX-MOV) < WS-DATA-INICIO-MES
               IF MOV-SINAL(IDX-MOV) = 'D'
                   SUBTRACT MOV-VALOR(IDX-MOV) FROM WS-SALDO-ANTERIOR
               ELSE
                   ADD MOV-VALOR(IDX-MOV) TO WS-SALDO-ANTERIOR
               END-IF
           ELSE
               IF MOV-DATA(IDX-MOV) NOT > WS-DATA-FIM-MES
                   ADD 1 TO QTDE-NO-MES
               END-IF
           END-IF
           .
       6310-EXIT.
           EXIT.
      *
       6320-EMITIR-MOVIMENTO.
           MOVE LST-MOV(IDX-LST) TO IDX-MOV
           IF MOV-DATA(IDX-MOV) < WS-DATA-INICIO-MES
              OR MOV-DATA(IDX-MOV) > WS-DATA-FIM-MES
               GO TO 6320-EXIT
           END-IF
           IF MOV-SINAL(IDX-MOV) = 'D'
               SUBTRACT MOV-VALOR(IDX-MOV) FROM WS-SALDO
           ELSE
               ADD MOV-VALOR(IDX-MOV) TO WS-SALDO
           END-IF
           MOVE SPACES TO EXT-REGISTRO-FD
           MOVE MOV-DATA(IDX-MOV) TO WS-DATA-AUX
           PERFORM 6910-EDITAR-DATA THRU 6910-EXIT
           MOVE WS-DATA-EDT TO EXT-REGISTRO-FD
           MOVE MOV-TIPO(IDX-MOV) TO EXT-REGISTRO-FD(12:1)
           IF MOV-CONCURSO(IDX-MOV) > 0
               MOVE MOV-CONCURSO(IDX-MOV) TO EXT-REGISTRO-FD(14:5)
           END-IF
           MOVE MOV-HISTORICO(IDX-MOV) TO EXT-REGISTRO-FD(20:30)
           MOVE MOV-VALOR(IDX-MOV) TO WS-VALOR-EDT
           MOVE WS-VALOR-EDT TO EXT-REGISTRO-FD(51:14)
           MOVE MOV-SINAL(IDX-MOV) TO EXT-REGISTRO-FD(65:1)
           MOVE WS-SALDO TO WS-SALDO-AUX
           PERFORM 6900-EDITAR-SALDO THRU 6900-EXIT
           MOVE WS-SALDO-EDT TO EXT-REGISTRO-FD(67:14)
           MOVE WS-SINAL-EDT TO EXT-REGISTRO-FD(81:1)
           WRITE EXT-REGISTRO-FD
           .
       6320-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6500  INADIMPLENCIA: OS CREDITOS ATE HOJE QUITAM OS DEBITOS
      *          DO MAIS ANTIGO PARA O MAIS NOVO; O PRIMEIRO DEBITO NAO
      *          COBERTO DA A IDADE DO ATRASO
      *-----------------------------------------------------------------
       6500-APURAR-ATRASO.
           MOVE 0 TO WS-VLR-CREDITOS
           MOVE 0 TO WS-VLR-DEBITOS
           PERFORM 6510-SOMAR-ATE-HOJE THRU 6510-EXIT
               VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > QTDE-LISTA
           IF WS-VLR-DEBITOS NOT > WS-VLR-CREDITOS
               GO TO 6500-EXIT
           END-IF
           ADD 1 TO QTDE-DEVEDORES
           COMPUTE WS-VLR-DEVIDO = WS-VLR-DEBITOS - WS-VLR-CREDITOS
           MOVE WS-VLR-CREDITOS TO WS-CREDITO-DISPONIVEL
           MOVE 0 TO QTDE-DEB-ABERTO
           MOVE 0 TO WS-DATA-MAIS-ANTIGA
           PERFORM 6520-QUITAR-DEBITO THRU 6520-EXIT
               VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > QTDE-LISTA
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-MAIS-ANTIGA)
           IF WS-DIAS-ATRASO NOT > WS-DIAS-TOLERANCIA
               GO TO 6500-EXIT
           END-IF
           ADD 1 TO QTDE-INADIMPLENTES
           MOVE SPACES TO INAD-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-DEVIDO TO WS-VALOR-EDT
           MOVE QTDE-DEB-ABERTO TO WS-QTDE-EDT
           MOVE WS-DATA-MAIS-ANTIGA TO WS-DATA-AUX
           PERFORM 6910-EDITAR-DATA THRU 6910-EXIT
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDT
           STRING PART-NOME(IDX-PART) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-VALOR-EDT        DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-QTDE-EDT         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-DATA-EDT         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-DIAS-EDT         DELIMITED BY SIZE
               INTO INAD-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           IF PART-NO-BOLAO(IDX-PART) NOT = 'S'
               STRING '  FORA DO BOLAO' DELIMITED BY SIZE
                   INTO INAD-REGISTRO-FD
                   WITH POINTER WS-LINHA-PONT
           END-IF
           WRITE INAD-REGISTRO-FD
           .
       6500-EXIT.
           EXIT.
      *
       6510-SOMAR-ATE-HOJE.
           MOVE LST-MOV(IDX-LST) TO IDX-MOV
           IF MOV-DATA(IDX-MOV) NOT > WS-DATA-HOJE
               IF MOV-SINAL(IDX-MOV) = 'D'
                   ADD MOV-VALOR(IDX-MOV) TO WS-VLR-DEBITOS
               ELSE
                   ADD MOV-VALOR(IDX-MOV) TO WS-VLR-CREDITOS
               END-IF
           END-IF
           .
       6510-EXIT.
           EXIT.
      *
       6520-QUITAR-DEBITO.
           MOVE LST-MOV(IDX-LST) TO IDX-MOV
           IF MOV-DATA(IDX-MOV) > WS-DATA-HOJE
              OR MOV-SINAL(IDX-MOV) NOT = 'D'
               GO TO 6520-EXIT
           END-IF
           IF WS-CREDITO-DISPONIVEL NOT < MOV-VALOR(IDX-MOV)
               SUBTRACT MOV-VALOR(IDX-MOV) FROM WS-CREDITO-DISPONIVEL
           ELSE
               IF QTDE-DEB-ABERTO = 0
                   MOVE MOV-DATA(IDX-MOV) TO WS-DATA-MAIS-ANTIGA
               END-IF
               ADD 1 TO QTDE-DEB-ABERTO
               MOVE 0 TO WS-CREDITO-DISPONIVEL
           END-IF
           .
       6520-EXIT.
           EXIT.
      *
      *    WS-SALDO-AUX em valor absoluto editado e letra D (devedor)
      *    ou C (credor); saldo zero fica sem letra.
       6900-EDITAR-SALDO.
           MOVE SPACE TO WS-SINAL-EDT
           IF WS-SALDO-AUX < 0
               COMPUTE WS-SALDO-EDT = 0 - WS-SALDO-AUX
               MOVE 'D' TO WS-SINAL-EDT
           ELSE
               MOVE WS-SALDO-AUX TO WS-SALDO-EDT
               IF WS-SALDO-AUX > 0
                   MOVE 'C' TO WS-SINAL-EDT
               END-IF
           END-IF
           .
       6900-EXIT.
           EXIT.
      *
      *    WS-DATA-AUX (AAAAMMDD) editada como DD/MM/AAAA.
       6910-EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDT
           STRING WS-DATA-AUX(7:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATA-AUX(5:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATA-AUX(1:4) DELIMITED BY SIZE
               INTO WS-DATA-EDT
           .
       6910-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7100  ORDENACAO DA LISTA DO PARTICIPANTE POR DATA E POSICAO
      *          NA CONTA (INSERTION SORT)
      *-----------------------------------------------------------------
       7100-ORDENAR-LISTA.
           IF QTDE-LISTA < 2
               GO TO 7100-EXIT
           END-IF
           PERFORM 7110-INSERIR-UM THRU 7110-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-LISTA
           .
       7100-EXIT.
           EXIT.
      *
       7110-INSERIR-UM.
           MOVE LST-OCORR(ORD-I) TO LST-OCORR-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 7120-DESLOCAR THRU 7120-EXIT
               UNTIL ORD-J < 2
                  OR LST-OCORR(ORD-J - 1) NOT > LST-OCORR-AUX
           MOVE LST-OCORR-AUX TO LST-OCORR(ORD-J)
           .
       7110-EXIT.
           EXIT.
      *
       7120-DESLOCAR.
           MOVE LST-OCORR(ORD-J - 1) TO LST-OCORR(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       7120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF SAIDAS-ABERTAS
               CLOSE MEGACCMT-RPT
               CLOSE MEGACCMT-EXT
               CLOSE MEGACCMT-INAD
           END-IF
           DISPLAY 'Mes do extrato.................: ' WS-ANO-MES
           DISPLAY 'Participantes..................: ' QTDE-PART
           DISPLAY 'Movimentos na conta-corrente...: ' QTDE-MOV
           DISPLAY 'Transacoes lidas...............: ' QTDE-LIDAS
           DISPLAY 'Transacoes aceitas.............: ' QTDE-ACEITAS
           DISPLAY 'Transacoes rejeitadas..........: ' QTDE-REJEITADAS
           DISPLAY 'Extratos emitidos..............: ' QTDE-EXTRATOS
           DISPLAY 'Participantes com saldo devedor: ' QTDE-DEVEDORES
           DISPLAY 'Inadimplentes..................: '
                    QTDE-INADIMPLENTES
           IF RETURN-CODE = 0
               IF QTDE-INADIMPLENTES > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF QTDE-REJEITADAS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       9000-EXIT.
           EXIT.
