      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megabolp.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Premio lido do lancamento vigente do concurso
      *                  no livro-razao, desconsiderando apuracoes
      *                  estornadas pelo MEGAPRZ.
      *  15/10/2026 MCG  Parte de cada participante lancada a credito
      *                  na conta-corrente do bolao (MEGACONTA) - numa
      *                  nova execucao, so a diferenca.  Concurso
      *                  estornado no livro-razao e' rateado com premio
      *                  zero, revertendo os creditos ja lancados
      *                  (RC 4).
      *  15/10/2026 MCG  Rateado o premio liquido do imposto de renda
      *                  retido (VLR-IMPOSTO do livro-razao); o
      *                  relatorio mostra o bruto, o imposto e o
      *                  liquido.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-BOLAO.
      *
           SELECT OPTIONAL MEGACONTA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CONTA.
      *
           SELECT MEGABOLP-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGACONTA
           RECORDING F.
       COPY MEGACCREG REPLACING ==:REG:== BY ==CONTA-REGISTRO-FD==.
      *
       FD  MEGABOLP-RPT
           RECORDING F.
       77  WS-FS-LEDGER                 PIC X(02)  VALUE SPACES.
       77  WS-FS-BOLAO                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
       77  WS-FS-CONTA                  PIC X(02)  VALUE SPACES.
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
      *
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  WS-VLR-PREMIOS               PIC 9(13)V99 VALUE 0.
       77  WS-VLR-IMPOSTO               PIC 9(13)V99 VALUE 0.
       77  WS-VLR-LIQUIDO               PIC 9(13)V99 VALUE 0.
       77  SW-CONCURSO-ACHADO           PIC X(01)  VALUE 'N'.
           88  CONCURSO-ACHADO                      VALUE 'S'.
       77  SW-CONCURSO-ESTORNADO        PIC X(01)  VALUE 'N'.
           88  CONCURSO-ESTORNADO                   VALUE 'S'.
      *
      *    Rateio em centavos: total, parte de cada participante,
      *    soma das partes e resto da divisao.
               05  PART-NOME            PIC X(20).
               05  PART-QUOTAS          PIC 9(03).
               05  PART-CENTAVOS        PIC 9(15) COMP.
               05  PART-LANCADO         PIC S9(15) COMP.
      *
       77  IDX-PART                     PIC 9(03)  COMP VALUE 0.
       77  IDX-PART-ACHADO              PIC 9(03)  COMP VALUE 0.
      *
      *    Conta-corrente: credito ja lancado do concurso e diferenca
      *    a lancar, em centavos.
       77  WS-MOV-CENTAVOS              PIC S9(15) COMP VALUE 0.
       77  WS-DIFERENCA                 PIC S9(15) COMP VALUE 0.
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
               PERFORM 5000-RATEAR-PREMIO THRU 5000-EXIT
               PERFORM 7000-EMITIR-RELATORIO THRU 7000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 8000-LANCAR-PREMIOS THRU 8000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MEGABOLPC
           IF WS-FS-CARTAO NOT = '00'
               DISPLAY 'MEGABOLP: nao foi possivel abrir MEGABOLPC - '
           END-IF
           PERFORM 2010-LER-UM-CONCURSO THRU 2010-EXIT
               UNTIL WS-FS-LEDGER = '10'
           CLOSE MEGALEDGER
           IF NOT CONCURSO-ACHADO AND NOT CONCURSO-ESTORNADO
               DISPLAY 'MEGABOLP: concurso ' WS-CONCURSO ' ausente do '
                        'livro-razao - rodar o MEGAPRZ antes do rateio'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF CONCURSO-ESTORNADO
               DISPLAY 'MEGABOLP: concurso ' WS-CONCURSO ' estornado '
                        'no livro-razao - creditos de premio revertidos'
           END-IF
           COMPUTE WS-VLR-LIQUIDO = WS-VLR-PREMIOS - WS-VLR-IMPOSTO
           COMPUTE TOTAL-CENTAVOS = WS-VLR-LIQUIDO * 100
           .
       2000-EXIT.
           EXIT.
      *
      *    O livro e' lido ate o fim: vale o ultimo lancamento do
      *    concurso, e um estorno ('E') anula o lancamento anterior.
       2010-LER-UM-CONCURSO.
           READ MEGALEDGER
               AT END
           END-READ
           IF WS-FS-LEDGER(1:1) = '0'
               IF LEDGER-REGISTRO-FD-CONCURSO = WS-CONCURSO
                   IF LEDGER-REGISTRO-FD-TIPO-LANC = 'E'
                       MOVE 'N' TO SW-CONCURSO-ACHADO
                       SET CONCURSO-ESTORNADO TO TRUE
                       MOVE 0 TO WS-VLR-PREMIOS
                       MOVE 0 TO WS-VLR-IMPOSTO
                   ELSE
                       MOVE LEDGER-REGISTRO-FD-VLR-PREMIOS
                           TO WS-VLR-PREMIOS
                       MOVE 0 TO WS-VLR-IMPOSTO
                       IF LEDGER-REGISTRO-FD-VLR-IMPOSTO IS NUMERIC
                           MOVE LEDGER-REGISTRO-FD-VLR-IMPOSTO
                               TO WS-VLR-IMPOSTO
                       END-IF
                       SET CONCURSO-ACHADO TO TRUE
                       MOVE 'N' TO SW-CONCURSO-ESTORNADO
                   END-IF
               END-IF
           END-IF
           .
               MOVE BOLAO-REGISTRO-FD-QUOTAS
                   TO PART-QUOTAS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-CENTAVOS(QTDE-PARTICIPANTES)
               MOVE 0 TO PART-LANCADO(QTDE-PARTICIPANTES)
               ADD BOLAO-REGISTRO-FD-QUOTAS TO QUOTAS-TOTAL
           END-IF
           .
       3010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  CREDITO DE PREMIO JA LANCADO DO CONCURSO NA CONTA-
      *          CORRENTE DE CADA PARTICIPANTE
      *-----------------------------------------------------------------
       4000-LER-CONTA-CORRENTE.
           OPEN INPUT MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGABOLP: nao foi possivel abrir MEGACONTA - '
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
           IF CONTA-REGISTRO-FD-TIPO NOT = 'P'
              OR CONTA-REGISTRO-FD-CONCURSO NOT = WS-CONCURSO
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
               SUBTRACT WS-MOV-CENTAVOS
                   FROM PART-LANCADO(IDX-PART-ACHADO)
           ELSE
               ADD WS-MOV-CENTAVOS TO PART-LANCADO(IDX-PART-ACHADO)
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
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-LIQUIDO TO WS-PREMIO-EDT
           STRING 'RATEIO DE PREMIO DO BOLAO - CONCURSO '
                      DELIMITED BY SIZE
                  WS-CONCURSO DELIMITED BY SIZE
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-PREMIOS TO WS-PREMIO-EDT
           STRING 'PREMIO BRUTO: '  DELIMITED BY SIZE
                  WS-PREMIO-EDT     DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE WS-VLR-IMPOSTO TO WS-PREMIO-EDT
           STRING '  IMPOSTO RETIDO: ' DELIMITED BY SIZE
                  WS-PREMIO-EDT        DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'PARTICIPANTE         QUOTAS VALOR A RECEBER (R$)'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
       7010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    8000  LANCAMENTO DOS CREDITOS DE PREMIO NA CONTA-CORRENTE -
      *          SO A DIFERENCA PARA O QUE JA FOI LANCADO NO CONCURSO
      *-----------------------------------------------------------------
       8000-LANCAR-PREMIOS.
           OPEN EXTEND MEGACONTA
           IF WS-FS-CONTA(1:1) NOT = '0'
               DISPLAY 'MEGABOLP: nao foi possivel estender MEGACONTA '
                        '- FILE STATUS ' WS-FS-CONTA
               CLOSE MEGACONTA
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE WS-CONCURSO TO WS-CONCURSO-EDT
           PERFORM 8010-LANCAR-UM THRU 8010-EXIT
               VARYING IDX-PART FROM 1 BY 1
               UNTIL IDX-PART > QTDE-PARTICIPANTES
           CLOSE MEGACONTA
           .
       8000-EXIT.
           EXIT.
      *
       8010-LANCAR-UM.
           COMPUTE WS-DIFERENCA =
               PART-CENTAVOS(IDX-PART) - PART-LANCADO(IDX-PART)
           IF WS-DIFERENCA = 0
               GO TO 8010-EXIT
           END-IF
           MOVE SPACES TO CONTA-REGISTRO-FD
           MOVE PART-NOME(IDX-PART) TO CONTA-REGISTRO-FD-NOME
           MOVE WS-DATA-HOJE        TO CONTA-REGISTRO-FD-DATA
           MOVE 'P'                 TO CONTA-REGISTRO-FD-TIPO
           MOVE WS-CONCURSO         TO CONTA-REGISTRO-FD-CONCURSO
           IF WS-DIFERENCA > 0
               MOVE 'C' TO CONTA-REGISTRO-FD-SINAL
               COMPUTE CONTA-REGISTRO-FD-VALOR = WS-DIFERENCA / 100
               STRING 'PREMIO CONCURSO ' DELIMITED BY SIZE
                      WS-CONCURSO-EDT    DELIMITED BY SIZE
                   INTO CONTA-REGISTRO-FD-HISTORICO
           ELSE
               MOVE 'D' TO CONTA-REGISTRO-FD-SINAL
               COMPUTE CONTA-REGISTRO-FD-VALOR =
                   (0 - WS-DIFERENCA) / 100
               STRING 'ACERTO PREMIO CONCURSO ' DELIMITED BY SIZE
                      WS-CONCURSO-EDT           DELIMITED BY SIZE
                   INTO CONTA-REGISTRO-FD-HISTORICO
           END-IF
           WRITE CONTA-REGISTRO-FD
           ADD 1 TO QTDE-LANCAMENTOS
           .
       8010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Participantes no rateio........: '
                    QTDE-PARTICIPANTES
           DISPLAY 'Quotas totais..................: ' QUOTAS-TOTAL
           DISPLAY 'Imposto retido na fonte........: ' WS-VLR-IMPOSTO
           DISPLAY 'Premio total em centavos.......: ' TOTAL-CENTAVOS
           DISPLAY 'Lancamentos em MEGACONTA.......: ' QTDE-LANCAMENTOS
           IF RETURN-CODE = 0 AND CONCURSO-ESTORNADO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND CONCURSO-ACHADO
              AND TOTAL-CENTAVOS = 0
               MOVE 4 TO RETURN-CODE
