      *         sumario de jogos por faixa.  RETURN-CODE = 4 quando
      *         existe ao menos um jogo premiado (quadra ou melhor),
      *         para que o scheduler dispare o alerta de resgate.
      *         A aposta multipla (7 a 15 dezenas, layout MEGAMULREG)
      *         vale por todos os jogos de seis dezenas que contem: com
      *         k acertos em n dezenas paga C(k,f) x C(n-k,6-f) premios
      *         na faixa f - por exemplo, 7 dezenas com a sena pagam a
      *         sena e seis quinas; com a quina, duas quinas e cinco
      *         quadras.  Os totais por faixa contam premios.
      *DATE-WRITTEN. 22/08/2026.
      *TECTONICS. cobc -x megaconf.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Conferencia da aposta multipla: premios por
      *                  faixa pelos jogos de seis dezenas contidos e
      *                  linha de detalhe com as dezenas extras.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGARESULT
           RECORDING F.
       77  IDX-JOGO                     PIC 9(02)  COMP VALUE 0.
       77  IDX-SORTEADA                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-ACERTOS                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
      *
      *    Premios do jogo em conferencia por faixa (1 na faixa dos
      *    acertos para a aposta simples) e calculo de C(n,k).
       77  PREMIO-SENAS                 PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUINAS                PIC 9(05)  COMP VALUE 0.
       77  PREMIO-QUADRAS               PIC 9(05)  COMP VALUE 0.
       77  COMB-N                       PIC 9(02)  COMP VALUE 0.
       77  COMB-K                       PIC 9(02)  COMP VALUE 0.
       77  COMB-I                       PIC 9(02)  COMP VALUE 0.
       77  COMB-RESULTADO               PIC 9(07)  COMP VALUE 0.
       77  COMB-ACERTOS                 PIC 9(07)  COMP VALUE 0.
      *
       77  QTDE-JOGOS                   PIC 9(12)  COMP VALUE 0.
       77  QTDE-QUADRAS                 PIC 9(07)  COMP VALUE 0.
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
      *    Campos de edicao das linhas do relatorio e do sumario.
       77  WS-FAIXA-TEXTO               PIC X(06)  VALUE SPACES.
       77  WS-ACERTOS-EDT               PIC 9(01)  VALUE 0.
       77  WS-QTDE-FAIXA-EDT            PIC 9(07)  VALUE 0.
       77  WS-QTDE-JOGOS-EDT            PIC 9(12)  VALUE 0.
       77  WS-PREMIOS-EDT               PIC 9(04)  VALUE 0.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
           IF WS-FS-JOGADOS(1:1) = '0'
               ADD 1 TO QTDE-JOGOS
               MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
               MOVE 0 TO QTDE-DEZENAS-JOGO
               PERFORM 5205-COPIAR-DEZENA THRU 5205-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > 15
                      OR (IDX-JOGO > 6 AND
                          JOGADO-REGISTRO-WS-DEZ(IDX-JOGO) NOT NUMERIC)
               MOVE 0 TO QTDE-ACERTOS
               PERFORM 5210-CONTAR-ACERTOS-DEZENA THRU 5210-EXIT
                   VARYING IDX-JOGO FROM 1 BY 1
                   UNTIL IDX-JOGO > QTDE-DEZENAS-JOGO
               PERFORM 5215-CALCULAR-PREMIOS THRU 5215-EXIT
               PERFORM 5220-CLASSIFICAR-FAIXA THRU 5220-EXIT
               PERFORM 5230-EMITIR-LINHA-JOGO THRU 5230-EXIT
               IF QTDE-DEZENAS-JOGO > 6
                   PERFORM 5240-EMITIR-LINHA-MULTIPLA THRU 5240-EXIT
               END-IF
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      *    Dezenas do jogo: as seis da aposta simples mais as extras
      *    preenchidas em sequencia na aposta multipla.
       5205-COPIAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE JOGADO-REGISTRO-WS-DEZ-N(IDX-JOGO) TO JOGO-VAL(IDX-JOGO)
           .
       5205-EXIT.
           EXIT.
      *
       5210-CONTAR-ACERTOS-DEZENA.
           PERFORM 5211-COMPARAR-SORTEADA THRU 5211-EXIT
           .
       5211-EXIT.
           EXIT.
      *
      *    Premios na faixa f (6, 5 e 4 acertos) = C(k,f) x C(n-k,6-f)
      *    para k acertos em n dezenas; na aposta simples resulta 1 na
      *    faixa dos acertos e 0 nas demais.
       5215-CALCULAR-PREMIOS.
           MOVE 6 TO COMB-K
           PERFORM 5216-PREMIOS-FAIXA THRU 5216-EXIT
           MOVE COMB-ACERTOS TO PREMIO-SENAS
           MOVE 5 TO COMB-K
           PERFORM 5216-PREMIOS-FAIXA THRU 5216-EXIT
           MOVE COMB-ACERTOS TO PREMIO-QUINAS
           MOVE 4 TO COMB-K
           PERFORM 5216-PREMIOS-FAIXA THRU 5216-EXIT
           MOVE COMB-ACERTOS TO PREMIO-QUADRAS
           .
       5215-EXIT.
           EXIT.
      *
      *    Faixa em COMB-K; devolve os premios em COMB-ACERTOS.
       5216-PREMIOS-FAIXA.
           MOVE 0 TO COMB-ACERTOS
           IF QTDE-ACERTOS < COMB-K
               GO TO 5216-EXIT
           END-IF
           MOVE QTDE-ACERTOS TO COMB-N
           PERFORM 7000-COMBINACAO THRU 7000-EXIT
           MOVE COMB-RESULTADO TO COMB-ACERTOS
           COMPUTE COMB-N = QTDE-DEZENAS-JOGO - QTDE-ACERTOS
           COMPUTE COMB-K = 6 - COMB-K
           PERFORM 7000-COMBINACAO THRU 7000-EXIT
           COMPUTE COMB-ACERTOS = COMB-ACERTOS * COMB-RESULTADO
           .
       5216-EXIT.
           EXIT.
      *
       5220-CLASSIFICAR-FAIXA.
           EVALUATE QTDE-ACERTOS
               WHEN 6
                   MOVE 'SENA  ' TO WS-FAIXA-TEXTO
                   SET RODADA-PREMIADA TO TRUE
               WHEN 5
                   MOVE 'QUINA ' TO WS-FAIXA-TEXTO
                   SET RODADA-PREMIADA TO TRUE
               WHEN 4
                   MOVE 'QUADRA' TO WS-FAIXA-TEXTO
                   SET RODADA-PREMIADA TO TRUE
               WHEN OTHER
                   MOVE '-     ' TO WS-FAIXA-TEXTO
           END-EVALUATE
           ADD PREMIO-SENAS   TO QTDE-SENAS
           ADD PREMIO-QUINAS  TO QTDE-QUINAS
           ADD PREMIO-QUADRAS TO QTDE-QUADRAS
           .
       5220-EXIT.
           EXIT.
           .
       5230-EXIT.
           EXIT.
      *
      *    Segunda linha da aposta multipla: dezenas extras e premios
      *    por faixa.
       5240-EMITIR-LINHA-MULTIPLA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 12 TO WS-LINHA-PONT
           MOVE '+' TO RPT-REGISTRO-FD(11:1)
           PERFORM 5241-EMITIR-EXTRA THRU 5241-EXIT
               VARYING IDX-JOGO FROM 7 BY 1
               UNTIL IDX-JOGO > QTDE-DEZENAS-JOGO
           STRING ' PREMIOS: SENA '      DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE PREMIO-SENAS TO WS-PREMIOS-EDT
           STRING WS-PREMIOS-EDT         DELIMITED BY SIZE
                  ' QUINA '              DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE PREMIO-QUINAS TO WS-PREMIOS-EDT
           STRING WS-PREMIOS-EDT         DELIMITED BY SIZE
                  ' QUADRA '             DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           MOVE PREMIO-QUADRAS TO WS-PREMIOS-EDT
           STRING WS-PREMIOS-EDT         DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       5240-EXIT.
           EXIT.
      *
       5241-EMITIR-EXTRA.
           STRING JOGO-VAL(IDX-JOGO)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           .
       5241-EXIT.
           EXIT.
      *
       5300-EMITIR-SUMARIO.
           MOVE SPACES TO RPT-REGISTRO-FD
       5310-EMITIR-LINHA-FAIXA.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'PREMIOS NA FAIXA ' DELIMITED BY SIZE
                  WS-FAIXA-TEXTO    DELIMITED BY SIZE
                  ': '              DELIMITED BY SIZE
                  WS-QTDE-FAIXA-EDT DELIMITED BY SIZE
       5310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  NUMERO DE COMBINACOES C(N,K) DE COMB-N E COMB-K EM
      *          COMB-RESULTADO (PRODUTO INCREMENTAL, EXATO EM CADA
      *          PASSO)
      *-----------------------------------------------------------------
       7000-COMBINACAO.
           MOVE 1 TO COMB-RESULTADO
           IF COMB-K > COMB-N
               MOVE 0 TO COMB-RESULTADO
               GO TO 7000-EXIT
           END-IF
           PERFORM 7010-PASSO-COMBINACAO THRU 7010-EXIT
               VARYING COMB-I FROM 1 BY 1
               UNTIL COMB-I > COMB-K
           .
       7000-EXIT.
           EXIT.
      *
       7010-PASSO-COMBINACAO.
           COMPUTE COMB-RESULTADO =
               COMB-RESULTADO * (COMB-N - COMB-K + COMB-I) / COMB-I
           .
       7010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS NO CONSOLE E RETURN-CODE DE ALERTA
      *-----------------------------------------------------------------
       9000-FINALIZAR.
