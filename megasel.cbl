      *         maior pontuacao que cabem no orcamento, informando o
      *         custo total calculado.  A saida alimenta diretamente os
      *         passos seguintes (MEGAIDX, MEGAEXP, MEGACONF).
      *         Candidatos e saida seguem o layout MEGAMULREG: uma
      *         aposta multipla (7 a 15 dezenas) pontua pela media das
      *         contagens vezes seis, para concorrer com as simples, e
      *         custa C(n,6) vezes o preco; as apostas sao gravadas em
      *         ordem de pontuacao enquanto couberem no orcamento.
      *DATE-WRITTEN. 22/08/2026.
      *TECTONICS. cobc -x megasel.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Candidatos com aposta multipla: pontuacao
      *                  equivalente a seis dezenas, custo pelos jogos
      *                  contidos e gravacao limitada ao orcamento.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *
       FD  JOGOS_MEGASENA
           RECORDING F.
       01  MEGA-REGISTRO-FD               PIC X(55).
      *
       FD  MEGASELP
           RECORDING F.
      *
       FD  MEGASEL-SAIDA
           RECORDING F.
       01  SAIDA-REGISTRO-FD             PIC X(55).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    capacidade da tabela de selecao.
       77  QTDE-MAX-JOGOS               PIC 9(12)  COMP VALUE 0.
       77  QTDE-SELECIONADOS            PIC 9(05)  COMP VALUE 0.
       77  QTDE-GRAVADOS                PIC 9(05)  COMP VALUE 0.
       77  QTDE-MULTIPLAS               PIC 9(05)  COMP VALUE 0.
       77  WS-CUSTO-APOSTA              PIC 9(09)V99 VALUE 0.
      *
      *    Quantidade de dezenas da aposta (6 a 15) e quantidade de
      *    jogos de seis dezenas que ela contem, C(n,6), indexada por
      *    n - 5.
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
       77  QTDE-RANKING                 PIC 9(02)  COMP VALUE 0.
       77  QTDE-CANDIDATOS              PIC 9(12)  COMP VALUE 0.
      *
      *    Estrutura para separar os campos do registro delimitado lido
      *    de JOGOS_MEGASENA.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==MEGA-REGISTRO-WS==.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==SAIDA-REGISTRO-WS==.
      *
      *    Tabela dos jogos de maior pontuacao ja vistos, em ordem
      *    decrescente de pontuacao (insercao ordenada; quando cheia,
           03  SEL-OCORR                OCCURS 5000 TIMES.
               05  SEL-PONTOS           PIC 9(08) COMP.
               05  SEL-SEQ              PIC 9(10).
               05  SEL-QTDE-DEZENAS     PIC 9(02).
               05  SEL-DEZENA           PIC 9(02) OCCURS 15 TIMES.
      *
       01  SEL-AUX.
           03  AUX-PONTOS               PIC 9(08) COMP.
           03  AUX-SEQ                  PIC 9(10).
           03  AUX-QTDE-DEZENAS         PIC 9(02).
           03  AUX-DEZENA               PIC 9(02) OCCURS 15 TIMES.
      *
       77  JOGO-PONTOS                  PIC 9(08)  COMP VALUE 0.
       77  SEL-I                        PIC 9(05)  COMP VALUE 0.
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
      *
       01  JOGO-TAB.
           03  JOGO-VAL                 PIC 9(02) OCCURS 15 TIMES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF WS-FS-MEGASENA(1:1) = '0'
               ADD 1 TO QTDE-CANDIDATOS
               MOVE MEGA-REGISTRO-FD TO MEGA-REGISTRO-WS
               MOVE ZEROS TO JOGO-TAB
               MOVE 0 TO QTDE-DEZENAS-JOGO
               PERFORM 5105-COPIAR-DEZENA THRU 5105-EXIT
                   VARYING IDX-DEZENA FROM 1 BY 1
                   UNTIL IDX-DEZENA > 15
                      OR (IDX-DEZENA > 6 AND
                          MEGA-REGISTRO-WS-DEZ(IDX-DEZENA) NOT NUMERIC)
               MOVE 0 TO JOGO-PONTOS
               PERFORM 5110-SOMAR-CONTAGEM THRU 5110-EXIT
                   VARYING IDX-DEZENA FROM 1 BY 1
                   UNTIL IDX-DEZENA > QTDE-DEZENAS-JOGO
               IF QTDE-DEZENAS-JOGO > 6
                   COMPUTE JOGO-PONTOS ROUNDED =
                       JOGO-PONTOS * 6 / QTDE-DEZENAS-JOGO
               END-IF
               PERFORM 5200-INSERIR-NA-SELECAO THRU 5200-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      *    Dezenas do candidato: as seis da simples mais as extras
      *    preenchidas em sequencia na multipla.
       5105-COPIAR-DEZENA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           MOVE MEGA-REGISTRO-WS-DEZ-N(IDX-DEZENA)
               TO JOGO-VAL(IDX-DEZENA)
           .
       5105-EXIT.
           EXIT.
      *
       5110-SOMAR-CONTAGEM.
           IF JOGO-VAL(IDX-DEZENA) > 0
           END-IF
           MOVE JOGO-PONTOS TO AUX-PONTOS
           MOVE MEGA-REGISTRO-WS-SEQ TO AUX-SEQ
           MOVE QTDE-DEZENAS-JOGO TO AUX-QTDE-DEZENAS
           PERFORM 5210-COPIAR-DEZENA-AUX THRU 5210-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > 15
           IF QTDE-SELECIONADOS < QTDE-MAX-JOGOS
               ADD 1 TO QTDE-SELECIONADOS
           END-IF
       5220-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  GRAVACAO DA SELECAO FINAL NO LAYOUT MEGAMULREG, EM
      *          ORDEM DE PONTUACAO, DAS APOSTAS QUE CABEM NO RESTANTE
      *          DO ORCAMENTO
      *-----------------------------------------------------------------
       7000-GRAVAR-SELECAO.
           OPEN OUTPUT MEGASEL-SAIDA
                   UNTIL SEL-I > QTDE-SELECIONADOS
           END-IF
           CLOSE MEGASEL-SAIDA
           .
       7000-EXIT.
           EXIT.
      *
       7010-GRAVAR-UM-SELECIONADO.
           COMPUTE WS-CUSTO-APOSTA =
               JOGOS-NA-APOSTA(SEL-QTDE-DEZENAS(SEL-I) - 5)
               * WS-PRECO-APOSTA
           IF WS-CUSTO-TOTAL + WS-CUSTO-APOSTA > WS-ORCAMENTO
               GO TO 7010-EXIT
           END-IF
           MOVE SEL-SEQ(SEL-I)      TO SAIDA-REGISTRO-WS-SEQ
           MOVE SPACES TO SAIDA-REGISTRO-WS-DEZENAS
           PERFORM 7020-GRAVAR-DEZENA THRU 7020-EXIT
               VARYING IDX-DEZENA FROM 1 BY 1
               UNTIL IDX-DEZENA > SEL-QTDE-DEZENAS(SEL-I)
           WRITE SAIDA-REGISTRO-FD FROM SAIDA-REGISTRO-WS
           ADD WS-CUSTO-APOSTA TO WS-CUSTO-TOTAL
           ADD 1 TO QTDE-GRAVADOS
           IF SEL-QTDE-DEZENAS(SEL-I) > 6
               ADD 1 TO QTDE-MULTIPLAS
           END-IF
           .
       7010-EXIT.
           EXIT.
      *
       7020-GRAVAR-DEZENA.
           MOVE ',' TO SAIDA-REGISTRO-WS-SEPARADOR(IDX-DEZENA)
           MOVE SEL-DEZENA(SEL-I IDX-DEZENA)
               TO SAIDA-REGISTRO-WS-DEZ-N(IDX-DEZENA)
           .
       7020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E CUSTO DA SELECAO
      *-----------------------------------------------------------------
           DISPLAY 'Candidatos pontuados...........: ' QTDE-CANDIDATOS
           DISPLAY 'Jogos no orcamento.............: ' QTDE-MAX-JOGOS
           DISPLAY 'Jogos selecionados.............: '
                    QTDE-GRAVADOS
           DISPLAY 'Apostas multiplas selecionadas.: '
                    QTDE-MULTIPLAS
           DISPLAY 'Custo total da selecao (R$)....: '
                    WS-CUSTO-TOTAL-EDT
           IF QTDE-GRAVADOS = 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
