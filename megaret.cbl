      *         e dos jogos sem retorno.  RETURN-CODE = 4 quando ha
      *         recusa ou jogo sem retorno, para o scheduler alertar
      *         que a aposta precisa ser refeita.
      *         A aposta multipla (7 a 15 dezenas, layout MEGAMULREG)
      *         ocupa um volante sozinha e fecha o volante de apostas
      *         simples em aberto, como na remessa; o registro em
      *         MEGAREGIST leva as dezenas extras apos o recibo.
      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megaret.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Aposta multipla: volante proprio na numeracao
      *                  dos volantes e dezenas extras em MEGAREGIST.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGAREGIST
           RECORDING F.
       01  REGIST-REGISTRO-FD            PIC X(71).
      *
       FD  MEGARET-RPT
           RECORDING F.
       77  MAIOR-VOLANTE                PIC 9(05)  COMP VALUE 0.
       77  NUM-VOLANTE-JOGO             PIC 9(05)  COMP VALUE 0.
       77  IDX-VOLANTE                  PIC 9(05)  COMP VALUE 0.
      *
      *    Numeracao dos volantes como no MEGAEXP: ate' tres apostas
      *    simples por volante; a multipla ocupa um volante sozinha e
      *    fecha o volante simples em aberto.
       77  VOLANTE-CORRENTE             PIC 9(05)  COMP VALUE 0.
       77  QTDE-NO-VOLANTE              PIC 9(01)  COMP VALUE 0.
       77  QTDE-DEZENAS-JOGO            PIC 9(02)  COMP VALUE 0.
       77  IDX-POSICAO                  PIC 9(02)  COMP VALUE 0.
      *
       77  SW-RETORNO-CHEIO             PIC X(01)  VALUE 'N'.
           88  RETORNO-CHEIO                        VALUE 'S'.
      *
      *    Estrutura para separar os campos do registro delimitado lido
      *    de MEGAJOGADOS e montagem da saida registrada.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
       COPY MEGARBREG REPLACING ==:REG:== BY ==REGIST-REGISTRO-WS==.
      *
       77  WS-VOLANTE-EDT               PIC 9(05)  VALUE 0.
      *-----------------------------------------------------------------
      *    5000  CASA CADA JOGO DE MEGAJOGADOS COM O VOLANTE DEVOLVIDO
      *          (MESMO AGRUPAMENTO DE TRES JOGOS POR VOLANTE, NA MESMA
      *          ORDEM DE LEITURA USADA PELO MEGAEXP NA REMESSA, E A
      *          APOSTA MULTIPLA EM VOLANTE PROPRIO)
      *-----------------------------------------------------------------
       5000-CASAR-JOGOS.
           OPEN INPUT MEGAJOGADOS
           END-IF
           ADD 1 TO QTDE-JOGOS
           MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
           PERFORM 5110-CONTAR-DEZENAS THRU 5110-EXIT
           IF QTDE-DEZENAS-JOGO > 6
               ADD 1 TO VOLANTE-CORRENTE
               MOVE 0 TO QTDE-NO-VOLANTE
           ELSE
               IF QTDE-NO-VOLANTE = 0
                   ADD 1 TO VOLANTE-CORRENTE
               END-IF
               ADD 1 TO QTDE-NO-VOLANTE
               IF QTDE-NO-VOLANTE = JOGOS-POR-VOLANTE
                   MOVE 0 TO QTDE-NO-VOLANTE
               END-IF
           END-IF
           MOVE VOLANTE-CORRENTE TO NUM-VOLANTE-JOGO
           IF NUM-VOLANTE-JOGO > 2000
              OR VOL-SITUACAO(NUM-VOLANTE-JOGO) = SPACE
               ADD 1 TO QTDE-SEM-RETORNO
           .
       5100-EXIT.
           EXIT.
      *
      *    Seis dezenas mais as posicoes extras preenchidas em
      *    sequencia.
       5110-CONTAR-DEZENAS.
           MOVE 6 TO QTDE-DEZENAS-JOGO
           PERFORM 5120-CONTAR-UMA-EXTRA THRU 5120-EXIT
               VARYING IDX-POSICAO FROM 7 BY 1
               UNTIL IDX-POSICAO > 15
                  OR JOGADO-REGISTRO-WS-DEZ(IDX-POSICAO) NOT NUMERIC
           .
       5110-EXIT.
           EXIT.
      *
       5120-CONTAR-UMA-EXTRA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           .
       5120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5200  GRAVA O JOGO ACEITO COM O RECIBO DO SEU VOLANTE
      *-----------------------------------------------------------------
           MOVE JOGADO-REGISTRO-WS-N6  TO REGIST-REGISTRO-WS-N6
           MOVE VOL-RECIBO(NUM-VOLANTE-JOGO)
               TO REGIST-REGISTRO-WS-RECIBO
           MOVE SPACES TO REGIST-REGISTRO-WS-EXTRAS
           PERFORM 5210-COPIAR-EXTRA THRU 5210-EXIT
               VARYING IDX-POSICAO FROM 7 BY 1
               UNTIL IDX-POSICAO > QTDE-DEZENAS-JOGO
           WRITE REGIST-REGISTRO-FD FROM REGIST-REGISTRO-WS
           ADD 1 TO QTDE-REGISTRADOS
           .
       5200-EXIT.
           EXIT.
      *
       5210-COPIAR-EXTRA.
           MOVE ',' TO REGIST-REGISTRO-WS-SEP-EXTRA(IDX-POSICAO - 6)
           MOVE JOGADO-REGISTRO-WS-DEZ(IDX-POSICAO)
               TO REGIST-REGISTRO-WS-DEZ-EXTRA(IDX-POSICAO - 6)
           .
       5210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5300  LINHA DE RELATORIO PARA JOGO RECUSADO OU SEM RETORNO
      *-----------------------------------------------------------------
