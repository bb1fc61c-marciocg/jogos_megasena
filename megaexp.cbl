      *         redigitacao manual dos jogos no terminal do agente.
      *         A identificacao do apostador e o tipo de jogo vem do
      *         cartao de controle MEGAEXPC.
      *         A remessa so' e' gerada para concurso publicado no
      *         calendario MEGACAL (layout MEGACALREG) e antes da data
      *         e hora limite de apostas do concurso.  O concurso vem
      *         do cartao MEGAEXPC; sem ele, na Mega Sena e' o seguinte
      *         ao ultimo sorteado no cadastro MEGAHISTM (como no
      *         MEGAAPOS) e na Quina e Lotofacil o cartao e'
      *         obrigatorio.  O concurso vai gravado no header.
      *         A aposta multipla (7 a 15 dezenas, layout MEGAMULREG)
      *         vai sozinha em um volante proprio, registro de detalhe
      *         '4' com as dezenas e o valor da aposta pelo preco do
      *         operador: o preco da aposta simples do cartao MEGASELP
      *         vezes C(n,6), a quantidade de jogos de seis dezenas
      *         contidos na aposta.  O trailer leva o valor total.
      *DATE-WRITTEN. 22/08/2026.
      *TECTONICS. cobc -x megaexp.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Sem concurso no cartao MEGAEXPC a remessa MS
      *                  vai para o concurso seguinte ao ultimo do
      *                  MEGAHISTM (QN/LF exigem o cartao), sem avancar
      *                  para o proximo aberto; concurso no header.
      *  15/10/2026 MCG  Concurso da remessa no cartao MEGAEXPC
      *                  (posicoes 23-27) ou, sem ele, o primeiro
      *                  concurso aberto do tipo no calendario MEGACAL;
      *                  remessa recusada (RC 16) apos o limite de
      *                  apostas do concurso ou sem calendario.
      *  15/10/2026 MCG  Aposta multipla em volante proprio (detalhe
      *                  '4') com o valor pelo preco do MEGASELP; valor
      *                  total da remessa no trailer.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT OPTIONAL MEGAEXPC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT MEGACAL ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CAL.
      *
           SELECT OPTIONAL MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-HISTM.
      *
           SELECT OPTIONAL MEGASELP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-PARM.
      *
           SELECT MEGAREMESSA ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       FD  MEGAJOGADOS
           RECORDING F.
       01  JOGADO-REGISTRO-FD            PIC X(55).
      *
       FD  MEGAEXPC
           RECORDING F.
       COPY MEGAEXPC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGACAL
           RECORDING F.
       COPY MEGACALREG REPLACING ==:REG:== BY ==CAL-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HISTM-REGISTRO-FD==.
      *
       FD  MEGASELP
           RECORDING F.
       COPY MEGASELP REPLACING ==:REG:== BY ==PARM-REGISTRO-FD==.
      *
       FD  MEGAREMESSA
           RECORDING F.
       77  WS-FS-JOGADOS                PIC X(02)  VALUE SPACES.
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-REMESSA                PIC X(02)  VALUE SPACES.
       77  WS-FS-CAL                    PIC X(02)  VALUE SPACES.
       77  WS-FS-PARM                   PIC X(02)  VALUE SPACES.
       77  WS-FS-HISTM                  PIC X(02)  VALUE SPACES.
      *
      *    Limite de jogos por volante aceito pelo operador.
       77  JOGOS-POR-VOLANTE            PIC 9(01)  VALUE 3.
       77  QTDE-VOLANTES                PIC 9(05)  COMP VALUE 0.
       77  QTDE-NO-VOLANTE              PIC 9(01)  COMP VALUE 0.
       77  TOTAL-CONTROLE               PIC 9(09)  COMP VALUE 0.
       77  QTDE-MULTIPLAS               PIC 9(05)  COMP VALUE 0.
      *
      *    Preco da aposta simples (cartao MEGASELP) e valores da
      *    aposta corrente e da remessa.  Sem o cartao a remessa de
      *    apostas simples segue com valor zerado; com aposta multipla
      *    o preco e' obrigatorio.
       77  WS-PRECO-APOSTA              PIC 9(05)V99 VALUE 0.
       77  WS-VLR-APOSTA                PIC 9(07)V99 VALUE 0.
       77  WS-VLR-TOTAL                 PIC 9(09)V99 VALUE 0.
      *
      *    Quantidade de dezenas da aposta lida (6 a 15) e quantidade
      *    de jogos de seis dezenas que ela contem, C(n,6), indexada
      *    por n - 5.
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
       77  WS-APOSTADOR                 PIC X(20)  VALUE SPACES.
       77  WS-TIPO-JOGO                 PIC X(02)  VALUE 'MS'.
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
       01  WS-HORA-AGORA                PIC 9(08)  VALUE 0.
       01  WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           03  WS-HORA-AGORA-HHMM       PIC 9(04).
           03  FILLER                   PIC 9(04).
      *
      *    Concurso da remessa e seu limite de apostas no calendario;
      *    momentos no formato AAAAMMDDHHMM.  Sem concurso no cartao,
      *    a remessa MS e' para o seguinte ao ultimo sorteado segundo
      *    MEGAHISTM.
       77  WS-CONCURSO                  PIC 9(05)  VALUE 0.
       77  ULTIMO-CONCURSO              PIC 9(05)  VALUE 0.
       77  WS-CONCURSO-CARTAO           PIC 9(05)  VALUE 0.
       77  WS-DATA-LIMITE               PIC 9(08)  VALUE 0.
       77  WS-HORA-LIMITE               PIC 9(04)  VALUE 0.
       77  WS-MOMENTO-AGORA             PIC 9(12)  VALUE 0.
       77  WS-MOMENTO-LIMITE            PIC 9(12)  VALUE 0.
       77  SW-CONCURSO-ACHADO           PIC X(01)  VALUE 'N'.
           88  CONCURSO-ACHADO                      VALUE 'S'.
      *
      *    Estrutura para separar os campos do registro delimitado lido
      *    de MEGAJOGADOS.
       COPY MEGAMULREG REPLACING ==:REG:== BY ==JOGADO-REGISTRO-WS==.
      *
      *    Registros da remessa (layout fixo do operador).
      *
           03  HEADER-APOSTADOR         PIC X(20)  VALUE SPACES.
           03  HEADER-DATA              PIC 9(08)  VALUE 0.
           03  HEADER-TIPO-JOGO         PIC X(02)  VALUE SPACES.
           03  HEADER-CONCURSO          PIC 9(05)  VALUE 0.
           03  FILLER                   PIC X(44)  VALUE SPACES.
      *
       01  REMESSA-DETALHE.
           03  DETALHE-TIPO-REG         PIC X(01)  VALUE '2'.
               05  DETALHE-JOGO-SEQ     PIC 9(10).
               05  DETALHE-JOGO-DEZENA  PIC 9(02) OCCURS 6 TIMES.
           03  FILLER                   PIC X(07)  VALUE SPACES.
      *
      *    Volante de aposta multipla: uma aposta por volante, com as
      *    dezenas nao usadas zeradas.
       01  REMESSA-MULTIPLA.
           03  MULTIPLA-TIPO-REG        PIC X(01)  VALUE '4'.
           03  MULTIPLA-NUM-VOLANTE     PIC 9(05)  VALUE 0.
           03  MULTIPLA-QTDE-DEZENAS    PIC 9(02)  VALUE 0.
           03  MULTIPLA-SEQ             PIC 9(10)  VALUE 0.
           03  MULTIPLA-DEZENA          PIC 9(02) OCCURS 15 TIMES.
           03  MULTIPLA-VLR-APOSTA      PIC 9(07)V99 VALUE 0.
           03  FILLER                   PIC X(23)  VALUE SPACES.
      *
       01  REMESSA-TRAILER.
           03  TRAILER-TIPO-REG         PIC X(01)  VALUE '3'.
           03  TRAILER-QTDE-VOLANTES    PIC 9(05)  VALUE 0.
           03  TRAILER-QTDE-JOGOS       PIC 9(07)  VALUE 0.
           03  TRAILER-TOTAL-CONTROLE   PIC 9(09)  VALUE 0.
           03  TRAILER-VLR-TOTAL        PIC 9(09)V99 VALUE 0.
           03  FILLER                   PIC X(47)  VALUE SPACES.
      *
       77  IDX-DEZENA                   PIC 9(02)  COMP VALUE 0.
       77  IDX-JOGO-VOL                 PIC 9(01)  COMP VALUE 0.
       77  IDX-POSICAO                  PIC 9(02)  COMP VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 1500-DEFINIR-CONCURSO THRU 1500-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2000-VERIFICAR-CALENDARIO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-EXPORTAR-JOGOS THRU 5000-EXIT
           END-IF
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-MOMENTO-AGORA =
               WS-DATA-HOJE * 10000 + WS-HORA-AGORA-HHMM
           OPEN INPUT MEGAEXPC
           IF WS-FS-CARTAO = '00'
               READ MEGAEXPC
               IF WS-FS-CARTAO(1:1) = '0'
                   MOVE CARTAO-REGISTRO-FD-APOSTADOR TO WS-APOSTADOR
                   MOVE CARTAO-REGISTRO-FD-TIPO-JOGO TO WS-TIPO-JOGO
                   IF CARTAO-REGISTRO-FD-CONCURSO IS NUMERIC
                       MOVE CARTAO-REGISTRO-FD-CONCURSO
                           TO WS-CONCURSO-CARTAO
                   END-IF
               END-IF
           END-IF
           CLOSE MEGAEXPC
           IF WS-TIPO-JOGO = SPACES
               MOVE 'MS' TO WS-TIPO-JOGO
           END-IF
           OPEN INPUT MEGASELP
           IF WS-FS-PARM = '00'
               READ MEGASELP
                   AT END
                       MOVE '10' TO WS-FS-PARM
               END-READ
               IF WS-FS-PARM(1:1) = '0'
                   MOVE PARM-REGISTRO-FD-PRECO-APOSTA
                       TO WS-PRECO-APOSTA
               END-IF
           END-IF
           CLOSE MEGASELP
           IF WS-APOSTADOR = SPACES
               DISPLAY 'MEGAEXP: cartao MEGAEXPC ausente ou sem '
                        'apostador - remessa nao gerada'
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1500  CONCURSO DA REMESSA - O DO CARTAO OU, NA MEGA SENA, O
      *          SEGUINTE AO ULTIMO SORTEADO NO CADASTRO MEGAHISTM
      *-----------------------------------------------------------------
       1500-DEFINIR-CONCURSO.
           IF WS-CONCURSO-CARTAO > 0
               MOVE WS-CONCURSO-CARTAO TO WS-CONCURSO
               GO TO 1500-EXIT
           END-IF
           IF WS-TIPO-JOGO NOT = 'MS'
               DISPLAY 'MEGAEXP: cartao MEGAEXPC sem concurso - '
                        'obrigatorio para o tipo ' WS-TIPO-JOGO
                        ' - remessa nao gerada'
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT MEGAHISTM
           IF WS-FS-HISTM(1:1) NOT = '0'
               DISPLAY 'MEGAEXP: nao foi possivel abrir MEGAHISTM - '
                        'FILE STATUS ' WS-FS-HISTM
               CLOSE MEGAHISTM
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LER-UM-SORTEIO THRU 1510-EXIT
               UNTIL WS-FS-HISTM = '10'
           CLOSE MEGAHISTM
           IF ULTIMO-CONCURSO = 0
               DISPLAY 'MEGAEXP: cadastro MEGAHISTM ausente ou vazio '
                        'e cartao MEGAEXPC sem concurso - remessa nao '
                        'gerada'
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           COMPUTE WS-CONCURSO = ULTIMO-CONCURSO + 1
           .
       1500-EXIT.
           EXIT.
      *
       1510-LER-UM-SORTEIO.
           READ MEGAHISTM
               AT END
                   MOVE '10' TO WS-FS-HISTM
           END-READ
           IF WS-FS-HISTM(1:1) = '0'
               IF HISTM-REGISTRO-FD-CONCURSO > ULTIMO-CONCURSO
                   MOVE HISTM-REGISTRO-FD-CONCURSO TO ULTIMO-CONCURSO
               END-IF
           END-IF
           .
       1510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CONCURSO DA REMESSA NO CALENDARIO E CRITICA DO LIMITE
      *          DE APOSTAS
      *-----------------------------------------------------------------
       2000-VERIFICAR-CALENDARIO.
           OPEN INPUT MEGACAL
           IF WS-FS-CAL NOT = '00'
               DISPLAY 'MEGAEXP: nao foi possivel abrir MEGACAL - '
                        'FILE STATUS ' WS-FS-CAL
               DISPLAY 'MEGAEXP: sem calendario nao ha como conferir '
                        'o limite de apostas - remessa nao gerada'
               CLOSE MEGACAL
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-LER-UM-CONCURSO THRU 2010-EXIT
               UNTIL WS-FS-CAL = '10'
           CLOSE MEGACAL
           IF NOT CONCURSO-ACHADO
               DISPLAY 'MEGAEXP: concurso ' WS-CONCURSO
                        ' ' WS-TIPO-JOGO ' ausente do calendario '
                        'MEGACAL - remessa nao gerada'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-MOMENTO-LIMITE =
               WS-DATA-LIMITE * 10000 + WS-HORA-LIMITE
           IF WS-MOMENTO-AGORA > WS-MOMENTO-LIMITE
               DISPLAY 'MEGAEXP: apostas do concurso ' WS-CONCURSO
                        ' encerradas em ' WS-DATA-LIMITE ' as '
                        WS-HORA-LIMITE ' - remessa nao gerada'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      *    Procura exatamente o concurso da remessa; um concurso ja
      *    encerrado nao e' trocado pelo proximo aberto.
       2010-LER-UM-CONCURSO.
           READ MEGACAL
               AT END
                   MOVE '10' TO WS-FS-CAL
           END-READ
           IF WS-FS-CAL(1:1) NOT = '0'
              OR CAL-REGISTRO-FD-TIPO-JOGO NOT = WS-TIPO-JOGO
               GO TO 2010-EXIT
           END-IF
           IF CAL-REGISTRO-FD-CONCURSO = WS-CONCURSO
               PERFORM 2020-GUARDAR-CONCURSO THRU 2020-EXIT
           END-IF
           .
       2010-EXIT.
           EXIT.
      *
       2020-GUARDAR-CONCURSO.
           MOVE CAL-REGISTRO-FD-DATA-LIMITE TO WS-DATA-LIMITE
           MOVE CAL-REGISTRO-FD-HORA-LIMITE TO WS-HORA-LIMITE
           SET CONCURSO-ACHADO TO TRUE
           .
       2020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  LEITURA DA SELECAO E GRAVACAO DA REMESSA
      *-----------------------------------------------------------------
       5000-EXPORTAR-JOGOS.
           PERFORM 5100-GRAVAR-HEADER THRU 5100-EXIT
           PERFORM 5200-EXPORTAR-UM-JOGO THRU 5200-EXIT
               UNTIL WS-FS-JOGADOS = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAJOGADOS
           IF RETURN-CODE = 16
               CLOSE MEGAREMESSA
               OPEN OUTPUT MEGAREMESSA
               CLOSE MEGAREMESSA
               GO TO 5000-EXIT
           END-IF
           IF QTDE-NO-VOLANTE > 0
               PERFORM 5400-GRAVAR-VOLANTE THRU 5400-EXIT
           END-IF
           PERFORM 5500-GRAVAR-TRAILER THRU 5500-EXIT
           CLOSE MEGAREMESSA
           .
       5000-EXIT.
           MOVE WS-APOSTADOR TO HEADER-APOSTADOR
           MOVE WS-DATA-HOJE TO HEADER-DATA
           MOVE WS-TIPO-JOGO TO HEADER-TIPO-JOGO
           MOVE WS-CONCURSO  TO HEADER-CONCURSO
           WRITE REMESSA-REGISTRO-FD FROM REMESSA-HEADER
           .
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5200  ACUMULA UM JOGO NO VOLANTE CORRENTE; GRAVA O VOLANTE
      *          QUANDO ATINGE O LIMITE DE JOGOS DO OPERADOR.  A APOSTA
      *          MULTIPLA VAI PARA UM VOLANTE PROPRIO
      *-----------------------------------------------------------------
       5200-EXPORTAR-UM-JOGO.
           READ MEGAJOGADOS
               AT END
                   MOVE '10' TO WS-FS-JOGADOS
           END-READ
           IF WS-FS-JOGADOS(1:1) NOT = '0'
               GO TO 5200-EXIT
           END-IF
           MOVE JOGADO-REGISTRO-FD TO JOGADO-REGISTRO-WS
           PERFORM 5210-CONTAR-DEZENAS THRU 5210-EXIT
           IF QTDE-DEZENAS-JOGO > 6
               PERFORM 5600-GRAVAR-MULTIPLA THRU 5600-EXIT
           ELSE
               ADD 1 TO QTDE-JOGOS
               ADD WS-PRECO-APOSTA TO WS-VLR-TOTAL
               ADD 1 TO QTDE-NO-VOLANTE
               MOVE JOGADO-REGISTRO-WS-SEQ
                   TO DETALHE-JOGO-SEQ(QTDE-NO-VOLANTE)
           .
       5200-EXIT.
           EXIT.
      *
      *    Seis dezenas mais as posicoes extras preenchidas em
      *    sequencia.
       5210-CONTAR-DEZENAS.
           MOVE 6 TO QTDE-DEZENAS-JOGO
           PERFORM 5220-CONTAR-UMA-EXTRA THRU 5220-EXIT
               VARYING IDX-POSICAO FROM 7 BY 1
               UNTIL IDX-POSICAO > 15
                  OR JOGADO-REGISTRO-WS-DEZ(IDX-POSICAO) NOT NUMERIC
           .
       5210-EXIT.
           EXIT.
      *
       5220-CONTAR-UMA-EXTRA.
           ADD 1 TO QTDE-DEZENAS-JOGO
           .
       5220-EXIT.
           EXIT.
      *
       5300-ACUMULAR-CONTROLE.
           ADD DETALHE-JOGO-DEZENA(QTDE-NO-VOLANTE IDX-DEZENA)
           MOVE QTDE-VOLANTES TO TRAILER-QTDE-VOLANTES
           MOVE QTDE-JOGOS    TO TRAILER-QTDE-JOGOS
           MOVE TOTAL-CONTROLE TO TRAILER-TOTAL-CONTROLE
           MOVE WS-VLR-TOTAL  TO TRAILER-VLR-TOTAL
           WRITE REMESSA-REGISTRO-FD FROM REMESSA-TRAILER
           .
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5600  GRAVA A APOSTA MULTIPLA EM VOLANTE PROPRIO, DEPOIS DE
      *          FECHAR O VOLANTE DE APOSTAS SIMPLES EM ABERTO
      *-----------------------------------------------------------------
       5600-GRAVAR-MULTIPLA.
           IF WS-PRECO-APOSTA = 0
               DISPLAY 'MEGAEXP: aposta multipla '
                        JOGADO-REGISTRO-WS-SEQ ' sem preco da aposta '
                        '(cartao MEGASELP) - remessa nao gerada'
               MOVE 16 TO RETURN-CODE
               GO TO 5600-EXIT
           END-IF
           IF QTDE-NO-VOLANTE > 0
               PERFORM 5400-GRAVAR-VOLANTE THRU 5400-EXIT
           END-IF
           ADD 1 TO QTDE-JOGOS
           ADD 1 TO QTDE-MULTIPLAS
           ADD 1 TO QTDE-VOLANTES
           COMPUTE WS-VLR-APOSTA = WS-PRECO-APOSTA *
               JOGOS-NA-APOSTA(QTDE-DEZENAS-JOGO - 5)
           ADD WS-VLR-APOSTA TO WS-VLR-TOTAL
           MOVE ZEROS TO REMESSA-MULTIPLA(2:)
           MOVE SPACES TO REMESSA-MULTIPLA(58:)
           MOVE QTDE-VOLANTES     TO MULTIPLA-NUM-VOLANTE
           MOVE QTDE-DEZENAS-JOGO TO MULTIPLA-QTDE-DEZENAS
           MOVE JOGADO-REGISTRO-WS-SEQ TO MULTIPLA-SEQ
           MOVE WS-VLR-APOSTA     TO MULTIPLA-VLR-APOSTA
           PERFORM 5610-COPIAR-DEZENA THRU 5610-EXIT
               VARYING IDX-POSICAO FROM 1 BY 1
               UNTIL IDX-POSICAO > QTDE-DEZENAS-JOGO
           WRITE REMESSA-REGISTRO-FD FROM REMESSA-MULTIPLA
           .
       5600-EXIT.
           EXIT.
      *
       5610-COPIAR-DEZENA.
           MOVE JOGADO-REGISTRO-WS-DEZ-N(IDX-POSICAO)
               TO MULTIPLA-DEZENA(IDX-POSICAO)
           ADD MULTIPLA-DEZENA(IDX-POSICAO) TO TOTAL-CONTROLE
           .
       5610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Concurso da remessa............: ' WS-CONCURSO
           DISPLAY 'Limite de apostas..............: ' WS-DATA-LIMITE
                    ' ' WS-HORA-LIMITE
           DISPLAY 'Jogos exportados...............: ' QTDE-JOGOS
           DISPLAY 'Apostas multiplas..............: ' QTDE-MULTIPLAS
           DISPLAY 'Volantes gerados...............: ' QTDE-VOLANTES
           DISPLAY 'Total de controle (dezenas)....: ' TOTAL-CONTROLE
           DISPLAY 'Valor total da remessa.........: ' WS-VLR-TOTAL
           IF QTDE-JOGOS = 0 AND RETURN-CODE = 0
               DISPLAY 'MEGAEXP: selecao vazia - remessa sem detalhes'
               MOVE 4 TO RETURN-CODE
