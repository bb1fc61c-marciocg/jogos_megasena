      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGARMNT.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Manutencao validada do cadastro de resgate de premios
      *         (MEGARESG, layout MEGARSGREG) e posicao diaria dos
      *         premios em aberto.  Le o arquivo de transacoes
      *         opcional (MEGARESGT, layout MEGARSGTRN) com resgates
      *         ('R': data, valor recebido e canal banco/loterica) e
      *         contestacoes ('C': data e motivo), critica cada
      *         transacao (tipo valido, premio cadastrado e ainda em
      *         aberto, data valida entre o sorteio e hoje e dentro do
      *         prazo de resgate, valor e canal no resgate, motivo na
      *         contestacao) e aplica as aceitas.  Em seguida marca
      *         como prescritos os premios abertos ou contestados cuja
      *         data limite (90 dias apos o sorteio) ja passou,
      *         regrava o cadastro e emite em MEGARMNT-RPT as
      *         rejeicoes, os premios em aberto por dias restantes
      *         ate' o limite (os mais urgentes primeiro) e os premios
      *         prescritos nesta execucao.
      *         RETURN-CODE = 8 quando algum premio em aberto vence em
      *         ate' 15 dias; 4 quando ha transacoes rejeitadas ou
      *         premios prescritos nesta execucao.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megarmnt.cbl (GnuCOBOL)
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
           SELECT OPTIONAL MEGARESG ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGARESGT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRANS.
      *
           SELECT MEGARMNT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGARESG
           RECORDING F.
       COPY MEGARSGREG REPLACING ==:REG:== BY ==MESTRE-REGISTRO-FD==.
      *
       FD  MEGARESGT
           RECORDING F.
       COPY MEGARSGTRN REPLACING ==:REG:== BY ==TRANS-REGISTRO-FD==.
      *
       FD  MEGARMNT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-MESTRE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-TRANS                  PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
      *
       77  QTDE-MESTRE                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-LIDAS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-ACEITAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-REJEITADAS              PIC 9(05)  COMP VALUE 0.
       77  QTDE-PRESCRITOS              PIC 9(05)  COMP VALUE 0.
       77  QTDE-EM-ABERTO               PIC 9(05)  COMP VALUE 0.
       77  QTDE-URGENTES                PIC 9(05)  COMP VALUE 0.
       77  QTDE-GRAVADOS                PIC 9(05)  COMP VALUE 0.
      *
      *    Prazo, em dias, a partir do qual um premio em aberto
      *    passa a ser urgente.
       77  WS-DIAS-ALERTA               PIC 9(03)  VALUE 15.
      *
      *    Cadastro de resgate em memoria (ate 3000 premios), no mesmo
      *    layout do registro (MEGARSGREG) para mover o grupo inteiro.
      *    RSG-PRESCRITO-AGORA marca os prescritos nesta execucao.
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
               05  RSG-PRESCRITO-AGORA  PIC X(01).
      *
       77  IDX-RSG                      PIC 9(05)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(05)  COMP VALUE 0.
      *
      *    Premios em aberto para a posicao diaria, ordenados por dias
      *    restantes e, no empate, por concurso e sequencial.
       77  QTDE-LISTA                   PIC 9(05)  COMP VALUE 0.
       01  LISTA-TABELA.
           03  LST-OCORR                OCCURS 3000 TIMES.
               05  LST-CHAVE.
                   07  LST-DIAS         PIC 9(05).
                   07  LST-RSG-CHAVE    PIC X(15).
               05  LST-IDX-RSG          PIC 9(05).
       01  LST-OCORR-AUX.
           03  AUX-CHAVE                PIC X(20).
           03  FILLER                   PIC X(05).
       77  IDX-LST                      PIC 9(05)  COMP VALUE 0.
       77  ORD-I                        PIC 9(05)  COMP VALUE 0.
       77  ORD-J                        PIC 9(05)  COMP VALUE 0.
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
       77  WS-DIAS-RESTANTES            PIC 9(05)  VALUE 0.
       77  WS-VLR-EM-ABERTO             PIC 9(13)V99 VALUE 0.
       77  WS-VLR-PRESCRITO             PIC 9(13)V99 VALUE 0.
       77  WS-VLR-PREMIO-EDT            PIC 9(11).99 VALUE ZEROS.
       77  WS-VLR-TOTAL-EDT             PIC 9(13).99 VALUE ZEROS.
       77  WS-DIAS-EDT                  PIC ZZZZ9  VALUE ZEROS.
       77  WS-QTDE-EDT                  PIC ZZZZ9  VALUE ZEROS.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-MESTRE THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-PROCESSAR-TRANSACOES THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 6000-PRESCREVER-VENCIDOS THRU 6000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 7000-REGRAVAR-MESTRE THRU 7000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 8000-EMITIR-POSICAO THRU 8000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - RELATORIO DE REJEICOES E POSICAO
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO RSG-TABELA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT MEGARMNT-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGARMNT: nao foi possivel criar MEGARMNT-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGARMNT-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'RELATORIO DE REJEICOES - RESGATE DE PREMIOS'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'T CONCURSO SEQUENCIAL DATA     MOTIVO'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DO CADASTRO DE RESGATE NA TABELA EM MEMORIA
      *-----------------------------------------------------------------
      *    FILE STATUS 05 = arquivo opcional inexistente aberto com
      *    sucesso (cadastro ainda vazio); a leitura cai direto no
      *    AT END.
       2000-CARREGAR-MESTRE.
           OPEN INPUT MEGARESG
           IF WS-FS-MESTRE(1:1) NOT = '0'
               CLOSE MEGARESG
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM THRU 2010-EXIT
               UNTIL WS-FS-MESTRE = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGARESG
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM.
           READ MEGARESG
               AT END
                   MOVE '10' TO WS-FS-MESTRE
           END-READ
           IF WS-FS-MESTRE(1:1) = '0'
               IF QTDE-MESTRE >= 3000
                   DISPLAY 'MEGARMNT: cadastro de resgate excede 3000 '
                            'premios - manutencao nao feita'
                   MOVE 16 TO RETURN-CODE
                   GO TO 2010-EXIT
               END-IF
               ADD 1 TO QTDE-MESTRE
               MOVE MESTRE-REGISTRO-FD TO RSG-DADOS(QTDE-MESTRE)
               MOVE 'N' TO RSG-PRESCRITO-AGORA(QTDE-MESTRE)
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CRITICA E APLICACAO DAS TRANSACOES (ARQUIVO OPCIONAL:
      *          SEM TRANSACOES, SO' A POSICAO DIARIA)
      *-----------------------------------------------------------------
       5000-PROCESSAR-TRANSACOES.
           OPEN INPUT MEGARESGT
           IF WS-FS-TRANS(1:1) NOT = '0'
               DISPLAY 'MEGARMNT: nao foi possivel abrir MEGARESGT - '
                        'FILE STATUS ' WS-FS-TRANS
               CLOSE MEGARESGT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-PROCESSAR-UMA THRU 5100-EXIT
               UNTIL WS-FS-TRANS = '10'
           CLOSE MEGARESGT
           .
       5000-EXIT.
           EXIT.
      *
       5100-PROCESSAR-UMA.
           READ MEGARESGT
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
           IF TRANS-REGISTRO-FD-TIPO NOT = 'R'
              AND TRANS-REGISTRO-FD-TIPO NOT = 'C'
               MOVE 'TIPO DE TRANSACAO INVALIDO (R/C)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-PROCURAR-PREMIO THRU 5300-EXIT
           IF IDX-ACHADO = 0
               MOVE 'PREMIO NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           EVALUATE RSG-SITUACAO(IDX-ACHADO)
               WHEN 'R'
                   MOVE 'PREMIO JA RESGATADO' TO WS-MOTIVO-REJEICAO
               WHEN 'P'
                   MOVE 'PREMIO PRESCRITO' TO WS-MOTIVO-REJEICAO
               WHEN 'X'
                   MOVE 'PREMIO ANULADO NA REAPURACAO'
                       TO WS-MOTIVO-REJEICAO
               WHEN 'C'
                   IF TRANS-REGISTRO-FD-TIPO = 'C'
                       MOVE 'PREMIO JA CONTESTADO'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               GO TO 5200-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-DATA TO WS-DATA-CRITICA
           PERFORM 5230-CRITICAR-DATA THRU 5230-EXIT
           IF NOT DATA-VALIDA
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF WS-DATA-CRITICA < RSG-DATA-SORTEIO(IDX-ACHADO)
               MOVE 'DATA ANTERIOR AO SORTEIO' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF WS-DATA-CRITICA > WS-DATA-HOJE
               MOVE 'DATA POSTERIOR A HOJE' TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF WS-DATA-CRITICA > RSG-DATA-LIMITE(IDX-ACHADO)
               MOVE 'DATA APOS O PRAZO DE RESGATE (90 DIAS)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-TIPO = 'R'
               IF TRANS-REGISTRO-FD-VALOR IS NOT NUMERIC
                  OR TRANS-REGISTRO-FD-VALOR = 0
                   MOVE 'VALOR RECEBIDO DEVE SER MAIOR QUE ZERO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
               IF TRANS-REGISTRO-FD-CANAL NOT = 'B'
                  AND TRANS-REGISTRO-FD-CANAL NOT = 'L'
                   MOVE 'CANAL DE RESGATE INVALIDO (B/L)'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
           ELSE
               IF TRANS-REGISTRO-FD-OBSERVACAO = SPACES
                   MOVE 'MOTIVO DA CONTESTACAO AUSENTE'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
           END-IF
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
      *    Procura concurso + sequencial da transacao no cadastro;
      *    IDX-ACHADO = 0 quando ausente.
       5300-PROCURAR-PREMIO.
           MOVE 0 TO IDX-ACHADO
           PERFORM 5310-COMPARAR-CHAVE THRU 5310-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
                  OR IDX-ACHADO > 0
           .
       5300-EXIT.
           EXIT.
      *
       5310-COMPARAR-CHAVE.
           IF RSG-CONCURSO(IDX-RSG) = TRANS-REGISTRO-FD-CONCURSO
              AND RSG-SEQ(IDX-RSG) = TRANS-REGISTRO-FD-SEQ
               MOVE IDX-RSG TO IDX-ACHADO
           END-IF
           .
       5310-EXIT.
           EXIT.
      *
       5400-APLICAR-TRANSACAO.
           MOVE TRANS-REGISTRO-FD-DATA TO RSG-DATA-RESGATE(IDX-ACHADO)
           EVALUATE TRANS-REGISTRO-FD-TIPO
               WHEN 'R'
                   MOVE 'R' TO RSG-SITUACAO(IDX-ACHADO)
                   MOVE TRANS-REGISTRO-FD-VALOR
                       TO RSG-VLR-RECEBIDO(IDX-ACHADO)
                   MOVE TRANS-REGISTRO-FD-CANAL
                       TO RSG-CANAL(IDX-ACHADO)
               WHEN 'C'
                   MOVE 'C' TO RSG-SITUACAO(IDX-ACHADO)
                   MOVE TRANS-REGISTRO-FD-OBSERVACAO
                       TO RSG-OBSERVACAO(IDX-ACHADO)
           END-EVALUATE
           ADD 1 TO QTDE-ACEITAS
           .
       5400-EXIT.
           EXIT.
      *
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING TRANS-REGISTRO-FD-TIPO     DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-CONCURSO DELIMITED BY SIZE
                  '    '                     DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-SEQ      DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-DATA     DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO         DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  PRESCRICAO DOS PREMIOS ABERTOS OU CONTESTADOS COM A
      *          DATA LIMITE DE RESGATE JA VENCIDA
      *-----------------------------------------------------------------
       6000-PRESCREVER-VENCIDOS.
           PERFORM 6010-PRESCREVER-UM THRU 6010-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
           .
       6000-EXIT.
           EXIT.
      *
       6010-PRESCREVER-UM.
           IF (RSG-SITUACAO(IDX-RSG) = 'A'
               OR RSG-SITUACAO(IDX-RSG) = 'C')
              AND RSG-DATA-LIMITE(IDX-RSG) < WS-DATA-HOJE
               MOVE 'P' TO RSG-SITUACAO(IDX-RSG)
               MOVE 'S' TO RSG-PRESCRITO-AGORA(IDX-RSG)
               ADD 1 TO QTDE-PRESCRITOS
               ADD RSG-VLR-PREMIO(IDX-RSG) TO WS-VLR-PRESCRITO
           END-IF
           .
       6010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  REGRAVACAO DO CADASTRO (A ORDEM NAO MUDA: NENHUM
      *          PREMIO E' INCLUIDO AQUI)
      *-----------------------------------------------------------------
       7000-REGRAVAR-MESTRE.
           OPEN OUTPUT MEGARESG
           IF WS-FS-MESTRE(1:1) NOT = '0'
               DISPLAY 'MEGARMNT: nao foi possivel regravar MEGARESG '
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
      *-----------------------------------------------------------------
      *    8000  POSICAO DIARIA: PREMIOS EM ABERTO POR DIAS RESTANTES
      *          ATE' O LIMITE DE RESGATE E PRESCRITOS NESTA EXECUCAO
      *-----------------------------------------------------------------
       8000-EMITIR-POSICAO.
           PERFORM 8010-LISTAR-ABERTO THRU 8010-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
           PERFORM 8100-ORDENAR-LISTA THRU 8100-EXIT
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING 'PREMIOS EM ABERTO POR DIAS RESTANTES - POSICAO EM '
                                        DELIMITED BY SIZE
                  WS-DATA-HOJE          DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE ' DIAS LIMITE   CONCURSO SEQUENCIAL RECIBO          F '
               TO RPT-REGISTRO-FD
           MOVE '         VALOR S' TO RPT-REGISTRO-FD(54:)
           WRITE RPT-REGISTRO-FD
           PERFORM 8200-EMITIR-ABERTO THRU 8200-EXIT
               VARYING IDX-LST FROM 1 BY 1
               UNTIL IDX-LST > QTDE-LISTA
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-EM-ABERTO TO WS-VLR-TOTAL-EDT
           MOVE QTDE-EM-ABERTO TO WS-QTDE-EDT
           STRING 'TOTAL EM ABERTO: '   DELIMITED BY SIZE
                  WS-QTDE-EDT           DELIMITED BY SIZE
                  ' PREMIO(S)  VALOR '  DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDT      DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           IF QTDE-PRESCRITOS > 0
               PERFORM 8300-EMITIR-PRESCRITOS THRU 8300-EXIT
           END-IF
           .
       8000-EXIT.
           EXIT.
      *
      *    Dias restantes = data limite - hoje (premios vencidos ja
      *    foram prescritos no 6000, entao nunca e' negativo).
       8010-LISTAR-ABERTO.
           IF RSG-SITUACAO(IDX-RSG) NOT = 'A'
              AND RSG-SITUACAO(IDX-RSG) NOT = 'C'
               GO TO 8010-EXIT
           END-IF
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(RSG-DATA-LIMITE(IDX-RSG)) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           ADD 1 TO QTDE-LISTA
           MOVE WS-DIAS-RESTANTES TO LST-DIAS(QTDE-LISTA)
           MOVE RSG-CHAVE(IDX-RSG) TO LST-RSG-CHAVE(QTDE-LISTA)
           MOVE IDX-RSG TO LST-IDX-RSG(QTDE-LISTA)
           .
       8010-EXIT.
           EXIT.
      *
      *    Ordenacao por insercao na chave dias + concurso +
      *    sequencial.
       8100-ORDENAR-LISTA.
           PERFORM 8110-PASSO-EXTERNO THRU 8110-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-LISTA
           .
       8100-EXIT.
           EXIT.
      *
       8110-PASSO-EXTERNO.
           MOVE LST-OCORR(ORD-I) TO LST-OCORR-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 8120-PASSO-INTERNO THRU 8120-EXIT
               UNTIL ORD-J < 2
                  OR LST-CHAVE(ORD-J - 1) NOT > AUX-CHAVE
           MOVE LST-OCORR-AUX TO LST-OCORR(ORD-J)
           .
       8110-EXIT.
           EXIT.
      *
       8120-PASSO-INTERNO.
           MOVE LST-OCORR(ORD-J - 1) TO LST-OCORR(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       8120-EXIT.
           EXIT.
      *
       8200-EMITIR-ABERTO.
           MOVE LST-IDX-RSG(IDX-LST) TO IDX-RSG
           ADD 1 TO QTDE-EM-ABERTO
           ADD RSG-VLR-PREMIO(IDX-RSG) TO WS-VLR-EM-ABERTO
           MOVE LST-DIAS(IDX-LST) TO WS-DIAS-EDT
           PERFORM 8400-EMITIR-PREMIO THRU 8400-EXIT
           IF LST-DIAS(IDX-LST) NOT > WS-DIAS-ALERTA
               ADD 1 TO QTDE-URGENTES
               MOVE ' *** VENCE EM ATE 15 DIAS'
                   TO RPT-REGISTRO-FD(WS-LINHA-PONT:)
           END-IF
           WRITE RPT-REGISTRO-FD
           .
       8200-EXIT.
           EXIT.
      *
       8300-EMITIR-PRESCRITOS.
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'PREMIOS PRESCRITOS NESTA EXECUCAO (PRAZO DE 90 DIAS '
               TO RPT-REGISTRO-FD
           MOVE 'VENCIDO)' TO RPT-REGISTRO-FD(53:)
           WRITE RPT-REGISTRO-FD
           PERFORM 8310-EMITIR-UM-PRESCRITO THRU 8310-EXIT
               VARYING IDX-RSG FROM 1 BY 1
               UNTIL IDX-RSG > QTDE-MESTRE
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-VLR-PRESCRITO TO WS-VLR-TOTAL-EDT
           MOVE QTDE-PRESCRITOS TO WS-QTDE-EDT
           STRING 'TOTAL PRESCRITO: '   DELIMITED BY SIZE
                  WS-QTDE-EDT           DELIMITED BY SIZE
                  ' PREMIO(S)  VALOR '  DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDT      DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       8300-EXIT.
           EXIT.
      *
       8310-EMITIR-UM-PRESCRITO.
           IF RSG-PRESCRITO-AGORA(IDX-RSG) = 'S'
               MOVE 0 TO WS-DIAS-EDT
               PERFORM 8400-EMITIR-PREMIO THRU 8400-EXIT
               WRITE RPT-REGISTRO-FD
           END-IF
           .
       8310-EXIT.
           EXIT.
      *
      *    Monta (sem gravar) a linha do premio IDX-RSG com os dias
      *    ja editados em WS-DIAS-EDT; WS-LINHA-PONT fica no fim da
      *    linha para o complemento.
       8400-EMITIR-PREMIO.
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE RSG-VLR-PREMIO(IDX-RSG) TO WS-VLR-PREMIO-EDT
           STRING WS-DIAS-EDT              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-DATA-LIMITE(IDX-RSG) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-CONCURSO(IDX-RSG)    DELIMITED BY SIZE
                  '    '                   DELIMITED BY SIZE
                  RSG-SEQ(IDX-RSG)         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-RECIBO(IDX-RSG)      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-FAIXA(IDX-RSG)       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-VLR-PREMIO-EDT        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RSG-SITUACAO(IDX-RSG)    DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           .
       8400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF WS-FS-RPT = '00'
               CLOSE MEGARMNT-RPT
           END-IF
           DISPLAY 'Posicao em.....................: ' WS-DATA-HOJE
           DISPLAY 'Transacoes lidas...............: ' QTDE-LIDAS
           DISPLAY 'Transacoes aceitas.............: ' QTDE-ACEITAS
           DISPLAY 'Transacoes rejeitadas..........: ' QTDE-REJEITADAS
           DISPLAY 'Premios prescritos agora.......: ' QTDE-PRESCRITOS
           DISPLAY 'Premios em aberto..............: ' QTDE-EM-ABERTO
           DISPLAY 'Vencendo em ate 15 dias........: ' QTDE-URGENTES
           DISPLAY 'Premios no cadastro............: ' QTDE-GRAVADOS
           IF RETURN-CODE = 0 AND QTDE-URGENTES > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'MEGARMNT: ha premio em aberto vencendo em ate '
                        '15 dias - providenciar o resgate'
           END-IF
           IF RETURN-CODE = 0
              AND (QTDE-REJEITADAS > 0 OR QTDE-PRESCRITOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
