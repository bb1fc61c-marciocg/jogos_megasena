      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGACMNT.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Manutencao validada do calendario de concursos
      *         (MEGACAL, layout MEGACALREG), nos moldes das demais
      *         manutencoes da cadeia.  Le um arquivo de transacoes
      *         (MEGACALT, layout MEGACALTRN) com inclusoes ('I'),
      *         alteracoes ('A') e exclusoes ('E') de concursos,
      *         critica cada transacao (tipo de transacao e tipo de
      *         jogo validos, concurso informado, datas validas, data
      *         limite da aposta nao posterior ao sorteio, hora limite
      *         valida, indicador de sorteio especial coerente com o
      *         tipo de jogo, concurso inedito na inclusao e existente
      *         na alteracao e na exclusao), regrava o calendario em
      *         ordem de tipo de jogo e concurso e emite o relatorio
      *         de rejeicoes MEGACMNT-RPT.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megacmnt.cbl (GnuCOBOL)
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
           SELECT OPTIONAL MEGACAL ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT MEGACALT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRANS.
      *
           SELECT MEGACMNT-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGACAL
           RECORDING F.
       COPY MEGACALREG REPLACING ==:REG:== BY ==MESTRE-REGISTRO-FD==.
      *
       FD  MEGACALT
           RECORDING F.
       COPY MEGACALTRN REPLACING ==:REG:== BY ==TRANS-REGISTRO-FD==.
      *
       FD  MEGACMNT-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(80).
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
       77  QTDE-MESTRE                  PIC 9(05)  COMP VALUE 0.
       77  QTDE-LIDAS                   PIC 9(05)  COMP VALUE 0.
       77  QTDE-ACEITAS                 PIC 9(05)  COMP VALUE 0.
       77  QTDE-REJEITADAS              PIC 9(05)  COMP VALUE 0.
       77  QTDE-ATIVOS                  PIC 9(05)  COMP VALUE 0.
      *
      *    Calendario em memoria (ate 6000 concursos, somados os tres
      *    tipos de jogo); exclusoes apenas marcam o concurso, que nao
      *    e' regravado.  A chave tipo de jogo + concurso ordena a
      *    regravacao.
       77  QTDE-TABELA                  PIC 9(05)  COMP VALUE 0.
       01  CAL-TABELA.
           03  CAL-OCORR                OCCURS 6000 TIMES.
               05  CAL-CHAVE.
                   07  CAL-TIPO-JOGO    PIC X(02).
                   07  CAL-CONCURSO     PIC 9(05).
               05  CAL-DATA-SORTEIO     PIC 9(08).
               05  CAL-DATA-LIMITE      PIC 9(08).
               05  CAL-HORA-LIMITE      PIC 9(04).
               05  CAL-ESPECIAL         PIC X(01).
               05  CAL-EXCLUIDO         PIC X(01).
       01  CAL-OCORR-AUX.
           03  AUX-CHAVE                PIC X(07).
           03  FILLER                   PIC X(22).
      *
       77  IDX-CAL                      PIC 9(05)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(05)  COMP VALUE 0.
       77  ORD-I                        PIC 9(05)  COMP VALUE 0.
       77  ORD-J                        PIC 9(05)  COMP VALUE 0.
      *
       77  SW-CALENDARIO-CHEIO          PIC X(01)  VALUE 'N'.
           88  CALENDARIO-CHEIO                     VALUE 'S'.
       77  SW-REORDENAR                 PIC X(01)  VALUE 'N'.
           88  REORDENAR-CALENDARIO                 VALUE 'S'.
      *
       77  SW-TRANS-VALIDA              PIC X(01)  VALUE 'S'.
           88  TRANS-VALIDA                         VALUE 'S'.
       77  WS-MOTIVO-REJEICAO           PIC X(40)  VALUE SPACES.
      *
      *    Chave da transacao, no mesmo formato da chave da tabela.
       01  TRANS-CHAVE.
           03  TRANS-CHAVE-TIPO-JOGO    PIC X(02).
           03  TRANS-CHAVE-CONCURSO     PIC 9(05).
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
       01  WS-HORA-CRITICA              PIC 9(04)  VALUE 0.
       01  WS-HORA-CRITICA-R REDEFINES WS-HORA-CRITICA.
           03  WS-HORA-HH               PIC 9(02).
           03  WS-HORA-MM               PIC 9(02).
      *
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
           IF RETURN-CODE NOT = 16
               PERFORM 7000-REGRAVAR-MESTRE THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - RELATORIO DE REJEICOES
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           OPEN OUTPUT MEGACMNT-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGACMNT: nao foi possivel criar MEGACMNT-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGACMNT-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'RELATORIO DE REJEICOES - CALENDARIO DE CONCURSOS'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'T JG CONCURSO SORTEIO  LIMITE   HORA E MOTIVO'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DO CALENDARIO ATUAL NA TABELA EM MEMORIA
      *-----------------------------------------------------------------
      *    FILE STATUS 05 = arquivo opcional inexistente aberto com
      *    sucesso (calendario ainda vazio); a leitura cai direto no
      *    AT END.  Um calendario maior que a tabela nao e' regravado,
      *    para nao perder os concursos excedentes.
       2000-CARREGAR-MESTRE.
           OPEN INPUT MEGACAL
           IF WS-FS-MESTRE(1:1) NOT = '0'
               DISPLAY 'MEGACMNT: nao foi possivel abrir MEGACAL - '
                        'FILE STATUS ' WS-FS-MESTRE
               CLOSE MEGACAL
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UM THRU 2010-EXIT
               UNTIL WS-FS-MESTRE = '10'
           CLOSE MEGACAL
           IF CALENDARIO-CHEIO
               DISPLAY 'MEGACMNT: MEGACAL excede 6000 concursos - '
                        'manutencao nao feita'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UM.
           READ MEGACAL
               AT END
                   MOVE '10' TO WS-FS-MESTRE
           END-READ
           IF WS-FS-MESTRE(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-MESTRE
           IF QTDE-TABELA >= 6000
               SET CALENDARIO-CHEIO TO TRUE
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-TABELA
           MOVE MESTRE-REGISTRO-FD-TIPO-JOGO
               TO CAL-TIPO-JOGO(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-CONCURSO
               TO CAL-CONCURSO(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-DATA-SORTEIO
               TO CAL-DATA-SORTEIO(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-DATA-LIMITE
               TO CAL-DATA-LIMITE(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-HORA-LIMITE
               TO CAL-HORA-LIMITE(QTDE-TABELA)
           MOVE MESTRE-REGISTRO-FD-ESPECIAL
               TO CAL-ESPECIAL(QTDE-TABELA)
           MOVE SPACE TO CAL-EXCLUIDO(QTDE-TABELA)
           IF QTDE-TABELA > 1
              AND CAL-CHAVE(QTDE-TABELA) < CAL-CHAVE(QTDE-TABELA - 1)
               SET REORDENAR-CALENDARIO TO TRUE
           END-IF
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  CRITICA E APLICACAO DAS TRANSACOES
      *-----------------------------------------------------------------
       5000-PROCESSAR-TRANSACOES.
           OPEN INPUT MEGACALT
           IF WS-FS-TRANS NOT = '00'
               DISPLAY 'MEGACMNT: nao foi possivel abrir MEGACALT - '
                        'FILE STATUS ' WS-FS-TRANS
               CLOSE MEGACALT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-PROCESSAR-UMA THRU 5100-EXIT
               UNTIL WS-FS-TRANS = '10'
           CLOSE MEGACALT
           .
       5000-EXIT.
           EXIT.
      *
       5100-PROCESSAR-UMA.
           READ MEGACALT
               AT END
                   MOVE '10' TO WS-FS-TRANS
           END-READ
           IF WS-FS-TRANS(1:1) = '0'
               ADD 1 TO QTDE-LIDAS
               MOVE TRANS-REGISTRO-FD-TIPO-JOGO
                   TO TRANS-CHAVE-TIPO-JOGO
               MOVE TRANS-REGISTRO-FD-CONCURSO
                   TO TRANS-CHAVE-CONCURSO
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
      *-----------------------------------------------------------------
      *    5200  CRITICAS DA TRANSACAO - A PRIMEIRA FALHA PREVALECE
      *-----------------------------------------------------------------
       5200-VALIDAR-TRANSACAO.
           MOVE 'S' TO SW-TRANS-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF TRANS-REGISTRO-FD-TIPO NOT = 'I'
              AND TRANS-REGISTRO-FD-TIPO NOT = 'A'
              AND TRANS-REGISTRO-FD-TIPO NOT = 'E'
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'MS'
              AND TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'QN'
              AND TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'LF'
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'TIPO DE JOGO INVALIDO (MS/QN/LF)'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-CONCURSO = 0
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'NUMERO DE CONCURSO AUSENTE'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-PROCURAR-CONCURSO THRU 5300-EXIT
           IF TRANS-REGISTRO-FD-TIPO = 'I'
               IF IDX-ACHADO > 0
                   MOVE 'N' TO SW-TRANS-VALIDA
                   MOVE 'CONCURSO JA PUBLICADO NO CALENDARIO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
               IF QTDE-TABELA >= 6000
                   MOVE 'N' TO SW-TRANS-VALIDA
                   MOVE 'CALENDARIO CHEIO (6000)'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
           ELSE
               IF IDX-ACHADO = 0
                   MOVE 'N' TO SW-TRANS-VALIDA
                   MOVE 'CONCURSO NAO PUBLICADO NO CALENDARIO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 5200-EXIT
               END-IF
           END-IF
           IF TRANS-REGISTRO-FD-TIPO NOT = 'E'
               PERFORM 5210-VALIDAR-DATAS THRU 5210-EXIT
           END-IF
           IF TRANS-VALIDA
              AND TRANS-REGISTRO-FD-TIPO NOT = 'E'
               PERFORM 5220-VALIDAR-ESPECIAL THRU 5220-EXIT
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
       5210-VALIDAR-DATAS.
           MOVE TRANS-REGISTRO-FD-DATA-SORTEIO TO WS-DATA-CRITICA
           PERFORM 5230-CRITICAR-DATA THRU 5230-EXIT
           IF NOT DATA-VALIDA
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'DATA DO SORTEIO INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5210-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-DATA-LIMITE TO WS-DATA-CRITICA
           PERFORM 5230-CRITICAR-DATA THRU 5230-EXIT
           IF NOT DATA-VALIDA
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'DATA LIMITE DA APOSTA INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5210-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-DATA-LIMITE >
              TRANS-REGISTRO-FD-DATA-SORTEIO
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'DATA LIMITE POSTERIOR AO SORTEIO'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5210-EXIT
           END-IF
           IF TRANS-REGISTRO-FD-HORA-LIMITE IS NOT NUMERIC
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'HORA LIMITE DA APOSTA INVALIDA'
                   TO WS-MOTIVO-REJEICAO
               GO TO 5210-EXIT
           END-IF
           MOVE TRANS-REGISTRO-FD-HORA-LIMITE TO WS-HORA-CRITICA
           IF WS-HORA-HH > 23
              OR WS-HORA-MM > 59
               MOVE 'N' TO SW-TRANS-VALIDA
               MOVE 'HORA LIMITE DA APOSTA INVALIDA'
                   TO WS-MOTIVO-REJEICAO
           END-IF
           .
       5210-EXIT.
           EXIT.
      *
      *    Cada sorteio especial so' existe na sua loteria.
       5220-VALIDAR-ESPECIAL.
           EVALUATE TRANS-REGISTRO-FD-ESPECIAL
               WHEN SPACE
                   CONTINUE
               WHEN 'V'
                   IF TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'MS'
                       MOVE 'N' TO SW-TRANS-VALIDA
                   END-IF
               WHEN 'J'
                   IF TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'QN'
                       MOVE 'N' TO SW-TRANS-VALIDA
                   END-IF
               WHEN 'I'
                   IF TRANS-REGISTRO-FD-TIPO-JOGO NOT = 'LF'
                       MOVE 'N' TO SW-TRANS-VALIDA
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO SW-TRANS-VALIDA
           END-EVALUATE
           IF NOT TRANS-VALIDA
               MOVE 'SORTEIO ESPECIAL INVALIDO PARA O JOGO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
           .
       5220-EXIT.
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
      *    Procura tipo de jogo + concurso da transacao entre os
      *    concursos nao excluidos; IDX-ACHADO = 0 quando ausente.
       5300-PROCURAR-CONCURSO.
           MOVE 0 TO IDX-ACHADO
           PERFORM 5310-COMPARAR-CHAVE THRU 5310-EXIT
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > QTDE-TABELA
                  OR IDX-ACHADO > 0
           .
       5300-EXIT.
           EXIT.
      *
       5310-COMPARAR-CHAVE.
           IF CAL-EXCLUIDO(IDX-CAL) = SPACE
              AND CAL-CHAVE(IDX-CAL) = TRANS-CHAVE
               MOVE IDX-CAL TO IDX-ACHADO
           END-IF
           .
       5310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5400  APLICACAO DA TRANSACAO ACEITA NA TABELA
      *-----------------------------------------------------------------
       5400-APLICAR-TRANSACAO.
           EVALUATE TRANS-REGISTRO-FD-TIPO
               WHEN 'I'
                   ADD 1 TO QTDE-TABELA
                   MOVE QTDE-TABELA TO IDX-ACHADO
                   MOVE TRANS-CHAVE TO CAL-CHAVE(IDX-ACHADO)
                   MOVE SPACE TO CAL-EXCLUIDO(IDX-ACHADO)
                   PERFORM 5410-COPIAR-DADOS THRU 5410-EXIT
                   IF QTDE-TABELA > 1
                      AND CAL-CHAVE(QTDE-TABELA) <
                          CAL-CHAVE(QTDE-TABELA - 1)
                       SET REORDENAR-CALENDARIO TO TRUE
                   END-IF
               WHEN 'A'
                   PERFORM 5410-COPIAR-DADOS THRU 5410-EXIT
               WHEN 'E'
                   MOVE 'S' TO CAL-EXCLUIDO(IDX-ACHADO)
           END-EVALUATE
           ADD 1 TO QTDE-ACEITAS
           .
       5400-EXIT.
           EXIT.
      *
       5410-COPIAR-DADOS.
           MOVE TRANS-REGISTRO-FD-DATA-SORTEIO
               TO CAL-DATA-SORTEIO(IDX-ACHADO)
           MOVE TRANS-REGISTRO-FD-DATA-LIMITE
               TO CAL-DATA-LIMITE(IDX-ACHADO)
           MOVE TRANS-REGISTRO-FD-HORA-LIMITE
               TO CAL-HORA-LIMITE(IDX-ACHADO)
           MOVE TRANS-REGISTRO-FD-ESPECIAL
               TO CAL-ESPECIAL(IDX-ACHADO)
           .
       5410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5500  EMISSAO DA LINHA DE REJEICAO COM O MOTIVO DA RECUSA
      *-----------------------------------------------------------------
       5500-REJEITAR-TRANSACAO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING TRANS-REGISTRO-FD-TIPO          DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-TIPO-JOGO     DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-CONCURSO      DELIMITED BY SIZE
                  '    '                          DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-DATA-SORTEIO  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-DATA-LIMITE   DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-HORA-LIMITE   DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  TRANS-REGISTRO-FD-ESPECIAL      DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO              DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       5500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  REGRAVACAO DO CALENDARIO SEM OS EXCLUIDOS, EM ORDEM DE
      *          TIPO DE JOGO E CONCURSO
      *-----------------------------------------------------------------
       7000-REGRAVAR-MESTRE.
           IF REORDENAR-CALENDARIO
               PERFORM 7100-ORDENAR-TABELA THRU 7100-EXIT
           END-IF
           OPEN OUTPUT MEGACAL
           IF WS-FS-MESTRE(1:1) NOT = '0'
               DISPLAY 'MEGACMNT: nao foi possivel regravar MEGACAL '
                        '- FILE STATUS ' WS-FS-MESTRE
               CLOSE MEGACAL
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7010-REGRAVAR-UM THRU 7010-EXIT
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL > QTDE-TABELA
           CLOSE MEGACAL
           .
       7000-EXIT.
           EXIT.
      *
       7010-REGRAVAR-UM.
           IF CAL-EXCLUIDO(IDX-CAL) = SPACE
               MOVE CAL-TIPO-JOGO(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-TIPO-JOGO
               MOVE CAL-CONCURSO(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-CONCURSO
               MOVE CAL-DATA-SORTEIO(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-DATA-SORTEIO
               MOVE CAL-DATA-LIMITE(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-DATA-LIMITE
               MOVE CAL-HORA-LIMITE(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-HORA-LIMITE
               MOVE CAL-ESPECIAL(IDX-CAL)
                   TO MESTRE-REGISTRO-FD-ESPECIAL
               WRITE MESTRE-REGISTRO-FD
               ADD 1 TO QTDE-ATIVOS
           END-IF
           .
       7010-EXIT.
           EXIT.
      *
      *    Ordenacao por insercao na chave tipo de jogo + concurso
      *    (a tabela chega quase ordenada: so' as inclusoes fora de
      *    ordem se deslocam).
       7100-ORDENAR-TABELA.
           PERFORM 7110-PASSO-EXTERNO THRU 7110-EXIT
               VARYING ORD-I FROM 2 BY 1
               UNTIL ORD-I > QTDE-TABELA
           .
       7100-EXIT.
           EXIT.
      *
       7110-PASSO-EXTERNO.
           MOVE CAL-OCORR(ORD-I) TO CAL-OCORR-AUX
           MOVE ORD-I TO ORD-J
           PERFORM 7120-PASSO-INTERNO THRU 7120-EXIT
               UNTIL ORD-J < 2
                  OR CAL-CHAVE(ORD-J - 1) NOT > AUX-CHAVE
           MOVE CAL-OCORR-AUX TO CAL-OCORR(ORD-J)
           .
       7110-EXIT.
           EXIT.
      *
       7120-PASSO-INTERNO.
           MOVE CAL-OCORR(ORD-J - 1) TO CAL-OCORR(ORD-J)
           SUBTRACT 1 FROM ORD-J
           .
       7120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           IF WS-FS-RPT = '00'
               CLOSE MEGACMNT-RPT
           END-IF
           DISPLAY 'Concursos no calendario ant....: ' QTDE-MESTRE
           DISPLAY 'Transacoes lidas...............: ' QTDE-LIDAS
           DISPLAY 'Transacoes aceitas.............: ' QTDE-ACEITAS
           DISPLAY 'Transacoes rejeitadas..........: ' QTDE-REJEITADAS
           DISPLAY 'Concursos no calendario........: ' QTDE-ATIVOS
           IF QTDE-REJEITADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-EXIT.
           EXIT.
