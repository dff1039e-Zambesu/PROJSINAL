      *             ARQUIVO E LISTADO NO CONSOLIDADO E DEGRADA O
      *             RETURN-CODE PARA 8 - O FECHAMENTO NAO PASSA MAIS
      *             POR CIMA DE UM DIA PERDIDO EM SILENCIO.
      *15/10/2026 - NOME DA AGENCIA (CADASTRO AGENCIAS.TXT) NOS
      *             CASADOS POR PREFIXO+BALANCETE E NOVA SECAO DE
      *             CASADOS POR REGIONAL, COM UMA LINHA POR AGENCIA E
      *             O SUBTOTAL DE CADA REGIONAL. CADASTRO AUSENTE SO
      *             AVISA - A SECAO SAI COM TUDO EM REGIONAL ZERO.
      *
      *CADA RODADA DO PROJSINANAL GRAVA RESUMO.<SUFIXO>.TXT E
      *RESULTADO1.<SUFIXO>.TXT. NO FECHAMENTO DO MES ESTE PROGRAMA
      *PERCORRE UMA FAIXA DE SUFIXOS (CONVENCAO DA CASA: MMDD, UM POR
      *DIA DE MOVIMENTO), ACUMULA OS TOTAIS POR PREFIXO+BALANCETE E
      *POR BALANCETE, TOTALIZA OS CASADOS POR AGENCIA DENTRO DE CADA
      *REGIONAL (CADASTRO AGENCIAS.TXT), MONTA A EVOLUCAO DIARIA DAS
      *DIVERGENCIAS E FECHA COM O TOTAL GERAL DO PERIODO. DIAS SEM
      *ARQUIVO SAO PULADOS, MAS CLASSIFICADOS PELO CALENDARIO DE DIAS
      *UTEIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

      *CARREGA O CADASTRO DE AGENCIAS (NOME FIXO), PARA O NOME E A
      * REGIONAL DE CADA PREFIXO. ARQUIVO AUSENTE NAO E ERRO: OS
      * PREFIXOS SAEM SEM NOME, TODOS NA REGIONAL ZERO.
         SELECT AGENCIAS ASSIGN TO 'AGENCIAS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AGENCIAS.

       DATA DIVISION.
       FILE SECTION.

           05 FER-DATA                 PIC 9(08).
           05 FER-DESC                 PIC X(30).

      *MESMO LAYOUT CRITICADO PELO PROJAGENCIA.
       FD AGENCIAS.
         01 AGE-REG.
           05 AGE-PREFIXO              PIC 9(05).
           05 AGE-NOME                 PIC X(30).
           05 AGE-REGIONAL             PIC 9(04).
           05 AGE-NOME-REGIONAL        PIC X(20).
           05 AGE-SITUACAO             PIC X(01).
           05 AGE-DATA-FECHAMENTO      PIC 9(08).
           05 AGE-PREF-INCORPORADORA   PIC 9(05).
           05 FILLER                   PIC X(07).

       WORKING-STORAGE SECTION.

       77 WRK-FS-RESUMOIN              PIC X(02) VALUE SPACES.
               10 WRK-BLC-QT-R3         PIC 9(09).
               10 WRK-BLC-VL-R3         PIC 9(17).

      *CADASTRO DE AGENCIAS, EM ORDEM ASCENDENTE DE PREFIXO
      * (CONFERIDA NA CARGA) PARA A SEARCH ALL.
       77 WRK-FS-AGENCIAS              PIC X(02) VALUE SPACES.
       01 WRK-AGE-TABELA.
           05 WRK-AGE-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-AGE-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-AGE-QTDE
                   ASCENDING KEY IS WRK-AGE-PREFIXO
                   INDEXED BY WRK-AGE-IDX.
               10 WRK-AGE-PREFIXO       PIC 9(05).
               10 WRK-AGE-NOME          PIC X(30).
               10 WRK-AGE-REGIONAL      PIC 9(04).
               10 WRK-AGE-NOME-REGIONAL PIC X(20).

      *DADOS DA AGENCIA BUSCADA NO CADASTRO POR 0190 (PREFIXO FORA
      * DO CADASTRO VOLTA COM A REGIONAL ZERADA E O NOME DE AVISO).
       77 WRK-BUSCA-PREFIXO            PIC 9(05) VALUE ZEROS.
       77 WRK-BUSCA-NOME               PIC X(30) VALUE SPACES.
       77 WRK-BUSCA-REGIONAL           PIC 9(04) VALUE ZEROS.
       77 WRK-BUSCA-NOME-REGIONAL      PIC X(20) VALUE SPACES.

      *CASADOS DO PERIODO POR AGENCIA, EM ORDEM DE REGIONAL+PREFIXO,
      * MONTADOS NO RELATORIO A PARTIR DA TABELA POR PREFIXO+
      * BALANCETE (QUE JA VEM EM ORDEM DE PREFIXO), E TOTAIS DA
      * REGIONAL CORRENTE NA QUEBRA.
       01 WRK-AGC-TABELA.
           05 WRK-AGC-QTDE              PIC 9(04) VALUE ZEROS.
           05 WRK-AGC-ENT OCCURS 5000 TIMES.
               10 WRK-AGC-CHAVE.
                   15 WRK-AGC-REGIONAL  PIC 9(04).
                   15 WRK-AGC-PREFIXO   PIC 9(05).
               10 WRK-AGC-NOME          PIC X(30).
               10 WRK-AGC-NOME-REGIONAL PIC X(20).
               10 WRK-AGC-QT-PARTIDAS   PIC 9(09).
               10 WRK-AGC-QT-LCTOS      PIC 9(09).
               10 WRK-AGC-VALOR         PIC 9(17).
       01 WRK-AGC-CHAVE-NOVA.
           05 WRK-AGC-CHV-REGIONAL      PIC 9(04).
           05 WRK-AGC-CHV-PREFIXO       PIC 9(05).
       77 WRK-AGC-POS                  PIC 9(04) VALUE ZEROS.
       77 WRK-PREFIXO-ANT              PIC 9(05) VALUE ZEROS.
       77 WRK-RG-REGIONAL              PIC 9(04) VALUE ZEROS.
       77 WRK-RG-QT-AGENCIAS           PIC 9(04) VALUE ZEROS.
       77 WRK-RG-QT-PARTIDAS           PIC 9(09) VALUE ZEROS.
       77 WRK-RG-QT-LCTOS              PIC 9(09) VALUE ZEROS.
       77 WRK-RG-VALOR                 PIC 9(17) VALUE ZEROS.

      *EVOLUCAO DIARIA DAS DIVERGENCIAS: UMA LINHA POR SUFIXO
      * PROCESSADO, NA ORDEM DO PERCURSO DA FAIXA.
       01 WRK-TRD-TABELA.
           ACCEPT WRK-SUF-FIM FROM CONSOLE.
           PERFORM 0100-VALIDA-FAIXA.
           PERFORM 0150-CARREGA-FERIADOS.
           PERFORM 0180-CARREGA-AGENCIAS.
           PERFORM 0200-MONTA-NOME-CONSOL.
           OPEN OUTPUT CONSOL.
           IF WRK-FS-CONSOL NOT = '00'
              END-SEARCH
           END-IF.

      *CARREGA O CADASTRO DE AGENCIAS NA TABELA EM MEMORIA. ARQUIVO
      * AUSENTE NAO E ERRO (SO AVISA); PRESENTE, PRECISA ESTAR EM
      * ORDEM DE PREFIXO, COMO O PROJAGENCIA CONFERE.
       0180-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF WRK-FS-AGENCIAS NOT = '00'
              DISPLAY 'AGENCIAS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-AGENCIAS ') - CONSOLIDADO SEM NOME DE '
                      'AGENCIA E SEM REGIONAL'
           ELSE
              PERFORM UNTIL WRK-FS-AGENCIAS NOT = '00'
                  READ AGENCIAS
                    AT END
                      MOVE '10' TO WRK-FS-AGENCIAS
                    NOT AT END
                      PERFORM 0185-GUARDA-AGENCIA
                  END-READ
              END-PERFORM
              CLOSE AGENCIAS
              DISPLAY 'AGENCIAS CARREGADAS: ' WRK-AGE-QTDE
           END-IF.

      *GUARDA UMA AGENCIA DO CADASTRO NA TABELA.
       0185-GUARDA-AGENCIA.
           IF AGE-PREFIXO IS NOT NUMERIC
              OR AGE-REGIONAL IS NOT NUMERIC
              DISPLAY 'LINHA INVALIDA NO AGENCIAS.TXT (PREFIXO='
                      AGE-PREFIXO ') - RODAR O PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-AGE-QTDE > ZEROS
              IF AGE-PREFIXO NOT > WRK-AGE-PREFIXO (WRK-AGE-QTDE)
                 DISPLAY 'AGENCIAS.TXT FORA DE ORDEM NO PREFIXO '
                         AGE-PREFIXO ' - RODAR O PROJAGENCIA'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
           END-IF
           IF WRK-AGE-QTDE >= 5000
              DISPLAY 'TABELA DE AGENCIAS ESGOTADA - AUMENTAR '
                      'OCCURS DE WRK-AGE-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           ADD 1 TO WRK-AGE-QTDE
           MOVE AGE-PREFIXO TO WRK-AGE-PREFIXO (WRK-AGE-QTDE)
           MOVE AGE-NOME TO WRK-AGE-NOME (WRK-AGE-QTDE)
           MOVE AGE-REGIONAL TO WRK-AGE-REGIONAL (WRK-AGE-QTDE)
           MOVE AGE-NOME-REGIONAL
              TO WRK-AGE-NOME-REGIONAL (WRK-AGE-QTDE).

      *BUSCA NO CADASTRO A AGENCIA DE WRK-BUSCA-PREFIXO. FORA DO
      * CADASTRO (OU CADASTRO AUSENTE) VOLTA REGIONAL ZERO.
       0190-BUSCA-AGENCIA.
           MOVE 'AGENCIA NAO CADASTRADA' TO WRK-BUSCA-NOME
           MOVE ZEROS TO WRK-BUSCA-REGIONAL
           MOVE 'SEM REGIONAL' TO WRK-BUSCA-NOME-REGIONAL
           IF WRK-AGE-QTDE > ZEROS
              SEARCH ALL WRK-AGE-ENT
                AT END
                  CONTINUE
                WHEN WRK-AGE-PREFIXO (WRK-AGE-IDX) = WRK-BUSCA-PREFIXO
                  MOVE WRK-AGE-NOME (WRK-AGE-IDX) TO WRK-BUSCA-NOME
                  MOVE WRK-AGE-REGIONAL (WRK-AGE-IDX)
                     TO WRK-BUSCA-REGIONAL
                  MOVE WRK-AGE-NOME-REGIONAL (WRK-AGE-IDX)
                     TO WRK-BUSCA-NOME-REGIONAL
              END-SEARCH
           END-IF.

      *MONTA O NOME DO CONSOLIDADO COM OS SUFIXOS DA FAIXA.
       0200-MONTA-NOME-CONSOL.
           MOVE WRK-SUF-INI TO WRK-SUF-INI-TEXTO
           MOVE ZEROS TO WRK-R1C-VALOR (WRK-INS-POS).

      *MONTA O RELATORIO CONSOLIDADO DO PERIODO: CASADOS POR
      * PREFIXO+BALANCETE, CASADOS POR REGIONAL, TOTAIS DE CONTROLE
      * POR BALANCETE, EVOLUCAO DIARIA DAS DIVERGENCIAS E TOTAL GERAL
      * DO MES.
       5000-RELATORIO-CONSOLIDADO.
           MOVE SPACES TO CONSOL-LINHA
           STRING 'CONSOLIDADO MENSAL DA CONCILIACAO SIN/ANAL - '
           PERFORM 8000-GRAVA-LINHA-CONSOL
           PERFORM VARYING WRK-R1C-IDX FROM 1 BY 1
                   UNTIL WRK-R1C-IDX > WRK-R1C-QTDE
               MOVE WRK-R1C-PREFIXO (WRK-R1C-IDX) TO WRK-BUSCA-PREFIXO
               PERFORM 0190-BUSCA-AGENCIA
               MOVE SPACES TO CONSOL-LINHA
               STRING 'PREF=' WRK-R1C-PREFIXO (WRK-R1C-IDX)
                      ' BAL=' WRK-R1C-BALANCETE (WRK-R1C-IDX)
                      ' PARTIDAS=' WRK-R1C-QT-PARTIDAS (WRK-R1C-IDX)
                      ' LCTOS=' WRK-R1C-QT-LCTOS (WRK-R1C-IDX)
                      ' VALOR=' WRK-R1C-VALOR (WRK-R1C-IDX)
                      ' ' WRK-BUSCA-NOME
                   DELIMITED BY SIZE INTO CONSOL-LINHA
               PERFORM 8000-GRAVA-LINHA-CONSOL
           END-PERFORM
           PERFORM 5100-SECAO-REGIONAL
           MOVE SPACES TO CONSOL-LINHA
           PERFORM 8000-GRAVA-LINHA-CONSOL
           MOVE SPACES TO CONSOL-LINHA
              END-PERFORM
           END-IF.

      *SECAO DOS CASADOS POR REGIONAL: TOTALIZA A TABELA POR
      * PREFIXO+BALANCETE POR AGENCIA (ORDENADA POR REGIONAL+PREFIXO)
      * E LISTA AS AGENCIAS DE CADA REGIONAL COM O SUBTOTAL DELA -
      * O CONSOLIDADO DE CADA SUPERINTENDENCIA.
       5100-SECAO-REGIONAL.
           MOVE ZEROS TO WRK-AGC-QTDE
           PERFORM VARYING WRK-R1C-IDX FROM 1 BY 1
                   UNTIL WRK-R1C-IDX > WRK-R1C-QTDE
               IF WRK-R1C-IDX = 1
                  OR WRK-R1C-PREFIXO (WRK-R1C-IDX) NOT =
                     WRK-PREFIXO-ANT
                  MOVE WRK-R1C-PREFIXO (WRK-R1C-IDX)
                     TO WRK-PREFIXO-ANT
                  PERFORM 5120-INSERE-AGENCIA
               END-IF
               ADD WRK-R1C-QT-PARTIDAS (WRK-R1C-IDX)
                  TO WRK-AGC-QT-PARTIDAS (WRK-AGC-POS)
               ADD WRK-R1C-QT-LCTOS (WRK-R1C-IDX)
                  TO WRK-AGC-QT-LCTOS (WRK-AGC-POS)
               ADD WRK-R1C-VALOR (WRK-R1C-IDX)
                  TO WRK-AGC-VALOR (WRK-AGC-POS)
           END-PERFORM
           MOVE SPACES TO CONSOL-LINHA
           PERFORM 8000-GRAVA-LINHA-CONSOL
           MOVE SPACES TO CONSOL-LINHA
           STRING 'CASADOS POR REGIONAL NO PERIODO:'
               DELIMITED BY SIZE INTO CONSOL-LINHA
           PERFORM 8000-GRAVA-LINHA-CONSOL
           PERFORM VARYING WRK-AGC-POS FROM 1 BY 1
                   UNTIL WRK-AGC-POS > WRK-AGC-QTDE
               IF WRK-AGC-POS = 1
                  PERFORM 5140-ABRE-REGIONAL
               ELSE
                  IF WRK-AGC-REGIONAL (WRK-AGC-POS) NOT =
                        WRK-RG-REGIONAL
                     PERFORM 5160-SUBTOTAL-REGIONAL
                     PERFORM 5140-ABRE-REGIONAL
                  END-IF
               END-IF
               MOVE SPACES TO CONSOL-LINHA
               STRING '  PREF=' WRK-AGC-PREFIXO (WRK-AGC-POS)
                      ' ' WRK-AGC-NOME (WRK-AGC-POS)
                      ' PARTIDAS=' WRK-AGC-QT-PARTIDAS (WRK-AGC-POS)
                      ' LCTOS=' WRK-AGC-QT-LCTOS (WRK-AGC-POS)
                      ' VALOR=' WRK-AGC-VALOR (WRK-AGC-POS)
                   DELIMITED BY SIZE INTO CONSOL-LINHA
               PERFORM 8000-GRAVA-LINHA-CONSOL
               ADD 1 TO WRK-RG-QT-AGENCIAS
               ADD WRK-AGC-QT-PARTIDAS (WRK-AGC-POS)
                  TO WRK-RG-QT-PARTIDAS
               ADD WRK-AGC-QT-LCTOS (WRK-AGC-POS) TO WRK-RG-QT-LCTOS
               ADD WRK-AGC-VALOR (WRK-AGC-POS) TO WRK-RG-VALOR
           END-PERFORM
           IF WRK-AGC-QTDE > ZEROS
              PERFORM 5160-SUBTOTAL-REGIONAL
           END-IF.

      *INCLUI A AGENCIA DE WRK-PREFIXO-ANT NA POSICAO ORDENADA POR
      * REGIONAL+PREFIXO, DEVOLVENDO A POSICAO EM WRK-AGC-POS (CADA
      * PREFIXO ENTRA UMA SO VEZ - A TABELA DE ORIGEM JA VEM EM ORDEM
      * DE PREFIXO).
       5120-INSERE-AGENCIA.
           IF WRK-AGC-QTDE >= 5000
              DISPLAY 'TABELA DE AGENCIAS DO CONSOLIDADO ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-AGC-ENT'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           MOVE WRK-PREFIXO-ANT TO WRK-BUSCA-PREFIXO
           PERFORM 0190-BUSCA-AGENCIA
           MOVE WRK-BUSCA-REGIONAL TO WRK-AGC-CHV-REGIONAL
           MOVE WRK-PREFIXO-ANT TO WRK-AGC-CHV-PREFIXO
           ADD 1 TO WRK-AGC-QTDE
           MOVE WRK-AGC-QTDE TO WRK-AGC-POS
           PERFORM UNTIL WRK-AGC-POS = 1
                     OR WRK-AGC-CHAVE (WRK-AGC-POS - 1) <
                        WRK-AGC-CHAVE-NOVA
               COMPUTE WRK-INS-J = WRK-AGC-POS - 1
               MOVE WRK-AGC-ENT (WRK-INS-J)
                  TO WRK-AGC-ENT (WRK-AGC-POS)
               MOVE WRK-INS-J TO WRK-AGC-POS
           END-PERFORM
           MOVE WRK-AGC-CHAVE-NOVA TO WRK-AGC-CHAVE (WRK-AGC-POS)
           MOVE WRK-BUSCA-NOME TO WRK-AGC-NOME (WRK-AGC-POS)
           MOVE WRK-BUSCA-NOME-REGIONAL
              TO WRK-AGC-NOME-REGIONAL (WRK-AGC-POS)
           MOVE ZEROS TO WRK-AGC-QT-PARTIDAS (WRK-AGC-POS)
           MOVE ZEROS TO WRK-AGC-QT-LCTOS (WRK-AGC-POS)
           MOVE ZEROS TO WRK-AGC-VALOR (WRK-AGC-POS).

      *TITULO DA REGIONAL DA AGENCIA CORRENTE E ZERAGEM DOS TOTAIS.
       5140-ABRE-REGIONAL.
           MOVE WRK-AGC-REGIONAL (WRK-AGC-POS) TO WRK-RG-REGIONAL
           MOVE ZEROS TO WRK-RG-QT-AGENCIAS WRK-RG-QT-PARTIDAS
                         WRK-RG-QT-LCTOS WRK-RG-VALOR
           MOVE SPACES TO CONSOL-LINHA
           STRING 'REGIONAL ' WRK-RG-REGIONAL ' - '
                  WRK-AGC-NOME-REGIONAL (WRK-AGC-POS)
               DELIMITED BY SIZE INTO CONSOL-LINHA
           PERFORM 8000-GRAVA-LINHA-CONSOL.

      *SUBTOTAL DA REGIONAL QUE ACABOU DE FECHAR.
       5160-SUBTOTAL-REGIONAL.
           MOVE SPACES TO CONSOL-LINHA
           STRING 'SUBTOTAL REGIONAL ' WRK-RG-REGIONAL
                  ' AGENCIAS=' WRK-RG-QT-AGENCIAS
                  ' PARTIDAS=' WRK-RG-QT-PARTIDAS
                  ' LCTOS=' WRK-RG-QT-LCTOS
                  ' VALOR=' WRK-RG-VALOR
               DELIMITED BY SIZE INTO CONSOL-LINHA
           PERFORM 8000-GRAVA-LINHA-CONSOL.

      *GRAVA UMA LINHA DO CONSOLIDADO CONFERINDO O FILE STATUS
      * (DISCO CHEIO NO FECHAMENTO MENSAL NAO PODE PASSAR CALADO).
       8000-GRAVA-LINHA-CONSOL.
