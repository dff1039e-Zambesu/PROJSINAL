      *OBJETIVO: QUEBRAR AS SAIDAS DA RODADA POR PREFIXO E GERAR O
      *          EXTRATO DIARIO DE CADA AGENCIA
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA
      *             (CONTROLE.<SUFIXO>.TXT): INICIO E FIM DO PASSO COM
      *             RETURN-CODE E CONTAGENS. ANTES DE ABRIR AS SAIDAS O
      *             PASSO CONFERE NO CONTROLE SE O PROJSINANAL TERMINOU
      *             COM RC ATE 4; PRE-REQUISITO PENDENTE RECUSA O PASSO
      *             COM 16, SALVO LIBERACAO PELO OPERADOR (NOVO CARTAO
      *             SYSIN, GRAVADO NO CONTROLE COM QUEM AUTORIZOU).
      *15/10/2026 - NOME E REGIONAL DA AGENCIA (CADASTRO AGENCIAS.TXT)
      *             NO CABECALHO DO EXTRATO E NO SUMARIO DA MESA, QUE
      *             PASSA A SAIR EM ORDEM DE REGIONAL+PREFIXO COM
      *             SUBTOTAL POR REGIONAL. PERNA DE TRANSFERENCIA COM O
      *             NOME DA AGENCIA DE DESTINO OU A MARCA DE DESTINO
      *             NAO CADASTRADO. CADASTRO AUSENTE SO AVISA.
      *15/10/2026 - A CONFERENCIA DOS PRE-REQUISITOS SO CONSIDERA AS
      *             LINHAS DO CONTROLE DA DATA DA RODADA: O SUFIXO MMDD
      *             SE REPETE A CADA ANO E O CONTROLE E ACUMULADO, ENTAO
      *             A RODADA DO ANO ANTERIOR NAO LIBERA MAIS O PASSO.
      *
      *TUDO O QUE O SISTEMA SABE DE UMA AGENCIA FICA ESPALHADO POR
      *CINCO ARQUIVOS SUFIXADOS (RESULTADO2, DIVERG3, PENDENTES.TXT,
      *TRANSFERENCIA SEM CONTRAPARTIDA, COM OS TOTAIS DA AGENCIA NO
      *FECHO. GRAVA TAMBEM O SUMARIO DA MESA
      *(EXTRESUMO.<SUFIXO>.TXT) COM UMA LINHA POR AGENCIA, PARA
      *ENXERGAR DE IMEDIATO ONDE OS PROBLEMAS DO DIA SE CONCENTRAM,
      *AGRUPADA POR REGIONAL (CADASTRO AGENCIAS.TXT) COM O SUBTOTAL
      *DE CADA UMA, PARA CADA SUPERINTENDENCIA TER O PROPRIO
      *CONSOLIDADO.
      *RESULTADO2, DIVERG3 E POSICAO CARREGAM O HEADER/TRAILER DE
      *INTEGRIDADE DO PROJSINANAL (LINHAS 'HDR'/'TRL'), VALIDADO
      *ANTES DO USO - EXTRATO DE AGENCIA NAO PODE SAIR DE ARQUIVO
      *TRUNCADO.
      *RETURN-CODE: 0 = EXTRATOS GERADOS; 4 = NENHUM PREFIXO COM
      *MOVIMENTO (NADA A DISTRIBUIR); 16 = ERRO FATAL DE E/S OU
      *PASSO RECUSADO POR PRE-REQUISITO PENDENTE NO CONTROLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-FERIADOS.

      *CARREGA O CADASTRO DE AGENCIAS (NOME FIXO), PARA O NOME, A
      * REGIONAL E A SITUACAO DE CADA PREFIXO. AUSENTE NAO E ERRO -
      * OS EXTRATOS SAEM SEM NOME E O SUMARIO SEM REGIONAL.
         SELECT AGENCIAS ASSIGN TO 'AGENCIAS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AGENCIAS.

      *CARREGA O EXTRATO DA AGENCIA CORRENTE. O MESMO SELECT E
      * REABERTO PARA CADA PREFIXO COM O NOME REMONTADO
      * (EXTRATO.<PREFIXO>.<SUFIXO>.TXT).
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-EXTRESUMO.

      *CARREGA O REGISTRO DE CONTROLE DA RODADA DO SUFIXO (UMA LINHA
      * POR EVENTO DE CADA PASSO DA CADEIA: INICIO, FIM COM O
      * RETURN-CODE E AS CONTAGENS, LIBERACAO PELO OPERADOR E
      * RECUSA). COMPARTILHADO POR TODOS OS PASSOS DO SUFIXO E
      * ACUMULADO EM EXTEND. NOME MONTADO EM TEMPO DE EXECUCAO.
         SELECT CONTROLE ASSIGN TO DYNAMIC WRK-NOME-CONTROLE
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSFER.
         01 TRANSF-LINHA               PIC X(132).

      *MESMO LAYOUT DO PEND-REG DA DESCARGA GRAVADA PELO PROJPENDDESC.
       FD PENDENTES.
         01 PEND-REG.
           05 PEND-DATA-ORIGEM         PIC 9(08).
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

       FD EXTRATO.
         01 EXT-LINHA                  PIC X(160).

       FD EXTRESUMO.
         01 EXS-LINHA                  PIC X(200).

      *REGISTRO DE CONTROLE DA RODADA: PROGRAMA, EVENTO ('INICIO';
      * 'FIM' COM O RETURN-CODE E AS CONTAGENS NO TEXTO; 'LIBERA' =
      * PRE-REQUISITO LIBERADO, COM O OPERADOR QUE AUTORIZOU;
      * 'RECUSA' = PASSO RECUSADO FORA DE ORDEM), DATA DA RODADA E
      * DATA/HORA DO SISTEMA. MESMO LAYOUT EM TODOS OS PASSOS.
       FD CONTROLE.
         01 CTL-REG.
           05 CTL-PROGRAMA             PIC X(12).
           05 FILLER                   PIC X(01).
           05 CTL-EVENTO               PIC X(06).
               88 CTL-EVENTO-INICIO             VALUE 'INICIO'.
               88 CTL-EVENTO-FIM                VALUE 'FIM'.
               88 CTL-EVENTO-LIBERA             VALUE 'LIBERA'.
               88 CTL-EVENTO-RECUSA             VALUE 'RECUSA'.
           05 FILLER                   PIC X(01).
           05 CTL-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-DATA-SIST            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-HORA-SIST            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CTL-RC                   PIC 9(02).
           05 FILLER                   PIC X(01).
           05 CTL-OPERADOR             PIC X(08).
           05 FILLER                   PIC X(01).
           05 CTL-TEXTO                PIC X(101).

       WORKING-STORAGE SECTION.

       77 WRK-FS-TRANSFER              PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDENTES             PIC X(02) VALUE SPACES.
       77 WRK-FS-FERIADOS              PIC X(02) VALUE SPACES.
       77 WRK-FS-AGENCIAS              PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO               PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRESUMO             PIC X(02) VALUE SPACES.

               10 WRK-TRS-PARTIDA       PIC 9(17).
               10 WRK-TRS-VALOR         PIC 9(15).

      *CADASTRO DE AGENCIAS, EM ORDEM ASCENDENTE DE PREFIXO
      * (CONFERIDA NA CARGA), PARA NOME, REGIONAL E SITUACAO.
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
               10 WRK-AGE-SITUACAO      PIC X(01).
                   88 AGENCIA-FECHADA              VALUE 'F'.
               10 WRK-AGE-DATA-FECHAMENTO
                                        PIC 9(08).
               10 WRK-AGE-INCORPORADORA PIC 9(05).

      *DADOS DA AGENCIA BUSCADA NO CADASTRO POR 2600 (PREFIXO NAO
      * CADASTRADO VOLTA COM A REGIONAL ZERADA E O NOME DE AVISO).
       77 WRK-BUSCA-PREFIXO            PIC 9(05) VALUE ZEROS.
       77 WRK-BUSCA-ACHOU              PIC X(01) VALUE 'N'.
           88 AGENCIA-CADASTRADA                  VALUE 'S'.
       77 WRK-BUSCA-NOME               PIC X(30) VALUE SPACES.
       77 WRK-BUSCA-REGIONAL           PIC 9(04) VALUE ZEROS.
       77 WRK-BUSCA-NOME-REGIONAL      PIC X(20) VALUE SPACES.
       77 WRK-BUSCA-SITUACAO           PIC X(01) VALUE SPACES.
           88 BUSCA-AGENCIA-FECHADA               VALUE 'F'.
       77 WRK-BUSCA-DATA-FECHAMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-BUSCA-INCORPORADORA      PIC 9(05) VALUE ZEROS.
       77 WRK-TRS-MARCA                PIC X(11) VALUE SPACES.

      *LISTA DOS PREFIXOS COM MOVIMENTO NO DIA, MANTIDA EM ORDEM
      * ASCENDENTE DE REGIONAL+PREFIXO (INCLUSAO ORDENADA, COMO NAS
      * TABELAS DE SUBTOTAIS DO PROJSINANAL) - OS EXTRATOS E O
      * SUMARIO DA MESA SAEM AGRUPADOS POR REGIONAL. PREFIXO FORA DO
      * CADASTRO FICA NA REGIONAL ZERO, NO TOPO DO SUMARIO.
       01 WRK-PRF-TABELA.
           05 WRK-PRF-QTDE              PIC 9(04) VALUE ZEROS.
           05 WRK-PRF-ENT OCCURS 5000 TIMES.
               10 WRK-PRF-CHAVE.
                   15 WRK-PRF-REGIONAL  PIC 9(04).
                   15 WRK-PRF-PREFIXO   PIC 9(05).
       77 WRK-PRF-NOVO                 PIC 9(05) VALUE ZEROS.
       01 WRK-PRF-NOVA-CHAVE.
           05 WRK-PRF-NOVA-REGIONAL     PIC 9(04) VALUE ZEROS.
           05 WRK-PRF-NOVO-PREFIXO      PIC 9(05) VALUE ZEROS.
       77 WRK-PRF-POS                  PIC 9(04) VALUE ZEROS.
       77 WRK-INS-J                    PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-PRF                PIC X(01) VALUE 'N'.
       77 WRK-AG-QT-TRS                PIC 9(07) VALUE ZEROS.
       77 WRK-AG-VL-TRS                PIC 9(17) VALUE ZEROS.

      *TOTAIS DA REGIONAL CORRENTE NO SUMARIO DA MESA, ZERADOS A
      * CADA QUEBRA DE REGIONAL.
       77 WRK-RG-REGIONAL              PIC 9(04) VALUE ZEROS.
       77 WRK-RG-NOME                  PIC X(20) VALUE SPACES.
       77 WRK-RG-QT-AGENCIAS           PIC 9(04) VALUE ZEROS.
       77 WRK-RG-QT-DV2                PIC 9(07) VALUE ZEROS.
       77 WRK-RG-QT-DV3                PIC 9(07) VALUE ZEROS.
       77 WRK-RG-QT-PEN                PIC 9(07) VALUE ZEROS.
       77 WRK-RG-QT-TRS                PIC 9(07) VALUE ZEROS.
       77 WRK-RG-VL-DV2                PIC 9(17) VALUE ZEROS.
       77 WRK-RG-VL-PEN                PIC 9(17) VALUE ZEROS.
       77 WRK-QT-REGIONAIS             PIC 9(04) VALUE ZEROS.

      *CONTADORES GERAIS PARA O FECHO DO SUMARIO DA MESA.
       77 WRK-QT-EXTRATOS              PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-I                    PIC 9(05) VALUE ZEROS.
       77 WRK-PRF-TEXTO                PIC X(05) VALUE SPACES.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJEXTRATO'.
       77 WRK-CTL-DATA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-HORA-SIST            PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-EVENTO               PIC X(06) VALUE SPACES.
       77 WRK-CTL-RC                   PIC 9(02) VALUE ZEROS.
       77 WRK-CTL-TEXTO                PIC X(101) VALUE SPACES.
       77 WRK-CTL-INICIO               PIC X(01) VALUE 'N'.
           88 CTL-INICIO-REGISTRADO               VALUE 'S'.

      *PRE-REQUISITOS DO PASSO (PROGRAMA QUE PRECISA TER TERMINADO
      * ANTES NO MESMO SUFIXO, MAIOR RETURN-CODE ACEITO E PASSO
      * ANTERIOR CUJA NOVA EXECUCAO TORNA A DELE SUPERADA), SITUACAO
      * APURADA NA LEITURA DO CONTROLE (' ' = NUNCA RODOU, 'I' =
      * INICIOU E NAO TERMINOU, 'F' = TERMINOU COM O RC GUARDADO,
      * 'S' = SUPERADO POR NOVA EXECUCAO DO PASSO ANTERIOR) E
      * OPERADOR QUE AUTORIZA A LIBERACAO DO PRE-REQUISITO PENDENTE
      * (CARTAO SYSIN; BRANCO = SEM LIBERACAO).
       01 WRK-PRQ-TABELA.
           05 WRK-PRQ-QTDE              PIC 9(01) VALUE ZEROS.
           05 WRK-PRQ-ENT OCCURS 5 TIMES INDEXED BY WRK-PRQ-IDX.
               10 WRK-PRQ-PROGRAMA      PIC X(12).
               10 WRK-PRQ-RC-MAX        PIC 9(02).
               10 WRK-PRQ-SUPERADO-POR  PIC X(12).
               10 WRK-PRQ-SITUACAO      PIC X(01).
                   88 PRQ-NUNCA-RODOU              VALUE ' '.
                   88 PRQ-SEM-FIM                  VALUE 'I'.
                   88 PRQ-TERMINOU                 VALUE 'F'.
                   88 PRQ-SUPERADO                 VALUE 'S'.
               10 WRK-PRQ-RC            PIC 9(02).
       77 WRK-CTL-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-CTL-BLOQUEIO             PIC X(01) VALUE 'N'.
           88 CTL-PASSO-BLOQUEADO                 VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PROCEDURE.
           DISPLAY 'INSIRA A DATA DA RODADA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DA RODADA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0150-CARREGA-FERIADOS.
           PERFORM 0160-CARREGA-AGENCIAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 1000-CARREGA-RESULTADO2.
           PERFORM 1200-CARREGA-DIVERG3.
           PERFORM 1400-CARREGA-PENDENTES.
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           DISPLAY 'EXTRATOS GERADOS: ' WRK-QT-EXTRATOS.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
              CLOSE FERIADOS
           END-IF.

      *CARREGA O CADASTRO DE AGENCIAS. AUSENTE NAO E ERRO (SO AVISA);
      * PRESENTE, PRECISA ESTAR EM ORDEM DE PREFIXO, COMO O PROJAGENCIA
      * CONFERE, PORQUE A BUSCA E BINARIA.
       0160-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF WRK-FS-AGENCIAS NOT = '00'
              DISPLAY 'AGENCIAS.TXT AUSENTE (FILE STATUS='
                      WRK-FS-AGENCIAS ') - EXTRATOS SEM NOME DE '
                      'AGENCIA E SUMARIO SEM REGIONAL'
           ELSE
              PERFORM UNTIL WRK-FS-AGENCIAS NOT = '00'
                  READ AGENCIAS
                    AT END
                      MOVE '10' TO WRK-FS-AGENCIAS
                    NOT AT END
                      PERFORM 0165-GUARDA-AGENCIA
                  END-READ
              END-PERFORM
              CLOSE AGENCIAS
              DISPLAY 'AGENCIAS CARREGADAS DO CADASTRO: ' WRK-AGE-QTDE
           END-IF.

      *GUARDA UMA LINHA DO CADASTRO DE AGENCIAS NA TABELA.
       0165-GUARDA-AGENCIA.
           IF AGE-PREFIXO IS NOT NUMERIC
              OR AGE-REGIONAL IS NOT NUMERIC
              OR AGE-DATA-FECHAMENTO IS NOT NUMERIC
              OR AGE-PREF-INCORPORADORA IS NOT NUMERIC
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
              TO WRK-AGE-NOME-REGIONAL (WRK-AGE-QTDE)
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-AGE-QTDE)
           MOVE AGE-DATA-FECHAMENTO
              TO WRK-AGE-DATA-FECHAMENTO (WRK-AGE-QTDE)
           MOVE AGE-PREF-INCORPORADORA
              TO WRK-AGE-INCORPORADORA (WRK-AGE-QTDE).

      *TESTA SE A DATA EM WRK-UTIL-DATA E DIA UTIL (MESMA REGRA DO
      * PROJSINANAL: RESTO DA DIVISAO POR 7 E CALENDARIO).
       0170-TESTA-DIA-UTIL.
           STRING 'EXTRESUMO.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-EXTRESUMO
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *CONFERE NO REGISTRO DE CONTROLE DO SUFIXO SE OS PASSOS DE QUE
      * ESTE DEPENDE TERMINARAM COM RETURN-CODE ACEITAVEL, ANTES DE
      * QUALQUER SAIDA SER ABERTA. PRE-REQUISITO PENDENTE SEM
      * LIBERACAO RECUSA O PASSO (LINHA 'RECUSA' NO CONTROLE E
      * RETURN-CODE 16); COM O OPERADOR INFORMADO, CADA PRE-REQUISITO
      * LIBERADO FICA REGISTRADO COM QUEM AUTORIZOU (LINHA 'LIBERA').
       0550-VERIFICA-PRE-REQUISITOS.
           MOVE 1 TO WRK-PRQ-QTDE
           MOVE 'PROJSINANAL' TO WRK-PRQ-PROGRAMA (1)
           MOVE 4 TO WRK-PRQ-RC-MAX (1)
           MOVE SPACES TO WRK-PRQ-SUPERADO-POR (1)
           PERFORM 0560-LE-CONTROLE
           MOVE 'N' TO WRK-CTL-BLOQUEIO
           PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                   UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
               PERFORM 0570-AVALIA-PRE-REQUISITO
           END-PERFORM
           IF CTL-PASSO-BLOQUEADO
              DISPLAY 'PASSO ' WRK-CTL-PROGRAMA ' RECUSADO PARA O '
                      'SUFIXO ' WRK-SUFIXO ' - PRE-REQUISITO PENDENTE'
              DISPLAY 'RODAR O PASSO ANTERIOR OU INFORMAR NO CARTAO '
                      'SYSIN O OPERADOR QUE AUTORIZA A LIBERACAO'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *LE O REGISTRO DE CONTROLE DO SUFIXO E APURA A SITUACAO DE CADA
      * PRE-REQUISITO PELO ULTIMO EVENTO DELE NO ARQUIVO ('INICIO'
      * SEM 'FIM' DEPOIS = PASSO ABORTADO SEM REGISTRO OU AINDA EM
      * EXECUCAO). CONTROLE AUSENTE NAO E ERRO: NENHUM PASSO RODOU
      * AINDA NO SUFIXO E TODO PRE-REQUISITO FICA PENDENTE.
       0560-LE-CONTROLE.
           PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                   UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
               MOVE SPACE TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
               MOVE ZEROS TO WRK-PRQ-RC (WRK-PRQ-IDX)
           END-PERFORM
           OPEN INPUT CONTROLE
           IF WRK-FS-CONTROLE = '35'
              DISPLAY 'CONTROLE AUSENTE PARA O SUFIXO ' WRK-SUFIXO
                      ' (' WRK-NOME-CONTROLE ')'
           ELSE
              MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
              PERFORM 9890-TESTA-FILE-STATUS
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ CONTROLE
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      PERFORM 0565-TRATA-LINHA-CONTROLE
                  END-READ
                  IF WRK-FS-CONTROLE NOT = '00'
                     AND WRK-FS-CONTROLE NOT = '10'
                     MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
                     MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
                     PERFORM 9900-ERRO-FATAL-ARQUIVO
                  END-IF
              END-PERFORM
              CLOSE CONTROLE
           END-IF.

      *GUARDA O EVENTO DA LINHA DE CONTROLE NO PRE-REQUISITO A QUE
      * ELA SE REFERE. LINHAS DE LIBERACAO OU RECUSA NAO MUDAM A
      * SITUACAO. RC ILEGIVEL VALE 99. O 'INICIO' DE UM PASSO
      * ANTERIOR TORNA SUPERADA A EXECUCAO QUE O PRE-REQUISITO JA
      * TINHA (EX.: PROJDECIDE REFEITO DEPOIS DA APROVACAO - AS
      * DECISOES MUDARAM E A APROVACAO PRECISA SER REFEITA).
      * SO VALEM AS LINHAS DA DATA DA RODADA: O CONTROLE E ACUMULADO EM
      * EXTEND E O SUFIXO MMDD SE REPETE A CADA ANO, ENTAO LINHA DE
      * OUTRA DATA E DA RODADA DE OUTRO ANO E NAO LIBERA NEM TORNA
      * SUPERADO PRE-REQUISITO NENHUM (MESMO FILTRO DO 0655 DO
      * PROJBAIXA).
       0565-TRATA-LINHA-CONTROLE.
           IF CTL-DATA = WRK-DATA
              SET WRK-PRQ-IDX TO 1
              SEARCH WRK-PRQ-ENT
                AT END
                  CONTINUE
                WHEN WRK-PRQ-IDX > WRK-PRQ-QTDE
                  CONTINUE
                WHEN WRK-PRQ-PROGRAMA (WRK-PRQ-IDX) = CTL-PROGRAMA
                  IF CTL-EVENTO-INICIO
                     MOVE 'I' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                  END-IF
                  IF CTL-EVENTO-FIM
                     MOVE 'F' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                     IF CTL-RC IS NUMERIC
                        MOVE CTL-RC TO WRK-PRQ-RC (WRK-PRQ-IDX)
                     ELSE
                        MOVE 99 TO WRK-PRQ-RC (WRK-PRQ-IDX)
                     END-IF
                  END-IF
              END-SEARCH
              IF CTL-EVENTO-INICIO
                 PERFORM VARYING WRK-PRQ-IDX FROM 1 BY 1
                         UNTIL WRK-PRQ-IDX > WRK-PRQ-QTDE
                     IF WRK-PRQ-SUPERADO-POR (WRK-PRQ-IDX) =
                        CTL-PROGRAMA
                        AND NOT PRQ-NUNCA-RODOU (WRK-PRQ-IDX)
                        MOVE 'S' TO WRK-PRQ-SITUACAO (WRK-PRQ-IDX)
                     END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *AVALIA UM PRE-REQUISITO: TERMINADO COM RC ATE O MAXIMO ACEITO
      * PASSA; QUALQUER OUTRA SITUACAO E RECUSADA OU, COM O OPERADOR
      * INFORMADO, LIBERADA - NOS DOIS CASOS COM LINHA NO CONTROLE.
       0570-AVALIA-PRE-REQUISITO.
           IF PRQ-TERMINOU (WRK-PRQ-IDX)
              AND WRK-PRQ-RC (WRK-PRQ-IDX) <=
                  WRK-PRQ-RC-MAX (WRK-PRQ-IDX)
              CONTINUE
           ELSE
              MOVE SPACES TO WRK-CTL-TEXTO
              EVALUATE TRUE
                WHEN PRQ-NUNCA-RODOU (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' NAO RODOU NO SUFIXO' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
                WHEN PRQ-SEM-FIM (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' INICIOU E NAO TERMINOU' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
                WHEN PRQ-SUPERADO (WRK-PRQ-IDX)
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' SUPERADO POR NOVA EXECUCAO DE '
                             DELIMITED BY SIZE
                         WRK-PRQ-SUPERADO-POR (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                      INTO WRK-CTL-TEXTO
                WHEN OTHER
                  STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                         WRK-PRQ-PROGRAMA (WRK-PRQ-IDX)
                             DELIMITED BY SPACE
                         ' TERMINOU COM RC=' DELIMITED BY SIZE
                         WRK-PRQ-RC (WRK-PRQ-IDX) DELIMITED BY SIZE
                         ' (ACEITO ATE ' DELIMITED BY SIZE
                         WRK-PRQ-RC-MAX (WRK-PRQ-IDX)
                             DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                      INTO WRK-CTL-TEXTO
              END-EVALUATE
              DISPLAY WRK-CTL-TEXTO
              IF WRK-CTL-OPERADOR = SPACES
                 MOVE 'S' TO WRK-CTL-BLOQUEIO
                 MOVE 'RECUSA' TO WRK-CTL-EVENTO
                 MOVE 16 TO WRK-CTL-RC
              ELSE
                 DISPLAY 'PRE-REQUISITO LIBERADO PELO OPERADOR '
                         WRK-CTL-OPERADOR
                 MOVE 'LIBERA' TO WRK-CTL-EVENTO
                 MOVE ZEROS TO WRK-CTL-RC
              END-IF
              PERFORM 9750-GRAVA-LINHA-CONTROLE
           END-IF.

      *REGISTRA O INICIO DO PASSO NO CONTROLE DO SUFIXO. DAQUI EM
      * DIANTE UM ABORTO (9950) FICA REGISTRADO COMO 'FIM' COM 16.
       0580-REGISTRA-INICIO.
           MOVE 'INICIO' TO WRK-CTL-EVENTO
           MOVE ZEROS TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE
           MOVE 'S' TO WRK-CTL-INICIO.

      *CARREGA AS DIVERGENCIAS DO LADO SINTETICO. O ARQUIVO PRECISA
      * EXISTIR (SUFIXO ERRADO NAO PODE VIRAR EXTRATO VAZIO).
           MOVE WRK-TRS-PREFIXO (WRK-TRS-QTDE) TO WRK-PRF-NOVO
           PERFORM 2500-INCLUI-PREFIXO.

      *INCLUI O PREFIXO EM WRK-PRF-NOVO NA LISTA ORDENADA POR
      * REGIONAL+PREFIXO, SE AINDA NAO ESTIVER LA (BUSCA SEQUENCIAL +
      * INCLUSAO ORDENADA, COMO NAS TABELAS DE SUBTOTAIS DO
      * PROJSINANAL). A REGIONAL VEM DO CADASTRO DE AGENCIAS.
       2500-INCLUI-PREFIXO.
           MOVE 'N' TO WRK-ACHOU-PRF
           PERFORM VARYING WRK-PRF-POS FROM 1 BY 1
                         'OCCURS DE WRK-PRF-ENT'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              MOVE WRK-PRF-NOVO TO WRK-BUSCA-PREFIXO
              PERFORM 2600-BUSCA-AGENCIA
              MOVE WRK-BUSCA-REGIONAL TO WRK-PRF-NOVA-REGIONAL
              MOVE WRK-PRF-NOVO TO WRK-PRF-NOVO-PREFIXO
              ADD 1 TO WRK-PRF-QTDE
              MOVE WRK-PRF-QTDE TO WRK-PRF-POS
              PERFORM UNTIL WRK-PRF-POS = 1
                        OR WRK-PRF-CHAVE (WRK-PRF-POS - 1) <
                           WRK-PRF-NOVA-CHAVE
                  COMPUTE WRK-INS-J = WRK-PRF-POS - 1
                  MOVE WRK-PRF-CHAVE (WRK-INS-J)
                     TO WRK-PRF-CHAVE (WRK-PRF-POS)
                  MOVE WRK-INS-J TO WRK-PRF-POS
              END-PERFORM
              MOVE WRK-PRF-NOVA-CHAVE TO WRK-PRF-CHAVE (WRK-PRF-POS)
           END-IF.

      *BUSCA NO CADASTRO A AGENCIA DE WRK-BUSCA-PREFIXO E DEVOLVE
      * NOME, REGIONAL E SITUACAO NOS CAMPOS WRK-BUSCA-*. FORA DO
      * CADASTRO (OU CADASTRO AUSENTE) VOLTA REGIONAL ZERO.
       2600-BUSCA-AGENCIA.
           MOVE 'N' TO WRK-BUSCA-ACHOU
           MOVE 'AGENCIA NAO CADASTRADA' TO WRK-BUSCA-NOME
           MOVE ZEROS TO WRK-BUSCA-REGIONAL
           MOVE 'SEM REGIONAL' TO WRK-BUSCA-NOME-REGIONAL
           MOVE SPACES TO WRK-BUSCA-SITUACAO
           MOVE ZEROS TO WRK-BUSCA-DATA-FECHAMENTO
           MOVE ZEROS TO WRK-BUSCA-INCORPORADORA
           IF WRK-AGE-QTDE > ZEROS
              SEARCH ALL WRK-AGE-ENT
                AT END
                  CONTINUE
                WHEN WRK-AGE-PREFIXO (WRK-AGE-IDX) = WRK-BUSCA-PREFIXO
                  MOVE 'S' TO WRK-BUSCA-ACHOU
                  MOVE WRK-AGE-NOME (WRK-AGE-IDX) TO WRK-BUSCA-NOME
                  MOVE WRK-AGE-REGIONAL (WRK-AGE-IDX)
                     TO WRK-BUSCA-REGIONAL
                  MOVE WRK-AGE-NOME-REGIONAL (WRK-AGE-IDX)
                     TO WRK-BUSCA-NOME-REGIONAL
                  MOVE WRK-AGE-SITUACAO (WRK-AGE-IDX)
                     TO WRK-BUSCA-SITUACAO
                  MOVE WRK-AGE-DATA-FECHAMENTO (WRK-AGE-IDX)
                     TO WRK-BUSCA-DATA-FECHAMENTO
                  MOVE WRK-AGE-INCORPORADORA (WRK-AGE-IDX)
                     TO WRK-BUSCA-INCORPORADORA
              END-SEARCH
           END-IF.

      *CABECALHO DO SUMARIO DA MESA.
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO.

      *GERA O EXTRATO DE CADA PREFIXO DA LISTA, NA ORDEM, E A LINHA
      * CORRESPONDENTE DO SUMARIO DA MESA, COM QUEBRA POR REGIONAL
      * (TITULO ANTES DA PRIMEIRA AGENCIA, SUBTOTAL DEPOIS DA ULTIMA).
       4000-GERA-EXTRATOS.
           PERFORM VARYING WRK-PRF-POS FROM 1 BY 1
                   UNTIL WRK-PRF-POS > WRK-PRF-QTDE
               IF WRK-PRF-POS = 1
                  PERFORM 4840-ABRE-REGIONAL
               ELSE
                  IF WRK-PRF-REGIONAL (WRK-PRF-POS) NOT =
                        WRK-RG-REGIONAL
                     PERFORM 4850-SUBTOTAL-REGIONAL
                     PERFORM 4840-ABRE-REGIONAL
                  END-IF
               END-IF
               PERFORM 4100-GERA-EXTRATO-AGENCIA
           END-PERFORM
           IF WRK-PRF-QTDE > ZEROS
              PERFORM 4850-SUBTOTAL-REGIONAL
           END-IF.

      *GERA O EXTRATO DA AGENCIA CORRENTE (WRK-PRF-POS): ABRE O
      * ARQUIVO PROPRIO DO PREFIXO, GRAVA AS SECOES E O FECHO E
                  ' DATA ' WRK-DATA
               DELIMITED BY SIZE INTO EXT-LINHA
           PERFORM 8000-GRAVA-LINHA-EXTRATO
           MOVE WRK-PRF-PREFIXO (WRK-PRF-POS) TO WRK-BUSCA-PREFIXO
           PERFORM 2600-BUSCA-AGENCIA
           MOVE SPACES TO EXT-LINHA
           IF BUSCA-AGENCIA-FECHADA
              STRING 'AGENCIA ' WRK-BUSCA-NOME
                     ' REGIONAL ' WRK-BUSCA-REGIONAL
                     ' ' WRK-BUSCA-NOME-REGIONAL
                     ' (ENCERRADA EM ' WRK-BUSCA-DATA-FECHAMENTO
                     ' - INCORPORADA POR ' WRK-BUSCA-INCORPORADORA ')'
                  DELIMITED BY SIZE INTO EXT-LINHA
           ELSE
              STRING 'AGENCIA ' WRK-BUSCA-NOME
                     ' REGIONAL ' WRK-BUSCA-REGIONAL
                     ' ' WRK-BUSCA-NOME-REGIONAL
                  DELIMITED BY SIZE INTO EXT-LINHA
           END-IF
           PERFORM 8000-GRAVA-LINHA-EXTRATO
           PERFORM 4200-SECAO-DIVERG-SINT
           PERFORM 4300-SECAO-DIVERG-ANAL
           PERFORM 4400-SECAO-PENDENCIAS
           END-PERFORM.

      *SECAO DAS PERNAS DE TRANSFERENCIA SEM CONTRAPARTIDA EM QUE A
      * AGENCIA E A ORIGEM, COM O NOME DA AGENCIA DE DESTINO (OU A
      * MARCA DE DESTINO FORA DO CADASTRO) E A MARCA DE ENCERRADA.
       4600-SECAO-TRANSFERENCIAS.
           MOVE SPACES TO EXT-LINHA
           STRING 'TRANSFERENCIAS SEM CONTRAPARTIDA:'
                     WRK-PRF-PREFIXO (WRK-PRF-POS)
                  ADD 1 TO WRK-AG-QT-TRS
                  ADD WRK-TRS-VALOR (WRK-SUB-I) TO WRK-AG-VL-TRS
                  MOVE WRK-TRS-DEST (WRK-SUB-I) TO WRK-BUSCA-PREFIXO
                  PERFORM 2600-BUSCA-AGENCIA
                  MOVE SPACES TO WRK-TRS-MARCA
                  IF NOT AGENCIA-CADASTRADA
                     MOVE 'DESTINO NAO CADASTRADO' TO WRK-BUSCA-NOME
                  END-IF
                  IF BUSCA-AGENCIA-FECHADA
                     MOVE '(ENCERRADA)' TO WRK-TRS-MARCA
                  END-IF
                  MOVE SPACES TO EXT-LINHA
                  STRING '  DEST=' WRK-TRS-DEST (WRK-SUB-I)
                         ' BAL=' WRK-TRS-BALANCETE (WRK-SUB-I)
                         ' PART=' WRK-TRS-PARTIDA (WRK-SUB-I)
                         ' VALOR=' WRK-TRS-VALOR (WRK-SUB-I)
                         ' ' WRK-BUSCA-NOME
                         ' ' WRK-TRS-MARCA
                      DELIMITED BY SIZE INTO EXT-LINHA
                  PERFORM 8000-GRAVA-LINHA-EXTRATO
               END-IF
               DELIMITED BY SIZE INTO EXT-LINHA
           PERFORM 8000-GRAVA-LINHA-EXTRATO.

      *LINHA DA AGENCIA NO SUMARIO DA MESA, COM O NOME DO CADASTRO,
      * ACUMULANDO NOS TOTAIS DA REGIONAL.
       4800-LINHA-EXTRESUMO.
           MOVE WRK-PRF-PREFIXO (WRK-PRF-POS) TO WRK-BUSCA-PREFIXO
           PERFORM 2600-BUSCA-AGENCIA
           MOVE SPACES TO EXS-LINHA
           STRING 'PREF=' WRK-PRF-PREFIXO (WRK-PRF-POS)
                  ' ' WRK-BUSCA-NOME
                  ' SO-SINT=' WRK-AG-QT-DV2
                  ' SO-ANAL=' WRK-AG-QT-DV3
                  ' PEND=' WRK-AG-QT-PEN
                  ' VL-DIVERG=' WRK-AG-VL-DV2
                  ' VL-PEND=' WRK-AG-VL-PEN
               DELIMITED BY SIZE INTO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO
           ADD 1 TO WRK-RG-QT-AGENCIAS
           ADD WRK-AG-QT-DV2 TO WRK-RG-QT-DV2
           ADD WRK-AG-QT-DV3 TO WRK-RG-QT-DV3
           ADD WRK-AG-QT-PEN TO WRK-RG-QT-PEN
           ADD WRK-AG-QT-TRS TO WRK-RG-QT-TRS
           ADD WRK-AG-VL-DV2 TO WRK-RG-VL-DV2
           ADD WRK-AG-VL-PEN TO WRK-RG-VL-PEN.

      *TITULO DA REGIONAL DA AGENCIA CORRENTE NO SUMARIO DA MESA E
      * ZERAGEM DOS TOTAIS DA REGIONAL.
       4840-ABRE-REGIONAL.
           MOVE WRK-PRF-REGIONAL (WRK-PRF-POS) TO WRK-RG-REGIONAL
           MOVE WRK-PRF-PREFIXO (WRK-PRF-POS) TO WRK-BUSCA-PREFIXO
           PERFORM 2600-BUSCA-AGENCIA
           MOVE WRK-BUSCA-NOME-REGIONAL TO WRK-RG-NOME
           MOVE ZEROS TO WRK-RG-QT-AGENCIAS
                         WRK-RG-QT-DV2 WRK-RG-QT-DV3
                         WRK-RG-QT-PEN WRK-RG-QT-TRS
                         WRK-RG-VL-DV2 WRK-RG-VL-PEN
           ADD 1 TO WRK-QT-REGIONAIS
           MOVE SPACES TO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO
           MOVE SPACES TO EXS-LINHA
           STRING 'REGIONAL ' WRK-RG-REGIONAL ' - ' WRK-RG-NOME
               DELIMITED BY SIZE INTO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO.

      *SUBTOTAL DA REGIONAL QUE ACABOU DE FECHAR NO SUMARIO DA MESA.
       4850-SUBTOTAL-REGIONAL.
           MOVE SPACES TO EXS-LINHA
           STRING 'SUBTOTAL REGIONAL ' WRK-RG-REGIONAL
                  ' AGENCIAS=' WRK-RG-QT-AGENCIAS
                  ' SO-SINT=' WRK-RG-QT-DV2
                  ' SO-ANAL=' WRK-RG-QT-DV3
                  ' PEND=' WRK-RG-QT-PEN
                  ' TRANSF=' WRK-RG-QT-TRS
                  ' VL-DIVERG=' WRK-RG-VL-DV2
                  ' VL-PEND=' WRK-RG-VL-PEN
               DELIMITED BY SIZE INTO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO.

      *FECHO DO SUMARIO DA MESA.
       5000-FECHA-EXTRESUMO.
           MOVE SPACES TO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO
           MOVE SPACES TO EXS-LINHA
           STRING 'AGENCIAS COM MOVIMENTO=' WRK-QT-EXTRATOS
                  ' REGIONAIS=' WRK-QT-REGIONAIS
               DELIMITED BY SIZE INTO EXS-LINHA
           PERFORM 8100-GRAVA-LINHA-EXTRESUMO.

                   ' FILE STATUS=' WRK-ERR-FS
           PERFORM 9950-ABENDA-RODADA.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'EXTRATOS=' DELIMITED BY SIZE
                  WRK-QT-EXTRATOS DELIMITED BY SIZE
               INTO WRK-CTL-TEXTO
           PERFORM 9750-GRAVA-LINHA-CONTROLE.

      *GRAVA UMA LINHA NO REGISTRO DE CONTROLE DO SUFIXO (EXTEND; O
      * PRIMEIRO PASSO A RODAR NO SUFIXO CRIA O ARQUIVO), CARIMBADA
      * COM A DATA/HORA DO SISTEMA. O ARQUIVO E FECHADO A CADA LINHA
      * PARA O EVENTO FICAR GRAVADO MESMO QUE O PASSO ABORTE DEPOIS.
       9750-GRAVA-LINHA-CONTROLE.
           ACCEPT WRK-CTL-DATA-SIST FROM DATE YYYYMMDD
           ACCEPT WRK-CTL-HORA-SIST FROM TIME
           OPEN EXTEND CONTROLE
           IF WRK-FS-CONTROLE = '35'
              OPEN OUTPUT CONTROLE
           END-IF
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           MOVE SPACES TO CTL-REG
           MOVE WRK-CTL-PROGRAMA TO CTL-PROGRAMA
           MOVE WRK-CTL-EVENTO TO CTL-EVENTO
           MOVE WRK-DATA TO CTL-DATA
           MOVE WRK-CTL-DATA-SIST TO CTL-DATA-SIST
           MOVE WRK-CTL-HORA-SIST TO CTL-HORA-SIST
           MOVE WRK-CTL-RC TO CTL-RC
           IF CTL-EVENTO-LIBERA
              MOVE WRK-CTL-OPERADOR TO CTL-OPERADOR
           END-IF
           MOVE WRK-CTL-TEXTO TO CTL-TEXTO
           WRITE CTL-REG
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS
           CLOSE CONTROLE
           MOVE 'CONTROLE' TO WRK-ERR-ARQUIVO
           MOVE WRK-FS-CONTROLE TO WRK-ERR-FS
           PERFORM 9890-TESTA-FILE-STATUS.

      *TERMINO ANORMAL: RETURN-CODE 16 PARA O SCHEDULER.
      * DEPOIS DO 'INICIO' REGISTRADO, O ABORTO FICA NO CONTROLE DO
      * SUFIXO COMO 'FIM' COM RC 16 (A MARCA E DESLIGADA ANTES, PARA
      * UMA FALHA NA PROPRIA GRAVACAO NAO VOLTAR AQUI EM LACO).
       9950-ABENDA-RODADA.
           IF CTL-INICIO-REGISTRADO
              MOVE 'N' TO WRK-CTL-INICIO
              MOVE 'FIM' TO WRK-CTL-EVENTO
              MOVE 16 TO WRK-CTL-RC
              MOVE 'TERMINO ANORMAL' TO WRK-CTL-TEXTO
              PERFORM 9750-GRAVA-LINHA-CONTROLE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
