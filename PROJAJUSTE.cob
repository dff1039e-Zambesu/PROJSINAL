      *             LINHA 'A' DO CADASTRO LCTOHST.TXT, CARREGADO NA
      *             PARTIDA (MESMO CADASTRO DA CRITICA DO
      *             PROJSINANAL, CONFERIDO PELO PROJLCTOHST).
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA
      *             (CONTROLE.<SUFIXO>.TXT): INICIO E FIM DO PASSO COM
      *             RETURN-CODE E CONTAGENS. ANTES DE ABRIR AS SAIDAS O
      *             PASSO CONFERE NO CONTROLE SE O PROJDECIDE E O
      *             PROJSALDO TERMINARAM COM RC 0; PRE-REQUISITO
      *             PENDENTE RECUSA O PASSO COM 16, SALVO LIBERACAO PELO
      *             OPERADOR (NOVO CARTAO SYSIN, GRAVADO NO CONTROLE COM
      *             QUEM AUTORIZOU).
      *15/10/2026 - CONFIRM2/CONFIRM3 PASSAM A SER GERADOS PELO PASSO DE
      *             DUPLA ALCADA (PROJAPROVA), COM O MESMO LAYOUT E O
      *             MESMO HEADER/TRAILER. O PRE-REQUISITO DO CONTROLE
      *             DEIXA DE SER O PROJDECIDE E PASSA A SER O PROJAPROVA
      *             COM RC 0; UM PROJDECIDE REFEITO DEPOIS DA APROVACAO,
      *             OU UM PROJSINANAL REFEITO DEPOIS DO PROJSALDO, TORNA
      *             O PRE-REQUISITO SUPERADO E O PASSO E RECUSADO.
      *15/10/2026 - O PROJDECIDE COM RC 0 VOLTA A SER PRE-REQUISITO,
      *             SUPERADO PELO PROJSINANAL, PARA A SUPERACAO VALER EM
      *             CADEIA: UM PROJSINANAL REFEITO DEPOIS DA SESSAO DE
      *             DECISAO RECUSA O PASSO MESMO QUE O PROJAPROVA E O
      *             PROJSALDO TENHAM TERMINADO DEPOIS, ATE O PROJDECIDE
      *             E O PROJAPROVA SEREM REFEITOS SOBRE O NOVO
      *             RESULTADO2/DIVERG3.
      *15/10/2026 - A CONFERENCIA DOS PRE-REQUISITOS SO CONSIDERA AS
      *             LINHAS DO CONTROLE DA DATA DA RODADA: O SUFIXO MMDD
      *             SE REPETE A CADA ANO E O CONTROLE E ACUMULADO, ENTAO
      *             A RODADA DO ANO ANTERIOR NAO LIBERA MAIS O PASSO.
      *
      *DEPOIS DE INVESTIGAR AS DIVERGENCIAS DA RODADA E APROVAR OS
      *CONFIRMADOS ACIMA DA ALCADA (PROJAPROVA), FICAM
      *EM CONFIRM2.<SUFIXO>.TXT (COPIA DE RESULTADO2, MESMO LAYOUT) E
      *CONFIRM3.<SUFIXO>.TXT (COPIA DO EXTRATO DIVERG3, MESMO LAYOUT)
      *SOMENTE AS LINHAS CONFIRMADAS PARA LANCAMENTO. ESTE PROGRAMA
      *TOTAL DE VALOR PARA O LADO CONTABIL CRITICAR A CARGA.
      *ARQUIVO DE CONFIRMADOS AUSENTE NAO E ERRO (NADA CONFIRMADO
      *DAQUELE LADO). RETURN-CODE: 0 = LOTE GERADO COM DETALHES;
      *4 = LOTE VAZIO (SO HEADER/TRAILER); 16 = ERRO FATAL DE E/S
      *OU PASSO RECUSADO POR PRE-REQUISITO PENDENTE NO CONTROLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LCTOHST.

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

               10 LCH-AJU-HST          PIC 9(03).
               10 FILLER               PIC X(30).

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

       77 WRK-FS-CONFIRM2              PIC X(02) VALUE SPACES.
           88 ACHOU-HST                           VALUE 'S'.

      *AREA DE DESMONTE DAS LINHAS DE HEADER ('HDR') E TRAILER
      * ('TRL') DE INTEGRIDADE GRAVADAS PELO PROJAPROVA - MESMO
      * DESENHO DO WRK-HT-AREA DO PROJSINANAL.
       01 WRK-HT-AREA.
           05 WRK-HT-TIPO               PIC X(03).
           88 VAL-ULTIMA-E-TRAILER                VALUE 'S'.
       77 WRK-VAL-ARQUIVO              PIC X(12) VALUE SPACES.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJAJUSTE'.
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
           DISPLAY 'INSIRA A DATA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DA RODADA INVESTIGADA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0300-CARREGA-LCTOHST.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           OPEN OUTPUT AJUSTES.
           IF WRK-FS-AJUSTES NOT = '00'
              DISPLAY 'ERRO AO CRIAR O ARQUIVO DE AJUSTES - FILE '
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
           STRING 'AJUSTES.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-AJUSTES
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
           MOVE 3 TO WRK-PRQ-QTDE
           MOVE 'PROJAPROVA' TO WRK-PRQ-PROGRAMA (1)
           MOVE 0 TO WRK-PRQ-RC-MAX (1)
           MOVE 'PROJDECIDE' TO WRK-PRQ-SUPERADO-POR (1)
           MOVE 'PROJSALDO' TO WRK-PRQ-PROGRAMA (2)
           MOVE 0 TO WRK-PRQ-RC-MAX (2)
           MOVE 'PROJSINANAL' TO WRK-PRQ-SUPERADO-POR (2)
      *O PROJDECIDE ENTRA SO PARA A SUPERACAO VALER EM CADEIA: O
      * PROJAPROVA SO E SUPERADO PELO PROJDECIDE, E UM PROJSINANAL
      * REFEITO DEPOIS DA DECISAO SO APARECE AQUI.
           MOVE 'PROJDECIDE' TO WRK-PRQ-PROGRAMA (3)
           MOVE 0 TO WRK-PRQ-RC-MAX (3)
           MOVE 'PROJSINANAL' TO WRK-PRQ-SUPERADO-POR (3)
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
              IF WRK-FS-CONTROLE NOT = '00'
                 DISPLAY 'ERRO AO ABRIR O CONTROLE - FILE STATUS='
                         WRK-FS-CONTROLE
                 PERFORM 9950-ABENDA-RODADA
              END-IF
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
                     DISPLAY 'ERRO DE E/S NO CONTROLE - FILE STATUS='
                             WRK-FS-CONTROLE
                     PERFORM 9950-ABENDA-RODADA
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

      *HEADER DO LOTE: DATA DE GERACAO E SUFIXO DA RODADA DE ORIGEM.
       1000-GRAVA-HEADER.
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'CONF2=' DELIMITED BY SIZE
                  WRK-QT-CONF2-LIDOS DELIMITED BY SIZE
                  ' CONF3=' DELIMITED BY SIZE
                  WRK-QT-CONF3-LIDOS DELIMITED BY SIZE
                  ' AJUSTES=' DELIMITED BY SIZE
                  WRK-QT-AJUSTES DELIMITED BY SIZE
                  ' HASH=' DELIMITED BY SIZE
                  WRK-HASH-VALOR DELIMITED BY SIZE
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
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO AO ABRIR O CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF
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
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO DE E/S NO CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF
           CLOSE CONTROLE
           IF WRK-FS-CONTROLE NOT = '00'
              DISPLAY 'ERRO AO FECHAR O CONTROLE - FILE STATUS='
                      WRK-FS-CONTROLE
              PERFORM 9950-ABENDA-RODADA
           END-IF.

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
