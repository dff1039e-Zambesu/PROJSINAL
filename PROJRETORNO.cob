      *OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DO RAZAO PARA UM LOTE
      *          DE AJUSTES, FECHANDO O CICLO DA CARGA
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA
      *             (CONTROLE.<SUFIXO>.TXT): INICIO E FIM DO PASSO COM
      *             RETURN-CODE E CONTAGENS. ANTES DE ABRIR AS SAIDAS O
      *             PASSO CONFERE NO CONTROLE SE O PROJAJUSTE TERMINOU
      *             COM RC 0 (LOTE GERADO); PRE-REQUISITO PENDENTE
      *             RECUSA O PASSO COM 16, SALVO LIBERACAO PELO OPERADOR
      *             (NOVO CARTAO SYSIN, GRAVADO NO CONTROLE COM QUEM
      *             AUTORIZOU).
      *15/10/2026 - UMA NOVA EXECUCAO DO PASSO DE DUPLA ALCADA
      *             (PROJAPROVA) DEPOIS DO PROJAJUSTE TORNA O LOTE
      *             SUPERADO: O PASSO E RECUSADO ATE O PROJAJUSTE SER
      *             REFEITO, PARA O RETORNO NAO SER CONCILIADO CONTRA UM
      *             LOTE QUE NAO REFLETE MAIS AS APROVACOES.
      *15/10/2026 - CADASTRO DE PENDENCIAS INDEXADO (PENDCAD.DAT): O
      *             AJUSTE REJEITADO E INCLUIDO PELA CHAVE; SE A
      *             CHAVE JA EXISTE BAIXADA, A PENDENCIA E REABERTA
      *             (SITUACAO 'A' COM A DATA DO LOTE); SE JA ESTA EM
      *             ABERTO, FICA COMO ESTA E E CONTADA A PARTE.
      *15/10/2026 - NOVO CARTAO SYSIN COM O TIPO DO LOTE: 'A' (OU
      *             BRANCO) = LOTE DE AJUSTES DO PROJAJUSTE, COMO ANTES;
      *             'B' = LOTE DE BAIXA POR PROVISAO DO PROJBAIXA
      *             (BAIXAS/RETBAIXA/ACEBAIXA.<SUFIXO>.TXT,
      *             PRE-REQUISITO PROJBAIXA COM RC 0). A BAIXA REJEITADA
      *             PELO RAZAO E REABERTA COM O LCTO, O HST E A DATA DE
      *             ORIGEM DA PENDENCIA GRAVADOS NO DETALHE DO LOTE; A
      *             REABERTURA LIMPA O MOTIVO DA BAIXA.
      *15/10/2026 - A DATA DO LOTE (HEADER DO AJUSTES/BAIXAS) E LIDA
      *             ANTES DA CONFERENCIA DOS PRE-REQUISITOS, QUE SO
      *             CONSIDERA AS LINHAS DO CONTROLE DESSA DATA: O SUFIXO
      *             MMDD SE REPETE A CADA ANO E O CONTROLE E ACUMULADO,
      *             ENTAO A RODADA DO ANO ANTERIOR NAO LIBERA MAIS O
      *             PASSO.
      *
      *O PROJAJUSTE GERA AJUSTES.<SUFIXO>.TXT E O LADO CONTABIL DEVOLVE
      *RETORNO.<SUFIXO>.TXT COM O RESULTADO DA CARGA: HEADER DO LOTE
      *AJUSTES DO MESMO SUFIXO (QUANTIDADES E HASH PRECISAM FECHAR DOS
      *DOIS LADOS E CADA DETALHE DO RETORNO PRECISA EXISTIR NO LOTE),
      *GRAVA O RELATORIO DE ACEITE (ACEITE.<SUFIXO>.TXT) E REABRE CADA
      *AJUSTE REJEITADO COMO PENDENCIA NO CADASTRO PENDCAD.DAT COM A
      *DATA DE ORIGEM DO LOTE, PARA QUE O ENVELHECIMENTO CONTINUE
      *CORRENDO. LOTE RECUSADO INTEIRO REABRE TODOS OS AJUSTES.
      *RETURN-CODE: 0 = TODOS OS AJUSTES ACEITOS; 4 = ACEITE PARCIAL
      *(HOUVE REJEITADOS); 8 = LOTE RECUSADO INTEIRO PELO RAZAO;
      *16 = ERRO FATAL DE E/S, CONCILIACAO QUE NAO FECHA OU PASSO
      *RECUSADO POR PRE-REQUISITO PENDENTE NO CONTROLE DA RODADA.
      *O LOTE DE BAIXA POR PROVISAO DO PROJBAIXA (TIPO DE LOTE 'B')
      *SEGUE O MESMO CICLO, COM OS ARQUIVOS BAIXAS.<SUFIXO>.TXT (LOTE),
      *RETBAIXA.<SUFIXO>.TXT (RETORNO) E ACEBAIXA.<SUFIXO>.TXT (ACEITE):
      *A BAIXA REJEITADA VOLTA A FICAR EM ABERTO NO CADASTRO NA CHAVE E
      *COM A DATA DE ORIGEM DA PENDENCIA BAIXADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *CARREGA O LOTE DE AJUSTES ENVIADO AO RAZAO (GRAVADO PELO
      * PROJAJUSTE, OU O LOTE DE BAIXA GRAVADO PELO PROJBAIXA). NOME
      * MONTADO EM TEMPO DE EXECUCAO, MESMO SUFIXO.
         SELECT AJUSTES ASSIGN TO DYNAMIC WRK-NOME-AJUSTES
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AJUSTES.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-ACEITE.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (NOME FIXO E MESMA
      * DECLARACAO DO PROJSINANAL). OS AJUSTES REJEITADOS VOLTAM PARA
      * CA PELA CHAVE COM A DATA DE ORIGEM DO LOTE E A PROXIMA RODADA
      * OS TRATA COMO QUALQUER PENDENCIA.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

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
       FD ACEITE.
         01 ACE-LINHA                  PIC X(132).

      *MESMO LAYOUT DO PCD-REG DO PROJSINANAL.
       FD PENDCAD.
         01 PCD-REG.
           05 PCD-CHAVE.
               10 PCD-ORIGEM           PIC X(04).
               10 PCD-PREFIXO          PIC 9(05).
               10 PCD-CHAVE-PARTIDA.
                   15 PCD-BALANCETE    PIC 9(09).
                   15 PCD-PARTIDA      PIC 9(17).
                   15 PCD-LCTO         PIC 9(02).
           05 PCD-DATA-ORIGEM          PIC 9(08).
           05 PCD-VALOR                PIC 9(15).
           05 PCD-HST                  PIC 9(03).
           05 PCD-SITUACAO             PIC X(01).
               88 PCD-EM-ABERTO                   VALUE 'A'.
               88 PCD-BAIXADA                     VALUE 'B'.
           05 PCD-DATA-ALTERACAO       PIC 9(08).
           05 PCD-PROGRAMA-ALTERACAO   PIC X(12).
           05 PCD-DATA-BAIXA           PIC 9(08).
           05 PCD-BAIXADA-POR          PIC X(12).
           05 PCD-SUFIXO-BAIXA         PIC X(08).
           05 PCD-MOTIVO-BAIXA         PIC X(01).
               88 PCD-BAIXA-CONCILIADA            VALUE 'C'.
               88 PCD-BAIXA-PROVISAO              VALUE 'P'.
           05 FILLER                   PIC X(19).

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

       77 WRK-FS-AJUSTES               PIC X(02) VALUE SPACES.
       77 WRK-FS-RETORNO               PIC X(02) VALUE SPACES.
       77 WRK-FS-ACEITE                PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
       77 WRK-NOME-ACEITE              PIC X(40) VALUE SPACES.
       77 WRK-STATUS-LEITURA           PIC X(03) VALUE SPACES.

      *TIPO DO LOTE CONCILIADO (CARTAO SYSIN; BRANCO = AJUSTES).
       77 WRK-TIPO-LOTE                PIC X(01) VALUE SPACE.
           88 LOTE-DE-AJUSTES                     VALUE 'A'.
           88 LOTE-DE-BAIXAS                      VALUE 'B'.

      *AREA DE DESMONTE DAS LINHAS DO LOTE DE AJUSTES - MESMAS VISOES
      * (REDEFINES) DO WRK-AJU-AREA DO PROJAJUSTE, QUE GRAVOU O LOTE.
       01 WRK-AJU-AREA.
               10 WRK-AJU-DET-HST       PIC 9(03).
               10 WRK-AJU-DET-TIPO-DIV  PIC X(01).
               10 FILLER                PIC X(21).
      *VISAO DO DETALHE DO LOTE DE BAIXA (PROJBAIXA): O ESPACO LIVRE
      * DO AJUSTE LEVA O LCTO, O HST E A DATA DE ORIGEM DA PENDENCIA
      * BAIXADA E A IDADE DELA EM DIAS UTEIS.
           05 WRK-AJU-BXA REDEFINES WRK-AJU-DADOS.
               10 FILLER                PIC X(58).
               10 WRK-AJU-BXA-LCTO-ORIG PIC 9(02).
               10 WRK-AJU-BXA-HST-ORIG  PIC 9(03).
               10 WRK-AJU-BXA-DATA-ORIG PIC 9(08).
               10 WRK-AJU-BXA-DIAS      PIC 9(04).
               10 FILLER                PIC X(04).
           05 WRK-AJU-TRL REDEFINES WRK-AJU-DADOS.
               10 WRK-AJU-TRL-QT        PIC 9(07).
               10 WRK-AJU-TRL-HASH      PIC 9(17).
      * ANTES DE LER O RETORNO: CADA DETALHE DO RETORNO PRECISA CASAR
      * COM UM DETALHE AINDA NAO USADO DO LOTE (MESMA ORIGEM, PREFIXO,
      * BALANCETE, PARTIDA, LCTO E VALOR) E, NO FINAL, NENHUM DETALHE
      * DO LOTE PODE FICAR SEM RESPOSTA DO RAZAO. CADA ENTRADA GUARDA
      * TAMBEM SE FOI REJEITADA E A CHAVE DE REABERTURA (LCTO, HST E
      * DATA DE ORIGEM DA PENDENCIA - NO LOTE DE AJUSTES, OS DO
      * PROPRIO AJUSTE E A DATA DO LOTE).
       01 WRK-AJD-TABELA.
           05 WRK-AJD-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-AJD-ENT OCCURS 20000 TIMES INDEXED BY WRK-AJD-IDX.
               10 WRK-AJD-LCTO          PIC 9(02).
               10 WRK-AJD-VALOR         PIC 9(17).
               10 WRK-AJD-HST           PIC 9(03).
               10 WRK-AJD-REJEITADA     PIC X(01).
                   88 AJD-ITEM-REJEITADO           VALUE 'S'.
               10 WRK-AJD-LCTO-ORIG     PIC 9(02).
               10 WRK-AJD-HST-ORIG      PIC 9(03).
               10 WRK-AJD-DATA-ORIGEM   PIC 9(08).

      *DADOS DO HEADER DO LOTE DE AJUSTES: A DATA DO HEADER E A DATA
      * DA RODADA QUE ORIGINOU AS DIVERGENCIAS E VOLTA PARA O
       77 WRK-QT-ACEITOS               PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REJEITADOS            PIC 9(07) VALUE ZEROS.
       77 WRK-QT-REABERTOS             PIC 9(07) VALUE ZEROS.
       77 WRK-QT-JA-ABERTOS            PIC 9(07) VALUE ZEROS.

      *PENDENCIA MONTADA PARA INCLUSAO, GUARDADA ENQUANTO O REGISTRO
      * DE MESMA CHAVE JA EXISTENTE NO CADASTRO E LIDO.
       77 WRK-PCD-NOVA                 PIC X(132) VALUE SPACES.
       77 WRK-REAB-DATA-ORIGEM         PIC 9(08) VALUE ZEROS.

      *ACHADO DA BUSCA DO DETALHE DO RETORNO NO LOTE DE AJUSTES.
       77 WRK-ACHOU-AJD                PIC X(01) VALUE 'N'.
      *COPIA EXIBIVEL DO RETURN-CODE, COMO NOS DEMAIS PROGRAMAS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJRETORNO'.
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
           DISPLAY 'INSIRA O SUFIXO DO LOTE DE AJUSTES...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           DISPLAY 'INSIRA O TIPO DO LOTE (A=AJUSTES / B=BAIXAS; '
                   'BRANCO = AJUSTES)...'
           ACCEPT WRK-TIPO-LOTE FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0540-LE-DATA-DO-LOTE.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           OPEN OUTPUT ACEITE.
           IF WRK-FS-ACEITE NOT = '00'
              DISPLAY 'ERRO AO CRIAR O RELATORIO DE ACEITE - FILE '
           PERFORM 6000-FECHA-RELATORIO.
           CLOSE ACEITE.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
           IF WRK-SUFIXO = SPACES
              DISPLAY 'SUFIXO NAO INFORMADO'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-TIPO-LOTE = SPACE
              MOVE 'A' TO WRK-TIPO-LOTE
           END-IF
           IF NOT LOTE-DE-AJUSTES AND NOT LOTE-DE-BAIXAS
              DISPLAY 'TIPO DE LOTE INVALIDO: ' WRK-TIPO-LOTE
                      ' (A=AJUSTES / B=BAIXAS)'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO E DO
      * TIPO DO LOTE (O LOTE DE BAIXA TEM ARQUIVOS PROPRIOS, PARA NAO
      * SE MISTURAR COM O LOTE DE AJUSTES DO MESMO SUFIXO).
       0500-MONTA-NOMES-ARQUIVOS.
           IF LOTE-DE-BAIXAS
              STRING 'BAIXAS.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-AJUSTES
              STRING 'RETBAIXA.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RETORNO
              STRING 'ACEBAIXA.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-ACEITE
           ELSE
              STRING 'AJUSTES.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-AJUSTES
              STRING 'RETORNO.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-RETORNO
              STRING 'ACEITE.' DELIMITED BY SIZE
                     WRK-SUFIXO DELIMITED BY SPACE
                     '.TXT' DELIMITED BY SIZE
                  INTO WRK-NOME-ACEITE
           END-IF
           STRING 'CONTROLE.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-CONTROLE.

      *LE SO O HEADER DO LOTE, PARA SABER A DATA DA RODADA QUE O
      * GEROU ANTES DE CONFERIR O CONTROLE (A DATA DO CARTAO E A DO
      * RETORNO, NAO NECESSARIAMENTE A DO LOTE). LOTE AUSENTE OU SEM
      * HEADER DEIXA A DATA ZERADA: NENHUMA LINHA DO CONTROLE CASA E
      * O PRE-REQUISITO FICA PENDENTE. O LOTE INTEIRO E LIDO E
      * CONFERIDO DEPOIS, EM 1000.
       0540-LE-DATA-DO-LOTE.
           MOVE ZEROS TO WRK-LOTE-DATA
           OPEN INPUT AJUSTES
           IF WRK-FS-AJUSTES = '00'
              MOVE SPACES TO WRK-STATUS-LEITURA
              PERFORM UNTIL WRK-STATUS-LEITURA = 'FIM'
                  READ AJUSTES INTO WRK-AJU-AREA
                    AT END
                      MOVE 'FIM' TO WRK-STATUS-LEITURA
                    NOT AT END
                      IF AJU-REG-HEADER
                         AND WRK-AJU-HDR-DATA IS NUMERIC
                         MOVE WRK-AJU-HDR-DATA TO WRK-LOTE-DATA
                         MOVE 'FIM' TO WRK-STATUS-LEITURA
                      END-IF
                  END-READ
                  IF WRK-FS-AJUSTES NOT = '00'
                     AND WRK-FS-AJUSTES NOT = '10'
                     MOVE 'FIM' TO WRK-STATUS-LEITURA
                  END-IF
              END-PERFORM
              CLOSE AJUSTES
           END-IF
           IF WRK-LOTE-DATA = ZEROS
              DISPLAY 'LOTE ' WRK-NOME-AJUSTES
              DISPLAY 'AUSENTE OU SEM HEADER - SEM A DATA DO LOTE '
                      'PARA CONFERIR O CONTROLE DA RODADA'
           ELSE
              DISPLAY 'DATA DO LOTE: ' WRK-LOTE-DATA
           END-IF.

      *CONFERE NO REGISTRO DE CONTROLE DO SUFIXO SE OS PASSOS DE QUE
      * ESTE DEPENDE TERMINARAM COM RETURN-CODE ACEITAVEL, ANTES DE
      * QUALQUER SAIDA SER ABERTA. PRE-REQUISITO PENDENTE SEM
      * LIBERACAO RECUSA O PASSO (LINHA 'RECUSA' NO CONTROLE E
      * RETURN-CODE 16); COM O OPERADOR INFORMADO, CADA PRE-REQUISITO
      * LIBERADO FICA REGISTRADO COM QUEM AUTORIZOU (LINHA 'LIBERA').
      * O LOTE DE BAIXA DEPENDE SO DO PROJBAIXA TER GERADO O LOTE.
       0550-VERIFICA-PRE-REQUISITOS.
           MOVE 1 TO WRK-PRQ-QTDE
           IF LOTE-DE-BAIXAS
              MOVE 'PROJBAIXA' TO WRK-PRQ-PROGRAMA (1)
              MOVE 0 TO WRK-PRQ-RC-MAX (1)
              MOVE SPACES TO WRK-PRQ-SUPERADO-POR (1)
           ELSE
              MOVE 'PROJAJUSTE' TO WRK-PRQ-PROGRAMA (1)
              MOVE 0 TO WRK-PRQ-RC-MAX (1)
              MOVE 'PROJAPROVA' TO WRK-PRQ-SUPERADO-POR (1)
           END-IF
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
      * SO VALEM AS LINHAS DA DATA DO LOTE (HEADER LIDO EM 0540; A DATA
      * DO CARTAO E A DO RETORNO, QUE PODE SER OUTRA): O CONTROLE E
      * ACUMULADO EM EXTEND E O SUFIXO MMDD SE REPETE A CADA ANO, ENTAO
      * LINHA DE OUTRA DATA E DA RODADA DE OUTRO ANO E NAO LIBERA NEM
      * TORNA SUPERADO PRE-REQUISITO NENHUM (MESMO FILTRO DO 0655 DO
      * PROJBAIXA).
       0565-TRATA-LINHA-CONTROLE.
           IF CTL-DATA = WRK-LOTE-DATA
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

      *RELE O LOTE DE AJUSTES DO SUFIXO E CARREGA OS DETALHES NA
      * TABELA DE BATIMENTO. O LOTE PRECISA EXISTIR (SEM ELE NAO HA O
           END-EVALUATE.

      *GUARDA UM DETALHE DO LOTE NA TABELA DE BATIMENTO, ACUMULANDO
      * QUANTIDADE E HASH PARA CONFERIR O TRAILER DO LOTE. NO LOTE DE
      * BAIXA TODO DETALHE PRECISA SER DO TIPO 'B' (BAIXA POR
      * PROVISAO) E A CHAVE DE REABERTURA VEM DO PROPRIO DETALHE.
       1200-GUARDA-DETALHE-LOTE.
           IF LOTE-DE-BAIXAS
              AND WRK-AJU-DET-TIPO-DIV NOT = 'B'
              DISPLAY 'DETALHE DO LOTE DE BAIXA SEM O TIPO B - PREF='
                      WRK-AJU-DET-PREFIXO
                      ' BAL=' WRK-AJU-DET-BALANCETE
                      ' PART=' WRK-AJU-DET-PARTIDA
              PERFORM 9950-ABENDA-RODADA
           END-IF
           IF WRK-AJD-QTDE >= 20000
              DISPLAY 'TABELA DE DETALHES DO LOTE ESGOTADA - '
                      'AUMENTAR OCCURS DE WRK-AJD-ENT'
           MOVE WRK-AJU-DET-LCTO      TO WRK-AJD-LCTO (WRK-AJD-IDX)
           MOVE WRK-AJU-DET-VALOR     TO WRK-AJD-VALOR (WRK-AJD-IDX)
           MOVE WRK-AJU-DET-HST       TO WRK-AJD-HST (WRK-AJD-IDX)
           MOVE 'N' TO WRK-AJD-REJEITADA (WRK-AJD-IDX)
           IF LOTE-DE-BAIXAS
              MOVE WRK-AJU-BXA-LCTO-ORIG
                 TO WRK-AJD-LCTO-ORIG (WRK-AJD-IDX)
              MOVE WRK-AJU-BXA-HST-ORIG
                 TO WRK-AJD-HST-ORIG (WRK-AJD-IDX)
              MOVE WRK-AJU-BXA-DATA-ORIG
                 TO WRK-AJD-DATA-ORIGEM (WRK-AJD-IDX)
           ELSE
              MOVE WRK-AJU-DET-LCTO TO WRK-AJD-LCTO-ORIG (WRK-AJD-IDX)
              MOVE WRK-AJU-DET-HST TO WRK-AJD-HST-ORIG (WRK-AJD-IDX)
              MOVE WRK-LOTE-DATA TO WRK-AJD-DATA-ORIGEM (WRK-AJD-IDX)
           END-IF
           ADD 1 TO WRK-AJU-QT-LIDA
           ADD WRK-AJU-DET-VALOR TO WRK-AJU-HASH-LIDO.

      * USADO DO LOTE (DETALHE SEM PAR E RETORNO DE OUTRO LOTE OU
      * ADULTERADO - FATAL) E CONTA ACEITO/REJEITADO. O REJEITADO SAI
      * NO RELATORIO DE ACEITE COM O MOTIVO DO RAZAO; A REABERTURA EM
      * PENDENCIA E FEITA DEPOIS, EM BLOCO (5000).
       2200-TRATA-DETALHE-RETORNO.
           ADD 1 TO WRK-RET-QT-LIDA
           ADD WRK-RET-DET-VALOR TO WRK-RET-HASH-LIDO
           END-IF
           IF RET-AJUSTE-REJEITADO
              ADD 1 TO WRK-QT-REJEITADOS
              MOVE 'S' TO WRK-AJD-REJEITADA (WRK-AJD-IDX)
              PERFORM 2400-GRAVA-REJEITADO-ACEITE
           ELSE
              ADD 1 TO WRK-QT-ACEITOS
      * (A CONCILIACAO DE 3000 JA GARANTIU QUE TODO DETALHE DO
      * RETORNO EXISTE NO LOTE); NO LOTE RECUSADO INTEIRO A PROPRIA
      * TABELA DO LOTE E A FONTE. LOTE TODO ACEITO NAO ABRE O
      * CADASTRO. NO LOTE DE BAIXA A FONTE E SEMPRE A TABELA, QUE
      * TRAZ A CHAVE ORIGINAL DA PENDENCIA (O DETALHE DO RETORNO
      * TRAZ O LCTO DA BAIXA).
       5000-REABRE-REJEITADOS.
           IF LOTE-RECUSADO-INTEIRO
              OR WRK-QT-REJEITADOS > ZEROS
              OPEN I-O PENDCAD
              IF WRK-FS-PENDCAD = '35'
                 DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                         'RODAR O PROJPENDCONV'
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              IF NOT FS-PENDCAD-OK
                 DISPLAY 'ERRO AO ABRIR PENDCAD.DAT - FILE STATUS='
                         WRK-FS-PENDCAD
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              EVALUATE TRUE
                WHEN LOTE-DE-BAIXAS
                  PERFORM 5300-REABRE-BAIXAS
                WHEN LOTE-RECUSADO-INTEIRO
                  PERFORM 5100-REABRE-LOTE-INTEIRO
                WHEN OTHER
                  PERFORM 5200-REABRE-PELO-RETORNO
              END-EVALUATE
              CLOSE PENDCAD
           END-IF.

      *LOTE RECUSADO INTEIRO: TODO DETALHE DO LOTE VOLTA AO CADASTRO.
       5100-REABRE-LOTE-INTEIRO.
           PERFORM VARYING WRK-AJD-IDX FROM 1 BY 1
                   UNTIL WRK-AJD-IDX > WRK-AJD-QTDE
               MOVE WRK-LOTE-DATA TO PCD-DATA-ORIGEM
               MOVE WRK-AJD-ORIGEM (WRK-AJD-IDX) TO PCD-ORIGEM
               MOVE WRK-AJD-PREFIXO (WRK-AJD-IDX) TO PCD-PREFIXO
               MOVE WRK-AJD-BALANCETE (WRK-AJD-IDX) TO PCD-BALANCETE
               MOVE WRK-AJD-PARTIDA (WRK-AJD-IDX) TO PCD-PARTIDA
               MOVE WRK-AJD-LCTO (WRK-AJD-IDX) TO PCD-LCTO
               MOVE WRK-AJD-VALOR (WRK-AJD-IDX) TO PCD-VALOR
               MOVE WRK-AJD-HST (WRK-AJD-IDX) TO PCD-HST
               PERFORM 5500-GRAVA-PENDENTE
           END-PERFORM.

                   MOVE 'FIM' TO WRK-STATUS-LEITURA
                 NOT AT END
                   IF RET-REG-DETALHE AND RET-AJUSTE-REJEITADO
                      MOVE WRK-LOTE-DATA TO PCD-DATA-ORIGEM
                      MOVE WRK-RET-DET-ORIGEM TO PCD-ORIGEM
                      MOVE WRK-RET-DET-PREFIXO TO PCD-PREFIXO
                      MOVE WRK-RET-DET-BALANCETE TO PCD-BALANCETE
                      MOVE WRK-RET-DET-PARTIDA TO PCD-PARTIDA
                      MOVE WRK-RET-DET-LCTO TO PCD-LCTO
                      MOVE WRK-RET-DET-VALOR TO PCD-VALOR
                      MOVE WRK-RET-DET-HST TO PCD-HST
                      PERFORM 5500-GRAVA-PENDENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RETORNO.

      *LOTE DE BAIXA: CADA BAIXA REJEITADA (OU TODAS, NO LOTE
      * RECUSADO INTEIRO) VOLTA A FICAR EM ABERTO NA CHAVE ORIGINAL DA
      * PENDENCIA, COM A DATA DE ORIGEM DELA - O ENVELHECIMENTO
      * CONTINUA DE ONDE ESTAVA E A PENDENCIA VOLTA A SER CANDIDATA A
      * BAIXA NA PROXIMA SELECAO.
       5300-REABRE-BAIXAS.
           PERFORM VARYING WRK-AJD-IDX FROM 1 BY 1
                   UNTIL WRK-AJD-IDX > WRK-AJD-QTDE
               IF LOTE-RECUSADO-INTEIRO
                  OR AJD-ITEM-REJEITADO (WRK-AJD-IDX)
                  MOVE WRK-AJD-DATA-ORIGEM (WRK-AJD-IDX)
                     TO PCD-DATA-ORIGEM
                  MOVE WRK-AJD-ORIGEM (WRK-AJD-IDX) TO PCD-ORIGEM
                  MOVE WRK-AJD-PREFIXO (WRK-AJD-IDX) TO PCD-PREFIXO
                  MOVE WRK-AJD-BALANCETE (WRK-AJD-IDX)
                     TO PCD-BALANCETE
                  MOVE WRK-AJD-PARTIDA (WRK-AJD-IDX) TO PCD-PARTIDA
                  MOVE WRK-AJD-LCTO-ORIG (WRK-AJD-IDX) TO PCD-LCTO
                  MOVE WRK-AJD-VALOR (WRK-AJD-IDX) TO PCD-VALOR
                  MOVE WRK-AJD-HST-ORIG (WRK-AJD-IDX) TO PCD-HST
                  PERFORM 5500-GRAVA-PENDENTE
               END-IF
           END-PERFORM.

      *INCLUI A PENDENCIA REABERTA NO CADASTRO, EM ABERTO E CARIMBADA
      * COM A DATA E O PROGRAMA DA ALTERACAO. CHAVE JA EXISTENTE E
      * TRATADA EM 5550; OUTRO FILE STATUS E FATAL.
       5500-GRAVA-PENDENTE.
           MOVE 'A' TO PCD-SITUACAO
           MOVE WRK-DATA TO PCD-DATA-ALTERACAO
           MOVE WRK-CTL-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
           MOVE ZEROS TO PCD-DATA-BAIXA
           MOVE SPACES TO PCD-BAIXADA-POR
           MOVE SPACES TO PCD-SUFIXO-BAIXA
           MOVE SPACE TO PCD-MOTIVO-BAIXA
           MOVE PCD-DATA-ORIGEM TO WRK-REAB-DATA-ORIGEM
           WRITE PCD-REG
           IF WRK-FS-PENDCAD = '22'
              PERFORM 5550-TRATA-CHAVE-EXISTENTE
           ELSE
              IF NOT FS-PENDCAD-OK
                 DISPLAY 'ERRO DE E/S NO PENDCAD.DAT - FILE STATUS='
                         WRK-FS-PENDCAD
                 PERFORM 9950-ABENDA-RODADA
              END-IF
              ADD 1 TO WRK-QT-REABERTOS
           END-IF.

      *A CHAVE JA ESTA NO CADASTRO. BAIXADA: A PENDENCIA E REABERTA
      * COM OS DADOS DO LOTE. EM ABERTO COM A DATA DE ORIGEM DA
      * REABERTURA (A DO LOTE, OU A DA PENDENCIA BAIXADA) E ALTERADA
      * POR ESTE PASSO: REPETICAO DO PASSO, A REABERTURA JA FOI FEITA.
      * EM ABERTO POR OUTRO MOTIVO: FICA COMO ESTA (A PENDENCIA MAIS
      * ANTIGA CONTINUA ENVELHECENDO) E E CONTADA A PARTE.
       5550-TRATA-CHAVE-EXISTENTE.
           MOVE PCD-REG TO WRK-PCD-NOVA
           READ PENDCAD KEY IS PCD-CHAVE
           IF NOT FS-PENDCAD-OK
              DISPLAY 'ERRO DE E/S NO PENDCAD.DAT - FILE STATUS='
                      WRK-FS-PENDCAD
              PERFORM 9950-ABENDA-RODADA
           END-IF
           EVALUATE TRUE
             WHEN PCD-BAIXADA
               MOVE WRK-PCD-NOVA TO PCD-REG
               REWRITE PCD-REG
               IF NOT FS-PENDCAD-OK
                  DISPLAY 'ERRO DE E/S NO PENDCAD.DAT - FILE STATUS='
                          WRK-FS-PENDCAD
                  PERFORM 9950-ABENDA-RODADA
               END-IF
               ADD 1 TO WRK-QT-REABERTOS
             WHEN PCD-DATA-ORIGEM = WRK-REAB-DATA-ORIGEM
                  AND PCD-PROGRAMA-ALTERACAO = WRK-CTL-PROGRAMA
               ADD 1 TO WRK-QT-REABERTOS
             WHEN OTHER
               DISPLAY 'PENDENCIA JA EM ABERTO MANTIDA - ORIGEM='
                       PCD-ORIGEM ' PREFIXO=' PCD-PREFIXO
                       ' BALANCETE=' PCD-BALANCETE
                       ' PARTIDA=' PCD-PARTIDA ' LCTO=' PCD-LCTO
               ADD 1 TO WRK-QT-JA-ABERTOS
           END-EVALUATE.

      *FECHA O RELATORIO DE ACEITE COM OS TOTAIS DA CONCILIACAO E
      * ESPELHA OS NUMEROS NO CONSOLE PARA O OPERADOR.
       6000-FECHA-RELATORIO.
           MOVE SPACES TO ACE-LINHA
           IF LOTE-DE-BAIXAS
              STRING 'ACEITE DO LOTE DE BAIXAS - SUFIXO ' WRK-SUFIXO
                     ' DATA DO LOTE ' WRK-LOTE-DATA
                     ' PROCESSADO EM ' WRK-DATA
                  DELIMITED BY SIZE INTO ACE-LINHA
           ELSE
              STRING 'ACEITE DO LOTE DE AJUSTES - SUFIXO ' WRK-SUFIXO
                     ' DATA DO LOTE ' WRK-LOTE-DATA
                     ' PROCESSADO EM ' WRK-DATA
                  DELIMITED BY SIZE INTO ACE-LINHA
           END-IF
           PERFORM 8000-GRAVA-LINHA-ACEITE
           MOVE SPACES TO ACE-LINHA
           EVALUATE TRUE
             WHEN LOTE-RECUSADO-INTEIRO AND LOTE-DE-BAIXAS
               STRING 'LOTE RECUSADO INTEIRO PELO RAZAO - TODAS AS '
                      'BAIXAS REABERTAS COMO PENDENCIA'
                   DELIMITED BY SIZE INTO ACE-LINHA
             WHEN LOTE-RECUSADO-INTEIRO
               STRING 'LOTE RECUSADO INTEIRO PELO RAZAO - TODOS OS '
                      'AJUSTES REABERTOS COMO PENDENCIA'
                   DELIMITED BY SIZE INTO ACE-LINHA
             WHEN OTHER
               STRING 'LOTE PROCESSADO PELO RAZAO'
                   DELIMITED BY SIZE INTO ACE-LINHA
           END-EVALUATE
           PERFORM 8000-GRAVA-LINHA-ACEITE
           MOVE SPACES TO ACE-LINHA
           STRING 'AJUSTES DO LOTE=' WRK-AJD-QTDE
                  ' ACEITOS=' WRK-QT-ACEITOS
                  ' REJEITADOS=' WRK-QT-REJEITADOS
                  ' REABERTOS=' WRK-QT-REABERTOS
                  ' JA EM ABERTO=' WRK-QT-JA-ABERTOS
               DELIMITED BY SIZE INTO ACE-LINHA
           PERFORM 8000-GRAVA-LINHA-ACEITE
           DISPLAY 'AJUSTES DO LOTE=' WRK-AJD-QTDE
                   ' ACEITOS=' WRK-QT-ACEITOS
                   ' REJEITADOS=' WRK-QT-REJEITADOS
                   ' REABERTOS=' WRK-QT-REABERTOS
                   ' JA EM ABERTO=' WRK-QT-JA-ABERTOS.

      *GRAVA UMA LINHA DO RELATORIO DE ACEITE CONFERINDO O FILE
      * STATUS.
           END-EVALUATE
           MOVE RETURN-CODE TO WRK-RC-EXIBICAO.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'LOTE=' DELIMITED BY SIZE
                  WRK-AJD-QTDE DELIMITED BY SIZE
                  ' ACEITOS=' DELIMITED BY SIZE
                  WRK-QT-ACEITOS DELIMITED BY SIZE
                  ' REJEITADOS=' DELIMITED BY SIZE
                  WRK-QT-REJEITADOS DELIMITED BY SIZE
                  ' REABERTOS=' DELIMITED BY SIZE
                  WRK-QT-REABERTOS DELIMITED BY SIZE
                  ' TIPO=' DELIMITED BY SIZE
                  WRK-TIPO-LOTE DELIMITED BY SIZE
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
