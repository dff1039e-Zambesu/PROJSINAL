      *OBJETIVO: REPROCESSAR OS REJEITADOS CORRIGIDOS DO DIA E BAIXAR
      *          AS DIVERGENCIAS FALSAS QUE ELES DEIXARAM ABERTAS
      *DATA:02/09/2026
      *MANUTENCAO:
      *15/10/2026 - REGISTRO DE CONTROLE DA RODADA
      *             (CONTROLE.<SUFIXO>.TXT): INICIO E FIM DO PASSO COM
      *             RETURN-CODE E CONTAGENS. ANTES DE ABRIR AS SAIDAS O
      *             PASSO CONFERE NO CONTROLE SE O PROJSINANAL TERMINOU
      *             COM RC ATE 8 (REJEITADOS ACIMA DO LIMITE SAO
      *             JUSTAMENTE O QUE ESTE PASSO TRATA); PRE-REQUISITO
      *             PENDENTE RECUSA O PASSO COM 16, SALVO LIBERACAO PELO
      *             OPERADOR (NOVO CARTAO SYSIN, GRAVADO NO CONTROLE COM
      *             QUEM AUTORIZOU).
      *15/10/2026 - MOTIVO '05' (PREFIXO NAO CADASTRADO OU AGENCIA
      *             ENCERRADA) RECONHECIDO NOS CORRIGIDOS: A PROVA
      *             COMPARA TUDO MENOS O PREFIXO E A REVALIDACAO CONFERE
      *             O PREFIXO CORRIGIDO NO CADASTRO DE AGENCIAS
      *             (AGENCIAS.TXT), CARREGADO NA PARTIDA COMO NO
      *             PROJSINANAL.
      *15/10/2026 - CADASTRO DE PENDENCIAS INDEXADO (PENDCAD.DAT): A
      *             CONTRAPARTIDA E PROCURADA PELA CHAVE ALTERNATIVA
      *             BALANCETE+PARTIDA+LCTO E SO A PENDENCIA BAIXADA E
      *             REGRAVADA (SITUACAO 'B' COM DATA, PROGRAMA E
      *             SUFIXO), EM VEZ DE LER E REGRAVAR O CADASTRO
      *             INTEIRO. A REPETICAO DO PASSO RECONHECE A BAIXA QUE
      *             ELE MESMO JA FEZ.
      *15/10/2026 - A BAIXA DA CONTRAPARTIDA GRAVA TAMBEM O MOTIVO DA
      *             BAIXA NO CADASTRO DE PENDENCIAS ('C' = CONCILIADA),
      *             PARA DISTINGUI-LA DA BAIXA CONTRA PROVISAO FEITA
      *             PELO PROJBAIXA.
      *15/10/2026 - A CONFERENCIA DOS PRE-REQUISITOS SO CONSIDERA AS
      *             LINHAS DO CONTROLE DA DATA DA RODADA: O SUFIXO MMDD
      *             SE REPETE A CADA ANO E O CONTROLE E ACUMULADO, ENTAO
      *             A RODADA DO ANO ANTERIOR NAO LIBERA MAIS O PASSO.
      *
      *O PROJSINANAL GRAVA REJEITADOS.<SUFIXO>.TXT COM OS MOTIVOS
      *'01' A '05', MAS O ARQUIVO ERA UM BECO SEM SAIDA: UM BALANCETE
      *DIGITADO ERRADO SO REENTRAVA NOS LIVROS NA EXTRACAO DO DIA
      *SEGUINTE E, ENQUANTO ISSO, O OUTRO LADO DA PARTIDA FICAVA EM
      *RESULTADO2/DIVERG3 (E NO CADASTRO DE PENDENCIAS) COMO
      *CORRIGIDO), RECUSA QUALQUER REGISTRO CUJA CHAVE NAO FOI DE
      *FATO REJEITADA NAQUELE DIA (NINGUEM INJETA MOVIMENTO PELA
      *PORTA DOS FUNDOS), REVALIDA CADA UM COM A MESMA CRITICA DA
      *RODADA (INCLUSIVE LCTOHST E AGENCIAS), CASA OS CORRIGIDOS
      *VALIDOS CONTRA AS PENDENCIAS EM ABERTO DO LADO OPOSTO (AS
      *DIVERGENCIAS DO DIA JA ENTRARAM NO CADASTRO COM A DATA DA
      *RODADA, ENTAO A BAIXA NO CADASTRO LIMPA TANTO A DIVERGENCIA
      *DO DIA QUANTO A PENDENCIA ANTIGA), MARCA AS BAIXADAS NO
      *CADASTRO PENDCAD.DAT, GRAVA O RELATORIO REINJET.<SUFIXO>.TXT
      *COM O DESTINO DE CADA REGISTRO E ACRESCENTA A SECAO SUPLEMENTO AO
      *RESUMO DO SUFIXO PARA OS TOTAIS DE CONTROLE DO DIA CONTINUAREM
      *FECHANDO. O RESUMO CARREGA O HEADER/TRAILER DE INTEGRIDADE DO
      *PROJSINANAL: ELE E VALIDADO ANTES DO ACRESCIMO E A SECAO
      *RETURN-CODE: 0 = TODOS OS CORRIGIDOS VALIDOS E BAIXADOS;
      *4 = HOUVE CORRIGIDO RE-REJEITADO NA CRITICA OU SEM
      *CONTRAPARTIDA; 8 = HOUVE REGISTRO RECUSADO (CHAVE NAO
      *REJEITADA NO DIA - PREVALECE SOBRE O 4); 16 = ERRO FATAL OU
      *PASSO RECUSADO POR PRE-REQUISITO PENDENTE NO CONTROLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-REJEITADOS.

      *CARREGA O CADASTRO INDEXADO DE PENDENCIAS (NOME FIXO E MESMA
      * DECLARACAO DO PROJSINANAL). SO AS PENDENCIAS BAIXADAS PELA
      * REINJECAO SAO REGRAVADAS.
         SELECT PENDCAD ASSIGN TO 'PENDCAD.DAT'
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PCD-CHAVE
         ALTERNATE RECORD KEY IS PCD-CHAVE-PARTIDA WITH DUPLICATES
         FILE STATUS IS WRK-FS-PENDCAD.

      *CARREGA O RELATORIO DA REINJECAO (DESTINO DE CADA REGISTRO
      * CORRIGIDO: RECUSADO, RE-REJEITADO, BAIXADO OU SEM
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-LCTOHST.

      *CARREGA O CADASTRO DE AGENCIAS (NOME FIXO), PARA A REVALIDACAO
      * USAR A MESMA CRITICA DE PREFIXO DA RODADA.
         SELECT AGENCIAS ASSIGN TO 'AGENCIAS.TXT'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WRK-FS-AGENCIAS.

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

               88 RJC-MOTIVO-LCTO-INVALIDO      VALUE '02'.
               88 RJC-MOTIVO-BALANCETE-ZERADO   VALUE '03'.
               88 RJC-MOTIVO-PARTIDA-ZERADA     VALUE '04'.
               88 RJC-MOTIVO-PREFIXO-INVALIDO   VALUE '05'.
               88 RJC-MOTIVO-RECONHECIDO        VALUE '01' '02'
                                                      '03' '04'
                                                      '05'.

      *MESMO LAYOUT DO REJ-REG GRAVADO PELO PROJSINANAL.
       FD REJEITADOS.
           05 REJ-VALOR                PIC 9(15).
           05 REJ-COD-MOTIVO           PIC X(02).

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

       FD REINJET.
         01 RNJ-LINHA                  PIC X(160).
               10 LCH-AJU-HST          PIC 9(03).
               10 FILLER               PIC X(30).

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

       77 WRK-FS-REJCORR               PIC X(02) VALUE SPACES.
       77 WRK-FS-REJEITADOS            PIC X(02) VALUE SPACES.
       77 WRK-FS-PENDCAD               PIC X(02) VALUE SPACES.
           88 FS-PENDCAD-OK                       VALUE '00' '02'.
       77 WRK-FS-REINJET               PIC X(02) VALUE SPACES.
       77 WRK-FS-RESUMO                PIC X(02) VALUE SPACES.
       77 WRK-FS-LCTOHST               PIC X(02) VALUE SPACES.
       77 WRK-FS-AGENCIAS              PIC X(02) VALUE SPACES.

       77 WRK-DATA                     PIC 9(08) VALUE ZEROS.
       77 WRK-SUFIXO                   PIC X(08) VALUE SPACES.
               10 WRK-LCT-VALIDO        PIC X(01) VALUE 'N'.
                   88 LCT-VALIDO                   VALUE 'S'.

      *TABELA DO CADASTRO DE AGENCIAS, EM ORDEM ASCENDENTE DE PREFIXO
      * (CONFERIDA NA CARGA), PARA A REVALIDACAO DO PREFIXO - MESMA
      * CRITICA DA RODADA.
       01 WRK-AGE-TABELA.
           05 WRK-AGE-QTDE              PIC 9(05) VALUE ZEROS.
           05 WRK-AGE-ENT OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WRK-AGE-QTDE
                   ASCENDING KEY IS WRK-AGE-PREFIXO
                   INDEXED BY WRK-AGE-IDX.
               10 WRK-AGE-PREFIXO       PIC 9(05).
               10 WRK-AGE-SITUACAO      PIC X(01).
                   88 AGENCIA-FECHADA              VALUE 'F'.
               10 WRK-AGE-DATA-FECHAMENTO
                                        PIC 9(08).
       77 WRK-PREFIXO-ACHOU            PIC X(01) VALUE 'N'.
           88 PREFIXO-RECONHECIDO                 VALUE 'S'.

      *TABELA DOS REJEITADOS ORIGINAIS DO DIA: CADA CORRIGIDO
      * PRECISA CASAR COM UMA LINHA AINDA NAO USADA DAQUI (REGRA DE
      * CASAMENTO POR MOTIVO - VER 2300). LINHA USADA NAO SERVE DE
               10 WRK-REJ-VALOR         PIC 9(15).
               10 WRK-REJ-MOTIVO        PIC X(02).

      *FIM DO GRUPO DE MESMA CHAVE BALANCETE+PARTIDA+LCTO NA LEITURA
      * PELA CHAVE ALTERNATIVA DO CADASTRO DE PENDENCIAS.
       77 WRK-FIM-GRUPO-PCD            PIC X(01) VALUE 'N'.
           88 FIM-GRUPO-PCD                       VALUE 'S'.

      *CONTRAPARTIDA JA BAIXADA POR ESTE PASSO NA MESMA DATA E SUFIXO
      * (REPETICAO DO PASSO): CONTA COMO BAIXADA SEM REGRAVAR.
       77 WRK-BAIXA-REPETIDA           PIC X(01) VALUE 'N'.
           88 BAIXA-JA-FEITA-NO-PASSO             VALUE 'S'.

      *ACHADOS DAS BUSCAS (PROVA NO REJEITADOS DO DIA E
      * CONTRAPARTIDA NO CADASTRO DE PENDENCIAS).
       77 WRK-QT-BAIXADOS              PIC 9(07) VALUE ZEROS.
       77 WRK-QT-BAIXADOS-DIA          PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CONTRA            PIC 9(07) VALUE ZEROS.
       77 WRK-RC-EXIBICAO              PIC 9(02) VALUE ZEROS.

      *AREA DE MONTAGEM/DESMONTAGEM DAS LINHAS DE HEADER ('HDR') E
       77 WRK-VAL-ARQUIVO              PIC X(12) VALUE SPACES.
       77 WRK-QT-SUPL-GRAVADAS         PIC 9(03) VALUE ZEROS.

      *REGISTRO DE CONTROLE DA RODADA (CONTROLE.<SUFIXO>.TXT): NOME
      * DO PROGRAMA NAS LINHAS, DATA/HORA, EVENTO, RETURN-CODE E
      * TEXTO DA LINHA A GRAVAR E MARCA DE 'INICIO' JA REGISTRADO (SO
      * DEPOIS DELE UM ABORTO FICA NO CONTROLE COMO 'FIM' COM 16).
       77 WRK-FS-CONTROLE              PIC X(02) VALUE SPACES.
       77 WRK-NOME-CONTROLE            PIC X(40) VALUE SPACES.
       77 WRK-CTL-PROGRAMA             PIC X(12) VALUE 'PROJREINJETA'.
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
           DISPLAY 'INSIRA A DATA DA RODADA REJEITADA...'
           ACCEPT WRK-DATA FROM CONSOLE.
           DISPLAY 'INSIRA O SUFIXO DA RODADA...'
           ACCEPT WRK-SUFIXO FROM CONSOLE.
           DISPLAY 'OPERADOR QUE AUTORIZA LIBERAR PRE-REQUISITO '
                   '(BRANCO = SEM LIBERACAO)...'
           ACCEPT WRK-CTL-OPERADOR FROM CONSOLE.
           PERFORM 0050-VALIDA-ENTRADAS.
           PERFORM 0300-CARREGA-LCTOHST.
           PERFORM 0310-CARREGA-AGENCIAS.
           PERFORM 0500-MONTA-NOMES-ARQUIVOS.
           PERFORM 0550-VERIFICA-PRE-REQUISITOS.
           PERFORM 0580-REGISTRA-INICIO.
           PERFORM 1000-CARREGA-REJEITADOS-DIA.
           PERFORM 1500-ABRE-CADASTRO-PENDENCIAS.
           OPEN OUTPUT REINJET.
           MOVE 'REINJET' TO WRK-ERR-ARQUIVO.
           MOVE WRK-FS-REINJET TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 2000-PROCESSA-CORRIGIDOS.
           CLOSE PENDCAD.
           PERFORM 4000-SUPLEMENTA-RESUMO.
           PERFORM 5000-FECHA-RELATORIO.
           CLOSE REINJET.
           MOVE WRK-FS-REINJET TO WRK-ERR-FS.
           PERFORM 9890-TESTA-FILE-STATUS.
           PERFORM 9800-APURA-RETURN-CODE.
           PERFORM 9700-REGISTRA-FIM.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROGRAMA - RETURN-CODE=' WRK-RC-EXIBICAO.
           STOP RUN.
           END-PERFORM
           CLOSE LCTOHST.

      *CARREGA O CADASTRO DE AGENCIAS PARA A REVALIDACAO DO PREFIXO.
      * CADASTRO AUSENTE, VAZIO OU FORA DE ORDEM E FATAL, COMO NO
      * PROJSINANAL.
       0310-CARREGA-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF WRK-FS-AGENCIAS NOT = '00'
              DISPLAY 'AGENCIAS.TXT AUSENTE OU ILEGIVEL (FILE STATUS='
                      WRK-FS-AGENCIAS ') - RODAR O PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM UNTIL WRK-FS-AGENCIAS NOT = '00'
               READ AGENCIAS
                 AT END
                   MOVE '10' TO WRK-FS-AGENCIAS
                 NOT AT END
                   PERFORM 0320-GUARDA-AGENCIA
               END-READ
               IF WRK-FS-AGENCIAS NOT = '00'
                  AND WRK-FS-AGENCIAS NOT = '10'
                  DISPLAY 'ERRO DE E/S NO AGENCIAS.TXT - FILE '
                          'STATUS=' WRK-FS-AGENCIAS
                  PERFORM 9950-ABENDA-RODADA
               END-IF
           END-PERFORM
           CLOSE AGENCIAS
           IF WRK-AGE-QTDE = ZEROS
              DISPLAY 'AGENCIAS.TXT SEM NENHUMA AGENCIA - RODAR O '
                      'PROJAGENCIA'
              PERFORM 9950-ABENDA-RODADA
           END-IF.

      *GUARDA UMA LINHA DO CADASTRO DE AGENCIAS NA TABELA, CONFERINDO
      * A ORDEM ASCENDENTE DE PREFIXO (A REVALIDACAO USA SEARCH ALL).
       0320-GUARDA-AGENCIA.
           IF AGE-PREFIXO IS NOT NUMERIC
              OR AGE-DATA-FECHAMENTO IS NOT NUMERIC
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
           MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO (WRK-AGE-QTDE)
           MOVE AGE-DATA-FECHAMENTO
              TO WRK-AGE-DATA-FECHAMENTO (WRK-AGE-QTDE).

      *MONTA OS NOMES DOS ARQUIVOS A PARTIR DO SUFIXO INFORMADO.
       0500-MONTA-NOMES-ARQUIVOS.
           STRING 'REJCORR.' DELIMITED BY SIZE
           STRING 'RESUMO.' DELIMITED BY SIZE
                  WRK-SUFIXO DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WRK-NOME-RESUMO
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
           MOVE 8 TO WRK-PRQ-RC-MAX (1)
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

      *CARREGA OS REJEITADOS ORIGINAIS DO DIA. O ARQUIVO PRECISA
      * EXISTIR: SEM ELE NAO HA COMO PROVAR QUE UM CORRIGIDO FOI
           MOVE REJ-VALOR      TO WRK-REJ-VALOR (WRK-REJ-IDX)
           MOVE REJ-COD-MOTIVO TO WRK-REJ-MOTIVO (WRK-REJ-IDX).

      *ABRE O CADASTRO DE PENDENCIAS PARA ATUALIZACAO. CADASTRO
      * AUSENTE E FATAL, COMO NO PROJSINANAL (A CRIACAO E FEITA UMA
      * UNICA VEZ PELO PROJPENDCONV).
       1500-ABRE-CADASTRO-PENDENCIAS.
           OPEN I-O PENDCAD
           IF WRK-FS-PENDCAD = '35'
              DISPLAY 'CADASTRO DE PENDENCIAS PENDCAD.DAT AUSENTE - '
                      'RODAR O PROJPENDCONV'
              PERFORM 9950-ABENDA-RODADA
           END-IF
           PERFORM 2590-TESTA-FS-PENDCAD.

      *LE OS CORRIGIDOS E TRATA UM A UM. O ARQUIVO DE CORRIGIDOS E A
      * RAZAO DE SER DO PASSO - AUSENTE E FATAL (SUFIXO ERRADO?).
      * '01' VALOR ZERADO    -> COMPARA TUDO MENOS O VALOR;
      * '02' LCTO INVALIDO   -> COMPARA TUDO MENOS O LCTO;
      * '03' BALANCETE ZERADO-> COMPARA TUDO MENOS O BALANCETE;
      * '04' PARTIDA ZERADA  -> COMPARA TUDO MENOS A PARTIDA;
      * '05' PREFIXO INVALIDO-> COMPARA TUDO MENOS O PREFIXO.
       2300-BUSCA-REJEITADO-DO-DIA.
           MOVE 'N' TO WRK-ACHOU-REJ
           SET WRK-REJ-IDX TO 1
             WHEN WRK-REJ-IDX > WRK-REJ-QTDE
               CONTINUE
             WHEN WRK-REJ-ORIGEM (WRK-REJ-IDX) = RJC-ORIGEM
              AND (WRK-REJ-PREFIXO (WRK-REJ-IDX) = RJC-PREFIXO
                   OR RJC-MOTIVO-PREFIXO-INVALIDO)
              AND WRK-REJ-MOTIVO (WRK-REJ-IDX) = RJC-COD-MOTIVO
              AND (WRK-REJ-BALANCETE (WRK-REJ-IDX) = RJC-BALANCETE
                   OR RJC-MOTIVO-BALANCETE-ZERADO)
           END-SEARCH.

      *REVALIDA O CORRIGIDO COM A MESMA CRITICA DE ENTRADA DA
      * RODADA: VALOR, BALANCETE E PARTIDA NAO ZERADOS, LCTO
      * CADASTRADO E VALIDO NO LCTOHST E PREFIXO DE AGENCIA
      * CADASTRADA E NAO ENCERRADA NA DATA DA RODADA (2420). O
      * ARQUIVO DE CORRIGIDOS E
      * EDITADO A MAO: LCTO NAO NUMERICO E BARRADO ANTES DE
      * SUBSCREVER A TABELA (COMO EM 1170-VALIDA-LCTO DO
      * PROJSINANAL), CAINDO NO MESMO MOTIVO '02'.
       2400-REVALIDA-CORRIGIDO.
           MOVE 'S' TO WRK-CORR-VALIDO
           PERFORM 2420-VALIDA-PREFIXO
           EVALUATE TRUE
             WHEN RJC-VALOR = ZEROS
               MOVE 'N'  TO WRK-CORR-VALIDO
              OR NOT LCT-VALIDO (RJC-LCTO)
               MOVE 'N'  TO WRK-CORR-VALIDO
               MOVE '02' TO WRK-REJ-COD-MOTIVO
             WHEN NOT PREFIXO-RECONHECIDO
               MOVE 'N'  TO WRK-CORR-VALIDO
               MOVE '05' TO WRK-REJ-COD-MOTIVO
           END-EVALUATE.

      *CONFERE O PREFIXO DO CORRIGIDO NO CADASTRO DE AGENCIAS, COM A
      * MESMA REGRA DE 1175-VALIDA-PREFIXO DO PROJSINANAL: AGENCIA
      * CADASTRADA E NAO ENCERRADA ANTES DA DATA DA RODADA. PREFIXO
      * NAO NUMERICO (ARQUIVO EDITADO A MAO) E BARRADO ANTES DA BUSCA.
       2420-VALIDA-PREFIXO.
           MOVE 'N' TO WRK-PREFIXO-ACHOU
           IF RJC-PREFIXO IS NUMERIC
              AND RJC-PREFIXO NOT = ZEROS
              SEARCH ALL WRK-AGE-ENT
                AT END
                  CONTINUE
                WHEN WRK-AGE-PREFIXO (WRK-AGE-IDX) = RJC-PREFIXO
                  IF NOT AGENCIA-FECHADA (WRK-AGE-IDX)
                     OR WRK-DATA NOT >
                        WRK-AGE-DATA-FECHAMENTO (WRK-AGE-IDX)
                     MOVE 'S' TO WRK-PREFIXO-ACHOU
                  END-IF
              END-SEARCH
           END-IF.

      *GRAVA NO RELATORIO O CORRIGIDO QUE CAIU DE NOVO NA CRITICA.
       2450-GRAVA-REREJEITADO.
           MOVE SPACES TO RNJ-LINHA
              MOVE 'SINT' TO WRK-LADO-OPOSTO
           END-IF
           MOVE 'N' TO WRK-ACHOU-CONTRA
           MOVE 'N' TO WRK-BAIXA-REPETIDA
           MOVE 'N' TO WRK-FIM-GRUPO-PCD
           MOVE RJC-BALANCETE TO PCD-BALANCETE
           MOVE RJC-PARTIDA TO PCD-PARTIDA
           MOVE RJC-LCTO TO PCD-LCTO
           START PENDCAD KEY IS = PCD-CHAVE-PARTIDA
             INVALID KEY
               MOVE 'S' TO WRK-FIM-GRUPO-PCD
           END-START
           PERFORM UNTIL FIM-GRUPO-PCD OR ACHOU-CONTRAPARTIDA
               READ PENDCAD NEXT
                 AT END
                   MOVE 'S' TO WRK-FIM-GRUPO-PCD
                 NOT AT END
                   PERFORM 2590-TESTA-FS-PENDCAD
                   PERFORM 2550-TESTA-CONTRAPARTIDA
               END-READ
           END-PERFORM
           IF ACHOU-CONTRAPARTIDA
              ADD 1 TO WRK-QT-BAIXADOS
              IF PCD-DATA-ORIGEM = WRK-DATA
                 ADD 1 TO WRK-QT-BAIXADOS-DIA
              END-IF
              IF NOT BAIXA-JA-FEITA-NO-PASSO
                 MOVE 'B' TO PCD-SITUACAO
                 MOVE WRK-DATA TO PCD-DATA-BAIXA
                 MOVE WRK-CTL-PROGRAMA TO PCD-BAIXADA-POR
                 MOVE WRK-SUFIXO TO PCD-SUFIXO-BAIXA
                 MOVE 'C' TO PCD-MOTIVO-BAIXA
                 MOVE WRK-DATA TO PCD-DATA-ALTERACAO
                 MOVE WRK-CTL-PROGRAMA TO PCD-PROGRAMA-ALTERACAO
                 REWRITE PCD-REG
                 PERFORM 2590-TESTA-FS-PENDCAD
              END-IF
              PERFORM 2600-GRAVA-BAIXADO
           ELSE
              ADD 1 TO WRK-QT-SEM-CONTRA
              PERFORM 2700-GRAVA-SEM-CONTRA
           END-IF.

      *CONFERE O REGISTRO LIDO PELA CHAVE ALTERNATIVA: FORA DO GRUPO
      * ENCERRA A BUSCA; DO LADO OPOSTO, COM O MESMO VALOR E EM ABERTO
      * E A CONTRAPARTIDA. JA BAIXADA POR ESTE PASSO NA MESMA DATA E
      * SUFIXO TAMBEM SERVE (REPETICAO DO PASSO ACHANDO A PROPRIA
      * BAIXA).
       2550-TESTA-CONTRAPARTIDA.
           IF PCD-BALANCETE NOT = RJC-BALANCETE
              OR PCD-PARTIDA NOT = RJC-PARTIDA
              OR PCD-LCTO NOT = RJC-LCTO
              MOVE 'S' TO WRK-FIM-GRUPO-PCD
           ELSE
              IF PCD-ORIGEM = WRK-LADO-OPOSTO
                 AND PCD-VALOR = RJC-VALOR
                 IF PCD-EM-ABERTO
                    MOVE 'S' TO WRK-ACHOU-CONTRA
                 END-IF
                 IF PCD-BAIXADA
                    AND PCD-BAIXADA-POR = WRK-CTL-PROGRAMA
                    AND PCD-DATA-BAIXA = WRK-DATA
                    AND PCD-SUFIXO-BAIXA = WRK-SUFIXO
                    MOVE 'S' TO WRK-ACHOU-CONTRA
                    MOVE 'S' TO WRK-BAIXA-REPETIDA
                 END-IF
              END-IF
           END-IF.

      *CONFERE O FILE STATUS DO CADASTRO DE PENDENCIAS ('02' = CHAVE
      * ALTERNATIVA REPETIDA, NORMAL NESTE ARQUIVO).
       2590-TESTA-FS-PENDCAD.
           IF NOT FS-PENDCAD-OK
              MOVE 'PENDCAD' TO WRK-ERR-ARQUIVO
              MOVE WRK-FS-PENDCAD TO WRK-ERR-FS
              PERFORM 9900-ERRO-FATAL-ARQUIVO
           END-IF.

      *GRAVA NO RELATORIO O PAR BAIXADO (CORRIGIDO X PENDENCIA).
       2600-GRAVA-BAIXADO.
           MOVE SPACES TO RNJ-LINHA
           STRING 'BAIXADO CONTRA PENDENCIA DE '
                  PCD-DATA-ORIGEM
                  ' ORIGEM=' RJC-ORIGEM
                  ' BAL=' RJC-BALANCETE
                  ' PART=' RJC-PARTIDA
               DELIMITED BY SIZE INTO RNJ-LINHA
           PERFORM 8000-GRAVA-LINHA-REINJET.

      *ACRESCENTA A SECAO SUPLEMENTO AO RESUMO DO SUFIXO, PARA OS
      * TOTAIS DE CONTROLE DO DIA CONTINUAREM FECHANDO NO ARQUIVO
      * QUE O CONSOLIDADOR MENSAL LE. O RESUMO PRECISA EXISTIR -
           DISPLAY 'RECUSADOS ...........: ' WRK-QT-RECUSADOS
           DISPLAY 'RE-REJEITADOS .......: ' WRK-QT-REREJEITADOS
           DISPLAY 'BAIXADOS ............: ' WRK-QT-BAIXADOS
           DISPLAY 'SEM CONTRAPARTIDA ...: ' WRK-QT-SEM-CONTRA.

      *GRAVA UMA LINHA DO RELATORIO DA REINJECAO CONFERINDO O FILE
      * STATUS.
                   ' FILE STATUS=' WRK-ERR-FS
           PERFORM 9950-ABENDA-RODADA.

      *REGISTRA O FIM DO PASSO NO CONTROLE DO SUFIXO, COM O
      * RETURN-CODE APURADO E AS CONTAGENS PRINCIPAIS.
       9700-REGISTRA-FIM.
           MOVE 'N' TO WRK-CTL-INICIO
           MOVE 'FIM' TO WRK-CTL-EVENTO
           MOVE RETURN-CODE TO WRK-CTL-RC
           MOVE SPACES TO WRK-CTL-TEXTO
           STRING 'CORR=' DELIMITED BY SIZE
                  WRK-QT-CORR-LIDOS DELIMITED BY SIZE
                  ' RECUS=' DELIMITED BY SIZE
                  WRK-QT-RECUSADOS DELIMITED BY SIZE
                  ' REREJ=' DELIMITED BY SIZE
                  WRK-QT-REREJEITADOS DELIMITED BY SIZE
                  ' BAIX=' DELIMITED BY SIZE
                  WRK-QT-BAIXADOS DELIMITED BY SIZE
                  ' SEMCTR=' DELIMITED BY SIZE
                  WRK-QT-SEM-CONTRA DELIMITED BY SIZE
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
